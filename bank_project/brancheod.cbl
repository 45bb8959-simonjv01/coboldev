               "/Users/simonvargas/brancheod.txt"
               organization is line sequential.

      * teller drawer results closed for the day, and the drawer
      * master for any drawer still open - both from tellerdrw.cbl
           select drawer-result-file assign to
               "/Users/simonvargas/drwrslt.txt"
               organization is line sequential
               file status is rs-fs-status.

           select drawer-file assign to
               "/Users/simonvargas/drawer.txt"
               organization is line sequential
               file status is dr-fs-status.

       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd account-file
               record contains 80 characters
           fd proof-sheet-file.
           01 proof-sheet-line         pic x(90).

           fd drawer-result-file.
           01 drawer-result-record.
               05 rs-business-date     pic 9(8).
               05 rs-teller-id         pic 9(4).
               05 rs-branch-code       pic 9(3).
               05 rs-opening-cash      pic 9(7)v99.
               05 rs-cash-in           pic 9(9)v99.
               05 rs-cash-out          pic 9(9)v99.
               05 rs-expected-cash     pic s9(9)v99
                                       sign leading separate.
               05 rs-counted-cash      pic 9(9)v99.
               05 rs-over-short        pic s9(9)v99
                                       sign leading separate.

           fd drawer-file.
           01 drawer-record.
               05 dr-teller-id         pic 9(4).
               05 dr-branch-code       pic 9(3).
               05 dr-business-date     pic 9(8).
               05 dr-state             pic x(1).
                   88 dr-drawer-open    value 'O'.
               05 dr-opening-cash      pic 9(7)v99.
               05 dr-cash-in           pic 9(9)v99.
               05 dr-cash-out          pic 9(9)v99.
               05 dr-counted-cash      pic 9(9)v99.

         working-storage section.
           01 rs-fs-status               pic xx.
           01 dr-fs-status               pic xx.
           01 ws-drawer-eof-flag         pic x.
               88 ws-drawer-end-of-file value 'Y'.
           01 ws-drawer-over-short       pic s9(11)v99 value zero.
           01 ws-drawers-printed         pic 9(4) value zero.
           01 aud-fs-status              pic xx.
           01 fs-status                  pic xx.
           01 bd-fs-status               pic xx.
               05 filler                pic x(6) value " NET: ".
               05 tot-net-out           pic zzz,zzz,zz9.99-.

           01 ws-drawer-detail.
               05 filler                pic x(5) value "  BR ".
               05 drw-branch-out        pic 9(3).
               05 filler                pic x(8) value " TELLER ".
               05 drw-teller-out        pic 9(4).
               05 filler                pic x(10) value " EXPECTED ".
               05 drw-expected-out      pic zz,zzz,zz9.99-.
               05 filler                pic x(9) value " COUNTED ".
               05 drw-counted-out       pic zz,zzz,zz9.99.
               05 filler                pic x(5) value " O/S ".
               05 drw-over-short-out    pic zzz,zzz,zz9.99-.

           01 ws-drawer-activity.
               05 filler                pic x(16) value
                      "        OPENING ".
               05 drw-opening-out       pic zz,zzz,zz9.99.
               05 filler                pic x(9) value " CASH IN ".
               05 drw-cash-in-out       pic zzz,zzz,zz9.99.
               05 filler                pic x(10) value " CASH OUT ".
               05 drw-cash-out-out      pic zzz,zzz,zz9.99.

       procedure division.
       main-procedure.
           display "Starting Branch End-of-Day Proof...".
           move ws-grand-net to tot-net-out.
           move ws-total-detail to proof-sheet-line.
           write proof-sheet-line.
           perform print-drawer-results.
           move spaces to proof-sheet-line.
           write proof-sheet-line.
           move "BRANCH MANAGER SIGN-OFF: ______________"
               add ws-branch-net to ws-grand-net
           end-if.

      * every teller drawer's close for the proof date - expected
      * against counted and the over/short - then any drawer still
      * open for the date, so the manager signs for all the cash on
      * the one page
       print-drawer-results.
           move spaces to proof-sheet-line.
           write proof-sheet-line.
           move "TELLER DRAWERS" to proof-sheet-line.
           write proof-sheet-line.
           open input drawer-result-file.
           if rs-fs-status = "00"
               move 'N' to ws-drawer-eof-flag
               perform until ws-drawer-end-of-file
                   read drawer-result-file
                       at end move 'Y' to ws-drawer-eof-flag
                       not at end
                           if rs-business-date = ws-proof-date
                               perform print-one-drawer
                           end-if
                   end-read
               end-perform
               close drawer-result-file
           end-if.
           open input drawer-file.
           if dr-fs-status = "00"
               move 'N' to ws-drawer-eof-flag
               perform until ws-drawer-end-of-file
                   read drawer-file
                       at end move 'Y' to ws-drawer-eof-flag
                       not at end
                           if dr-business-date = ws-proof-date
                                   and dr-drawer-open
                               perform print-open-drawer
                           end-if
                   end-read
               end-perform
               close drawer-file
           end-if.
           if ws-drawers-printed = zero
               move "  NO DRAWERS FOR THIS DATE" to proof-sheet-line
               write proof-sheet-line
           end-if.
           move "  DRAWER OVER/SHORT   " to tot-caption.
           move zero to tot-branch-out.
           move ws-drawer-over-short to tot-net-out.
           move ws-total-detail to proof-sheet-line.
           write proof-sheet-line.
           display "DRAWER OVER/SHORT: " ws-drawer-over-short.

       print-one-drawer.
           move rs-branch-code to drw-branch-out.
           move rs-teller-id to drw-teller-out.
           move rs-expected-cash to drw-expected-out.
           move rs-counted-cash to drw-counted-out.
           move rs-over-short to drw-over-short-out.
           move ws-drawer-detail to proof-sheet-line.
           write proof-sheet-line.
           move rs-opening-cash to drw-opening-out.
           move rs-cash-in to drw-cash-in-out.
           move rs-cash-out to drw-cash-out-out.
           move ws-drawer-activity to proof-sheet-line.
           write proof-sheet-line.
           add rs-over-short to ws-drawer-over-short.
           add 1 to ws-drawers-printed.

       print-open-drawer.
           move spaces to proof-sheet-line.
           string "  BR " dr-branch-code " TELLER " dr-teller-id
                   " *** DRAWER NOT CLOSED - NOT BALANCED ***"
               delimited by size into proof-sheet-line.
           write proof-sheet-line.
           add 1 to ws-drawers-printed.

       end program brancheod.
