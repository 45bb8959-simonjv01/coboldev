       identification division.
       program-id. tellerdrw.
      * teller cash drawer open and close. Each teller has one
      * drawer on the drawer master: it is opened for the business
      * day with the cash the teller signs for, tellercap.cbl adds
      * the cash deposits and withdrawals each captured batch puts
      * across it, and at close of day the teller keys the
      * denomination counts. What was counted against what should
      * be there (opening + cash in - cash out) is the drawer's
      * over/short; the result goes on the drawer result file that
      * bankgl.cbl books to the branch over/short account and
      * brancheod.cbl prints on the proof sheet.
       environment division.
       input-output section.
       file-control.
      * one line per teller: branch, the business date the drawer
      * was opened for, 'O'/'C' open or closed, the opening cash,
      * the day's cash in and out from captured batches, and the
      * last count - the default opening cash for the next day
           select drawer-file assign to
               "/Users/simonvargas/drawer.txt"
               organization is line sequential
               file status is dr-fs-status.

      * one line per drawer closed, appended at close of day
           select drawer-result-file assign to
               "/Users/simonvargas/drwrslt.txt"
               organization is line sequential
               file status is rs-fs-status.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd drawer-file.
           01 drawer-record.
               05 dr-teller-id         pic 9(4).
               05 dr-branch-code       pic 9(3).
               05 dr-business-date     pic 9(8).
               05 dr-state             pic x(1).
               05 dr-opening-cash      pic 9(7)v99.
               05 dr-cash-in           pic 9(9)v99.
               05 dr-cash-out          pic 9(9)v99.
               05 dr-counted-cash      pic 9(9)v99.

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

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 dr-fs-status               pic xx.
           01 rs-fs-status               pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-dr-eof-flag             pic x value 'N'.
               88 ws-dr-end-of-file     value 'Y'.

      * the drawer master in storage, same layout as the record
           01 ws-drawer-table.
               05 ws-drw-entry occurs 500 times
                       indexed by ws-drw-idx.
                   10 ws-drw-teller     pic 9(4).
                   10 ws-drw-branch     pic 9(3).
                   10 ws-drw-date       pic 9(8).
                   10 ws-drw-state      pic x(1).
                       88 ws-drw-open      value 'O'.
                       88 ws-drw-closed    value 'C'.
                   10 ws-drw-opening    pic 9(7)v99.
                   10 ws-drw-cash-in    pic 9(9)v99.
                   10 ws-drw-cash-out   pic 9(9)v99.
                   10 ws-drw-counted    pic 9(9)v99.
           01 ws-drawer-count            pic 9(3) value zero.
           01 ws-drw-found-sw            pic x value 'N'.
               88 ws-drw-found          value 'Y'.

           01 ws-function                pic x(1).
           01 ws-teller-id               pic 9(4).
           01 ws-opening-cash            pic 9(7)v99.

      * note and coin denominations counted at close, in cents so
      * one table holds both
           01 ws-denom-values.
               05 filler                pic 9(5) value 10000.
               05 filler                pic 9(5) value 05000.
               05 filler                pic 9(5) value 02000.
               05 filler                pic 9(5) value 01000.
               05 filler                pic 9(5) value 00500.
               05 filler                pic 9(5) value 00200.
               05 filler                pic 9(5) value 00100.
               05 filler                pic 9(5) value 00025.
               05 filler                pic 9(5) value 00010.
               05 filler                pic 9(5) value 00005.
               05 filler                pic 9(5) value 00001.
           01 ws-denom-table redefines ws-denom-values.
               05 ws-denom-cents        pic 9(5) occurs 11 times.
           01 ws-denom-sub               pic 9(2).
           01 ws-denom-count             pic 9(5).
           01 ws-denom-amount            pic 9(7)v99.
           01 ws-denom-out               pic zz9.99.
           01 ws-counted-cash            pic 9(9)v99.
           01 ws-expected-cash           pic s9(9)v99.
           01 ws-over-short              pic s9(9)v99.
           01 ws-amount-out              pic zzz,zzz,zz9.99-.

       procedure division.
       main-procedure.
           display "Starting Teller Drawer Open/Close...".
           perform get-business-date.
           perform load-drawer-master.

           display "DRAWER: O=OPEN C=CLOSE: ".
           accept ws-function.
           move function upper-case (ws-function) to ws-function.
           display "TELLER ID (4 DIGITS): ".
           accept ws-teller-id.
           perform find-teller-drawer.

           evaluate ws-function
               when 'O'
                   perform open-teller-drawer
               when 'C'
                   perform close-teller-drawer
               when other
                   display "UNKNOWN FUNCTION '" ws-function
                           "' - NOTHING DONE"
                   move 4 to return-code
           end-evaluate.

           if return-code = zero
               perform rewrite-drawer-master
           end-if.
           display "Teller Drawer Open/Close completed.".
           stop run.

       load-drawer-master.
           open input drawer-file.
           if dr-fs-status = "00"
               perform until ws-dr-end-of-file
                   read drawer-file
                       at end move 'Y' to ws-dr-eof-flag
                       not at end
                           if ws-drawer-count < 500
                               add 1 to ws-drawer-count
                               set ws-drw-idx to ws-drawer-count
                               move drawer-record
                                   to ws-drw-entry (ws-drw-idx)
                           end-if
                   end-read
               end-perform
               close drawer-file
           end-if.

       find-teller-drawer.
           move 'N' to ws-drw-found-sw.
           perform varying ws-drw-idx from 1 by 1
                   until ws-drw-idx > ws-drawer-count
                   or ws-drw-found
               if ws-drw-teller (ws-drw-idx) = ws-teller-id
                   move 'Y' to ws-drw-found-sw
               end-if
           end-perform.
           if ws-drw-found
               set ws-drw-idx down by 1
           end-if.

      * a teller new to the master is added with a branch; an
      * existing drawer carries its branch and offers last night's
      * count as the opening cash
       open-teller-drawer.
           if ws-drw-found
               if ws-drw-open (ws-drw-idx)
                   display "DRAWER FOR TELLER " ws-teller-id
                           " IS STILL OPEN FOR "
                           ws-drw-date (ws-drw-idx)
                           " - CLOSE IT FIRST"
                   move 4 to return-code
                   exit paragraph
               end-if
           else
               if ws-drawer-count >= 500
                   display "DRAWER MASTER FULL - TELLER NOT ADDED"
                   move 8 to return-code
                   exit paragraph
               end-if
               add 1 to ws-drawer-count
               set ws-drw-idx to ws-drawer-count
               initialize ws-drw-entry (ws-drw-idx)
               move ws-teller-id to ws-drw-teller (ws-drw-idx)
               display "BRANCH CODE (3 DIGITS): "
               accept ws-drw-branch (ws-drw-idx)
           end-if.

           move ws-drw-counted (ws-drw-idx) to ws-amount-out.
           display "LAST COUNT: " ws-amount-out.
           display "OPENING CASH (9999999.99, 0 = LAST COUNT): ".
           accept ws-opening-cash.
           if ws-opening-cash = zero
               move ws-drw-counted (ws-drw-idx) to ws-opening-cash
           end-if.

           move ws-business-date to ws-drw-date (ws-drw-idx).
           move 'O' to ws-drw-state (ws-drw-idx).
           move ws-opening-cash to ws-drw-opening (ws-drw-idx).
           move zero to ws-drw-cash-in (ws-drw-idx).
           move zero to ws-drw-cash-out (ws-drw-idx).
           move ws-opening-cash to ws-amount-out.
           display "DRAWER OPENED FOR TELLER " ws-teller-id
                   " ON " ws-business-date " WITH " ws-amount-out.

      * the count is keyed denomination by denomination; the
      * result is dated with the day the drawer was opened for, so
      * a drawer left open overnight still balances to its own day
       close-teller-drawer.
           if not ws-drw-found
               display "TELLER " ws-teller-id
                       " HAS NO DRAWER - NOTHING CLOSED"
               move 4 to return-code
               exit paragraph
           end-if.
           if not ws-drw-open (ws-drw-idx)
               display "DRAWER FOR TELLER " ws-teller-id
                       " IS NOT OPEN - NOTHING CLOSED"
               move 4 to return-code
               exit paragraph
           end-if.

           move zero to ws-counted-cash.
           perform varying ws-denom-sub from 1 by 1
                   until ws-denom-sub > 11
               perform count-one-denomination
           end-perform.

           compute ws-expected-cash = ws-drw-opening (ws-drw-idx)
                   + ws-drw-cash-in (ws-drw-idx)
                   - ws-drw-cash-out (ws-drw-idx).
           compute ws-over-short = ws-counted-cash - ws-expected-cash.

           move ws-counted-cash to ws-drw-counted (ws-drw-idx).
           move 'C' to ws-drw-state (ws-drw-idx).
           perform write-drawer-result.

           move ws-expected-cash to ws-amount-out.
           display "EXPECTED CASH: " ws-amount-out.
           move ws-counted-cash to ws-amount-out.
           display "COUNTED CASH:  " ws-amount-out.
           move ws-over-short to ws-amount-out.
           evaluate true
               when ws-over-short > zero
                   display "DRAWER OVER:   " ws-amount-out
               when ws-over-short < zero
                   display "DRAWER SHORT:  " ws-amount-out
               when other
                   display "DRAWER BALANCED"
           end-evaluate.

       count-one-denomination.
           compute ws-denom-amount =
                   ws-denom-cents (ws-denom-sub) / 100.
           move ws-denom-amount to ws-denom-out.
           display "COUNT OF " ws-denom-out ": ".
           move zero to ws-denom-count.
           accept ws-denom-count.
           compute ws-counted-cash = ws-counted-cash
                   + ws-denom-count * ws-denom-amount.

       write-drawer-result.
           open extend drawer-result-file.
           if rs-fs-status not = "00"
               open output drawer-result-file
           end-if.
           move ws-drw-date (ws-drw-idx) to rs-business-date.
           move ws-teller-id to rs-teller-id.
           move ws-drw-branch (ws-drw-idx) to rs-branch-code.
           move ws-drw-opening (ws-drw-idx) to rs-opening-cash.
           move ws-drw-cash-in (ws-drw-idx) to rs-cash-in.
           move ws-drw-cash-out (ws-drw-idx) to rs-cash-out.
           move ws-expected-cash to rs-expected-cash.
           move ws-counted-cash to rs-counted-cash.
           move ws-over-short to rs-over-short.
           write drawer-result-record.
           close drawer-result-file.

       rewrite-drawer-master.
           open output drawer-file.
           perform varying ws-drw-idx from 1 by 1
                   until ws-drw-idx > ws-drawer-count
               move ws-drw-entry (ws-drw-idx) to drawer-record
               write drawer-record
           end-perform.
           close drawer-file.

      * the shared business date, falling back to the calendar
      * date when the file has never been set up
       get-business-date.
           open input business-date-file.
           if bd-fs-status = "00"
               read business-date-file
                   at end continue
                   not at end
                       move bd-business-date to ws-business-date
               end-read
               close business-date-file
           end-if.
           if ws-business-date = zero
               move function current-date (1:8) to ws-business-date
           end-if.

       end program tellerdrw.
