      * its HDR and TRL control records computed from what was
      * actually captured - so the pre-edit stops rejecting
      * arithmetic a program should never have allowed out of the
      * drawer. The teller signs on against an open cash drawer
      * (tellerdrw.cbl), and the cash deposits and withdrawals of
      * each batch written are added to that drawer for the count
      * at close of day.
       environment division.
       input-output section.
       file-control.
               record key is account-number
               file status is fs-status.

      * the teller drawer master tellerdrw.cbl opens and closes
           select drawer-file assign to
               "/Users/simonvargas/drawer.txt"
               organization is line sequential
               file status is dr-fs-status.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd transaction-file.
                     88 account-closed  value 'C'.
                 05 account-branch-code  pic 9(3).

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

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 fs-status                  pic xx.
           01 dr-fs-status               pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-dr-eof-flag             pic x value 'N'.
               88 ws-dr-end-of-file     value 'Y'.

      * the record being keyed, in the exact layout txnedit.cbl
      * and banksyst.cbl carry
           01 ws-must-exist-sw           pic x.
               88 ws-must-exist         value 'Y'.

      * the drawer master in storage, same layout as the record
           01 ws-drawer-table.
               05 ws-drw-entry occurs 500 times
                       indexed by ws-drw-idx.
                   10 ws-drw-teller     pic 9(4).
                   10 ws-drw-branch     pic 9(3).
                   10 ws-drw-date       pic 9(8).
                   10 ws-drw-state      pic x(1).
                       88 ws-drw-open      value 'O'.
                   10 ws-drw-opening    pic 9(7)v99.
                   10 ws-drw-cash-in    pic 9(9)v99.
                   10 ws-drw-cash-out   pic 9(9)v99.
                   10 ws-drw-counted    pic 9(9)v99.
           01 ws-drawer-count            pic 9(3) value zero.
           01 ws-drw-found-sw            pic x value 'N'.
               88 ws-drw-found          value 'Y'.
           01 ws-teller-id               pic 9(4).

      * cash across the counter in this batch - a deposit or
      * withdrawal can be a check or an account-to-account item,
      * so the teller says which are cash
           01 ws-cash-sw                 pic x.
               88 ws-cash-item          value 'Y'.
           01 ws-batch-cash-in           pic 9(9)v99 value zero.
           01 ws-batch-cash-out          pic 9(9)v99 value zero.

       procedure division.
       main-procedure.
           display "Starting Teller Batch Capture...".
           perform get-business-date.
           perform sign-on-teller-drawer.
           open input account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE. STATUS: "
               stop run
           end-if.
           perform write-batch-file.
           perform post-drawer-cash.
           display "ITEMS CAPTURED: " ws-batch-count.
           display "BATCH AMOUNT TOTAL: " ws-amount-total.
           display "Teller Batch Capture completed.".
      * that type needs - nothing else to misalign
       capture-one-item.
           move 'N' to ws-item-ok-sw.
           move 'N' to ws-cash-sw.
           initialize ws-work-txn.
           display "TYPE: D=DEP W=WDL T=XFER B=BAL N=NEW C=CLOSE "
                   "V=REVERSAL F=FREEZE U=UNFREEZE: ".
                       display "EFFECTIVE DATE (YYYYMMDD, 0 = "
                               "TONIGHT): "
                       accept wt-effective-date
                       display "CASH ACROSS THE DRAWER? (Y/N): "
                       accept ws-cash-sw
                       move function upper-case (ws-cash-sw)
                           to ws-cash-sw
                   end-if
               when 'T'
                   perform prompt-account-must-exist
           add 1 to ws-batch-count.
           move ws-work-txn to ws-batch-item (ws-batch-count).
           add wt-amount to ws-amount-total.
           if ws-cash-item
               if wt-type = 'D'
                   add wt-amount to ws-batch-cash-in
               else
                   add wt-amount to ws-batch-cash-out
               end-if
           end-if.
           display "ITEM " ws-batch-count " CAPTURED - TYPE "
                   wt-type " AMOUNT " wt-amount.

           display "BATCH WRITTEN TO txn.txt WITH HDR/TRL "
                   "CONTROLS".

      * the teller captures against a drawer opened for today -
      * cash cannot be balanced at close against a drawer nobody
      * signed for
       sign-on-teller-drawer.
           display "TELLER ID (4 DIGITS): ".
           accept ws-teller-id.
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
           if not ws-drw-found
               display "TELLER " ws-teller-id " HAS NO DRAWER - "
                       "OPEN ONE BEFORE CAPTURING"
               stop run
           end-if.
           if not ws-drw-open (ws-drw-idx)
                   or ws-drw-date (ws-drw-idx) not = ws-business-date
               display "DRAWER FOR TELLER " ws-teller-id
                       " IS NOT OPEN FOR " ws-business-date
                       " - OPEN IT BEFORE CAPTURING"
               stop run
           end-if.

      * the written batch's cash goes on the teller's drawer; the
      * drawer master is rewritten whole, the way it was read
       post-drawer-cash.
           add ws-batch-cash-in to ws-drw-cash-in (ws-drw-idx).
           add ws-batch-cash-out to ws-drw-cash-out (ws-drw-idx).
           open output drawer-file.
           perform varying ws-drw-idx from 1 by 1
                   until ws-drw-idx > ws-drawer-count
               move ws-drw-entry (ws-drw-idx) to drawer-record
               write drawer-record
           end-perform.
           close drawer-file.
           display "DRAWER CASH IN:  " ws-batch-cash-in.
           display "DRAWER CASH OUT: " ws-batch-cash-out.

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

       end program tellercap.
