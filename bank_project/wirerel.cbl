       identification division.
       program-id. wirerel.
      * outbound wire release - the second operator's desk for the
      * wires wirecap.cbl captured. Each pending wire shows with
      * the operator who keyed it; the releasing operator may not
      * be that operator. A released wire is proved again against
      * the debit account (it may have been frozen or drawn down
      * since capture), debited under the wire type with the wire
      * fee from the fee schedule, and written to the outbound
      * wire file for the correspondent bank. Rejected wires are
      * dropped, skipped wires stay pending for a later session,
      * and every decision lands on the compliance wire log with
      * both operators on the line.
       environment division.
       input-output section.
       file-control.
           select pending-wire-file assign to
               "/Users/simonvargas/wirepend.txt"
               organization is line sequential
               file status is wp-fs-status.

           select carry-file assign to
               "/Users/simonvargas/wirepend.new"
               organization is line sequential.

           select account-file assign to "/Users/simonvargas/accnts.dat"
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is fs-status.

           select audit-log-file assign to
               "/Users/simonvargas/audit.txt"
               organization is line sequential
               file status is aud-fs-status.

      * where the audit sequence and chain stood when archaud.cbl
      * last archived the log, for when it carried nothing forward
           select audit-anchor-file assign to
               "/Users/simonvargas/audanchor.txt"
               organization is line sequential
               file status is anc-fs-status.

      * released wires for the correspondent bank: a header per
      * release session, one line per wire, and a control trailer
      * carrying the wire count and total
           select outbound-wire-file assign to
               "/Users/simonvargas/wireout.txt"
               organization is line sequential
               file status is wo-fs-status.

           select wire-log-file assign to
               "/Users/simonvargas/wirelog.txt"
               organization is line sequential
               file status is wl-fs-status.

           select deposit-hold-file assign to
               "/Users/simonvargas/depholds.txt"
               organization is line sequential
               file status is hold-fs-status.

           select fee-schedule-file assign to
               "/Users/simonvargas/feesched.txt"
               organization is line sequential
               file status is fee-fs-status.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
      * same record wirecap.cbl wrote
           fd pending-wire-file.
           01 pending-wire-record.
               05 wp-wire-ref          pic 9(14).
               05 wp-account-number    pic 9(5).
               05 wp-amount            pic 9(7)v99.
               05 wp-bene-name         pic x(25).
               05 wp-bene-account      pic x(20).
               05 wp-bene-routing      pic 9(9).
               05 wp-entered-by        pic x(8).
               05 wp-entered-date      pic 9(8).

           fd carry-file.
           01 carry-record             pic x(98).

           fd account-file
               record contains 80 characters
               block contains 0 records
               label records are standard
                data record is account-record.
             01 account-record.
                 05 account-number      pic 9(5).
      * Masked at rest - see decrypt-balance/encrypt-balance below;
      * same scheme as banksyst.cbl, which owns this file
                 05 account-balance-enc pic s9(7)v99.
                 05 account-credit-limit pic 9(5)v99.
                 05 account-interest-rate pic 9v9(4).
                 05 account-status       pic x(1).
                     88 account-open    values 'O' ' '.
                     88 account-closed  value 'C'.
                     88 account-dormant value 'D'.
                 05 account-branch-code  pic 9(3).
                 05 account-type         pic x(1).
                     88 account-term-deposit value 'K'.
                 05 account-term-months  pic 9(3).
                 05 account-maturity-date pic 9(8).
                 05 account-rollover-flag pic x(1).
                 05 account-freeze-flag  pic x(1).
                     88 account-frozen  value 'F'.
                 05 account-freeze-reason pic x(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

           fd outbound-wire-file.
           01 outbound-wire-record.
               05 wo-record-type       pic x(1).
                   88 wo-header        value 'H'.
                   88 wo-wire          value 'D'.
                   88 wo-trailer       value 'T'.
               05 wo-body              pic x(101).
               05 wo-wire-body redefines wo-body.
                   10 wo-wire-ref      pic 9(14).
                   10 wo-value-date    pic 9(8).
                   10 wo-debit-account pic 9(5).
                   10 wo-amount        pic 9(7)v99.
                   10 wo-bene-name     pic x(25).
                   10 wo-bene-account  pic x(20).
                   10 wo-bene-routing  pic 9(9).
                   10 filler           pic x(11).
               05 wo-header-body redefines wo-body.
                   10 wo-batch-date    pic 9(8).
                   10 wo-batch-time    pic 9(6).
                   10 wo-released-by   pic x(8).
                   10 filler           pic x(79).
               05 wo-trailer-body redefines wo-body.
                   10 wo-wire-count    pic 9(5).
                   10 wo-wire-total    pic 9(11)v99.
                   10 filler           pic x(83).

           fd wire-log-file.
           01 wire-log-line            pic x(132).

           fd deposit-hold-file.
           01 deposit-hold-record.
               05 hd-account-number    pic 9(5).
               05 hd-amount            pic 9(7)v99.
               05 hd-release-date      pic 9(8).

           fd fee-schedule-file.
           01 fee-schedule-record.
               05 fs-fee-type          pic x(1).
               05 fs-fee-amount        pic 9(5)v99.
               05 fs-min-balance       pic 9(7)v99.

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 fs-status                  pic xx.
           01 wp-fs-status               pic xx.
           01 wo-fs-status               pic xx.
           01 wl-fs-status               pic xx.
           01 hold-fs-status             pic xx.
           01 fee-fs-status              pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-wp-eof-flag             pic x value 'N'.
               88 ws-wp-end-of-file     value 'Y'.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.
           01 ws-fee-eof-flag            pic x value 'N'.
               88 ws-fee-end-of-file    value 'Y'.

           01 ws-approver-id             pic x(8).
           01 ws-action                  pic x(1).
           01 ws-wire-ok-sw              pic x.
               88 ws-wire-ok            value 'Y'.
           01 ws-header-written-sw       pic x value 'N'.
               88 ws-header-written     value 'Y'.
           01 ws-wire-fee                pic 9(5)v99 value zero.
           01 ws-released-count          pic 9(5) value zero.
           01 ws-released-total          pic 9(11)v99 value zero.
           01 ws-rejected-count          pic 9(5) value zero.
           01 ws-refused-count           pic 9(5) value zero.
           01 ws-skipped-count           pic 9(5) value zero.
           01 ws-current-date-time       pic x(21).
           01 ws-system-command          pic x(140).

           01 ws-deposit-hold-table.
               05 ws-dh-entry occurs 500 times.
                   10 ws-dh-account     pic 9(5).
                   10 ws-dh-amount      pic 9(7)v99.
                   10 ws-dh-release     pic 9(8).
           01 ws-dh-count                pic 9(3) value zero.
           01 ws-dh-sub                  pic 9(3).
           01 ws-held-amount             pic 9(9)v99 value zero.
           01 ws-available-balance       pic s9(9)v99.

           01 ws-balance-before          pic s9(7)v99.
           01 ws-amount                  pic 9(7)v99.
           01 ws-transaction-type        pic x(1).
           01 ws-ref-number              pic 9(14).

      * same masking scheme as banksyst.cbl - account-balance is
      * the clear working copy, account-balance-enc is on disk
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * the wire reference rides in the reference slot
      * banksyst.cbl uses for its transaction stamp
           01 ws-audit-detail.
               05 filler                pic x(9) value "ACCOUNT: ".
               05 aud-account-out       pic 9(5).
               05 filler                pic x(1) value space.
               05 filler                pic x(6) value "TYPE: ".
               05 aud-type-out          pic x(1).
               05 filler                pic x(1) value space.
               05 filler                pic x(8) value "AMOUNT: ".
               05 aud-amount-out        pic z,zzz,zz9.99.
               05 filler                pic x(1) value space.
               05 filler                pic x(7) value "BEFORE:".
               05 aud-before-out        pic z,zzz,zz9.99.
               05 filler                pic x(1) value space.
               05 filler                pic x(7) value "AFTER: ".
               05 aud-after-out         pic z,zzz,zz9.99.
               05 filler                pic x(1) value space.
               05 filler                pic x(3) value "AT:".
               05 aud-timestamp-out     pic 9(14).
               05 filler                pic x(5) value " REF:".
               05 aud-ref-out           pic 9(14).
      * global audit sequence and hash chain, stamped on the end of
      * every audit line - see stamp-audit-chain
           01 aud-fs-status              pic xx.
           01 anc-fs-status              pic xx.
           01 ws-audit-seq               pic 9(10) value zero.
           01 ws-audit-chain             pic 9(10) value zero.
           01 ws-audit-hash              pic 9(12).
           01 ws-audit-hash-pos          pic 9(3).
           01 ws-chain-eof-flag          pic x value 'N'.
               88 ws-chain-end-of-file  value 'Y'.
           01 ws-audit-chain-stamp.
               05 filler                pic x(5) value " SEQ:".
               05 aud-seq-out           pic 9(10).
               05 filler                pic x(5) value " CHN:".
               05 aud-chain-out         pic 9(10).
           01 ws-audit-chain-parse.
               05 filler                pic x(120).
               05 aud-seq-tag-in        pic x(5).
               05 aud-seq-in            pic 9(10).
               05 filler                pic x(5).
               05 aud-chain-in          pic 9(10).

      * the wire log line wirecap.cbl writes too
           01 ws-wire-log-detail.
               05 wlg-stamp-out         pic 9(14).
               05 filler                pic x(6) value " WIRE ".
               05 wlg-ref-out           pic 9(14).
               05 filler                pic x(6) value " ACCT ".
               05 wlg-account-out       pic 9(5).
               05 filler                pic x(5) value " AMT ".
               05 wlg-amount-out        pic z,zzz,zz9.99.
               05 filler                pic x(6) value " BENE ".
               05 wlg-bene-out          pic x(25).
               05 filler                pic x(4) value " OP ".
               05 wlg-entered-out       pic x(8).
               05 filler                pic x(5) value " 2ND ".
               05 wlg-approver-out      pic x(8).
               05 filler                pic x(1) value space.
               05 wlg-event-out         pic x(10).

       procedure division.
       main-procedure.
           display "Starting Wire Release Session...".
           perform get-business-date.
           display "Enter releasing operator ID: ".
           accept ws-approver-id.
           if ws-approver-id = spaces
               display "NO OPERATOR ID - NOTHING RELEASED"
               move 8 to return-code
               stop run
           end-if.

           open input pending-wire-file.
           if wp-fs-status not = "00"
               display "NO PENDING-WIRE FILE - NOTHING TO RELEASE"
               stop run
           end-if.
           open i-o account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE. STATUS: "
                       fs-status
               close pending-wire-file
               move 8 to return-code
               stop run
           end-if.
           perform load-deposit-holds.
           perform load-wire-fee.

           perform open-audit-log.
           open extend outbound-wire-file.
           if wo-fs-status not = "00"
               open output outbound-wire-file
           end-if.
           open extend wire-log-file.
           if wl-fs-status not = "00"
               open output wire-log-file
           end-if.
           open output carry-file.

           perform until ws-wp-end-of-file
               read pending-wire-file
                   at end move 'Y' to ws-wp-eof-flag
                   not at end
                       perform review-one-wire
               end-read
           end-perform.

           if ws-header-written
               perform write-outbound-trailer
           end-if.

           close pending-wire-file.
           close account-file.
           close audit-log-file.
           close outbound-wire-file.
           close wire-log-file.
           close carry-file.

      * the still-pending wires become the live pending file
           move spaces to ws-system-command.
           string "mv /Users/simonvargas/wirepend.new "
                   delimited by size
                   "/Users/simonvargas/wirepend.txt"
                   delimited by size
               into ws-system-command.
           call "SYSTEM" using ws-system-command.

           display "WIRES RELEASED: " ws-released-count.
           display "WIRES REJECTED: " ws-rejected-count.
           display "WIRES REFUSED AT RELEASE: " ws-refused-count.
           display "WIRES LEFT PENDING: " ws-skipped-count.
           display "Wire Release Session completed.".
           stop run.

      * dual control means two different people: a wire the
      * releasing operator keyed themselves stays pending for
      * someone else
       review-one-wire.
           display "-----------------------------------".
           display "WIRE " wp-wire-ref " ACCOUNT " wp-account-number
                   " AMOUNT " wp-amount.
           display "TO " wp-bene-name " ACCOUNT " wp-bene-account
                   " ROUTING " wp-bene-routing.
           display "ENTERED BY " wp-entered-by
                   " ON " wp-entered-date.
           if wp-entered-by = ws-approver-id
               display "YOU KEYED THIS WIRE - A DIFFERENT "
                       "OPERATOR MUST RELEASE IT"
               perform keep-wire-pending
               exit paragraph
           end-if.
           display "ACTION: A = RELEASE, R = REJECT, S = SKIP: ".
           accept ws-action.
           evaluate ws-action
               when 'A'
               when 'a'
                   perform release-one-wire
               when 'R'
               when 'r'
                   add 1 to ws-rejected-count
                   move "REJECTED" to wlg-event-out
                   perform write-wire-log-line
               when other
                   perform keep-wire-pending
           end-evaluate.

       keep-wire-pending.
           add 1 to ws-skipped-count.
           move pending-wire-record to carry-record.
           write carry-record.

      * the account is proved again at release - it may have been
      * closed, frozen or drawn down since the wire was captured.
      * A wire that no longer fits is refused, not carried.
       release-one-wire.
           move 'N' to ws-wire-ok-sw.
           move wp-account-number to account-number.
           read account-file
               invalid key
                   display "ACCOUNT " wp-account-number
                           " NO LONGER ON FILE"
               not invalid key
                   perform prove-debit-account
           end-read.
           if not ws-wire-ok
               display "WIRE " wp-wire-ref " REFUSED AT RELEASE"
               add 1 to ws-refused-count
               move "REFUSED" to wlg-event-out
               perform write-wire-log-line
               exit paragraph
           end-if.

      * 'M' marks an outgoing wire on the audit log; the fee goes
      * on as an ordinary service charge. Both carry the wire ref.
           if account-dormant
               move 'O' to account-status
           end-if.
           move wp-wire-ref to ws-ref-number.
           move account-balance to ws-balance-before.
           subtract wp-amount from account-balance.
           move wp-amount to ws-amount.
           move 'M' to ws-transaction-type.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status not = "00"
               display "WIRE POST FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
                       " WIRE " wp-wire-ref
               perform keep-wire-pending
               exit paragraph
           end-if.
           perform write-audit-record.

           if ws-wire-fee > zero
               move account-balance to ws-balance-before
               subtract ws-wire-fee from account-balance
               move ws-wire-fee to ws-amount
               move 'S' to ws-transaction-type
               perform encrypt-balance
               rewrite account-record
               if fs-status = "00"
                   perform write-audit-record
               else
                   display "WIRE FEE POST FAILED - COULD NOT "
                           "UPDATE ACCOUNT: " account-number
               end-if
           end-if.

           perform write-outbound-wire.
           add 1 to ws-released-count.
           add wp-amount to ws-released-total.
           move "RELEASED" to wlg-event-out.
           perform write-wire-log-line.
           display "WIRE " wp-wire-ref " RELEASED".

       prove-debit-account.
           perform decrypt-balance.
           evaluate true
               when account-closed
                   display "ACCOUNT " account-number " IS CLOSED"
               when account-frozen
                   display "ACCOUNT " account-number
                           " IS FROZEN (" account-freeze-reason ")"
               when account-term-deposit
                       and ws-business-date < account-maturity-date
                   display "ACCOUNT " account-number
                           " IS A TERM DEPOSIT MATURING "
                           account-maturity-date
               when other
                   perform sum-unreleased-holds
                   compute ws-available-balance =
                           account-balance + account-credit-limit
                           - ws-held-amount - wp-amount - ws-wire-fee
                   if ws-available-balance < 0
                       display "INSUFFICIENT AVAILABLE FUNDS FOR "
                               "WIRE AND FEE"
                   else
                       move 'Y' to ws-wire-ok-sw
                   end-if
           end-evaluate.

      * the batch header goes out ahead of the first wire
      * released, so a session that releases nothing sends nothing
       write-outbound-wire.
           if not ws-header-written
               move spaces to outbound-wire-record
               move 'H' to wo-record-type
               move ws-business-date to wo-batch-date
               move function current-date to ws-current-date-time
               move ws-current-date-time (9:6) to wo-batch-time
               move ws-approver-id to wo-released-by
               write outbound-wire-record
               move 'Y' to ws-header-written-sw
           end-if.
           move spaces to outbound-wire-record.
           move 'D' to wo-record-type.
           move wp-wire-ref to wo-wire-ref.
           move ws-business-date to wo-value-date.
           move wp-account-number to wo-debit-account.
           move wp-amount to wo-amount.
           move wp-bene-name to wo-bene-name.
           move wp-bene-account to wo-bene-account.
           move wp-bene-routing to wo-bene-routing.
           write outbound-wire-record.

       write-outbound-trailer.
           move spaces to outbound-wire-record.
           move 'T' to wo-record-type.
           move ws-released-count to wo-wire-count.
           move ws-released-total to wo-wire-total.
           write outbound-wire-record.

       write-wire-log-line.
           move ws-business-date to wlg-stamp-out (1:8).
           move function current-date to ws-current-date-time.
           move ws-current-date-time (9:6) to wlg-stamp-out (9:6).
           move wp-wire-ref to wlg-ref-out.
           move wp-account-number to wlg-account-out.
           move wp-amount to wlg-amount-out.
           move wp-bene-name to wlg-bene-out.
           move wp-entered-by to wlg-entered-out.
           move ws-approver-id to wlg-approver-out.
           move ws-wire-log-detail to wire-log-line.
           write wire-log-line.

       load-wire-fee.
           open input fee-schedule-file.
           if fee-fs-status = "00"
               perform until ws-fee-end-of-file
                   read fee-schedule-file
                       at end move 'Y' to ws-fee-eof-flag
                       not at end
                           if fs-fee-type = 'W'
                               move fs-fee-amount to ws-wire-fee
                           end-if
                   end-read
               end-perform
               close fee-schedule-file
           end-if.

       load-deposit-holds.
           open input deposit-hold-file.
           if hold-fs-status = "00"
               perform until ws-hold-end-of-file
                   read deposit-hold-file
                       at end move 'Y' to ws-hold-eof-flag
                       not at end
                           if ws-dh-count < 500
                               add 1 to ws-dh-count
                               move hd-account-number
                                   to ws-dh-account (ws-dh-count)
                               move hd-amount
                                   to ws-dh-amount (ws-dh-count)
                               move hd-release-date
                                   to ws-dh-release (ws-dh-count)
                           end-if
                   end-read
               end-perform
               close deposit-hold-file
           end-if.

       sum-unreleased-holds.
           move zero to ws-held-amount.
           perform varying ws-dh-sub from 1 by 1
                   until ws-dh-sub > ws-dh-count
               if ws-dh-account (ws-dh-sub) = account-number
                       and ws-dh-release (ws-dh-sub)
                           > ws-business-date
                   add ws-dh-amount (ws-dh-sub) to ws-held-amount
               end-if
           end-perform.

      * unmask / mask - same arithmetic as banksyst.cbl
       decrypt-balance.
           compute ws-bal-cents =
                   function integer(account-balance-enc * 100)
                   + 1000000000 - ws-mask-key-cents.
           compute ws-bal-cents =
                   function mod(ws-bal-cents, 1000000000).
           if ws-bal-cents >= ws-bal-half-cents
               compute ws-bal-cents = ws-bal-cents - 1000000000
           end-if.
           compute account-balance = ws-bal-cents / 100.

       encrypt-balance.
           compute ws-bal-cents =
                   function integer(account-balance * 100)
                   + ws-mask-key-cents.
           compute ws-bal-cents =
                   function mod(ws-bal-cents, 1000000000).
           compute account-balance-enc = ws-bal-cents / 100.

       write-audit-record.
           move account-number to aud-account-out.
           move ws-transaction-type to aud-type-out.
           move ws-amount to aud-amount-out.
           move ws-balance-before to aud-before-out.
           move account-balance to aud-after-out.
           move function current-date to ws-current-date-time.
           move ws-current-date-time (1:14) to aud-timestamp-out.
      * date half of the stamp is the business date; the time half
      * stays the wall clock so entries still order within the day
           move ws-business-date to aud-timestamp-out (1:8).
           move ws-ref-number to aud-ref-out.
           move ws-audit-detail to audit-log-line.
           perform stamp-audit-chain.
           write audit-log-line.

      * the audit sequence and chain carry on from the last entry
      * on the live log - or, when archaud.cbl carried nothing
      * forward, from the anchor it left - before the log is
      * opened for appending
       open-audit-log.
           move zero to ws-audit-seq.
           move zero to ws-audit-chain.
           move 'N' to ws-chain-eof-flag.
           open input audit-log-file.
           if aud-fs-status = "00"
               perform until ws-chain-end-of-file
                   read audit-log-file
                       at end move 'Y' to ws-chain-eof-flag
                       not at end
                           move audit-log-line to ws-audit-chain-parse
                           if aud-seq-tag-in = " SEQ:"
                                   and aud-seq-in is numeric
                                   and aud-chain-in is numeric
                               move aud-seq-in to ws-audit-seq
                               move aud-chain-in to ws-audit-chain
                           end-if
                   end-read
               end-perform
               close audit-log-file
           end-if.
           if ws-audit-seq = zero
               open input audit-anchor-file
               if anc-fs-status = "00"
                   read audit-anchor-file
                       at end continue
                       not at end
                           move anc-last-seq to ws-audit-seq
                           move anc-last-chain to ws-audit-chain
                   end-read
                   close audit-anchor-file
               end-if
           end-if.
           open extend audit-log-file.

      * stamp the next global sequence number and the chain value -
      * the previous entry's chain value hashed on through this
      * entry's text and sequence number - so audverify.cbl can
      * prove no line was edited, dropped or reordered
       stamp-audit-chain.
           add 1 to ws-audit-seq.
           move ws-audit-seq to aud-seq-out.
           move zero to aud-chain-out.
           move ws-audit-chain-stamp to audit-log-line (121:30).
           move ws-audit-chain to ws-audit-hash.
           perform varying ws-audit-hash-pos from 1 by 1
                   until ws-audit-hash-pos > 135
               compute ws-audit-hash = function mod (
                       ws-audit-hash * 31 + function ord (
                       audit-log-line (ws-audit-hash-pos:1)),
                       4294967291)
           end-perform.
           move ws-audit-hash to ws-audit-chain.
           move ws-audit-chain to aud-chain-out.
           move ws-audit-chain-stamp to audit-log-line (121:30).

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

       end program wirerel.
