       identification division.
       program-id. wirecap.
      * outbound wire request capture. The customer's wire request
      * is keyed here instead of being handled on the phone and by
      * fax outside the system: the debit account is proved open,
      * unfrozen and able to cover the wire and its fee out of
      * available funds (balance plus credit line, less deposits on
      * hold), and the beneficiary is screened against the
      * compliance watchlist the way custmaint.cbl screens a
      * customer. A cleared wire waits on the pending-wire file for
      * a second operator to release it in wirerel.cbl; a
      * watchlist match is held for compliance review and never
      * queued. Every wire keyed lands on the wire log.
       environment division.
       input-output section.
       file-control.
           select account-file assign to "/Users/simonvargas/accnts.dat"
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is fs-status.

      * wires captured and waiting for second-operator release
           select pending-wire-file assign to
               "/Users/simonvargas/wirepend.txt"
               organization is line sequential
               file status is wp-fs-status.

      * the compliance wire log: every wire captured, held,
      * refused, released or rejected, by business date
           select wire-log-file assign to
               "/Users/simonvargas/wirelog.txt"
               organization is line sequential
               file status is wl-fs-status.

      * funds-availability holds banksyst.cbl keeps
           select deposit-hold-file assign to
               "/Users/simonvargas/depholds.txt"
               organization is line sequential
               file status is hold-fs-status.

      * the wire fee is the 'W' rule on the fee schedule
           select fee-schedule-file assign to
               "/Users/simonvargas/feesched.txt"
               organization is line sequential
               file status is fee-fs-status.

      * compliance watchlist, review report and screening log -
      * the same files custmaint.cbl and banksyst.cbl screen with
           select watchlist-file assign to
               "/Users/simonvargas/watchlst.txt"
               organization is line sequential
               file status is watch-fs-status.

           select pending-review-file assign to
               "/Users/simonvargas/pendrev.txt"
               organization is line sequential
               file status is pend-fs-status.

           select screening-log-file assign to
               "/Users/simonvargas/scrnlog.txt"
               organization is line sequential
               file status is scrn-fs-status.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd account-file
               record contains 80 characters
               block contains 0 records
               label records are standard
                data record is account-record.
             01 account-record.
                 05 account-number      pic 9(5).
      * Masked at rest - see decrypt-balance below; same scheme as
      * banksyst.cbl, which owns this file
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

      * the wire as keyed: its reference (business date and the
      * day's sequence), the debit account and amount, the
      * beneficiary, and who keyed it when
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

           fd watchlist-file.
           01 watchlist-record.
               05 wl-name              pic x(25).

           fd pending-review-file.
           01 pending-review-line      pic x(90).

           fd screening-log-file.
           01 screening-log-line       pic x(90).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 fs-status                  pic xx.
           01 wp-fs-status               pic xx.
           01 wl-fs-status               pic xx.
           01 hold-fs-status             pic xx.
           01 fee-fs-status              pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.
           01 ws-fee-eof-flag            pic x value 'N'.
               88 ws-fee-end-of-file    value 'Y'.
           01 ws-wl-eof-flag             pic x value 'N'.
               88 ws-wl-end-of-file     value 'Y'.

           01 ws-operator-id             pic x(8) value spaces.
           01 ws-more-sw                 pic x value 'Y'.
               88 ws-more-wires         value 'Y'.
           01 ws-wire-ok-sw              pic x.
               88 ws-wire-ok            value 'Y'.
           01 ws-wire-fee                pic 9(5)v99 value zero.
           01 ws-last-sequence           pic 9(6) value zero.
           01 ws-wire-ref                pic 9(14).
           01 ws-wire-ref-parts redefines ws-wire-ref.
               05 ws-ref-date           pic 9(8).
               05 ws-ref-sequence       pic 9(6).
           01 ws-captured-count          pic 9(5) value zero.
           01 ws-held-count              pic 9(5) value zero.
           01 ws-refused-count           pic 9(5) value zero.

           01 ws-deposit-hold-table.
               05 ws-dh-entry occurs 500 times.
                   10 ws-dh-account     pic 9(5).
                   10 ws-dh-amount      pic 9(7)v99.
                   10 ws-dh-release     pic 9(8).
           01 ws-dh-count                pic 9(3) value zero.
           01 ws-dh-sub                  pic 9(3).
           01 ws-held-amount             pic 9(9)v99 value zero.
           01 ws-available-balance       pic s9(9)v99.

      * same masking scheme as banksyst.cbl - read side only here
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * watchlist screening state - entries pre-normalized at
      * load, same matching rules custmaint.cbl applies: exact
      * normalized match, containment (4+ characters), or one
      * adjacent transposition
           01 watch-fs-status             pic xx.
           01 pend-fs-status              pic xx.
           01 scrn-fs-status              pic xx.
           01 ws-watch-eof-flag           pic x value 'N'.
               88 ws-watch-end-of-file   value 'Y'.
           01 ws-watch-table.
               05 ws-watch-entry occurs 200 times
                       indexed by ws-watch-idx.
                   10 ws-watch-name     pic x(25).
                   10 ws-watch-len      pic 9(2).
           01 ws-watch-count              pic 9(3) value zero.
           01 ws-screen-name              pic x(25).
           01 ws-norm-input               pic x(25).
           01 ws-norm-output              pic x(25).
           01 ws-norm-len                 pic 9(2).
           01 ws-cand-name                pic x(25).
           01 ws-cand-len                 pic 9(2).
           01 ws-scan-idx                 pic 9(3).
           01 ws-slide-idx                pic 9(3).
           01 ws-diff-count               pic 9(2).
           01 ws-diff-pos-1               pic 9(2).
           01 ws-diff-pos-2               pic 9(2).
           01 ws-screen-hit-sw            pic x value 'N'.
               88 ws-screen-hit          value 'Y'.
           01 ws-pair-hit-sw              pic x.
               88 ws-pair-hit            value 'Y'.
           01 ws-matched-watch-name       pic x(25).
           01 ws-screen-stamp             pic 9(14).
           01 ws-screen-detail.
               05 ws-scr-stamp-out      pic 9(14).
               05 filler                pic x(1) value space.
               05 ws-scr-name-out       pic x(25).
               05 filler                pic x(1) value space.
               05 ws-scr-result-out     pic x(10).
               05 filler                pic x(1) value space.
               05 ws-scr-match-out      pic x(25).

      * the wire log line wirerel.cbl writes too
           01 ws-current-date-time       pic x(21).
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
           01 ws-wire-log-parse redefines ws-wire-log-detail.
               05 wlp-stamp-in          pic 9(14).
               05 filler                pic x(6).
               05 wlp-ref-in            pic 9(14).
               05 wlp-ref-parts redefines wlp-ref-in.
                   10 wlp-ref-date      pic 9(8).
                   10 wlp-ref-sequence  pic 9(6).
               05 filler                pic x(95).

       procedure division.
       main-procedure.
           display "Starting Wire Request Capture...".
           perform get-business-date.
           display "Enter operator ID: ".
           accept ws-operator-id.
           if ws-operator-id = spaces
               display "NO OPERATOR ID - NOTHING CAPTURED"
               move 8 to return-code
               stop run
           end-if.

           perform load-watchlist.
           perform load-deposit-holds.
           perform load-wire-fee.
           perform find-last-wire-sequence.

           open input account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE. STATUS: "
                       fs-status
               move 8 to return-code
               stop run
           end-if.
           open extend pending-wire-file.
           if wp-fs-status not = "00"
               open output pending-wire-file
           end-if.
           open extend wire-log-file.
           if wl-fs-status not = "00"
               open output wire-log-file
           end-if.
           open extend pending-review-file.
           if pend-fs-status not = "00"
               open output pending-review-file
           end-if.
           open extend screening-log-file.
           if scrn-fs-status not = "00"
               open output screening-log-file
           end-if.

           perform until not ws-more-wires
               perform capture-one-wire
               display "ANOTHER WIRE? (Y/N): "
               accept ws-more-sw
               if ws-more-sw = 'y'
                   move 'Y' to ws-more-sw
               end-if
           end-perform.

           close account-file.
           close pending-wire-file.
           close wire-log-file.
           close pending-review-file.
           close screening-log-file.

           display "WIRES CAPTURED FOR RELEASE: " ws-captured-count.
           display "WIRES HELD FOR COMPLIANCE:  " ws-held-count.
           display "WIRES REFUSED:              " ws-refused-count.
           display "Wire Request Capture completed.".
           stop run.

      * the debit account is proved before anything else is keyed
      * - no sense taking a beneficiary for a wire that cannot go
       capture-one-wire.
           move 'N' to ws-wire-ok-sw.
           initialize pending-wire-record.
           display "DEBIT ACCOUNT NUMBER: ".
           accept wp-account-number.
           move wp-account-number to account-number.
           read account-file
               invalid key
                   display "ACCOUNT " wp-account-number
                           " NOT ON FILE - WIRE NOT CAPTURED"
               not invalid key
                   perform prove-debit-account
           end-read.
           if not ws-wire-ok
               add 1 to ws-refused-count
               move "REFUSED" to wlg-event-out
               perform write-wire-log-line
               exit paragraph
           end-if.

           display "WIRE AMOUNT (9999999.99): ".
           accept wp-amount.
           perform check-available-funds.
           if not ws-wire-ok
               add 1 to ws-refused-count
               move "REFUSED" to wlg-event-out
               perform write-wire-log-line
               exit paragraph
           end-if.

           display "BENEFICIARY NAME: ".
           accept wp-bene-name.
           display "BENEFICIARY ACCOUNT: ".
           accept wp-bene-account.
           display "BENEFICIARY BANK ROUTING NUMBER (9 DIGITS): ".
           accept wp-bene-routing.
           if wp-bene-name = spaces or wp-bene-account = spaces
                   or wp-bene-routing not numeric
                   or wp-bene-routing = zero
               display "BENEFICIARY INCOMPLETE - WIRE NOT CAPTURED"
               add 1 to ws-refused-count
               move "REFUSED" to wlg-event-out
               perform write-wire-log-line
               exit paragraph
           end-if.

           add 1 to ws-last-sequence.
           move ws-business-date to ws-ref-date.
           move ws-last-sequence to ws-ref-sequence.
           move ws-wire-ref to wp-wire-ref.
           move ws-operator-id to wp-entered-by.
           move ws-business-date to wp-entered-date.

      * a beneficiary on the watchlist is held for compliance,
      * never queued for release; every name screened goes on the
      * examiner log either way
           move wp-bene-name to ws-screen-name.
           perform screen-name-against-watchlist.
           perform write-screening-log-line.
           if ws-screen-hit
               add 1 to ws-held-count
               move spaces to pending-review-line
               string "REVIEW WIRE " wp-wire-ref
                      " ACCOUNT " wp-account-number
                      " BENE " wp-bene-name
                      " MATCHED " ws-matched-watch-name
                   delimited by size into pending-review-line
               write pending-review-line
               move "HELD" to wlg-event-out
               perform write-wire-log-line
               display "WATCHLIST MATCH - WIRE " wp-wire-ref
                       " HELD FOR COMPLIANCE REVIEW"
               exit paragraph
           end-if.

           write pending-wire-record.
           add 1 to ws-captured-count.
           move "CAPTURED" to wlg-event-out.
           perform write-wire-log-line.
           display "WIRE " wp-wire-ref " CAPTURED - AWAITING "
                   "SECOND-OPERATOR RELEASE".

      * the same refusals banksyst.cbl applies to a withdrawal
       prove-debit-account.
           evaluate true
               when account-closed
                   display "ACCOUNT " account-number
                           " IS CLOSED - WIRE NOT CAPTURED"
               when account-frozen
                   display "ACCOUNT " account-number
                           " IS FROZEN (" account-freeze-reason
                           ") - WIRE NOT CAPTURED"
               when account-term-deposit
                       and ws-business-date < account-maturity-date
                   display "ACCOUNT " account-number
                           " IS A TERM DEPOSIT MATURING "
                           account-maturity-date
                           " - WIRE NOT CAPTURED"
               when other
                   move 'Y' to ws-wire-ok-sw
           end-evaluate.

      * the wire and its fee must both come out of available
      * funds - balance plus credit line, less deposits on hold
       check-available-funds.
           if wp-amount not numeric or wp-amount = zero
               display "NO WIRE AMOUNT - WIRE NOT CAPTURED"
               move 'N' to ws-wire-ok-sw
               exit paragraph
           end-if.
           perform decrypt-balance.
           perform sum-unreleased-holds.
           compute ws-available-balance =
                   account-balance + account-credit-limit
                   - ws-held-amount - wp-amount - ws-wire-fee.
           if ws-available-balance < 0
               display "INSUFFICIENT AVAILABLE FUNDS FOR WIRE "
                       "AND FEE - WIRE NOT CAPTURED"
               move 'N' to ws-wire-ok-sw
           end-if.

       write-wire-log-line.
           move ws-business-date to wlg-stamp-out (1:8).
           move function current-date to ws-current-date-time.
           move ws-current-date-time (9:6) to wlg-stamp-out (9:6).
           move wp-wire-ref to wlg-ref-out.
           move wp-account-number to wlg-account-out.
           move wp-amount to wlg-amount-out.
           move wp-bene-name to wlg-bene-out.
           move ws-operator-id to wlg-entered-out.
           move spaces to wlg-approver-out.
           move ws-wire-log-detail to wire-log-line.
           write wire-log-line.

      * the day's wire references run on from the highest already
      * on the wire log for the business date
       find-last-wire-sequence.
           open input wire-log-file.
           if wl-fs-status = "00"
               perform until ws-wl-end-of-file
                   read wire-log-file
                       at end move 'Y' to ws-wl-eof-flag
                       not at end
                           move wire-log-line to ws-wire-log-parse
                           if wlp-ref-date = ws-business-date
                                   and wlp-ref-sequence
                                       > ws-last-sequence
                               move wlp-ref-sequence
                                   to ws-last-sequence
                           end-if
                   end-read
               end-perform
               close wire-log-file
           end-if.

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
           display "WIRE FEE: " ws-wire-fee.

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

       load-watchlist.
           move zero to ws-watch-count.
           move 'N' to ws-watch-eof-flag.
           open input watchlist-file.
           if watch-fs-status not = "00"
               display "NO WATCHLIST FILE (watchlst.txt) - NAMES "
                       "NOT SCREENED"
           else
               perform until ws-watch-end-of-file
                   read watchlist-file
                       at end move 'Y' to ws-watch-eof-flag
                       not at end
                           if wl-name not = spaces
                                   and ws-watch-count < 200
                               add 1 to ws-watch-count
                               set ws-watch-idx to ws-watch-count
                               move wl-name to ws-norm-input
                               perform normalize-name
                               move ws-norm-output to
                                   ws-watch-name (ws-watch-idx)
                               move ws-norm-len to
                                   ws-watch-len (ws-watch-idx)
                           end-if
                   end-read
               end-perform
               close watchlist-file
               display "WATCHLIST NAMES LOADED: " ws-watch-count
           end-if.

      * upper-case the name and squeeze the spaces out - same
      * normalization custmaint.cbl screens with
       normalize-name.
           move function upper-case (ws-norm-input)
               to ws-norm-input.
           move spaces to ws-norm-output.
           move zero to ws-norm-len.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > 25
               if ws-norm-input (ws-scan-idx:1) not = space
                   add 1 to ws-norm-len
                   move ws-norm-input (ws-scan-idx:1)
                       to ws-norm-output (ws-norm-len:1)
               end-if
           end-perform.

       screen-name-against-watchlist.
           move 'N' to ws-screen-hit-sw.
           move spaces to ws-matched-watch-name.
           move ws-screen-name to ws-norm-input.
           perform normalize-name.
           move ws-norm-output to ws-cand-name.
           move ws-norm-len to ws-cand-len.
           if ws-cand-len = zero
               exit paragraph
           end-if.
           perform varying ws-watch-idx from 1 by 1
                   until ws-watch-idx > ws-watch-count
                   or ws-screen-hit
               perform compare-one-watch-name
               if ws-pair-hit
                   move 'Y' to ws-screen-hit-sw
                   move ws-watch-name (ws-watch-idx)
                       to ws-matched-watch-name
               end-if
           end-perform.

      * a pair hits on: the same normalized string; one name
      * contained whole in the other (four characters or more, so
      * initials don't fire); or names of equal length differing
      * only by one pair of adjacent swapped characters
       compare-one-watch-name.
           move 'N' to ws-pair-hit-sw.
           if ws-cand-name = ws-watch-name (ws-watch-idx)
               move 'Y' to ws-pair-hit-sw
               exit paragraph
           end-if.
           if ws-watch-len (ws-watch-idx) >= 4
                   and ws-watch-len (ws-watch-idx) < ws-cand-len
               perform varying ws-slide-idx from 1 by 1
                       until ws-slide-idx >
                           ws-cand-len
                           - ws-watch-len (ws-watch-idx) + 1
                       or ws-pair-hit
                   if ws-cand-name (ws-slide-idx:
                           ws-watch-len (ws-watch-idx))
                           = ws-watch-name (ws-watch-idx)
                               (1:ws-watch-len (ws-watch-idx))
                       move 'Y' to ws-pair-hit-sw
                   end-if
               end-perform
           end-if.
           if ws-cand-len >= 4
                   and ws-cand-len < ws-watch-len (ws-watch-idx)
               perform varying ws-slide-idx from 1 by 1
                       until ws-slide-idx >
                           ws-watch-len (ws-watch-idx)
                           - ws-cand-len + 1
                       or ws-pair-hit
                   if ws-watch-name (ws-watch-idx)
                           (ws-slide-idx:ws-cand-len)
                           = ws-cand-name (1:ws-cand-len)
                       move 'Y' to ws-pair-hit-sw
                   end-if
               end-perform
           end-if.
           if not ws-pair-hit
                   and ws-cand-len = ws-watch-len (ws-watch-idx)
               perform check-transposed-pair
           end-if.

       check-transposed-pair.
           move zero to ws-diff-count.
           move zero to ws-diff-pos-1.
           move zero to ws-diff-pos-2.
           perform varying ws-scan-idx from 1 by 1
                   until ws-scan-idx > ws-cand-len
               if ws-cand-name (ws-scan-idx:1)
                       not = ws-watch-name (ws-watch-idx)
                           (ws-scan-idx:1)
                   add 1 to ws-diff-count
                   if ws-diff-count = 1
                       move ws-scan-idx to ws-diff-pos-1
                   else
                       move ws-scan-idx to ws-diff-pos-2
                   end-if
               end-if
           end-perform.
           if ws-diff-count = 2
                   and ws-diff-pos-2 = ws-diff-pos-1 + 1
                   and ws-cand-name (ws-diff-pos-1:1)
                       = ws-watch-name (ws-watch-idx)
                           (ws-diff-pos-2:1)
                   and ws-cand-name (ws-diff-pos-2:1)
                       = ws-watch-name (ws-watch-idx)
                           (ws-diff-pos-1:1)
               move 'Y' to ws-pair-hit-sw
           end-if.

       write-screening-log-line.
           move function current-date (1:14) to ws-screen-stamp.
           move ws-screen-stamp to ws-scr-stamp-out.
           move ws-screen-name to ws-scr-name-out.
           if ws-screen-hit
               move "MATCH     " to ws-scr-result-out
               move ws-matched-watch-name to ws-scr-match-out
           else
               move "CLEARED   " to ws-scr-result-out
               move spaces to ws-scr-match-out
           end-if.
           move ws-screen-detail to screening-log-line.
           write screening-log-line.

      * Unmask account-balance-enc off the FD into the clear working
      * copy
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

       end program wirecap.
