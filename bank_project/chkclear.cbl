       identification division.
       program-id. chkclear.
       environment division.
       input-output section.
       file-control.
      * the clearinghouse's inward presentment: one line per check
      * our customers wrote, closed by a control trailer
           select inward-clearing-file assign to
               "/Users/simonvargas/inclear.txt"
               organization is line sequential
               file status is ic-fs-status.

      * stop-payment maintenance: one stop per line - account, a
      * single check number or a from/to range, an amount (zero =
      * any amount), and an expiry date (zero = until removed)
           select stop-payment-file assign to
               "/Users/simonvargas/stoppay.txt"
               organization is line sequential
               file status is sp-fs-status.

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

      * funds-availability holds banksyst.cbl keeps - a check is
      * not paid against deposited funds still on hold
           select deposit-hold-file assign to
               "/Users/simonvargas/depholds.txt"
               organization is line sequential
               file status is hold-fs-status.

      * items sent back to the clearinghouse, each with its return
      * reason code, closed by a control trailer
           select check-return-file assign to
               "/Users/simonvargas/chkret.txt"
               organization is line sequential.

      * every check paid, by account and check number, kept for
      * the check lookup in custinq.cbl - the bank's own paid-check
      * history, apart from the payroll paid-items file chkpaid.txt
           select paid-items-file assign to
               "/Users/simonvargas/chkpdhst.txt"
               organization is line sequential
               file status is cp-fs-status.

      * the fee schedule feeassess.cbl charges from - only its 'O'
      * rule (overdraft sweep) is read here, as banksyst.cbl does
           select fee-schedule-file assign to
               "/Users/simonvargas/feesched.txt"
               organization is line sequential
               file status is fee-fs-status.

      * posting date comes off the shared business-date file kept
      * by dateadv.cbl, so a catch-up run posts under the business
      * day the work belongs to, not whenever the operator typed
      * the command
           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd inward-clearing-file.
           01 inward-clearing-record.
               05 ic-item-sequence     pic 9(10).
               05 ic-routing-number    pic 9(9).
               05 ic-account-number    pic 9(12).
               05 ic-account-split redefines ic-account-number.
                   10 filler           pic 9(7).
      * our account numbers are 5 digits - the low end of the
      * 12-digit account field, as on the ACH side
                   10 ic-our-account   pic 9(5).
               05 ic-check-number      pic 9(8).
               05 ic-amount            pic 9(7)v99.
               05 ic-record-type       pic x(1).
                   88 ic-item          value 'D'.
                   88 ic-trailer       value 'T'.

           fd stop-payment-file.
           01 stop-payment-record.
               05 sp-account-number    pic 9(5).
               05 sp-check-from        pic 9(8).
               05 sp-check-to          pic 9(8).
               05 sp-amount            pic 9(7)v99.
               05 sp-expiry-date       pic 9(8).

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
      * a certificate pays nothing before it matures
                     88 account-term-deposit value 'K'.
                 05 account-term-months  pic 9(3).
                 05 account-maturity-date pic 9(8).
                 05 account-rollover-flag pic x(1).
      * legal hold / fraud freeze set by banksyst - a check is
      * returned rather than paid from a locked account
                 05 account-freeze-flag  pic x(1).
                     88 account-frozen  value 'F'.
                 05 account-freeze-reason pic x(3).
      * overdraft protection link banksyst.cbl maintains - zero or
      * spaces when none is linked
                 05 account-protect-account pic 9(5).

           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

           fd deposit-hold-file.
           01 deposit-hold-record.
               05 hd-account-number    pic 9(5).
               05 hd-amount            pic 9(7)v99.
               05 hd-release-date      pic 9(8).

      * the presentment's own layout going back, with the reason
      * code and the business date it was returned on
           fd check-return-file.
           01 check-return-record.
               05 cr-item-sequence     pic 9(10).
               05 cr-routing-number    pic 9(9).
               05 cr-account-number    pic 9(12).
               05 cr-check-number      pic 9(8).
               05 cr-amount            pic 9(9)v99.
               05 cr-record-type       pic x(1).
               05 cr-reason-code       pic x(1).
               05 cr-return-date       pic 9(8).

           fd paid-items-file.
           01 paid-items-record.
               05 cp-account-number    pic 9(5).
               05 cp-check-number      pic 9(8).
               05 cp-amount            pic 9(7)v99.
               05 cp-paid-date         pic 9(8).
               05 cp-item-sequence     pic 9(10).

      * same layout feeassess.cbl reads; on the 'O' rule the amount
      * is the per-sweep transfer fee and the balance column the
      * sweep increment
           fd fee-schedule-file.
           01 fee-schedule-record.
               05 fs-fee-type          pic x(1).
               05 fs-fee-amount        pic 9(5)v99.
               05 fs-min-balance       pic 9(7)v99.

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ic-fs-status               pic xx.
           01 sp-fs-status               pic xx.
           01 hold-fs-status             pic xx.
           01 cp-fs-status               pic xx.
           01 fs-status                  pic xx.
           01 ws-ic-eof-flag             pic x value 'N'.
               88 ws-ic-end-of-file     value 'Y'.
           01 ws-sp-eof-flag             pic x value 'N'.
               88 ws-sp-end-of-file     value 'Y'.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.

           01 ws-item-total              pic 9(11)v99 value zero.
           01 ws-trailer-total           pic 9(11)v99 value zero.
           01 ws-trailer-seen-sw         pic x value 'N'.
               88 ws-trailer-seen       value 'Y'.
           01 ws-paid-count              pic 9(5) value zero.
           01 ws-paid-total              pic 9(11)v99 value zero.
           01 ws-return-count            pic 9(5) value zero.
           01 ws-return-total            pic 9(11)v99 value zero.

      * stop payments in force tonight - expired stops are not
      * loaded at all
           01 ws-stop-table.
               05 ws-stop-entry occurs 2000 times.
                   10 ws-stop-account   pic 9(5).
                   10 ws-stop-from      pic 9(8).
                   10 ws-stop-to        pic 9(8).
                   10 ws-stop-amount    pic 9(7)v99.
           01 ws-stop-count              pic 9(4) value zero.
           01 ws-stop-sub                pic 9(4).
           01 ws-stop-hit-sw             pic x value 'N'.
               88 ws-stop-hit           value 'Y'.

           01 ws-deposit-hold-table.
               05 ws-dh-entry occurs 500 times.
                   10 ws-dh-account     pic 9(5).
                   10 ws-dh-amount      pic 9(7)v99.
                   10 ws-dh-release     pic 9(8).
           01 ws-dh-count                pic 9(3) value zero.
           01 ws-dh-sub                  pic 9(3).
           01 ws-held-amount             pic 9(9)v99 value zero.
           01 ws-available-balance       pic s9(9)v99.

      * overdraft sweep state, as banksyst.cbl keeps it: the account
      * as it stood before the protecting account was read over it,
      * and the sweep policy off the fee schedule's 'O' rule
           01 fee-fs-status              pic xx.
           01 ws-fee-eof-flag            pic x value 'N'.
               88 ws-fee-end-of-file    value 'Y'.
           01 ws-sweep-fee               pic 9(5)v99 value zero.
           01 ws-sweep-increment         pic 9(7)v99 value zero.
           01 ws-sweep-saved-record      pic x(80).
           01 ws-sweep-saved-balance     pic s9(7)v99.
           01 ws-sweep-checking-number   pic 9(5).
           01 ws-sweep-protect-number    pic 9(5).
           01 ws-sweep-shortfall         pic 9(7)v99.
           01 ws-sweep-amount            pic 9(7)v99.
           01 ws-sweep-units             pic 9(7).
           01 ws-sweep-available         pic s9(7)v99.
           01 ws-sweep-sw                pic x value 'N'.
               88 ws-sweep-refused      value 'Y'.
           01 ws-sweeps-posted           pic 9(5) value zero.

      * clearinghouse return reasons
           01 ws-return-reason           pic x(1).
               88 ws-return-nsf         value 'A'.
               88 ws-return-uncollected value 'B'.
               88 ws-return-stopped     value 'C'.
               88 ws-return-closed      value 'D'.
               88 ws-return-no-account  value 'E'.
               88 ws-return-frozen      value 'F'.
               88 ws-return-term        value 'G'.
           01 ws-reason-counts.
               05 ws-nsf-count          pic 9(5) value zero.
               05 ws-uncollected-count  pic 9(5) value zero.
               05 ws-stopped-count      pic 9(5) value zero.
               05 ws-closed-count       pic 9(5) value zero.
               05 ws-no-account-count   pic 9(5) value zero.
               05 ws-frozen-count       pic 9(5) value zero.
               05 ws-term-count         pic 9(5) value zero.

           01 ws-balance-before          pic s9(7)v99.
           01 ws-amount                  pic 9(7)v99.
           01 ws-transaction-type        pic x(1).
           01 ws-current-date-time       pic x(21).

      * same masking scheme as banksyst.cbl - account-balance is
      * the clear working copy, account-balance-enc is on disk
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * the check number rides in the reference slot banksyst.cbl
      * uses for its transaction stamp
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

       procedure division.
       main-procedure.
           display "Starting Inward Check Clearing...".
           perform get-business-date.
           perform load-sweep-policy.

      * pass 1: prove the presentment against its control trailer
      * before paying anything at all
           perform verify-clearing-file-total.
           if ws-item-total not = ws-trailer-total
                   or not ws-trailer-seen
               display "CLEARING FILE OUT OF BALANCE - NOTHING POSTED"
               display "  ITEMS:    " ws-item-total
               display "  TRAILERS: " ws-trailer-total
               move 8 to return-code
               stop run
           end-if.
           display "CLEARING FILE PROVED - TOTAL: " ws-item-total.

           perform load-stop-payments.
           perform load-deposit-holds.

      * pass 2: pay or return every check
           open i-o account-file.
           perform open-audit-log.
           open output check-return-file.
           open extend paid-items-file.
           if cp-fs-status not = "00"
               open output paid-items-file
           end-if.
           move 'N' to ws-ic-eof-flag.
           open input inward-clearing-file.
           perform until ws-ic-end-of-file
               read inward-clearing-file
                   at end move 'Y' to ws-ic-eof-flag
                   not at end
                       if ic-item
                           perform clear-one-check
                       end-if
               end-read
           end-perform.
           close inward-clearing-file.
           perform write-return-trailer.
           close account-file.
           close audit-log-file.
           close check-return-file.
           close paid-items-file.

           display "CHECKS PAID:     " ws-paid-count
                   " TOTAL " ws-paid-total.
           display "CHECKS RETURNED: " ws-return-count
                   " TOTAL " ws-return-total.
           display "  A NSF:               " ws-nsf-count.
           display "  B UNCOLLECTED FUNDS: " ws-uncollected-count.
           display "  C STOP PAYMENT:      " ws-stopped-count.
           display "  D ACCOUNT CLOSED:    " ws-closed-count.
           display "  E NO SUCH ACCOUNT:   " ws-no-account-count.
           display "  F ACCOUNT FROZEN:    " ws-frozen-count.
           display "  G TERM DEPOSIT:      " ws-term-count.
           display "OVERDRAFT SWEEPS POSTED: " ws-sweeps-posted.
           display "Inward Check Clearing completed.".
           stop run.

       verify-clearing-file-total.
           open input inward-clearing-file.
           if ic-fs-status not = "00"
               display "NO CLEARING FILE FOUND. STATUS: "
                       ic-fs-status
               move 8 to return-code
               stop run
           end-if.
           perform until ws-ic-end-of-file
               read inward-clearing-file
                   at end move 'Y' to ws-ic-eof-flag
                   not at end
                       if ic-trailer
                           move 'Y' to ws-trailer-seen-sw
                           add ic-amount to ws-trailer-total
                       else
                           add ic-amount to ws-item-total
                       end-if
               end-read
           end-perform.
           close inward-clearing-file.

      * return checks in the order the clearinghouse expects the
      * reasons tested: no account, closed, frozen, a certificate
      * before maturity, stopped, then funds
       clear-one-check.
           move space to ws-return-reason.
           move ic-our-account to account-number.
           read account-file
               invalid key
                   move 'E' to ws-return-reason
               not invalid key
                   evaluate true
                       when account-closed
                           move 'D' to ws-return-reason
                       when account-frozen
                           move 'F' to ws-return-reason
                       when account-term-deposit
                               and ws-business-date
                                   < account-maturity-date
                           move 'G' to ws-return-reason
                       when other
                           perform check-stop-payment
                           if ws-stop-hit
                               move 'C' to ws-return-reason
                           else
                               perform check-funds
                           end-if
                   end-evaluate
           end-read.
           if ws-return-reason = space
               perform pay-check
           else
               perform return-check
           end-if.

       check-stop-payment.
           move 'N' to ws-stop-hit-sw.
           perform varying ws-stop-sub from 1 by 1
                   until ws-stop-sub > ws-stop-count
                   or ws-stop-hit
               if ws-stop-account (ws-stop-sub) = ic-our-account
                       and ic-check-number >= ws-stop-from (ws-stop-sub)
                       and ic-check-number <= ws-stop-to (ws-stop-sub)
                       and (ws-stop-amount (ws-stop-sub) = zero
                            or ws-stop-amount (ws-stop-sub)
                               = ic-amount)
                   move 'Y' to ws-stop-hit-sw
               end-if
           end-perform.

      * the same availability banksyst.cbl allows a withdrawal:
      * balance plus credit line, less deposits still on hold, with
      * a linked protecting account sweeping in what it can first.
      * A check the collected and held funds together would cover
      * goes back as uncollected rather than NSF
       check-funds.
           perform decrypt-balance.
           perform sum-unreleased-holds.
           compute ws-available-balance =
                   account-balance - ic-amount + account-credit-limit
                   - ws-held-amount.
           if ws-available-balance < 0
               perform sweep-from-protecting-account
               perform sum-unreleased-holds
               compute ws-available-balance =
                       account-balance - ic-amount
                       + account-credit-limit - ws-held-amount
           end-if.
           if ws-available-balance < 0
               if ws-available-balance + ws-held-amount < 0
                   move 'A' to ws-return-reason
               else
                   move 'B' to ws-return-reason
               end-if
           end-if.

      * debit the account through the same rewrite-and-audit path
      * the teller system uses; a dormant account paying a check is
      * active again
       pay-check.
           move account-balance to ws-balance-before.
           move ic-amount to ws-amount.
           subtract ws-amount from account-balance.
           if account-dormant
               move 'O' to account-status
           end-if.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status = "00"
      * 'K' marks a check paid through clearing on the audit log,
      * distinct from a teller withdrawal
               move 'K' to ws-transaction-type
               perform write-audit-record
               add 1 to ws-paid-count
               add ws-amount to ws-paid-total
               move account-number to cp-account-number
               move ic-check-number to cp-check-number
               move ic-amount to cp-amount
               move ws-business-date to cp-paid-date
               move ic-item-sequence to cp-item-sequence
               write paid-items-record
           else
               display "CHECK POST FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
                       " CHECK " ic-check-number
           end-if.

       return-check.
           evaluate true
               when ws-return-nsf
                   add 1 to ws-nsf-count
               when ws-return-uncollected
                   add 1 to ws-uncollected-count
               when ws-return-stopped
                   add 1 to ws-stopped-count
               when ws-return-closed
                   add 1 to ws-closed-count
               when ws-return-no-account
                   add 1 to ws-no-account-count
               when ws-return-frozen
                   add 1 to ws-frozen-count
               when ws-return-term
                   add 1 to ws-term-count
           end-evaluate.
           add 1 to ws-return-count.
           add ic-amount to ws-return-total.
           move ic-item-sequence to cr-item-sequence.
           move ic-routing-number to cr-routing-number.
           move ic-account-number to cr-account-number.
           move ic-check-number to cr-check-number.
           move ic-amount to cr-amount.
           move 'D' to cr-record-type.
           move ws-return-reason to cr-reason-code.
           move ws-business-date to cr-return-date.
           write check-return-record.
           display "CHECK " ic-check-number " ON ACCOUNT "
                   ic-our-account " RETURNED - REASON "
                   ws-return-reason.

       write-return-trailer.
           move zero to cr-item-sequence.
           move zero to cr-routing-number.
           move zero to cr-account-number.
           move zero to cr-check-number.
           move ws-return-total to cr-amount.
           move 'T' to cr-record-type.
           move space to cr-reason-code.
           move ws-business-date to cr-return-date.
           write check-return-record.

      * stops already past their expiry are left behind; a single
      * check number carries a zero or blank to-number
       load-stop-payments.
           open input stop-payment-file.
           if sp-fs-status not = "00"
               display "NO STOP PAYMENTS ON FILE"
               exit paragraph
           end-if.
           perform until ws-sp-end-of-file
               read stop-payment-file
                   at end move 'Y' to ws-sp-eof-flag
                   not at end
                       perform load-one-stop-payment
               end-read
           end-perform.
           close stop-payment-file.
           display "STOP PAYMENTS IN FORCE: " ws-stop-count.

       load-one-stop-payment.
           if sp-expiry-date not = zero
                   and sp-expiry-date < ws-business-date
               exit paragraph
           end-if.
           if ws-stop-count >= 2000
               display "STOP TABLE FULL - STOP IGNORED: "
                       stop-payment-record
               exit paragraph
           end-if.
           add 1 to ws-stop-count.
           move sp-account-number to ws-stop-account (ws-stop-count).
           move sp-check-from to ws-stop-from (ws-stop-count).
           if sp-check-to not numeric or sp-check-to < sp-check-from
               move sp-check-from to ws-stop-to (ws-stop-count)
           else
               move sp-check-to to ws-stop-to (ws-stop-count)
           end-if.
           if sp-amount numeric
               move sp-amount to ws-stop-amount (ws-stop-count)
           else
               move zero to ws-stop-amount (ws-stop-count)
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

      * Overdraft sweep, as banksyst.cbl makes it at the teller
      * line: the shortfall (rounded up to the sweep increment, plus
      * the transfer fee so the fee cannot itself bounce the item)
      * comes from the linked protecting account, which must be
      * open, not frozen, and not a certificate, and may give only
      * what it has available. Both legs audit as type 'O', the fee
      * as 'S'. The account comes back as it was, the caller then
      * posting or refusing the item on the new balance.
       sweep-from-protecting-account.
           if account-protect-account not numeric
                   or account-protect-account = zero
                   or account-protect-account = account-number
               exit paragraph
           end-if.
           move 'N' to ws-sweep-sw.
           move account-number to ws-sweep-checking-number.
           move account-protect-account to ws-sweep-protect-number.
           move account-record to ws-sweep-saved-record.
           move account-balance to ws-sweep-saved-balance.
           compute ws-sweep-shortfall =
                   0 - ws-available-balance + ws-sweep-fee.
           move ws-sweep-shortfall to ws-sweep-amount.
           if ws-sweep-increment > zero
               divide ws-sweep-shortfall by ws-sweep-increment
                   giving ws-sweep-units
               if ws-sweep-units * ws-sweep-increment
                       < ws-sweep-shortfall
                   add 1 to ws-sweep-units
               end-if
               compute ws-sweep-amount =
                       ws-sweep-units * ws-sweep-increment
           end-if.

           move ws-sweep-protect-number to account-number.
           read account-file
               invalid key
                   display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                           ws-sweep-protect-number " NOT FOUND"
                   move 'Y' to ws-sweep-sw
               not invalid key
                   perform decrypt-balance
                   if not account-open or account-frozen
                           or account-term-deposit
                       display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                               ws-sweep-protect-number
                               " NOT OPEN, FROZEN OR A TERM DEPOSIT"
                       move 'Y' to ws-sweep-sw
                   end-if
           end-read.
           if not ws-sweep-refused
               perform sum-unreleased-holds
               compute ws-sweep-available =
                       account-balance - ws-held-amount
               if ws-sweep-amount > ws-sweep-available
                   move ws-sweep-shortfall to ws-sweep-amount
               end-if
               if ws-sweep-amount > ws-sweep-available
                   display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                           ws-sweep-protect-number
                           " CANNOT COVER " ws-sweep-shortfall
                   move 'Y' to ws-sweep-sw
               end-if
           end-if.
           if not ws-sweep-refused
               move account-balance to ws-balance-before
               subtract ws-sweep-amount from account-balance
               move 'O' to ws-transaction-type
               move ws-sweep-amount to ws-amount
               perform encrypt-balance
               rewrite account-record
               if fs-status = "00"
                   perform write-audit-record
               else
                   display "SWEEP FAILED - COULD NOT UPDATE "
                           "PROTECTING ACCOUNT: "
                           ws-sweep-protect-number
                   move 'Y' to ws-sweep-sw
               end-if
           end-if.

           move ws-sweep-checking-number to account-number.
           read account-file.
           move ws-sweep-saved-record to account-record.
           move ws-sweep-saved-balance to account-balance.
           if not ws-sweep-refused
               move account-balance to ws-balance-before
               add ws-sweep-amount to account-balance
               move 'O' to ws-transaction-type
               move ws-sweep-amount to ws-amount
               perform encrypt-balance
               rewrite account-record
               if fs-status = "00"
                   perform write-audit-record
                   add 1 to ws-sweeps-posted
                   display "OVERDRAFT SWEEP " ws-sweep-amount
                           " FROM ACCOUNT " ws-sweep-protect-number
                           " TO ACCOUNT " account-number
               else
                   display "SWEEP FAILED - COULD NOT UPDATE "
                           "ACCOUNT: " account-number
               end-if
               if fs-status = "00" and ws-sweep-fee > zero
                   move account-balance to ws-balance-before
                   subtract ws-sweep-fee from account-balance
                   move 'S' to ws-transaction-type
                   move ws-sweep-fee to ws-amount
                   perform encrypt-balance
                   rewrite account-record
                   if fs-status = "00"
                       perform write-audit-record
                   else
                       display "SWEEP FEE POST FAILED - COULD NOT "
                               "UPDATE ACCOUNT: " account-number
                   end-if
               end-if
           end-if.

       load-sweep-policy.
           open input fee-schedule-file.
           if fee-fs-status = "00"
               perform until ws-fee-end-of-file
                   read fee-schedule-file
                       at end move 'Y' to ws-fee-eof-flag
                       not at end
                           if fs-fee-type = 'O'
                               move fs-fee-amount to ws-sweep-fee
                               move fs-min-balance
                                   to ws-sweep-increment
                           end-if
                   end-read
               end-perform
               close fee-schedule-file
           end-if.

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
           move ic-check-number to aud-ref-out.
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

       end program chkclear.
