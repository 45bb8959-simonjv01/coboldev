       identification division.
       program-id. condrpt.
      * quarterly condition report schedules, built from the masters
      * as of the quarter-end business date instead of by hand from
      * printouts. Deposits are scheduled by account type - demand
      * (no interest), savings (interest-bearing) and term deposits,
      * the term deposits bucketed by remaining maturity - by
      * balance size, and by branch; each schedule foots to the same
      * total. Loans are scheduled by past-due bucket, aged exactly
      * as loandelq.cbl ages them. The deposit total is then tied
      * to the ledger reconcile.cbl rebuilds (month-end snapshot
      * plus every audited movement since) and to the deposit
      * liability account the bank GL extract has posted, with any
      * difference printed for finance to clear before filing.
       environment division.
       input-output section.
       file-control.
           select account-file assign to "/Users/simonvargas/accnts.dat"
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is fs-status.

           select loan-master-file assign to
               "/Users/simonvargas/loanmstr.dat"
               organization is indexed
               access mode is dynamic
               record key is loan-number
               file status is loan-fs-status.

      * auto-pay retry state, kept by loanpay.cbl - a loan still
      * being retried is pending, not aged, as in loandelq.cbl
           select autopay-file assign to
               "/Users/simonvargas/autopay.txt"
               organization is line sequential
               file status is ap-fs-status.

      * the ledger reconcile.cbl replays: archaud.cbl's month-end
      * snapshot and the audit log since
           select snapshot-file assign to
               "/Users/simonvargas/snapbal.txt"
               organization is line sequential
               file status is snap-fs-status.

           select audit-log-file assign to
               "/Users/simonvargas/audit.txt"
               organization is line sequential
               file status is aud-fs-status.

      * GL balances by company / period / account, posted by
      * glpost.cbl from the journals bankgl.cbl extracts
           select gl-balance-file assign to
               "/Users/simonvargas/glbal.dat"
               organization is indexed
               access mode is dynamic
               record key is gb-key
               file status is gb-fs-status.

           select condition-report-file assign to
               "/Users/simonvargas/condrpt.txt"
               organization is line sequential.

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
                 05 account-freeze-reason pic x(3).

           fd loan-master-file.
           01 loan-master-record.
               05 loan-number          pic 9(5).
               05 loan-customer-number pic 9(5).
               05 loan-principal       pic 9(7)v99.
               05 loan-balance         pic s9(7)v99.
               05 loan-rate            pic 9v9(4).
               05 loan-term-months     pic 9(3).
               05 loan-payment-amount  pic 9(5)v99.
               05 loan-open-date       pic 9(8).
               05 loan-next-due-date   pic 9(8).
               05 loan-payments-made   pic 9(3).
               05 loan-status          pic x(1).
                   88 loan-open-status value 'O'.
                   88 loan-paid-off    value 'P'.

           fd autopay-file.
           01 autopay-record.
               05 ap-loan-number       pic 9(5).
               05 ap-funding-account   pic 9(5).
               05 ap-fail-count        pic 9(2).
               05 ap-fail-due-date     pic 9(8).
               05 ap-state             pic x(1).
                   88 ap-retrying      value 'R'.

           fd snapshot-file.
           01 snapshot-record.
               05 snap-account-number  pic 9(5).
               05 snap-balance         pic s9(9)v99 sign leading
                                           separate.

           fd audit-log-file.
           01 audit-log-line           pic x(150).

      * same layout glpost.cbl keeps
           fd gl-balance-file.
           01 gl-balance-record.
               05 gb-key.
                   10 gb-company-code  pic x(4).
                   10 gb-pay-period-id pic x(6).
                   10 gb-account-number pic x(5).
      * debits carry positive, credits negative
               05 gb-balance           pic s9(11)v99.

           fd condition-report-file.
           01 condition-report-line    pic x(90).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 fs-status                  pic xx.
           01 loan-fs-status             pic xx.
           01 ap-fs-status               pic xx.
           01 snap-fs-status             pic xx.
           01 aud-fs-status              pic xx.
           01 gb-fs-status               pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-account-eof-flag        pic x value 'N'.
               88 ws-account-end-of-file value 'Y'.
           01 ws-loan-eof-flag           pic x value 'N'.
               88 ws-loan-end-of-file   value 'Y'.
           01 ws-ap-eof-flag             pic x value 'N'.
               88 ws-ap-end-of-file     value 'Y'.
           01 ws-snap-eof-flag           pic x value 'N'.
               88 ws-snap-end-of-file   value 'Y'.
           01 ws-aud-eof-flag            pic x value 'N'.
               88 ws-aud-end-of-file    value 'Y'.
           01 ws-gb-eof-flag             pic x value 'N'.
               88 ws-gb-end-of-file     value 'Y'.

      * same parse layout reconcile.cbl reads the audit log with
           01 ws-audit-parse.
               05 filler                pic x(9).
               05 aud-account-in        pic 9(5).
               05 filler                pic x(7).
               05 aud-type-in           pic x(1).
               05 filler                pic x(9).
               05 aud-amount-in         pic z,zzz,zz9.99.
               05 filler                pic x(8).
               05 aud-before-in         pic z,zzz,zz9.99.
               05 filler                pic x(8).
               05 aud-after-in          pic z,zzz,zz9.99.
               05 filler                pic x(4).
               05 aud-timestamp-in      pic 9(14).
               05 filler                pic x(19).
           01 ws-before-num              pic 9(7)v99.
           01 ws-after-num               pic 9(7)v99.

      * the as-of date, and the calendar month counts the term
      * and loan aging work from
           01 ws-asof-months             pic 9(6).
           01 ws-target-months           pic 9(6).
           01 ws-months-remaining        pic s9(4).
           01 ws-months-past-due         pic s9(4).

      * same masking scheme as banksyst.cbl - read side only here
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * deposit schedule by account type: demand, savings, term
           01 ws-type-caption-values.
               05 filler                pic x(32) value
                      "  DEMAND (NON-INTEREST BEARING)".
               05 filler                pic x(32) value
                      "  SAVINGS (INTEREST BEARING)".
               05 filler                pic x(32) value
                      "  TERM DEPOSITS".
           01 ws-type-captions redefines ws-type-caption-values.
               05 ws-type-caption       pic x(32) occurs 3 times.
           01 ws-type-buckets.
               05 ws-type-entry occurs 3 times.
                   10 ws-type-count     pic 9(7) value zero.
                   10 ws-type-total     pic s9(11)v99 value zero.
           01 ws-type-sub                pic 9(1).

      * term deposits by remaining maturity, in months
           01 ws-term-caption-values.
               05 filler                pic x(32) value
                      "    3 MONTHS OR LESS".
               05 filler                pic x(32) value
                      "    OVER 3 THROUGH 12 MONTHS".
               05 filler                pic x(32) value
                      "    OVER 1 THROUGH 3 YEARS".
               05 filler                pic x(32) value
                      "    OVER 3 YEARS".
           01 ws-term-captions redefines ws-term-caption-values.
               05 ws-term-caption       pic x(32) occurs 4 times.
           01 ws-term-buckets.
               05 ws-term-entry occurs 4 times.
                   10 ws-term-count     pic 9(7) value zero.
                   10 ws-term-total     pic s9(11)v99 value zero.
           01 ws-term-sub                pic 9(1).

      * deposit schedule by balance size - the top line is the
      * $250,000 deposit insurance limit
           01 ws-size-caption-values.
               05 filler                pic x(32) value
                      "  OVERDRAWN".
               05 filler                pic x(32) value
                      "  UNDER $10,000".
               05 filler                pic x(32) value
                      "  $10,000 TO UNDER $100,000".
               05 filler                pic x(32) value
                      "  $100,000 THROUGH $250,000".
               05 filler                pic x(32) value
                      "  MORE THAN $250,000".
           01 ws-size-captions redefines ws-size-caption-values.
               05 ws-size-caption       pic x(32) occurs 5 times.
           01 ws-size-buckets.
               05 ws-size-entry occurs 5 times.
                   10 ws-size-count     pic 9(7) value zero.
                   10 ws-size-total     pic s9(11)v99 value zero.
           01 ws-size-sub                pic 9(1).

      * deposit schedule by branch, indexed by branch code + 1 the
      * way reconcile.cbl keeps its branch totals
           01 ws-branch-buckets.
               05 ws-branch-entry occurs 1000 times.
                   10 ws-branch-count   pic 9(7) value zero.
                   10 ws-branch-total   pic s9(11)v99 value zero.
           01 ws-branch-idx              pic 9(4).
           01 ws-branch-code-out         pic 999.

           01 ws-deposit-count           pic 9(7) value zero.
           01 ws-deposit-total           pic s9(11)v99 value zero.
           01 ws-foot-total              pic s9(11)v99.

      * loan schedule by past-due bucket: current, auto-pay retry
      * pending, then loandelq.cbl's aging
           01 ws-loan-caption-values.
               05 filler                pic x(32) value
                      "  CURRENT".
               05 filler                pic x(32) value
                      "  AUTO-PAY RETRY PENDING".
               05 filler                pic x(32) value
                      "  1 MONTH PAST DUE".
               05 filler                pic x(32) value
                      "  2 MONTHS PAST DUE".
               05 filler                pic x(32) value
                      "  3 OR MORE MONTHS PAST DUE".
           01 ws-loan-captions redefines ws-loan-caption-values.
               05 ws-loan-caption       pic x(32) occurs 5 times.
           01 ws-loan-buckets.
               05 ws-loan-entry occurs 5 times.
                   10 ws-loan-count     pic 9(7) value zero.
                   10 ws-loan-total     pic s9(11)v99 value zero.
           01 ws-loan-sub                pic 9(1).
           01 ws-loan-total-count        pic 9(7) value zero.
           01 ws-loan-grand-total        pic s9(11)v99 value zero.

           01 ws-retry-table.
               05 ws-retry-entry occurs 2000 times.
                   10 ws-retry-loan     pic 9(5).
                   10 ws-retry-due      pic 9(8).
           01 ws-retry-count             pic 9(4) value zero.
           01 ws-retry-sub               pic 9(4).
           01 ws-retry-hit-sw            pic x value 'N'.
               88 ws-retry-hit          value 'Y'.

      * the tie-out: the ledger as reconcile.cbl rebuilds it, and
      * the GL deposit liability account (a credit balance, so the
      * GL's negative net is turned round)
           01 ws-ledger-total            pic s9(11)v99 value zero.
           01 ws-gl-deposit-net          pic s9(11)v99 value zero.
           01 ws-gl-deposit-total        pic s9(11)v99 value zero.
           01 ws-gl-available-sw         pic x value 'N'.
               88 ws-gl-available       value 'Y'.
           01 ws-asof-period             pic x(6).
           01 ws-difference              pic s9(11)v99.
           01 ws-out-of-tie-count        pic 9(2) value zero.

           01 ws-heading-line.
               05 filler                pic x(39) value
                      "***** QUARTERLY CONDITION REPORT AS OF ".
               05 head-date-out         pic 9(8).
               05 filler                pic x(6) value " *****".

           01 ws-schedule-line.
               05 sch-caption           pic x(32).
               05 sch-count-out         pic zzz,zz9.
               05 filler                pic x(10) value " BALANCE: ".
               05 sch-total-out         pic zz,zzz,zzz,zz9.99-.

           01 ws-tie-line.
               05 tie-caption           pic x(32).
               05 tie-amount-out        pic zz,zzz,zzz,zz9.99-.
               05 filler                pic x(7) value " DIFF: ".
               05 tie-diff-out          pic zz,zzz,zzz,zz9.99-.

       procedure division.
       main-procedure.
           display "Starting Quarterly Condition Report...".
           perform get-business-date.
           if ws-business-date (5:2) not = "03"
                   and ws-business-date (5:2) not = "06"
                   and ws-business-date (5:2) not = "09"
                   and ws-business-date (5:2) not = "12"
               display "WARNING - BUSINESS DATE " ws-business-date
                       " IS NOT IN A QUARTER-END MONTH"
           end-if.
           compute ws-asof-months =
                   function numval (ws-business-date (1:4)) * 12
                   + function numval (ws-business-date (5:2)).
           move ws-business-date (1:6) to ws-asof-period.

           open input account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE. STATUS: "
                       fs-status
               move 8 to return-code
               stop run
           end-if.
           move low-values to account-number.
           start account-file key is greater than account-number
               invalid key move 'Y' to ws-account-eof-flag
           end-start.
           perform until ws-account-end-of-file
               read account-file next record
                   at end move 'Y' to ws-account-eof-flag
                   not at end
                       perform schedule-one-account
               end-read
           end-perform.
           close account-file.

           perform load-autopay-retries.
           open input loan-master-file.
           if loan-fs-status = "00"
               move low-values to loan-number
               start loan-master-file key is greater than loan-number
                   invalid key move 'Y' to ws-loan-eof-flag
               end-start
               perform until ws-loan-end-of-file
                   read loan-master-file next record
                       at end move 'Y' to ws-loan-eof-flag
                       not at end
                           if loan-open-status
                               perform schedule-one-loan
                           end-if
                   end-read
               end-perform
               close loan-master-file
           else
               display "LOAN MASTER NOT AVAILABLE. STATUS: "
                       loan-fs-status " - NO LOAN SCHEDULE"
           end-if.

           perform rebuild-ledger-total.
           perform total-gl-deposit-liability.

           open output condition-report-file.
           move ws-business-date to head-date-out.
           move ws-heading-line to condition-report-line.
           write condition-report-line.
           perform print-deposit-schedules.
           perform print-loan-schedule.
           perform print-tie-out.
           close condition-report-file.

           display "DEPOSIT ACCOUNTS: " ws-deposit-count.
           display "OPEN LOANS:       " ws-loan-total-count.
           if ws-out-of-tie-count > zero
               display "CONDITION REPORT DOES NOT TIE - "
                       ws-out-of-tie-count " DIFFERENCE(S) ON REPORT"
               move 4 to return-code
           end-if.
           display "Quarterly Condition Report completed.".
           stop run.

      * a closed account with nothing in it is no longer a deposit;
      * one still holding money is scheduled, so it ties
      * demand/savings: an account paying no interest is demand
       schedule-one-account.
           perform decrypt-balance.
           if account-closed and account-balance = zero
               exit paragraph
           end-if.
           add 1 to ws-deposit-count.
           add account-balance to ws-deposit-total.

           evaluate true
               when account-term-deposit
                   move 3 to ws-type-sub
                   perform bucket-term-maturity
               when account-interest-rate = zero
                   move 1 to ws-type-sub
               when other
                   move 2 to ws-type-sub
           end-evaluate.
           add 1 to ws-type-count (ws-type-sub).
           add account-balance to ws-type-total (ws-type-sub).

           evaluate true
               when account-balance < zero
                   move 1 to ws-size-sub
               when account-balance < 10000
                   move 2 to ws-size-sub
               when account-balance < 100000
                   move 3 to ws-size-sub
               when account-balance <= 250000
                   move 4 to ws-size-sub
               when other
                   move 5 to ws-size-sub
           end-evaluate.
           add 1 to ws-size-count (ws-size-sub).
           add account-balance to ws-size-total (ws-size-sub).

           compute ws-branch-idx = account-branch-code + 1.
           add 1 to ws-branch-count (ws-branch-idx).
           add account-balance to ws-branch-total (ws-branch-idx).

      * whole months to maturity - a month not yet complete by day
      * of month does not count; matured and awaiting rollover is
      * in the shortest bucket
       bucket-term-maturity.
           compute ws-target-months =
                   function numval (account-maturity-date (1:4)) * 12
                   + function numval (account-maturity-date (5:2)).
           compute ws-months-remaining =
                   ws-target-months - ws-asof-months.
           if account-maturity-date (7:2) < ws-business-date (7:2)
               subtract 1 from ws-months-remaining
           end-if.
           evaluate true
               when ws-months-remaining <= 3
                   move 1 to ws-term-sub
               when ws-months-remaining <= 12
                   move 2 to ws-term-sub
               when ws-months-remaining <= 36
                   move 3 to ws-term-sub
               when other
                   move 4 to ws-term-sub
           end-evaluate.
           add 1 to ws-term-count (ws-term-sub).
           add account-balance to ws-term-total (ws-term-sub).

      * the same months-past-due rule loandelq.cbl applies
       schedule-one-loan.
           add 1 to ws-loan-total-count.
           add loan-balance to ws-loan-grand-total.
           compute ws-target-months =
                   function numval (loan-next-due-date (1:4)) * 12
                   + function numval (loan-next-due-date (5:2)).
           compute ws-months-past-due =
                   ws-asof-months - ws-target-months.
           if loan-next-due-date < ws-business-date
                   and ws-months-past-due < 1
               move 1 to ws-months-past-due
           end-if.
           if loan-next-due-date >= ws-business-date
               move 1 to ws-loan-sub
           else
               perform check-autopay-retry
               evaluate true
                   when ws-retry-hit
                       move 2 to ws-loan-sub
                   when ws-months-past-due >= 3
                       move 5 to ws-loan-sub
                   when ws-months-past-due >= 2
                       move 4 to ws-loan-sub
                   when other
                       move 3 to ws-loan-sub
               end-evaluate
           end-if.
           add 1 to ws-loan-count (ws-loan-sub).
           add loan-balance to ws-loan-total (ws-loan-sub).

       check-autopay-retry.
           move 'N' to ws-retry-hit-sw.
           perform varying ws-retry-sub from 1 by 1
                   until ws-retry-sub > ws-retry-count
                   or ws-retry-hit
               if ws-retry-loan (ws-retry-sub) = loan-number
                       and ws-retry-due (ws-retry-sub)
                           = loan-next-due-date
                   move 'Y' to ws-retry-hit-sw
               end-if
           end-perform.

       load-autopay-retries.
           open input autopay-file.
           if ap-fs-status = "00"
               perform until ws-ap-end-of-file
                   read autopay-file
                       at end move 'Y' to ws-ap-eof-flag
                       not at end
                           if ap-retrying and ws-retry-count < 2000
                               add 1 to ws-retry-count
                               move ap-loan-number
                                   to ws-retry-loan (ws-retry-count)
                               move ap-fail-due-date
                                   to ws-retry-due (ws-retry-count)
                           end-if
                   end-read
               end-perform
               close autopay-file
           end-if.

      * the ledger total reconcile.cbl arrives at: every snapshot
      * balance plus every audited movement since, loan bookkeeping
      * ('G'/'H') left out as reconcile.cbl leaves it out
       rebuild-ledger-total.
           open input snapshot-file.
           if snap-fs-status = "00"
               perform until ws-snap-end-of-file
                   read snapshot-file
                       at end move 'Y' to ws-snap-eof-flag
                       not at end
                           add snap-balance to ws-ledger-total
                   end-read
               end-perform
               close snapshot-file
           end-if.
           open input audit-log-file.
           if aud-fs-status = "00"
               perform until ws-aud-end-of-file
                   read audit-log-file
                       at end move 'Y' to ws-aud-eof-flag
                       not at end
                           move audit-log-line to ws-audit-parse
                           if aud-type-in not = 'G'
                                   and aud-type-in not = 'H'
                               move aud-before-in to ws-before-num
                               move aud-after-in to ws-after-num
                               compute ws-ledger-total =
                                       ws-ledger-total
                                       + ws-after-num - ws-before-num
                           end-if
                   end-read
               end-perform
               close audit-log-file
           end-if.

      * deposit liability (20100) on the BANK company's GL, every
      * period through the quarter-end month
       total-gl-deposit-liability.
           open input gl-balance-file.
           if gb-fs-status not = "00"
               exit paragraph
           end-if.
           move 'Y' to ws-gl-available-sw.
           move "BANK" to gb-company-code.
           move low-values to gb-pay-period-id.
           move low-values to gb-account-number.
           start gl-balance-file key is not less than gb-key
               invalid key move 'Y' to ws-gb-eof-flag
           end-start.
           perform until ws-gb-end-of-file
               read gl-balance-file next record
                   at end move 'Y' to ws-gb-eof-flag
                   not at end
                       if gb-company-code not = "BANK"
                           move 'Y' to ws-gb-eof-flag
                       else
                           if gb-account-number = "20100"
                                   and gb-pay-period-id
                                       <= ws-asof-period
                               add gb-balance to ws-gl-deposit-net
                           end-if
                       end-if
               end-read
           end-perform.
           close gl-balance-file.
           compute ws-gl-deposit-total = zero - ws-gl-deposit-net.

       print-deposit-schedules.
           perform write-blank-line.
           move "DEPOSITS BY ACCOUNT TYPE" to condition-report-line.
           write condition-report-line.
           move zero to ws-foot-total.
           perform varying ws-type-sub from 1 by 1
                   until ws-type-sub > 3
               move ws-type-caption (ws-type-sub) to sch-caption
               move ws-type-count (ws-type-sub) to sch-count-out
               move ws-type-total (ws-type-sub) to sch-total-out
               perform write-schedule-line
               add ws-type-total (ws-type-sub) to ws-foot-total
               if ws-type-sub = 3
                   perform print-term-buckets
               end-if
           end-perform.
           perform write-schedule-foot.

           perform write-blank-line.
           move "DEPOSITS BY BALANCE SIZE" to condition-report-line.
           write condition-report-line.
           move zero to ws-foot-total.
           perform varying ws-size-sub from 1 by 1
                   until ws-size-sub > 5
               move ws-size-caption (ws-size-sub) to sch-caption
               move ws-size-count (ws-size-sub) to sch-count-out
               move ws-size-total (ws-size-sub) to sch-total-out
               perform write-schedule-line
               add ws-size-total (ws-size-sub) to ws-foot-total
           end-perform.
           perform write-schedule-foot.

           perform write-blank-line.
           move "DEPOSITS BY BRANCH" to condition-report-line.
           write condition-report-line.
           move zero to ws-foot-total.
           perform varying ws-branch-idx from 1 by 1
                   until ws-branch-idx > 1000
               if ws-branch-count (ws-branch-idx) > zero
                   compute ws-branch-code-out = ws-branch-idx - 1
                   move spaces to sch-caption
                   string "  BRANCH " ws-branch-code-out
                       delimited by size into sch-caption
                   move ws-branch-count (ws-branch-idx)
                       to sch-count-out
                   move ws-branch-total (ws-branch-idx)
                       to sch-total-out
                   perform write-schedule-line
                   add ws-branch-total (ws-branch-idx)
                       to ws-foot-total
               end-if
           end-perform.
           perform write-schedule-foot.

       print-term-buckets.
           perform varying ws-term-sub from 1 by 1
                   until ws-term-sub > 4
               move ws-term-caption (ws-term-sub) to sch-caption
               move ws-term-count (ws-term-sub) to sch-count-out
               move ws-term-total (ws-term-sub) to sch-total-out
               perform write-schedule-line
           end-perform.

      * every deposit schedule must foot to the one deposit total
       write-schedule-foot.
           move "  TOTAL DEPOSITS" to sch-caption.
           move ws-deposit-count to sch-count-out.
           move ws-foot-total to sch-total-out.
           perform write-schedule-line.
           if ws-foot-total not = ws-deposit-total
               add 1 to ws-out-of-tie-count
               move "  *** SCHEDULE DOES NOT FOOT ***"
                   to condition-report-line
               write condition-report-line
           end-if.

       print-loan-schedule.
           perform write-blank-line.
           move "LOANS BY PAST-DUE STATUS" to condition-report-line.
           write condition-report-line.
           perform varying ws-loan-sub from 1 by 1
                   until ws-loan-sub > 5
               move ws-loan-caption (ws-loan-sub) to sch-caption
               move ws-loan-count (ws-loan-sub) to sch-count-out
               move ws-loan-total (ws-loan-sub) to sch-total-out
               perform write-schedule-line
           end-perform.
           move "  TOTAL LOANS OUTSTANDING" to sch-caption.
           move ws-loan-total-count to sch-count-out.
           move ws-loan-grand-total to sch-total-out.
           perform write-schedule-line.

      * loans are kept on the loan master alone - neither
      * reconcile.cbl nor bankgl.cbl carries them, so they foot to
      * their own total only
       print-tie-out.
           perform write-blank-line.
           move "TIE-OUT OF TOTAL DEPOSITS" to condition-report-line.
           write condition-report-line.
           move "  PER ACCOUNT MASTER" to tie-caption.
           move ws-deposit-total to tie-amount-out.
           move zero to tie-diff-out.
           move ws-tie-line to condition-report-line.
           write condition-report-line.

           move "  PER LEDGER (RECONCILE)" to tie-caption.
           move ws-ledger-total to tie-amount-out.
           compute ws-difference = ws-deposit-total - ws-ledger-total.
           move ws-difference to tie-diff-out.
           move ws-tie-line to condition-report-line.
           write condition-report-line.
           if ws-difference not = zero
               add 1 to ws-out-of-tie-count
           end-if.

           if ws-gl-available
               move "  PER GL 20100 DEPOSIT LIABILITY" to tie-caption
               move ws-gl-deposit-total to tie-amount-out
               compute ws-difference =
                       ws-deposit-total - ws-gl-deposit-total
               move ws-difference to tie-diff-out
               move ws-tie-line to condition-report-line
               write condition-report-line
               if ws-difference not = zero
                   add 1 to ws-out-of-tie-count
               end-if
           else
               move "  GL BALANCE FILE NOT AVAILABLE - NOT TIED"
                   to condition-report-line
               write condition-report-line
               add 1 to ws-out-of-tie-count
           end-if.
           move "  LOANS ARE NOT CARRIED ON THE LEDGER OR THE GL"
               to condition-report-line.
           write condition-report-line.

       write-schedule-line.
           move ws-schedule-line to condition-report-line.
           write condition-report-line.

       write-blank-line.
           move spaces to condition-report-line.
           write condition-report-line.

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

       end program condrpt.
