       identification division.
       program-id. loanpay.
      * loan auto-pay: every loan with an auto-pay authorization
      * has its scheduled payment drawn from the named deposit
      * account on its due date and applied to the loan with the
      * same interest/principal split loansys.cbl posts for a
      * keyed 'P' payment. A debit that fails goes on the
      * exception list and is tried again each night up to the
      * retry limit; after that the loan is left to collections
      * and ages in loandelq.cbl like any unpaid loan.
       environment division.
       input-output section.
       file-control.
      * one authorization per line: loan, funding deposit account,
      * and the retry state this run keeps (failed attempts, the
      * due date they were against, and ' '/'R'/'X' - clear,
      * retrying, retries used up). New authorizations go on with
      * zero counts and a blank state
           select autopay-file assign to
               "/Users/simonvargas/autopay.txt"
               organization is line sequential
               file status is ap-fs-status.

           select loan-master-file assign to
               "/Users/simonvargas/loanmstr.dat"
               organization is indexed
               access mode is dynamic
               record key is loan-number
               file status is loan-fs-status.

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

      * auto-pay debits that failed tonight, for collections
           select autopay-exception-file assign to
               "/Users/simonvargas/autopayx.txt"
               organization is line sequential.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd autopay-file.
           01 autopay-record.
               05 ap-loan-number       pic 9(5).
               05 ap-funding-account   pic 9(5).
               05 ap-fail-count        pic 9(2).
               05 ap-fail-due-date     pic 9(8).
               05 ap-state             pic x(1).

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
                 05 account-branch-code  pic 9(3).
                 05 account-type         pic x(1).
                     88 account-term-deposit value 'K'.
                 05 account-term-months  pic 9(3).
                 05 account-maturity-date pic 9(8).
                 05 account-rollover-flag pic x(1).
      * legal hold / fraud freeze set by banksyst - no automatic
      * debit moves money a court order has locked
                 05 account-freeze-flag  pic x(1).
                     88 account-frozen  value 'F'.
                 05 account-freeze-reason pic x(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

           fd autopay-exception-file.
           01 autopay-exception-line   pic x(100).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 ap-fs-status               pic xx.
           01 loan-fs-status             pic xx.
           01 fs-status                  pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-ap-eof-flag             pic x value 'N'.
               88 ws-ap-end-of-file     value 'Y'.

      * nights a failed debit is tried again before the loan is
      * handed to collections, from the command line
           01 ws-retry-limit             pic 9(2) value 3.
           01 ws-arg-value               pic x(5).

           01 ws-paid-count              pic 9(5) value zero.
           01 ws-failed-count            pic 9(5) value zero.
           01 ws-exhausted-count         pic 9(5) value zero.
           01 ws-not-due-count           pic 9(5) value zero.

      * the whole authorization file held in storage so the retry
      * state can be written back in place at end of run
           01 ws-autopay-table.
               05 ws-ap-entry occurs 2000 times
                       indexed by ws-ap-idx.
                   10 ws-ap-loan        pic 9(5).
                   10 ws-ap-account     pic 9(5).
                   10 ws-ap-fails       pic 9(2).
                   10 ws-ap-fail-due    pic 9(8).
                   10 ws-ap-state       pic x(1).
                       88 ws-ap-clear      value ' '.
                       88 ws-ap-retrying   value 'R'.
                       88 ws-ap-exhausted  value 'X'.
           01 ws-autopay-count           pic 9(4) value zero.

           01 ws-fail-reason             pic x(20).
           01 ws-available-balance       pic s9(7)v99.
           01 ws-payment-due             pic 9(7)v99.

      * same interest/principal split loansys.cbl posts
           01 ws-interest-piece          pic 9(7)v99.
           01 ws-principal-piece         pic s9(7)v99.
           01 ws-balance-after           pic s9(7)v99.
           01 ws-due-split.
               05 ws-due-year           pic 9(4).
               05 ws-due-month          pic 9(2).
               05 ws-due-day            pic 9(2).
           01 ws-due-num redefines ws-due-split pic 9(8).

           01 ws-balance-before          pic s9(7)v99.
           01 ws-amount                  pic 9(7)v99.
           01 ws-transaction-type        pic x(1).
           01 ws-current-date-time       pic x(21).

      * same masking scheme as banksyst.cbl
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * same audit line layout banksyst.cbl writes; the deposit
      * debit carries the loan number in the reference slot
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

           01 ws-exception-detail.
               05 filler                pic x(5) value "LOAN ".
               05 exc-loan-out          pic 9(5).
               05 filler                pic x(6) value " CUST ".
               05 exc-cust-out          pic 9(5).
               05 filler                pic x(6) value " ACCT ".
               05 exc-account-out       pic 9(5).
               05 filler                pic x(5) value " DUE ".
               05 exc-due-out           pic 9(8).
               05 filler                pic x(1) value space.
               05 exc-amount-out        pic zzz,zz9.99.
               05 filler                pic x(1) value space.
               05 exc-reason-out        pic x(20).
               05 filler                pic x(1) value space.
               05 exc-action-out        pic x(22).

       procedure division.
       main-procedure.
           display "Starting Loan Auto-Pay Batch...".
           perform get-business-date.

           display 1 upon argument-number.
           move spaces to ws-arg-value.
           accept ws-arg-value from argument-value
               on exception move spaces to ws-arg-value
           end-accept.
           if ws-arg-value not = spaces
               compute ws-retry-limit = function numval (ws-arg-value)
           end-if.
           display "AUTO-PAY RETRY LIMIT (NIGHTS): " ws-retry-limit.

           perform load-autopay-authorizations.
           if ws-autopay-count = zero
               display "NO AUTO-PAY AUTHORIZATIONS ON FILE"
               stop run
           end-if.

           open i-o loan-master-file.
           if loan-fs-status not = "00"
               display "LOAN MASTER NOT AVAILABLE. STATUS: "
                       loan-fs-status
               move 16 to return-code
               stop run
           end-if.
           open i-o account-file.
           perform open-audit-log.
           open output autopay-exception-file.

           perform varying ws-ap-idx from 1 by 1
                   until ws-ap-idx > ws-autopay-count
               perform process-one-authorization
           end-perform.

           close loan-master-file.
           close account-file.
           close audit-log-file.
           close autopay-exception-file.

           perform rewrite-autopay-authorizations.

           display "AUTO-PAY PAYMENTS APPLIED: " ws-paid-count.
           display "AUTO-PAY DEBITS FAILED:    " ws-failed-count.
           display "  OF WHICH TO COLLECTIONS: " ws-exhausted-count.
           display "NOT YET DUE:               " ws-not-due-count.
           display "Loan Auto-Pay Batch completed.".
           stop run.

       load-autopay-authorizations.
           open input autopay-file.
           if ap-fs-status not = "00"
               display "NO AUTO-PAY FILE. STATUS: " ap-fs-status
           else
               perform until ws-ap-end-of-file
                   read autopay-file
                       at end move 'Y' to ws-ap-eof-flag
                       not at end
                           if ws-autopay-count < 2000
                               add 1 to ws-autopay-count
                               set ws-ap-idx to ws-autopay-count
                               move ap-loan-number
                                   to ws-ap-loan (ws-ap-idx)
                               move ap-funding-account
                                   to ws-ap-account (ws-ap-idx)
                               move ap-fail-count
                                   to ws-ap-fails (ws-ap-idx)
                               move ap-fail-due-date
                                   to ws-ap-fail-due (ws-ap-idx)
                               move ap-state
                                   to ws-ap-state (ws-ap-idx)
                           end-if
                   end-read
               end-perform
               close autopay-file
           end-if.

      * a loan whose due date has come (on the business date) is
      * drawn; the retry state belongs to one due date, so a loan
      * paid some other way since has its count cleared
       process-one-authorization.
           move ws-ap-loan (ws-ap-idx) to loan-number.
           read loan-master-file
               invalid key
                   display "AUTO-PAY LOAN NOT ON MASTER: "
                           ws-ap-loan (ws-ap-idx)
                   exit paragraph
           end-read.
           if not loan-open-status
               exit paragraph
           end-if.
           if ws-ap-fail-due (ws-ap-idx) not = loan-next-due-date
               move zero to ws-ap-fails (ws-ap-idx)
               move loan-next-due-date to ws-ap-fail-due (ws-ap-idx)
               move space to ws-ap-state (ws-ap-idx)
           end-if.
           if loan-next-due-date > ws-business-date
               add 1 to ws-not-due-count
               exit paragraph
           end-if.
           if ws-ap-exhausted (ws-ap-idx)
               exit paragraph
           end-if.

      * the last payment takes only what retires the loan
           compute ws-interest-piece rounded =
                   loan-balance * loan-rate / 12.
           move loan-payment-amount to ws-payment-due.
           if ws-payment-due > loan-balance + ws-interest-piece
               compute ws-payment-due =
                       loan-balance + ws-interest-piece
           end-if.

           perform debit-funding-account.
           if ws-fail-reason = spaces
               perform apply-loan-payment
               move zero to ws-ap-fails (ws-ap-idx)
               move space to ws-ap-state (ws-ap-idx)
           else
               perform record-failed-debit
           end-if.

      * the same availability standing orders are held to:
      * balance plus credit line
       debit-funding-account.
           move spaces to ws-fail-reason.
           move ws-ap-account (ws-ap-idx) to account-number.
           read account-file
               invalid key
                   move "ACCOUNT NOT FOUND   " to ws-fail-reason
                   exit paragraph
           end-read.
           perform decrypt-balance.
           if account-closed
               move "ACCOUNT CLOSED      " to ws-fail-reason
           else
           if account-frozen
               move "ACCOUNT FROZEN      " to ws-fail-reason
           else
           if account-term-deposit
               move "TERM DEPOSIT ACCOUNT" to ws-fail-reason
           else
               compute ws-available-balance =
                       account-balance - ws-payment-due
                       + account-credit-limit
               if ws-available-balance < 0
                   move "INSUFFICIENT FUNDS  " to ws-fail-reason
               end-if
           end-if
           end-if
           end-if.
           if ws-fail-reason not = spaces
               exit paragraph
           end-if.

           move account-balance to ws-balance-before.
           move ws-payment-due to ws-amount.
           subtract ws-amount from account-balance.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status not = "00"
               move "DEBIT UPDATE FAILED " to ws-fail-reason
               display "AUTO-PAY - COULD NOT UPDATE ACCOUNT: "
                       account-number " STATUS " fs-status
           else
      * 'Y' marks a loan auto-pay debit on the audit log, the loan
      * number in the reference slot
               move 'Y' to ws-transaction-type
               move loan-number to aud-ref-out
               perform write-audit-record
           end-if.

      * interest off the top, the rest to principal, the pair
      * audited 'G'/'H' exactly as loansys.cbl audits a payment
       apply-loan-payment.
           if ws-interest-piece > ws-payment-due
               move ws-payment-due to ws-interest-piece
           end-if.
           compute ws-principal-piece =
                   ws-payment-due - ws-interest-piece.
           move loan-balance to ws-balance-before.
           subtract ws-principal-piece from loan-balance.

           move zero to aud-ref-out.
           move 'G' to ws-transaction-type.
           move ws-interest-piece to ws-amount.
           move ws-balance-before to ws-balance-after.
           perform write-loan-audit-record.
           move 'H' to ws-transaction-type.
           move ws-principal-piece to ws-amount.
           move loan-balance to ws-balance-after.
           perform write-loan-audit-record.

           add 1 to loan-payments-made.
           move loan-next-due-date to ws-due-num.
           perform step-due-date-one-month.
           move ws-due-num to loan-next-due-date.
           if loan-balance <= zero
               move 'P' to loan-status
               display "LOAN PAID OFF: " loan-number
           end-if.
           rewrite loan-master-record.
           if loan-fs-status not = "00"
               display "AUTO-PAY - DEBIT POSTED BUT LOAN " loan-number
                       " NOT UPDATED, STATUS " loan-fs-status
                       " - CORRECT BY HAND"
           end-if.
           add 1 to ws-paid-count.
           display "AUTO-PAY LOAN " loan-number
                   " FROM ACCOUNT " ws-ap-account (ws-ap-idx)
                   " PAID " ws-payment-due
                   " INTEREST: " ws-interest-piece
                   " PRINCIPAL: " ws-principal-piece.

      * every failure goes to collections' list; once the retries
      * are used up the loan stops being drawn and ages normally
       record-failed-debit.
           add 1 to ws-failed-count.
           add 1 to ws-ap-fails (ws-ap-idx).
           if ws-ap-fails (ws-ap-idx) > ws-retry-limit
               move 'X' to ws-ap-state (ws-ap-idx)
               add 1 to ws-exhausted-count
               move "RETRIES USED - COLLECT" to exc-action-out
           else
               move 'R' to ws-ap-state (ws-ap-idx)
               move "WILL RETRY NEXT NIGHT " to exc-action-out
           end-if.
           move loan-number to exc-loan-out.
           move loan-customer-number to exc-cust-out.
           move ws-ap-account (ws-ap-idx) to exc-account-out.
           move loan-next-due-date to exc-due-out.
           move ws-payment-due to exc-amount-out.
           move ws-fail-reason to exc-reason-out.
           move ws-exception-detail to autopay-exception-line.
           write autopay-exception-line.
           display "AUTO-PAY FAILED - LOAN " loan-number
                   " " ws-fail-reason " - " exc-action-out.

      * same month step and day clamp loansys.cbl uses
       step-due-date-one-month.
           add 1 to ws-due-month.
           if ws-due-month > 12
               subtract 12 from ws-due-month
               add 1 to ws-due-year
           end-if.
           if ws-due-day > 28
               move 28 to ws-due-day
           end-if.

      * write the authorization file back with tonight's retry
      * state
       rewrite-autopay-authorizations.
           open output autopay-file.
           perform varying ws-ap-idx from 1 by 1
                   until ws-ap-idx > ws-autopay-count
               move ws-ap-loan (ws-ap-idx) to ap-loan-number
               move ws-ap-account (ws-ap-idx) to ap-funding-account
               move ws-ap-fails (ws-ap-idx) to ap-fail-count
               move ws-ap-fail-due (ws-ap-idx) to ap-fail-due-date
               move ws-ap-state (ws-ap-idx) to ap-state
               write autopay-record
           end-perform.
           close autopay-file.

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
           perform stamp-and-write-audit.

       write-loan-audit-record.
           move loan-number to aud-account-out.
           move ws-transaction-type to aud-type-out.
           move ws-amount to aud-amount-out.
           move ws-balance-before to aud-before-out.
           move ws-balance-after to aud-after-out.
           perform stamp-and-write-audit.

      * date half of the stamp is the business date; the time half
      * stays the wall clock so entries still order within the day
       stamp-and-write-audit.
           move function current-date to ws-current-date-time.
           move ws-current-date-time (1:14) to aud-timestamp-out.
           move ws-business-date to aud-timestamp-out (1:8).
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

       end program loanpay.
