      * aged by how many months it has missed against the
      * schedule, bucketed the way dormant.cbl buckets its
      * escheatment candidates, and reported for collections.
      * A loan on auto-pay whose debit failed and is still within
      * loanpay.cbl's retry nights is listed as pending, not aged.
       environment division.
       input-output section.
       file-control.
               "/Users/simonvargas/loandelq.txt"
               organization is line sequential.

      * auto-pay authorizations and their retry state, kept by
      * loanpay.cbl
           select autopay-file assign to
               "/Users/simonvargas/autopay.txt"
               organization is line sequential
               file status is ap-fs-status.

       data division.
         file section.
           fd loan-master-file.
           fd delq-report-file.
           01 delq-report-line         pic x(90).

           fd autopay-file.
           01 autopay-record.
               05 ap-loan-number       pic 9(5).
               05 ap-funding-account   pic 9(5).
               05 ap-fail-count        pic 9(2).
               05 ap-fail-due-date     pic 9(8).
               05 ap-state             pic x(1).
                   88 ap-retrying      value 'R'.

         working-storage section.
           01 loan-fs-status             pic xx.
           01 bd-fs-status               pic xx.
           01 ws-months-past-due         pic s9(4).
           01 ws-checked-count           pic 9(5) value zero.
           01 ws-delinquent-count        pic 9(5) value zero.
           01 ws-retry-pending-count     pic 9(5) value zero.

      * loans whose auto-pay debit is still being retried, against
      * the due date the retries are for
           01 ap-fs-status               pic xx.
           01 ws-ap-eof-flag             pic x value 'N'.
               88 ws-ap-end-of-file     value 'Y'.
           01 ws-retry-table.
               05 ws-retry-entry occurs 2000 times.
                   10 ws-retry-loan     pic 9(5).
                   10 ws-retry-due      pic 9(8).
           01 ws-retry-count             pic 9(4) value zero.
           01 ws-retry-sub               pic 9(4).
           01 ws-retry-hit-sw            pic x value 'N'.
               88 ws-retry-hit          value 'Y'.

      * aging buckets by months past due
           01 ws-aging-buckets.
               05 filler                pic x(6) value " DUE: ".
               05 det-due-out           pic 9(8).

           01 ws-pending-line.
               05 filler                pic x(11) value
                      "AUTO-PAY   ".
               05 pend-loan-out         pic 9(5).
               05 filler                pic x(6) value " CUST ".
               05 pend-cust-out         pic 9(5).
               05 filler                pic x(23) value
                      " RETRY PENDING     DUE ".
               05 pend-due-out          pic 9(8).

           01 ws-bucket-line.
               05 buck-caption          pic x(24).
               05 buck-count-out        pic zz,zz9.
           compute ws-today-months =
                   function numval (ws-business-date (1:4)) * 12
                   + function numval (ws-business-date (5:2)).
           perform load-autopay-retries.

           open input loan-master-file.
           if loan-fs-status not = "00"
           close delq-report-file.
           display "LOANS CHECKED: " ws-checked-count.
           display "LOANS DELINQUENT: " ws-delinquent-count.
           display "AUTO-PAY RETRY PENDING: " ws-retry-pending-count.
           display "Loan Delinquency Aging completed.".
           stop run.

               move 1 to ws-months-past-due
           end-if.
           if loan-next-due-date < ws-business-date
               perform check-autopay-retry
               if ws-retry-hit
                   perform report-retry-pending
               else
                   perform report-delinquent-loan
               end-if
           end-if.

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

       report-retry-pending.
           add 1 to ws-retry-pending-count.
           move loan-number to pend-loan-out.
           move loan-customer-number to pend-cust-out.
           move loan-next-due-date to pend-due-out.
           move ws-pending-line to delq-report-line.
           write delq-report-line.

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

       report-delinquent-loan.
           move ws-age-3mo-total to buck-total-out.
           move ws-bucket-line to delq-report-line.
           write delq-report-line.
           move spaces to delq-report-line.
           string "AUTO-PAY RETRY PENDING: " ws-retry-pending-count
               delimited by size into delq-report-line.
           write delq-report-line.

       get-business-date.
           open input business-date-file.
