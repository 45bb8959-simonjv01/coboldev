               organization is line sequential
               file status is arch-fs-status.

      * check lookup option: checks paid through inward clearing,
      * by account and check number, on the paid-check history
      * (chkpdhst.txt) chkclear.cbl keeps
           select paid-items-file assign to
               "/Users/simonvargas/chkpdhst.txt"
               organization is line sequential
               file status is cp-fs-status.

       data division.
         file section.
           fd customer-file.
                 05 account-branch-code  pic 9(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd archive-log-file.
           01 archive-log-line         pic x(150).

           fd paid-items-file.
           01 paid-items-record.
               05 cp-account-number    pic 9(5).
               05 cp-check-number      pic 9(8).
               05 cp-amount            pic 9(7)v99.
               05 cp-paid-date         pic 9(8).
               05 cp-item-sequence     pic 9(10).

         working-storage section.
           01 cust-fs-status             pic xx.
           01 fs-status                  pic xx.
           01 aud-fs-status              pic xx.
           01 arch-fs-status             pic xx.
           01 cp-fs-status               pic xx.

      * same parse layout reconcile.cbl reads the audit log with
           01 ws-audit-parse.
           01 ws-more-sw                 pic x value 'Y'.
               88 ws-lookup-more        value 'Y'.

      * check-lookup state
           01 ws-check-account           pic 9(5).
           01 ws-check-number            pic 9(8).
           01 ws-check-hits              pic 9(3).
           01 ws-cp-eof-flag             pic x.
               88 ws-cp-end-of-file     value 'Y'.
           01 ws-check-amount            pic z,zzz,zz9.99.

      * same masking scheme as banksyst.cbl - this program only
      * reads, so there is no matching encrypt-balance here
           01 account-balance             pic s9(7)v99.
               else
                   perform list-customer-accounts
                   perform offer-activity-view
                   perform offer-check-lookup
               end-if
           end-perform.

               move aud-after-in to ws-act-after (ws-act-idx)
           end-if.

      * "did my check clear" - a check paid through inward
      * clearing, looked up by account and check number on the
      * paid-check history (chkpdhst.txt)
       offer-check-lookup.
           display "ENTER ACCOUNT FOR CHECK LOOKUP (0 = NONE): ".
           accept ws-check-account.
           if ws-check-account = zero
               exit paragraph
           end-if.
           display "CHECK NUMBER: ".
           accept ws-check-number.
           move zero to ws-check-hits.
           move 'N' to ws-cp-eof-flag.
           open input paid-items-file.
           if cp-fs-status = "00"
               perform until ws-cp-end-of-file
                   read paid-items-file
                       at end move 'Y' to ws-cp-eof-flag
                       not at end
                           if cp-account-number = ws-check-account
                                   and cp-check-number
                                       = ws-check-number
                               add 1 to ws-check-hits
                               move cp-amount to ws-check-amount
                               display "  CHECK " cp-check-number
                                       " PAID " cp-paid-date
                                       " AMOUNT " ws-check-amount
                                       " ITEM " cp-item-sequence
                           end-if
                   end-read
               end-perform
               close paid-items-file
           end-if.
           if ws-check-hits = zero
               display "CHECK " ws-check-number
                       " HAS NOT BEEN PAID ON ACCOUNT "
                       ws-check-account
           end-if.

      * unmask account-balance-enc off the FD into the clear working
      * copy - same arithmetic as banksyst.cbl
       decrypt-balance.
