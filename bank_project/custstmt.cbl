               organization is line sequential
               file status is bd-fs-status.

      * the average daily balance and rate the interest run paid
      * on, one line per account per month
           select interest-summary-file assign to
               "/Users/simonvargas/intsumm.txt"
               organization is line sequential
               file status is is-fs-status.

           select statement-file assign to
               "/Users/simonvargas/custstmt.txt"
               organization is line sequential.
                 05 account-branch-code  pic 9(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd archive-log-file.
           01 archive-log-line         pic x(150).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

      * same layout interest-batch.cbl writes
           fd interest-summary-file.
           01 interest-summary-record.
               05 is-period            pic 9(6).
               05 is-account-number    pic 9(5).
               05 is-days              pic 9(2).
               05 is-average-balance   pic s9(7)v99
                                       sign leading separate.
               05 is-rate              pic 9v9(4).
               05 is-interest          pic 9(7)v99.

           fd statement-file.
           01 statement-line           pic x(100).

               05 aud-after-in          pic z,zzz,zz9.99.
               05 filler                pic x(4).
               05 aud-timestamp-in      pic 9(14).
               05 filler                pic x(5).
               05 aud-ref-in            pic x(14).

           01 ws-lookup-customer         pic 9(5).
           01 ws-statement-period        pic 9(6).
           01 ws-section-lines           pic 9(5) value zero.
           01 ws-combined-balance        pic s9(9)v99 value zero.
           01 ws-combined-display        pic zz,zzz,zz9.99-.
           01 is-fs-status               pic xx.
           01 ws-is-eof-flag             pic x.
               88 ws-is-end-of-file     value 'Y'.
           01 ws-interest-found-sw       pic x.
               88 ws-interest-found     value 'Y'.
           01 ws-adb-display             pic z,zzz,zz9.99-.
           01 ws-rate-display            pic 9.9999.
           01 ws-interest-display        pic z,zzz,zz9.99.

      * same masking scheme as banksyst.cbl - read side only
           01 account-balance             pic s9(7)v99.
               move "  (NO ACTIVITY THIS PERIOD)" to statement-line
               write statement-line
           end-if.
           perform print-interest-summary.
           move spaces to statement-line.
           write statement-line.

      * the average daily balance and rate this month's interest
      * was paid on, off the interest run's summary; the latest
      * line for the account and month is the one that counts
       print-interest-summary.
           move 'N' to ws-interest-found-sw.
           move 'N' to ws-is-eof-flag.
           open input interest-summary-file.
           if is-fs-status = "00"
               perform until ws-is-end-of-file
                   read interest-summary-file
                       at end move 'Y' to ws-is-eof-flag
                       not at end
                           if is-account-number = ws-section-account
                                   and is-period = ws-statement-period
                               move 'Y' to ws-interest-found-sw
                               move is-average-balance
                                   to ws-adb-display
                               move is-rate to ws-rate-display
                               move is-interest
                                   to ws-interest-display
                           end-if
                   end-read
               end-perform
               close interest-summary-file
           end-if.
           if ws-interest-found
               move spaces to statement-line
               string "  AVERAGE DAILY BALANCE: " ws-adb-display
                       "  RATE: " ws-rate-display
                       "  INTEREST PAID: " ws-interest-display
                   delimited by size into statement-line
               write statement-line
           end-if.

       check-section-line.
           move aud-timestamp-in (1:6) to ws-entry-period.
           if aud-account-in = ws-section-account
                       " BALANCE: " aud-after-in
                   delimited by size into statement-line
               write statement-line
               if aud-type-in = 'O'
                   move "      OVERDRAFT PROTECTION TRANSFER"
                       to statement-line
                   write statement-line
               end-if
               if aud-type-in = 'K'
                   move spaces to statement-line
                   string "      CHECK NUMBER " aud-ref-in (7:8)
                       delimited by size into statement-line
                   write statement-line
               end-if
               if aud-type-in = 'Y'
                   move spaces to statement-line
                   string "      LOAN AUTO-PAY - LOAN "
                           aud-ref-in (10:5)
                       delimited by size into statement-line
                   write statement-line
               end-if
               if aud-type-in = 'Q' or aud-type-in = 'R'
                   move spaces to statement-line
                   string "      CARD NETWORK REF "
                           aud-ref-in (3:12)
                       delimited by size into statement-line
                   write statement-line
               end-if
               if aud-type-in = 'M'
                   move spaces to statement-line
                   string "      OUTGOING WIRE REF " aud-ref-in
                       delimited by size into statement-line
                   write statement-line
               end-if
               if aud-type-in = 'J'
                   move spaces to statement-line
                   string "      ACH ENTRY TRACE " aud-ref-in (3:12)
                       delimited by size into statement-line
                   write statement-line
               end-if
           end-if.

      * combined current balance across the whole relationship,
