               organization is line sequential
               file status is hold-fs-status.

      * the average daily balance and rate the interest run paid
      * on, one line per account per month
           select interest-summary-file assign to
               "/Users/simonvargas/intsumm.txt"
               organization is line sequential
               file status is is-fs-status.

       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

           fd archive-log-file.
           01 archive-log-line         pic x(150).

      * same layout banksyst.cbl writes; the statement header goes
      * to the primary owner per the flag
               05 hd-amount            pic 9(7)v99.
               05 hd-release-date      pic 9(8).

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

         working-storage section.
           01 ws-statement-detail redefines audit-log-line.
               05 filler                pic x(9).
               05 aud-after-in          pic z,zzz,zz9.99.
               05 filler                pic x(4).
               05 aud-timestamp-in      pic 9(14).
               05 filler                pic x(5).
               05 aud-ref-in            pic x(14).

           01 ws-eof-flag                pic x value 'N'.
               88 ws-end-of-file       value 'Y'.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.
           01 ws-hold-count              pic 9(3) value zero.
           01 is-fs-status               pic xx.
           01 ws-is-eof-flag             pic x.
               88 ws-is-end-of-file     value 'Y'.
           01 ws-interest-found-sw       pic x.
               88 ws-interest-found     value 'Y'.
           01 ws-adb-display             pic z,zzz,zz9.99-.
           01 ws-rate-display            pic 9.9999.
           01 ws-interest-display        pic z,zzz,zz9.99.

       procedure division.
       main-procedure.
               display "TRANSACTIONS LISTED: " ws-line-count
           end-if.

           perform show-interest-summary.

           perform show-deposit-holds.

           stop run.
               display "HOLDS IN FORCE: " ws-hold-count
           end-if.

      * the average daily balance and rate this month's interest
      * was paid on; a rerun of the interest batch leaves the
      * latest line as the one that counts
       show-interest-summary.
           move 'N' to ws-interest-found-sw.
           move 'N' to ws-is-eof-flag.
           open input interest-summary-file.
           if is-fs-status = "00"
               perform until ws-is-end-of-file
                   read interest-summary-file
                       at end move 'Y' to ws-is-eof-flag
                       not at end
                           if is-account-number
                                   = ws-statement-account
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
               display "AVERAGE DAILY BALANCE: " ws-adb-display
               display "INTEREST RATE: " ws-rate-display
                       "  INTEREST PAID: " ws-interest-display
           end-if.

      * pull the requested month's entries from its archive file,
      * if archaud.cbl has produced one; each line funnels through
      * the same check-statement-line the live log uses
               display "  " aud-timestamp-in " TYPE: " aud-type-in
                       " AMOUNT: " aud-amount-in
                       " BALANCE: " aud-after-in
               if aud-type-in = 'O'
                   display "      OVERDRAFT PROTECTION TRANSFER"
               end-if
               if aud-type-in = 'K'
                   display "      CHECK NUMBER " aud-ref-in (7:8)
               end-if
               if aud-type-in = 'Y'
                   display "      LOAN AUTO-PAY - LOAN "
                           aud-ref-in (10:5)
               end-if
               if aud-type-in = 'Q' or aud-type-in = 'R'
                   display "      CARD NETWORK REF "
                           aud-ref-in (3:12)
               end-if
               if aud-type-in = 'M'
                   display "      OUTGOING WIRE REF " aud-ref-in
               end-if
               if aud-type-in = 'J'
                   display "      ACH ENTRY TRACE " aud-ref-in (3:12)
               end-if
           end-if.

       end program statement-run.
