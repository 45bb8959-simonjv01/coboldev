       identification division.
       program-id. eodbal.
       environment division.
       input-output section.
       file-control.
           select account-file assign to "/Users/simonvargas/accnts.dat"
               organization is indexed
               access mode is dynamic
               record key is account-number
               file status is fs-status.

      * end-of-day balance history: one line per account per
      * business day, appended each night after the day's posting
      * is done. interest-batch.cbl pays interest on the average
      * daily balance it builds from these lines
           select balance-history-file assign to
               "/Users/simonvargas/eodbal.txt"
               organization is line sequential
               file status is eb-fs-status.

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

           fd balance-history-file.
           01 balance-history-record.
               05 eb-business-date     pic 9(8).
               05 eb-account-number    pic 9(5).
               05 eb-account-type      pic x(1).
               05 eb-balance           pic s9(7)v99
                                       sign leading separate.

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 fs-status                  pic xx.
           01 eb-fs-status               pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-last-history-date       pic 9(8) value zero.
           01 ws-eb-eof-flag             pic x value 'N'.
               88 ws-eb-end-of-file     value 'Y'.
           01 ws-acct-eof-flag           pic x value 'N'.
               88 ws-acct-end-of-file   value 'Y'.
           01 ws-accounts-recorded       pic 9(5) value zero.

      * same masking scheme as banksyst.cbl - read side only here
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

       procedure division.
       main-procedure.
           display "Starting End-of-Day Balance Capture...".
           perform get-business-date.

      * one capture per business day - a rerun of the night that
      * already wrote its lines would double that day's weight in
      * the average
           perform find-last-history-date.
           if ws-last-history-date >= ws-business-date
               display "BALANCES FOR " ws-business-date
                       " ALREADY CAPTURED - NOTHING WRITTEN"
               move 4 to return-code
               stop run
           end-if.

           open input account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE - STATUS "
                       fs-status
               move 8 to return-code
               stop run
           end-if.
           open extend balance-history-file.
           if eb-fs-status not = "00"
               open output balance-history-file
           end-if.

           move low-values to account-number.
           start account-file key is greater than account-number
               invalid key move 'Y' to ws-acct-eof-flag
           end-start.
           perform until ws-acct-end-of-file
               read account-file next record
                   at end move 'Y' to ws-acct-eof-flag
                   not at end
                       perform record-one-balance
               end-read
           end-perform.

           close account-file.
           close balance-history-file.
           display "Balances captured for " ws-business-date ": "
                   ws-accounts-recorded.
           display "End-of-Day Balance Capture completed.".
           stop run.

      * closed accounts earn nothing and are left out; everything
      * else goes on the history as it stood at close of business
       record-one-balance.
           if account-closed
               exit paragraph
           end-if.
           perform decrypt-balance.
           move ws-business-date to eb-business-date.
           move account-number to eb-account-number.
           move account-type to eb-account-type.
           move account-balance to eb-balance.
           write balance-history-record.
           add 1 to ws-accounts-recorded.

      * the history is appended in business-date order, so the
      * last line carries the latest date captured
       find-last-history-date.
           open input balance-history-file.
           if eb-fs-status = "00"
               perform until ws-eb-end-of-file
                   read balance-history-file
                       at end move 'Y' to ws-eb-eof-flag
                       not at end
                           move eb-business-date
                               to ws-last-history-date
                   end-read
               end-perform
               close balance-history-file
           end-if.

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

       end program eodbal.
