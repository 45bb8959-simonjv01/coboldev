
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

      * nightly balance history written by eodbal.cbl - interest
      * is paid on the average daily balance built from it
           select balance-history-file assign to
               "/Users/simonvargas/eodbal.txt"
               organization is line sequential
               file status is eb-fs-status.

      * rate table: one line per account type, effective date and
      * balance tier. The rate in force on a day is the highest
      * tier at or below that day's balance within the latest
      * effective date on or before the day. An account type with
      * no line here keeps earning its own account-interest-rate
           select rate-table-file assign to
               "/Users/simonvargas/ratetbl.txt"
               organization is line sequential
               file status is rt-fs-status.

      * one line per account per interest run: the average daily
      * balance and effective rate the statement prints
           select interest-summary-file assign to
               "/Users/simonvargas/intsumm.txt"
               organization is line sequential
               file status is is-fs-status.


      * posting date comes off the shared business-date file kept
                     88 account-term-deposit value 'K'.

           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

      * same layout eodbal.cbl writes
           fd balance-history-file.
           01 balance-history-record.
               05 eb-business-date     pic 9(8).
               05 eb-account-number    pic 9(5).
               05 eb-account-type      pic x(1).
               05 eb-balance           pic s9(7)v99
                                       sign leading separate.

      * rates are monthly, like account-interest-rate; the tier
      * floor is the lowest balance the rate applies to
           fd rate-table-file.
           01 rate-table-record.
               05 rt-account-type      pic x(1).
               05 rt-effective-date    pic 9(8).
               05 rt-tier-floor        pic 9(7)v99.
               05 rt-rate              pic 9v9(4).

           fd interest-summary-file.
           01 interest-summary-record.
               05 is-period            pic 9(6).
               05 is-account-number    pic 9(5).
               05 is-days              pic 9(2).
               05 is-average-balance   pic s9(7)v99
                                       sign leading separate.
               05 is-rate              pic 9v9(4).
               05 is-interest          pic 9(7)v99.


           fd business-date-file.
           01 ws-interest-amount         pic 9(7)v99.
           01 ws-current-date-time       pic x(21).
           01 ws-accounts-processed      pic 9(5) value zero.
           01 eb-fs-status               pic xx.
           01 rt-fs-status               pic xx.
           01 is-fs-status               pic xx.
           01 ws-eb-eof-flag             pic x value 'N'.
               88 ws-eb-end-of-file     value 'Y'.
           01 ws-rt-eof-flag             pic x value 'N'.
               88 ws-rt-end-of-file     value 'Y'.

      * the interest period is the business month; each night on
      * the history stands for the calendar days up to the next
      * night, so a weekend or holiday carries Friday's balance.
      * The days before the month's first night carry the last
      * balance captured before the month began
           01 ws-period                  pic 9(6).
           01 ws-period-start            pic 9(8).
           01 ws-next-period-start       pic 9(8).
           01 ws-next-period-parts redefines ws-next-period-start.
               05 ws-next-year           pic 9(4).
               05 ws-next-month          pic 9(2).
               05 ws-next-day            pic 9(2).
           01 ws-period-days             pic 9(2).
           01 ws-covered-days            pic 9(2).
           01 ws-carry-date              pic 9(8) value zero.
           01 ws-carry-days              pic 9(2) value zero.
           01 ws-night-table.
               05 ws-night-entry occurs 31 times.
                   10 ws-night-date     pic 9(8).
                   10 ws-night-days     pic 9(2).
           01 ws-night-count             pic 9(2) value zero.
           01 ws-night-sub               pic 9(2).
           01 ws-night-weight            pic 9(2).
           01 ws-rate-date               pic 9(8).

      * rate table held in storage for the day-by-day lookups
           01 ws-rate-table.
               05 ws-rate-entry occurs 200 times.
                   10 ws-rt-type        pic x(1).
                   10 ws-rt-effective   pic 9(8).
                   10 ws-rt-floor       pic 9(7)v99.
                   10 ws-rt-rate        pic 9v9(4).
           01 ws-rate-count              pic 9(3) value zero.
           01 ws-rate-sub                pic 9(3).
           01 ws-lookup-type             pic x(1).
           01 ws-lookup-date             pic 9(8).
           01 ws-lookup-balance          pic s9(7)v99.
           01 ws-lookup-rate             pic 9v9(4).
           01 ws-lookup-effective        pic 9(8).
           01 ws-lookup-floor            pic 9(7)v99.
           01 ws-rate-found-sw           pic x value 'N'.
               88 ws-rate-found         value 'Y'.
           01 ws-tier-found-sw           pic x value 'N'.
               88 ws-tier-found         value 'Y'.

      * per account: balance-days, and interest-days at the table
      * rate (or balance-days owed the account's own rate where
      * its type has no table line)
           01 ws-adb-table.
               05 ws-adb-entry occurs 9999 times.
                   10 ws-adb-account    pic 9(5).
                   10 ws-adb-bal-days   pic s9(11)v99 comp-3.
                   10 ws-adb-int-days   pic s9(11)v9(6) comp-3.
                   10 ws-adb-own-days   pic s9(11)v99 comp-3.
           01 ws-adb-count               pic 9(4) value zero.
           01 ws-adb-sub                 pic 9(4) value zero.
           01 ws-find-account            pic 9(5).
           01 ws-adb-found-sw            pic x value 'N'.
               88 ws-adb-found          value 'Y'.
           01 ws-adb-add-sw              pic x value 'N'.
               88 ws-adb-add-new        value 'Y'.

           01 ws-average-balance         pic s9(7)v99.
           01 ws-effective-rate          pic 9v9(4).
           01 ws-interest-raw            pic s9(11)v9(6) comp-3.

      * Same masking scheme as banksyst.cbl - account-balance here is
      * the clear working copy, account-balance-enc is what's on disk.
               05 filler                pic x(1) value space.
               05 filler                pic x(3) value "AT:".
               05 aud-timestamp-out     pic 9(14).
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
           display "Starting Monthly Interest Posting Batch...".
           perform get-business-date.
           perform set-up-interest-period.
           perform load-rate-table.
           perform find-history-nights.
           perform weigh-history-nights.
           perform accumulate-balance-history.
           display "INTEREST PERIOD " ws-period ": "
                   ws-night-count " NIGHTS ON HISTORY, "
                   ws-covered-days " OF " ws-period-days " DAYS".

           open i-o account-file.
           perform open-audit-log.
           open extend interest-summary-file.
           if is-fs-status not = "00"
               open output interest-summary-file
           end-if.

           move low-values to account-number.
           start account-file key is greater than account-number

           close account-file.
           close audit-log-file.
           close interest-summary-file.
           display "Accounts credited with interest: "
                   ws-accounts-processed.
           display "Monthly Interest Posting Batch completed.".
           stop run.

      * Pay this account interest on its average daily balance for
      * the period at the rate in force each day, post the credit
      * to the audit log, and record the average and effective rate
      * for the statement. An account with no balance history for
      * the period is paid on its balance today, as before
       post-interest.
           perform decrypt-balance.
           if not account-open or account-term-deposit
               exit paragraph
           end-if.
           move account-number to ws-find-account.
           move 'N' to ws-adb-add-sw.
           perform find-adb-entry.
           if ws-adb-found and ws-covered-days > zero
               compute ws-average-balance rounded =
                       ws-adb-bal-days (ws-adb-sub) / ws-covered-days
               compute ws-interest-raw =
                       ws-adb-int-days (ws-adb-sub)
                       + ws-adb-own-days (ws-adb-sub)
                         * account-interest-rate
               compute ws-interest-amount rounded =
                       ws-interest-raw / ws-covered-days
               move ws-covered-days to is-days
           else
               display "ACCOUNT " account-number
                       " HAS NO BALANCE HISTORY - PAID ON BALANCE"
                       " TODAY"
               move account-balance to ws-average-balance
               move account-type to ws-lookup-type
               move ws-business-date to ws-lookup-date
               move account-balance to ws-lookup-balance
               perform find-tier-rate
               if not ws-rate-found
                   move account-interest-rate to ws-lookup-rate
               end-if
               move zero to ws-interest-amount
               if account-balance > zero
                   compute ws-interest-amount rounded =
                           account-balance * ws-lookup-rate
               end-if
               move 1 to is-days
           end-if.

           move zero to ws-effective-rate.
           if ws-average-balance > zero
               compute ws-effective-rate rounded =
                       ws-interest-amount / ws-average-balance
           end-if.
           move ws-period to is-period.
           move account-number to is-account-number.
           move ws-average-balance to is-average-balance.
           move ws-effective-rate to is-rate.
           move ws-interest-amount to is-interest.
           write interest-summary-record.

           if ws-interest-amount > zero
               move account-balance to ws-balance-before
               add ws-interest-amount to account-balance
               perform encrypt-balance
               rewrite account-record
               add 1 to ws-accounts-processed
               perform write-interest-audit-record
               display "ACCOUNT " account-number
                       " ADB " ws-average-balance
                       " RATE " ws-effective-rate
                       " CREDITED INTEREST: " ws-interest-amount
           end-if.

      * the business month, its first day, and its length in days
       set-up-interest-period.
           move ws-business-date (1:6) to ws-period.
           compute ws-period-start = ws-period * 100 + 1.
           move ws-period-start to ws-next-period-start.
           if ws-next-month = 12
               add 1 to ws-next-year
               move 1 to ws-next-month
           else
               add 1 to ws-next-month
           end-if.
           compute ws-period-days =
                   function integer-of-date (ws-next-period-start)
                   - function integer-of-date (ws-period-start).

       load-rate-table.
           open input rate-table-file.
           if rt-fs-status = "00"
               perform until ws-rt-end-of-file
                   read rate-table-file
                       at end move 'Y' to ws-rt-eof-flag
                       not at end
                           if ws-rate-count < 200
                               add 1 to ws-rate-count
                               move rt-account-type
                                   to ws-rt-type (ws-rate-count)
                               move rt-effective-date
                                   to ws-rt-effective (ws-rate-count)
                               move rt-tier-floor
                                   to ws-rt-floor (ws-rate-count)
                               move rt-rate
                                   to ws-rt-rate (ws-rate-count)
                           else
                               display "RATE TABLE FULL - LINE "
                                       "IGNORED: " rate-table-record
                           end-if
                   end-read
               end-perform
               close rate-table-file
           else
               display "NO RATE TABLE - ACCOUNT RATES APPLY"
           end-if.

      * first pass over the history: the distinct nights captured
      * inside the period (the file is in date order) and the last
      * night before it, whose balances carry into the month
       find-history-nights.
           open input balance-history-file.
           if eb-fs-status not = "00"
               display "NO BALANCE HISTORY ON FILE"
               exit paragraph
           end-if.
           perform until ws-eb-end-of-file
               read balance-history-file
                   at end move 'Y' to ws-eb-eof-flag
                   not at end
                       if eb-business-date < ws-period-start
                           if eb-business-date > ws-carry-date
                               move eb-business-date
                                   to ws-carry-date
                           end-if
                       else
                       if eb-business-date (1:6) = ws-period
                           if ws-night-count = zero
                               or eb-business-date >
                                  ws-night-date (ws-night-count)
                               if ws-night-count < 31
                                   add 1 to ws-night-count
                                   move eb-business-date to
                                       ws-night-date (ws-night-count)
                               end-if
                           end-if
                       end-if
                       end-if
               end-read
           end-perform.
           close balance-history-file.

      * each night covers the calendar days up to the next night
      * (the last one to month end); the carried-in night covers
      * the days before the first. Days with no balance on record
      * at all - before the history began - are left out of the
      * average rather than counted as a zero balance
       weigh-history-nights.
           move zero to ws-covered-days.
           perform varying ws-night-sub from 1 by 1
                   until ws-night-sub > ws-night-count
               if ws-night-sub < ws-night-count
                   compute ws-night-days (ws-night-sub) =
                       function integer-of-date
                           (ws-night-date (ws-night-sub + 1))
                       - function integer-of-date
                           (ws-night-date (ws-night-sub))
               else
                   compute ws-night-days (ws-night-sub) =
                       function integer-of-date
                           (ws-next-period-start)
                       - function integer-of-date
                           (ws-night-date (ws-night-sub))
               end-if
               add ws-night-days (ws-night-sub) to ws-covered-days
           end-perform.
           if ws-carry-date not = zero
               if ws-night-count = zero
                   move ws-period-days to ws-carry-days
               else
                   compute ws-carry-days =
                       function integer-of-date (ws-night-date (1))
                       - function integer-of-date (ws-period-start)
               end-if
               add ws-carry-days to ws-covered-days
           end-if.

      * second pass: weight each balance by its days and by the
      * tier rate in force, per account
       accumulate-balance-history.
           if ws-covered-days = zero
               exit paragraph
           end-if.
           move 'N' to ws-eb-eof-flag.
           move zero to ws-night-sub.
           open input balance-history-file.
           perform until ws-eb-end-of-file
               read balance-history-file
                   at end move 'Y' to ws-eb-eof-flag
                   not at end
                       perform weigh-one-balance
               end-read
           end-perform.
           close balance-history-file.

       weigh-one-balance.
           move zero to ws-night-weight.
           if eb-business-date = ws-carry-date
               move ws-carry-days to ws-night-weight
               move ws-period-start to ws-rate-date
           else
               if eb-business-date (1:6) = ws-period
                   perform find-history-night
                   move eb-business-date to ws-rate-date
               end-if
           end-if.
           if ws-night-weight = zero
               exit paragraph
           end-if.
           move eb-account-number to ws-find-account.
           move 'Y' to ws-adb-add-sw.
           perform find-adb-entry.
           if not ws-adb-found
               exit paragraph
           end-if.
           compute ws-adb-bal-days (ws-adb-sub) =
                   ws-adb-bal-days (ws-adb-sub)
                   + eb-balance * ws-night-weight.
           if eb-balance > zero
               move eb-account-type to ws-lookup-type
               move ws-rate-date to ws-lookup-date
               move eb-balance to ws-lookup-balance
               perform find-tier-rate
               if ws-rate-found
                   compute ws-adb-int-days (ws-adb-sub) =
                           ws-adb-int-days (ws-adb-sub)
                           + eb-balance * ws-night-weight
                             * ws-lookup-rate
               else
                   compute ws-adb-own-days (ws-adb-sub) =
                           ws-adb-own-days (ws-adb-sub)
                           + eb-balance * ws-night-weight
               end-if
           end-if.

      * nights come in date order, so the search carries on from
      * the last night matched
       find-history-night.
           if ws-night-sub = zero
               move 1 to ws-night-sub
           end-if.
           if ws-night-date (ws-night-sub) not = eb-business-date
               perform varying ws-night-sub from 1 by 1
                       until ws-night-sub > ws-night-count
                       or ws-night-date (ws-night-sub)
                          = eb-business-date
                   continue
               end-perform
           end-if.
           if ws-night-sub > ws-night-count
               move zero to ws-night-sub
           else
               move ws-night-days (ws-night-sub) to ws-night-weight
           end-if.

      * the history and the master both run in account order, so
      * the next slot is tried before a full search; with the add
      * switch on, an account not yet in the table is added
       find-adb-entry.
           move 'N' to ws-adb-found-sw.
           if ws-adb-sub < ws-adb-count
               if ws-adb-account (ws-adb-sub + 1) = ws-find-account
                   add 1 to ws-adb-sub
                   move 'Y' to ws-adb-found-sw
               end-if
           end-if.
           if not ws-adb-found and ws-adb-sub > zero
               if ws-adb-account (ws-adb-sub) = ws-find-account
                   move 'Y' to ws-adb-found-sw
               end-if
           end-if.
           if not ws-adb-found
               perform varying ws-adb-sub from 1 by 1
                       until ws-adb-sub > ws-adb-count
                       or ws-adb-account (ws-adb-sub)
                          = ws-find-account
                   continue
               end-perform
               if ws-adb-sub <= ws-adb-count
                   move 'Y' to ws-adb-found-sw
               else
                   move zero to ws-adb-sub
               end-if
           end-if.
           if not ws-adb-found and ws-adb-add-new
               if ws-adb-count < 9999
                   add 1 to ws-adb-count
                   move ws-adb-count to ws-adb-sub
                   move ws-find-account to ws-adb-account (ws-adb-sub)
                   move zero to ws-adb-bal-days (ws-adb-sub)
                   move zero to ws-adb-int-days (ws-adb-sub)
                   move zero to ws-adb-own-days (ws-adb-sub)
                   move 'Y' to ws-adb-found-sw
               else
                   display "BALANCE TABLE FULL - ACCOUNT "
                           ws-find-account " PAID ON BALANCE TODAY"
               end-if
           end-if.

      * the latest effective date on or before the day for the
      * account type, then the highest tier floor at or below the
      * balance within it. A balance under every floor earns
      * nothing; a type with no line at all is not found
       find-tier-rate.
           move 'N' to ws-rate-found-sw.
           move 'N' to ws-tier-found-sw.
           move zero to ws-lookup-rate.
           move zero to ws-lookup-effective.
           move zero to ws-lookup-floor.
           if ws-lookup-type = space
               move 'O' to ws-lookup-type
           end-if.
           perform varying ws-rate-sub from 1 by 1
                   until ws-rate-sub > ws-rate-count
               if ws-rt-type (ws-rate-sub) = ws-lookup-type
                       and ws-rt-effective (ws-rate-sub)
                           <= ws-lookup-date
                       and ws-rt-effective (ws-rate-sub)
                           > ws-lookup-effective
                   move ws-rt-effective (ws-rate-sub)
                       to ws-lookup-effective
                   move 'Y' to ws-rate-found-sw
               end-if
           end-perform.
           if not ws-rate-found
               exit paragraph
           end-if.
           perform varying ws-rate-sub from 1 by 1
                   until ws-rate-sub > ws-rate-count
               if ws-rt-type (ws-rate-sub) = ws-lookup-type
                       and ws-rt-effective (ws-rate-sub)
                           = ws-lookup-effective
                       and ws-rt-floor (ws-rate-sub)
                           <= ws-lookup-balance
                       and (not ws-tier-found
                            or ws-rt-floor (ws-rate-sub)
                               > ws-lookup-floor)
                   move ws-rt-floor (ws-rate-sub) to ws-lookup-floor
                   move ws-rt-rate (ws-rate-sub) to ws-lookup-rate
                   move 'Y' to ws-tier-found-sw
               end-if
           end-perform.

      * Unmask account-balance-enc off the FD into the clear working
      * copy post-interest operates on
       decrypt-balance.
      * stays the wall clock so entries still order within the day
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
