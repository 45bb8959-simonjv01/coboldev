
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

      * second handle on the audit log, opened INPUT to verify that
      * the posting a reversal references actually happened, while
               organization is line sequential
               file status is hold-fs-status.

      * the fee schedule feeassess.cbl charges from - only its 'O'
      * rule (overdraft sweep) is read here
           select fee-schedule-file assign to
               "/Users/simonvargas/feesched.txt"
               organization is line sequential
               file status is fee-fs-status.

       data division.
         file section.
           fd account-file
                 05 account-freeze-flag  pic x(1).
                     88 account-frozen  value 'F'.
                 05 account-freeze-reason pic x(3).
      * overdraft protection: the savings (or other) account a
      * withdrawal that would overdraw this one sweeps its
      * shortfall from - zero or spaces when none is linked
                 05 account-protect-account pic 9(5).

      * One posting per line: account number, transaction type code,
      * and an amount (zero for a balance-check line)
               05 txn-effective-date   pic 9(8).

           fd audit-scan-file.
           01 audit-scan-line          pic x(150).

      * one record per account, carrying every owner: the first
      * slot plus an optional joint owner, with the primary flag
      * One line per posted transaction so a disputed balance can be
      * traced back to its source
           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).


           fd business-date-file.
           fd screening-log-file.
           01 screening-log-line       pic x(90).

      * same layout feeassess.cbl reads. On the 'O' rule the amount
      * is the per-sweep transfer fee (zero for none) and the
      * balance column is the sweep increment the shortfall rounds
      * up to (zero sweeps the exact shortfall)
           fd fee-schedule-file.
           01 fee-schedule-record.
               05 fs-fee-type          pic x(1).
               05 fs-fee-amount        pic 9(5)v99.
               05 fs-min-balance       pic 9(7)v99.

         working-storage section.
           01 bd-fs-status               pic xx.
           01 hold-fs-status             pic xx.
           01 ws-hold-release-date       pic 9(8).
           01 ws-holds-placed            pic 9(5) value zero.

      * overdraft sweep state: the checking account as it stood
      * before the protecting account was read over it, and the
      * sweep policy off the fee schedule's 'O' rule
           01 fee-fs-status              pic xx.
           01 ws-fee-eof-flag            pic x value 'N'.
               88 ws-fee-end-of-file    value 'Y'.
           01 ws-sweep-fee               pic 9(5)v99 value zero.
           01 ws-sweep-increment         pic 9(7)v99 value zero.
           01 ws-sweep-saved-record      pic x(80).
           01 ws-sweep-saved-balance     pic s9(7)v99.
           01 ws-sweep-checking-number   pic 9(5).
           01 ws-sweep-protect-number    pic 9(5).
           01 ws-sweep-item-amount       pic 9(7)v99.
           01 ws-sweep-shortfall         pic 9(7)v99.
           01 ws-sweep-amount            pic 9(7)v99.
           01 ws-sweep-units             pic 9(7).
           01 ws-sweep-available         pic s9(7)v99.
           01 ws-sweep-sw                pic x value 'N'.
               88 ws-sweep-refused      value 'Y'.
           01 ws-sweeps-posted           pic 9(5) value zero.

      * run-control / restart state: the batch identity under
      * post, how far a prior aborted run got, and the running
      * proof figures for the end-of-run console display
      * back out; zero on everything else
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

           01 ws-balance-before          pic s9(7)v99.
           01 ws-current-date-time       pic x(21).
              88 ws-reversal           value 'V'.
              88 ws-freeze-account      value 'F'.
              88 ws-unfreeze-account    value 'U'.
              88 ws-link-protection     value 'L'.

           01 ws-transfer-from-number    pic 9(5).
           01 ws-transfer-to-number      pic 9(5).
           perform read-posting-checkpoint.
           perform load-deposit-holds.
           perform load-watchlist.
           perform load-sweep-policy.
           perform open-account-file-with-retry.
           perform open-xref-file.
           open input transaction-file.
                   end-read
               end-perform
           end-if.
           perform open-audit-log.
           open extend pending-review-file.
           if pend-fs-status not = "00"
               open output pending-review-file
           close pending-review-file.
           close screening-log-file.
           perform save-deposit-holds.
           display "OVERDRAFT SWEEPS POSTED: " ws-sweeps-posted.
           perform mark-batch-complete.
           perform display-posting-proof.
           display "Bank Transaction Processing completed.".
                                   perform freeze-account
                               when ws-unfreeze-account
                                   perform release-account-freeze
                               when ws-link-protection
                                   perform link-protecting-account
                               when other
                                   display "UNKNOWN TRANSACTION TYPE: "
                                           ws-transaction-type
                   move zero to account-interest-rate
                   move 'O' to account-status
                   move txn-branch-code to account-branch-code
                   move zero to account-protect-account
                   perform set-up-account-type
                   add ws-amount to account-balance
                   perform encrypt-balance
           compute ws-available-balance =
                   account-balance - ws-amount + account-credit-limit
                   - ws-held-amount.
      * a linked protecting account covers the shortfall before
      * the item is refused and fee'd
           if ws-available-balance < 0
               perform sweep-from-protecting-account
           end-if.
           if ws-available-balance < 0
               move account-balance to ws-balance-before
               subtract ws-nsf-fee from account-balance
               end-if
           end-if.

      * Overdraft sweep: pull the shortfall (rounded up to the
      * sweep increment, plus the transfer fee so the fee cannot
      * itself bounce the item) from the linked protecting account.
      * That account must be open, not frozen, and not a
      * certificate, and may only give what it has available - no
      * credit line, no held deposits. A rounded sweep the
      * protecting account cannot cover falls back to the exact
      * shortfall. Both legs audit as type 'O', the fee as 'S' like
      * every other service fee. The checking record comes back
      * exactly as it was (a dormant reactivation included), so
      * the withdrawal then posts or refuses on the new balance.
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
           move ws-amount to ws-sweep-item-amount.
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
                   perform check-protecting-account
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
               perform rewrite-account-with-retry
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
               perform rewrite-account-with-retry
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
                   perform rewrite-account-with-retry
                   if fs-status = "00"
                       perform write-audit-record
                   else
                       display "SWEEP FEE POST FAILED - COULD NOT "
                               "UPDATE ACCOUNT: " account-number
                   end-if
               end-if
           end-if.
           move 'W' to ws-transaction-type.
           move ws-sweep-item-amount to ws-amount.
           perform sum-unreleased-holds.
           compute ws-available-balance =
                   account-balance - ws-amount + account-credit-limit
                   - ws-held-amount.

       check-protecting-account.
           if not account-open
               display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                       ws-sweep-protect-number " IS NOT OPEN"
               move 'Y' to ws-sweep-sw
           else
           if account-frozen
               display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                       ws-sweep-protect-number " IS FROZEN"
               move 'Y' to ws-sweep-sw
           else
           if account-term-deposit
               display "SWEEP SKIPPED - PROTECTING ACCOUNT "
                       ws-sweep-protect-number " IS A TERM DEPOSIT"
               move 'Y' to ws-sweep-sw
           end-if
           end-if
           end-if.

      * Link (or, with a zero to-account, unlink) the account that
      * protects this one from overdraft. The protecting account
      * must exist, be open, and not be a certificate; the change
      * is audited as type 'L' with zero amount so the trail shows
      * when protection went on or came off.
       link-protecting-account.
           if account-closed
               display "ACCOUNT " account-number
                       " IS CLOSED - PROTECTION LINK REFUSED"
               exit paragraph
           end-if.
           if txn-to-account not numeric
                   or txn-to-account = account-number
               display "PROTECTION LINK REFUSED - ACCOUNT "
                       account-number " CANNOT PROTECT ITSELF"
               exit paragraph
           end-if.
           move 'N' to ws-sweep-sw.
           if txn-to-account not = zero
               move account-number to ws-sweep-checking-number
               move txn-to-account to ws-sweep-protect-number
               move account-record to ws-sweep-saved-record
               move account-balance to ws-sweep-saved-balance
               move txn-to-account to account-number
               read account-file
                   invalid key
                       display "PROTECTION LINK REFUSED - ACCOUNT "
                               txn-to-account " NOT FOUND"
                       move 'Y' to ws-sweep-sw
                   not invalid key
                       if account-closed or account-term-deposit
                           display "PROTECTION LINK REFUSED - "
                                   "ACCOUNT " txn-to-account
                                   " IS CLOSED OR A TERM DEPOSIT"
                           move 'Y' to ws-sweep-sw
                       end-if
               end-read
               move ws-sweep-checking-number to account-number
               read account-file
               move ws-sweep-saved-record to account-record
               move ws-sweep-saved-balance to account-balance
           end-if.
           if ws-sweep-refused
               exit paragraph
           end-if.
           move account-balance to ws-balance-before.
           move txn-to-account to account-protect-account.
           move zero to ws-amount.
           perform rewrite-account-with-retry.
           if fs-status = "00"
               perform write-audit-record
               if txn-to-account = zero
                   display "OVERDRAFT PROTECTION REMOVED FROM "
                           "ACCOUNT " account-number
               else
                   display "ACCOUNT " account-number
                           " NOW PROTECTED BY ACCOUNT "
                           txn-to-account
               end-if
           else
               display "PROTECTION LINK FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
           end-if.

      * the 'O' rule, if the fee schedule carries one; without it
      * sweeps move the exact shortfall and charge nothing
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

      * Append one audit line for the transaction just posted so a
      * disputed balance can be traced back to its source
       write-audit-record.
           move ws-business-date to aud-timestamp-out (1:8).
           move ws-ref-timestamp to aud-ref-out.
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


      * Screen the new account's owning customer against the
      * watchlist. The account already opened - the money was
