       identification division.
       program-id. cardsettl.
      * ATM / debit card network settlement. The network's daily
      * settlement file is proved against its header and trailer,
      * each card is mapped to its account through the card
      * cross-reference, and the items are posted with the rules
      * banksyst.cbl applies to the teller line - closed and frozen
      * accounts, certificates before maturity, deposits on hold,
      * the overdraft credit line, the sweep from a linked
      * protecting account, the NSF fee, and a hold on a large
      * deposit. An item that cannot be posted goes on the
      * network exception file to be charged back. What was posted
      * is kept with its card, terminal and merchant, and the net
      * due to or from the network is written as the settlement
      * line bankgl.cbl books.
       environment division.
       input-output section.
       file-control.
      * the network's settlement: a header, the card items, and a
      * trailer carrying the item count and debit/credit totals
           select network-settlement-file assign to
               "/Users/simonvargas/netsettl.txt"
               organization is line sequential
               file status is ns-fs-status.

      * card to account: card number, account, and the card's
      * status ('A' active; anything else - lost, stolen,
      * cancelled - is not posted)
           select card-xref-file assign to
               "/Users/simonvargas/cardxref.txt"
               organization is line sequential
               file status is cx-fs-status.

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

      * funds-availability holds banksyst.cbl keeps - read for
      * what is available, written back with the holds placed here
           select deposit-hold-file assign to
               "/Users/simonvargas/depholds.txt"
               organization is line sequential
               file status is hold-fs-status.

      * items charged back to the network, each with its reason,
      * closed by a control trailer
           select network-exception-file assign to
               "/Users/simonvargas/netexcp.txt"
               organization is line sequential.

      * every card item posted, with the card, terminal and
      * merchant the audit log has no room for
           select card-posted-file assign to
               "/Users/simonvargas/cardpost.txt"
               organization is line sequential
               file status is cp-fs-status.

      * one line per network per settlement date: what was posted
      * each way and the net, for bankgl.cbl
           select network-net-file assign to
               "/Users/simonvargas/cardnet.txt"
               organization is line sequential
               file status is cn-fs-status.

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
           fd network-settlement-file.
           01 network-settlement-record.
               05 ns-record-type       pic x(1).
                   88 ns-header        value 'H'.
                   88 ns-item          value 'D'.
                   88 ns-trailer       value 'T'.
               05 ns-body              pic x(69).
               05 ns-item-body redefines ns-body.
                   10 ns-card-number   pic 9(16).
                   10 ns-txn-code      pic x(1).
                       88 ns-purchase       value 'P'.
                       88 ns-atm-withdrawal value 'A'.
                       88 ns-deposit        value 'D'.
                       88 ns-reversal       value 'R'.
                   10 ns-amount        pic 9(7)v99.
                   10 ns-terminal-id   pic x(8).
                   10 ns-merchant-id   pic x(15).
                   10 ns-network-ref   pic 9(12).
                   10 filler           pic x(8).
               05 ns-header-body redefines ns-body.
                   10 ns-network-id    pic x(4).
                   10 ns-settle-date   pic 9(8).
                   10 filler           pic x(57).
               05 ns-trailer-body redefines ns-body.
                   10 ns-item-count    pic 9(7).
                   10 ns-debit-total   pic 9(11)v99.
                   10 ns-credit-total  pic 9(11)v99.
                   10 filler           pic x(36).

           fd card-xref-file.
           01 card-xref-record.
               05 cx-card-number       pic 9(16).
               05 cx-account-number    pic 9(5).
               05 cx-card-status       pic x(1).

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
                     88 account-term-deposit value 'K'.
                 05 account-term-months  pic 9(3).
                 05 account-maturity-date pic 9(8).
                 05 account-rollover-flag pic x(1).
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

      * the settlement item going back, with the reason it was not
      * posted and the business date it was charged back on
           fd network-exception-file.
           01 network-exception-record.
               05 ne-record-type       pic x(1).
               05 ne-card-number       pic 9(16).
               05 ne-txn-code          pic x(1).
               05 ne-amount            pic 9(11)v99.
               05 ne-terminal-id       pic x(8).
               05 ne-merchant-id       pic x(15).
               05 ne-network-ref       pic 9(12).
               05 ne-reason-code       pic x(1).
               05 ne-reason-text       pic x(20).
               05 ne-chargeback-date   pic 9(8).

           fd card-posted-file.
           01 card-posted-record.
               05 cp-account-number    pic 9(5).
               05 cp-posted-date       pic 9(8).
               05 cp-txn-code          pic x(1).
               05 cp-amount            pic 9(7)v99.
               05 cp-card-number       pic 9(16).
               05 cp-terminal-id       pic x(8).
               05 cp-merchant-id       pic x(15).
               05 cp-network-ref       pic 9(12).

           fd network-net-file.
           01 network-net-record.
               05 cn-settle-date       pic 9(8).
               05 cn-network-id        pic x(4).
               05 cn-debit-total       pic 9(11)v99.
               05 cn-credit-total      pic 9(11)v99.
               05 cn-net-amount        pic s9(11)v99
                                       sign leading separate.
               05 cn-chargeback-count  pic 9(5).
               05 cn-chargeback-total  pic 9(11)v99.

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
           01 ns-fs-status               pic xx.
           01 cx-fs-status               pic xx.
           01 hold-fs-status             pic xx.
           01 cp-fs-status               pic xx.
           01 cn-fs-status               pic xx.
           01 fs-status                  pic xx.
           01 ws-ns-eof-flag             pic x value 'N'.
               88 ws-ns-end-of-file     value 'Y'.
           01 ws-cx-eof-flag             pic x value 'N'.
               88 ws-cx-end-of-file     value 'Y'.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.
           01 ws-cn-eof-flag             pic x value 'N'.
               88 ws-cn-end-of-file     value 'Y'.

      * what the file says about itself, and what it holds
           01 ws-network-id              pic x(4) value spaces.
           01 ws-settle-date             pic 9(8) value zero.
           01 ws-header-seen-sw          pic x value 'N'.
               88 ws-header-seen        value 'Y'.
           01 ws-trailer-seen-sw         pic x value 'N'.
               88 ws-trailer-seen       value 'Y'.
           01 ws-item-count              pic 9(7) value zero.
           01 ws-item-debits             pic 9(11)v99 value zero.
           01 ws-item-credits            pic 9(11)v99 value zero.
           01 ws-trailer-count           pic 9(7) value zero.
           01 ws-trailer-debits          pic 9(11)v99 value zero.
           01 ws-trailer-credits         pic 9(11)v99 value zero.
           01 ws-already-settled-sw      pic x value 'N'.
               88 ws-already-settled    value 'Y'.

           01 ws-card-table.
               05 ws-card-entry occurs 5000 times
                       indexed by ws-card-idx.
                   10 ws-card-number    pic 9(16).
                   10 ws-card-account   pic 9(5).
                   10 ws-card-status    pic x(1).
                       88 ws-card-active   value 'A'.
           01 ws-card-count              pic 9(4) value zero.
           01 ws-card-found-sw           pic x value 'N'.
               88 ws-card-found         value 'Y'.

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

      * same hold policy banksyst.cbl places on a teller deposit
           01 ws-hold-policy.
               05 ws-hold-tier1-floor   pic 9(7)v99 value 1000.00.
               05 ws-hold-tier1-days    pic 9(2) value 2.
               05 ws-hold-tier2-floor   pic 9(7)v99 value 5000.00.
               05 ws-hold-tier2-days    pic 9(2) value 5.
           01 ws-hold-days               pic 9(2).
           01 ws-hold-date-integer       pic 9(8).
           01 ws-hold-release-date       pic 9(8).
           01 ws-holds-placed            pic 9(5) value zero.
           01 ws-nsf-fee                 pic 9(3)v99 value 35.00.

      * why an item was charged back
           01 ws-chargeback-reason       pic x(1).
               88 ws-no-chargeback      value space.
           01 ws-reason-text             pic x(20).
           01 ws-reason-counts.
               05 ws-unknown-card-count pic 9(5) value zero.
               05 ws-card-status-count  pic 9(5) value zero.
               05 ws-no-account-count   pic 9(5) value zero.
               05 ws-closed-count       pic 9(5) value zero.
               05 ws-frozen-count       pic 9(5) value zero.
               05 ws-term-count         pic 9(5) value zero.
               05 ws-nsf-count          pic 9(5) value zero.
               05 ws-bad-code-count     pic 9(5) value zero.

           01 ws-posted-count            pic 9(5) value zero.
           01 ws-posted-debits           pic 9(11)v99 value zero.
           01 ws-posted-credits          pic 9(11)v99 value zero.
           01 ws-chargeback-count        pic 9(5) value zero.
           01 ws-chargeback-total        pic 9(11)v99 value zero.
           01 ws-net-amount              pic s9(11)v99.

           01 ws-balance-before          pic s9(7)v99.
           01 ws-amount                  pic 9(7)v99.
           01 ws-transaction-type        pic x(1).
           01 ws-ref-number              pic 9(14).
           01 ws-current-date-time       pic x(21).

      * same masking scheme as banksyst.cbl - account-balance is
      * the clear working copy, account-balance-enc is on disk
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

      * the network reference rides in the reference slot
      * banksyst.cbl uses for its transaction stamp
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
           display "Starting Card Network Settlement...".
           perform get-business-date.
           perform load-sweep-policy.

      * pass 1: prove the settlement against its header and
      * trailer before posting anything at all
           perform verify-settlement-file.
           if not ws-header-seen or not ws-trailer-seen
                   or ws-item-count not = ws-trailer-count
                   or ws-item-debits not = ws-trailer-debits
                   or ws-item-credits not = ws-trailer-credits
               display "SETTLEMENT FILE OUT OF BALANCE - NOTHING "
                       "POSTED"
               display "  ITEMS:   " ws-item-count
                       " TRAILER: " ws-trailer-count
               display "  DEBITS:  " ws-item-debits
                       " TRAILER: " ws-trailer-debits
               display "  CREDITS: " ws-item-credits
                       " TRAILER: " ws-trailer-credits
               move 8 to return-code
               stop run
           end-if.
           if ws-settle-date not = ws-business-date
               display "SETTLEMENT DATE " ws-settle-date
                       " IS NOT BUSINESS DATE " ws-business-date
                       " - NOTHING POSTED"
               move 8 to return-code
               stop run
           end-if.

      * one settlement per network per day - a rerun of a file
      * already posted would post every card item twice
           perform check-already-settled.
           if ws-already-settled
               display "NETWORK " ws-network-id " ALREADY SETTLED "
                       "FOR " ws-settle-date " - NOTHING POSTED"
               move 4 to return-code
               stop run
           end-if.
           display "SETTLEMENT FILE PROVED - NETWORK " ws-network-id
                   " ITEMS " ws-item-count.

           perform load-card-xref.
           perform load-deposit-holds.

      * pass 2: post or charge back every card item
           open i-o account-file.
           perform open-audit-log.
           open output network-exception-file.
           open extend card-posted-file.
           if cp-fs-status not = "00"
               open output card-posted-file
           end-if.
           move 'N' to ws-ns-eof-flag.
           open input network-settlement-file.
           perform until ws-ns-end-of-file
               read network-settlement-file
                   at end move 'Y' to ws-ns-eof-flag
                   not at end
                       if ns-item
                           perform settle-one-item
                       end-if
               end-read
           end-perform.
           close network-settlement-file.
           perform write-exception-trailer.
           close account-file.
           close audit-log-file.
           close network-exception-file.
           close card-posted-file.
           perform rewrite-deposit-hold-file.
           perform write-network-net.

           display "CARD ITEMS POSTED:      " ws-posted-count.
           display "  DEBITS POSTED:        " ws-posted-debits.
           display "  CREDITS POSTED:       " ws-posted-credits.
           display "  NET DUE FROM NETWORK: " ws-net-amount.
           display "CARD ITEMS CHARGED BACK: " ws-chargeback-count
                   " TOTAL " ws-chargeback-total.
           display "  1 UNKNOWN CARD:       " ws-unknown-card-count.
           display "  2 CARD NOT ACTIVE:    " ws-card-status-count.
           display "  3 NO SUCH ACCOUNT:    " ws-no-account-count.
           display "  4 ACCOUNT CLOSED:     " ws-closed-count.
           display "  5 ACCOUNT FROZEN:     " ws-frozen-count.
           display "  6 TERM DEPOSIT:       " ws-term-count.
           display "  7 NSF:                " ws-nsf-count.
           display "  8 INVALID TXN CODE:   " ws-bad-code-count.
           display "DEPOSIT HOLDS PLACED:    " ws-holds-placed.
           display "OVERDRAFT SWEEPS POSTED: " ws-sweeps-posted.
           display "Card Network Settlement completed.".
           stop run.

      * purchases and ATM withdrawals are the debits, deposits and
      * reversals the credits - each side proved on its own
       verify-settlement-file.
           open input network-settlement-file.
           if ns-fs-status not = "00"
               display "NO SETTLEMENT FILE FOUND. STATUS: "
                       ns-fs-status
               move 8 to return-code
               stop run
           end-if.
           perform until ws-ns-end-of-file
               read network-settlement-file
                   at end move 'Y' to ws-ns-eof-flag
                   not at end
                       evaluate true
                           when ns-header
                               move 'Y' to ws-header-seen-sw
                               move ns-network-id to ws-network-id
                               move ns-settle-date to ws-settle-date
                           when ns-trailer
                               move 'Y' to ws-trailer-seen-sw
                               move ns-item-count
                                   to ws-trailer-count
                               move ns-debit-total
                                   to ws-trailer-debits
                               move ns-credit-total
                                   to ws-trailer-credits
                           when ns-item
                               add 1 to ws-item-count
                               if ns-purchase or ns-atm-withdrawal
                                   add ns-amount to ws-item-debits
                               else
                                   add ns-amount to ws-item-credits
                               end-if
                       end-evaluate
               end-read
           end-perform.
           close network-settlement-file.

       check-already-settled.
           open input network-net-file.
           if cn-fs-status = "00"
               perform until ws-cn-end-of-file
                   read network-net-file
                       at end move 'Y' to ws-cn-eof-flag
                       not at end
                           if cn-network-id = ws-network-id
                                   and cn-settle-date = ws-settle-date
                               move 'Y' to ws-already-settled-sw
                           end-if
                   end-read
               end-perform
               close network-net-file
           end-if.

      * charged back in the order the network expects the reasons
      * tested: the item, the card, the account, then the posting
      * rules
       settle-one-item.
           move space to ws-chargeback-reason.
           perform find-card.
           evaluate true
               when not ns-purchase and not ns-atm-withdrawal
                       and not ns-deposit and not ns-reversal
                   move '8' to ws-chargeback-reason
               when not ws-card-found
                   move '1' to ws-chargeback-reason
               when not ws-card-active (ws-card-idx)
                   move '2' to ws-chargeback-reason
               when other
                   move ws-card-account (ws-card-idx)
                       to account-number
                   read account-file
                       invalid key
                           move '3' to ws-chargeback-reason
                       not invalid key
                           perform decrypt-balance
                           if account-closed
                               move '4' to ws-chargeback-reason
                           end-if
                   end-read
           end-evaluate.
           if ws-no-chargeback
               if ns-purchase or ns-atm-withdrawal
                   perform post-card-debit
               else
                   perform post-card-credit
               end-if
           end-if.
           if not ws-no-chargeback
               perform charge-back-item
           end-if.

       find-card.
           move 'N' to ws-card-found-sw.
           perform varying ws-card-idx from 1 by 1
                   until ws-card-idx > ws-card-count
                   or ws-card-found
               if ws-card-number (ws-card-idx) = ns-card-number
                   move 'Y' to ws-card-found-sw
               end-if
           end-perform.
           if ws-card-found
               set ws-card-idx down by 1
           end-if.

      * the withdrawal rules of banksyst.cbl: no debit from a frozen
      * account or an unmatured certificate, and the item must fit
      * in balance plus credit line less funds on hold - failing
      * that, a linked protecting account covers the shortfall, and
      * only an item still short is refused with the NSF fee, and
      * charged back
       post-card-debit.
           if account-frozen
               move '5' to ws-chargeback-reason
               exit paragraph
           end-if.
           if account-term-deposit
                   and ws-business-date < account-maturity-date
               move '6' to ws-chargeback-reason
               exit paragraph
           end-if.
           if account-dormant
               move 'O' to account-status
           end-if.
           perform sum-unreleased-holds.
           compute ws-available-balance =
                   account-balance - ns-amount + account-credit-limit
                   - ws-held-amount.
           if ws-available-balance < 0
               perform sweep-from-protecting-account
               perform sum-unreleased-holds
               compute ws-available-balance =
                       account-balance - ns-amount
                       + account-credit-limit - ws-held-amount
           end-if.
           if ws-available-balance < 0
               move '7' to ws-chargeback-reason
               move account-balance to ws-balance-before
               subtract ws-nsf-fee from account-balance
               move ws-nsf-fee to ws-amount
               move 'F' to ws-transaction-type
               move zero to ws-ref-number
               perform encrypt-balance
               rewrite account-record
               if fs-status = "00"
                   perform write-audit-record
               else
                   display "NSF FEE POST FAILED - COULD NOT UPDATE "
                           "ACCOUNT: " account-number
               end-if
               exit paragraph
           end-if.
           move account-balance to ws-balance-before.
           subtract ns-amount from account-balance.
           move ns-amount to ws-amount.
      * 'Q' marks a card debit on the audit log, 'R' a card credit
           move 'Q' to ws-transaction-type.
           perform post-card-item.
           if fs-status = "00"
               add ns-amount to ws-posted-debits
           end-if.

      * the deposit rules: a credit reactivates a dormant account,
      * and an ATM deposit over the hold floor is held the way a
      * teller deposit is (a reversal gives back the cardholder's
      * own money and is not held)
       post-card-credit.
           if account-dormant
               move 'O' to account-status
           end-if.
           move account-balance to ws-balance-before.
           add ns-amount to account-balance.
           move ns-amount to ws-amount.
           move 'R' to ws-transaction-type.
           perform post-card-item.
           if fs-status = "00"
               add ns-amount to ws-posted-credits
               if ns-deposit
                   perform place-deposit-hold
               end-if
           end-if.

       post-card-item.
           move ns-network-ref to ws-ref-number.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status = "00"
               perform write-audit-record
               add 1 to ws-posted-count
               move account-number to cp-account-number
               move ws-business-date to cp-posted-date
               move ns-txn-code to cp-txn-code
               move ns-amount to cp-amount
               move ns-card-number to cp-card-number
               move ns-terminal-id to cp-terminal-id
               move ns-merchant-id to cp-merchant-id
               move ns-network-ref to cp-network-ref
               write card-posted-record
           else
               display "CARD POST FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
                       " REF " ns-network-ref
           end-if.

       charge-back-item.
           evaluate ws-chargeback-reason
               when '1'
                   add 1 to ws-unknown-card-count
                   move "UNKNOWN CARD" to ws-reason-text
               when '2'
                   add 1 to ws-card-status-count
                   move "CARD NOT ACTIVE" to ws-reason-text
               when '3'
                   add 1 to ws-no-account-count
                   move "NO SUCH ACCOUNT" to ws-reason-text
               when '4'
                   add 1 to ws-closed-count
                   move "ACCOUNT CLOSED" to ws-reason-text
               when '5'
                   add 1 to ws-frozen-count
                   move "ACCOUNT FROZEN" to ws-reason-text
               when '6'
                   add 1 to ws-term-count
                   move "TERM DEPOSIT" to ws-reason-text
               when '7'
                   add 1 to ws-nsf-count
                   move "INSUFFICIENT FUNDS" to ws-reason-text
               when '8'
                   add 1 to ws-bad-code-count
                   move "INVALID TXN CODE" to ws-reason-text
           end-evaluate.
           add 1 to ws-chargeback-count.
           add ns-amount to ws-chargeback-total.
           move 'D' to ne-record-type.
           move ns-card-number to ne-card-number.
           move ns-txn-code to ne-txn-code.
           move ns-amount to ne-amount.
           move ns-terminal-id to ne-terminal-id.
           move ns-merchant-id to ne-merchant-id.
           move ns-network-ref to ne-network-ref.
           move ws-chargeback-reason to ne-reason-code.
           move ws-reason-text to ne-reason-text.
           move ws-business-date to ne-chargeback-date.
           write network-exception-record.
           display "CARD ITEM REF " ns-network-ref
                   " CHARGED BACK - " ws-reason-text.

       write-exception-trailer.
           move 'T' to ne-record-type.
           move zero to ne-card-number.
           move space to ne-txn-code.
           move ws-chargeback-total to ne-amount.
           move spaces to ne-terminal-id.
           move spaces to ne-merchant-id.
           move ws-chargeback-count to ne-network-ref.
           move space to ne-reason-code.
           move spaces to ne-reason-text.
           move ws-business-date to ne-chargeback-date.
           write network-exception-record.

      * credits posted less debits posted: positive, the network
      * owes the bank; negative, the bank owes the network
       write-network-net.
           compute ws-net-amount = ws-posted-credits - ws-posted-debits.
           open extend network-net-file.
           if cn-fs-status not = "00"
               open output network-net-file
           end-if.
           move ws-settle-date to cn-settle-date.
           move ws-network-id to cn-network-id.
           move ws-posted-debits to cn-debit-total.
           move ws-posted-credits to cn-credit-total.
           move ws-net-amount to cn-net-amount.
           move ws-chargeback-count to cn-chargeback-count.
           move ws-chargeback-total to cn-chargeback-total.
           write network-net-record.
           close network-net-file.

       load-card-xref.
           open input card-xref-file.
           if cx-fs-status not = "00"
               display "NO CARD CROSS-REFERENCE - EVERY ITEM WILL "
                       "BE CHARGED BACK"
               exit paragraph
           end-if.
           perform until ws-cx-end-of-file
               read card-xref-file
                   at end move 'Y' to ws-cx-eof-flag
                   not at end
                       if ws-card-count < 5000
                           add 1 to ws-card-count
                           set ws-card-idx to ws-card-count
                           move cx-card-number
                               to ws-card-number (ws-card-idx)
                           move cx-account-number
                               to ws-card-account (ws-card-idx)
                           move cx-card-status
                               to ws-card-status (ws-card-idx)
                       else
                           display "CARD TABLE FULL - CARD IGNORED: "
                                   cx-card-number
                       end-if
               end-read
           end-perform.
           close card-xref-file.
           display "CARDS ON CROSS-REFERENCE: " ws-card-count.

       place-deposit-hold.
           if ns-amount < ws-hold-tier1-floor
               exit paragraph
           end-if.
           if ns-amount >= ws-hold-tier2-floor
               move ws-hold-tier2-days to ws-hold-days
           else
               move ws-hold-tier1-days to ws-hold-days
           end-if.
           compute ws-hold-date-integer =
                   function integer-of-date (ws-business-date).
           perform ws-hold-days times
               add 1 to ws-hold-date-integer
      * weekends don't count against the customer's hold days
               perform until function mod
                           (ws-hold-date-integer, 7) not = 6
                       and function mod
                           (ws-hold-date-integer, 7) not = 0
                   add 1 to ws-hold-date-integer
               end-perform
           end-perform.
           compute ws-hold-release-date =
                   function date-of-integer (ws-hold-date-integer).
           if ws-dh-count < 500
               add 1 to ws-dh-count
               move account-number to ws-dh-account (ws-dh-count)
               move ns-amount to ws-dh-amount (ws-dh-count)
               move ws-hold-release-date
                   to ws-dh-release (ws-dh-count)
               add 1 to ws-holds-placed
           else
               display "HOLD TABLE FULL - DEPOSIT NOT HELD FOR "
                       "ACCOUNT " account-number
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

       rewrite-deposit-hold-file.
           open output deposit-hold-file.
           perform varying ws-dh-sub from 1 by 1
                   until ws-dh-sub > ws-dh-count
               move ws-dh-account (ws-dh-sub)
                   to hd-account-number
               move ws-dh-amount (ws-dh-sub) to hd-amount
               move ws-dh-release (ws-dh-sub) to hd-release-date
               write deposit-hold-record
           end-perform.
           close deposit-hold-file.

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
           move ns-network-ref to ws-ref-number.
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
           move ws-ref-number to aud-ref-out.
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

       end program cardsettl.
