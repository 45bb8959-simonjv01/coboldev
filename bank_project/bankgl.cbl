      * postings - rolled up per branch off the account master's
      * branch code, and written as balanced debit/credit entries
      * in the same journal layout gljrnl.txt uses, so one ledger
      * process can take both suites. Teller drawers closed over or
      * short for the day are booked against cash to the branch's
      * over/short account. Card items posted from the network
      * settlement ('Q' debits, 'R' credits) move deposits against
      * the network rather than cash, settled by the one line per
      * network that cardsettl.cbl leaves for the day. Outgoing
      * wires ('M') released by wirerel.cbl move deposits out to
      * the correspondent bank, and inbound ACH entries ('J')
      * posted by achrecv.cbl move them against the ACH settlement
      * account. Loan auto-payments ('Y') drawn by loanpay.cbl move
      * deposits out to loans receivable.
       environment division.
       input-output section.
       file-control.
               organization is line sequential
               file status is bd-fs-status.

      * the close-of-day drawer counts tellerdrw.cbl appends
           select drawer-result-file assign to
               "/Users/simonvargas/drwrslt.txt"
               organization is line sequential
               file status is rs-fs-status.

      * the day's net due to or from each card network
           select network-net-file assign to
               "/Users/simonvargas/cardnet.txt"
               organization is line sequential
               file status is cn-fs-status.

       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd account-file
               record contains 80 characters
           01 business-date-record.
               05 bd-business-date     pic 9(8).

           fd drawer-result-file.
           01 drawer-result-record.
               05 rs-business-date     pic 9(8).
               05 rs-teller-id         pic 9(4).
               05 rs-branch-code       pic 9(3).
               05 rs-opening-cash      pic 9(7)v99.
               05 rs-cash-in           pic 9(9)v99.
               05 rs-cash-out          pic 9(9)v99.
               05 rs-expected-cash     pic s9(9)v99
                                       sign leading separate.
               05 rs-counted-cash      pic 9(9)v99.
               05 rs-over-short        pic s9(9)v99
                                       sign leading separate.

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

         working-storage section.
           01 aud-fs-status              pic xx.
           01 cn-fs-status               pic xx.
           01 ws-cn-eof-flag             pic x value 'N'.
               88 ws-cn-end-of-file     value 'Y'.
           01 rs-fs-status               pic xx.
           01 ws-rs-eof-flag             pic x value 'N'.
               88 ws-rs-end-of-file     value 'Y'.
           01 fs-status                  pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
               05 aud-after-in          pic z,zzz,zz9.99.
               05 filler                pic x(4).
               05 aud-timestamp-in      pic 9(14).
               05 filler                pic x(5).
               05 aud-ref-in            pic x(14).

           01 ws-amount-num              pic 9(9)v99.
           01 ws-before-num              pic 9(7)v99.
                   10 ws-br-nsf-fees    pic s9(9)v99.
                   10 ws-br-interest    pic s9(9)v99.
                   10 ws-br-movement    pic s9(9)v99.
                   10 ws-br-over-short  pic s9(9)v99.
                   10 ws-br-card        pic s9(9)v99.
                   10 ws-br-wire        pic s9(9)v99.
                   10 ws-br-ach         pic s9(9)v99.
                   10 ws-br-loanpay     pic s9(9)v99.
           01 ws-br-count                pic 9(3) value zero.
           01 ws-br-found-sw             pic x value 'N'.
               88 ws-br-found           value 'Y'.
           close audit-log-file.
           close account-file.

           perform read-drawer-results.
           perform write-extract-journal.

           display "AUDIT ENTRIES EXTRACTED: " ws-entries-read.
           display "Bank GL Extract completed.".
           stop run.

      * each posting type lands in its branch bucket; the freeze,
      * overdraft-link and loan bookkeeping types move no deposit
      * money and stay out of this journal
       classify-one-entry.
           evaluate aud-type-in
               when 'Z'
               when 'U'
               when 'L'
               when 'G'
               when 'H'
                   exit paragraph
               when 'I'
                   add ws-amount-num
                       to ws-br-interest (ws-br-idx)
      * card items by their amount, not the balance movement - an
      * item taken into the overdraft line still moved its full
      * amount against the network
               when 'Q'
                   subtract ws-amount-num
                       from ws-br-card (ws-br-idx)
               when 'R'
                   add ws-amount-num
                       to ws-br-card (ws-br-idx)
               when 'M'
                   add ws-amount-num
                       to ws-br-wire (ws-br-idx)
      * an inbound ACH entry's reference leads with its NACHA
      * transaction code - a second digit of 1-4 is a credit
               when 'J'
                   if aud-ref-in (2:1) >= '1'
                           and aud-ref-in (2:1) <= '4'
                       add ws-amount-num
                           to ws-br-ach (ws-br-idx)
                   else
                       subtract ws-amount-num
                           from ws-br-ach (ws-br-idx)
                   end-if
               when 'Y'
                   add ws-amount-num
                       to ws-br-loanpay (ws-br-idx)
               when other
                   add ws-delta to ws-br-movement (ws-br-idx)
           end-evaluate.
               move zero to ws-br-nsf-fees (ws-br-idx)
               move zero to ws-br-interest (ws-br-idx)
               move zero to ws-br-movement (ws-br-idx)
               move zero to ws-br-over-short (ws-br-idx)
               move zero to ws-br-card (ws-br-idx)
               move zero to ws-br-wire (ws-br-idx)
               move zero to ws-br-ach (ws-br-idx)
               move zero to ws-br-loanpay (ws-br-idx)
           end-if.

      * each drawer closed for the business date carries its
      * over/short (counted less expected) to its branch
       read-drawer-results.
           open input drawer-result-file.
           if rs-fs-status = "00"
               perform until ws-rs-end-of-file
                   read drawer-result-file
                       at end move 'Y' to ws-rs-eof-flag
                       not at end
                           if rs-business-date = ws-business-date
                                   and rs-over-short not = zero
                               move rs-branch-code
                                   to ws-entry-branch
                               perform find-branch-bucket
                               add rs-over-short
                                   to ws-br-over-short (ws-br-idx)
                           end-if
                   end-read
               end-perform
               close drawer-result-file
           end-if.

      * per branch: fee income debits the deposit liability the
               set ws-br-idx to ws-br-sub
               perform write-one-branch
           end-perform.
           perform write-network-settlement.
           close gl-extract-file.

       write-one-branch.
               move "DEPOSIT LIABILITY   " to gl-description
               perform write-credit-line
           end-if.
      * an over drawer puts cash on the books the ledger did not
      * have; a short one takes it off - the over/short account
      * takes the other side either way
           if ws-br-over-short (ws-br-idx) not = zero
               move ws-br-over-short (ws-br-idx) to ws-line-amount
               move "10100" to gl-account-number
               move "CASH                " to gl-description
               perform write-debit-line
               move "60900" to gl-account-number
               move "TELLER OVER/SHORT   " to gl-description
               perform write-credit-line
           end-if.
      * card items: the branch's deposit side only - the other
      * side is the network's settlement line below
           if ws-br-card (ws-br-idx) not = zero
               move ws-br-card (ws-br-idx) to ws-line-amount
               move "20100" to gl-account-number
               move "DEPOSIT LIABILITY   " to gl-description
               perform write-credit-line
           end-if.
      * outgoing wires leave deposits for the correspondent bank
      * that settles them
           if ws-br-wire (ws-br-idx) not = zero
               move ws-br-wire (ws-br-idx) to ws-line-amount
               move "20100" to gl-account-number
               move "DEPOSIT LIABILITY   " to gl-description
               perform write-debit-line
               move "10200" to gl-account-number
               move "CORRESPONDENT BANK  " to gl-description
               perform write-credit-line
           end-if.
      * inbound ACH credits come in through the settlement
      * account, debits go out through it
           if ws-br-ach (ws-br-idx) not = zero
               move ws-br-ach (ws-br-idx) to ws-line-amount
               move "10400" to gl-account-number
               move "ACH SETTLEMENT      " to gl-description
               perform write-debit-line
               move "20100" to gl-account-number
               move "DEPOSIT LIABILITY   " to gl-description
               perform write-credit-line
           end-if.
      * loan auto-payments leave deposits to pay down the loan
           if ws-br-loanpay (ws-br-idx) not = zero
               move ws-br-loanpay (ws-br-idx) to ws-line-amount
               move "20100" to gl-account-number
               move "DEPOSIT LIABILITY   " to gl-description
               perform write-debit-line
               move "10500" to gl-account-number
               move "LOANS RECEIVABLE    " to gl-description
               perform write-credit-line
           end-if.

      * one line per network for the business date: a positive
      * net is due from the network, a negative one due to it.
      * Together they equal the branches' card movement, so a
      * settlement that does not match what was posted shows up as
      * an extract out of balance
       write-network-settlement.
           move spaces to gl-dept-code.
           open input network-net-file.
           if cn-fs-status = "00"
               perform until ws-cn-end-of-file
                   read network-net-file
                       at end move 'Y' to ws-cn-eof-flag
                       not at end
                           if cn-settle-date = ws-business-date
                                   and cn-net-amount not = zero
                               move cn-net-amount to ws-line-amount
                               move "10300" to gl-account-number
                               move "CARD NETWORK SETTLE "
                                   to gl-description
                               perform write-debit-line
                           end-if
                   end-read
               end-perform
               close network-net-file
           end-if.

      * negative accumulators flip to the other side of the
      * journal, the same rule the payroll journal writer applies
