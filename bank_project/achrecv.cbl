       identification division.
       program-id. achrecv.
      * inbound NACHA receiver. Other originators' ACH files for our
      * customers - social security and other banks' payroll
      * credits, utility and insurance auto-debits - are received
      * here in the standard NACHA layout nachafmt.cbl builds on
      * the way out. The file is proved first, batch by batch and
      * as a whole, against its batch control and file control
      * records (entry/addenda count, entry hash, debit and credit
      * dollar totals), the same discipline achpost.cbl applies to
      * the payroll transmittal, and is refused outright if it is
      * not addressed to us, does not prove, or has already been
      * received. Entries are then posted with banksyst.cbl's
      * rules; an entry that cannot post goes back to its
      * originator on an outbound NACHA return file with the
      * standard return reason code, provided the two-banking-day
      * return deadline off the batch's effective date has not
      * passed - one that has goes on the exception file for the
      * back office. Prenotes are checked against the account
      * master and returned the same way when the account would
      * not take a live entry.
       environment division.
       input-output section.
       file-control.
      * the inbound NACHA file as delivered, 94-byte records
           select nacha-in-file assign to
               "/Users/simonvargas/achin.txt"
               organization is line sequential
               file status is ni-fs-status.

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

      * funds-availability holds banksyst.cbl keeps - a debit is
      * paid only out of funds not on hold
           select deposit-hold-file assign to
               "/Users/simonvargas/depholds.txt"
               organization is line sequential
               file status is hold-fs-status.

      * the outbound NACHA return file, one return batch for each
      * inbound batch that had entries returned
           select nacha-return-file assign to
               "/Users/simonvargas/achrtn.txt"
               organization is line sequential.

      * every entry posted, with the originator, the receiver's
      * name and the full trace number the audit log has no room
      * for
           select ach-posted-file assign to
               "/Users/simonvargas/achinpst.txt"
               organization is line sequential
               file status is ap-fs-status.

      * entries neither posted nor returned - past the return
      * deadline, or a transaction code we do not receive
           select ach-in-exception-file assign to
               "/Users/simonvargas/achinexc.txt"
               organization is line sequential.

      * one line per inbound file received - the file's identity
      * (originating point, creation date and time, modifier) and
      * what became of it; a file already on here is not taken
      * twice
           select ach-receipt-log-file assign to
               "/Users/simonvargas/achinlog.txt"
               organization is line sequential
               file status is al-fs-status.

      * the fee schedule feeassess.cbl charges from - only its 'O'
      * rule (overdraft sweep) is read here, as banksyst.cbl does
           select fee-schedule-file assign to
               "/Users/simonvargas/feesched.txt"
               organization is line sequential
               file status is fee-fs-status.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
      * one NACHA record, with a view for each record type
           fd nacha-in-file.
           01 nacha-in-record.
               05 ni-record-type       pic x(1).
                   88 ni-file-header   value '1'.
                   88 ni-batch-header  value '5'.
                   88 ni-entry         value '6'.
                   88 ni-addenda       value '7'.
                   88 ni-batch-control value '8'.
                   88 ni-file-control  value '9'.
               05 ni-body              pic x(93).
               05 ni-file-header-body redefines ni-body.
                   10 ni-priority      pic x(2).
                   10 ni-immediate-dest pic x(10).
                   10 ni-immediate-origin pic x(10).
                   10 ni-file-date     pic 9(6).
                   10 ni-file-time     pic x(4).
                   10 ni-file-modifier pic x(1).
                   10 filler           pic x(6).
                   10 ni-dest-name     pic x(23).
                   10 ni-origin-name   pic x(23).
                   10 filler           pic x(8).
               05 ni-batch-header-body redefines ni-body.
                   10 ni-bh-service-class pic x(3).
                   10 ni-bh-company-name pic x(16).
                   10 ni-bh-discretionary pic x(20).
                   10 ni-bh-company-id pic x(10).
                   10 ni-bh-sec-code   pic x(3).
                   10 ni-bh-entry-desc pic x(10).
                   10 ni-bh-desc-date  pic x(6).
                   10 ni-bh-effective-date pic 9(6).
                   10 filler           pic x(4).
                   10 ni-bh-odfi       pic 9(8).
                   10 ni-bh-batch-number pic 9(7).
               05 ni-entry-body redefines ni-body.
                   10 ni-tran-code     pic 9(2).
                   10 ni-tran-code-parts redefines ni-tran-code.
                       15 ni-tran-account-class pic 9(1).
                       15 ni-tran-kind pic 9(1).
                           88 ni-live-credit    value 2.
                           88 ni-prenote-credit value 3.
                           88 ni-live-debit     value 7.
                           88 ni-prenote-debit  value 8.
                           88 ni-credit-side    values 1 thru 4.
                   10 ni-rdfi-routing  pic 9(8).
                   10 ni-check-digit   pic x(1).
                   10 ni-dfi-account   pic x(17).
                   10 ni-amount        pic 9(8)v99.
                   10 ni-individual-id pic x(15).
                   10 ni-individual-name pic x(22).
                   10 ni-discretionary pic x(2).
                   10 ni-addenda-indicator pic x(1).
                   10 ni-trace-number  pic 9(15).
               05 ni-batch-control-body redefines ni-body.
                   10 ni-bc-service-class pic x(3).
                   10 ni-bc-entry-count pic 9(6).
                   10 ni-bc-entry-hash pic 9(10).
                   10 ni-bc-total-debit pic 9(10)v99.
                   10 ni-bc-total-credit pic 9(10)v99.
                   10 filler           pic x(50).
               05 ni-file-control-body redefines ni-body.
                   10 ni-fc-batch-count pic 9(6).
                   10 ni-fc-block-count pic 9(6).
                   10 ni-fc-entry-count pic 9(8).
                   10 ni-fc-entry-hash pic 9(10).
                   10 ni-fc-total-debit pic 9(10)v99.
                   10 ni-fc-total-credit pic 9(10)v99.
                   10 filler           pic x(39).

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

           fd nacha-return-file.
           01 nacha-return-line        pic x(94).

           fd ach-posted-file.
           01 ach-posted-record.
               05 ap-account-number    pic 9(5).
               05 ap-posted-date       pic 9(8).
               05 ap-tran-code         pic 9(2).
               05 ap-amount            pic 9(8)v99.
               05 ap-company-name      pic x(16).
               05 ap-company-id        pic x(10).
               05 ap-sec-code          pic x(3).
               05 ap-individual-name   pic x(22).
               05 ap-trace-number      pic 9(15).

           fd ach-in-exception-file.
           01 ach-in-exception-line    pic x(100).

           fd ach-receipt-log-file.
           01 ach-receipt-log-record.
               05 al-file-identity.
                   10 al-immediate-origin pic x(10).
                   10 al-file-date     pic 9(6).
                   10 al-file-time     pic x(4).
                   10 al-file-modifier pic x(1).
               05 al-business-date     pic 9(8).
               05 al-entry-count       pic 9(6).
               05 al-posted-count      pic 9(6).
               05 al-returned-count    pic 9(6).
               05 al-prenote-count     pic 9(6).
               05 al-exception-count   pic 9(6).
               05 al-credit-total      pic 9(10)v99.
               05 al-debit-total       pic 9(10)v99.

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
           01 ni-fs-status               pic xx.
           01 fs-status                  pic xx.
           01 hold-fs-status             pic xx.
           01 ap-fs-status               pic xx.
           01 al-fs-status               pic xx.
           01 ws-ni-eof-flag             pic x value 'N'.
               88 ws-ni-end-of-file     value 'Y'.
           01 ws-hold-eof-flag           pic x value 'N'.
               88 ws-hold-end-of-file   value 'Y'.
           01 ws-al-eof-flag             pic x value 'N'.
               88 ws-al-end-of-file     value 'Y'.

      * who we are on the network - the routing number and name
      * nachafmt.cbl addresses the payroll transmittal to
           01 ws-our-routing             pic 9(9) value 987654320.
           01 ws-our-routing-dest.
               05 filler                pic x(1) value space.
               05 ws-our-routing-out    pic 9(9).
           01 ws-our-name                pic x(23) value
                  "FIRST COMMERCIAL BANK  ".

      * proving the file: what each batch and the file hold,
      * against what their control records say
           01 ws-refuse-reason           pic x(40) value spaces.
           01 ws-file-header-seen-sw     pic x value 'N'.
               88 ws-file-header-seen   value 'Y'.
           01 ws-file-control-seen-sw    pic x value 'N'.
               88 ws-file-control-seen  value 'Y'.
           01 ws-in-batch-sw             pic x value 'N'.
               88 ws-in-batch           value 'Y'.
           01 ws-batch-totals.
               05 ws-bt-entry-count     pic 9(6).
               05 ws-bt-entry-hash      pic 9(12).
               05 ws-bt-debits          pic 9(10)v99.
               05 ws-bt-credits         pic 9(10)v99.
           01 ws-file-totals.
               05 ws-ft-batch-count     pic 9(6).
               05 ws-ft-entry-count     pic 9(8).
               05 ws-ft-entry-hash      pic 9(12).
               05 ws-ft-debits          pic 9(10)v99.
               05 ws-ft-credits         pic 9(10)v99.
           01 ws-hash-work               pic 9(12).
           01 ws-hash-work-low redefines ws-hash-work.
               05 filler                pic 9(2).
               05 ws-hash-work-10       pic 9(10).
           01 ws-file-identity.
               05 ws-fi-immediate-origin pic x(10).
               05 ws-fi-file-date       pic 9(6).
               05 ws-fi-file-time       pic x(4).
               05 ws-fi-file-modifier   pic x(1).
           01 ws-origin-name             pic x(23).
           01 ws-already-received-sw     pic x value 'N'.
               88 ws-already-received   value 'Y'.

      * the batch the entries being posted belong to
           01 ws-batch-header-save       pic x(93).
           01 ws-batch-header-view redefines ws-batch-header-save.
               05 ws-sb-service-class   pic x(3).
               05 ws-sb-company-name    pic x(16).
               05 ws-sb-discretionary   pic x(20).
               05 ws-sb-company-id      pic x(10).
               05 ws-sb-sec-code        pic x(3).
               05 ws-sb-entry-desc      pic x(10).
               05 ws-sb-desc-date       pic x(6).
               05 ws-sb-effective-date  pic 9(6).
               05 filler                pic x(4).
               05 ws-sb-odfi            pic 9(8).
               05 ws-sb-batch-number    pic 9(7).
           01 ws-effective-date          pic 9(8).
           01 ws-return-deadline         pic 9(8).
           01 ws-deadline-integer        pic 9(8).
           01 ws-return-days             pic 9(1) value 2.

      * the DFI account field is left-justified and space-filled;
      * our account is its last five digits, and anything ahead of
      * them must be leading zeros
           01 ws-dfi-account             pic x(17).
           01 ws-dfi-len                 pic 9(2).
           01 ws-dfi-lead-len            pic 9(2).
           01 ws-dfi-scan                pic 9(2).
           01 ws-our-account             pic 9(5).

      * why an entry is going back, in NACHA return reason codes
           01 ws-return-reason           pic x(3).
               88 ws-no-return          value spaces.
           01 ws-return-text             pic x(30).
           01 ws-reason-counts.
               05 ws-r01-count          pic 9(5) value zero.
               05 ws-r02-count          pic 9(5) value zero.
               05 ws-r03-count          pic 9(5) value zero.
               05 ws-r04-count          pic 9(5) value zero.
               05 ws-r16-count          pic 9(5) value zero.
               05 ws-r20-count          pic 9(5) value zero.

           01 ws-entry-count             pic 9(6) value zero.
           01 ws-posted-count            pic 9(6) value zero.
           01 ws-returned-count          pic 9(6) value zero.
           01 ws-prenote-count           pic 9(6) value zero.
           01 ws-exception-count         pic 9(6) value zero.
           01 ws-posted-credits          pic 9(10)v99 value zero.
           01 ws-posted-debits           pic 9(10)v99 value zero.

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
           01 ws-nsf-fee                 pic 9(3)v99 value 35.00.

           01 ws-balance-before          pic s9(7)v99.
           01 ws-amount                  pic 9(7)v99.
           01 ws-transaction-type        pic x(1).
           01 ws-ref-number              pic 9(14).
      * an ACH entry's audit reference: its transaction code (so
      * a credit can be told from a debit) and the low twelve
      * digits of the trace number
           01 ws-ach-ref redefines ws-ref-number.
               05 ws-ref-tran-code      pic 9(2).
               05 ws-ref-trace          pic 9(12).
           01 ws-current-date-time       pic x(21).

      * same masking scheme as banksyst.cbl - account-balance is
      * the clear working copy, account-balance-enc is on disk
           01 account-balance             pic s9(7)v99.
           01 ws-mask-key-cents           pic 9(9) value 314159265.
           01 ws-bal-cents                pic s9(10).
           01 ws-bal-half-cents           pic 9(10) value 500000000.

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
               05 filler                pic x(10) value "ACH ENTRY ".
               05 exc-trace-out         pic 9(15).
               05 filler                pic x(6) value " ACCT ".
               05 exc-account-out       pic x(17).
               05 filler                pic x(5) value " AMT ".
               05 exc-amount-out        pic zz,zzz,zz9.99.
               05 filler                pic x(1) value space.
               05 exc-reason-out        pic x(3).
               05 filler                pic x(1) value space.
               05 exc-text-out          pic x(29).

      * the return file, built the way nachafmt.cbl builds an
      * outbound file: header, a batch per returning batch, each
      * return entry followed by its return addenda, batch and
      * file controls, blocked to ten with all-nines lines
           01 ws-return-file-open-sw     pic x value 'N'.
               88 ws-return-file-open   value 'Y'.
           01 ws-return-batch-open-sw    pic x value 'N'.
               88 ws-return-batch-open  value 'Y'.
           01 ws-rtn-totals.
               05 ws-rb-entry-count     pic 9(6).
               05 ws-rb-entry-hash      pic 9(12).
               05 ws-rb-debits          pic 9(10)v99.
               05 ws-rb-credits         pic 9(10)v99.
           01 ws-rtn-file-totals.
               05 ws-rf-batch-count     pic 9(6) value zero.
               05 ws-rf-entry-count     pic 9(8) value zero.
               05 ws-rf-entry-hash      pic 9(12) value zero.
               05 ws-rf-debits          pic 9(10)v99 value zero.
               05 ws-rf-credits         pic 9(10)v99 value zero.
           01 ws-rtn-record-count        pic 9(6) value zero.
           01 ws-rtn-block-count         pic 9(6).
           01 ws-rtn-trace-seq           pic 9(7) value zero.
           01 ws-rtn-batch-number        pic 9(7) value zero.
           01 ws-rtn-tran-code           pic 9(2).
           01 ws-rtn-trace               pic 9(15).
           01 ws-rtn-trace-parts redefines ws-rtn-trace.
               05 ws-rtn-trace-odfi     pic 9(8).
               05 ws-rtn-trace-seq-out  pic 9(7).

      * routing check digit - weights 3 7 1 over the first eight
           01 ws-check-routing           pic 9(8).
           01 ws-check-routing-digits redefines ws-check-routing.
               05 ws-check-digit-in     pic 9(1) occurs 8 times.
           01 ws-check-weight-values     pic 9(8) value 37137137.
           01 ws-check-weights redefines ws-check-weight-values.
               05 ws-check-weight       pic 9(1) occurs 8 times.
           01 ws-check-sub               pic 9(1).
           01 ws-check-sum               pic 9(4).
           01 ws-check-digit             pic 9(1).

           01 ws-rtn-file-header.
               05 filler                pic x(1) value "1".
               05 filler                pic x(2) value "01".
               05 rfh-dest              pic x(10).
               05 rfh-origin            pic x(10).
               05 rfh-date              pic 9(6).
               05 rfh-time              pic x(4).
               05 filler                pic x(1) value "A".
               05 filler                pic x(3) value "094".
               05 filler                pic x(2) value "10".
               05 filler                pic x(1) value "1".
               05 rfh-dest-name         pic x(23).
               05 rfh-origin-name       pic x(23).
               05 filler                pic x(8) value spaces.

           01 ws-rtn-batch-header.
               05 filler                pic x(1) value "5".
               05 rbh-service-class     pic x(3).
               05 rbh-company-name      pic x(16).
               05 rbh-discretionary     pic x(20).
               05 rbh-company-id        pic x(10).
               05 rbh-sec-code          pic x(3).
               05 rbh-entry-desc        pic x(10).
               05 rbh-desc-date         pic x(6).
               05 rbh-effective-date    pic x(6).
               05 filler                pic x(3) value spaces.
               05 filler                pic x(1) value "1".
               05 rbh-odfi              pic 9(8).
               05 rbh-batch-number      pic 9(7).

           01 ws-rtn-entry-detail.
               05 filler                pic x(1) value "6".
               05 red-tran-code         pic 9(2).
               05 red-routing           pic 9(8).
               05 red-check-digit       pic 9(1).
               05 red-account           pic x(17).
               05 red-amount            pic 9(8)v99.
               05 red-individual-id     pic x(15).
               05 red-individual-name   pic x(22).
               05 red-discretionary     pic x(2).
               05 filler                pic x(1) value "1".
               05 red-trace             pic 9(15).

           01 ws-rtn-addenda.
               05 filler                pic x(1) value "7".
               05 filler                pic x(2) value "99".
               05 rad-reason            pic x(3).
               05 rad-original-trace    pic 9(15).
               05 filler                pic x(6) value spaces.
               05 rad-original-rdfi     pic 9(8).
               05 rad-information       pic x(44).
               05 rad-trace             pic 9(15).

           01 ws-rtn-batch-control.
               05 filler                pic x(1) value "8".
               05 rbc-service-class     pic x(3).
               05 rbc-entry-count       pic 9(6).
               05 rbc-entry-hash        pic 9(10).
               05 rbc-total-debit       pic 9(10)v99.
               05 rbc-total-credit      pic 9(10)v99.
               05 rbc-company-id        pic x(10).
               05 filler                pic x(19) value spaces.
               05 filler                pic x(6) value spaces.
               05 rbc-odfi              pic 9(8).
               05 rbc-batch-number      pic 9(7).

           01 ws-rtn-file-control.
               05 filler                pic x(1) value "9".
               05 rfc-batch-count       pic 9(6).
               05 rfc-block-count       pic 9(6).
               05 rfc-entry-count       pic 9(8).
               05 rfc-entry-hash        pic 9(10).
               05 rfc-total-debit       pic 9(10)v99.
               05 rfc-total-credit      pic 9(10)v99.
               05 filler                pic x(39) value spaces.

           01 ws-nines-line              pic x(94) value all "9".

       procedure division.
       main-procedure.
           display "Starting Inbound ACH Receipt...".
           perform get-business-date.
           perform load-sweep-policy.
           move ws-our-routing to ws-our-routing-out.

      * pass 1: prove the whole file against its own controls
      * before posting anything at all
           perform verify-nacha-file.
           if ws-refuse-reason not = spaces
               display "INBOUND ACH FILE REFUSED - NOTHING POSTED"
               display "  " ws-refuse-reason
               move 8 to return-code
               stop run
           end-if.
           display "INBOUND ACH FILE PROVED - ENTRIES: "
                   ws-ft-entry-count
                   " DEBITS: " ws-ft-debits
                   " CREDITS: " ws-ft-credits.

           perform check-already-received.
           if ws-already-received
               display "FILE FROM " ws-fi-immediate-origin
                       " CREATED " ws-fi-file-date " "
                       ws-fi-file-time " MODIFIER "
                       ws-fi-file-modifier
                       " WAS ALREADY RECEIVED - NOTHING POSTED"
               move 4 to return-code
               stop run
           end-if.

           perform load-deposit-holds.

      * pass 2: post or return every entry
           open i-o account-file.
           if fs-status not = "00"
               display "ACCOUNT FILE NOT AVAILABLE. STATUS: "
                       fs-status
               move 8 to return-code
               stop run
           end-if.
           perform open-audit-log.
           open extend ach-posted-file.
           if ap-fs-status not = "00"
               open output ach-posted-file
           end-if.
           open output ach-in-exception-file.
           open output nacha-return-file.
           move 'N' to ws-ni-eof-flag.
           open input nacha-in-file.
           perform until ws-ni-end-of-file
               read nacha-in-file
                   at end move 'Y' to ws-ni-eof-flag
                   not at end
                       evaluate true
                           when ni-batch-header
                               perform start-posting-batch
                           when ni-entry
                               perform post-one-entry
                           when ni-batch-control
                               if ws-return-batch-open
                                   perform write-return-batch-control
                               end-if
                           when other
                               continue
                       end-evaluate
               end-read
           end-perform.
           close nacha-in-file.
           if ws-return-file-open
               perform write-return-file-control
           end-if.
           close account-file.
           close audit-log-file.
           close ach-posted-file.
           close ach-in-exception-file.
           close nacha-return-file.

           perform write-receipt-log.

           display "ACH ENTRIES RECEIVED: " ws-entry-count.
           display "ACH ENTRIES POSTED:   " ws-posted-count.
           display "  CREDITS POSTED:     " ws-posted-credits.
           display "  DEBITS POSTED:      " ws-posted-debits.
           display "PRENOTES VALIDATED:   " ws-prenote-count.
           display "ENTRIES RETURNED:     " ws-returned-count.
           display "  R01 INSUFFICIENT FUNDS:     " ws-r01-count.
           display "  R02 ACCOUNT CLOSED:         " ws-r02-count.
           display "  R03 NO ACCOUNT:             " ws-r03-count.
           display "  R04 INVALID ACCOUNT NUMBER: " ws-r04-count.
           display "  R16 ACCOUNT FROZEN:         " ws-r16-count.
           display "  R20 NON-TRANSACTION ACCT:   " ws-r20-count.
           display "ENTRIES TO EXCEPTIONS: " ws-exception-count.
           display "OVERDRAFT SWEEPS POSTED: " ws-sweeps-posted.
           if ws-return-file-open
               display "RETURN FILE achrtn.txt MUST BE TRANSMITTED "
                       "TODAY"
           end-if.
           display "Inbound ACH Receipt completed.".
           stop run.

      * the file must start with a header addressed to us, every
      * batch must agree with its batch control, the batches must
      * add up to the file control, and every amount and control
      * field must be numeric
       verify-nacha-file.
           open input nacha-in-file.
           if ni-fs-status not = "00"
               display "NO INBOUND ACH FILE FOUND. STATUS: "
                       ni-fs-status
               move 8 to return-code
               stop run
           end-if.
           initialize ws-file-totals.
           perform until ws-ni-end-of-file
                   or ws-refuse-reason not = spaces
               read nacha-in-file
                   at end move 'Y' to ws-ni-eof-flag
                   not at end
                       perform verify-one-record
               end-read
           end-perform.
           close nacha-in-file.
           if ws-refuse-reason = spaces
               evaluate true
                   when not ws-file-header-seen
                       move "NO FILE HEADER RECORD"
                           to ws-refuse-reason
                   when ws-in-batch
                       move "BATCH WITHOUT A BATCH CONTROL"
                           to ws-refuse-reason
                   when not ws-file-control-seen
                       move "NO FILE CONTROL RECORD"
                           to ws-refuse-reason
                   when other
                       continue
               end-evaluate
           end-if.

       verify-one-record.
      * the all-nines lines after the file control only pad out
      * the last block
           if ws-file-control-seen
               exit paragraph
           end-if.
           if not ws-file-header-seen and not ni-file-header
               move "FIRST RECORD IS NOT A FILE HEADER"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           evaluate true
               when ni-file-header
                   perform verify-file-header
               when ni-batch-header
                   if ws-in-batch
                       move "BATCH WITHOUT A BATCH CONTROL"
                           to ws-refuse-reason
                   else
                       if ni-bh-effective-date not numeric
                           move "BATCH WITH NO EFFECTIVE DATE"
                               to ws-refuse-reason
                       end-if
                       move 'Y' to ws-in-batch-sw
                       initialize ws-batch-totals
                       add 1 to ws-ft-batch-count
                   end-if
               when ni-entry
                   perform verify-entry
               when ni-addenda
                   if not ws-in-batch
                       move "ADDENDA OUTSIDE A BATCH"
                           to ws-refuse-reason
                   else
                       add 1 to ws-bt-entry-count
                   end-if
               when ni-batch-control
                   perform verify-batch-control
               when ni-file-control
                   perform verify-file-control
               when other
                   move "UNKNOWN RECORD TYPE" to ws-refuse-reason
           end-evaluate.

       verify-file-header.
           if ws-file-header-seen
               move "SECOND FILE HEADER RECORD" to ws-refuse-reason
               exit paragraph
           end-if.
           move 'Y' to ws-file-header-seen-sw.
           if ni-immediate-dest not = ws-our-routing-dest
               move "FILE IS NOT ADDRESSED TO US"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move ni-immediate-origin to ws-fi-immediate-origin.
           move ni-file-date to ws-fi-file-date.
           move ni-file-time to ws-fi-file-time.
           move ni-file-modifier to ws-fi-file-modifier.
           move ni-origin-name to ws-origin-name.

      * entry hash is the sum of the receiving routing numbers'
      * first eight digits, carried modulo ten billion
       verify-entry.
           if not ws-in-batch
               move "ENTRY OUTSIDE A BATCH" to ws-refuse-reason
               exit paragraph
           end-if.
           if ni-tran-code not numeric or ni-amount not numeric
                   or ni-rdfi-routing not numeric
               move "ENTRY WITH NON-NUMERIC FIELDS"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           add 1 to ws-bt-entry-count.
           add ni-rdfi-routing to ws-bt-entry-hash.
           if ni-credit-side
               add ni-amount to ws-bt-credits
           else
               add ni-amount to ws-bt-debits
           end-if.

       verify-batch-control.
           if not ws-in-batch
               move "BATCH CONTROL WITHOUT A BATCH"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move ws-bt-entry-hash to ws-hash-work.
           if ni-bc-entry-count not numeric
                   or ni-bc-entry-hash not numeric
                   or ni-bc-total-debit not numeric
                   or ni-bc-total-credit not numeric
                   or ni-bc-entry-count not = ws-bt-entry-count
                   or ni-bc-entry-hash not = ws-hash-work-10
                   or ni-bc-total-debit not = ws-bt-debits
                   or ni-bc-total-credit not = ws-bt-credits
               move "BATCH OUT OF BALANCE WITH ITS CONTROL"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move 'N' to ws-in-batch-sw.
           add ws-bt-entry-count to ws-ft-entry-count.
           add ws-bt-entry-hash to ws-ft-entry-hash.
           add ws-bt-debits to ws-ft-debits.
           add ws-bt-credits to ws-ft-credits.

       verify-file-control.
           if ws-in-batch
               move "BATCH WITHOUT A BATCH CONTROL"
                   to ws-refuse-reason
               exit paragraph
           end-if.
           move 'Y' to ws-file-control-seen-sw.
           move ws-ft-entry-hash to ws-hash-work.
           if ni-fc-batch-count not numeric
                   or ni-fc-entry-count not numeric
                   or ni-fc-entry-hash not numeric
                   or ni-fc-total-debit not numeric
                   or ni-fc-total-credit not numeric
                   or ni-fc-batch-count not = ws-ft-batch-count
                   or ni-fc-entry-count not = ws-ft-entry-count
                   or ni-fc-entry-hash not = ws-hash-work-10
                   or ni-fc-total-debit not = ws-ft-debits
                   or ni-fc-total-credit not = ws-ft-credits
               move "FILE OUT OF BALANCE WITH ITS CONTROL"
                   to ws-refuse-reason
           end-if.

       check-already-received.
           open input ach-receipt-log-file.
           if al-fs-status = "00"
               perform until ws-al-end-of-file
                   read ach-receipt-log-file
                       at end move 'Y' to ws-al-eof-flag
                       not at end
                           if al-file-identity = ws-file-identity
                               move 'Y' to ws-already-received-sw
                           end-if
                   end-read
               end-perform
               close ach-receipt-log-file
           end-if.

      * an entry may be returned until two banking days after the
      * batch's effective entry date; weekends don't count
       start-posting-batch.
           move ni-body to ws-batch-header-save.
           compute ws-effective-date = 20000000 + ws-sb-effective-date.
           compute ws-deadline-integer =
                   function integer-of-date (ws-effective-date).
           perform ws-return-days times
               add 1 to ws-deadline-integer
               perform until function mod
                           (ws-deadline-integer, 7) not = 6
                       and function mod
                           (ws-deadline-integer, 7) not = 0
                   add 1 to ws-deadline-integer
               end-perform
           end-perform.
           compute ws-return-deadline =
                   function date-of-integer (ws-deadline-integer).

      * the rules banksyst.cbl applies at the teller line: the
      * account must be ours, open, active and unfrozen, a
      * certificate takes nothing before maturity, and a debit must
      * fit in balance plus credit line less funds on hold, after a
      * linked protecting account has swept in what it can
       post-one-entry.
           add 1 to ws-entry-count.
           move spaces to ws-return-reason.
           if (ni-tran-account-class not = 2
                   and ni-tran-account-class not = 3)
                   or (not ni-live-credit and not ni-live-debit
                   and not ni-prenote-credit and not ni-prenote-debit)
               move spaces to exc-reason-out
               move "TRAN CODE NOT RECEIVED" to exc-text-out
               perform write-entry-exception
               exit paragraph
           end-if.

           perform resolve-dfi-account.
           if ws-no-return
               move ws-our-account to account-number
               read account-file
                   invalid key
                       move "R03" to ws-return-reason
                   not invalid key
                       perform check-account-standing
               end-read
           end-if.
           if ws-no-return
                   and (ni-prenote-credit or ni-prenote-debit)
               add 1 to ws-prenote-count
               exit paragraph
           end-if.
           if ws-no-return and ni-live-debit
               perform sum-unreleased-holds
               compute ws-available-balance =
                       account-balance - ni-amount
                       + account-credit-limit - ws-held-amount
               if ws-available-balance < 0
                   perform sweep-from-protecting-account
                   perform sum-unreleased-holds
                   compute ws-available-balance =
                           account-balance - ni-amount
                           + account-credit-limit - ws-held-amount
               end-if
               if ws-available-balance < 0
                   move "R01" to ws-return-reason
                   perform charge-nsf-fee
               end-if
           end-if.
           if ws-no-return
               perform post-ach-entry
           else
               perform return-one-entry
           end-if.

       resolve-dfi-account.
           move ni-dfi-account to ws-dfi-account.
           move zero to ws-dfi-len.
           perform varying ws-dfi-scan from 17 by -1
                   until ws-dfi-scan < 1 or ws-dfi-len > zero
               if ws-dfi-account (ws-dfi-scan:1) not = space
                   move ws-dfi-scan to ws-dfi-len
               end-if
           end-perform.
           if ws-dfi-len < 5
               move "R04" to ws-return-reason
               exit paragraph
           end-if.
           if ws-dfi-account (1:ws-dfi-len) not numeric
               move "R04" to ws-return-reason
               exit paragraph
           end-if.
           compute ws-dfi-lead-len = ws-dfi-len - 5.
           if ws-dfi-lead-len > zero
               if ws-dfi-account (1:ws-dfi-lead-len)
                       not = all "0"
                   move "R04" to ws-return-reason
                   exit paragraph
               end-if
           end-if.
           move ws-dfi-account (ws-dfi-lead-len + 1:5)
               to ws-our-account.

      * dormant accounts and certificates before maturity are
      * restricted from transactions - the NACHA code for that is
      * R20, non-transaction account
       check-account-standing.
           perform decrypt-balance.
           evaluate true
               when account-closed
                   move "R02" to ws-return-reason
               when account-frozen
                   move "R16" to ws-return-reason
               when account-dormant
                   move "R20" to ws-return-reason
               when account-term-deposit
                       and ws-business-date < account-maturity-date
                   move "R20" to ws-return-reason
               when other
                   continue
           end-evaluate.

      * a debit returned for insufficient funds carries the same
      * NSF fee the teller line charges
       charge-nsf-fee.
           move account-balance to ws-balance-before.
           subtract ws-nsf-fee from account-balance.
           move ws-nsf-fee to ws-amount.
           move 'F' to ws-transaction-type.
           move zero to ws-ref-number.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status = "00"
               perform write-audit-record
           else
               display "NSF FEE POST FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
           end-if.

      * 'J' marks an inbound ACH entry on the audit log; its
      * reference leads with the transaction code
       post-ach-entry.
           move account-balance to ws-balance-before.
           move ni-amount to ws-amount.
           if ni-live-debit
               subtract ni-amount from account-balance
           else
               add ni-amount to account-balance
           end-if.
           move 'J' to ws-transaction-type.
           move ni-tran-code to ws-ref-tran-code.
           move ni-trace-number (4:12) to ws-ref-trace.
           perform encrypt-balance.
           rewrite account-record.
           if fs-status = "00"
               perform write-audit-record
               add 1 to ws-posted-count
               if ni-live-debit
                   add ni-amount to ws-posted-debits
               else
                   add ni-amount to ws-posted-credits
               end-if
               move account-number to ap-account-number
               move ws-business-date to ap-posted-date
               move ni-tran-code to ap-tran-code
               move ni-amount to ap-amount
               move ws-sb-company-name to ap-company-name
               move ws-sb-company-id to ap-company-id
               move ws-sb-sec-code to ap-sec-code
               move ni-individual-name to ap-individual-name
               move ni-trace-number to ap-trace-number
               write ach-posted-record
           else
               display "ACH POST FAILED - COULD NOT UPDATE "
                       "ACCOUNT: " account-number
                       " TRACE " ni-trace-number
           end-if.

      * a return past the deadline is no longer the originator's
      * to take back - it is left to the back office
       return-one-entry.
           evaluate ws-return-reason
               when "R01"
                   add 1 to ws-r01-count
                   move "INSUFFICIENT FUNDS" to ws-return-text
               when "R02"
                   add 1 to ws-r02-count
                   move "ACCOUNT CLOSED" to ws-return-text
               when "R03"
                   add 1 to ws-r03-count
                   move "NO ACCOUNT/UNABLE TO LOCATE"
                       to ws-return-text
               when "R04"
                   add 1 to ws-r04-count
                   move "INVALID ACCOUNT NUMBER" to ws-return-text
               when "R16"
                   add 1 to ws-r16-count
                   move "ACCOUNT FROZEN" to ws-return-text
               when "R20"
                   add 1 to ws-r20-count
                   move "NON-TRANSACTION ACCOUNT" to ws-return-text
           end-evaluate.
           if ws-business-date > ws-return-deadline
               move ws-return-reason to exc-reason-out
               move "PAST RETURN DEADLINE" to exc-text-out
               perform write-entry-exception
               exit paragraph
           end-if.
           if not ws-return-file-open
               perform write-return-file-header
           end-if.
           if not ws-return-batch-open
               perform write-return-batch-header
           end-if.
           perform write-return-entry.
           add 1 to ws-returned-count.

       write-entry-exception.
           add 1 to ws-exception-count.
           move ni-trace-number to exc-trace-out.
           move ni-dfi-account to exc-account-out.
           move ni-amount to exc-amount-out.
           move ws-exception-detail to ach-in-exception-line.
           write ach-in-exception-line.

      * the return goes back to the originating bank, so the
      * originator's point of origin becomes the destination
       write-return-file-header.
           move function current-date to ws-current-date-time.
           move ws-fi-immediate-origin to rfh-dest.
           move ws-our-routing-dest to rfh-origin.
           move ws-current-date-time (3:6) to rfh-date.
           move ws-current-date-time (9:4) to rfh-time.
           move ws-origin-name to rfh-dest-name.
           move ws-our-name to rfh-origin-name.
           move ws-rtn-file-header to nacha-return-line.
           write nacha-return-line.
           add 1 to ws-rtn-record-count.
           move 'Y' to ws-return-file-open-sw.

      * the return batch carries the original batch's company
      * identity, effective today, originated by us
       write-return-batch-header.
           initialize ws-rtn-totals.
           add 1 to ws-rtn-batch-number.
           move ws-sb-service-class to rbh-service-class.
           move ws-sb-company-name to rbh-company-name.
           move ws-sb-discretionary to rbh-discretionary.
           move ws-sb-company-id to rbh-company-id.
           move ws-sb-sec-code to rbh-sec-code.
           move ws-sb-entry-desc to rbh-entry-desc.
           move ws-sb-desc-date to rbh-desc-date.
           move ws-business-date (3:6) to rbh-effective-date.
           move ws-our-routing (1:8) to rbh-odfi.
           move ws-rtn-batch-number to rbh-batch-number.
           move ws-rtn-batch-header to nacha-return-line.
           write nacha-return-line.
           add 1 to ws-rtn-record-count.
           move 'Y' to ws-return-batch-open-sw.

      * a return's transaction code is one below the original's -
      * 22 comes back as 21, 27 as 26, and a prenote's 23 or 28 as
      * the same 21 or 26; the return addenda names the reason and
      * the original trace
       write-return-entry.
           if ni-prenote-credit or ni-prenote-debit
               compute ws-rtn-tran-code = ni-tran-code - 2
           else
               compute ws-rtn-tran-code = ni-tran-code - 1
           end-if.
           add 1 to ws-rtn-trace-seq.
           move ws-our-routing (1:8) to ws-rtn-trace-odfi.
           move ws-rtn-trace-seq to ws-rtn-trace-seq-out.

           move ws-rtn-tran-code to red-tran-code.
           move ni-trace-number (1:8) to red-routing.
           move ni-trace-number (1:8) to ws-check-routing.
           perform compute-routing-check-digit.
           move ws-check-digit to red-check-digit.
           move ni-dfi-account to red-account.
           move ni-amount to red-amount.
           move ni-individual-id to red-individual-id.
           move ni-individual-name to red-individual-name.
           move ni-discretionary to red-discretionary.
           move ws-rtn-trace to red-trace.
           move ws-rtn-entry-detail to nacha-return-line.
           write nacha-return-line.
           add 1 to ws-rtn-record-count.
           add 1 to ws-rb-entry-count.
           add red-routing to ws-rb-entry-hash.
           if ni-credit-side
               add ni-amount to ws-rb-credits
           else
               add ni-amount to ws-rb-debits
           end-if.

           move ws-return-reason to rad-reason.
           move ni-trace-number to rad-original-trace.
           move ni-rdfi-routing to rad-original-rdfi.
           move ws-return-text to rad-information.
           move ws-rtn-trace to rad-trace.
           move ws-rtn-addenda to nacha-return-line.
           write nacha-return-line.
           add 1 to ws-rtn-record-count.
           add 1 to ws-rb-entry-count.

       compute-routing-check-digit.
           move zero to ws-check-sum.
           perform varying ws-check-sub from 1 by 1
                   until ws-check-sub > 8
               compute ws-check-sum = ws-check-sum
                       + ws-check-digit-in (ws-check-sub)
                       * ws-check-weight (ws-check-sub)
           end-perform.
           compute ws-check-digit =
                   function mod (10 - function mod (ws-check-sum, 10),
                                 10).

       write-return-batch-control.
           move ws-sb-service-class to rbc-service-class.
           move ws-rb-entry-count to rbc-entry-count.
           move ws-rb-entry-hash to ws-hash-work.
           move ws-hash-work-10 to rbc-entry-hash.
           move ws-rb-debits to rbc-total-debit.
           move ws-rb-credits to rbc-total-credit.
           move ws-sb-company-id to rbc-company-id.
           move ws-our-routing (1:8) to rbc-odfi.
           move ws-rtn-batch-number to rbc-batch-number.
           move ws-rtn-batch-control to nacha-return-line.
           write nacha-return-line.
           add 1 to ws-rtn-record-count.
           add 1 to ws-rf-batch-count.
           add ws-rb-entry-count to ws-rf-entry-count.
           add ws-rb-entry-hash to ws-rf-entry-hash.
           add ws-rb-debits to ws-rf-debits.
           add ws-rb-credits to ws-rf-credits.
           move 'N' to ws-return-batch-open-sw.

      * pad the file out to a whole block of ten records with
      * all-nines lines, per the standard's blocking factor
       write-return-file-control.
           add 1 to ws-rtn-record-count.
           compute ws-rtn-block-count = (ws-rtn-record-count + 9) / 10.
           move ws-rf-batch-count to rfc-batch-count.
           move ws-rtn-block-count to rfc-block-count.
           move ws-rf-entry-count to rfc-entry-count.
           move ws-rf-entry-hash to ws-hash-work.
           move ws-hash-work-10 to rfc-entry-hash.
           move ws-rf-debits to rfc-total-debit.
           move ws-rf-credits to rfc-total-credit.
           move ws-rtn-file-control to nacha-return-line.
           write nacha-return-line.
           perform until function mod (ws-rtn-record-count, 10) = 0
               move ws-nines-line to nacha-return-line
               write nacha-return-line
               add 1 to ws-rtn-record-count
           end-perform.

       write-receipt-log.
           open extend ach-receipt-log-file.
           if al-fs-status not = "00"
               open output ach-receipt-log-file
           end-if.
           move ws-file-identity to al-file-identity.
           move ws-business-date to al-business-date.
           move ws-entry-count to al-entry-count.
           move ws-posted-count to al-posted-count.
           move ws-returned-count to al-returned-count.
           move ws-prenote-count to al-prenote-count.
           move ws-exception-count to al-exception-count.
           move ws-posted-credits to al-credit-total.
           move ws-posted-debits to al-debit-total.
           write ach-receipt-log-record.
           close ach-receipt-log-file.

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
           move ni-tran-code to ws-ref-tran-code.
           move ni-trace-number (4:12) to ws-ref-trace.
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

       end program achrecv.
