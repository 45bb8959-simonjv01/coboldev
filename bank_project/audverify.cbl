       identification division.
       program-id. audverify.
      * audit trail verification for the examiners. Every posting
      * program stamps each audit line with the next global sequence
      * number and a chain value - the previous line's chain value
      * hashed on through this line's text and sequence number.
      * This run walks archaud.cbl's monthly archives from a given
      * month forward and then the live log, carrying the chain
      * straight across each carry-forward, and reports every gap,
      * duplicate, out-of-order line and hash break with the
      * sequence number where it occurred.
       environment division.
       input-output section.
       file-control.
      * one handle walks each monthly archive and then the live log
           select audit-walk-file assign to
               dynamic ws-walk-filename
               organization is line sequential
               file status is walk-fs-status.

      * where the chain stood at the last archive run
           select audit-anchor-file assign to
               "/Users/simonvargas/audanchor.txt"
               organization is line sequential
               file status is anc-fs-status.

           select verify-report-file assign to
               "/Users/simonvargas/audverify.txt"
               organization is line sequential.

           select business-date-file assign to
               "/Users/simonvargas/busdate.txt"
               organization is line sequential
               file status is bd-fs-status.

       data division.
         file section.
           fd audit-walk-file.
           01 audit-walk-line          pic x(150).

           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

           fd verify-report-file.
           01 verify-report-line       pic x(90).

           fd business-date-file.
           01 business-date-record.
               05 bd-business-date     pic 9(8).

         working-storage section.
           01 walk-fs-status             pic xx.
           01 anc-fs-status              pic xx.
           01 bd-fs-status               pic xx.
           01 ws-business-date           pic 9(8) value zero.
           01 ws-walk-eof-flag           pic x value 'N'.
               88 ws-walk-end-of-file   value 'Y'.
           01 ws-walk-filename           pic x(50).
           01 ws-walk-short-name         pic x(20).
           01 ws-first-month             pic 9(6).
           01 ws-walk-month              pic 9(6).
           01 ws-walk-month-parts redefines ws-walk-month.
               05 ws-walk-year          pic 9(4).
               05 ws-walk-mm            pic 9(2).
           01 ws-last-month              pic 9(6).

      * sequence / chain stamp on the end of each audit line
           01 ws-audit-chain-parse.
               05 filler                pic x(120).
               05 aud-seq-tag-in        pic x(5).
               05 aud-seq-in            pic 9(10).
               05 filler                pic x(5).
               05 aud-chain-in          pic 9(10).

      * the chain as it stands after the last sequenced line walked
           01 ws-last-seq                pic 9(10) value zero.
           01 ws-last-chain              pic 9(10) value zero.
           01 ws-expected-seq            pic 9(10).
           01 ws-gap-end-out             pic 9(10).
           01 ws-audit-hash              pic 9(12).
           01 ws-audit-hash-pos          pic 9(3).

           01 ws-file-lines              pic 9(9).
           01 ws-file-first-seq          pic 9(10).
           01 ws-file-last-seq           pic 9(10).
           01 ws-files-walked            pic 9(4) value zero.
           01 ws-total-lines             pic 9(9) value zero.
           01 ws-sequenced-lines         pic 9(9) value zero.
           01 ws-unsequenced-lines       pic 9(9) value zero.
           01 ws-chain-first-seq         pic 9(10) value zero.
           01 ws-break-count             pic 9(7) value zero.

           01 ws-heading-line.
               05 filler                pic x(37) value
                      "***** AUDIT TRAIL VERIFICATION AS OF ".
               05 head-date-out         pic 9(8).
               05 filler                pic x(6) value " *****".

           01 ws-file-line.
               05 filler                pic x(5) value "FILE ".
               05 file-name-out         pic x(20).
               05 filler                pic x(7) value " LINES ".
               05 file-lines-out        pic zzz,zzz,zz9.
               05 filler                pic x(5) value " SEQ ".
               05 file-first-out        pic z(9)9.
               05 filler                pic x(6) value " THRU ".
               05 file-last-out         pic z(9)9.

           01 ws-break-line.
               05 filler                pic x(7) value "  SEQ  ".
               05 brk-seq-out           pic z(9)9.
               05 filler                pic x(1) value space.
               05 brk-reason            pic x(44).
               05 filler                pic x(4) value " IN ".
               05 brk-file-out          pic x(20).

           01 ws-total-detail.
               05 tot-caption           pic x(28).
               05 tot-value-out         pic z(9)9.

       procedure division.
       main-procedure.
           display "Starting Audit Trail Verification...".
           perform get-business-date.
           display 1 upon argument-number.
           move zero to ws-first-month.
           accept ws-first-month from argument-value
               on exception move zero to ws-first-month
           end-accept.
           if ws-first-month = zero
               display "Enter first archive month (YYYYMM), "
                       "0 for the live log only: "
               accept ws-first-month
           end-if.
           move ws-business-date (1:6) to ws-last-month.

           open output verify-report-file.
           move ws-business-date to head-date-out.
           move ws-heading-line to verify-report-line.
           write verify-report-line.
           move spaces to verify-report-line.
           write verify-report-line.

           if ws-first-month not = zero
               move ws-first-month to ws-walk-month
               perform until ws-walk-month > ws-last-month
                   move spaces to ws-walk-short-name
                   string "aud" delimited by size
                           ws-walk-month delimited by size
                           ".txt" delimited by size
                       into ws-walk-short-name
                   perform walk-one-file
                   if ws-walk-mm = 12
                       add 1 to ws-walk-year
                       move 1 to ws-walk-mm
                   else
                       add 1 to ws-walk-mm
                   end-if
               end-perform
               perform check-chain-anchor
           end-if.
           move "audit.txt" to ws-walk-short-name.
           perform walk-one-file.

           perform print-verify-totals.
           close verify-report-file.

           display "AUDIT LINES WALKED: " ws-total-lines.
           display "LAST SEQUENCE:      " ws-last-seq.
           if ws-break-count > zero
               display "AUDIT TRAIL BROKEN - " ws-break-count
                       " BREAK(S) ON REPORT"
               move 4 to return-code
           end-if.
           display "Audit Trail Verification completed.".
           stop run.

      * a month never archived simply has no file; a file missing
      * from the middle of the trail shows as a sequence gap on the
      * next one walked
       walk-one-file.
           move spaces to ws-walk-filename.
           string "/Users/simonvargas/" delimited by size
                   ws-walk-short-name delimited by space
               into ws-walk-filename.
           open input audit-walk-file.
           if walk-fs-status not = "00"
               exit paragraph
           end-if.
           add 1 to ws-files-walked.
           move zero to ws-file-lines.
           move zero to ws-file-first-seq.
           move zero to ws-file-last-seq.
           move 'N' to ws-walk-eof-flag.
           perform until ws-walk-end-of-file
               read audit-walk-file
                   at end move 'Y' to ws-walk-eof-flag
                   not at end
                       add 1 to ws-file-lines
                       add 1 to ws-total-lines
                       perform check-one-line
               end-read
           end-perform.
           close audit-walk-file.
           move ws-walk-short-name to file-name-out.
           move ws-file-lines to file-lines-out.
           move ws-file-first-seq to file-first-out.
           move ws-file-last-seq to file-last-out.
           move ws-file-line to verify-report-line.
           write verify-report-line.

      * lines written before the log was sequenced lead the trail
      * and are only counted; once sequencing starts every line
      * must carry the next number and a chain value that proves
      * against the line before it
       check-one-line.
           move audit-walk-line to ws-audit-chain-parse.
           if aud-seq-tag-in not = " SEQ:"
                   or aud-seq-in is not numeric
                   or aud-chain-in is not numeric
               if ws-last-seq = zero
                   add 1 to ws-unsequenced-lines
               else
                   move ws-last-seq to brk-seq-out
                   move "UNSEQUENCED LINE AFTER THIS SEQUENCE"
                       to brk-reason
                   perform write-break-line
               end-if
               exit paragraph
           end-if.
           add 1 to ws-sequenced-lines.
           if ws-file-first-seq = zero
               move aud-seq-in to ws-file-first-seq
           end-if.
           move aud-seq-in to ws-file-last-seq.
           compute ws-expected-seq = ws-last-seq + 1.

           evaluate true
               when ws-last-seq = zero and aud-seq-in not = 1
      * the walk began after the start of the trail - nothing to
      * prove this first line against
                   move aud-seq-in to ws-chain-first-seq
               when aud-seq-in = ws-expected-seq
                   if ws-last-seq = zero
                       move aud-seq-in to ws-chain-first-seq
                   end-if
                   perform hash-walk-line
                   if ws-audit-hash not = aud-chain-in
                       move aud-seq-in to brk-seq-out
                       move "HASH BREAK - LINE ALTERED OR REPLACED"
                           to brk-reason
                       perform write-break-line
                   end-if
               when aud-seq-in = ws-last-seq
                   move aud-seq-in to brk-seq-out
                   move "DUPLICATE SEQUENCE NUMBER" to brk-reason
                   perform write-break-line
               when aud-seq-in < ws-last-seq
                   move aud-seq-in to brk-seq-out
                   move "OUT OF ORDER - FOLLOWS A HIGHER SEQUENCE"
                       to brk-reason
                   perform write-break-line
               when other
                   move ws-expected-seq to brk-seq-out
                   compute ws-gap-end-out = aud-seq-in - 1
                   move spaces to brk-reason
                   string "GAP - MISSING THROUGH SEQ "
                               delimited by size
                           ws-gap-end-out delimited by size
                       into brk-reason
                   perform write-break-line
           end-evaluate.
           move aud-seq-in to ws-last-seq.
           move aud-chain-in to ws-last-chain.

      * the same hash the posting programs stamp with
       hash-walk-line.
           move ws-last-chain to ws-audit-hash.
           perform varying ws-audit-hash-pos from 1 by 1
                   until ws-audit-hash-pos > 135
               compute ws-audit-hash = function mod (
                       ws-audit-hash * 31 + function ord (
                       audit-walk-line (ws-audit-hash-pos:1)),
                       4294967291)
           end-perform.

      * the last archive walked must end where archaud.cbl left the
      * anchor - a truncated archive shows here even when the live
      * log has nothing on it yet
       check-chain-anchor.
           open input audit-anchor-file.
           if anc-fs-status not = "00"
               exit paragraph
           end-if.
           read audit-anchor-file
               at end continue
               not at end
                   if anc-last-seq not = ws-last-seq
                           or anc-last-chain not = ws-last-chain
                       move anc-last-seq to brk-seq-out
                       move "ARCHIVES DO NOT END AT THE ARCHIVE ANCHOR"
                           to brk-reason
                       move "audanchor.txt" to ws-walk-short-name
                       perform write-break-line
                   end-if
           end-read.
           close audit-anchor-file.

       write-break-line.
           add 1 to ws-break-count.
           move ws-walk-short-name to brk-file-out.
           move ws-break-line to verify-report-line.
           write verify-report-line.

       print-verify-totals.
           move spaces to verify-report-line.
           write verify-report-line.
           move "FILES WALKED:" to tot-caption.
           move ws-files-walked to tot-value-out.
           perform write-total-line.
           move "LINES WALKED:" to tot-caption.
           move ws-total-lines to tot-value-out.
           perform write-total-line.
           move "LINES BEFORE SEQUENCING:" to tot-caption.
           move ws-unsequenced-lines to tot-value-out.
           perform write-total-line.
           move "SEQUENCED LINES:" to tot-caption.
           move ws-sequenced-lines to tot-value-out.
           perform write-total-line.
           move "CHAIN WALKED FROM SEQ:" to tot-caption.
           move ws-chain-first-seq to tot-value-out.
           perform write-total-line.
           move "CHAIN WALKED THROUGH SEQ:" to tot-caption.
           move ws-last-seq to tot-value-out.
           perform write-total-line.
           move "BREAKS FOUND:" to tot-caption.
           move ws-break-count to tot-value-out.
           perform write-total-line.
           if ws-break-count = zero
               move "AUDIT TRAIL UNBROKEN" to verify-report-line
           else
               move "*** AUDIT TRAIL BROKEN - SEE ABOVE ***"
                   to verify-report-line
           end-if.
           write verify-report-line.

       write-total-line.
           move ws-total-detail to verify-report-line.
           write verify-report-line.

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

       end program audverify.
