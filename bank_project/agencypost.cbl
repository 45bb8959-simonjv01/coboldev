      * through the same decrypt/rewrite/audit path every other
      * posting uses (type 'A'), and agencies with no mapping land
      * on an exception report for the manual check that still has
      * to be cut. An off-cycle run writes its own transmittal
      * (<company>_<off-cycle id>_remit.txt); its name is given as
      * the first argument, and remit.txt is posted when none is.
       environment division.
       input-output section.
       file-control.
      * the payroll side's remittance transmittal, parsed in the
      * line layout WRITE-REMITTANCE-FILE builds
           select remittance-file assign to
               dynamic ws-remit-filename
               organization is line sequential
               file status is rem-fs-status.


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

           select agency-exception-file assign to
               "/Users/simonvargas/agencyexc.txt"
                 05 account-branch-code  pic 9(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).
           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

           fd agency-exception-file.
           01 agency-exception-line    pic x(80).

         working-storage section.
           01 rem-fs-status              pic xx.
           01 ws-remit-filename          pic x(60)
               value "/Users/simonvargas/remit.txt".
           01 ws-remit-arg               pic x(40) value spaces.
           01 agm-fs-status              pic xx.
           01 fs-status                  pic xx.
           01 bd-fs-status               pic xx.
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
           display "Starting Agency Remittance Posting...".
           perform get-business-date.
           perform load-agency-master.
           display 1 upon argument-number.
           accept ws-remit-arg from argument-value
               on exception move spaces to ws-remit-arg
           end-accept.
           if ws-remit-arg not = spaces
               move spaces to ws-remit-filename
               string "/Users/simonvargas/" delimited by size
                       ws-remit-arg delimited by space
                   into ws-remit-filename
           end-if.
           open input remittance-file.
           if rem-fs-status not = "00"
               display "NO REMITTANCE FILE " ws-remit-filename
               display "STATUS: " rem-fs-status
               stop run
           end-if.
           open i-o account-file.
           perform open-audit-log.
           open output agency-exception-file.

           perform until ws-rem-end-of-file
           move ws-business-date to aud-timestamp-out (1:8).
           move zero to aud-ref-out.
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
