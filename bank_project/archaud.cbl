               organization is line sequential
               file status is snap-fs-status.

      * the sequence and chain value of the last entry archived, so
      * the posting programs carry the audit chain on even when
      * nothing was carried forward onto the live log
           select audit-anchor-file assign to
               "/Users/simonvargas/audanchor.txt"
               organization is line sequential.

       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd archive-file.
           01 archive-line             pic x(150).

           fd carry-file.
           01 carry-line               pic x(150).

           fd snapshot-file.
           01 snapshot-record.
               05 snap-balance         pic s9(9)v99 sign leading
                                           separate.

           fd audit-anchor-file.
           01 audit-anchor-record.
               05 anc-last-seq         pic 9(10).
               05 anc-last-chain       pic 9(10).

         working-storage section.
           01 aud-fs-status              pic xx.
           01 snap-fs-status             pic xx.
               05 filler                pic x(4).
               05 aud-timestamp-in      pic 9(14).
               05 filler                pic x(19).
      * sequence / chain stamp on the end of each audit line
           01 ws-audit-chain-parse.
               05 filler                pic x(120).
               05 aud-seq-tag-in        pic x(5).
               05 aud-seq-in            pic 9(10).
               05 filler                pic x(5).
               05 aud-chain-in          pic 9(10).
           01 ws-anchor-seq              pic 9(10) value zero.
           01 ws-anchor-chain            pic 9(10) value zero.
           01 ws-before-num              pic 9(7)v99.
           01 ws-after-num               pic 9(7)v99.
           01 ws-delta                   pic s9(7)v99.
           close carry-file.

           perform write-new-snapshot.
           perform write-chain-anchor.

      * swap the carried-forward file in as the live audit log
           move spaces to ws-system-command.
               move audit-log-line to archive-line
               write archive-line
               add 1 to ws-archived-count
               move audit-log-line to ws-audit-chain-parse
               if aud-seq-tag-in = " SEQ:"
                       and aud-seq-in is numeric
                       and aud-chain-in is numeric
                   move aud-seq-in to ws-anchor-seq
                   move aud-chain-in to ws-anchor-chain
               end-if
               perform fold-into-snapshot
           else
               move audit-log-line to carry-line
           end-perform.
           close snapshot-file.

      * nothing sequenced archived this run leaves the anchor from
      * the last run standing
       write-chain-anchor.
           if ws-anchor-seq = zero
               exit paragraph
           end-if.
           open output audit-anchor-file.
           move ws-anchor-seq to anc-last-seq.
           move ws-anchor-chain to anc-last-chain.
           write audit-anchor-record.
           close audit-anchor-file.

       end program archaud.
