      * fails either test is rejected whole, reported, and posts
      * nothing. Balances accumulate per company / period / account
      * on the GL balance master the trial balance run reports
      * from. A line dated to a period glclose.cbl has marked
      * closed on the period-status file rejects the batch too, so
      * a late journal cannot land in a period already reported.
      * An off-cycle (YYPPXn) or accrual (YYMMAC / YYMMRV) period is
      * judged by the regular period it belongs to, read the way
      * glclose.cbl reads it, and once the year's closing period
      * YYYY99 is locked nothing more posts to that year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.

      * company / period open-closed status, kept by glclose.cbl;
      * a period not on the file is open
           SELECT GL-PERIOD-STATUS-FILE ASSIGN TO
                   "/Users/simonvargas/glper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

      * rejected batches land here with the reason, never half in
      * the ledger
           SELECT GL-REJECT-FILE ASSIGN TO
      * the period washed
           05 GB-BALANCE         PIC S9(11)V99.

      * Same layout glclose.cbl writes
       FD GL-PERIOD-STATUS-FILE.
       01 GL-PERIOD-STATUS-RECORD.
           05 PS-COMPANY-CODE    PIC X(4).
           05 PS-PERIOD-ID       PIC X(6).
           05 PS-STATUS          PIC X(1).
               88 PS-PERIOD-CLOSED VALUE 'C'.
           05 PS-CHANGED-BY      PIC X(8).
           05 PS-CHANGED-DATE    PIC 9(8).

       FD GL-REJECT-FILE.
       01 GL-REJECT-LINE         PIC X(100).

           88 WS-JRN-END-OF-FILE VALUE 'Y'.
       01 WS-CHART-EOF-SW        PIC X VALUE 'N'.
           88 WS-CHART-END-OF-FILE VALUE 'Y'.
       01 WS-PER-STATUS          PIC XX.
       01 WS-PER-EOF-SW          PIC X VALUE 'N'.
           88 WS-PER-END-OF-FILE VALUE 'Y'.

       01 WS-JOURNAL-FILENAME    PIC X(50) VALUE
              "/Users/simonvargas/gljrnl.txt".
       01 WS-CHART-FOUND-SW      PIC X VALUE 'N'.
           88 WS-CHART-FOUND     VALUE 'Y'.

      * Closed company / periods held in storage for the validation
      * pass
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CLOSED-IDX.
               10 WS-CLOSED-COMPANY PIC X(4).
               10 WS-CLOSED-PERIOD  PIC X(6).
       01 WS-CLOSED-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CLOSED-FOUND-SW     PIC X VALUE 'N'.
           88 WS-CLOSED-FOUND    VALUE 'Y'.
       01 WS-CLOSED-REJECT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CLOSED-MATCH        PIC X(6).

      * The regular period a journal line belongs to, and the
      * closing period of its year
       01 WS-RUN-CENTURY         PIC 9(2).
       01 WS-LINE-BASE-PERIOD    PIC X(6).
       01 WS-LINE-YEAR-CLOSE.
           05 WS-LYC-YEAR        PIC X(4).
           05 FILLER             PIC X(2) VALUE "99".
       01 WS-LINE-PERIOD-SW      PIC X VALUE 'N'.
           88 WS-LINE-PERIOD-VALID VALUE 'Y'.

      * The whole batch held in storage: validated first, posted
      * only when every line proves
       01 WS-BATCH-TABLE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           MOVE FUNCTION CURRENT-DATE (1:2) TO WS-RUN-CENTURY.
           PERFORM LOAD-AND-VALIDATE-BATCH.
           IF WS-BATCH-BAD
               IF WS-CLOSED-REJECT-COUNT > ZERO
                   DISPLAY "LINES DATED TO A CLOSED PERIOD: "
                           WS-CLOSED-REJECT-COUNT
               END-IF
               DISPLAY "BATCH REJECTED - SEE glrej.txt - NOTHING "
                       "POSTED"
               MOVE 8 TO RETURN-CODE
               DISPLAY "CHART ACCOUNTS LOADED: " WS-CHART-COUNT
           END-IF.

      * No period-status file means no period has been closed yet
       LOAD-CLOSED-PERIODS.
           MOVE ZERO TO WS-CLOSED-COUNT.
           OPEN INPUT GL-PERIOD-STATUS-FILE.
           IF WS-PER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PER-END-OF-FILE
               READ GL-PERIOD-STATUS-FILE
                   AT END MOVE 'Y' TO WS-PER-EOF-SW
                   NOT AT END
                       IF PS-PERIOD-CLOSED
                           IF WS-CLOSED-COUNT < 1000
                               ADD 1 TO WS-CLOSED-COUNT
                               SET WS-CLOSED-IDX TO WS-CLOSED-COUNT
                               MOVE PS-COMPANY-CODE TO
                                   WS-CLOSED-COMPANY (WS-CLOSED-IDX)
                               MOVE PS-PERIOD-ID TO
                                   WS-CLOSED-PERIOD (WS-CLOSED-IDX)
                           ELSE
                               DISPLAY "CLOSED PERIOD TABLE FULL - "
                                       PS-COMPANY-CODE " "
                                       PS-PERIOD-ID " DROPPED"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-STATUS-FILE.
           DISPLAY "CLOSED PERIODS ON FILE: " WS-CLOSED-COUNT.

      * The batch loads whole and validates whole: an unknown
      * account or an out-of-balance file marks the batch bad, and
      * a bad batch posts nothing at all
               MOVE WS-REJECT-DETAIL TO GL-REJECT-LINE
               WRITE GL-REJECT-LINE
           END-IF.
      * the line's own period, the regular period it belongs to,
      * or its year's closing period - any one closed stops it
           PERFORM CLASSIFY-LINE-PERIOD.
           MOVE 'N' TO WS-CLOSED-FOUND-SW.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                      OR WS-CLOSED-FOUND
               IF WS-CLOSED-COMPANY (WS-CLOSED-IDX) = GL-COMPANY-CODE
                   IF WS-CLOSED-PERIOD (WS-CLOSED-IDX)
                           = GL-PAY-PERIOD-ID
                       OR (WS-LINE-PERIOD-VALID
                           AND (WS-CLOSED-PERIOD (WS-CLOSED-IDX)
                                   = WS-LINE-BASE-PERIOD
                               OR WS-CLOSED-PERIOD (WS-CLOSED-IDX)
                                   = WS-LINE-YEAR-CLOSE))
                       SET WS-CLOSED-FOUND TO TRUE
                       MOVE WS-CLOSED-PERIOD (WS-CLOSED-IDX)
                           TO WS-CLOSED-MATCH
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CLOSED-FOUND
               SET WS-BATCH-BAD TO TRUE
               ADD 1 TO WS-CLOSED-REJECT-COUNT
               MOVE SPACES TO WS-REJ-REASON-OUT
               STRING "PERIOD CLOSED " DELIMITED BY SIZE
                       GL-COMPANY-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CLOSED-MATCH DELIMITED BY SIZE
                   INTO WS-REJ-REASON-OUT
               MOVE GL-ACCOUNT-NUMBER TO WS-REJ-ACCOUNT-OUT
               MOVE GL-AMOUNT TO WS-REJ-AMOUNT-OUT
               MOVE WS-REJECT-DETAIL TO GL-REJECT-LINE
               WRITE GL-REJECT-LINE
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           SET WS-BATCH-IDX TO WS-BATCH-COUNT.
           MOVE GL-DEBIT-CREDIT
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

      * YYYYPP / YYYYMM stand as they are; an off-cycle YYPPXn
      * belongs to regular period YYYYPP and an accrual YYMMAC /
      * YYMMRV to month YYYYMM, the century taken from the run date
      * as glclose.cbl takes it from the year being closed
       CLASSIFY-LINE-PERIOD.
           MOVE 'N' TO WS-LINE-PERIOD-SW.
           MOVE SPACES TO WS-LINE-BASE-PERIOD.
           MOVE SPACES TO WS-LYC-YEAR.
           IF GL-PAY-PERIOD-ID NUMERIC
               MOVE GL-PAY-PERIOD-ID TO WS-LINE-BASE-PERIOD
               SET WS-LINE-PERIOD-VALID TO TRUE
           ELSE
               IF GL-PAY-PERIOD-ID (1:4) NUMERIC
                   IF GL-PAY-PERIOD-ID (5:1) = 'X'
                           OR GL-PAY-PERIOD-ID (5:2) = "AC"
                           OR GL-PAY-PERIOD-ID (5:2) = "RV"
                       MOVE WS-RUN-CENTURY
                           TO WS-LINE-BASE-PERIOD (1:2)
                       MOVE GL-PAY-PERIOD-ID (1:4)
                           TO WS-LINE-BASE-PERIOD (3:4)
                       SET WS-LINE-PERIOD-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF WS-LINE-PERIOD-VALID
               MOVE WS-LINE-BASE-PERIOD (1:4) TO WS-LYC-YEAR
           END-IF.

      * Only a fully proved batch reaches here; debits add to the
      * balance, credits subtract, per company / period / account
       POST-THE-BATCH.
