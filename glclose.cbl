       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PERIOD-CLOSE.
       AUTHOR. YOUR-NAME.

      * GL period close lock and year-end close. The period-status
      * file (glper.txt) marks each company / period open or
      * closed, and glpost.cbl rejects any journal line dated to a
      * closed period. The first command-line argument picks the
      * action:
      *   CLOSE   <company> <period> - lock a reported period
      *   OPEN    <company> <period> - reopen one for a correction
      *   YEAREND <company> <year>   - roll the year's revenue and
      *           expense balances into retained earnings
      * The year-end close does not touch the balance master
      * itself. It writes one balanced closing journal in the
      * gljrnl layout, dated to the year's closing period YYYY99,
      * that zeroes every revenue and expense account against the
      * retained-earnings account; posted through glpost.cbl like
      * any other journal, the close stays on the ledger as its own
      * period. Because the closing period's balances count toward
      * the year, a close rerun after the journal has posted finds
      * nothing left to close. Lock YYYY99 once it has posted.
      * The operator (fourth argument) signs on with the general
      * ledger permission glentry.cbl uses; every change is logged
      * on glperlog.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * company / period open-closed status, rewritten each run
           SELECT GL-PERIOD-STATUS-FILE ASSIGN TO
                   "/Users/simonvargas/glper.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO
                   "/Users/simonvargas/glbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CHART-FILE ASSIGN TO
                   "/Users/simonvargas/glchart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      * the closing journal, named per company and closing period
      * the way the salary processor names its journals
           SELECT GL-JOURNAL-FILE ASSIGN TO
                   DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/oprmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

      * Refused sign-on attempts, appended across runs
           SELECT VIOLATION-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/opviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

      * Every close, reopen and year-end close, appended across
      * runs
           SELECT PERIOD-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/glperlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * PS-STATUS O open, C closed; a period not on the file is open
       FD GL-PERIOD-STATUS-FILE.
       01 GL-PERIOD-STATUS-RECORD.
           05 PS-COMPANY-CODE    PIC X(4).
           05 PS-PERIOD-ID       PIC X(6).
           05 PS-STATUS          PIC X(1).
               88 PS-PERIOD-CLOSED VALUE 'C'.
           05 PS-CHANGED-BY      PIC X(8).
           05 PS-CHANGED-DATE    PIC 9(8).

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           05 GB-KEY.
               10 GB-COMPANY-CODE  PIC X(4).
               10 GB-PAY-PERIOD-ID PIC X(6).
               10 GB-ACCOUNT-NUMBER PIC X(5).
           05 GB-BALANCE         PIC S9(11)V99.

       FD CHART-FILE.
       01 CHART-RECORD.
           05 CA-ACCOUNT-NUMBER  PIC X(5).
           05 CA-DESCRIPTION     PIC X(30).
           05 CA-ACCOUNT-TYPE    PIC X(1).

      * Same layout WRITE-GL-JOURNAL writes
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GL-DEBIT-CREDIT    PIC X(1).
           05 FILLER             PIC X(1).
           05 GL-ACCOUNT-NUMBER  PIC X(5).
           05 FILLER             PIC X(1).
           05 GL-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 GL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(1).
           05 GL-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-PAY-PERIOD-ID   PIC X(6).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID     PIC X(8).
           05 OP-OPERATOR-NAME   PIC X(20).
           05 OP-EMPMAINT-PERM   PIC X(1).
           05 OP-REJREPAIR-PERM  PIC X(1).
           05 OP-CUSTMAINT-PERM  PIC X(1).
           05 OP-LEAVEAPR-PERM   PIC X(1).
           05 OP-PAYREL-PERM     PIC X(1).
           05 OP-POSCTL-PERM     PIC X(1).
           05 OP-PAYCHG-PERM     PIC X(1).
           05 OP-GLENTRY-PERM    PIC X(1).

       FD VIOLATION-LOG-FILE.
       01 VIOLATION-LOG-LINE     PIC X(80).

       FD PERIOD-LOG-FILE.
       01 PERIOD-LOG-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PER-STATUS          PIC XX.
       01 WS-BAL-STATUS          PIC XX.
       01 WS-CHART-STATUS        PIC XX.
       01 WS-JRN-STATUS          PIC XX.
       01 WS-LOG-STATUS          PIC XX.
       01 WS-PER-EOF-SW          PIC X VALUE 'N'.
           88 WS-PER-END-OF-FILE VALUE 'Y'.
       01 WS-BAL-EOF-SW          PIC X VALUE 'N'.
           88 WS-BAL-END-OF-FILE VALUE 'Y'.
       01 WS-CHART-EOF-SW        PIC X VALUE 'N'.
           88 WS-CHART-END-OF-FILE VALUE 'Y'.

       01 WS-RUN-DATE            PIC 9(8).
       01 WS-ARG-NUM             PIC 9(2).
       01 WS-ACTION              PIC X(8).
           88 WS-CLOSE-ACTION    VALUE "CLOSE".
           88 WS-OPEN-ACTION     VALUE "OPEN".
           88 WS-YEAREND-ACTION  VALUE "YEAREND".
       01 WS-COMPANY-CODE        PIC X(4).
       01 WS-PERIOD-ARG          PIC X(6).
       01 WS-CLOSE-YEAR          PIC 9(4).
       01 WS-CLOSE-CENTURY       PIC 9(2).
       01 WS-CLOSING-PERIOD.
           05 WS-CP-YEAR         PIC 9(4).
           05 FILLER             PIC X(2) VALUE "99".

      * The retained-earnings account the year's income rolls into
       01 WS-RETAINED-EARNINGS   PIC X(5) VALUE "30200".

      * Operator sign-on state, as empmaint.cbl keeps it
       01 WS-OPR-STATUS          PIC XX.
       01 WS-VIOL-STATUS         PIC XX.
       01 WS-OPR-EOF-SW          PIC X VALUE 'N'.
           88 WS-OPR-END-OF-FILE VALUE 'Y'.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPR-FOUND-SW        PIC X VALUE 'N'.
           88 WS-OPR-FOUND       VALUE 'Y'.
       01 WS-OPR-PERM            PIC X(1).
       01 WS-VIOLATION-DETAIL.
           05 WS-VIO-STAMP-OUT   PIC 9(14).
           05 FILLER             PIC X(5) VALUE " OP: ".
           05 WS-VIO-OPERATOR-OUT PIC X(8).
           05 FILLER             PIC X(6) VALUE " PGM: ".
           05 WS-VIO-PROGRAM-OUT PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VIO-REASON-OUT  PIC X(24).

      * The period-status file held in storage
       01 WS-PERIOD-TABLE.
           05 WS-PS-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-PS-IDX.
               10 WS-PS-COMPANY-CODE PIC X(4).
               10 WS-PS-PERIOD-ID    PIC X(6).
               10 WS-PS-STATUS       PIC X(1).
               10 WS-PS-CHANGED-BY   PIC X(8).
               10 WS-PS-CHANGED-DATE PIC 9(8).
       01 WS-PS-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-PS-FOUND-SW         PIC X VALUE 'N'.
           88 WS-PS-FOUND        VALUE 'Y'.
       01 WS-PS-CHANGED-SW       PIC X VALUE 'N'.
           88 WS-PS-CHANGED      VALUE 'Y'.
       01 WS-LOOKUP-COMPANY      PIC X(4).
       01 WS-LOOKUP-PERIOD       PIC X(6).

      * Chart of accounts with the year's net per account
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CHART-IDX.
               10 WS-CHART-ACCOUNT  PIC X(5).
               10 WS-CHART-DESC     PIC X(30).
               10 WS-CHART-TYPE     PIC X(1).
               10 WS-CHART-YEAR-NET PIC S9(13)V99.
       01 WS-CHART-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CHART-FOUND-SW      PIC X VALUE 'N'.
           88 WS-CHART-FOUND     VALUE 'Y'.

      * The year's periods still open when the close runs
       01 WS-OPEN-PERIOD-TABLE.
           05 WS-OPEN-PERIOD     PIC X(6) OCCURS 100 TIMES
                   INDEXED BY WS-OPEN-IDX.
       01 WS-OPEN-PERIOD-COUNT   PIC 9(3) VALUE ZERO.
       01 WS-OPEN-FOUND-SW       PIC X VALUE 'N'.
           88 WS-OPEN-FOUND      VALUE 'Y'.

       01 WS-BP-YEAR             PIC 9(4).
       01 WS-BP-YY               PIC 9(2).
       01 WS-BP-VALID-SW         PIC X VALUE 'N'.
           88 WS-BP-VALID        VALUE 'Y'.

       01 WS-JOURNAL-FILENAME    PIC X(60) VALUE SPACES.
       01 WS-JOURNAL-DESC        PIC X(20).
       01 WS-NET-INCOME          PIC S9(13)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL         PIC S9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-LINE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOG-DETAIL.
           05 WS-LOG-STAMP-OUT   PIC 9(14).
           05 FILLER             PIC X(5) VALUE " OP: ".
           05 WS-LOG-OPERATOR-OUT PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-LOG-ACTION-OUT  PIC X(8).
           05 FILLER             PIC X(5) VALUE " CO: ".
           05 WS-LOG-COMPANY-OUT PIC X(4).
           05 FILLER             PIC X(6) VALUE " PER: ".
           05 WS-LOG-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-LOG-NOTE-OUT    PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting GL Period Close...".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-PERIOD-STATUS.
           EVALUATE TRUE
               WHEN WS-CLOSE-ACTION
                   PERFORM CLOSE-PERIOD
               WHEN WS-OPEN-ACTION
                   PERFORM REOPEN-PERIOD
               WHEN WS-YEAREND-ACTION
                   PERFORM YEAR-END-CLOSE
           END-EVALUATE.
           IF WS-PS-CHANGED
               PERFORM SAVE-PERIOD-STATUS
           END-IF.
           DISPLAY "GL Period Close completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ACTION.
           ACCEPT WS-ACTION FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ACTION
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PERIOD-ARG.
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PERIOD-ARG
           END-ACCEPT.
           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT.
           IF WS-ACTION = SPACES
               DISPLAY "Enter action (CLOSE, OPEN or YEAREND): "
               ACCEPT WS-ACTION
           END-IF.
           IF NOT WS-CLOSE-ACTION AND NOT WS-OPEN-ACTION
                   AND NOT WS-YEAREND-ACTION
               DISPLAY "UNKNOWN ACTION: " WS-ACTION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PERIOD-ARG = SPACES
               IF WS-YEAREND-ACTION
                   DISPLAY "Enter year to close (YYYY): "
               ELSE
                   DISPLAY "Enter Period ID (6 characters): "
               END-IF
               ACCEPT WS-PERIOD-ARG
           END-IF.
           IF WS-YEAREND-ACTION
               IF WS-PERIOD-ARG (1:4) NOT NUMERIC
                   DISPLAY "YEAR MUST BE FOUR DIGITS: "
                           WS-PERIOD-ARG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-ARG (1:4) TO WS-CLOSE-YEAR
               MOVE WS-CLOSE-YEAR TO WS-CP-YEAR
               COMPUTE WS-CLOSE-CENTURY = WS-CLOSE-YEAR / 100
           END-IF.

      * The operator must carry the general ledger permission on
      * the operator master; a refusal goes to the violations log,
      * as empmaint.cbl does it
       OPERATOR-SIGN-ON.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Enter operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-IF.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           MOVE 'N' TO WS-OPR-EOF-SW.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "NO OPERATOR MASTER (oprmstr.txt) - SIGN-ON "
                       "NOT ENFORCED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPR-END-OF-FILE
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-OPR-EOF-SW
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID
                           SET WS-OPR-FOUND TO TRUE
                           MOVE OP-GLENTRY-PERM TO WS-OPR-PERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           IF NOT WS-OPR-FOUND
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ON MASTER: "
                       WS-OPERATOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPR-PERM NOT = 'Y'
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR "
                       WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                       "GL PERIOD CLOSE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR SIGNED ON: " WS-OPERATOR-ID.

       LOG-SIGN-ON-VIOLATION.
           OPEN EXTEND VIOLATION-LOG-FILE.
           IF WS-VIOL-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-VIO-STAMP-OUT.
           MOVE WS-OPERATOR-ID TO WS-VIO-OPERATOR-OUT.
           MOVE "GLCLOSE   " TO WS-VIO-PROGRAM-OUT.
           IF WS-OPR-FOUND
               MOVE "NOT AUTHORIZED          " TO WS-VIO-REASON-OUT
           ELSE
               MOVE "OPERATOR NOT ON MASTER  " TO WS-VIO-REASON-OUT
           END-IF.
           MOVE WS-VIOLATION-DETAIL TO VIOLATION-LOG-LINE.
           WRITE VIOLATION-LOG-LINE.
           CLOSE VIOLATION-LOG-FILE.

      * No glper.txt yet means every period is still open
       LOAD-PERIOD-STATUS.
           OPEN INPUT GL-PERIOD-STATUS-FILE.
           IF WS-PER-STATUS NOT = "00"
               DISPLAY "NO PERIOD-STATUS FILE (glper.txt) - "
                       "STARTING A NEW ONE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PER-END-OF-FILE
               READ GL-PERIOD-STATUS-FILE
                   AT END MOVE 'Y' TO WS-PER-EOF-SW
                   NOT AT END
                       IF WS-PS-COUNT < 1000
                           ADD 1 TO WS-PS-COUNT
                           SET WS-PS-IDX TO WS-PS-COUNT
                           MOVE GL-PERIOD-STATUS-RECORD
                               TO WS-PS-ENTRY (WS-PS-IDX)
                       ELSE
                           DISPLAY "PERIOD-STATUS TABLE FULL - "
                                   PS-COMPANY-CODE " "
                                   PS-PERIOD-ID " DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-STATUS-FILE.

       SAVE-PERIOD-STATUS.
           OPEN OUTPUT GL-PERIOD-STATUS-FILE.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
               MOVE WS-PS-ENTRY (WS-PS-IDX)
                   TO GL-PERIOD-STATUS-RECORD
               WRITE GL-PERIOD-STATUS-RECORD
           END-PERFORM.
           CLOSE GL-PERIOD-STATUS-FILE.

      * Sets WS-PS-IDX on the lookup company / period's entry
       FIND-PERIOD-ENTRY.
           MOVE 'N' TO WS-PS-FOUND-SW.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-COUNT
                      OR WS-PS-FOUND
               IF WS-PS-COMPANY-CODE (WS-PS-IDX) = WS-LOOKUP-COMPANY
                       AND WS-PS-PERIOD-ID (WS-PS-IDX)
                           = WS-LOOKUP-PERIOD
                   SET WS-PS-FOUND TO TRUE
                   SET WS-PS-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       CLOSE-PERIOD.
           MOVE WS-COMPANY-CODE TO WS-LOOKUP-COMPANY.
           MOVE WS-PERIOD-ARG TO WS-LOOKUP-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-PS-FOUND
               IF WS-PS-STATUS (WS-PS-IDX) = 'C'
                   DISPLAY "PERIOD " WS-PERIOD-ARG " ALREADY CLOSED "
                           "FOR " WS-COMPANY-CODE " BY "
                           WS-PS-CHANGED-BY (WS-PS-IDX)
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PS-COUNT >= 1000
                   DISPLAY "PERIOD-STATUS TABLE FULL - PERIOD NOT "
                           "CLOSED"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PS-COUNT
               SET WS-PS-IDX TO WS-PS-COUNT
               MOVE WS-COMPANY-CODE TO WS-PS-COMPANY-CODE (WS-PS-IDX)
               MOVE WS-PERIOD-ARG TO WS-PS-PERIOD-ID (WS-PS-IDX)
           END-IF.
           MOVE 'C' TO WS-PS-STATUS (WS-PS-IDX).
           MOVE WS-OPERATOR-ID TO WS-PS-CHANGED-BY (WS-PS-IDX).
           MOVE WS-RUN-DATE TO WS-PS-CHANGED-DATE (WS-PS-IDX).
           SET WS-PS-CHANGED TO TRUE.
           DISPLAY "PERIOD " WS-PERIOD-ARG " CLOSED FOR "
                   WS-COMPANY-CODE.
           MOVE WS-PERIOD-ARG TO WS-LOG-PERIOD-OUT.
           MOVE "PERIOD LOCKED - NO FURTHER POSTING" TO WS-LOG-NOTE-OUT.
           PERFORM WRITE-PERIOD-LOG.

       REOPEN-PERIOD.
           MOVE WS-COMPANY-CODE TO WS-LOOKUP-COMPANY.
           MOVE WS-PERIOD-ARG TO WS-LOOKUP-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF NOT WS-PS-FOUND
               DISPLAY "PERIOD " WS-PERIOD-ARG " IS NOT CLOSED FOR "
                       WS-COMPANY-CODE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PS-STATUS (WS-PS-IDX) NOT = 'C'
               DISPLAY "PERIOD " WS-PERIOD-ARG " IS NOT CLOSED FOR "
                       WS-COMPANY-CODE
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'O' TO WS-PS-STATUS (WS-PS-IDX).
           MOVE WS-OPERATOR-ID TO WS-PS-CHANGED-BY (WS-PS-IDX).
           MOVE WS-RUN-DATE TO WS-PS-CHANGED-DATE (WS-PS-IDX).
           SET WS-PS-CHANGED TO TRUE.
           DISPLAY "PERIOD " WS-PERIOD-ARG " REOPENED FOR "
                   WS-COMPANY-CODE.
           MOVE WS-PERIOD-ARG TO WS-LOG-PERIOD-OUT.
           MOVE "PERIOD REOPENED FOR POSTING" TO WS-LOG-NOTE-OUT.
           PERFORM WRITE-PERIOD-LOG.

      * The year's net on every revenue and expense account,
      * reversed into retained earnings by one balanced journal
       YEAR-END-CLOSE.
           MOVE WS-COMPANY-CODE TO WS-LOOKUP-COMPANY.
           MOVE WS-CLOSING-PERIOD TO WS-LOOKUP-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-PS-FOUND
               IF WS-PS-STATUS (WS-PS-IDX) = 'C'
                   DISPLAY "CLOSING PERIOD " WS-CLOSING-PERIOD
                           " IS LOCKED - YEAR " WS-CLOSE-YEAR
                           " ALREADY CLOSED FOR " WS-COMPANY-CODE
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND
               IF WS-CHART-ACCOUNT (WS-CHART-IDX)
                       = WS-RETAINED-EARNINGS
                   SET WS-CHART-FOUND TO TRUE
                   SET WS-CHART-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-CHART-FOUND
               DISPLAY "RETAINED EARNINGS ACCOUNT "
                       WS-RETAINED-EARNINGS " NOT ON THE CHART - "
                       "YEAR NOT CLOSED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHART-TYPE (WS-CHART-IDX) NOT = 'E'
               DISPLAY "RETAINED EARNINGS ACCOUNT "
                       WS-RETAINED-EARNINGS " IS NOT AN EQUITY "
                       "ACCOUNT - YEAR NOT CLOSED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GL-BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GL BALANCE MASTER NOT AVAILABLE. STATUS: "
                       WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO GB-KEY.
           MOVE WS-COMPANY-CODE TO GB-COMPANY-CODE.
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
           PERFORM UNTIL WS-BAL-END-OF-FILE
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF-SW
                   NOT AT END
                       IF GB-COMPANY-CODE NOT = WS-COMPANY-CODE
                           MOVE 'Y' TO WS-BAL-EOF-SW
                       ELSE
                           PERFORM ACCUMULATE-YEAR-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.

           IF WS-OPEN-PERIOD-COUNT > ZERO
               DISPLAY "WARNING - PERIODS OF " WS-CLOSE-YEAR
                       " STILL OPEN FOR " WS-COMPANY-CODE ": "
                       WS-OPEN-PERIOD-COUNT
               PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                       UNTIL WS-OPEN-IDX > WS-OPEN-PERIOD-COUNT
                   DISPLAY "  OPEN PERIOD " WS-OPEN-PERIOD (WS-OPEN-IDX)
               END-PERFORM
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CLOSING-JOURNAL.

      * The closing period's own balances count toward the year, so
      * a close that has already posted leaves nothing to close
       ACCUMULATE-YEAR-BALANCE.
           PERFORM CLASSIFY-BALANCE-PERIOD.
           IF NOT WS-BP-VALID OR WS-BP-YEAR NOT = WS-CLOSE-YEAR
               EXIT PARAGRAPH
           END-IF.
           IF GB-PAY-PERIOD-ID NOT = WS-CLOSING-PERIOD
               PERFORM NOTE-OPEN-PERIOD
           END-IF.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND
               IF WS-CHART-ACCOUNT (WS-CHART-IDX) = GB-ACCOUNT-NUMBER
                   SET WS-CHART-FOUND TO TRUE
                   SET WS-CHART-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-CHART-FOUND
               IF WS-CHART-TYPE (WS-CHART-IDX) = 'R'
                       OR WS-CHART-TYPE (WS-CHART-IDX) = 'X'
                   ADD GB-BALANCE TO WS-CHART-YEAR-NET (WS-CHART-IDX)
               END-IF
           END-IF.

      * A period of the year with activity that is not yet locked
       NOTE-OPEN-PERIOD.
           MOVE GB-COMPANY-CODE TO WS-LOOKUP-COMPANY.
           MOVE GB-PAY-PERIOD-ID TO WS-LOOKUP-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-PS-FOUND
               IF WS-PS-STATUS (WS-PS-IDX) = 'C'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'N' TO WS-OPEN-FOUND-SW.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-PERIOD-COUNT
                      OR WS-OPEN-FOUND
               IF WS-OPEN-PERIOD (WS-OPEN-IDX) = GB-PAY-PERIOD-ID
                   SET WS-OPEN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-OPEN-FOUND AND WS-OPEN-PERIOD-COUNT < 100
               ADD 1 TO WS-OPEN-PERIOD-COUNT
               MOVE GB-PAY-PERIOD-ID
                   TO WS-OPEN-PERIOD (WS-OPEN-PERIOD-COUNT)
           END-IF.

      * YYYYPP / YYYYMM, off-cycle YYPPXn, accrual YYMMAC / YYMMRV -
      * as finstmt.cbl reads a period's year
       CLASSIFY-BALANCE-PERIOD.
           MOVE 'N' TO WS-BP-VALID-SW.
           IF GB-PAY-PERIOD-ID NUMERIC
               MOVE GB-PAY-PERIOD-ID (1:4) TO WS-BP-YEAR
               SET WS-BP-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GB-PAY-PERIOD-ID (1:4) NUMERIC
               IF GB-PAY-PERIOD-ID (5:1) = 'X'
                       OR GB-PAY-PERIOD-ID (5:2) = "AC"
                       OR GB-PAY-PERIOD-ID (5:2) = "RV"
                   MOVE GB-PAY-PERIOD-ID (1:2) TO WS-BP-YY
                   COMPUTE WS-BP-YEAR = WS-CLOSE-CENTURY * 100
                           + WS-BP-YY
                   SET WS-BP-VALID TO TRUE
               END-IF
           END-IF.

      * Debit-balance (expense) accounts are credited, credit-
      * balance (revenue) accounts debited, and the difference -
      * the year's net income or loss - lands on retained earnings
       WRITE-CLOSING-JOURNAL.
           MOVE ZERO TO WS-NET-INCOME.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF WS-CHART-YEAR-NET (WS-CHART-IDX) NOT = ZERO
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "NO REVENUE OR EXPENSE BALANCE LEFT FOR "
                       WS-CLOSE-YEAR " - NOTHING TO CLOSE"
               MOVE WS-CLOSING-PERIOD TO WS-LOG-PERIOD-OUT
               MOVE "YEAR-END CLOSE - NOTHING TO CLOSE"
                   TO WS-LOG-NOTE-OUT
               PERFORM WRITE-PERIOD-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CLOSING-PERIOD DELIMITED BY SIZE
                   "_gljrnl.txt" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-JRN-STATUS NOT = "00"
               DISPLAY "CLOSING JOURNAL OPEN FAILED. STATUS: "
                       WS-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-JOURNAL-DESC.
           STRING "YEAR-END CLOSE " DELIMITED BY SIZE
                   WS-CLOSE-YEAR DELIMITED BY SIZE
               INTO WS-JOURNAL-DESC.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF WS-CHART-YEAR-NET (WS-CHART-IDX) NOT = ZERO
                   PERFORM WRITE-CLOSING-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-RETAINED-EARNINGS TO GL-ACCOUNT-NUMBER.
           IF WS-NET-INCOME < ZERO
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = ZERO - WS-NET-INCOME
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-NET-INCOME TO GL-AMOUNT
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           PERFORM WRITE-JOURNAL-LINE.
           CLOSE GL-JOURNAL-FILE.

           MOVE WS-NET-INCOME TO WS-AMOUNT-OUT.
           DISPLAY "YEAR " WS-CLOSE-YEAR " NET INCOME CLOSED TO "
                   WS-RETAINED-EARNINGS ": " WS-AMOUNT-OUT.
           DISPLAY "CLOSING JOURNAL: " WS-JOURNAL-FILENAME.
           DISPLAY "POST IT WITH glpost.cbl, THEN CLOSE PERIOD "
                   WS-CLOSING-PERIOD.
           MOVE WS-CLOSING-PERIOD TO WS-LOG-PERIOD-OUT.
           MOVE SPACES TO WS-LOG-NOTE-OUT.
           STRING "YEAR-END CLOSE NET " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
               INTO WS-LOG-NOTE-OUT.
           PERFORM WRITE-PERIOD-LOG.

      * Net income is the credit side of the year's revenue and
      * expense nets
       WRITE-CLOSING-LINE.
           SUBTRACT WS-CHART-YEAR-NET (WS-CHART-IDX)
               FROM WS-NET-INCOME.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-CHART-ACCOUNT (WS-CHART-IDX) TO GL-ACCOUNT-NUMBER.
           IF WS-CHART-YEAR-NET (WS-CHART-IDX) > ZERO
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-CHART-YEAR-NET (WS-CHART-IDX) TO GL-AMOUNT
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT =
                       ZERO - WS-CHART-YEAR-NET (WS-CHART-IDX)
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           MOVE WS-JOURNAL-DESC TO GL-DESCRIPTION.
           MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
           MOVE WS-CLOSING-PERIOD TO GL-PAY-PERIOD-ID.
           WRITE GL-JOURNAL-RECORD.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZERO TO WS-CHART-COUNT.
           MOVE 'N' TO WS-CHART-EOF-SW.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL WS-CHART-END-OF-FILE
                   READ CHART-FILE
                       AT END MOVE 'Y' TO WS-CHART-EOF-SW
                       NOT AT END
                           IF WS-CHART-COUNT < 200
                               ADD 1 TO WS-CHART-COUNT
                               SET WS-CHART-IDX TO WS-CHART-COUNT
                               MOVE CA-ACCOUNT-NUMBER TO
                                   WS-CHART-ACCOUNT (WS-CHART-IDX)
                               MOVE CA-DESCRIPTION TO
                                   WS-CHART-DESC (WS-CHART-IDX)
                               MOVE CA-ACCOUNT-TYPE TO
                                   WS-CHART-TYPE (WS-CHART-IDX)
                               MOVE ZERO TO
                                   WS-CHART-YEAR-NET (WS-CHART-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       WRITE-PERIOD-LOG.
           OPEN EXTEND PERIOD-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP-OUT.
           MOVE WS-OPERATOR-ID TO WS-LOG-OPERATOR-OUT.
           MOVE WS-ACTION TO WS-LOG-ACTION-OUT.
           MOVE WS-COMPANY-CODE TO WS-LOG-COMPANY-OUT.
           MOVE WS-LOG-DETAIL TO PERIOD-LOG-LINE.
           WRITE PERIOD-LOG-LINE.
           CLOSE PERIOD-LOG-FILE.

       END PROGRAM GL-PERIOD-CLOSE.
