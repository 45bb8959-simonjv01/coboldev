       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-FINANCIAL-STATEMENTS.
       AUTHOR. YOUR-NAME.

      * Balance sheet and income statement off the GL balance
      * master glpost.cbl maintains, for the requested company and
      * period - the statements the controller used to build in a
      * spreadsheet from the trial balance printout. Accounts group
      * by the account type on the chart of accounts:
      *   A asset, L liability, E equity, R revenue, X expense.
      * An account with any other type, or not on the chart at all,
      * prints in an unclassified section and sets RC 4.
      * The balance master holds each period's activity, not a
      * running balance, so the columns are built from it:
      *   income statement - the period, the year to date, and the
      *     prior year to the same point;
      *   balance sheet - the period's change, the balance at the
      *     end of the period (all activity through it), and the
      *     balance at the same point a year earlier.
      * A period ID's year is its first four digits and its place
      * in the year its last two (YYYYPP or YYYYMM); an off-cycle
      * ID (YYPPXn) and a month-end accrual ID (YYMMAC / YYMMRV)
      * count with the period they carry. Revenue and expense not
      * yet closed to retained earnings show on the balance sheet
      * as net income, so the sheet proves.
      * A third argument of C adds a consolidated set of statements
      * across every company in complist.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      * One company code per line - the companies consolidated
           SELECT COMPANY-LIST-FILE ASSIGN TO
                   "/Users/simonvargas/complist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO
                   "/Users/simonvargas/finstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD COMPANY-LIST-FILE.
       01 COMPANY-LIST-RECORD    PIC X(4).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BAL-STATUS          PIC XX.
       01 WS-CHART-STATUS        PIC XX.
       01 WS-LIST-STATUS         PIC XX.
       01 WS-BAL-EOF-SW          PIC X VALUE 'N'.
           88 WS-BAL-END-OF-FILE VALUE 'Y'.
       01 WS-CHART-EOF-SW        PIC X VALUE 'N'.
           88 WS-CHART-END-OF-FILE VALUE 'Y'.
       01 WS-LIST-EOF-SW         PIC X VALUE 'N'.
           88 WS-LIST-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE        PIC X(4).
       01 WS-PAY-PERIOD-ID       PIC X(6).
       01 WS-PERIOD-SPLIT REDEFINES WS-PAY-PERIOD-ID.
           05 WS-RUN-YEAR        PIC 9(4).
           05 WS-RUN-SEQ         PIC 9(2).
       01 WS-PRIOR-YEAR          PIC 9(4).
       01 WS-ARG-NUM             PIC 9(2).
       01 WS-CONSOL-OPTION       PIC X(1) VALUE SPACE.
           88 WS-CONSOLIDATE     VALUE 'C' 'c'.
       01 WS-STATEMENT-TITLE     PIC X(12).

      * The companies whose balances the current statement set
      * takes in - the one requested, or the whole company list
       01 WS-SELECT-TABLE.
           05 WS-SELECT-COMPANY PIC X(4) OCCURS 50 TIMES
                   INDEXED BY WS-SEL-IDX.
       01 WS-SELECT-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-SELECTED-SW         PIC X VALUE 'N'.
           88 WS-SELECTED        VALUE 'Y'.

      * Chart of accounts with the five column buckets per account:
      *   1 period, 2 year to date, 3 prior year to date,
      *   4 balance through the period, 5 balance a year earlier
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CHART-IDX.
               10 WS-CHART-ACCOUNT  PIC X(5).
               10 WS-CHART-DESC     PIC X(30).
               10 WS-CHART-TYPE     PIC X(1).
               10 WS-CHART-AMOUNT   PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-CHART-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CHART-FOUND-SW      PIC X VALUE 'N'.
           88 WS-CHART-FOUND     VALUE 'Y'.

      * Balances whose account is not on the chart
       01 WS-OFF-CHART-TOTALS.
           05 WS-OFF-CHART-AMOUNT PIC S9(13)V99 OCCURS 5 TIMES.

      * Where one balance record lands
       01 WS-BP-YEAR             PIC 9(4).
       01 WS-BP-SEQ              PIC 9(2).
       01 WS-BP-YY               PIC 9(2).
       01 WS-BP-CENTURY          PIC 9(2).
       01 WS-BP-VALID-SW         PIC X VALUE 'N'.
           88 WS-BP-VALID        VALUE 'Y'.
       01 WS-BUCKET-SUB          PIC 9(1).
       01 WS-BAD-PERIOD-COUNT    PIC 9(5) VALUE ZERO.

      * The three buckets the statement being printed shows, and
      * the sign that turns a section's balances to their natural
      * side (credits positive for liabilities, equity, revenue)
       01 WS-COLUMN-MAP.
           05 WS-COL-BUCKET      PIC 9(1) OCCURS 3 TIMES.
       01 WS-COL-SUB             PIC 9(1).
       01 WS-SECTION-TYPE        PIC X(1).
       01 WS-SECTION-SIGN        PIC S9(1).
       01 WS-SECTION-TITLE       PIC X(36).
       01 WS-SECTION-TOTAL-TITLE PIC X(36).
       01 WS-SECTION-TOTALS.
           05 WS-SECTION-TOTAL   PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-COL-VALUES.
           05 WS-COL-VALUE       PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-ASSET-TOTALS.
           05 WS-ASSET-TOTAL     PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-LIABILITY-TOTALS.
           05 WS-LIABILITY-TOTAL PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-EQUITY-TOTALS.
           05 WS-EQUITY-TOTAL    PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-REVENUE-TOTALS.
           05 WS-REVENUE-TOTAL   PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-EXPENSE-TOTALS.
           05 WS-EXPENSE-TOTAL   PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-UNCLASS-TOTALS.
           05 WS-UNCLASS-TOTAL   PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-OPEN-INCOME-TOTALS.
           05 WS-OPEN-INCOME     PIC S9(13)V99 OCCURS 3 TIMES.
       01 WS-PROOF-DIFF          PIC S9(13)V99.
       01 WS-UNCLASS-SW          PIC X VALUE 'N'.
           88 WS-UNCLASS-FOUND   VALUE 'Y'.
       01 WS-UNCLASS-TITLE-SW    PIC X VALUE 'N'.
           88 WS-UNCLASS-TITLE-DONE VALUE 'Y'.
       01 WS-OUT-OF-BALANCE-SW   PIC X VALUE 'N'.
           88 WS-OUT-OF-BALANCE  VALUE 'Y'.
       01 WS-BALANCE-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER             PIC X(6) VALUE "***** ".
           05 WS-HDR-TITLE-OUT   PIC X(16).
           05 FILLER             PIC X(3) VALUE " - ".
           05 WS-HDR-COMPANY-OUT PIC X(12).
           05 FILLER             PIC X(9) VALUE " PERIOD: ".
           05 WS-HDR-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(6) VALUE " *****".

       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(36) VALUE SPACES.
           05 WS-COLH-OUT        PIC X(21) OCCURS 3 TIMES.

       01 WS-DETAIL-LINE.
           05 WS-DET-ACCOUNT-OUT PIC X(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DET-DESC-OUT    PIC X(30).
           05 WS-DET-COLUMN OCCURS 3 TIMES.
               10 FILLER         PIC X(2).
               10 WS-DET-AMOUNT-OUT PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting GL Financial Statements...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           IF WS-CHART-COUNT = ZERO
               DISPLAY "CHART OF ACCOUNTS EMPTY OR MISSING - NO "
                       "ACCOUNT CAN BE GROUPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT GL-BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "GL BALANCE MASTER NOT AVAILABLE. STATUS: "
                       WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.

           MOVE 1 TO WS-SELECT-COUNT.
           MOVE WS-COMPANY-CODE TO WS-SELECT-COMPANY (1).
           MOVE WS-COMPANY-CODE TO WS-STATEMENT-TITLE.
           PERFORM PRODUCE-STATEMENT-SET.

           IF WS-CONSOLIDATE
               PERFORM LOAD-COMPANY-LIST
               IF WS-SELECT-COUNT > ZERO
                   MOVE "CONSOLIDATED" TO WS-STATEMENT-TITLE
                   PERFORM PRODUCE-STATEMENT-SET
               END-IF
           END-IF.

           CLOSE GL-BALANCE-FILE.
           CLOSE STATEMENT-FILE.
           IF WS-BAD-PERIOD-COUNT > ZERO
               DISPLAY "BALANCES WITH AN UNRECOGNIZED PERIOD ID "
                       "LEFT OUT: " WS-BAD-PERIOD-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-UNCLASS-FOUND
               DISPLAY "*** UNCLASSIFIED ACCOUNTS - SEE finstmt.txt "
                       "***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** BALANCE SHEET DOES NOT BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "GL Financial Statements completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PAY-PERIOD-ID.
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT WS-CONSOL-OPTION FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACE TO WS-CONSOL-OPTION
           END-ACCEPT.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Period ID (YYYYPP or YYYYMM): "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.
           IF WS-PAY-PERIOD-ID NOT NUMERIC
               DISPLAY "PERIOD MUST BE SIX DIGITS: " WS-PAY-PERIOD-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1.

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
                           ELSE
                               DISPLAY "CHART TABLE FULL - ACCOUNT "
                                       CA-ACCOUNT-NUMBER " DROPPED"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

       LOAD-COMPANY-LIST.
           MOVE ZERO TO WS-SELECT-COUNT.
           OPEN INPUT COMPANY-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "NO COMPANY LIST FILE (complist.txt) - NO "
                       "CONSOLIDATED STATEMENTS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIST-END-OF-FILE
               READ COMPANY-LIST-FILE
                   AT END MOVE 'Y' TO WS-LIST-EOF-SW
                   NOT AT END
                       IF WS-SELECT-COUNT < 50
                           ADD 1 TO WS-SELECT-COUNT
                           MOVE COMPANY-LIST-RECORD
                               TO WS-SELECT-COMPANY (WS-SELECT-COUNT)
                       ELSE
                           DISPLAY "COMPANY TABLE FULL - "
                                   COMPANY-LIST-RECORD " DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANY-LIST-FILE.

      * One pass of the balance master for the selected companies,
      * then the balance sheet and the income statement
       PRODUCE-STATEMENT-SET.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   MOVE ZERO TO
                       WS-CHART-AMOUNT (WS-CHART-IDX WS-BUCKET-SUB)
               END-PERFORM
           END-PERFORM.
           INITIALIZE WS-OFF-CHART-TOTALS.
           MOVE ZERO TO WS-BALANCE-COUNT.
           MOVE 'N' TO WS-BAL-EOF-SW.
           MOVE LOW-VALUES TO GB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
           PERFORM UNTIL WS-BAL-END-OF-FILE
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF-SW
                   NOT AT END
                       PERFORM ACCUMULATE-ONE-BALANCE
               END-READ
           END-PERFORM.
           DISPLAY WS-STATEMENT-TITLE " BALANCES TAKEN IN: "
                   WS-BALANCE-COUNT.
           PERFORM PRINT-BALANCE-SHEET.
           PERFORM PRINT-INCOME-STATEMENT.

       ACCUMULATE-ONE-BALANCE.
           MOVE 'N' TO WS-SELECTED-SW.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                   UNTIL WS-SEL-IDX > WS-SELECT-COUNT
                      OR WS-SELECTED
               IF WS-SELECT-COMPANY (WS-SEL-IDX) = GB-COMPANY-CODE
                   SET WS-SELECTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-SELECTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CLASSIFY-BALANCE-PERIOD.
           IF NOT WS-BP-VALID
               ADD 1 TO WS-BAD-PERIOD-COUNT
               DISPLAY "PERIOD ID NOT RECOGNIZED: " GB-PAY-PERIOD-ID
                       " CO " GB-COMPANY-CODE
                       " ACCT " GB-ACCOUNT-NUMBER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BALANCE-COUNT.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND
               IF WS-CHART-ACCOUNT (WS-CHART-IDX) = GB-ACCOUNT-NUMBER
                   SET WS-CHART-FOUND TO TRUE
                   SET WS-CHART-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               IF (WS-BUCKET-SUB = 1 AND WS-BP-YEAR = WS-RUN-YEAR
                       AND WS-BP-SEQ = WS-RUN-SEQ)
                  OR (WS-BUCKET-SUB = 2 AND WS-BP-YEAR = WS-RUN-YEAR
                       AND WS-BP-SEQ NOT > WS-RUN-SEQ)
                  OR (WS-BUCKET-SUB = 3 AND WS-BP-YEAR = WS-PRIOR-YEAR
                       AND WS-BP-SEQ NOT > WS-RUN-SEQ)
                  OR (WS-BUCKET-SUB = 4 AND (WS-BP-YEAR < WS-RUN-YEAR
                       OR (WS-BP-YEAR = WS-RUN-YEAR
                           AND WS-BP-SEQ NOT > WS-RUN-SEQ)))
                  OR (WS-BUCKET-SUB = 5
                       AND (WS-BP-YEAR < WS-PRIOR-YEAR
                       OR (WS-BP-YEAR = WS-PRIOR-YEAR
                           AND WS-BP-SEQ NOT > WS-RUN-SEQ)))
                   PERFORM ADD-TO-BUCKET
               END-IF
           END-PERFORM.

       ADD-TO-BUCKET.
           IF WS-CHART-FOUND
               ADD GB-BALANCE
                   TO WS-CHART-AMOUNT (WS-CHART-IDX WS-BUCKET-SUB)
           ELSE
               ADD GB-BALANCE TO WS-OFF-CHART-AMOUNT (WS-BUCKET-SUB)
           END-IF.

      * YYYYPP / YYYYMM, off-cycle YYPPXn, accrual YYMMAC / YYMMRV
       CLASSIFY-BALANCE-PERIOD.
           MOVE 'N' TO WS-BP-VALID-SW.
           IF GB-PAY-PERIOD-ID NUMERIC
               MOVE GB-PAY-PERIOD-ID (1:4) TO WS-BP-YEAR
               MOVE GB-PAY-PERIOD-ID (5:2) TO WS-BP-SEQ
               SET WS-BP-VALID TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF GB-PAY-PERIOD-ID (1:4) NUMERIC
               IF GB-PAY-PERIOD-ID (5:1) = 'X'
                       OR GB-PAY-PERIOD-ID (5:2) = "AC"
                       OR GB-PAY-PERIOD-ID (5:2) = "RV"
                   MOVE GB-PAY-PERIOD-ID (1:2) TO WS-BP-YY
                   COMPUTE WS-BP-CENTURY = WS-RUN-YEAR / 100
                   COMPUTE WS-BP-YEAR = WS-BP-CENTURY * 100
                           + WS-BP-YY
                   MOVE GB-PAY-PERIOD-ID (3:2) TO WS-BP-SEQ
                   SET WS-BP-VALID TO TRUE
               END-IF
           END-IF.

      * Period change, balance at the period end, and the balance a
      * year earlier; revenue and expense not yet closed come in as
      * net income so assets prove to liabilities plus equity
       PRINT-BALANCE-SHEET.
           MOVE "BALANCE SHEET" TO WS-HDR-TITLE-OUT.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE 1 TO WS-COL-BUCKET (1).
           MOVE 4 TO WS-COL-BUCKET (2).
           MOVE 5 TO WS-COL-BUCKET (3).
           MOVE "        PERIOD CHANGE" TO WS-COLH-OUT (1).
           MOVE "       PERIOD BALANCE" TO WS-COLH-OUT (2).
           MOVE "           PRIOR YEAR" TO WS-COLH-OUT (3).
           MOVE WS-COLUMN-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 'A' TO WS-SECTION-TYPE.
           MOVE +1 TO WS-SECTION-SIGN.
           MOVE "ASSETS" TO WS-SECTION-TITLE.
           MOVE "TOTAL ASSETS" TO WS-SECTION-TOTAL-TITLE.
           PERFORM PRINT-ACCOUNT-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-ASSET-TOTALS.

           MOVE 'L' TO WS-SECTION-TYPE.
           MOVE -1 TO WS-SECTION-SIGN.
           MOVE "LIABILITIES" TO WS-SECTION-TITLE.
           MOVE "TOTAL LIABILITIES" TO WS-SECTION-TOTAL-TITLE.
           PERFORM PRINT-ACCOUNT-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-LIABILITY-TOTALS.

           MOVE 'E' TO WS-SECTION-TYPE.
           MOVE "EQUITY" TO WS-SECTION-TITLE.
           MOVE "TOTAL EQUITY" TO WS-SECTION-TOTAL-TITLE.
           PERFORM PRINT-ACCOUNT-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-EQUITY-TOTALS.

      * net income still sitting in revenue and expense accounts
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               MOVE ZERO TO WS-OPEN-INCOME (WS-COL-SUB)
               PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                       UNTIL WS-CHART-IDX > WS-CHART-COUNT
                   IF WS-CHART-TYPE (WS-CHART-IDX) = 'R'
                           OR WS-CHART-TYPE (WS-CHART-IDX) = 'X'
                       MOVE WS-COL-BUCKET (WS-COL-SUB)
                           TO WS-BUCKET-SUB
                       SUBTRACT WS-CHART-AMOUNT (WS-CHART-IDX
                               WS-BUCKET-SUB)
                           FROM WS-OPEN-INCOME (WS-COL-SUB)
                   END-IF
               END-PERFORM
               ADD WS-OPEN-INCOME (WS-COL-SUB)
                   TO WS-EQUITY-TOTAL (WS-COL-SUB)
           END-PERFORM.
           MOVE WS-OPEN-INCOME-TOTALS TO WS-COL-VALUES.
           MOVE SPACES TO WS-DET-ACCOUNT-OUT.
           MOVE "  NET INCOME NOT YET CLOSED" TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.
           MOVE WS-EQUITY-TOTALS TO WS-COL-VALUES.
           MOVE SPACES TO WS-DET-ACCOUNT-OUT.
           MOVE "TOTAL EQUITY AND NET INCOME" TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.

           PERFORM PRINT-UNCLASSIFIED-SECTION.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               COMPUTE WS-COL-VALUE (WS-COL-SUB) =
                       WS-LIABILITY-TOTAL (WS-COL-SUB)
                     + WS-EQUITY-TOTAL (WS-COL-SUB)
               COMPUTE WS-PROOF-DIFF =
                       WS-ASSET-TOTAL (WS-COL-SUB)
                     - WS-COL-VALUE (WS-COL-SUB)
                     - WS-UNCLASS-TOTAL (WS-COL-SUB)
               IF WS-PROOF-DIFF NOT = ZERO
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-DET-ACCOUNT-OUT.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-OUT-OF-BALANCE
               MOVE "*** BALANCE SHEET DOES NOT BALANCE ***"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      * The period, the year to date, and last year to the same
      * point
       PRINT-INCOME-STATEMENT.
           MOVE "INCOME STATEMENT" TO WS-HDR-TITLE-OUT.
           PERFORM WRITE-STATEMENT-HEADER.
           MOVE 1 TO WS-COL-BUCKET (1).
           MOVE 2 TO WS-COL-BUCKET (2).
           MOVE 3 TO WS-COL-BUCKET (3).
           MOVE "       CURRENT PERIOD" TO WS-COLH-OUT (1).
           MOVE "         YEAR TO DATE" TO WS-COLH-OUT (2).
           MOVE "       PRIOR YEAR YTD" TO WS-COLH-OUT (3).
           MOVE WS-COLUMN-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 'R' TO WS-SECTION-TYPE.
           MOVE -1 TO WS-SECTION-SIGN.
           MOVE "REVENUE" TO WS-SECTION-TITLE.
           MOVE "TOTAL REVENUE" TO WS-SECTION-TOTAL-TITLE.
           PERFORM PRINT-ACCOUNT-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-REVENUE-TOTALS.

           MOVE 'X' TO WS-SECTION-TYPE.
           MOVE +1 TO WS-SECTION-SIGN.
           MOVE "EXPENSES" TO WS-SECTION-TITLE.
           MOVE "TOTAL EXPENSES" TO WS-SECTION-TOTAL-TITLE.
           PERFORM PRINT-ACCOUNT-SECTION.
           MOVE WS-SECTION-TOTALS TO WS-EXPENSE-TOTALS.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               COMPUTE WS-COL-VALUE (WS-COL-SUB) =
                       WS-REVENUE-TOTAL (WS-COL-SUB)
                     - WS-EXPENSE-TOTAL (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO WS-DET-ACCOUNT-OUT.
           MOVE "NET INCOME" TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-STATEMENT-TITLE TO WS-HDR-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-HDR-PERIOD-OUT.
           MOVE WS-REPORT-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * Every chart account of the section's type with something in
      * one of the three columns, then the section total
       PRINT-ACCOUNT-SECTION.
           INITIALIZE WS-SECTION-TOTALS.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE WS-SECTION-TITLE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF WS-CHART-TYPE (WS-CHART-IDX) = WS-SECTION-TYPE
                   PERFORM PRINT-SECTION-ACCOUNT
               END-IF
           END-PERFORM.
           MOVE WS-SECTION-TOTALS TO WS-COL-VALUES.
           MOVE SPACES TO WS-DET-ACCOUNT-OUT.
           MOVE WS-SECTION-TOTAL-TITLE TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.

       PRINT-SECTION-ACCOUNT.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               MOVE WS-COL-BUCKET (WS-COL-SUB) TO WS-BUCKET-SUB
               COMPUTE WS-COL-VALUE (WS-COL-SUB) =
                       WS-CHART-AMOUNT (WS-CHART-IDX WS-BUCKET-SUB)
                     * WS-SECTION-SIGN
           END-PERFORM.
           IF WS-COL-VALUE (1) = ZERO AND WS-COL-VALUE (2) = ZERO
                   AND WS-COL-VALUE (3) = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               ADD WS-COL-VALUE (WS-COL-SUB)
                   TO WS-SECTION-TOTAL (WS-COL-SUB)
           END-PERFORM.
           MOVE WS-CHART-ACCOUNT (WS-CHART-IDX) TO WS-DET-ACCOUNT-OUT.
           MOVE WS-CHART-DESC (WS-CHART-IDX) TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.

      * Balances on accounts with no statement type, or not on the
      * chart at all, shown as debits - they keep the sheet from
      * proving until the chart is fixed
       PRINT-UNCLASSIFIED-SECTION.
           INITIALIZE WS-UNCLASS-TOTALS.
           MOVE 'N' TO WS-UNCLASS-TITLE-SW.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
               IF WS-CHART-TYPE (WS-CHART-IDX) NOT = 'A'
                       AND WS-CHART-TYPE (WS-CHART-IDX) NOT = 'L'
                       AND WS-CHART-TYPE (WS-CHART-IDX) NOT = 'E'
                       AND WS-CHART-TYPE (WS-CHART-IDX) NOT = 'R'
                       AND WS-CHART-TYPE (WS-CHART-IDX) NOT = 'X'
                   PERFORM PRINT-UNCLASSIFIED-ACCOUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               MOVE WS-COL-BUCKET (WS-COL-SUB) TO WS-BUCKET-SUB
               MOVE WS-OFF-CHART-AMOUNT (WS-BUCKET-SUB)
                   TO WS-COL-VALUE (WS-COL-SUB)
           END-PERFORM.
           IF WS-COL-VALUE (1) NOT = ZERO
                   OR WS-COL-VALUE (2) NOT = ZERO
                   OR WS-COL-VALUE (3) NOT = ZERO
               PERFORM WRITE-UNCLASSIFIED-TITLE
               MOVE SPACES TO WS-DET-ACCOUNT-OUT
               MOVE "(ACCOUNTS NOT ON CHART)" TO WS-DET-DESC-OUT
               PERFORM WRITE-DETAIL-LINE
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > 3
                   ADD WS-COL-VALUE (WS-COL-SUB)
                       TO WS-UNCLASS-TOTAL (WS-COL-SUB)
               END-PERFORM
           END-IF.

       PRINT-UNCLASSIFIED-ACCOUNT.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               MOVE WS-COL-BUCKET (WS-COL-SUB) TO WS-BUCKET-SUB
               MOVE WS-CHART-AMOUNT (WS-CHART-IDX WS-BUCKET-SUB)
                   TO WS-COL-VALUE (WS-COL-SUB)
           END-PERFORM.
           IF WS-COL-VALUE (1) = ZERO AND WS-COL-VALUE (2) = ZERO
                   AND WS-COL-VALUE (3) = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-UNCLASSIFIED-TITLE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               ADD WS-COL-VALUE (WS-COL-SUB)
                   TO WS-UNCLASS-TOTAL (WS-COL-SUB)
           END-PERFORM.
           MOVE WS-CHART-ACCOUNT (WS-CHART-IDX) TO WS-DET-ACCOUNT-OUT.
           MOVE WS-CHART-DESC (WS-CHART-IDX) TO WS-DET-DESC-OUT.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-UNCLASSIFIED-TITLE.
           SET WS-UNCLASS-FOUND TO TRUE.
           IF WS-UNCLASS-TITLE-DONE
               EXIT PARAGRAPH
           END-IF.
           SET WS-UNCLASS-TITLE-DONE TO TRUE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "UNCLASSIFIED - NO STATEMENT TYPE ON THE CHART"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DET-COLUMN (1).
           MOVE SPACES TO WS-DET-COLUMN (2).
           MOVE SPACES TO WS-DET-COLUMN (3).
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
               MOVE WS-COL-VALUE (WS-COL-SUB)
                   TO WS-DET-AMOUNT-OUT (WS-COL-SUB)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       END PROGRAM GL-FINANCIAL-STATEMENTS.
