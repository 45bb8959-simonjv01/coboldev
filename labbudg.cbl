       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR-BUDGET-VARIANCE.
       AUTHOR. YOUR-NAME.

      * Departmental labor budget against actual for one company and
      * pay period. The budget file (labbudg.txt) carries a budget
      * amount per department per period. Actuals are the gross
      * each department received through the labor-distribution
      * split that feeds the GL department buckets, as every
      * completed salary run and off-cycle run leaves it on
      * wcpay.txt. The report shows the period and the year to date
      * side by side, with the variance in dollars and percent; a
      * department over budget by more than the tolerance (5% unless
      * given) is flagged, as is one with actuals and no budget.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-BUDGET-FILE ASSIGN TO
                   "/Users/simonvargas/labbudg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.

      * Department gross per run - the same history the workers'
      * comp report reads
           SELECT COMP-PAYROLL-FILE ASSIGN TO
                   "/Users/simonvargas/wcpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCP-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/budrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Period IDs are YYYYPP, as on the payroll calendar
       FD LABOR-BUDGET-FILE.
       01 LABOR-BUDGET-RECORD.
           05 LB-COMPANY-CODE    PIC X(4).
           05 LB-PAY-PERIOD-ID   PIC X(6).
           05 LB-PERIOD-SPLIT REDEFINES LB-PAY-PERIOD-ID.
               10 LB-PERIOD-YEAR PIC X(4).
               10 LB-PERIOD-NUMBER PIC X(2).
           05 LB-DEPT-CODE       PIC X(4).
           05 LB-BUDGET-AMOUNT   PIC 9(9)V99.

      * Same layout the salary processor and off-cycle run append
       FD COMP-PAYROLL-FILE.
       01 COMP-PAYROLL-RECORD.
           05 WP-COMPANY-CODE    PIC X(4).
           05 WP-PAY-PERIOD-ID   PIC X(6).
           05 WP-PAY-DATE        PIC 9(8).
           05 WP-RUN-STAMP       PIC 9(14).
           05 WP-RUN-TYPE        PIC X(1).
               88 WP-RESUBMIT-RUN VALUE 'S'.
           05 WP-DEPT-CODE       PIC X(4).
           05 WP-GROSS           PIC S9(9)V99.
           05 WP-OT-PREMIUM      PIC S9(9)V99.

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LB-STATUS          PIC XX.
       01 WS-WCP-STATUS         PIC XX.
       01 WS-LB-EOF-SW          PIC X VALUE 'N'.
           88 WS-LB-END-OF-FILE VALUE 'Y'.
       01 WS-WCP-EOF-SW         PIC X VALUE 'N'.
           88 WS-WCP-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-PAY-PERIOD-ID      PIC X(6).
       01 WS-PERIOD-SPLIT REDEFINES WS-PAY-PERIOD-ID.
           05 WS-PERIOD-YEAR     PIC X(4).
           05 WS-PERIOD-NUMBER   PIC X(2).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-TOLERANCE-ARG      PIC X(2).
       01 WS-TOLERANCE-PCT      PIC 9(2)V99 VALUE 5.

      * The report period's pay date closes the year to date; the
      * year is the pay date's year
       01 WS-PERIOD-PAY-DATE    PIC 9(8) VALUE ZERO.
       01 WS-PAY-DATE-SPLIT REDEFINES WS-PERIOD-PAY-DATE.
           05 WS-PAY-DATE-YEAR   PIC 9(4).
           05 WS-PAY-DATE-MMDD   PIC 9(4).
       01 WS-YEAR-START         PIC 9(8).
       01 WS-WORK-DEPT          PIC X(4).

      * The run each company/period's actuals are taken from: the
      * latest full run, so an override rerun replaces the run it
      * reran, with any resubmit after it added on
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RUN-IDX.
               10 WS-RUN-PERIOD      PIC X(6).
               10 WS-RUN-BASE-STAMP  PIC 9(14).
       01 WS-RUN-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RUN-FOUND-SW       PIC X VALUE 'N'.
           88 WS-RUN-FOUND      VALUE 'Y'.
       01 WS-RUN-USE-SW         PIC X VALUE 'N'.
           88 WS-RUN-USE-LINE   VALUE 'Y'.

       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DP-IDX.
               10 WS-DP-DEPT-CODE    PIC X(4).
               10 WS-DP-PER-BUDGET   PIC S9(11)V99.
               10 WS-DP-PER-ACTUAL   PIC S9(11)V99.
               10 WS-DP-YTD-BUDGET   PIC S9(11)V99.
               10 WS-DP-YTD-ACTUAL   PIC S9(11)V99.
       01 WS-DP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-DP-FOUND-SW        PIC X VALUE 'N'.
           88 WS-DP-FOUND       VALUE 'Y'.

       01 WS-VARIANCE           PIC S9(11)V99.
       01 WS-VARIANCE-PCT       PIC S9(5)V99.
       01 WS-YTD-VARIANCE       PIC S9(11)V99.
       01 WS-YTD-VARIANCE-PCT   PIC S9(5)V99.
       01 WS-FLAG               PIC X(12).
       01 WS-FLAGGED-COUNT      PIC 9(3) VALUE ZERO.

       01 WS-TOTALS.
           05 WS-TOT-PER-BUDGET  PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-PER-ACTUAL  PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-BUDGET  PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-ACTUAL  PIC S9(11)V99 VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-RH-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(11) VALUE "   PERIOD: ".
           05 WS-RH-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(13) VALUE "   PAY DATE: ".
           05 WS-RH-PAY-DATE-OUT PIC 9(8).
           05 FILLER             PIC X(14) VALUE "   TOLERANCE: ".
           05 WS-RH-TOLERANCE-OUT PIC Z9.99.
           05 FILLER             PIC X(1) VALUE "%".

       01 WS-COLUMN-HEADER-1.
           05 FILLER             PIC X(5) VALUE "DEPT ".
           05 FILLER             PIC X(21) VALUE ALL "-".
           05 FILLER             PIC X(8) VALUE " PERIOD ".
           05 FILLER             PIC X(25) VALUE ALL "-".
           05 FILLER             PIC X(18) VALUE ALL "-".
           05 FILLER             PIC X(14) VALUE " YEAR TO DATE ".
           05 FILLER             PIC X(22) VALUE ALL "-".

       01 WS-COLUMN-HEADER-2.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 FILLER             PIC X(45) VALUE
                  "        BUDGET         ACTUAL       VARIANCE".
           05 FILLER             PIC X(9) VALUE "    VAR% ".
           05 FILLER             PIC X(45) VALUE
                  "        BUDGET         ACTUAL       VARIANCE".
           05 FILLER             PIC X(9) VALUE "    VAR% ".

       01 WS-BUDGET-DETAIL.
           05 WS-BD-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-BD-PER-BUDGET-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-PER-ACTUAL-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-PER-VAR-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-PER-PCT-OUT  PIC ZZZZ9.99-.
           05 WS-BD-YTD-BUDGET-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-YTD-ACTUAL-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-YTD-VAR-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-BD-YTD-PCT-OUT  PIC ZZZZ9.99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-BD-FLAG-OUT     PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Labor Budget Variance Report...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM FIND-RUNS-OF-RECORD.
           PERFORM LOAD-ACTUALS.
           PERFORM LOAD-BUDGETS.
           PERFORM WRITE-BUDGET-REPORT.

           DISPLAY "DEPARTMENTS REPORTED: " WS-DP-COUNT
                   "  FLAGGED: " WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Labor Budget Variance Report completed.".
           STOP RUN.

      * Company, pay period (YYYYPP) and an optional whole-number
      * tolerance percent
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
           MOVE SPACES TO WS-TOLERANCE-ARG.
           ACCEPT WS-TOLERANCE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-TOLERANCE-ARG
           END-ACCEPT.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Pay Period ID (YYYYPP): "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.
           IF WS-TOLERANCE-ARG IS NUMERIC
               MOVE WS-TOLERANCE-ARG TO WS-TOLERANCE-PCT
           END-IF.

      * First pass: the latest full run for each of this company's
      * periods, and the report period's pay date
       FIND-RUNS-OF-RECORD.
           OPEN INPUT COMP-PAYROLL-FILE.
           IF WS-WCP-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT PAYROLL HISTORY (wcpay.txt). "
                       "STATUS: " WS-WCP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                           PERFORM FIND-RUN-ENTRY
                           IF WS-RUN-FOUND AND NOT WP-RESUBMIT-RUN
                                   AND WP-RUN-STAMP
                                   > WS-RUN-BASE-STAMP (WS-RUN-IDX)
                               MOVE WP-RUN-STAMP
                                   TO WS-RUN-BASE-STAMP (WS-RUN-IDX)
                           END-IF
                           IF WP-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                                   AND WP-PAY-DATE
                                   > WS-PERIOD-PAY-DATE
                               MOVE WP-PAY-DATE TO WS-PERIOD-PAY-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.
           IF WS-PERIOD-PAY-DATE = ZERO
               DISPLAY "NO COMPLETED RUN FOR PERIOD " WS-PAY-PERIOD-ID
                       " - ACTUALS THROUGH TODAY"
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PERIOD-PAY-DATE
           END-IF.
           COMPUTE WS-YEAR-START = WS-PAY-DATE-YEAR * 10000 + 0101.

       FIND-RUN-ENTRY.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-PERIOD (WS-RUN-IDX) = WP-PAY-PERIOD-ID
                   SET WS-RUN-FOUND TO TRUE
                   SET WS-RUN-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FOUND
               IF WS-RUN-COUNT >= 2000
                   DISPLAY "RUN TABLE FULL - PERIOD "
                           WP-PAY-PERIOD-ID " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE WP-PAY-PERIOD-ID TO WS-RUN-PERIOD (WS-RUN-IDX)
               MOVE ZERO TO WS-RUN-BASE-STAMP (WS-RUN-IDX)
               SET WS-RUN-FOUND TO TRUE
           END-IF.

      * Second pass: the run of record's department gross into the
      * period (this period's runs) and the year to date (every run
      * paid from January 1 through the period's pay date, off-cycle
      * runs included)
       LOAD-ACTUALS.
           MOVE 'N' TO WS-WCP-EOF-SW.
           OPEN INPUT COMP-PAYROLL-FILE.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                               AND WP-PAY-DATE >= WS-YEAR-START
                               AND WP-PAY-DATE <= WS-PERIOD-PAY-DATE
                           PERFORM CHECK-RUN-OF-RECORD
                           IF WS-RUN-USE-LINE
                               PERFORM ADD-ACTUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.

       CHECK-RUN-OF-RECORD.
           MOVE 'N' TO WS-RUN-USE-SW.
           PERFORM FIND-RUN-ENTRY.
           IF NOT WS-RUN-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WP-RESUBMIT-RUN
               IF WP-RUN-STAMP > WS-RUN-BASE-STAMP (WS-RUN-IDX)
                   SET WS-RUN-USE-LINE TO TRUE
               END-IF
           ELSE
               IF WP-RUN-STAMP = WS-RUN-BASE-STAMP (WS-RUN-IDX)
                   SET WS-RUN-USE-LINE TO TRUE
               END-IF
           END-IF.

       ADD-ACTUAL.
           MOVE WP-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           IF NOT WS-DP-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD WP-GROSS TO WS-DP-YTD-ACTUAL (WS-DP-IDX).
           IF WP-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
               ADD WP-GROSS TO WS-DP-PER-ACTUAL (WS-DP-IDX)
           END-IF.

      * Budget for the period, and for every period of the same year
      * up to and including it
       LOAD-BUDGETS.
           OPEN INPUT LABOR-BUDGET-FILE.
           IF WS-LB-STATUS NOT = "00"
               DISPLAY "NO LABOR BUDGET FILE (labbudg.txt). STATUS: "
                       WS-LB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-LB-END-OF-FILE
               READ LABOR-BUDGET-FILE
                   AT END MOVE 'Y' TO WS-LB-EOF-SW
                   NOT AT END
                       IF LB-COMPANY-CODE = WS-COMPANY-CODE
                               AND LB-PERIOD-YEAR = WS-PERIOD-YEAR
                               AND LB-PAY-PERIOD-ID
                                   <= WS-PAY-PERIOD-ID
                           PERFORM ADD-BUDGET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LABOR-BUDGET-FILE.

       ADD-BUDGET.
           MOVE LB-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           IF NOT WS-DP-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD LB-BUDGET-AMOUNT TO WS-DP-YTD-BUDGET (WS-DP-IDX).
           IF LB-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
               ADD LB-BUDGET-AMOUNT TO WS-DP-PER-BUDGET (WS-DP-IDX)
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-DP-FOUND-SW.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-DEPT-CODE (WS-DP-IDX) = WS-WORK-DEPT
                   SET WS-DP-FOUND TO TRUE
                   SET WS-DP-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-DP-FOUND
               IF WS-DP-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL - DEPT "
                           WS-WORK-DEPT " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               SET WS-DP-IDX TO WS-DP-COUNT
               MOVE WS-WORK-DEPT TO WS-DP-DEPT-CODE (WS-DP-IDX)
               MOVE ZERO TO WS-DP-PER-BUDGET (WS-DP-IDX)
               MOVE ZERO TO WS-DP-PER-ACTUAL (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-BUDGET (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-ACTUAL (WS-DP-IDX)
               SET WS-DP-FOUND TO TRUE
           END-IF.

       WRITE-BUDGET-REPORT.
           OPEN OUTPUT BUDGET-REPORT-FILE.
           MOVE "***** DEPARTMENTAL LABOR BUDGET VS ACTUAL *****"
               TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-RH-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-RH-PERIOD-OUT.
           MOVE WS-PERIOD-PAY-DATE TO WS-RH-PAY-DATE-OUT.
           MOVE WS-TOLERANCE-PCT TO WS-RH-TOLERANCE-OUT.
           MOVE WS-REPORT-HEADER TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-COLUMN-HEADER-1 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE WS-COLUMN-HEADER-2 TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM WRITE-DEPT-LINE
           END-PERFORM.

           MOVE SPACES TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           MOVE "ALL " TO WS-BD-DEPT-OUT.
           MOVE WS-TOT-PER-BUDGET TO WS-BD-PER-BUDGET-OUT.
           MOVE WS-TOT-PER-ACTUAL TO WS-BD-PER-ACTUAL-OUT.
           COMPUTE WS-VARIANCE = WS-TOT-PER-ACTUAL - WS-TOT-PER-BUDGET.
           MOVE WS-VARIANCE TO WS-BD-PER-VAR-OUT.
           IF WS-TOT-PER-BUDGET > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-TOT-PER-BUDGET
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
           END-IF.
           MOVE WS-VARIANCE-PCT TO WS-BD-PER-PCT-OUT.
           MOVE WS-TOT-YTD-BUDGET TO WS-BD-YTD-BUDGET-OUT.
           MOVE WS-TOT-YTD-ACTUAL TO WS-BD-YTD-ACTUAL-OUT.
           COMPUTE WS-YTD-VARIANCE =
                   WS-TOT-YTD-ACTUAL - WS-TOT-YTD-BUDGET.
           MOVE WS-YTD-VARIANCE TO WS-BD-YTD-VAR-OUT.
           IF WS-TOT-YTD-BUDGET > ZERO
               COMPUTE WS-YTD-VARIANCE-PCT ROUNDED =
                       WS-YTD-VARIANCE * 100 / WS-TOT-YTD-BUDGET
           ELSE
               MOVE ZERO TO WS-YTD-VARIANCE-PCT
           END-IF.
           MOVE WS-YTD-VARIANCE-PCT TO WS-BD-YTD-PCT-OUT.
           MOVE SPACES TO WS-BD-FLAG-OUT.
           MOVE WS-BUDGET-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
           CLOSE BUDGET-REPORT-FILE.

      * Variance is actual less budget, so a positive figure is over
      * budget. Over by more than the tolerance in the period or the
      * year to date is flagged.
       WRITE-DEPT-LINE.
           ADD WS-DP-PER-BUDGET (WS-DP-IDX) TO WS-TOT-PER-BUDGET.
           ADD WS-DP-PER-ACTUAL (WS-DP-IDX) TO WS-TOT-PER-ACTUAL.
           ADD WS-DP-YTD-BUDGET (WS-DP-IDX) TO WS-TOT-YTD-BUDGET.
           ADD WS-DP-YTD-ACTUAL (WS-DP-IDX) TO WS-TOT-YTD-ACTUAL.
           MOVE SPACES TO WS-FLAG.
           COMPUTE WS-VARIANCE = WS-DP-PER-ACTUAL (WS-DP-IDX)
                   - WS-DP-PER-BUDGET (WS-DP-IDX).
           COMPUTE WS-YTD-VARIANCE = WS-DP-YTD-ACTUAL (WS-DP-IDX)
                   - WS-DP-YTD-BUDGET (WS-DP-IDX).
           IF WS-DP-PER-BUDGET (WS-DP-IDX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED = WS-VARIANCE * 100
                       / WS-DP-PER-BUDGET (WS-DP-IDX)
               IF WS-VARIANCE-PCT > WS-TOLERANCE-PCT
                   MOVE "** OVER **" TO WS-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-VARIANCE-PCT
               IF WS-DP-PER-ACTUAL (WS-DP-IDX) > ZERO
                   MOVE "** NO BUDGET" TO WS-FLAG
               END-IF
           END-IF.
           IF WS-DP-YTD-BUDGET (WS-DP-IDX) > ZERO
               COMPUTE WS-YTD-VARIANCE-PCT ROUNDED =
                       WS-YTD-VARIANCE * 100
                       / WS-DP-YTD-BUDGET (WS-DP-IDX)
               IF WS-YTD-VARIANCE-PCT > WS-TOLERANCE-PCT
                       AND WS-FLAG = SPACES
                   MOVE "** OVER YTD" TO WS-FLAG
               END-IF
           ELSE
               MOVE ZERO TO WS-YTD-VARIANCE-PCT
               IF WS-DP-YTD-ACTUAL (WS-DP-IDX) > ZERO
                       AND WS-FLAG = SPACES
                   MOVE "** NO BUDGET" TO WS-FLAG
               END-IF
           END-IF.
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "DEPT " WS-DP-DEPT-CODE (WS-DP-IDX) " " WS-FLAG
           END-IF.
           MOVE WS-DP-DEPT-CODE (WS-DP-IDX) TO WS-BD-DEPT-OUT.
           MOVE WS-DP-PER-BUDGET (WS-DP-IDX) TO WS-BD-PER-BUDGET-OUT.
           MOVE WS-DP-PER-ACTUAL (WS-DP-IDX) TO WS-BD-PER-ACTUAL-OUT.
           MOVE WS-VARIANCE TO WS-BD-PER-VAR-OUT.
           MOVE WS-VARIANCE-PCT TO WS-BD-PER-PCT-OUT.
           MOVE WS-DP-YTD-BUDGET (WS-DP-IDX) TO WS-BD-YTD-BUDGET-OUT.
           MOVE WS-DP-YTD-ACTUAL (WS-DP-IDX) TO WS-BD-YTD-ACTUAL-OUT.
           MOVE WS-YTD-VARIANCE TO WS-BD-YTD-VAR-OUT.
           MOVE WS-YTD-VARIANCE-PCT TO WS-BD-YTD-PCT-OUT.
           MOVE WS-FLAG TO WS-BD-FLAG-OUT.
           MOVE WS-BUDGET-DETAIL TO BUDGET-REPORT-LINE.
           WRITE BUDGET-REPORT-LINE.
