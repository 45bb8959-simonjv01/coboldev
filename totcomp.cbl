       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTAL-COMPENSATION-STATEMENT.
       AUTHOR. YOUR-NAME.

      * Annual total compensation statement - what each employee
      * cost the company for the year, not just what landed on the
      * W-2. Gross wages come off the YTD master (the same archive-
      * or-live master the W-2 run reads); the employer side comes
      * off the labor cost files every regular and off-cycle run of
      * the year left behind (benefit match with the 401(k) share
      * broken out, and the employer social security, Medicare, and
      * unemployment taxes itemized as on the employer tax
      * register); accrued leave is priced off leavebal.dat by the
      * leave valuation's policy; and the plans the employee is
      * enrolled in are listed from benplan.dat. The runs of the
      * year are the company / period pairs taxliab.txt dates in
      * the tax year. The grand totals page ties the wages back to
      * the W-2 figure and the wage and employer tax expense back to
      * the GL balance master for those periods; any difference, or
      * a run whose labor cost file is missing, ends RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Resolved at run time exactly as the W-2 run does it: the
      * year's archive when the year is closed, else the live master
           SELECT YTD-FILE ASSIGN TO DYNAMIC WS-YTD-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO
                   "/Users/simonvargas/benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO
                   "/Users/simonvargas/leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LB-STATUS.

           SELECT TAX-LIABILITY-FILE ASSIGN TO
                   "/Users/simonvargas/taxliab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

      * One per company and period, named as the salary processor
      * and the off-cycle run name it
           SELECT LABOR-COST-FILE ASSIGN TO
                   DYNAMIC WS-LABCOST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

           SELECT GL-BALANCE-FILE ASSIGN TO
                   "/Users/simonvargas/glbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-BAL-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO
                   "/Users/simonvargas/totcomp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout EMPLOYEE-SALARY-PROCESSOR maintains each period
       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-EMP-ID        PIC 9(5).
           05 YTD-GROSS         PIC 9(9)V99.
           05 YTD-FED-TAX       PIC 9(9)V99.
           05 YTD-STATE-TAX     PIC 9(9)V99.

       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EM-EMP-ID          PIC 9(5).
           05 EM-EMP-NAME        PIC X(20).
           05 EM-DEPT-CODE       PIC X(4).
           05 EM-EMP-SALARY      PIC 9(7)V99.
           05 EM-EMP-STATUS      PIC X(1).
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).

      * Same layout EMPLOYEE-SALARY-PROCESSOR deducts from
       FD BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
           05 BP-EMP-ID          PIC 9(5).
           05 BP-PLAN-CODE       PIC X(4).
           05 BP-PRETAX-FLAG     PIC X(1).
           05 BP-METHOD          PIC X(1).
           05 BP-AMOUNT          PIC 9(7)V99.
           05 BP-PERCENT         PIC 9(2)V99.
           05 BP-MATCH-PERCENT   PIC 9(2)V99.
           05 BP-MATCH-MAX       PIC 9(7)V99.

       FD LEAVE-BALANCE-FILE.
       01 LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID          PIC 9(5).
           05 LB-VAC-BALANCE     PIC S9(5)V99.
           05 LB-SICK-BALANCE    PIC S9(5)V99.

       FD TAX-LIABILITY-FILE.
       01 TAX-LIABILITY-RECORD.
           05 TL-COMPANY-CODE    PIC X(4).
           05 TL-PAY-PERIOD-ID   PIC X(6).
           05 TL-PAY-DATE        PIC 9(8).
           05 TL-PAY-DATE-SPLIT REDEFINES TL-PAY-DATE.
               10 TL-PAY-YEAR    PIC 9(4).
               10 FILLER         PIC 9(4).
           05 TL-FED-WH          PIC S9(9)V99.
           05 TL-ER-SS-TAX       PIC S9(9)V99.
           05 TL-ER-MEDI-TAX     PIC S9(9)V99.
           05 TL-RUN-TYPE        PIC X(1).

      * Same layout EMPLOYEE-SALARY-PROCESSOR writes. A file written
      * before the employer taxes were itemized ends at LC-BEN-MATCH.
       FD LABOR-COST-FILE.
       01 LABOR-COST-RECORD.
           05 LC-EMP-ID          PIC 9(5).
           05 LC-DEPT-CODE       PIC X(4).
           05 LC-RECORD-TYPE     PIC X(1).
           05 LC-GROSS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-TAX          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-BEN-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-MEDI         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-FUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-RET-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
           05 GB-KEY.
               10 GB-COMPANY-CODE  PIC X(4).
               10 GB-PAY-PERIOD-ID PIC X(6).
               10 GB-ACCOUNT-NUMBER PIC X(5).
           05 GB-BALANCE         PIC S9(11)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-YTD-STATUS          PIC XX.
       01 WS-EMM-STATUS          PIC XX.
       01 WS-BP-STATUS           PIC XX.
       01 WS-LB-STATUS           PIC XX.
       01 WS-TL-STATUS           PIC XX.
       01 WS-LC-STATUS           PIC XX.
       01 WS-BAL-STATUS          PIC XX.
       01 WS-YTD-EOF-SW          PIC X VALUE 'N'.
           88 WS-YTD-END-OF-FILE VALUE 'Y'.
       01 WS-BP-EOF-SW           PIC X VALUE 'N'.
           88 WS-BP-END-OF-FILE  VALUE 'Y'.
       01 WS-TL-EOF-SW           PIC X VALUE 'N'.
           88 WS-TL-END-OF-FILE  VALUE 'Y'.
       01 WS-LC-EOF-SW           PIC X VALUE 'N'.
           88 WS-LC-END-OF-FILE  VALUE 'Y'.
       01 WS-BAL-EOF-SW          PIC X VALUE 'N'.
           88 WS-BAL-END-OF-FILE VALUE 'Y'.
       01 WS-LB-OPEN-SW          PIC X VALUE 'N'.
           88 WS-LB-OPEN         VALUE 'Y'.
       01 WS-BAL-OPEN-SW         PIC X VALUE 'N'.
           88 WS-BAL-OPEN        VALUE 'Y'.

       01 WS-TAX-YEAR            PIC 9(4).
       01 WS-YTD-FILENAME        PIC X(50) VALUE SPACES.
       01 WS-LABCOST-FILENAME    PIC X(50) VALUE SPACES.

      * Same policy the leave valuation prices balances by
       01 WS-VALUATION-POLICY.
           05 WS-SICK-VALUE-PCT   PIC V99 VALUE .25.
       01 WS-PERIOD-HOURS        PIC 9(3) VALUE 80.
       01 WS-EMP-RATE            PIC 9(5)V99 VALUE ZERO.

       01 WS-RET-PLAN-PREFIX     PIC X(3) VALUE "401".

      * The year's payroll runs - one entry per company and period
      * taxliab.txt dates in the tax year (a resubmitted run's second
      * liability line lands on the same entry)
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RUN-IDX.
               10 WS-RUN-COMPANY     PIC X(4).
               10 WS-RUN-PERIOD      PIC X(6).
       01 WS-RUN-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-RUN-FOUND-SW        PIC X VALUE 'N'.
           88 WS-RUN-FOUND       VALUE 'Y'.

      * Enrolled plan codes per employee, listed on the statement
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10 WS-PLAN-EMP-ID     PIC 9(5).
               10 WS-PLAN-CODE       PIC X(4).
       01 WS-PLAN-COUNT          PIC 9(4) VALUE ZERO.

      * Employer cost per employee summed across the year's labor
      * cost files
       01 WS-COST-TABLE.
           05 WS-COST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-COST-IDX.
               10 WS-COST-EMP-ID     PIC 9(5).
               10 WS-COST-GROSS      PIC S9(9)V99.
               10 WS-COST-BEN-MATCH  PIC S9(9)V99.
               10 WS-COST-RET-MATCH  PIC S9(9)V99.
               10 WS-COST-ER-SS      PIC S9(9)V99.
               10 WS-COST-ER-MEDI    PIC S9(9)V99.
               10 WS-COST-ER-UNEMP   PIC S9(9)V99.
               10 WS-COST-ER-OTHER   PIC S9(9)V99.
       01 WS-COST-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-COST-FOUND-SW       PIC X VALUE 'N'.
           88 WS-COST-FOUND      VALUE 'Y'.

      * One employee's statement figures
       01 WS-EMP-NAME-HOLD       PIC X(20).
       01 WS-EMP-DEPT-HOLD       PIC X(4).
       01 WS-EMP-GROSS           PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-BENEFIT         PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-RET-MATCH       PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-ER-SS           PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-ER-MEDI         PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-ER-UNEMP        PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-ER-OTHER        PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-LEAVE           PIC S9(9)V99 VALUE ZERO.
       01 WS-EMP-TOTAL           PIC S9(9)V99 VALUE ZERO.

       01 WS-STATEMENT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-MISSING-RUN-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-UNITEMIZED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-NO-YTD-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TIE-DIFF-COUNT      PIC 9(3) VALUE ZERO.

       01 WS-GRAND-GROSS         PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-LC-GROSS      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-BENEFIT       PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-RET-MATCH     PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ER-SS         PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ER-MEDI       PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ER-UNEMP      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ER-OTHER      PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-ER-TAX        PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-LEAVE         PIC S9(11)V99 VALUE ZERO.
       01 WS-GRAND-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-WAGE-EXPENSE     PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-TAX-EXPENSE      PIC S9(11)V99 VALUE ZERO.
       01 WS-TIE-DIFF            PIC S9(11)V99 VALUE ZERO.

       01 WS-STMT-HEADER.
           05 FILLER             PIC X(36) VALUE
                  "***** TOTAL COMPENSATION STATEMENT ".
           05 FILLER             PIC X(6) VALUE "YEAR: ".
           05 WS-HDR-YEAR-OUT    PIC 9(4).
           05 FILLER             PIC X(6) VALUE " *****".

       01 WS-STMT-EMP-LINE.
           05 FILLER             PIC X(10) VALUE "EMPLOYEE: ".
           05 WS-STMT-ID-OUT     PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-STMT-NAME-OUT   PIC X(20).
           05 FILLER             PIC X(7) VALUE " DEPT: ".
           05 WS-STMT-DEPT-OUT   PIC X(4).

       01 WS-STMT-AMOUNT-LINE.
           05 WS-STMT-CAPTION    PIC X(36).
           05 WS-STMT-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-STMT-PLAN-LINE.
           05 FILLER             PIC X(17) VALUE
                  "  BENEFIT PLANS: ".
           05 WS-STMT-PLANS-OUT  PIC X(60).
       01 WS-PLAN-PTR            PIC 9(3).

      * Wider edit for the employer totals
       01 WS-GRAND-LINE.
           05 WS-GRAND-CAPTION   PIC X(36).
           05 WS-GRAND-OUT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-COUNT-LINE.
           05 WS-COUNT-CAPTION   PIC X(36).
           05 WS-COUNT-OUT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Total Compensation Statement Run...".
           PERFORM ACCEPT-TAX-YEAR.
           STRING "/Users/simonvargas/ytdmstr" DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-YTD-FILENAME.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS = "35"
               MOVE "/Users/simonvargas/ytdmstr.dat"
                   TO WS-YTD-FILENAME
               DISPLAY "NO ARCHIVE FOR TAX YEAR " WS-TAX-YEAR
                       " - USING THE LIVE YTD MASTER"
               OPEN INPUT YTD-FILE
           ELSE
               DISPLAY "USING ARCHIVED YTD MASTER: " WS-YTD-FILENAME
           END-IF.
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "YTD MASTER NOT AVAILABLE. STATUS: "
                       WS-YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE. STATUS: "
                       WS-EMM-STATUS
               CLOSE YTD-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-LB-STATUS = "00"
               SET WS-LB-OPEN TO TRUE
           ELSE
               DISPLAY "NO LEAVE BALANCE MASTER - LEAVE NOT VALUED"
           END-IF.

           PERFORM LOAD-BENEFIT-PLANS.
           PERFORM LOAD-YEAR-RUNS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM ACCUMULATE-ONE-RUN
           END-PERFORM.
           PERFORM SUM-GL-EXPENSE.

           OPEN OUTPUT STATEMENT-FILE.
           MOVE LOW-VALUES TO YTD-EMP-ID.
           START YTD-FILE KEY IS GREATER THAN YTD-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-YTD-EOF-SW
           END-START.
           PERFORM UNTIL WS-YTD-END-OF-FILE
               READ YTD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-YTD-EOF-SW
                   NOT AT END
                       PERFORM PRINT-ONE-STATEMENT
               END-READ
           END-PERFORM.
           PERFORM CHECK-COST-WITHOUT-YTD.

           PERFORM PRINT-GRAND-TOTALS-PAGE.

           CLOSE YTD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           IF WS-LB-OPEN
               CLOSE LEAVE-BALANCE-FILE
           END-IF.
           CLOSE STATEMENT-FILE.
           DISPLAY "COMPENSATION STATEMENTS PRINTED: "
                   WS-STATEMENT-COUNT.
           IF WS-MISSING-RUN-COUNT > ZERO
                   OR WS-TIE-DIFF-COUNT > ZERO
                   OR WS-NO-YTD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Total Compensation Statement Run completed.".
           STOP RUN.

      * Tax year from the command line first, so the year-end job
      * can run unattended; falls back to the interactive prompt
       ACCEPT-TAX-YEAR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE ZERO TO WS-TAX-YEAR.
           ACCEPT WS-TAX-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE ZERO TO WS-TAX-YEAR
           END-ACCEPT.
           IF WS-TAX-YEAR = ZERO
               DISPLAY "Enter tax year (YYYY): "
               ACCEPT WS-TAX-YEAR
           END-IF.

       LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-BP-STATUS NOT = "00"
               DISPLAY "NO BENEFIT PLAN FILE - NO PLANS LISTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BP-END-OF-FILE
               READ BENEFIT-PLAN-FILE
                   AT END MOVE 'Y' TO WS-BP-EOF-SW
                   NOT AT END
                       IF WS-PLAN-COUNT < 5000
                           ADD 1 TO WS-PLAN-COUNT
                           SET WS-PLAN-IDX TO WS-PLAN-COUNT
                           MOVE BP-EMP-ID
                               TO WS-PLAN-EMP-ID (WS-PLAN-IDX)
                           MOVE BP-PLAN-CODE
                               TO WS-PLAN-CODE (WS-PLAN-IDX)
                       ELSE
                           DISPLAY "PLAN TABLE FULL - ENROLLMENT "
                                   "DROPPED FOR EMPLOYEE: " BP-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLAN-FILE.

      * Every company / period the liability history dates in the
      * tax year, by pay date - so an off-cycle or a late period
      * lands in the year its wages were paid, as on the W-2
       LOAD-YEAR-RUNS.
           OPEN INPUT TAX-LIABILITY-FILE.
           IF WS-TL-STATUS NOT = "00"
               DISPLAY "NO TAX LIABILITY HISTORY (taxliab.txt). "
                       "STATUS: " WS-TL-STATUS
               DISPLAY "EMPLOYER COST CANNOT BE GATHERED - NO "
                       "STATEMENTS PRINTED"
               CLOSE YTD-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TL-END-OF-FILE
               READ TAX-LIABILITY-FILE
                   AT END MOVE 'Y' TO WS-TL-EOF-SW
                   NOT AT END
                       IF TL-PAY-YEAR = WS-TAX-YEAR
                           PERFORM ADD-YEAR-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-LIABILITY-FILE.
           DISPLAY "PAYROLL RUNS IN TAX YEAR: " WS-RUN-COUNT.

       ADD-YEAR-RUN.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-COMPANY (WS-RUN-IDX) = TL-COMPANY-CODE
                       AND WS-RUN-PERIOD (WS-RUN-IDX)
                           = TL-PAY-PERIOD-ID
                   SET WS-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-RUN-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-COUNT < 1000
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE TL-COMPANY-CODE TO WS-RUN-COMPANY (WS-RUN-IDX)
               MOVE TL-PAY-PERIOD-ID TO WS-RUN-PERIOD (WS-RUN-IDX)
           ELSE
               DISPLAY "RUN TABLE FULL - RUN DROPPED: "
                       TL-COMPANY-CODE " " TL-PAY-PERIOD-ID
           END-IF.

      * One run's labor cost file into the per-employee totals. A
      * run with no file (a trial, or one paid before the labor cost
      * file existed) is named on the report and fails the tie
       ACCUMULATE-ONE-RUN.
           MOVE SPACES TO WS-LABCOST-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-RUN-COMPANY (WS-RUN-IDX) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-PERIOD (WS-RUN-IDX) DELIMITED BY SIZE
                   "_labcost.txt" DELIMITED BY SIZE
               INTO WS-LABCOST-FILENAME.
           OPEN INPUT LABOR-COST-FILE.
           IF WS-LC-STATUS NOT = "00"
               ADD 1 TO WS-MISSING-RUN-COUNT
               DISPLAY "NO LABOR COST FILE FOR RUN: "
                       WS-RUN-COMPANY (WS-RUN-IDX) " "
                       WS-RUN-PERIOD (WS-RUN-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LC-EOF-SW.
           PERFORM UNTIL WS-LC-END-OF-FILE
               READ LABOR-COST-FILE
                   AT END MOVE 'Y' TO WS-LC-EOF-SW
                   NOT AT END
                       PERFORM ADD-LABOR-COST
               END-READ
           END-PERFORM.
           CLOSE LABOR-COST-FILE.

      * A line written before the taxes were itemized carries only
      * the employer tax total - it is shown on its own line rather
      * than guessed into a split
       ADD-LABOR-COST.
           PERFORM FIND-COST-ENTRY.
           IF NOT WS-COST-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD LC-GROSS TO WS-COST-GROSS (WS-COST-IDX).
           ADD LC-BEN-MATCH TO WS-COST-BEN-MATCH (WS-COST-IDX).
           IF LC-ER-SS IS NUMERIC AND LC-ER-MEDI IS NUMERIC
                   AND LC-ER-FUTA IS NUMERIC
                   AND LC-ER-SUTA IS NUMERIC
               ADD LC-ER-SS TO WS-COST-ER-SS (WS-COST-IDX)
               ADD LC-ER-MEDI TO WS-COST-ER-MEDI (WS-COST-IDX)
               ADD LC-ER-FUTA TO WS-COST-ER-UNEMP (WS-COST-IDX)
               ADD LC-ER-SUTA TO WS-COST-ER-UNEMP (WS-COST-IDX)
           ELSE
               ADD 1 TO WS-UNITEMIZED-COUNT
               ADD LC-ER-TAX TO WS-COST-ER-OTHER (WS-COST-IDX)
           END-IF.
           IF LC-RET-MATCH IS NUMERIC
               ADD LC-RET-MATCH TO WS-COST-RET-MATCH (WS-COST-IDX)
           END-IF.

       FIND-COST-ENTRY.
           MOVE 'N' TO WS-COST-FOUND-SW.
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT OR WS-COST-FOUND
               IF WS-COST-EMP-ID (WS-COST-IDX) = LC-EMP-ID
                   SET WS-COST-FOUND TO TRUE
                   SET WS-COST-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-COST-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-COST-COUNT < 5000
               ADD 1 TO WS-COST-COUNT
               SET WS-COST-IDX TO WS-COST-COUNT
               MOVE LC-EMP-ID TO WS-COST-EMP-ID (WS-COST-IDX)
               MOVE ZERO TO WS-COST-GROSS (WS-COST-IDX)
               MOVE ZERO TO WS-COST-BEN-MATCH (WS-COST-IDX)
               MOVE ZERO TO WS-COST-RET-MATCH (WS-COST-IDX)
               MOVE ZERO TO WS-COST-ER-SS (WS-COST-IDX)
               MOVE ZERO TO WS-COST-ER-MEDI (WS-COST-IDX)
               MOVE ZERO TO WS-COST-ER-UNEMP (WS-COST-IDX)
               MOVE ZERO TO WS-COST-ER-OTHER (WS-COST-IDX)
               SET WS-COST-FOUND TO TRUE
           ELSE
               DISPLAY "COST TABLE FULL - LABOR COST DROPPED "
                       "FOR EMPLOYEE: " LC-EMP-ID
           END-IF.

      * Wage and employer tax expense as booked, across every
      * company, for the periods of the year's runs - a chargeback
      * between companies nets out of the sum
       SUM-GL-EXPENSE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "NO GL BALANCE MASTER - GL TIE NOT PROVED"
               EXIT PARAGRAPH
           END-IF.
           SET WS-BAL-OPEN TO TRUE.
           MOVE LOW-VALUES TO GB-KEY.
           START GL-BALANCE-FILE KEY IS GREATER THAN GB-KEY
               INVALID KEY MOVE 'Y' TO WS-BAL-EOF-SW
           END-START.
           PERFORM UNTIL WS-BAL-END-OF-FILE
               READ GL-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BAL-EOF-SW
                   NOT AT END
                       IF GB-ACCOUNT-NUMBER = "50100"
                               OR GB-ACCOUNT-NUMBER = "50200"
                           PERFORM ADD-GL-EXPENSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCE-FILE.

       ADD-GL-EXPENSE.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-PERIOD (WS-RUN-IDX) = GB-PAY-PERIOD-ID
                   SET WS-RUN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF GB-ACCOUNT-NUMBER = "50100"
               ADD GB-BALANCE TO WS-GL-WAGE-EXPENSE
           ELSE
               ADD GB-BALANCE TO WS-GL-TAX-EXPENSE
           END-IF.

      * One statement per YTD master record. Wages are the YTD
      * figure the W-2 reports; the employer side is this
      * employee's labor cost total, the match split into the
      * 401(k) share and the other benefit plans
       PRINT-ONE-STATEMENT.
           MOVE YTD-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-EMP-NAME-HOLD
                   MOVE "????" TO WS-EMP-DEPT-HOLD
                   MOVE ZERO TO EM-HOURLY-RATE
                   MOVE ZERO TO EM-EMP-SALARY
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-EMP-NAME-HOLD
                   MOVE EM-DEPT-CODE TO WS-EMP-DEPT-HOLD
           END-READ.

           MOVE YTD-GROSS TO WS-EMP-GROSS.
           MOVE ZERO TO WS-EMP-BENEFIT.
           MOVE ZERO TO WS-EMP-RET-MATCH.
           MOVE ZERO TO WS-EMP-ER-SS.
           MOVE ZERO TO WS-EMP-ER-MEDI.
           MOVE ZERO TO WS-EMP-ER-UNEMP.
           MOVE ZERO TO WS-EMP-ER-OTHER.
           MOVE 'N' TO WS-COST-FOUND-SW.
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT OR WS-COST-FOUND
               IF WS-COST-EMP-ID (WS-COST-IDX) = YTD-EMP-ID
                   SET WS-COST-FOUND TO TRUE
                   SET WS-COST-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-COST-FOUND
               COMPUTE WS-EMP-BENEFIT =
                       WS-COST-BEN-MATCH (WS-COST-IDX)
                       - WS-COST-RET-MATCH (WS-COST-IDX)
               MOVE WS-COST-RET-MATCH (WS-COST-IDX)
                   TO WS-EMP-RET-MATCH
               MOVE WS-COST-ER-SS (WS-COST-IDX) TO WS-EMP-ER-SS
               MOVE WS-COST-ER-MEDI (WS-COST-IDX) TO WS-EMP-ER-MEDI
               MOVE WS-COST-ER-UNEMP (WS-COST-IDX)
                   TO WS-EMP-ER-UNEMP
               MOVE WS-COST-ER-OTHER (WS-COST-IDX)
                   TO WS-EMP-ER-OTHER
               ADD WS-COST-GROSS (WS-COST-IDX) TO WS-GRAND-LC-GROSS
           END-IF.
           PERFORM VALUE-EMPLOYEE-LEAVE.
           COMPUTE WS-EMP-TOTAL =
                   WS-EMP-GROSS + WS-EMP-BENEFIT + WS-EMP-RET-MATCH
                   + WS-EMP-ER-SS + WS-EMP-ER-MEDI + WS-EMP-ER-UNEMP
                   + WS-EMP-ER-OTHER + WS-EMP-LEAVE.

           MOVE WS-TAX-YEAR TO WS-HDR-YEAR-OUT.
           MOVE WS-STMT-HEADER TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE YTD-EMP-ID TO WS-STMT-ID-OUT.
           MOVE WS-EMP-NAME-HOLD TO WS-STMT-NAME-OUT.
           MOVE WS-EMP-DEPT-HOLD TO WS-STMT-DEPT-OUT.
           MOVE WS-STMT-EMP-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE "  GROSS WAGES:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-GROSS TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  EMPLOYER BENEFIT CONTRIBUTIONS:"
               TO WS-STMT-CAPTION.
           MOVE WS-EMP-BENEFIT TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  401(K) EMPLOYER MATCH:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-RET-MATCH TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  EMPLOYER SOCIAL SECURITY TAX:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-ER-SS TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  EMPLOYER MEDICARE TAX:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-ER-MEDI TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  EMPLOYER UNEMPLOYMENT TAX:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-ER-UNEMP TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           IF WS-EMP-ER-OTHER NOT = ZERO
               MOVE "  EMPLOYER TAXES NOT ITEMIZED:"
                   TO WS-STMT-CAPTION
               MOVE WS-EMP-ER-OTHER TO WS-STMT-AMOUNT-OUT
               PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           MOVE "  ACCRUED LEAVE VALUE:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-LEAVE TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE "  TOTAL COMPENSATION:" TO WS-STMT-CAPTION.
           MOVE WS-EMP-TOTAL TO WS-STMT-AMOUNT-OUT.
           PERFORM WRITE-STATEMENT-AMOUNT.

           PERFORM LIST-EMPLOYEE-PLANS.
           MOVE WS-STMT-PLAN-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-EMP-GROSS TO WS-GRAND-GROSS.
           ADD WS-EMP-BENEFIT TO WS-GRAND-BENEFIT.
           ADD WS-EMP-RET-MATCH TO WS-GRAND-RET-MATCH.
           ADD WS-EMP-ER-SS TO WS-GRAND-ER-SS.
           ADD WS-EMP-ER-MEDI TO WS-GRAND-ER-MEDI.
           ADD WS-EMP-ER-UNEMP TO WS-GRAND-ER-UNEMP.
           ADD WS-EMP-ER-OTHER TO WS-GRAND-ER-OTHER.
           ADD WS-EMP-LEAVE TO WS-GRAND-LEAVE.
           ADD WS-EMP-TOTAL TO WS-GRAND-TOTAL.

       WRITE-STATEMENT-AMOUNT.
           MOVE WS-STMT-AMOUNT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * Priced as the leave valuation prices it: vacation at the
      * employee's rate, sick at the policy percentage of it
       VALUE-EMPLOYEE-LEAVE.
           MOVE ZERO TO WS-EMP-LEAVE.
           IF NOT WS-LB-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE YTD-EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EM-HOURLY-RATE > ZERO
               MOVE EM-HOURLY-RATE TO WS-EMP-RATE
           ELSE
               COMPUTE WS-EMP-RATE ROUNDED =
                       EM-EMP-SALARY / WS-PERIOD-HOURS
           END-IF.
           COMPUTE WS-EMP-LEAVE ROUNDED =
                   LB-VAC-BALANCE * WS-EMP-RATE
                   + LB-SICK-BALANCE * WS-EMP-RATE
                     * WS-SICK-VALUE-PCT.

       LIST-EMPLOYEE-PLANS.
           MOVE SPACES TO WS-STMT-PLANS-OUT.
           MOVE 1 TO WS-PLAN-PTR.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PLAN-EMP-ID (WS-PLAN-IDX) = YTD-EMP-ID
                       AND WS-PLAN-PTR < 56
                   STRING WS-PLAN-CODE (WS-PLAN-IDX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                       INTO WS-STMT-PLANS-OUT
                       WITH POINTER WS-PLAN-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-PLAN-PTR = 1
               MOVE "NONE" TO WS-STMT-PLANS-OUT
           END-IF.

      * Labor cost for an employee the YTD master has never heard
      * of means the YTD master and the runs disagree
       CHECK-COST-WITHOUT-YTD.
           PERFORM VARYING WS-COST-IDX FROM 1 BY 1
                   UNTIL WS-COST-IDX > WS-COST-COUNT
               MOVE WS-COST-EMP-ID (WS-COST-IDX) TO YTD-EMP-ID
               READ YTD-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-YTD-COUNT
                       DISPLAY "LABOR COST WITH NO YTD RECORD: "
                               WS-COST-EMP-ID (WS-COST-IDX)
               END-READ
           END-PERFORM.

      * Grand totals, then the tie-outs: the statements' wages
      * against the W-2 figure (the same YTD master, so it differs
      * only if the labor cost files missed a run), and wage and
      * employer tax expense against the GL
       PRINT-GRAND-TOTALS-PAGE.
           MOVE "***** TOTAL COMPENSATION GRAND TOTALS *****"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "  STATEMENTS ISSUED:" TO WS-COUNT-CAPTION.
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-OUT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  PAYROLL RUNS IN YEAR:" TO WS-COUNT-CAPTION.
           MOVE WS-RUN-COUNT TO WS-COUNT-OUT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  RUNS WITH NO LABOR COST FILE:" TO WS-COUNT-CAPTION.
           MOVE WS-MISSING-RUN-COUNT TO WS-COUNT-OUT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  COST LINES NOT ITEMIZED:" TO WS-COUNT-CAPTION.
           MOVE WS-UNITEMIZED-COUNT TO WS-COUNT-OUT.
           PERFORM WRITE-COUNT-LINE.

           MOVE "  GROSS WAGES:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-GROSS TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  EMPLOYER BENEFIT CONTRIBUTIONS:"
               TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-BENEFIT TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  401(K) EMPLOYER MATCH:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-RET-MATCH TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  EMPLOYER SOCIAL SECURITY TAX:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-ER-SS TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  EMPLOYER MEDICARE TAX:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-ER-MEDI TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  EMPLOYER UNEMPLOYMENT TAX:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-ER-UNEMP TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  EMPLOYER TAXES NOT ITEMIZED:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-ER-OTHER TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  ACCRUED LEAVE VALUE:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-LEAVE TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  TOTAL COMPENSATION:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.

           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "***** TIE-OUT *****" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE "  W-2 TOTAL WAGES (YTD MASTER):" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-GROSS TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  WAGES ON LABOR COST FILES:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-LC-GROSS TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           COMPUTE WS-TIE-DIFF = WS-GRAND-GROSS - WS-GRAND-LC-GROSS.
           PERFORM WRITE-TIE-DIFF.

           IF NOT WS-BAL-OPEN
               MOVE "  GL TIE NOT PROVED - NO BALANCE MASTER"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               ADD 1 TO WS-TIE-DIFF-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "  GL 50100 GROSS PAY EXPENSE:" TO WS-GRAND-CAPTION.
           MOVE WS-GL-WAGE-EXPENSE TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           COMPUTE WS-TIE-DIFF = WS-GRAND-GROSS - WS-GL-WAGE-EXPENSE.
           PERFORM WRITE-TIE-DIFF.
           COMPUTE WS-GRAND-ER-TAX =
                   WS-GRAND-ER-SS + WS-GRAND-ER-MEDI
                   + WS-GRAND-ER-UNEMP + WS-GRAND-ER-OTHER.
           MOVE "  EMPLOYER TAXES ON STATEMENTS:" TO WS-GRAND-CAPTION.
           MOVE WS-GRAND-ER-TAX TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           MOVE "  GL 50200 EMPLOYER TAX EXPENSE:"
               TO WS-GRAND-CAPTION.
           MOVE WS-GL-TAX-EXPENSE TO WS-GRAND-OUT.
           PERFORM WRITE-GRAND-LINE.
           COMPUTE WS-TIE-DIFF = WS-GRAND-ER-TAX - WS-GL-TAX-EXPENSE.
           PERFORM WRITE-TIE-DIFF.

           DISPLAY "TOTAL WAGES: " WS-GRAND-GROSS.
           DISPLAY "TOTAL COMPENSATION: " WS-GRAND-TOTAL.

       WRITE-TIE-DIFF.
           IF WS-TIE-DIFF = ZERO
               MOVE "    DIFFERENCE - IN BALANCE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           ELSE
               ADD 1 TO WS-TIE-DIFF-COUNT
               MOVE "    ** DIFFERENCE **:" TO WS-GRAND-CAPTION
               MOVE WS-TIE-DIFF TO WS-GRAND-OUT
               PERFORM WRITE-GRAND-LINE
           END-IF.

       WRITE-GRAND-LINE.
           MOVE WS-GRAND-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       END PROGRAM TOTAL-COMPENSATION-STATEMENT.
