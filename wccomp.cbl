       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKERS-COMP-PREMIUM.
       AUTHOR. YOUR-NAME.

      * Workers' compensation premium by class code for one company,
      * for a quarter and for the year through that quarter. Every
      * completed salary run and off-cycle run leaves its gross by
      * department on wcpay.txt, with the overtime premium inside
      * it; the insurer rates payroll at straight time, so that
      * premium is taken out before any rate is applied. The class
      * table (wcclass.txt) maps each department to a comp class
      * and a rate per $100 of payroll. A department line may also
      * carry a job code: the time entries booked to that job by
      * the department's employees then move their share of the
      * department's hours, and so of its payroll, into the job's
      * class, and the rest stays in the department's own class.
      * A department with payroll and no class to carry it is
      * listed as unmapped so it cannot drop off the insurer's
      * audit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-PAYROLL-FILE ASSIGN TO
                   "/Users/simonvargas/wcpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCP-STATUS.

      * Department (and optional job code) to comp class and rate
           SELECT COMP-CLASS-FILE ASSIGN TO
                   "/Users/simonvargas/wcclass.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCC-STATUS.

           SELECT TIME-ENTRY-FILE ASSIGN TO
                   "/Users/simonvargas/timeentries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT COMP-PREMIUM-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/wcprem.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * Spaces in WC-JOB-CODE make the line the department's own
      * class; a job code makes it the class for that job's hours
       FD COMP-CLASS-FILE.
       01 COMP-CLASS-RECORD.
           05 WC-DEPT-CODE       PIC X(4).
           05 WC-JOB-CODE        PIC X(6).
           05 WC-CLASS-CODE      PIC X(4).
           05 WC-RATE            PIC 9(3)V9999.
           05 WC-DESCRIPTION     PIC X(20).

      * Daily time-entry records - same layout jobcost.cbl reads
       FD TIME-ENTRY-FILE.
       01 TIME-ENTRY-RECORD.
           05 TE-EMP-ID        PIC 9(5).
           05 TE-HOURS          PIC 9(2)V99.
           05 TE-ENTRY-DATE     PIC 9(8).
           05 TE-JOB-CODE       PIC X(6).

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

       FD COMP-PREMIUM-REPORT-FILE.
       01 COMP-PREMIUM-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-WCP-STATUS         PIC XX.
       01 WS-WCC-STATUS         PIC XX.
       01 WS-TE-STATUS          PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-WCP-EOF-SW         PIC X VALUE 'N'.
           88 WS-WCP-END-OF-FILE VALUE 'Y'.
       01 WS-WCC-EOF-SW         PIC X VALUE 'N'.
           88 WS-WCC-END-OF-FILE VALUE 'Y'.
       01 WS-TE-EOF-SW          PIC X VALUE 'N'.
           88 WS-TE-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-YEAR-ARG           PIC X(4).
       01 WS-QUARTER-ARG        PIC X(1).
       01 WS-REPORT-YEAR        PIC 9(4).
       01 WS-REPORT-QUARTER     PIC 9(1).
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MONTH     PIC 9(2).
           05 WS-TODAY-DAY       PIC 9(2).

      * The quarter's first day and last day; the year runs from
      * January 1 through the quarter's last day
       01 WS-QTR-START          PIC 9(8).
       01 WS-QTR-END            PIC 9(8).
       01 WS-YEAR-START         PIC 9(8).
       01 WS-WORK-DEPT          PIC X(4).

      * Class table with the hours and payroll each line collects
       01 WS-CLASS-TABLE.
           05 WS-CL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CL-IDX.
               10 WS-CL-DEPT-CODE    PIC X(4).
               10 WS-CL-JOB-CODE     PIC X(6).
               10 WS-CL-CLASS-CODE   PIC X(4).
               10 WS-CL-RATE         PIC 9(3)V9999.
               10 WS-CL-DESCRIPTION  PIC X(20).
               10 WS-CL-QTR-HOURS    PIC 9(7)V99.
               10 WS-CL-YTD-HOURS    PIC 9(7)V99.
               10 WS-CL-QTR-PAYROLL  PIC S9(11)V99.
               10 WS-CL-YTD-PAYROLL  PIC S9(11)V99.
       01 WS-CL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-JOB-CLASS-COUNT    PIC 9(3) VALUE ZERO.

      * The run each company/period's payroll is taken from: the
      * latest full run's stamp, so an override rerun replaces the
      * run it reran; resubmits after it add to it
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

      * Department payroll and the hours its employees booked
       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DP-IDX.
               10 WS-DP-DEPT-CODE    PIC X(4).
               10 WS-DP-QTR-GROSS    PIC S9(11)V99.
               10 WS-DP-QTR-OT-PREM  PIC S9(11)V99.
               10 WS-DP-YTD-GROSS    PIC S9(11)V99.
               10 WS-DP-YTD-OT-PREM  PIC S9(11)V99.
               10 WS-DP-QTR-HOURS    PIC 9(7)V99.
               10 WS-DP-YTD-HOURS    PIC 9(7)V99.
               10 WS-DP-QTR-UNMAPPED PIC S9(11)V99.
               10 WS-DP-YTD-UNMAPPED PIC S9(11)V99.
       01 WS-DP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-DP-FOUND-SW        PIC X VALUE 'N'.
           88 WS-DP-FOUND       VALUE 'Y'.

      * Per-class summary, the figures the insurer bills on
       01 WS-SUMMARY-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SM-IDX.
               10 WS-SM-CLASS-CODE   PIC X(4).
               10 WS-SM-QTR-PAYROLL  PIC S9(11)V99.
               10 WS-SM-QTR-PREMIUM  PIC S9(11)V99.
               10 WS-SM-YTD-PAYROLL  PIC S9(11)V99.
               10 WS-SM-YTD-PREMIUM  PIC S9(11)V99.
       01 WS-SM-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-SM-FOUND-SW        PIC X VALUE 'N'.
           88 WS-SM-FOUND       VALUE 'Y'.

      * Allocation work areas
       01 WS-QTR-REPORTABLE     PIC S9(11)V99.
       01 WS-YTD-REPORTABLE     PIC S9(11)V99.
       01 WS-QTR-ALLOCATED      PIC S9(11)V99.
       01 WS-YTD-ALLOCATED      PIC S9(11)V99.
       01 WS-SHARE              PIC S9(11)V99.
       01 WS-DEFAULT-SUB        PIC 9(3).
       01 WS-QTR-PREMIUM        PIC S9(11)V99.
       01 WS-YTD-PREMIUM        PIC S9(11)V99.
       01 WS-ENTRY-IN-QTR-SW    PIC X VALUE 'N'.
           88 WS-ENTRY-IN-QTR   VALUE 'Y'.

       01 WS-TOTALS.
           05 WS-TOT-QTR-GROSS   PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-QTR-OT-PREM PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-QTR-PAYROLL PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-QTR-PREMIUM PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-GROSS   PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-OT-PREM PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-PAYROLL PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-PREMIUM PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-QTR-UNMAPPED PIC S9(11)V99 VALUE ZERO.
           05 WS-TOT-YTD-UNMAPPED PIC S9(11)V99 VALUE ZERO.
       01 WS-UNMAPPED-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-LINES-READ         PIC 9(6) VALUE ZERO.
       01 WS-LINES-USED         PIC 9(6) VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-RH-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(9) VALUE "   YEAR: ".
           05 WS-RH-YEAR-OUT     PIC 9(4).
           05 FILLER             PIC X(12) VALUE "   QUARTER: ".
           05 WS-RH-QUARTER-OUT  PIC 9(1).
           05 FILLER             PIC X(3) VALUE "  (".
           05 WS-RH-QTR-START-OUT PIC 9(8).
           05 FILLER             PIC X(3) VALUE " - ".
           05 WS-RH-QTR-END-OUT  PIC 9(8).
           05 FILLER             PIC X(1) VALUE ")".

       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(48) VALUE
                  "CLASS DEPT JOB    DESCRIPTION              RATE ".
           05 FILLER             PIC X(15) VALUE "   QTR PAYROLL ".
           05 FILLER             PIC X(15) VALUE "   QTR PREMIUM ".
           05 FILLER             PIC X(15) VALUE "   YTD PAYROLL ".
           05 FILLER             PIC X(15) VALUE "   YTD PREMIUM ".

       01 WS-CLASS-DETAIL.
           05 WS-CD-CLASS-OUT    PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-CD-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CD-JOB-OUT      PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CD-DESC-OUT     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CD-RATE-OUT     PIC ZZ9.9999.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CD-QTR-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-QTR-PREM-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-YTD-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-CD-YTD-PREM-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-SUMMARY-DETAIL.
           05 FILLER             PIC X(7) VALUE "CLASS: ".
           05 WS-SD-CLASS-OUT    PIC X(4).
           05 FILLER             PIC X(34) VALUE SPACES.
           05 WS-SD-QTR-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-SD-QTR-PREM-OUT PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-SD-YTD-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 WS-SD-YTD-PREM-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-UNMAPPED-DETAIL.
           05 FILLER             PIC X(24) VALUE
                  "*** NO CLASS MAPPING - ".
           05 FILLER             PIC X(5) VALUE "DEPT ".
           05 WS-UD-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(12) VALUE SPACES.
           05 WS-UD-QTR-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(15) VALUE SPACES.
           05 WS-UD-YTD-PAY-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOTAL-LINE.
           05 WS-TL-CAPTION      PIC X(45).
           05 WS-TL-QTR-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(15) VALUE SPACES.
           05 WS-TL-YTD-OUT      PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Workers Comp Premium Report...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-CLASS-TABLE.
           PERFORM FIND-RUNS-OF-RECORD.
           PERFORM LOAD-DEPT-PAYROLL.
           IF WS-JOB-CLASS-COUNT > ZERO
               PERFORM LOAD-JOB-HOURS
           END-IF.
           PERFORM ALLOCATE-DEPT-PAYROLL.
           PERFORM BUILD-CLASS-SUMMARY.
           PERFORM WRITE-PREMIUM-REPORT.

           DISPLAY "COMP PAYROLL LINES READ: " WS-LINES-READ
                   "  USED: " WS-LINES-USED.
           DISPLAY "QUARTER PREMIUM: " WS-TOT-QTR-PREMIUM
                   "  YEAR TO DATE: " WS-TOT-YTD-PREMIUM.
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY "DEPARTMENTS WITH NO CLASS MAPPING: "
                       WS-UNMAPPED-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Workers Comp Premium Report completed.".
           STOP RUN.

      * Company, report year and quarter; the year defaults to this
      * year and the quarter to the one today falls in
       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-YEAR-ARG.
           ACCEPT WS-YEAR-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-YEAR-ARG
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-QUARTER-ARG.
           ACCEPT WS-QUARTER-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-QUARTER-ARG
           END-ACCEPT.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           IF WS-YEAR-ARG IS NUMERIC
               MOVE WS-YEAR-ARG TO WS-REPORT-YEAR
           ELSE
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
           END-IF.
           IF WS-QUARTER-ARG IS NUMERIC
                   AND WS-QUARTER-ARG >= "1"
                   AND WS-QUARTER-ARG <= "4"
               MOVE WS-QUARTER-ARG TO WS-REPORT-QUARTER
           ELSE
               COMPUTE WS-REPORT-QUARTER =
                       (WS-TODAY-MONTH + 2) / 3
           END-IF.
           COMPUTE WS-YEAR-START = WS-REPORT-YEAR * 10000 + 0101.
           COMPUTE WS-QTR-START = WS-REPORT-YEAR * 10000
                   + (WS-REPORT-QUARTER * 3 - 2) * 100 + 1.
           EVALUATE WS-REPORT-QUARTER
               WHEN 1
                   COMPUTE WS-QTR-END = WS-REPORT-YEAR * 10000 + 0331
               WHEN 2
                   COMPUTE WS-QTR-END = WS-REPORT-YEAR * 10000 + 0630
               WHEN 3
                   COMPUTE WS-QTR-END = WS-REPORT-YEAR * 10000 + 0930
               WHEN OTHER
                   COMPUTE WS-QTR-END = WS-REPORT-YEAR * 10000 + 1231
           END-EVALUATE.

       LOAD-CLASS-TABLE.
           OPEN INPUT COMP-CLASS-FILE.
           IF WS-WCC-STATUS NOT = "00"
               DISPLAY "NO COMP CLASS TABLE (wcclass.txt). STATUS: "
                       WS-WCC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WCC-END-OF-FILE
               READ COMP-CLASS-FILE
                   AT END MOVE 'Y' TO WS-WCC-EOF-SW
                   NOT AT END
                       IF WS-CL-COUNT < 500
                           ADD 1 TO WS-CL-COUNT
                           SET WS-CL-IDX TO WS-CL-COUNT
                           MOVE WC-DEPT-CODE
                               TO WS-CL-DEPT-CODE (WS-CL-IDX)
                           MOVE WC-JOB-CODE
                               TO WS-CL-JOB-CODE (WS-CL-IDX)
                           MOVE WC-CLASS-CODE
                               TO WS-CL-CLASS-CODE (WS-CL-IDX)
                           MOVE WC-RATE TO WS-CL-RATE (WS-CL-IDX)
                           MOVE WC-DESCRIPTION
                               TO WS-CL-DESCRIPTION (WS-CL-IDX)
                           MOVE ZERO TO WS-CL-QTR-HOURS (WS-CL-IDX)
                           MOVE ZERO TO WS-CL-YTD-HOURS (WS-CL-IDX)
                           MOVE ZERO TO WS-CL-QTR-PAYROLL (WS-CL-IDX)
                           MOVE ZERO TO WS-CL-YTD-PAYROLL (WS-CL-IDX)
                           IF WC-JOB-CODE NOT = SPACES
                               ADD 1 TO WS-JOB-CLASS-COUNT
                           END-IF
                       ELSE
                           DISPLAY "CLASS TABLE FULL - DEPT "
                                   WC-DEPT-CODE " JOB " WC-JOB-CODE
                                   " DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-CLASS-FILE.
           DISPLAY "COMP CLASS LINES LOADED: " WS-CL-COUNT.

      * First pass: the latest full run for each of this company's
      * periods
       FIND-RUNS-OF-RECORD.
           OPEN INPUT COMP-PAYROLL-FILE.
           IF WS-WCP-STATUS NOT = "00"
               DISPLAY "NO COMP PAYROLL HISTORY (wcpay.txt). STATUS: "
                       WS-WCP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                           ADD 1 TO WS-LINES-READ
                           PERFORM FIND-RUN-ENTRY
                           IF WS-RUN-FOUND AND NOT WP-RESUBMIT-RUN
                                   AND WP-RUN-STAMP
                                   > WS-RUN-BASE-STAMP (WS-RUN-IDX)
                               MOVE WP-RUN-STAMP
                                   TO WS-RUN-BASE-STAMP (WS-RUN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.

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

      * Second pass: the run of record's lines, and any resubmit
      * that followed it, dated into the quarter and the year
       LOAD-DEPT-PAYROLL.
           MOVE 'N' TO WS-WCP-EOF-SW.
           OPEN INPUT COMP-PAYROLL-FILE.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                               AND WP-PAY-DATE >= WS-YEAR-START
                               AND WP-PAY-DATE <= WS-QTR-END
                           PERFORM CHECK-RUN-OF-RECORD
                           IF WS-RUN-USE-LINE
                               PERFORM ADD-DEPT-PAYROLL
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

       ADD-DEPT-PAYROLL.
           ADD 1 TO WS-LINES-USED.
           MOVE WP-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF NOT WS-DP-FOUND
               IF WS-DP-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL - DEPT "
                           WP-DEPT-CODE " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               SET WS-DP-IDX TO WS-DP-COUNT
               MOVE WP-DEPT-CODE TO WS-DP-DEPT-CODE (WS-DP-IDX)
               MOVE ZERO TO WS-DP-QTR-GROSS (WS-DP-IDX)
               MOVE ZERO TO WS-DP-QTR-OT-PREM (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-GROSS (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-OT-PREM (WS-DP-IDX)
               MOVE ZERO TO WS-DP-QTR-HOURS (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-HOURS (WS-DP-IDX)
               MOVE ZERO TO WS-DP-QTR-UNMAPPED (WS-DP-IDX)
               MOVE ZERO TO WS-DP-YTD-UNMAPPED (WS-DP-IDX)
           END-IF.
           ADD WP-GROSS TO WS-DP-YTD-GROSS (WS-DP-IDX).
           ADD WP-OT-PREMIUM TO WS-DP-YTD-OT-PREM (WS-DP-IDX).
           IF WP-PAY-DATE >= WS-QTR-START
               ADD WP-GROSS TO WS-DP-QTR-GROSS (WS-DP-IDX)
               ADD WP-OT-PREMIUM TO WS-DP-QTR-OT-PREM (WS-DP-IDX)
           END-IF.

       FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DP-FOUND-SW.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-DEPT-CODE (WS-DP-IDX) = WS-WORK-DEPT
                   SET WS-DP-FOUND TO TRUE
                   SET WS-DP-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      * Hours each department's employees booked in the year, in
      * total and to each job that has a class line of its own. The
      * department is the employee's home department on the master.
       LOAD-JOB-HOURS.
           OPEN INPUT TIME-ENTRY-FILE.
           IF WS-TE-STATUS NOT = "00"
               DISPLAY "NO TIME ENTRIES (timeentries.txt) - JOB "
                       "CLASSES GET NO PAYROLL"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - JOB CLASSES GET NO PAYROLL"
               CLOSE TIME-ENTRY-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TE-END-OF-FILE
               READ TIME-ENTRY-FILE
                   AT END MOVE 'Y' TO WS-TE-EOF-SW
                   NOT AT END
                       IF TE-ENTRY-DATE >= WS-YEAR-START
                               AND TE-ENTRY-DATE <= WS-QTR-END
                           PERFORM ADD-ENTRY-HOURS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-ENTRY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.

       ADD-ENTRY-HOURS.
           MOVE TE-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE EM-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF NOT WS-DP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ENTRY-IN-QTR-SW.
           IF TE-ENTRY-DATE >= WS-QTR-START
               SET WS-ENTRY-IN-QTR TO TRUE
           END-IF.
           ADD TE-HOURS TO WS-DP-YTD-HOURS (WS-DP-IDX).
           IF WS-ENTRY-IN-QTR
               ADD TE-HOURS TO WS-DP-QTR-HOURS (WS-DP-IDX)
           END-IF.
           IF TE-JOB-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-DEPT-CODE (WS-CL-IDX) = EM-DEPT-CODE
                       AND WS-CL-JOB-CODE (WS-CL-IDX) = TE-JOB-CODE
                   ADD TE-HOURS TO WS-CL-YTD-HOURS (WS-CL-IDX)
                   IF WS-ENTRY-IN-QTR
                       ADD TE-HOURS TO WS-CL-QTR-HOURS (WS-CL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      * Straight-time payroll (gross less overtime premium) is split
      * to the department's job classes by their share of its hours;
      * what is left goes to the department's own class, or is
      * unmapped when it has none
       ALLOCATE-DEPT-PAYROLL.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM ALLOCATE-ONE-DEPT
           END-PERFORM.

       ALLOCATE-ONE-DEPT.
           COMPUTE WS-QTR-REPORTABLE = WS-DP-QTR-GROSS (WS-DP-IDX)
                   - WS-DP-QTR-OT-PREM (WS-DP-IDX).
           COMPUTE WS-YTD-REPORTABLE = WS-DP-YTD-GROSS (WS-DP-IDX)
                   - WS-DP-YTD-OT-PREM (WS-DP-IDX).
           ADD WS-DP-QTR-GROSS (WS-DP-IDX) TO WS-TOT-QTR-GROSS.
           ADD WS-DP-QTR-OT-PREM (WS-DP-IDX) TO WS-TOT-QTR-OT-PREM.
           ADD WS-DP-YTD-GROSS (WS-DP-IDX) TO WS-TOT-YTD-GROSS.
           ADD WS-DP-YTD-OT-PREM (WS-DP-IDX) TO WS-TOT-YTD-OT-PREM.
           MOVE ZERO TO WS-QTR-ALLOCATED.
           MOVE ZERO TO WS-YTD-ALLOCATED.
           MOVE ZERO TO WS-DEFAULT-SUB.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-DEPT-CODE (WS-CL-IDX)
                       = WS-DP-DEPT-CODE (WS-DP-IDX)
                   IF WS-CL-JOB-CODE (WS-CL-IDX) = SPACES
                       IF WS-DEFAULT-SUB = ZERO
                           SET WS-DEFAULT-SUB TO WS-CL-IDX
                       END-IF
                   ELSE
                       PERFORM ALLOCATE-JOB-SHARE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-QTR-REPORTABLE =
                   WS-QTR-REPORTABLE - WS-QTR-ALLOCATED.
           COMPUTE WS-YTD-REPORTABLE =
                   WS-YTD-REPORTABLE - WS-YTD-ALLOCATED.
           IF WS-DEFAULT-SUB > ZERO
               ADD WS-QTR-REPORTABLE
                   TO WS-CL-QTR-PAYROLL (WS-DEFAULT-SUB)
               ADD WS-YTD-REPORTABLE
                   TO WS-CL-YTD-PAYROLL (WS-DEFAULT-SUB)
           ELSE
               IF WS-QTR-REPORTABLE NOT = ZERO
                       OR WS-YTD-REPORTABLE NOT = ZERO
                   MOVE WS-QTR-REPORTABLE
                       TO WS-DP-QTR-UNMAPPED (WS-DP-IDX)
                   MOVE WS-YTD-REPORTABLE
                       TO WS-DP-YTD-UNMAPPED (WS-DP-IDX)
                   ADD WS-QTR-REPORTABLE TO WS-TOT-QTR-UNMAPPED
                   ADD WS-YTD-REPORTABLE TO WS-TOT-YTD-UNMAPPED
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-IF.

       ALLOCATE-JOB-SHARE.
           IF WS-DP-QTR-HOURS (WS-DP-IDX) > ZERO
               COMPUTE WS-SHARE ROUNDED = WS-QTR-REPORTABLE
                       * WS-CL-QTR-HOURS (WS-CL-IDX)
                       / WS-DP-QTR-HOURS (WS-DP-IDX)
               ADD WS-SHARE TO WS-CL-QTR-PAYROLL (WS-CL-IDX)
               ADD WS-SHARE TO WS-QTR-ALLOCATED
           END-IF.
           IF WS-DP-YTD-HOURS (WS-DP-IDX) > ZERO
               COMPUTE WS-SHARE ROUNDED = WS-YTD-REPORTABLE
                       * WS-CL-YTD-HOURS (WS-CL-IDX)
                       / WS-DP-YTD-HOURS (WS-DP-IDX)
               ADD WS-SHARE TO WS-CL-YTD-PAYROLL (WS-CL-IDX)
               ADD WS-SHARE TO WS-YTD-ALLOCATED
           END-IF.

      * Roll the class lines up to one line per class code, the
      * premium worked line by line at each line's own rate
       BUILD-CLASS-SUMMARY.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM ADD-TO-CLASS-SUMMARY
           END-PERFORM.

       ADD-TO-CLASS-SUMMARY.
           COMPUTE WS-QTR-PREMIUM ROUNDED =
                   WS-CL-QTR-PAYROLL (WS-CL-IDX)
                   * WS-CL-RATE (WS-CL-IDX) / 100.
           COMPUTE WS-YTD-PREMIUM ROUNDED =
                   WS-CL-YTD-PAYROLL (WS-CL-IDX)
                   * WS-CL-RATE (WS-CL-IDX) / 100.
           ADD WS-CL-QTR-PAYROLL (WS-CL-IDX) TO WS-TOT-QTR-PAYROLL.
           ADD WS-CL-YTD-PAYROLL (WS-CL-IDX) TO WS-TOT-YTD-PAYROLL.
           ADD WS-QTR-PREMIUM TO WS-TOT-QTR-PREMIUM.
           ADD WS-YTD-PREMIUM TO WS-TOT-YTD-PREMIUM.
           MOVE 'N' TO WS-SM-FOUND-SW.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT OR WS-SM-FOUND
               IF WS-SM-CLASS-CODE (WS-SM-IDX)
                       = WS-CL-CLASS-CODE (WS-CL-IDX)
                   SET WS-SM-FOUND TO TRUE
                   SET WS-SM-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-SM-FOUND
               IF WS-SM-COUNT >= 200
                   DISPLAY "CLASS SUMMARY TABLE FULL - CLASS "
                           WS-CL-CLASS-CODE (WS-CL-IDX) " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SM-COUNT
               SET WS-SM-IDX TO WS-SM-COUNT
               MOVE WS-CL-CLASS-CODE (WS-CL-IDX)
                   TO WS-SM-CLASS-CODE (WS-SM-IDX)
               MOVE ZERO TO WS-SM-QTR-PAYROLL (WS-SM-IDX)
               MOVE ZERO TO WS-SM-QTR-PREMIUM (WS-SM-IDX)
               MOVE ZERO TO WS-SM-YTD-PAYROLL (WS-SM-IDX)
               MOVE ZERO TO WS-SM-YTD-PREMIUM (WS-SM-IDX)
           END-IF.
           ADD WS-CL-QTR-PAYROLL (WS-CL-IDX)
               TO WS-SM-QTR-PAYROLL (WS-SM-IDX).
           ADD WS-QTR-PREMIUM TO WS-SM-QTR-PREMIUM (WS-SM-IDX).
           ADD WS-CL-YTD-PAYROLL (WS-CL-IDX)
               TO WS-SM-YTD-PAYROLL (WS-SM-IDX).
           ADD WS-YTD-PREMIUM TO WS-SM-YTD-PREMIUM (WS-SM-IDX).

       WRITE-PREMIUM-REPORT.
           OPEN OUTPUT COMP-PREMIUM-REPORT-FILE.
           MOVE "***** WORKERS COMPENSATION PREMIUM REPORT *****"
               TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-RH-COMPANY-OUT.
           MOVE WS-REPORT-YEAR TO WS-RH-YEAR-OUT.
           MOVE WS-REPORT-QUARTER TO WS-RH-QUARTER-OUT.
           MOVE WS-QTR-START TO WS-RH-QTR-START-OUT.
           MOVE WS-QTR-END TO WS-RH-QTR-END-OUT.
           MOVE WS-REPORT-HEADER TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           IF WS-REPORT-QUARTER = 4
               MOVE "YEAR TO DATE COLUMNS ARE THE ANNUAL AUDIT FIGURES"
                   TO COMP-PREMIUM-REPORT-LINE
               WRITE COMP-PREMIUM-REPORT-LINE
           END-IF.

      * Unmapped departments head the report so they are fixed
      * before anything goes to the insurer
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE SPACES TO COMP-PREMIUM-REPORT-LINE
               WRITE COMP-PREMIUM-REPORT-LINE
               PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                       UNTIL WS-DP-IDX > WS-DP-COUNT
                   IF WS-DP-QTR-UNMAPPED (WS-DP-IDX) NOT = ZERO
                           OR WS-DP-YTD-UNMAPPED (WS-DP-IDX)
                               NOT = ZERO
                       MOVE WS-DP-DEPT-CODE (WS-DP-IDX)
                           TO WS-UD-DEPT-OUT
                       MOVE WS-DP-QTR-UNMAPPED (WS-DP-IDX)
                           TO WS-UD-QTR-PAY-OUT
                       MOVE WS-DP-YTD-UNMAPPED (WS-DP-IDX)
                           TO WS-UD-YTD-PAY-OUT
                       MOVE WS-UNMAPPED-DETAIL
                           TO COMP-PREMIUM-REPORT-LINE
                       WRITE COMP-PREMIUM-REPORT-LINE
                       DISPLAY WS-UNMAPPED-DETAIL
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "----- PAYROLL BY DEPARTMENT AND JOB -----"
               TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-YTD-PAYROLL (WS-CL-IDX) NOT = ZERO
                       OR WS-CL-QTR-PAYROLL (WS-CL-IDX) NOT = ZERO
                   MOVE WS-CL-CLASS-CODE (WS-CL-IDX) TO WS-CD-CLASS-OUT
                   MOVE WS-CL-DEPT-CODE (WS-CL-IDX) TO WS-CD-DEPT-OUT
                   MOVE WS-CL-JOB-CODE (WS-CL-IDX) TO WS-CD-JOB-OUT
                   MOVE WS-CL-DESCRIPTION (WS-CL-IDX)
                       TO WS-CD-DESC-OUT
                   MOVE WS-CL-RATE (WS-CL-IDX) TO WS-CD-RATE-OUT
                   MOVE WS-CL-QTR-PAYROLL (WS-CL-IDX)
                       TO WS-CD-QTR-PAY-OUT
                   COMPUTE WS-CD-QTR-PREM-OUT ROUNDED =
                           WS-CL-QTR-PAYROLL (WS-CL-IDX)
                           * WS-CL-RATE (WS-CL-IDX) / 100
                   MOVE WS-CL-YTD-PAYROLL (WS-CL-IDX)
                       TO WS-CD-YTD-PAY-OUT
                   COMPUTE WS-CD-YTD-PREM-OUT ROUNDED =
                           WS-CL-YTD-PAYROLL (WS-CL-IDX)
                           * WS-CL-RATE (WS-CL-IDX) / 100
                   MOVE WS-CLASS-DETAIL TO COMP-PREMIUM-REPORT-LINE
                   WRITE COMP-PREMIUM-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "----- PREMIUM BY CLASS CODE -----"
               TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               MOVE WS-SM-CLASS-CODE (WS-SM-IDX) TO WS-SD-CLASS-OUT
               MOVE WS-SM-QTR-PAYROLL (WS-SM-IDX) TO WS-SD-QTR-PAY-OUT
               MOVE WS-SM-QTR-PREMIUM (WS-SM-IDX)
                   TO WS-SD-QTR-PREM-OUT
               MOVE WS-SM-YTD-PAYROLL (WS-SM-IDX) TO WS-SD-YTD-PAY-OUT
               MOVE WS-SM-YTD-PREMIUM (WS-SM-IDX)
                   TO WS-SD-YTD-PREM-OUT
               MOVE WS-SUMMARY-DETAIL TO COMP-PREMIUM-REPORT-LINE
               WRITE COMP-PREMIUM-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "TOTALS                          QUARTER / YEAR TO DATE"
               TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "GROSS PAYROLL" TO WS-TL-CAPTION.
           MOVE WS-TOT-QTR-GROSS TO WS-TL-QTR-OUT.
           MOVE WS-TOT-YTD-GROSS TO WS-TL-YTD-OUT.
           MOVE WS-TOTAL-LINE TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "LESS OVERTIME PREMIUM (NOT RATED)" TO WS-TL-CAPTION.
           MOVE WS-TOT-QTR-OT-PREM TO WS-TL-QTR-OUT.
           MOVE WS-TOT-YTD-OT-PREM TO WS-TL-YTD-OUT.
           MOVE WS-TOTAL-LINE TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "LESS UNMAPPED PAYROLL" TO WS-TL-CAPTION.
           MOVE WS-TOT-QTR-UNMAPPED TO WS-TL-QTR-OUT.
           MOVE WS-TOT-YTD-UNMAPPED TO WS-TL-YTD-OUT.
           MOVE WS-TOTAL-LINE TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "RATED PAYROLL" TO WS-TL-CAPTION.
           MOVE WS-TOT-QTR-PAYROLL TO WS-TL-QTR-OUT.
           MOVE WS-TOT-YTD-PAYROLL TO WS-TL-YTD-OUT.
           MOVE WS-TOTAL-LINE TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           MOVE "PREMIUM" TO WS-TL-CAPTION.
           MOVE WS-TOT-QTR-PREMIUM TO WS-TL-QTR-OUT.
           MOVE WS-TOT-YTD-PREMIUM TO WS-TL-YTD-OUT.
           MOVE WS-TOTAL-LINE TO COMP-PREMIUM-REPORT-LINE.
           WRITE COMP-PREMIUM-REPORT-LINE.
           CLOSE COMP-PREMIUM-REPORT-FILE.
