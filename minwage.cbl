       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINIMUM-WAGE-AUDIT.
       AUTHOR. YOUR-NAME.

      * Minimum-wage compliance audit, run every period. The
      * minimum for each work state comes from minwage.txt with
      * its effective dates; a "US" line is the federal floor, and
      * the higher of the two applies. Three things are checked:
      *   - every regular record on the salary run's period input
      *     file: gross over I-REG-HOURS plus I-OT-HOURS is the
      *     effective hourly rate, which must reach the minimum in
      *     force at the period end date;
      *   - every wages1.cbl output line (wout.txt), hourly and
      *     piece-work alike, the same way as of the run date;
      *   - every rate on ratemstr.txt in force today, and every
      *     future-dated rate, against the minimum on its date.
      * The work state is I-WORK-STATE where the input carries one
      * and the employee master's EM-WORK-STATE otherwise. Every
      * shortfall is listed on mwaudit.txt with the make-up owed -
      * the minimum for the hours less what was paid, or for a
      * rate, the amount short per hour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Minimum hourly wage by state and effective date
           SELECT MIN-WAGE-FILE ASSIGN TO
                   "/Users/simonvargas/minwage.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MW-STATUS.

      * Payroll calendar - the period end date is the date the
      * salary run's minimum is taken as of
           SELECT PAY-CALENDAR-FILE ASSIGN TO
                   "/Users/simonvargas/paycal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * The salary run's period input, named the way the salary
      * processor builds it
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT WAGES-OUT-FILE ASSIGN TO
                   "/Users/simonvargas/wout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOUT-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/ratemstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT MIN-WAGE-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/mwaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * MW-STATE-CODE "US" is the federal minimum
       FD MIN-WAGE-FILE.
       01 MIN-WAGE-RECORD.
           05 MW-STATE-CODE      PIC X(2).
           05 MW-EFFECTIVE-DATE  PIC 9(8).
           05 MW-HOURLY-MINIMUM  PIC 9(3)V99.

       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
           05 PC-COMPANY-CODE    PIC X(4).
           05 PC-PAY-PERIOD-ID   PIC X(6).
           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).

      * Mirror of the salary processor's INPUT-RECORD
       FD INPUT-FILE.
       01 INPUT-RECORD.
           05 I-RECORD-TYPE     PIC X(1).
               88 I-REGULAR-RECORD    VALUE 'R'.
           05 I-EMP-ID          PIC 9(5).
           05 I-EMP-NAME        PIC X(20).
           05 I-EMP-SALARY      PIC 9(7)V99.
           05 I-DEPT-CODE       PIC X(4).
           05 I-REG-HOURS       PIC 9(3)V99.
           05 I-OT-HOURS        PIC 9(3)V99.
           05 I-HOURLY-RATE     PIC 9(3)V99.
           05 I-ROUTING-NUMBER  PIC 9(9).
           05 I-ACCOUNT-NUMBER  PIC 9(12).
           05 I-CURRENCY-CODE   PIC X(3).
           05 I-HIRE-DATE       PIC 9(8).
           05 I-WORK-STATE      PIC X(2).
           05 I-VAC-TAKEN       PIC 9(3)V99.
           05 I-SICK-TAKEN      PIC 9(3)V99.

      * wages1.cbl output: an hourly line carries GROSS in columns
      * 12-16, a piece-work line UNITS; both end with the hours.
      * An hourly line's holiday pay is for hours not worked, so it
      * comes off the gross before the rate is checked
       FD WAGES-OUT-FILE.
       01 WAGES-OUT-RECORD.
           05 FILLER             PIC X(5).
           05 WO-EMP-ID          PIC 9(5).
           05 FILLER             PIC X(1).
           05 WO-LINE-TYPE       PIC X(5).
           05 FILLER             PIC X(104).
       01 WAGES-OUT-HOURLY.
           05 FILLER             PIC X(18).
           05 WO-HR-GROSS        PIC 9(4)V99.
           05 FILLER             PIC X(45).
           05 WO-HR-HOL-PAY      PIC 9(4)V99.
           05 FILLER             PIC X(35).
           05 WO-HR-HOURS        PIC 9(2).
           05 FILLER             PIC X(8).
       01 WAGES-OUT-PIECE.
           05 FILLER             PIC X(61).
           05 WO-PC-GROSS        PIC 9(4)V99.
           05 FILLER             PIC X(18).
           05 WO-PC-HOURS        PIC 9(2).
           05 FILLER             PIC X(33).

       FD RATE-MASTER-FILE.
       01 RATE-MASTER-RECORD.
           05 RM-EMP-ID          PIC 9(5).
           05 RM-EFFECTIVE-DATE  PIC 9(8).
           05 RM-RATE            PIC 99V99.

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

       FD MIN-WAGE-REPORT-FILE.
       01 MIN-WAGE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MW-STATUS          PIC XX.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-INPUT-STATUS       PIC XX.
       01 WS-WOUT-STATUS        PIC XX.
       01 WS-RM-STATUS          PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-MW-EOF-SW          PIC X VALUE 'N'.
           88 WS-MW-END-OF-FILE VALUE 'Y'.
       01 WS-CAL-EOF-SW         PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.
       01 WS-INPUT-EOF-SW       PIC X VALUE 'N'.
           88 WS-INPUT-END-OF-FILE VALUE 'Y'.
       01 WS-WOUT-EOF-SW        PIC X VALUE 'N'.
           88 WS-WOUT-END-OF-FILE VALUE 'Y'.
       01 WS-RM-EOF-SW          PIC X VALUE 'N'.
           88 WS-RM-END-OF-FILE VALUE 'Y'.
       01 WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 WS-MASTER-OPEN    VALUE 'Y'.

       01 WS-ARG-NUM            PIC 9(2).
       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-PAY-PERIOD-ID      PIC X(6).
       01 WS-INPUT-FILENAME     PIC X(50) VALUE SPACES.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-PERIOD-END-DATE    PIC 9(8).

      * Minimum-wage table as loaded
       01 WS-MIN-WAGE-TABLE.
           05 WS-MW-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-MW-IDX.
               10 WS-MW-STATE-CODE   PIC X(2).
               10 WS-MW-EFF-DATE     PIC 9(8).
               10 WS-MW-MINIMUM      PIC 9(3)V99.
       01 WS-MW-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-FEDERAL-CODE       PIC X(2) VALUE "US".

      * Rate master held in storage, as wages1.cbl holds it
       01 WS-RATE-TABLE.
           05 WS-RM-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RM-IDX WS-RM-IDX-2.
               10 WS-RM-EMP-ID       PIC 9(5).
               10 WS-RM-EFF-DATE     PIC 9(8).
               10 WS-RM-RATE         PIC 99V99.
       01 WS-RM-COUNT           PIC 9(3) VALUE ZERO.

      * Minimum lookup: state and as-of date in, minimum out
       01 WS-LOOKUP-STATE       PIC X(2).
       01 WS-LOOKUP-DATE        PIC 9(8).
       01 WS-LOOKUP-EFF-DATE    PIC 9(8).
       01 WS-STATE-MINIMUM      PIC 9(3)V99.
       01 WS-APPLICABLE-MINIMUM PIC 9(3)V99.
       01 WS-MINIMUM-FOUND-SW   PIC X VALUE 'N'.
           88 WS-MINIMUM-FOUND  VALUE 'Y'.

      * The record being checked
       01 WS-CHK-EMP-ID         PIC 9(5).
       01 WS-CHK-EMP-NAME       PIC X(20).
       01 WS-CHK-STATE          PIC X(2).
       01 WS-CHK-TYPE           PIC X(8).
       01 WS-CHK-HOURS          PIC 9(3)V99.
       01 WS-CHK-GROSS          PIC 9(7)V99.
       01 WS-CHK-RATE           PIC 9(3)V9999.
       01 WS-CHK-MAKEUP         PIC 9(7)V99.
       01 WS-CHK-AS-OF          PIC 9(8).

       01 WS-CHECKED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-SHORTFALL-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NO-MINIMUM-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-MAKEUP-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-RATE-SHORT-TOTAL   PIC 9(7)V99 VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER             PIC X(45) VALUE
              "***** MINIMUM WAGE COMPLIANCE AUDIT *****".
       01 WS-HEADING-2.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-H2-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(11) VALUE "   PERIOD: ".
           05 WS-H2-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(15) VALUE "   PERIOD END: ".
           05 WS-H2-END-OUT      PIC 9(8).
           05 FILLER             PIC X(13) VALUE "   RUN DATE: ".
           05 WS-H2-RUN-OUT      PIC 9(8).
       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(42) VALUE
              "TYPE     ID    NAME                 ST  AS".
           05 FILLER             PIC X(45) VALUE
              " OF       HOURS        GROSS    RATE    MINIM".
           05 FILLER             PIC X(25) VALUE
              "UM         MAKE-UP OWED".

       01 WS-SHORTFALL-DETAIL.
           05 WS-SD-TYPE-OUT     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-STATE-OUT    PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SD-AS-OF-OUT    PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-HOURS-OUT    PIC ZZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-GROSS-OUT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-RATE-OUT     PIC ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-SD-MINIMUM-OUT  PIC ZZ9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-SD-MAKEUP-OUT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-NOTE-OUT     PIC X(16).

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL-OUT    PIC X(40).
           05 WS-TL-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Minimum Wage Audit...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-MINIMUM-WAGES.
           PERFORM FIND-PERIOD-END-DATE.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - ONLY THE FEDERAL MINIMUM "
                       "APPLIES WHERE THE INPUT HAS NO WORK STATE"
           END-IF.

           OPEN OUTPUT MIN-WAGE-REPORT-FILE.
           MOVE WS-HEADING-1 TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-H2-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-H2-PERIOD-OUT.
           MOVE WS-PERIOD-END-DATE TO WS-H2-END-OUT.
           MOVE WS-RUN-DATE TO WS-H2-RUN-OUT.
           MOVE WS-HEADING-2 TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.

           PERFORM AUDIT-SALARY-RUN.
           PERFORM AUDIT-WAGES-OUTPUT.
           PERFORM AUDIT-RATE-MASTER.

           MOVE SPACES TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           MOVE "MAKE-UP OWED FOR PAY ALREADY PRODUCED"
               TO WS-TL-LABEL-OUT.
           MOVE WS-MAKEUP-TOTAL TO WS-TL-AMOUNT-OUT.
           MOVE WS-TOTAL-LINE TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           MOVE "RATE MASTER SHORTFALL PER HOUR (SUM)"
               TO WS-TL-LABEL-OUT.
           MOVE WS-RATE-SHORT-TOTAL TO WS-TL-AMOUNT-OUT.
           MOVE WS-TOTAL-LINE TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           CLOSE MIN-WAGE-REPORT-FILE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           DISPLAY "RECORDS CHECKED: " WS-CHECKED-COUNT
                   "  SHORTFALLS: " WS-SHORTFALL-COUNT
                   "  NO MINIMUM ON FILE: " WS-NO-MINIMUM-COUNT.
           IF WS-SHORTFALL-COUNT > ZERO OR WS-NO-MINIMUM-COUNT > ZERO
               DISPLAY "*** PAY BELOW MINIMUM WAGE - SEE "
                       "mwaudit.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Minimum Wage Audit completed.".
           STOP RUN.

      * Company and pay period (YYYYPP) of the salary run to audit
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
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Pay Period ID (YYYYPP): "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_input.txt" DELIMITED BY SIZE
               INTO WS-INPUT-FILENAME.

      * Without the table there is nothing to audit against
       LOAD-MINIMUM-WAGES.
           OPEN INPUT MIN-WAGE-FILE.
           IF WS-MW-STATUS NOT = "00"
               DISPLAY "MINIMUM WAGE TABLE (minwage.txt) MISSING - "
                       "NO AUDIT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MW-END-OF-FILE
               READ MIN-WAGE-FILE
                   AT END MOVE 'Y' TO WS-MW-EOF-SW
                   NOT AT END
                       IF WS-MW-COUNT < 300
                           ADD 1 TO WS-MW-COUNT
                           SET WS-MW-IDX TO WS-MW-COUNT
                           MOVE MW-STATE-CODE
                               TO WS-MW-STATE-CODE (WS-MW-IDX)
                           MOVE MW-EFFECTIVE-DATE
                               TO WS-MW-EFF-DATE (WS-MW-IDX)
                           MOVE MW-HOURLY-MINIMUM
                               TO WS-MW-MINIMUM (WS-MW-IDX)
                       ELSE
                           DISPLAY "MINIMUM WAGE TABLE FULL - LINE "
                                   "DROPPED: " MW-STATE-CODE " "
                                   MW-EFFECTIVE-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MIN-WAGE-FILE.
           DISPLAY "MINIMUM WAGE ENTRIES LOADED: " WS-MW-COUNT.

      * A period the calendar does not know is audited as of today
       FIND-PERIOD-END-DATE.
           MOVE WS-RUN-DATE TO WS-PERIOD-END-DATE.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NO PAYROLL CALENDAR (paycal.txt) - SALARY "
                       "RUN AUDITED AS OF " WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CAL-END-OF-FILE
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF PC-COMPANY-CODE = WS-COMPANY-CODE
                               AND PC-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                           MOVE PC-END-DATE TO WS-PERIOD-END-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.

      * Regular records only - a bonus or reversal carries no hours
      * of its own. A record with no hours cannot be put over them
      * and is passed over.
       AUDIT-SALARY-RUN.
           PERFORM START-AUDIT-SECTION.
           MOVE "SALARY RUN PERIOD INPUT" TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               MOVE "  PERIOD INPUT FILE NOT FOUND - NOT AUDITED"
                   TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
               DISPLAY "PERIOD INPUT FILE NOT FOUND: "
                       WS-INPUT-FILENAME
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INPUT-END-OF-FILE
               READ INPUT-FILE
                   AT END MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       IF I-REGULAR-RECORD
                           PERFORM CHECK-SALARY-RUN-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           PERFORM END-AUDIT-SECTION.

       CHECK-SALARY-RUN-RECORD.
           COMPUTE WS-CHK-HOURS = I-REG-HOURS + I-OT-HOURS.
           IF WS-CHK-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE I-EMP-ID TO WS-CHK-EMP-ID.
           MOVE I-EMP-NAME TO WS-CHK-EMP-NAME.
           IF I-HOURLY-RATE > ZERO
               MOVE "HOURLY  " TO WS-CHK-TYPE
               COMPUTE WS-CHK-GROSS ROUNDED =
                       (I-REG-HOURS * I-HOURLY-RATE)
                       + (I-OT-HOURS * I-HOURLY-RATE * 1.5)
           ELSE
               MOVE "SALARIED" TO WS-CHK-TYPE
               MOVE I-EMP-SALARY TO WS-CHK-GROSS
           END-IF.
           MOVE I-WORK-STATE TO WS-CHK-STATE.
           IF WS-CHK-STATE = SPACES
               PERFORM GET-MASTER-WORK-STATE
           END-IF.
           MOVE WS-PERIOD-END-DATE TO WS-CHK-AS-OF.
           PERFORM CHECK-EARNINGS.

      * Hours come off the end of each wages1.cbl line; a line
      * written before wages1 carried them has no hours to check
       AUDIT-WAGES-OUTPUT.
           PERFORM START-AUDIT-SECTION.
           MOVE "WAGES1 HOURLY AND PIECE-WORK OUTPUT"
               TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           OPEN INPUT WAGES-OUT-FILE.
           IF WS-WOUT-STATUS NOT = "00"
               MOVE "  WAGES1 OUTPUT NOT FOUND - NOT AUDITED"
                   TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WOUT-END-OF-FILE
               READ WAGES-OUT-FILE
                   AT END MOVE 'Y' TO WS-WOUT-EOF-SW
                   NOT AT END
                       PERFORM CHECK-WAGES-OUT-LINE
               END-READ
           END-PERFORM.
           CLOSE WAGES-OUT-FILE.
           PERFORM END-AUDIT-SECTION.

       CHECK-WAGES-OUT-LINE.
           IF WO-EMP-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WO-LINE-TYPE
               WHEN "GROSS"
                   IF WO-HR-HOURS NOT NUMERIC
                           OR WO-HR-GROSS NOT NUMERIC
                           OR WO-HR-HOL-PAY NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "HOURLY  " TO WS-CHK-TYPE
                   MOVE WO-HR-HOURS TO WS-CHK-HOURS
                   COMPUTE WS-CHK-GROSS = WO-HR-GROSS - WO-HR-HOL-PAY
               WHEN "UNITS"
                   IF WO-PC-HOURS NOT NUMERIC
                           OR WO-PC-GROSS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "PIECE   " TO WS-CHK-TYPE
                   MOVE WO-PC-HOURS TO WS-CHK-HOURS
                   MOVE WO-PC-GROSS TO WS-CHK-GROSS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-CHK-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WO-EMP-ID TO WS-CHK-EMP-ID.
           MOVE SPACES TO WS-CHK-EMP-NAME.
           MOVE SPACES TO WS-CHK-STATE.
           PERFORM GET-MASTER-WORK-STATE.
           MOVE WS-RUN-DATE TO WS-CHK-AS-OF.
           PERFORM CHECK-EARNINGS.

      * Gross over hours against the minimum; the make-up owed is
      * what the minimum would have paid for the hours less what
      * was paid
       CHECK-EARNINGS.
           ADD 1 TO WS-CHECKED-COUNT.
           COMPUTE WS-CHK-RATE ROUNDED = WS-CHK-GROSS / WS-CHK-HOURS.
           MOVE WS-CHK-STATE TO WS-LOOKUP-STATE.
           MOVE WS-CHK-AS-OF TO WS-LOOKUP-DATE.
           PERFORM FIND-APPLICABLE-MINIMUM.
           IF NOT WS-MINIMUM-FOUND
               PERFORM WRITE-NO-MINIMUM-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-RATE < WS-APPLICABLE-MINIMUM
               COMPUTE WS-CHK-MAKEUP ROUNDED =
                       (WS-APPLICABLE-MINIMUM * WS-CHK-HOURS)
                       - WS-CHK-GROSS
               ADD WS-CHK-MAKEUP TO WS-MAKEUP-TOTAL
               MOVE WS-CHK-HOURS TO WS-SD-HOURS-OUT
               MOVE WS-CHK-GROSS TO WS-SD-GROSS-OUT
               MOVE SPACES TO WS-SD-NOTE-OUT
               PERFORM WRITE-SHORTFALL-LINE
           END-IF.

      * The rate in force today for each employee, and every rate
      * dated after today on its own effective date - a raise
      * scheduled below the minimum is caught before it is paid
       AUDIT-RATE-MASTER.
           PERFORM START-AUDIT-SECTION.
           MOVE "RATE MASTER (ratemstr.txt)" TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RM-STATUS NOT = "00"
               MOVE "  RATE MASTER NOT FOUND - NOT AUDITED"
                   TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RM-END-OF-FILE
               READ RATE-MASTER-FILE
                   AT END MOVE 'Y' TO WS-RM-EOF-SW
                   NOT AT END
                       IF WS-RM-COUNT < 500
                           ADD 1 TO WS-RM-COUNT
                           SET WS-RM-IDX TO WS-RM-COUNT
                           MOVE RM-EMP-ID TO WS-RM-EMP-ID (WS-RM-IDX)
                           MOVE RM-EFFECTIVE-DATE
                               TO WS-RM-EFF-DATE (WS-RM-IDX)
                           MOVE RM-RATE TO WS-RM-RATE (WS-RM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-MASTER-FILE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               PERFORM CHECK-RATE-MASTER-ENTRY
           END-PERFORM.
           PERFORM END-AUDIT-SECTION.

       CHECK-RATE-MASTER-ENTRY.
           IF WS-RM-EFF-DATE (WS-RM-IDX) > WS-RUN-DATE
               MOVE WS-RM-EFF-DATE (WS-RM-IDX) TO WS-CHK-AS-OF
               MOVE "FUTURE RATE     " TO WS-SD-NOTE-OUT
           ELSE
      * only the employee's latest rate on or before today is in
      * force; an older one has been superseded
               PERFORM VARYING WS-RM-IDX-2 FROM 1 BY 1
                       UNTIL WS-RM-IDX-2 > WS-RM-COUNT
                   IF WS-RM-EMP-ID (WS-RM-IDX-2)
                           = WS-RM-EMP-ID (WS-RM-IDX)
                           AND WS-RM-EFF-DATE (WS-RM-IDX-2)
                               NOT > WS-RUN-DATE
                           AND WS-RM-EFF-DATE (WS-RM-IDX-2)
                               > WS-RM-EFF-DATE (WS-RM-IDX)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               MOVE WS-RUN-DATE TO WS-CHK-AS-OF
               MOVE "RATE IN FORCE   " TO WS-SD-NOTE-OUT
           END-IF.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE "RATE    " TO WS-CHK-TYPE.
           MOVE WS-RM-EMP-ID (WS-RM-IDX) TO WS-CHK-EMP-ID.
           MOVE SPACES TO WS-CHK-EMP-NAME.
           MOVE SPACES TO WS-CHK-STATE.
           PERFORM GET-MASTER-WORK-STATE.
           MOVE WS-RM-RATE (WS-RM-IDX) TO WS-CHK-RATE.
           MOVE WS-CHK-STATE TO WS-LOOKUP-STATE.
           MOVE WS-CHK-AS-OF TO WS-LOOKUP-DATE.
           PERFORM FIND-APPLICABLE-MINIMUM.
           IF NOT WS-MINIMUM-FOUND
               PERFORM WRITE-NO-MINIMUM-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-RATE < WS-APPLICABLE-MINIMUM
               COMPUTE WS-CHK-MAKEUP =
                       WS-APPLICABLE-MINIMUM - WS-CHK-RATE
               ADD WS-CHK-MAKEUP TO WS-RATE-SHORT-TOTAL
               MOVE ZERO TO WS-SD-HOURS-OUT
               MOVE ZERO TO WS-SD-GROSS-OUT
               PERFORM WRITE-SHORTFALL-LINE
           END-IF.

      * Name and work state off the master when the record being
      * checked does not carry them
       GET-MASTER-WORK-STATE.
           IF NOT WS-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHK-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CHK-STATE = SPACES
                       MOVE EM-WORK-STATE TO WS-CHK-STATE
                   END-IF
                   IF WS-CHK-EMP-NAME = SPACES
                       MOVE EM-EMP-NAME TO WS-CHK-EMP-NAME
                   END-IF
           END-READ.

      * The higher of the state's minimum and the federal one, each
      * the latest entry effective on or before the as-of date
       FIND-APPLICABLE-MINIMUM.
           MOVE 'N' TO WS-MINIMUM-FOUND-SW.
           MOVE ZERO TO WS-APPLICABLE-MINIMUM.
           IF WS-LOOKUP-STATE NOT = SPACES
               PERFORM FIND-STATE-MINIMUM
               MOVE WS-STATE-MINIMUM TO WS-APPLICABLE-MINIMUM
           END-IF.
           MOVE WS-FEDERAL-CODE TO WS-LOOKUP-STATE.
           PERFORM FIND-STATE-MINIMUM.
           IF WS-STATE-MINIMUM > WS-APPLICABLE-MINIMUM
               MOVE WS-STATE-MINIMUM TO WS-APPLICABLE-MINIMUM
           END-IF.

       FIND-STATE-MINIMUM.
           MOVE ZERO TO WS-STATE-MINIMUM.
           MOVE ZERO TO WS-LOOKUP-EFF-DATE.
           PERFORM VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-COUNT
               IF WS-MW-STATE-CODE (WS-MW-IDX) = WS-LOOKUP-STATE
                       AND WS-MW-EFF-DATE (WS-MW-IDX)
                           NOT > WS-LOOKUP-DATE
                       AND WS-MW-EFF-DATE (WS-MW-IDX)
                           NOT < WS-LOOKUP-EFF-DATE
                   SET WS-MINIMUM-FOUND TO TRUE
                   MOVE WS-MW-EFF-DATE (WS-MW-IDX)
                       TO WS-LOOKUP-EFF-DATE
                   MOVE WS-MW-MINIMUM (WS-MW-IDX) TO WS-STATE-MINIMUM
               END-IF
           END-PERFORM.

       START-AUDIT-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SPACES TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.

       END-AUDIT-SECTION.
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NO SHORTFALLS" TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
           END-IF.

       WRITE-SHORTFALL-LINE.
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-COLUMN-HEADER TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-SHORTFALL-COUNT.
           MOVE WS-CHK-TYPE TO WS-SD-TYPE-OUT.
           MOVE WS-CHK-EMP-ID TO WS-SD-EMP-OUT.
           MOVE WS-CHK-EMP-NAME TO WS-SD-NAME-OUT.
           MOVE WS-CHK-STATE TO WS-SD-STATE-OUT.
           MOVE WS-CHK-AS-OF TO WS-SD-AS-OF-OUT.
           MOVE WS-CHK-RATE TO WS-SD-RATE-OUT.
           MOVE WS-APPLICABLE-MINIMUM TO WS-SD-MINIMUM-OUT.
           MOVE WS-CHK-MAKEUP TO WS-SD-MAKEUP-OUT.
           MOVE WS-SHORTFALL-DETAIL TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.

      * Neither the state nor the federal minimum is on the table
      * for the date - the record cannot be cleared, so it is listed
       WRITE-NO-MINIMUM-LINE.
           IF WS-SECTION-COUNT = ZERO
               MOVE WS-COLUMN-HEADER TO MIN-WAGE-REPORT-LINE
               WRITE MIN-WAGE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           ADD 1 TO WS-NO-MINIMUM-COUNT.
           MOVE WS-CHK-TYPE TO WS-SD-TYPE-OUT.
           MOVE WS-CHK-EMP-ID TO WS-SD-EMP-OUT.
           MOVE WS-CHK-EMP-NAME TO WS-SD-NAME-OUT.
           MOVE WS-CHK-STATE TO WS-SD-STATE-OUT.
           MOVE WS-CHK-AS-OF TO WS-SD-AS-OF-OUT.
           MOVE ZERO TO WS-SD-HOURS-OUT.
           MOVE ZERO TO WS-SD-GROSS-OUT.
           MOVE WS-CHK-RATE TO WS-SD-RATE-OUT.
           MOVE ZERO TO WS-SD-MINIMUM-OUT.
           MOVE ZERO TO WS-SD-MAKEUP-OUT.
           MOVE "NO MINIMUM FOUND" TO WS-SD-NOTE-OUT.
           MOVE WS-SHORTFALL-DETAIL TO MIN-WAGE-REPORT-LINE.
           WRITE MIN-WAGE-REPORT-LINE.
