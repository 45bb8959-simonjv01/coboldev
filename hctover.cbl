       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-TURNOVER-REPORT.
       AUTHOR. YOUR-NAME.

      * Headcount, hires and turnover by department for the twelve
      * months ending with the report month. The employee master
      * gives today's headcount; the before/after pairs empmaint.cbl
      * writes to its audit trail (empaudit.txt) give every add,
      * rehire, department move, and termination with its effective
      * date. Each employee's state at the close of the report month
      * is the master record, or the BEFORE image of the first
      * change on the trail effective after that month; the months
      * before it are walked back from there one month's movements
      * at a time. Each month shows opening headcount, hires,
      * rehires, transfers in and out, terminations, closing
      * headcount, and the turnover rate - terminations over the
      * average of opening and closing - for the month and for the
      * twelve months ending with it.
      * Average length of service is taken over the report month's
      * closing headcount with the salary run's computation: whole
      * years from the hire date, less one before the anniversary,
      * averaged over everyone with a hire date. The hire date is
      * the salary input's (when a company and pay period are given,
      * that period's <CO>_<PER>_input.txt), else the latest add or
      * rehire on the trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

      * Master maintenance audit trail, as empmaint.cbl appends it
           SELECT MAINT-AUDIT-FILE ASSIGN TO
                   "/Users/simonvargas/empaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Optional: a pay period's salary input, for its hire dates
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT TURNOVER-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/hctover.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EM-EMP-ID          PIC 9(5).
           05 EM-EMP-NAME        PIC X(20).
           05 EM-DEPT-CODE       PIC X(4).
           05 EM-EMP-SALARY      PIC 9(7)V99.
           05 EM-EMP-STATUS      PIC X(1).
               88 EM-TERMINATED   VALUE 'T'.
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).

      * Audit line layout written by empmaint.cbl's audit detail
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-LINE.
           05 AU-TAG             PIC X(7).
           05 FILLER             PIC X(5).
           05 AU-ACTION          PIC X(1).
           05 FILLER             PIC X(5).
           05 AU-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X(5).
           05 AU-EMP-ID          PIC 9(5).
           05 FILLER             PIC X(1).
           05 AU-EMP-NAME        PIC X(20).
           05 FILLER             PIC X(6).
           05 AU-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(5).
           05 AU-SALARY          PIC X(10).
           05 FILLER             PIC X(5).
           05 AU-EMP-STATUS      PIC X(1).
           05 FILLER             PIC X(4).
           05 AU-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X(5).
           05 AU-PAY-FREQUENCY   PIC X(1).
           05 FILLER             PIC X(4).
           05 AU-WORK-STATE      PIC X(2).
           05 FILLER             PIC X(4).
           05 AU-APPROVER-ID     PIC X(8).
           05 FILLER             PIC X(5).

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

       FD TURNOVER-REPORT-FILE.
       01 TURNOVER-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EMM-STATUS          PIC XX.
       01 WS-AUDIT-STATUS        PIC XX.
       01 WS-INPUT-STATUS        PIC XX.
       01 WS-EMM-EOF-SW          PIC X VALUE 'N'.
           88 WS-EMM-END-OF-FILE VALUE 'Y'.
       01 WS-AUDIT-EOF-SW        PIC X VALUE 'N'.
           88 WS-AUDIT-END-OF-FILE VALUE 'Y'.
       01 WS-INPUT-EOF-SW        PIC X VALUE 'N'.
           88 WS-INPUT-END-OF-FILE VALUE 'Y'.

       01 WS-ARG-NUM             PIC 9(2).
       01 WS-REPORT-MONTH        PIC X(6).
       01 WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
           05 WS-RM-YEAR         PIC 9(4).
           05 WS-RM-MONTH        PIC 9(2).
       01 WS-COMPANY-CODE        PIC X(4).
       01 WS-PAY-PERIOD-ID       PIC X(6).
       01 WS-INPUT-FILENAME      PIC X(50) VALUE SPACES.
       01 WS-HIRE-SOURCE         PIC X(30)
               VALUE "ADD/REHIRE ON THE AUDIT TRAIL".

      * Months are numbered year * 12 + month - 1; slot 24 of each
      * department's month table is the report month and slot 1 the
      * month 23 months before it, so the first of the twelve months
      * reported still has a full year behind its rolling rate
       01 WS-REPORT-SERIAL       PIC 9(6).
       01 WS-BASE-SERIAL         PIC 9(6).
       01 WS-EVENT-SERIAL        PIC 9(6).
       01 WS-MONTH-SLOT          PIC S9(6).
       01 WS-NEXT-MONTH-DATE     PIC 9(8).
       01 WS-MONTH-END-DATE      PIC 9(8).
       01 WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-DATE.
           05 WS-ME-YEAR         PIC 9(4).
           05 WS-ME-MONTH        PIC 9(2).
           05 WS-ME-DAY          PIC 9(2).
       01 WS-WORK-DATE           PIC 9(8).
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
           05 WS-WD-YEAR         PIC 9(4).
           05 WS-WD-MONTH        PIC 9(2).
           05 WS-WD-DAY          PIC 9(2).

      * Every employee on the master, as of the close of the report
      * month once the trail has been read
       01 WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10 WS-EMP-ID          PIC 9(5).
               10 WS-EMP-DEPT        PIC X(4).
               10 WS-EMP-STATE       PIC X(1).
                   88 WS-EMP-ACTIVE  VALUES 'A' ' '.
               10 WS-EMP-ROLLED-SW   PIC X(1).
                   88 WS-EMP-ROLLED  VALUE 'Y'.
               10 WS-EMP-AUDIT-HIRE  PIC 9(8).
               10 WS-EMP-PAY-HIRE    PIC 9(8).
       01 WS-EMP-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-EMP-FOUND-SW        PIC X VALUE 'N'.
           88 WS-EMP-FOUND       VALUE 'Y'.
       01 WS-FIND-EMP-ID         PIC 9(5).

      * Slot WS-DP-COUNT + 1 carries the company total
       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 101 TIMES
                   INDEXED BY WS-DP-IDX.
               10 WS-DP-CODE         PIC X(4).
               10 WS-DP-SERVICE-YEARS PIC 9(7).
               10 WS-DP-SERVICE-COUNT PIC 9(5).
               10 WS-DP-NO-HIRE-DATE PIC 9(5).
               10 WS-DP-MONTH OCCURS 24 TIMES.
                   15 WS-DM-OPEN       PIC S9(5).
                   15 WS-DM-HIRES      PIC 9(5).
                   15 WS-DM-REHIRES    PIC 9(5).
                   15 WS-DM-XFER-IN    PIC 9(5).
                   15 WS-DM-XFER-OUT   PIC 9(5).
                   15 WS-DM-TERMS      PIC 9(5).
                   15 WS-DM-CLOSE      PIC S9(5).
       01 WS-DP-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SLOT          PIC 9(3).
       01 WS-DP-FOUND-SW         PIC X VALUE 'N'.
           88 WS-DP-FOUND        VALUE 'Y'.
       01 WS-WORK-DEPT           PIC X(4).
       01 WS-MO                  PIC 9(2).
       01 WS-MO-FROM             PIC 9(2).

      * The BEFORE line of the pair being read
       01 WS-BEFORE-EMP-ID       PIC 9(5).
       01 WS-BEFORE-DEPT         PIC X(4).
       01 WS-BEFORE-STATUS       PIC X(1).
      * H hire, R rehire, T termination, X department move
       01 WS-EVENT-TYPE          PIC X(1).

      * Length of service, as COMPUTE-LENGTH-OF-SERVICE in the salary
      * run works it, as of the report month's last day
       01 WS-HIRE-DATE           PIC 9(8).
       01 WS-HIRE-DATE-SPLIT REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR       PIC 9(4).
           05 WS-HIRE-MONTH      PIC 9(2).
           05 WS-HIRE-DAY        PIC 9(2).
       01 WS-YEARS-OF-SERVICE    PIC S9(3).
       01 WS-AVG-SERVICE-YEARS   PIC 9(3)V99.

       01 WS-AVG-HEADCOUNT       PIC S9(5)V99.
       01 WS-ROLL-TERMS          PIC 9(7).
       01 WS-ROLL-AVG-SUM        PIC S9(7)V99.
       01 WS-TURNOVER-PCT        PIC S9(5)V99.
       01 WS-ROLL-TURNOVER-PCT   PIC S9(5)V99.
       01 WS-EVENT-COUNT         PIC 9(7) VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER             PIC X(21) VALUE
              "TWELVE MONTHS ENDING ".
           05 WS-RH-MONTH-OUT    PIC X(6).
           05 FILLER             PIC X(19) VALUE
              "   HIRE DATES FROM ".
           05 WS-RH-SOURCE-OUT   PIC X(30).

       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(44) VALUE
              "MONTH   OPENING   HIRES REHIRES XFER IN XFER".
           05 FILLER             PIC X(48) VALUE
              " OUT   TERMS CLOSING TURNOVER% 12-MO TURNOVER%".

       01 WS-DEPT-HEADER.
           05 FILLER             PIC X(12) VALUE "DEPARTMENT: ".
           05 WS-DH-DEPT-OUT     PIC X(4).

       01 WS-MONTH-DETAIL.
           05 WS-MD-MONTH-OUT    PIC 9(6).
           05 WS-MD-OPEN-OUT     PIC ZZZZZZ9-.
           05 WS-MD-HIRES-OUT    PIC ZZZZZZZ9.
           05 WS-MD-REHIRES-OUT  PIC ZZZZZZZ9.
           05 WS-MD-XIN-OUT      PIC ZZZZZZZ9.
           05 WS-MD-XOUT-OUT     PIC ZZZZZZZZ9.
           05 WS-MD-TERMS-OUT    PIC ZZZZZZZ9.
           05 WS-MD-CLOSE-OUT    PIC ZZZZZZ9-.
           05 WS-MD-TURN-OUT     PIC ZZZZZZ9.99-.
           05 WS-MD-ROLL-OUT     PIC ZZZZZZZZZZZ9.99-.

       01 WS-SERVICE-LINE.
           05 FILLER             PIC X(31) VALUE
              "  AVERAGE LENGTH OF SERVICE AT ".
           05 WS-SV-DATE-OUT     PIC 9(8).
           05 FILLER             PIC X(2) VALUE ": ".
           05 WS-SV-YEARS-OUT    PIC ZZ9.99.
           05 FILLER             PIC X(8) VALUE " YEARS (".
           05 WS-SV-COUNT-OUT    PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE " EMPLOYEES, ".
           05 WS-SV-NO-DATE-OUT  PIC ZZZZ9.
           05 FILLER             PIC X(20) VALUE
              " WITHOUT HIRE DATE)".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Headcount and Turnover Report...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM SET-REPORT-DATES.
           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-PAYROLL-HIRE-DATES.
           PERFORM LOAD-AUDIT-EVENTS.
           PERFORM COUNT-CLOSING-HEADCOUNT.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM WALK-BACK-MONTHS
           END-PERFORM.
           PERFORM BUILD-COMPANY-TOTAL.
           PERFORM WRITE-TURNOVER-REPORT.
           DISPLAY "DEPARTMENTS REPORTED: " WS-DP-COUNT
                   "  MOVEMENTS ON THE TRAIL: " WS-EVENT-COUNT.
           DISPLAY "Headcount and Turnover Report completed.".
           STOP RUN.

      * Report month (YYYYMM); optionally the company and pay period
      * whose salary input carries the hire dates
       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-REPORT-MONTH.
           ACCEPT WS-REPORT-MONTH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-REPORT-MONTH
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PAY-PERIOD-ID.
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT.
           IF WS-REPORT-MONTH = SPACES
               DISPLAY "Enter report month (YYYYMM): "
               ACCEPT WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH NOT NUMERIC
                   OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "RUN REFUSED - MONTH " WS-REPORT-MONTH
                       " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-REPORT-DATES.
           COMPUTE WS-REPORT-SERIAL = WS-RM-YEAR * 12 + WS-RM-MONTH - 1.
           COMPUTE WS-BASE-SERIAL = WS-REPORT-SERIAL - 24.
           IF WS-RM-MONTH = 12
               COMPUTE WS-NEXT-MONTH-DATE =
                       (WS-RM-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE =
                       WS-RM-YEAR * 10000 + (WS-RM-MONTH + 1) * 100
                       + 1
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).

      * Today's state of every employee; the trail rolls it back
       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER. STATUS: "
                       WS-EMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EM-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EMM-EOF-SW
           END-START.
           PERFORM UNTIL WS-EMM-END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EMM-EOF-SW
                   NOT AT END
                       PERFORM ADD-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

       ADD-EMPLOYEE.
           IF WS-EMP-COUNT >= 5000
               DISPLAY "EMPLOYEE TABLE FULL - EMP " EM-EMP-ID
                       " DROPPED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           SET WS-EMP-IDX TO WS-EMP-COUNT.
           MOVE EM-EMP-ID TO WS-EMP-ID (WS-EMP-IDX).
           MOVE EM-DEPT-CODE TO WS-EMP-DEPT (WS-EMP-IDX).
           MOVE EM-EMP-STATUS TO WS-EMP-STATE (WS-EMP-IDX).
           MOVE 'N' TO WS-EMP-ROLLED-SW (WS-EMP-IDX).
           MOVE ZERO TO WS-EMP-AUDIT-HIRE (WS-EMP-IDX).
           MOVE ZERO TO WS-EMP-PAY-HIRE (WS-EMP-IDX).

       LOAD-PAYROLL-HIRE-DATES.
           IF WS-COMPANY-CODE = SPACES OR WS-PAY-PERIOD-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_input.txt" DELIMITED BY SIZE
               INTO WS-INPUT-FILENAME.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "PERIOD INPUT FILE NOT FOUND: "
                       WS-INPUT-FILENAME
               DISPLAY "HIRE DATES TAKEN FROM THE AUDIT TRAIL ONLY"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-HIRE-SOURCE.
           STRING "SALARY INPUT " DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
               INTO WS-HIRE-SOURCE.
           PERFORM UNTIL WS-INPUT-END-OF-FILE
               READ INPUT-FILE
                   AT END MOVE 'Y' TO WS-INPUT-EOF-SW
                   NOT AT END
                       IF I-REGULAR-RECORD AND I-HIRE-DATE NUMERIC
                           MOVE I-EMP-ID TO WS-FIND-EMP-ID
                           PERFORM FIND-EMPLOYEE
                           IF WS-EMP-FOUND
                               MOVE I-HIRE-DATE
                                   TO WS-EMP-PAY-HIRE (WS-EMP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.

       FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR WS-EMP-FOUND
               IF WS-EMP-ID (WS-EMP-IDX) = WS-FIND-EMP-ID
                   SET WS-EMP-FOUND TO TRUE
                   SET WS-EMP-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      * The trail is the only record of movement, so its absence
      * stops the run rather than report none
       LOAD-AUDIT-EVENTS.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "MASTER AUDIT TRAIL (empaudit.txt) MISSING - "
                       "NO TURNOVER REPORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-END-OF-FILE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.

      * A BEFORE line is held for the AFTER line that follows it.
      * An add's BEFORE image is blank (ID zero) for a new hire and
      * carries status 'T' for a rehire. A change or mass move that
      * leaves the department different is a transfer; changes of
      * pay, name, and the like move nobody.
       LOAD-ONE-AUDIT-LINE.
           IF AU-TAG = "BEFORE:"
               MOVE AU-EMP-ID TO WS-BEFORE-EMP-ID
               MOVE AU-DEPT-CODE TO WS-BEFORE-DEPT
               MOVE AU-EMP-STATUS TO WS-BEFORE-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF AU-TAG NOT = "AFTER: "
                   OR AU-EFFECTIVE-DATE NOT NUMERIC
                   OR AU-EMP-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-EVENT-TYPE.
           EVALUATE TRUE
               WHEN AU-ACTION = 'A' AND WS-BEFORE-STATUS = 'T'
                   MOVE 'R' TO WS-EVENT-TYPE
               WHEN AU-ACTION = 'A'
                   MOVE 'H' TO WS-EVENT-TYPE
               WHEN AU-EMP-STATUS = 'T' AND WS-BEFORE-STATUS NOT = 'T'
                   MOVE 'T' TO WS-EVENT-TYPE
               WHEN AU-EMP-STATUS NOT = 'T'
                       AND WS-BEFORE-EMP-ID NOT = ZERO
                       AND AU-DEPT-CODE NOT = WS-BEFORE-DEPT
                   MOVE 'X' TO WS-EVENT-TYPE
           END-EVALUATE.
           IF WS-EVENT-TYPE = SPACE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE AU-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-EMPLOYEE.
           IF AU-EFFECTIVE-DATE > WS-MONTH-END-DATE
               PERFORM ROLL-BACK-EMPLOYEE
           ELSE
               IF (WS-EVENT-TYPE = 'H' OR WS-EVENT-TYPE = 'R')
                       AND WS-EMP-FOUND
                       AND AU-EFFECTIVE-DATE
                           > WS-EMP-AUDIT-HIRE (WS-EMP-IDX)
                   MOVE AU-EFFECTIVE-DATE
                       TO WS-EMP-AUDIT-HIRE (WS-EMP-IDX)
               END-IF
           END-IF.
           MOVE AU-EFFECTIVE-DATE TO WS-WORK-DATE.
           COMPUTE WS-EVENT-SERIAL = WS-WD-YEAR * 12 + WS-WD-MONTH - 1.
           COMPUTE WS-MONTH-SLOT = WS-EVENT-SERIAL - WS-BASE-SERIAL.
           IF WS-MONTH-SLOT < 1 OR WS-MONTH-SLOT > 24
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTH-SLOT TO WS-MO.
           EVALUATE WS-EVENT-TYPE
               WHEN 'H'
                   MOVE AU-DEPT-CODE TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-HIRES (WS-DP-IDX, WS-MO)
                   END-IF
               WHEN 'R'
                   MOVE AU-DEPT-CODE TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-REHIRES (WS-DP-IDX, WS-MO)
                   END-IF
               WHEN 'T'
                   MOVE WS-BEFORE-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-TERMS (WS-DP-IDX, WS-MO)
                   END-IF
               WHEN 'X'
                   MOVE WS-BEFORE-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-XFER-OUT (WS-DP-IDX, WS-MO)
                   END-IF
                   MOVE AU-DEPT-CODE TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-XFER-IN (WS-DP-IDX, WS-MO)
                   END-IF
           END-EVALUATE.

      * The first movement after the report month tells where the
      * employee stood at its close; a new hire's blank BEFORE image
      * means not yet on the payroll
       ROLL-BACK-EMPLOYEE.
           IF NOT WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-ROLLED (WS-EMP-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EMP-ROLLED-SW (WS-EMP-IDX).
           MOVE WS-BEFORE-DEPT TO WS-EMP-DEPT (WS-EMP-IDX).
           IF WS-BEFORE-EMP-ID = ZERO
               MOVE 'N' TO WS-EMP-STATE (WS-EMP-IDX)
           ELSE
               MOVE WS-BEFORE-STATUS TO WS-EMP-STATE (WS-EMP-IDX)
           END-IF.

       FIND-OR-ADD-DEPT.
           MOVE 'N' TO WS-DP-FOUND-SW.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-CODE (WS-DP-IDX) = WS-WORK-DEPT
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
               PERFORM CLEAR-DEPT-ENTRY
               MOVE WS-WORK-DEPT TO WS-DP-CODE (WS-DP-IDX)
               SET WS-DP-FOUND TO TRUE
           END-IF.

       CLEAR-DEPT-ENTRY.
           MOVE ZERO TO WS-DP-SERVICE-YEARS (WS-DP-IDX).
           MOVE ZERO TO WS-DP-SERVICE-COUNT (WS-DP-IDX).
           MOVE ZERO TO WS-DP-NO-HIRE-DATE (WS-DP-IDX).
           PERFORM VARYING WS-MO FROM 1 BY 1 UNTIL WS-MO > 24
               MOVE ZERO TO WS-DM-OPEN (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-HIRES (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-REHIRES (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-XFER-IN (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-XFER-OUT (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-TERMS (WS-DP-IDX, WS-MO)
               MOVE ZERO TO WS-DM-CLOSE (WS-DP-IDX, WS-MO)
           END-PERFORM.

      * Everyone active at the close of the report month is in its
      * closing headcount and in the length-of-service average
       COUNT-CLOSING-HEADCOUNT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-ACTIVE (WS-EMP-IDX)
                   MOVE WS-EMP-DEPT (WS-EMP-IDX) TO WS-WORK-DEPT
                   PERFORM FIND-OR-ADD-DEPT
                   IF WS-DP-FOUND
                       ADD 1 TO WS-DM-CLOSE (WS-DP-IDX, 24)
                       PERFORM ADD-LENGTH-OF-SERVICE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-LENGTH-OF-SERVICE.
           IF WS-EMP-PAY-HIRE (WS-EMP-IDX) > ZERO
               MOVE WS-EMP-PAY-HIRE (WS-EMP-IDX) TO WS-HIRE-DATE
           ELSE
               MOVE WS-EMP-AUDIT-HIRE (WS-EMP-IDX) TO WS-HIRE-DATE
           END-IF.
           IF WS-HIRE-DATE = ZERO
                   OR WS-HIRE-DATE > WS-MONTH-END-DATE
               ADD 1 TO WS-DP-NO-HIRE-DATE (WS-DP-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-YEARS-OF-SERVICE = WS-ME-YEAR - WS-HIRE-YEAR.
           IF WS-ME-MONTH < WS-HIRE-MONTH
               OR (WS-ME-MONTH = WS-HIRE-MONTH
                   AND WS-ME-DAY < WS-HIRE-DAY)
               SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
           END-IF.
           IF WS-YEARS-OF-SERVICE > 0
               ADD WS-YEARS-OF-SERVICE
                   TO WS-DP-SERVICE-YEARS (WS-DP-IDX)
           END-IF.
           ADD 1 TO WS-DP-SERVICE-COUNT (WS-DP-IDX).

      * Each month opens at its close less what came in plus what
      * went out, and the month before closes where it opens
       WALK-BACK-MONTHS.
           PERFORM VARYING WS-MO FROM 24 BY -1 UNTIL WS-MO < 1
               COMPUTE WS-DM-OPEN (WS-DP-IDX, WS-MO) =
                       WS-DM-CLOSE (WS-DP-IDX, WS-MO)
                       - WS-DM-HIRES (WS-DP-IDX, WS-MO)
                       - WS-DM-REHIRES (WS-DP-IDX, WS-MO)
                       - WS-DM-XFER-IN (WS-DP-IDX, WS-MO)
                       + WS-DM-XFER-OUT (WS-DP-IDX, WS-MO)
                       + WS-DM-TERMS (WS-DP-IDX, WS-MO)
               IF WS-MO > 1
                   MOVE WS-DM-OPEN (WS-DP-IDX, WS-MO)
                       TO WS-DM-CLOSE (WS-DP-IDX, WS-MO - 1)
               END-IF
           END-PERFORM.

      * Company-wide totals; transfers between departments show on
      * both sides and so net to nothing in the headcount
       BUILD-COMPANY-TOTAL.
           COMPUTE WS-TOTAL-SLOT = WS-DP-COUNT + 1.
           SET WS-DP-IDX TO WS-TOTAL-SLOT.
           PERFORM CLEAR-DEPT-ENTRY.
           MOVE "ALL " TO WS-DP-CODE (WS-TOTAL-SLOT).
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               ADD WS-DP-SERVICE-YEARS (WS-DP-IDX)
                   TO WS-DP-SERVICE-YEARS (WS-TOTAL-SLOT)
               ADD WS-DP-SERVICE-COUNT (WS-DP-IDX)
                   TO WS-DP-SERVICE-COUNT (WS-TOTAL-SLOT)
               ADD WS-DP-NO-HIRE-DATE (WS-DP-IDX)
                   TO WS-DP-NO-HIRE-DATE (WS-TOTAL-SLOT)
               PERFORM VARYING WS-MO FROM 1 BY 1 UNTIL WS-MO > 24
                   ADD WS-DM-OPEN (WS-DP-IDX, WS-MO)
                       TO WS-DM-OPEN (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-HIRES (WS-DP-IDX, WS-MO)
                       TO WS-DM-HIRES (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-REHIRES (WS-DP-IDX, WS-MO)
                       TO WS-DM-REHIRES (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-XFER-IN (WS-DP-IDX, WS-MO)
                       TO WS-DM-XFER-IN (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-XFER-OUT (WS-DP-IDX, WS-MO)
                       TO WS-DM-XFER-OUT (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-TERMS (WS-DP-IDX, WS-MO)
                       TO WS-DM-TERMS (WS-TOTAL-SLOT, WS-MO)
                   ADD WS-DM-CLOSE (WS-DP-IDX, WS-MO)
                       TO WS-DM-CLOSE (WS-TOTAL-SLOT, WS-MO)
               END-PERFORM
           END-PERFORM.

       WRITE-TURNOVER-REPORT.
           OPEN OUTPUT TURNOVER-REPORT-FILE.
           MOVE "***** HEADCOUNT AND TURNOVER BY DEPARTMENT *****"
               TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.
           MOVE WS-REPORT-MONTH TO WS-RH-MONTH-OUT.
           MOVE WS-HIRE-SOURCE TO WS-RH-SOURCE-OUT.
           MOVE WS-REPORT-HEADER TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-TOTAL-SLOT
               PERFORM WRITE-DEPT-SECTION
           END-PERFORM.
           CLOSE TURNOVER-REPORT-FILE.

       WRITE-DEPT-SECTION.
           MOVE SPACES TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.
           MOVE WS-DP-CODE (WS-DP-IDX) TO WS-DH-DEPT-OUT.
           MOVE WS-DEPT-HEADER TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.
           PERFORM VARYING WS-MO FROM 13 BY 1 UNTIL WS-MO > 24
               PERFORM WRITE-MONTH-LINE
           END-PERFORM.
           MOVE ZERO TO WS-AVG-SERVICE-YEARS.
           IF WS-DP-SERVICE-COUNT (WS-DP-IDX) > 0
               COMPUTE WS-AVG-SERVICE-YEARS ROUNDED =
                       WS-DP-SERVICE-YEARS (WS-DP-IDX)
                       / WS-DP-SERVICE-COUNT (WS-DP-IDX)
           END-IF.
           MOVE WS-MONTH-END-DATE TO WS-SV-DATE-OUT.
           MOVE WS-AVG-SERVICE-YEARS TO WS-SV-YEARS-OUT.
           MOVE WS-DP-SERVICE-COUNT (WS-DP-IDX) TO WS-SV-COUNT-OUT.
           MOVE WS-DP-NO-HIRE-DATE (WS-DP-IDX) TO WS-SV-NO-DATE-OUT.
           MOVE WS-SERVICE-LINE TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.

      * Turnover is terminations over the average of opening and
      * closing headcount; the rolling rate is the twelve months'
      * terminations over the average of their monthly averages
       WRITE-MONTH-LINE.
           COMPUTE WS-AVG-HEADCOUNT =
                   (WS-DM-OPEN (WS-DP-IDX, WS-MO)
                    + WS-DM-CLOSE (WS-DP-IDX, WS-MO)) / 2.
           MOVE ZERO TO WS-TURNOVER-PCT.
           IF WS-AVG-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                       WS-DM-TERMS (WS-DP-IDX, WS-MO) * 100
                       / WS-AVG-HEADCOUNT
           END-IF.
           MOVE ZERO TO WS-ROLL-TERMS.
           MOVE ZERO TO WS-ROLL-AVG-SUM.
           COMPUTE WS-MO-FROM = WS-MO - 11.
           PERFORM VARYING WS-MO-FROM FROM WS-MO-FROM BY 1
                   UNTIL WS-MO-FROM > WS-MO
               ADD WS-DM-TERMS (WS-DP-IDX, WS-MO-FROM) TO WS-ROLL-TERMS
               COMPUTE WS-ROLL-AVG-SUM = WS-ROLL-AVG-SUM
                       + (WS-DM-OPEN (WS-DP-IDX, WS-MO-FROM)
                          + WS-DM-CLOSE (WS-DP-IDX, WS-MO-FROM)) / 2
           END-PERFORM.
           MOVE ZERO TO WS-ROLL-TURNOVER-PCT.
           IF WS-ROLL-AVG-SUM > ZERO
               COMPUTE WS-ROLL-TURNOVER-PCT ROUNDED =
                       WS-ROLL-TERMS * 100 / (WS-ROLL-AVG-SUM / 12)
           END-IF.
           COMPUTE WS-EVENT-SERIAL = WS-BASE-SERIAL + WS-MO.
           DIVIDE WS-EVENT-SERIAL BY 12 GIVING WS-WD-YEAR
               REMAINDER WS-WD-MONTH.
           ADD 1 TO WS-WD-MONTH.
           COMPUTE WS-MD-MONTH-OUT = WS-WD-YEAR * 100 + WS-WD-MONTH.
           MOVE WS-DM-OPEN (WS-DP-IDX, WS-MO) TO WS-MD-OPEN-OUT.
           MOVE WS-DM-HIRES (WS-DP-IDX, WS-MO) TO WS-MD-HIRES-OUT.
           MOVE WS-DM-REHIRES (WS-DP-IDX, WS-MO) TO WS-MD-REHIRES-OUT.
           MOVE WS-DM-XFER-IN (WS-DP-IDX, WS-MO) TO WS-MD-XIN-OUT.
           MOVE WS-DM-XFER-OUT (WS-DP-IDX, WS-MO) TO WS-MD-XOUT-OUT.
           MOVE WS-DM-TERMS (WS-DP-IDX, WS-MO) TO WS-MD-TERMS-OUT.
           MOVE WS-DM-CLOSE (WS-DP-IDX, WS-MO) TO WS-MD-CLOSE-OUT.
           MOVE WS-TURNOVER-PCT TO WS-MD-TURN-OUT.
           MOVE WS-ROLL-TURNOVER-PCT TO WS-MD-ROLL-OUT.
           MOVE WS-MONTH-DETAIL TO TURNOVER-REPORT-LINE.
           WRITE TURNOVER-REPORT-LINE.

       END PROGRAM HEADCOUNT-TURNOVER-REPORT.
