       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-FRAUD-INDICATORS.
       AUTHOR. YOUR-NAME.

      * Ghost-employee and diversion indicators, run after the
      * salary run and before the ACH and check files are released.
      * Every employee paid on the period's output file is checked,
      * and every hit is listed on fraudind.txt under a reason code
      * internal audit can work the list by:
      *   DUPACCT  - two or more employees depositing to the same
      *              routing/account, on ach.txt or acctalloc.txt
      *   BANKCHG  - bank details first seen (prenote.txt sent date)
      *              within the recent-change window, on a deposit
      *              at or over the large-payment amount; the last
      *              empmaint.cbl change to the employee is shown
      *   NOTIME   - paid hourly with no time entry in the period
      *   TERMPAID - paid while terminated on the employee master
      *   SAMEOPER - the operator who added the employee on the
      *              master (empaudit.txt) also paid them: the
      *              operator who ran the period's salary run (its
      *              latest prunlog.txt line, or argument 3 when
      *              the run log names nobody), or the one who
      *              repaired and resubmitted their rejected pay
      *              record (rejects.txt)
      * Ends with return code 4 when anything is listed, so the
      * release step is held until the report is worked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The salary run's period output - who was paid, and how much
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

      * The salary run's period input - which pay was hourly
           SELECT INPUT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT ACH-FILE ASSIGN TO "/Users/simonvargas/ach.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT ACCOUNT-ALLOCATION-FILE ASSIGN TO
                   "/Users/simonvargas/acctalloc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO
                   "/Users/simonvargas/prenote.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO
                   "/Users/simonvargas/empaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AU-STATUS.

           SELECT TIME-ENTRY-FILE ASSIGN TO
                   "/Users/simonvargas/timeentries.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TE-STATUS.

      * Payroll calendar - the period span the time entries must
      * fall in
           SELECT PAY-CALENDAR-FILE ASSIGN TO
                   "/Users/simonvargas/paycal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT REJECT-FILE ASSIGN TO
                   "/Users/simonvargas/rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

      * Who ran which company/period, appended by each live run
           SELECT RUN-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/prunlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT FRAUD-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/fraudind.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirror of the salary processor's OUTPUT-RECORD
       FD OUTPUT-FILE.
       01 OUTPUT-RECORD.
           05 O-EMP-ID          PIC 9(5).
           05 O-EMP-NAME        PIC X(20).
           05 O-EMP-SALARY      PIC 9(7)V99.
           05 O-FED-TAX         PIC 9(7)V99.
           05 O-STATE-TAX       PIC 9(7)V99.
           05 O-NET-PAY         PIC 9(7)V99.
           05 O-YTD-GROSS       PIC 9(9)V99.
           05 O-RUNNING-TOTAL   PIC 9(9)V99.
           05 O-RECORD-TYPE     PIC X(1).

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

      * ACH-ENTRY-TYPE C credit, D reversal debit, P prenote,
      * T trailer
       FD ACH-FILE.
       01 ACH-RECORD.
           05 ACH-ROUTING-NUMBER   PIC 9(9).
           05 ACH-ACCOUNT-NUMBER   PIC 9(12).
           05 ACH-AMOUNT            PIC 9(9)V99.
           05 ACH-EMP-ID            PIC 9(5).
           05 ACH-ENTRY-TYPE        PIC X(1).
           05 FILLER                 PIC X(9).
      * company, period, and run stamp - on the trailer only
           05 FILLER                 PIC X(24).

       FD ACCOUNT-ALLOCATION-FILE.
       01 ACCOUNT-ALLOCATION-RECORD.
           05 AL-EMP-ID          PIC 9(5).
           05 AL-PRIORITY        PIC 9(1).
           05 AL-METHOD          PIC X(1).
           05 AL-AMOUNT          PIC 9(7)V99.
           05 AL-PERCENT         PIC 9(3).
           05 AL-ROUTING-NUMBER  PIC 9(9).
           05 AL-ACCOUNT-NUMBER  PIC 9(12).

       FD PRENOTE-FILE.
       01 PRENOTE-RECORD.
           05 PN-EMP-ID          PIC 9(5).
           05 PN-ROUTING-NUMBER  PIC 9(9).
           05 PN-ACCOUNT-NUMBER  PIC 9(12).
           05 PN-SENT-DATE       PIC 9(8).
           05 PN-STATUS          PIC X(1).

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

       FD TIME-ENTRY-FILE.
       01 TIME-ENTRY-RECORD.
           05 TE-EMP-ID        PIC 9(5).
           05 TE-HOURS          PIC 9(2)V99.
           05 TE-ENTRY-DATE     PIC 9(8).
           05 TE-JOB-CODE       PIC X(6).

       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
           05 PC-COMPANY-CODE    PIC X(4).
           05 PC-PAY-PERIOD-ID   PIC X(6).
           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).

      * The rejected record is carried whole; the employee ID sits
      * in columns 2-6 of it, as on the input record
       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-RECORD-TYPE     PIC X(1).
           05 REJ-EMP-ID          PIC 9(5).
           05 FILLER              PIC X(92).
           05 REJ-REASON          PIC X(30).
           05 REJ-DISPOSITION     PIC X(1).
           05 REJ-OPERATOR-ID     PIC X(8).

      * Same layout the salary processor and off-cycle run append
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 RN-COMPANY-CODE    PIC X(4).
           05 RN-PAY-PERIOD-ID   PIC X(6).
           05 RN-OPERATOR-ID     PIC X(8).
           05 RN-RUN-STAMP       PIC 9(14).
           05 RN-PROGRAM         PIC X(10).
           05 RN-RUN-OPTION      PIC X(8).

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

       FD FRAUD-REPORT-FILE.
       01 FRAUD-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OUT-STATUS         PIC XX.
       01 WS-INPUT-STATUS       PIC XX.
       01 WS-ACH-STATUS         PIC XX.
       01 WS-AL-STATUS          PIC XX.
       01 WS-PN-STATUS          PIC XX.
       01 WS-AU-STATUS          PIC XX.
       01 WS-TE-STATUS          PIC XX.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-REJ-STATUS         PIC XX.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-END-OF-FILE    VALUE 'Y'.
       01 WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 WS-MASTER-OPEN    VALUE 'Y'.

       01 WS-ARG-NUM            PIC 9(2).
       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-PAY-PERIOD-ID      PIC X(6).
       01 WS-RUN-OPERATOR-ID    PIC X(8).
       01 WS-ARG-OPERATOR-ID    PIC X(8).
       01 WS-OUTPUT-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-INPUT-FILENAME     PIC X(50) VALUE SPACES.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-INTEGER        PIC 9(8).

      * Thresholds: bank details newer than this many days, on a
      * deposit of at least this much, are flagged
       01 WS-RECENT-CHANGE-DAYS PIC 9(3) VALUE 30.
       01 WS-LARGE-PAYMENT      PIC 9(7)V99 VALUE 5000.00.

      * The period span; no calendar entry means every time entry
      * on the file counts
       01 WS-PERIOD-START-DATE  PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END-DATE    PIC 9(8) VALUE 99999999.

      * Everyone paid this run, with what the other files say
      * about them
       01 WS-PAID-TABLE.
           05 WS-PD-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PD-IDX.
               10 WS-PD-EMP-ID       PIC 9(5).
               10 WS-PD-EMP-NAME     PIC X(20).
               10 WS-PD-NET-PAY      PIC 9(7)V99.
               10 WS-PD-ACH-TOTAL    PIC 9(9)V99.
               10 WS-PD-HOURLY-SW    PIC X(1).
               10 WS-PD-TIME-COUNT   PIC 9(4).
               10 WS-PD-ADD-OPERATOR PIC X(8).
               10 WS-PD-ADD-DATE     PIC 9(8).
               10 WS-PD-LAST-OPERATOR PIC X(8).
               10 WS-PD-LAST-DATE    PIC 9(8).
               10 WS-PD-LAST-ACTION  PIC X(1).
               10 WS-PD-PN-SENT-DATE PIC 9(8).
               10 WS-PD-REPAIR-OPERATOR PIC X(8).
       01 WS-PD-COUNT           PIC 9(4) VALUE ZERO.

      * Every deposit account seen, with the employee paying into it
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 4000 TIMES
                   INDEXED BY WS-AC-IDX WS-AC-IDX-2.
               10 WS-AC-ROUTING      PIC 9(9).
               10 WS-AC-ACCOUNT      PIC 9(12).
               10 WS-AC-EMP-ID       PIC 9(5).
               10 WS-AC-SOURCE       PIC X(9).
       01 WS-AC-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-NEW-ROUTING        PIC 9(9).
       01 WS-NEW-ACCOUNT        PIC 9(12).
       01 WS-NEW-EMP-ID         PIC 9(5).
       01 WS-NEW-SOURCE         PIC X(9).

       01 WS-FIND-EMP-ID        PIC 9(5).
       01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01 WS-SHARED-SW          PIC X VALUE 'N'.
           88 WS-SHARED         VALUE 'Y'.
       01 WS-CHANGE-AGE         PIC S9(7).

       01 WS-HIT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-DUPACCT-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BANKCHG-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NOTIME-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TERMPAID-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SAMEOPER-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER             PIC X(45) VALUE
              "***** PAYROLL FRAUD INDICATORS *****".
       01 WS-HEADING-2.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-H2-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(11) VALUE "   PERIOD: ".
           05 WS-H2-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(13) VALUE "   RUN DATE: ".
           05 WS-H2-RUN-OUT      PIC 9(8).
           05 FILLER             PIC X(17) VALUE "   RUN OPERATOR: ".
           05 WS-H2-OPERATOR-OUT PIC X(8).
       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(44) VALUE
              "REASON   ID    NAME                        N".
           05 FILLER             PIC X(20) VALUE
              "ET PAY  DETAIL".

       01 WS-HIT-DETAIL.
           05 WS-HD-REASON-OUT   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-HD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-HD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-HD-NET-OUT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-HD-DETAIL-OUT   PIC X(80).

       01 WS-TOTAL-LINE.
           05 WS-TL-LABEL-OUT    PIC X(30).
           05 WS-TL-COUNT-OUT    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Payroll Fraud Indicators...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM FIND-RUN-OPERATOR.
           PERFORM LOAD-PAID-EMPLOYEES.
           PERFORM LOAD-PERIOD-DATE-SPAN.
           PERFORM LOAD-HOURLY-PAY.
           PERFORM LOAD-ACH-DEPOSITS.
           PERFORM LOAD-ACCOUNT-ALLOCATIONS.
           PERFORM LOAD-PRENOTE-STATE.
           PERFORM LOAD-MASTER-AUDIT-TRAIL.
           PERFORM LOAD-TIME-ENTRIES.
           PERFORM LOAD-REPAIRED-REJECTS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - TERMINATED CHECK NOT RUN"
           END-IF.

           OPEN OUTPUT FRAUD-REPORT-FILE.
           MOVE WS-HEADING-1 TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-H2-COMPANY-OUT.
           MOVE WS-PAY-PERIOD-ID TO WS-H2-PERIOD-OUT.
           MOVE WS-RUN-DATE TO WS-H2-RUN-OUT.
           MOVE WS-RUN-OPERATOR-ID TO WS-H2-OPERATOR-OUT.
           MOVE WS-HEADING-2 TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           PERFORM CHECK-SHARED-ACCOUNTS.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM CHECK-PAID-EMPLOYEE
           END-PERFORM.

           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE "EMPLOYEES PAID CHECKED" TO WS-TL-LABEL-OUT.
           MOVE WS-PD-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "DUPACCT  SHARED ACCOUNT" TO WS-TL-LABEL-OUT.
           MOVE WS-DUPACCT-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "BANKCHG  NEW BANK, LARGE PAY" TO WS-TL-LABEL-OUT.
           MOVE WS-BANKCHG-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "NOTIME   HOURLY, NO TIME" TO WS-TL-LABEL-OUT.
           MOVE WS-NOTIME-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TERMPAID PAID WHILE TERMED" TO WS-TL-LABEL-OUT.
           MOVE WS-TERMPAID-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "SAMEOPER ADDED AND PAID BY" TO WS-TL-LABEL-OUT.
           MOVE WS-SAMEOPER-COUNT TO WS-TL-COUNT-OUT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE "REVIEWED BY INTERNAL AUDIT: ______________  DATE: "
               TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           CLOSE FRAUD-REPORT-FILE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

           DISPLAY "EMPLOYEES PAID: " WS-PD-COUNT
                   "  INDICATORS LISTED: " WS-HIT-COUNT.
           IF WS-HIT-COUNT > ZERO
               DISPLAY "*** FRAUD INDICATORS FOUND - WORK "
                       "fraudind.txt BEFORE RELEASING FUNDS ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Payroll Fraud Indicators completed.".
           STOP RUN.

      * Company and pay period of the salary run, and optionally
      * the operator who ran it, for a run the run log does not
      * name an operator for
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
           MOVE SPACES TO WS-ARG-OPERATOR-ID.
           ACCEPT WS-ARG-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-OPERATOR-ID
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
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_output.txt" DELIMITED BY SIZE
               INTO WS-OUTPUT-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_input.txt" DELIMITED BY SIZE
               INTO WS-INPUT-FILENAME.

      * Without the period output there is no pay to examine.
      * Reversals back pay out and are not counted as paying anyone.
       LOAD-PAID-EMPLOYEES.
           OPEN INPUT OUTPUT-FILE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "PERIOD OUTPUT FILE NOT FOUND: "
                       WS-OUTPUT-FILENAME
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ OUTPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF O-RECORD-TYPE NOT = 'V'
                           PERFORM ADD-PAID-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-FILE.
           DISPLAY "EMPLOYEES PAID THIS RUN: " WS-PD-COUNT.

       ADD-PAID-EMPLOYEE.
           MOVE O-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-PAID-EMPLOYEE.
           IF WS-FOUND
               ADD O-NET-PAY TO WS-PD-NET-PAY (WS-PD-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-PD-COUNT NOT < 2000
               DISPLAY "PAID EMPLOYEE TABLE FULL - NOT CHECKED: "
                       O-EMP-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PD-COUNT.
           SET WS-PD-IDX TO WS-PD-COUNT.
           MOVE O-EMP-ID TO WS-PD-EMP-ID (WS-PD-IDX).
           MOVE O-EMP-NAME TO WS-PD-EMP-NAME (WS-PD-IDX).
           MOVE O-NET-PAY TO WS-PD-NET-PAY (WS-PD-IDX).
           MOVE ZERO TO WS-PD-ACH-TOTAL (WS-PD-IDX).
           MOVE 'N' TO WS-PD-HOURLY-SW (WS-PD-IDX).
           MOVE ZERO TO WS-PD-TIME-COUNT (WS-PD-IDX).
           MOVE SPACES TO WS-PD-ADD-OPERATOR (WS-PD-IDX).
           MOVE ZERO TO WS-PD-ADD-DATE (WS-PD-IDX).
           MOVE SPACES TO WS-PD-LAST-OPERATOR (WS-PD-IDX).
           MOVE ZERO TO WS-PD-LAST-DATE (WS-PD-IDX).
           MOVE SPACE TO WS-PD-LAST-ACTION (WS-PD-IDX).
           MOVE ZERO TO WS-PD-PN-SENT-DATE (WS-PD-IDX).
           MOVE SPACES TO WS-PD-REPAIR-OPERATOR (WS-PD-IDX).

      * Leaves WS-PD-IDX on the entry for WS-FIND-EMP-ID when found
       FIND-PAID-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-COUNT OR WS-FOUND
               IF WS-PD-EMP-ID (WS-PD-IDX) = WS-FIND-EMP-ID
                   SET WS-FOUND TO TRUE
                   SET WS-PD-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       LOAD-PERIOD-DATE-SPAN.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NO PAYROLL CALENDAR (paycal.txt) - ALL TIME "
                       "ENTRIES COUNT"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF PC-COMPANY-CODE = WS-COMPANY-CODE
                               AND PC-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                           MOVE PC-START-DATE TO WS-PERIOD-START-DATE
                           MOVE PC-END-DATE TO WS-PERIOD-END-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.

      * A regular record with an hourly rate was paid on hours
       LOAD-HOURLY-PAY.
           OPEN INPUT INPUT-FILE.
           IF WS-INPUT-STATUS NOT = "00"
               DISPLAY "PERIOD INPUT FILE NOT FOUND - NOTIME CHECK "
                       "NOT RUN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ INPUT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF I-REGULAR-RECORD AND I-HOURLY-RATE > ZERO
                           MOVE I-EMP-ID TO WS-FIND-EMP-ID
                           PERFORM FIND-PAID-EMPLOYEE
                           IF WS-FOUND
                               MOVE 'Y' TO WS-PD-HOURLY-SW (WS-PD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.

      * Credits only - a prenote moves no money and a reversal debit
      * takes it back
       LOAD-ACH-DEPOSITS.
           OPEN INPUT ACH-FILE.
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "NO ACH FILE (ach.txt) - DEPOSITS NOT CHECKED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ ACH-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF ACH-ENTRY-TYPE = 'C'
                           MOVE ACH-EMP-ID TO WS-FIND-EMP-ID
                           PERFORM FIND-PAID-EMPLOYEE
                           IF WS-FOUND
                               ADD ACH-AMOUNT
                                   TO WS-PD-ACH-TOTAL (WS-PD-IDX)
                           END-IF
                           MOVE ACH-ROUTING-NUMBER TO WS-NEW-ROUTING
                           MOVE ACH-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
                           MOVE ACH-EMP-ID TO WS-NEW-EMP-ID
                           MOVE "ACH" TO WS-NEW-SOURCE
                           PERFORM ADD-ACCOUNT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.

       LOAD-ACCOUNT-ALLOCATIONS.
           OPEN INPUT ACCOUNT-ALLOCATION-FILE.
           IF WS-AL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCOUNT-ALLOCATION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE AL-ROUTING-NUMBER TO WS-NEW-ROUTING
                       MOVE AL-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
                       MOVE AL-EMP-ID TO WS-NEW-EMP-ID
                       MOVE "ACCTALLOC" TO WS-NEW-SOURCE
                       PERFORM ADD-ACCOUNT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-ALLOCATION-FILE.

      * Kept unless the same employee already has that account on
      * the table
       ADD-ACCOUNT-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-FOUND
               IF WS-AC-ROUTING (WS-AC-IDX) = WS-NEW-ROUTING
                       AND WS-AC-ACCOUNT (WS-AC-IDX) = WS-NEW-ACCOUNT
                       AND WS-AC-EMP-ID (WS-AC-IDX) = WS-NEW-EMP-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-AC-COUNT NOT < 4000
               DISPLAY "ACCOUNT TABLE FULL - ACCOUNT NOT CHECKED FOR "
                       "EMPLOYEE " WS-NEW-EMP-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AC-COUNT.
           SET WS-AC-IDX TO WS-AC-COUNT.
           MOVE WS-NEW-ROUTING TO WS-AC-ROUTING (WS-AC-IDX).
           MOVE WS-NEW-ACCOUNT TO WS-AC-ACCOUNT (WS-AC-IDX).
           MOVE WS-NEW-EMP-ID TO WS-AC-EMP-ID (WS-AC-IDX).
           MOVE WS-NEW-SOURCE TO WS-AC-SOURCE (WS-AC-IDX).

      * The sent date is when the employee's current bank details
      * were first seen by the salary run
       LOAD-PRENOTE-STATE.
           OPEN INPUT PRENOTE-FILE.
           IF WS-PN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ PRENOTE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE PN-EMP-ID TO WS-FIND-EMP-ID
                       PERFORM FIND-PAID-EMPLOYEE
                       IF WS-FOUND
                           MOVE PN-SENT-DATE
                               TO WS-PD-PN-SENT-DATE (WS-PD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRENOTE-FILE.

      * From the AFTER lines: who added each employee, and the most
      * recent change of any kind and who made it
       LOAD-MASTER-AUDIT-TRAIL.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AU-STATUS NOT = "00"
               DISPLAY "MASTER AUDIT TRAIL (empaudit.txt) MISSING - "
                       "SAMEOPER CHECK NOT RUN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AU-TAG = "AFTER: " AND AU-EMP-ID NUMERIC
                           PERFORM NOTE-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.

       NOTE-AUDIT-LINE.
           MOVE AU-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-PAID-EMPLOYEE.
           IF NOT WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF AU-ACTION = 'A'
               MOVE AU-OPERATOR-ID TO WS-PD-ADD-OPERATOR (WS-PD-IDX)
               MOVE AU-EFFECTIVE-DATE TO WS-PD-ADD-DATE (WS-PD-IDX)
           END-IF.
           MOVE AU-OPERATOR-ID TO WS-PD-LAST-OPERATOR (WS-PD-IDX).
           MOVE AU-EFFECTIVE-DATE TO WS-PD-LAST-DATE (WS-PD-IDX).
           MOVE AU-ACTION TO WS-PD-LAST-ACTION (WS-PD-IDX).

       LOAD-TIME-ENTRIES.
           OPEN INPUT TIME-ENTRY-FILE.
           IF WS-TE-STATUS NOT = "00"
               DISPLAY "NO TIME ENTRY FILE (timeentries.txt) - EVERY "
                       "HOURLY PAYMENT IS FLAGGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ TIME-ENTRY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF TE-ENTRY-DATE NOT < WS-PERIOD-START-DATE
                               AND TE-ENTRY-DATE
                                   NOT > WS-PERIOD-END-DATE
                           MOVE TE-EMP-ID TO WS-FIND-EMP-ID
                           PERFORM FIND-PAID-EMPLOYEE
                           IF WS-FOUND
                               ADD 1 TO WS-PD-TIME-COUNT (WS-PD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIME-ENTRY-FILE.

      * The run log is in run order, so the last entry for the
      * company and period is the run being examined. Its operator
      * is the one who paid everyone on the output file; the
      * argument stands in only when the log names nobody.
       FIND-RUN-OPERATOR.
           MOVE SPACES TO WS-RUN-OPERATOR-ID.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUN-LOG-FILE
                       AT END MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RN-COMPANY-CODE = WS-COMPANY-CODE
                               AND RN-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                               MOVE RN-OPERATOR-ID
                                   TO WS-RUN-OPERATOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.
           IF WS-RUN-OPERATOR-ID = SPACES
               MOVE WS-ARG-OPERATOR-ID TO WS-RUN-OPERATOR-ID
           END-IF.
           IF WS-RUN-OPERATOR-ID = SPACES
               DISPLAY "NO RUN OPERATOR ON prunlog.txt OR ARGUMENT - "
                       "SAMEOPER CHECKS REJECT REPAIRS ONLY"
           END-IF.

      * A reject repaired and resubmitted was paid on that
      * operator's say-so
       LOAD-REPAIRED-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-END-OF-FILE
               READ REJECT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF REJ-DISPOSITION = 'R' AND REJ-EMP-ID NUMERIC
                           MOVE REJ-EMP-ID TO WS-FIND-EMP-ID
                           PERFORM FIND-PAID-EMPLOYEE
                           IF WS-FOUND
                               MOVE REJ-OPERATOR-ID
                                 TO WS-PD-REPAIR-OPERATOR (WS-PD-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

      * Every employee on an account some other employee also pays
      * into is listed, once per account they share
       CHECK-SHARED-ACCOUNTS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE 'N' TO WS-SHARED-SW
               PERFORM VARYING WS-AC-IDX-2 FROM 1 BY 1
                       UNTIL WS-AC-IDX-2 > WS-AC-COUNT OR WS-SHARED
                   IF WS-AC-ROUTING (WS-AC-IDX-2)
                           = WS-AC-ROUTING (WS-AC-IDX)
                           AND WS-AC-ACCOUNT (WS-AC-IDX-2)
                           = WS-AC-ACCOUNT (WS-AC-IDX)
                           AND WS-AC-EMP-ID (WS-AC-IDX-2)
                           NOT = WS-AC-EMP-ID (WS-AC-IDX)
                       SET WS-SHARED TO TRUE
                       SET WS-AC-IDX-2 DOWN BY 1
                   END-IF
               END-PERFORM
               IF WS-SHARED
                   PERFORM WRITE-SHARED-ACCOUNT-HIT
               END-IF
           END-PERFORM.

       WRITE-SHARED-ACCOUNT-HIT.
           ADD 1 TO WS-DUPACCT-COUNT.
           MOVE "DUPACCT " TO WS-HD-REASON-OUT.
           MOVE WS-AC-EMP-ID (WS-AC-IDX) TO WS-HD-EMP-OUT.
           MOVE WS-AC-EMP-ID (WS-AC-IDX) TO WS-FIND-EMP-ID.
           PERFORM FIND-PAID-EMPLOYEE.
           IF WS-FOUND
               MOVE WS-PD-EMP-NAME (WS-PD-IDX) TO WS-HD-NAME-OUT
               MOVE WS-PD-NET-PAY (WS-PD-IDX) TO WS-HD-NET-OUT
           ELSE
               PERFORM GET-MASTER-NAME
               MOVE ZERO TO WS-HD-NET-OUT
           END-IF.
           MOVE SPACES TO WS-HD-DETAIL-OUT.
           STRING "ACCT " DELIMITED BY SIZE
                   WS-AC-ROUTING (WS-AC-IDX) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-AC-ACCOUNT (WS-AC-IDX) DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-AC-SOURCE (WS-AC-IDX) DELIMITED BY SPACE
                   " ALSO USED BY " DELIMITED BY SIZE
                   WS-AC-EMP-ID (WS-AC-IDX-2) DELIMITED BY SIZE
               INTO WS-HD-DETAIL-OUT.
           PERFORM WRITE-HIT-LINE.

      * Employees not paid this run are named off the master
       GET-MASTER-NAME.
           MOVE SPACES TO WS-HD-NAME-OUT.
           IF NOT WS-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AC-EMP-ID (WS-AC-IDX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO WS-HD-NAME-OUT
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-HD-NAME-OUT
           END-READ.

       CHECK-PAID-EMPLOYEE.
           MOVE WS-PD-EMP-ID (WS-PD-IDX) TO WS-HD-EMP-OUT.
           MOVE WS-PD-EMP-NAME (WS-PD-IDX) TO WS-HD-NAME-OUT.
           MOVE WS-PD-NET-PAY (WS-PD-IDX) TO WS-HD-NET-OUT.
           PERFORM CHECK-RECENT-BANK-CHANGE.
           PERFORM CHECK-HOURLY-WITHOUT-TIME.
           PERFORM CHECK-PAID-WHILE-TERMINATED.
           PERFORM CHECK-SAME-OPERATOR.

       CHECK-RECENT-BANK-CHANGE.
           IF WS-PD-PN-SENT-DATE (WS-PD-IDX) = ZERO
                   OR WS-PD-ACH-TOTAL (WS-PD-IDX) < WS-LARGE-PAYMENT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHANGE-AGE = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE
                       (WS-PD-PN-SENT-DATE (WS-PD-IDX)).
           IF WS-CHANGE-AGE > WS-RECENT-CHANGE-DAYS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BANKCHG-COUNT.
           MOVE "BANKCHG " TO WS-HD-REASON-OUT.
           MOVE SPACES TO WS-HD-DETAIL-OUT.
           IF WS-PD-LAST-DATE (WS-PD-IDX) = ZERO
               STRING "BANK DETAILS NEW " DELIMITED BY SIZE
                       WS-PD-PN-SENT-DATE (WS-PD-IDX)
                           DELIMITED BY SIZE
                       " - NO MASTER CHANGE ON TRAIL" DELIMITED BY SIZE
                   INTO WS-HD-DETAIL-OUT
           ELSE
               STRING "BANK DETAILS NEW " DELIMITED BY SIZE
                       WS-PD-PN-SENT-DATE (WS-PD-IDX)
                           DELIMITED BY SIZE
                       " - LAST MASTER ACT " DELIMITED BY SIZE
                       WS-PD-LAST-ACTION (WS-PD-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PD-LAST-DATE (WS-PD-IDX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-PD-LAST-OPERATOR (WS-PD-IDX)
                           DELIMITED BY SIZE
                   INTO WS-HD-DETAIL-OUT
           END-IF.
           PERFORM WRITE-HIT-LINE.

       CHECK-HOURLY-WITHOUT-TIME.
           IF WS-PD-HOURLY-SW (WS-PD-IDX) NOT = 'Y'
                   OR WS-PD-TIME-COUNT (WS-PD-IDX) > ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NOTIME-COUNT.
           MOVE "NOTIME  " TO WS-HD-REASON-OUT.
           MOVE SPACES TO WS-HD-DETAIL-OUT.
           STRING "PAID HOURLY - NO TIME ENTRY " DELIMITED BY SIZE
                   WS-PERIOD-START-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PERIOD-END-DATE DELIMITED BY SIZE
               INTO WS-HD-DETAIL-OUT.
           PERFORM WRITE-HIT-LINE.

       CHECK-PAID-WHILE-TERMINATED.
           IF NOT WS-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PD-EMP-ID (WS-PD-IDX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACE TO EM-EMP-STATUS
           END-READ.
           IF NOT EM-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TERMPAID-COUNT.
           MOVE "TERMPAID" TO WS-HD-REASON-OUT.
           MOVE SPACES TO WS-HD-DETAIL-OUT.
           STRING "TERMINATED ON MASTER EFFECTIVE " DELIMITED BY SIZE
                   EM-STATUS-DATE DELIMITED BY SIZE
               INTO WS-HD-DETAIL-OUT.
           PERFORM WRITE-HIT-LINE.

       CHECK-SAME-OPERATOR.
           IF WS-PD-ADD-OPERATOR (WS-PD-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-PD-ADD-OPERATOR (WS-PD-IDX) = WS-RUN-OPERATOR-ID
               ADD 1 TO WS-SAMEOPER-COUNT
               MOVE "SAMEOPER" TO WS-HD-REASON-OUT
               MOVE SPACES TO WS-HD-DETAIL-OUT
               STRING "ADDED " DELIMITED BY SIZE
                       WS-PD-ADD-DATE (WS-PD-IDX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-PD-ADD-OPERATOR (WS-PD-IDX) DELIMITED BY SPACE
                       " WHO RAN THIS SALARY RUN" DELIMITED BY SIZE
                   INTO WS-HD-DETAIL-OUT
               PERFORM WRITE-HIT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PD-ADD-OPERATOR (WS-PD-IDX)
                   = WS-PD-REPAIR-OPERATOR (WS-PD-IDX)
               ADD 1 TO WS-SAMEOPER-COUNT
               MOVE "SAMEOPER" TO WS-HD-REASON-OUT
               MOVE SPACES TO WS-HD-DETAIL-OUT
               STRING "ADDED " DELIMITED BY SIZE
                       WS-PD-ADD-DATE (WS-PD-IDX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-PD-ADD-OPERATOR (WS-PD-IDX) DELIMITED BY SPACE
                       " WHO REPAIRED THE PAY REJECT" DELIMITED BY SIZE
                   INTO WS-HD-DETAIL-OUT
               PERFORM WRITE-HIT-LINE
           END-IF.

       WRITE-HIT-LINE.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-HIT-DETAIL TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
