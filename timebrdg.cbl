      * contiguous, the same assumption ifpgrm.cbl makes), split
      * into regular and overtime hours at 40, and written as a
      * ready-to-run INPUT-RECORD with name, department, work state,
      * and hourly rate pulled off the employee master. Approved
      * vacation and sick requests (leaveapr.cbl) falling on the
      * period's workdays go out as the record's leave taken, and
      * each request is marked as carried through the period end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Leave requests - approved ones feed the leave-taken fields
           SELECT LEAVE-REQUEST-FILE ASSIGN TO
                   "/Users/simonvargas/leavereq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Daily time-entry records - same layout ifpgrm.cbl reads
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).
               88 EM-WEEKLY       VALUE 'W'.
               88 EM-BIWEEKLY     VALUES 'B' ' '.
               88 EM-SEMIMONTHLY  VALUE 'S'.

      * Mirror of the salary processor's INPUT-RECORD
       FD BRIDGE-OUTPUT-FILE.
           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).

      * Same layout leaveapr.cbl maintains
       FD LEAVE-REQUEST-FILE.
       01 LEAVE-REQUEST-RECORD.
           05 LR-REQUEST-ID      PIC 9(6).
           05 LR-EMP-ID          PIC 9(5).
           05 LR-LEAVE-TYPE      PIC X(1).
           05 LR-START-DATE      PIC 9(8).
           05 LR-END-DATE        PIC 9(8).
           05 LR-DAY-HOURS       PIC 9(2)V99.
           05 LR-TOTAL-HOURS     PIC 9(4)V99.
           05 LR-STATUS          PIC X(1).
           05 LR-REQUEST-DATE    PIC 9(8).
           05 LR-DECIDED-BY      PIC X(8).
           05 LR-DECISION-DATE   PIC 9(8).
           05 LR-TAKEN-THRU      PIC 9(8).
           05 LR-NOTE            PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-TE-STATUS          PIC XX.
       01 WS-SPAN-LOADED-SW     PIC X VALUE 'N'.
           88 WS-SPAN-LOADED    VALUE 'Y'.
       01 WS-OUTSIDE-COUNT      PIC 9(5) VALUE ZERO.
      * The period's pay frequency - an employee on another cycle
      * is left for that cycle's bridge run
       01 WS-PERIOD-FREQUENCY   PIC X(1) VALUE 'B'.
       01 WS-EMP-FREQUENCY      PIC X(1).
       01 WS-OTHER-CYCLE-COUNT  PIC 9(5) VALUE ZERO.

      * The leave request file held in storage so the carried-thru
      * dates can be written back; only loaded when the period has
      * a calendar span to measure the leave against
       01 WS-LR-STATUS          PIC XX.
       01 WS-LR-EOF-SW          PIC X VALUE 'N'.
           88 WS-LR-END-OF-FILE VALUE 'Y'.
       01 WS-REQUEST-TABLE.
           05 WS-RQ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RQ-IDX WS-RQ-IDX-2.
               10 WS-RQ-REQUEST-ID   PIC 9(6).
               10 WS-RQ-EMP-ID       PIC 9(5).
               10 WS-RQ-LEAVE-TYPE   PIC X(1).
               10 WS-RQ-START-DATE   PIC 9(8).
               10 WS-RQ-END-DATE     PIC 9(8).
               10 WS-RQ-DAY-HOURS    PIC 9(2)V99.
               10 WS-RQ-TOTAL-HOURS  PIC 9(4)V99.
               10 WS-RQ-STATUS       PIC X(1).
               10 WS-RQ-REQUEST-DATE PIC 9(8).
               10 WS-RQ-DECIDED-BY   PIC X(8).
               10 WS-RQ-DECISION-DATE PIC 9(8).
               10 WS-RQ-TAKEN-THRU   PIC 9(8).
               10 WS-RQ-NOTE         PIC X(20).
       01 WS-RQ-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LEAVE-LOADED-SW    PIC X VALUE 'N'.
           88 WS-LEAVE-LOADED   VALUE 'Y'.
       01 WS-LEAVE-CARRIED-SW   PIC X VALUE 'N'.
           88 WS-LEAVE-CARRIED  VALUE 'Y'.
       01 WS-VAC-HOURS          PIC 9(3)V99.
       01 WS-SICK-HOURS         PIC 9(3)V99.
       01 WS-LEAVE-HOURS        PIC 9(4)V99.
       01 WS-LEAVE-FROM         PIC 9(8).
       01 WS-LEAVE-THRU         PIC 9(8).
       01 WS-DAY-INTEGER        PIC 9(8).
       01 WS-THRU-INTEGER       PIC 9(8).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-WORKDAY-COUNT      PIC 9(4).
       01 WS-LEAVE-ONLY-COUNT   PIC 9(5) VALUE ZERO.
      * Employees already handled off the time entries, so the ones
      * with leave but no hours this period can be picked out
       01 WS-HANDLED-TABLE.
           05 WS-HANDLED-EMP-ID OCCURS 2000 TIMES
                   INDEXED BY WS-HD-IDX PIC 9(5).
       01 WS-HANDLED-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Time-Entry Bridge...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-PERIOD-DATE-SPAN.
           PERFORM LOAD-APPROVED-LEAVE.

           OPEN INPUT TIME-ENTRY-FILE.
           IF WS-TE-STATUS NOT = "00"
           IF NOT WS-FIRST-ENTRY
               PERFORM WRITE-BRIDGE-RECORD
           END-IF.
           IF WS-LEAVE-LOADED
               PERFORM LIST-LEAVE-ONLY-EMPLOYEES
           END-IF.

           CLOSE TIME-ENTRY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE BRIDGE-OUTPUT-FILE.
           IF WS-LEAVE-CARRIED
               PERFORM SAVE-LEAVE-REQUESTS
           END-IF.
           DISPLAY "HOURS RECORDS WRITTEN: " WS-WRITTEN-COUNT.
           DISPLAY "LEAVE ONLY - NOT BRIDGED: " WS-LEAVE-ONLY-COUNT.
           DISPLAY "EMPLOYEES SKIPPED:     " WS-SKIPPED-COUNT.
           DISPLAY "ENTRIES OUTSIDE PERIOD: " WS-OUTSIDE-COUNT.
           DISPLAY "EMPLOYEES ON ANOTHER PAY CYCLE: "
                   WS-OTHER-CYCLE-COUNT.
           DISPLAY "Time-Entry Bridge completed.".
           STOP RUN.

                                   TO WS-PERIOD-START-DATE
                               MOVE PC-END-DATE
                                   TO WS-PERIOD-END-DATE
                               IF PC-PAY-FREQUENCY NOT = SPACE
                                   MOVE PC-PAY-FREQUENCY
                                       TO WS-PERIOD-FREQUENCY
                               END-IF
                               SET WS-SPAN-LOADED TO TRUE
                           END-IF
                   END-READ
      * ready-to-run input record. An employee missing from the
      * master, terminated, or without an hourly rate is skipped
      * with a message - better a visible gap than a zero-rate pay
      * record sailing into the salary run. An employee on another
      * pay cycle is counted and left for that cycle's run.
       WRITE-BRIDGE-RECORD.
           IF WS-HANDLED-COUNT < 2000
               ADD 1 TO WS-HANDLED-COUNT
               MOVE WS-PREV-EMP-ID
                   TO WS-HANDLED-EMP-ID (WS-HANDLED-COUNT)
           END-IF.
           MOVE WS-PREV-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "SKIPPED - NOT ON MASTER: " WS-PREV-EMP-ID
               NOT INVALID KEY
                   MOVE EM-PAY-FREQUENCY TO WS-EMP-FREQUENCY
                   IF WS-EMP-FREQUENCY = SPACE
                       MOVE 'B' TO WS-EMP-FREQUENCY
                   END-IF
                   IF WS-EMP-FREQUENCY NOT = WS-PERIOD-FREQUENCY
                       ADD 1 TO WS-OTHER-CYCLE-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF EM-TERMINATED
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "SKIPPED - TERMINATED: " WS-PREV-EMP-ID
           MOVE "USD" TO BO-CURRENCY-CODE.
           MOVE ZERO TO BO-HIRE-DATE.
           MOVE EM-WORK-STATE TO BO-WORK-STATE.
      * Leave taken is the approved leave on this period's workdays
           PERFORM SUM-EMPLOYEE-LEAVE.
           MOVE WS-VAC-HOURS TO BO-VAC-TAKEN.
           MOVE WS-SICK-HOURS TO BO-SICK-TAKEN.
           WRITE BRIDGE-OUTPUT-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           PERFORM MARK-LEAVE-CARRIED.

      * Approved leave is only bridged against a real period span -
      * without one there is no telling which days this run pays
       LOAD-APPROVED-LEAVE.
           IF NOT WS-SPAN-LOADED
               DISPLAY "NO PERIOD SPAN - APPROVED LEAVE NOT BRIDGED"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUEST FILE (leavereq.txt) - NO "
                       "LEAVE BRIDGED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LR-END-OF-FILE
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-LR-EOF-SW
                   NOT AT END
                       IF WS-RQ-COUNT < 2000
                           ADD 1 TO WS-RQ-COUNT
                           MOVE LEAVE-REQUEST-RECORD
                               TO WS-RQ-ENTRY (WS-RQ-COUNT)
                       ELSE
                           DISPLAY "LEAVE REQUEST TABLE FULL - NO "
                                   "LEAVE BRIDGED"
                           CLOSE LEAVE-REQUEST-FILE
                           MOVE ZERO TO WS-RQ-COUNT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-REQUEST-FILE.
           SET WS-LEAVE-LOADED TO TRUE.

      * Hours of approved vacation and sick leave for the employee
      * in WS-PREV-EMP-ID on the Monday-to-Friday dates inside the
      * period span. Measured against the span rather than the
      * carried-thru date so a rerun of the same period carries
      * the same leave again.
       SUM-EMPLOYEE-LEAVE.
           MOVE ZERO TO WS-VAC-HOURS.
           MOVE ZERO TO WS-SICK-HOURS.
           IF NOT WS-LEAVE-LOADED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-EMP-ID (WS-RQ-IDX) = WS-PREV-EMP-ID
                       AND WS-RQ-STATUS (WS-RQ-IDX) = 'A'
                       AND WS-RQ-START-DATE (WS-RQ-IDX)
                           NOT > WS-PERIOD-END-DATE
                       AND WS-RQ-END-DATE (WS-RQ-IDX)
                           NOT < WS-PERIOD-START-DATE
                   PERFORM COUNT-LEAVE-WORKDAYS
                   COMPUTE WS-LEAVE-HOURS = WS-WORKDAY-COUNT
                           * WS-RQ-DAY-HOURS (WS-RQ-IDX)
                   IF WS-RQ-LEAVE-TYPE (WS-RQ-IDX) = 'V'
                       ADD WS-LEAVE-HOURS TO WS-VAC-HOURS
                   ELSE
                       ADD WS-LEAVE-HOURS TO WS-SICK-HOURS
                   END-IF
               END-IF
           END-PERFORM.

      * Workdays of the request at WS-RQ-IDX inside the period span
      * - integer-of-date day 1 was a Monday, so mod 7 of the
      * integer gives 1=Mon ... 5=Fri 6=Sat 0=Sun
       COUNT-LEAVE-WORKDAYS.
           MOVE WS-RQ-START-DATE (WS-RQ-IDX) TO WS-LEAVE-FROM.
           IF WS-LEAVE-FROM < WS-PERIOD-START-DATE
               MOVE WS-PERIOD-START-DATE TO WS-LEAVE-FROM
           END-IF.
           MOVE WS-RQ-END-DATE (WS-RQ-IDX) TO WS-LEAVE-THRU.
           IF WS-LEAVE-THRU > WS-PERIOD-END-DATE
               MOVE WS-PERIOD-END-DATE TO WS-LEAVE-THRU
           END-IF.
           MOVE ZERO TO WS-WORKDAY-COUNT.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-LEAVE-FROM).
           COMPUTE WS-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-LEAVE-THRU).
           PERFORM UNTIL WS-DAY-INTEGER > WS-THRU-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DAY-INTEGER, 7)
               IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
                   ADD 1 TO WS-WORKDAY-COUNT
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

      * The employee's approved requests touching this period are
      * carried through the period end (or the request's own end),
      * so leaveapr.cbl stops holding those days against the balance
       MARK-LEAVE-CARRIED.
           IF NOT WS-LEAVE-LOADED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-EMP-ID (WS-RQ-IDX) = WS-PREV-EMP-ID
                       AND WS-RQ-STATUS (WS-RQ-IDX) = 'A'
                       AND WS-RQ-START-DATE (WS-RQ-IDX)
                           NOT > WS-PERIOD-END-DATE
                       AND WS-RQ-END-DATE (WS-RQ-IDX)
                           NOT < WS-PERIOD-START-DATE
                   MOVE WS-RQ-END-DATE (WS-RQ-IDX) TO WS-LEAVE-THRU
                   IF WS-LEAVE-THRU > WS-PERIOD-END-DATE
                       MOVE WS-PERIOD-END-DATE TO WS-LEAVE-THRU
                   END-IF
                   IF WS-LEAVE-THRU > WS-RQ-TAKEN-THRU (WS-RQ-IDX)
                       MOVE WS-LEAVE-THRU
                           TO WS-RQ-TAKEN-THRU (WS-RQ-IDX)
                       SET WS-LEAVE-CARRIED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * An employee on approved leave for the whole period has no
      * time entries at all. A zero-hour record would only be
      * rejected by the salary run's missing-hours edit, so these
      * are listed for the payroll clerk instead, and their requests
      * are left uncarried so leaveapr.cbl keeps holding the hours
      * against the balance until they are keyed.
       LIST-LEAVE-ONLY-EMPLOYEES.
           PERFORM VARYING WS-RQ-IDX-2 FROM 1 BY 1
                   UNTIL WS-RQ-IDX-2 > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX-2) = 'A'
                       AND WS-RQ-START-DATE (WS-RQ-IDX-2)
                           NOT > WS-PERIOD-END-DATE
                       AND WS-RQ-END-DATE (WS-RQ-IDX-2)
                           NOT < WS-PERIOD-START-DATE
                   PERFORM LIST-ONE-LEAVE-ONLY
               END-IF
           END-PERFORM.

       LIST-ONE-LEAVE-ONLY.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HANDLED-COUNT OR WS-FOUND
               IF WS-HANDLED-EMP-ID (WS-HD-IDX)
                       = WS-RQ-EMP-ID (WS-RQ-IDX-2)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-EMP-ID (WS-RQ-IDX-2) TO WS-PREV-EMP-ID.
           IF WS-HANDLED-COUNT < 2000
               ADD 1 TO WS-HANDLED-COUNT
               MOVE WS-PREV-EMP-ID
                   TO WS-HANDLED-EMP-ID (WS-HANDLED-COUNT)
           END-IF.
           PERFORM SUM-EMPLOYEE-LEAVE.
           IF WS-VAC-HOURS = ZERO AND WS-SICK-HOURS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LEAVE-ONLY-COUNT.
           DISPLAY "LEAVE ONLY, NO TIME ENTRIES - KEY BY HAND: "
                   WS-PREV-EMP-ID " VAC: " WS-VAC-HOURS
                   " SICK: " WS-SICK-HOURS.

       SAVE-LEAVE-REQUESTS.
           OPEN OUTPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS NOT = "00"
               DISPLAY "LEAVE REQUEST FILE REWRITE FAILED. STATUS: "
                       WS-LR-STATUS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-RQ-IDX) TO LEAVE-REQUEST-RECORD
               WRITE LEAVE-REQUEST-RECORD
           END-PERFORM.
           CLOSE LEAVE-REQUEST-FILE.

       END PROGRAM TIME-ENTRY-BRIDGE.
