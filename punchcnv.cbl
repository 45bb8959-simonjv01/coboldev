      * and anything unpairable - an out with no in, an out earlier
      * than its in, an in left open at end of day - lands on the
      * exception listing instead of becoming somebody's hours.
      * Each employee-day is then held to the meal policy for the
      * employee's work state (mealpol.txt): a day over the state's
      * threshold with no out/in gap either has the meal deducted
      * automatically or, where the state requires it, is flagged as
      * a missed meal earning the premium hour; a gap shorter than
      * the state's minimum is flagged as a short meal. All of it
      * lands on the meal-compliance listing (mealexc.txt) for the
      * supervisors to correct before timeexcp.cbl runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   "/Users/simonvargas/punchexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Meal policy by work state; state "US" is the default for any
      * state without its own record
           SELECT MEAL-POLICY-FILE ASSIGN TO
                   "/Users/simonvargas/mealpol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT MEAL-EXCEPTION-FILE ASSIGN TO
                   "/Users/simonvargas/mealexc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PUNCH-FILE.
       FD PUNCH-EXCEPTION-FILE.
       01 PUNCH-EXCEPTION-LINE  PIC X(80).

      * MP-MISSED-ACTION says what a day over the threshold with no
      * meal gap gets: D deducts MP-DEDUCT-MINUTES from the day, P
      * leaves the time alone and earns MP-PREMIUM-HOURS (a short
      * meal earns the premium too in a P state)
       FD MEAL-POLICY-FILE.
       01 MEAL-POLICY-RECORD.
           05 MP-STATE-CODE      PIC X(2).
           05 MP-THRESHOLD-MINUTES PIC 9(3).
           05 MP-MIN-BREAK-MINUTES PIC 9(3).
           05 MP-MISSED-ACTION   PIC X(1).
           05 MP-DEDUCT-MINUTES  PIC 9(3).
           05 MP-PREMIUM-HOURS   PIC 9V99.

      * Shared employee master record - same layout
      * employee-salary-processor.cbl and obtainInput.cbl carry
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

       FD MEAL-EXCEPTION-FILE.
       01 MEAL-EXCEPTION-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PCH-STATUS         PIC XX.
       01 WS-PCH-EOF-SW         PIC X VALUE 'N'.
       01 WS-OPEN-IN-TIME       PIC 9(4).
       01 WS-DAY-MINUTES        PIC 9(5) VALUE ZERO.

      * The day's meal gaps: the last out-punch banked and the
      * longest out/in gap since it
       01 WS-LAST-OUT-SW        PIC X VALUE 'N'.
           88 WS-HAS-LAST-OUT   VALUE 'Y'.
       01 WS-LAST-OUT-MINUTES   PIC 9(5).
       01 WS-GAP-MINUTES        PIC S9(5).
       01 WS-LONGEST-GAP        PIC 9(5) VALUE ZERO.

       01 WS-MP-STATUS          PIC XX.
       01 WS-MP-EOF-SW          PIC X VALUE 'N'.
           88 WS-MP-END-OF-FILE VALUE 'Y'.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-MASTER-OPEN-SW     PIC X VALUE 'N'.
           88 WS-MASTER-OPEN    VALUE 'Y'.

      * Meal policy as loaded
       01 WS-MEAL-POLICY-TABLE.
           05 WS-MP-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-MP-IDX.
               10 WS-MP-STATE-CODE   PIC X(2).
               10 WS-MP-THRESHOLD    PIC 9(3).
               10 WS-MP-MIN-BREAK    PIC 9(3).
               10 WS-MP-ACTION       PIC X(1).
               10 WS-MP-DEDUCT       PIC 9(3).
               10 WS-MP-PREMIUM      PIC 9V99.
       01 WS-MP-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-MP-FOUND-SW        PIC X VALUE 'N'.
           88 WS-MP-FOUND       VALUE 'Y'.
       01 WS-DEFAULT-STATE      PIC X(2) VALUE "US".
       01 WS-LOOKUP-STATE       PIC X(2).

      * The policy in force for the employee-day being closed out -
      * six hours, a 30-minute meal deducted, when mealpol.txt has
      * neither the state nor a "US" record
       01 WS-APPLIED-POLICY.
           05 WS-AP-STATE-CODE   PIC X(2).
           05 WS-AP-THRESHOLD    PIC 9(3).
           05 WS-AP-MIN-BREAK    PIC 9(3).
           05 WS-AP-ACTION       PIC X(1).
               88 WS-AP-AUTO-DEDUCT VALUE 'D'.
               88 WS-AP-PAY-PREMIUM VALUE 'P'.
           05 WS-AP-DEDUCT       PIC 9(3).
           05 WS-AP-PREMIUM      PIC 9V99.
       01 WS-BUILT-IN-POLICY.
           05 FILLER             PIC X(2) VALUE "US".
           05 FILLER             PIC 9(3) VALUE 360.
           05 FILLER             PIC 9(3) VALUE 030.
           05 FILLER             PIC X(1) VALUE "D".
           05 FILLER             PIC 9(3) VALUE 030.
           05 FILLER             PIC 9V99 VALUE 1.00.

       01 WS-TIME-SPLIT.
           05 WS-TIME-HH         PIC 9(2).
           05 WS-TIME-MM         PIC 9(2).
       01 WS-WRITTEN-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PUNCH-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-DEDUCTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-MEAL-FLAG-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PREMIUM-TOTAL      PIC 9(5)V99 VALUE ZERO.

       01 WS-EXCEPTION-DETAIL.
           05 WS-EXC-REASON-OUT  PIC X(20).
           05 FILLER             PIC X(6) VALUE " TIME ".
           05 WS-EXC-TIME-OUT    PIC 9(4).

       01 WS-MEAL-DETAIL.
           05 WS-ML-REASON-OUT   PIC X(20).
           05 FILLER             PIC X(5) VALUE " EMP ".
           05 WS-ML-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(6) VALUE " DATE ".
           05 WS-ML-DATE-OUT     PIC 9(8).
           05 FILLER             PIC X(4) VALUE " ST ".
           05 WS-ML-STATE-OUT    PIC X(2).
           05 FILLER             PIC X(9) VALUE " WORKED ".
           05 WS-ML-WORKED-OUT   PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE " BREAK ".
           05 WS-ML-BREAK-OUT    PIC ZZZZ9.
           05 FILLER             PIC X(7) VALUE " DEDUC ".
           05 WS-ML-DEDUCT-OUT   PIC ZZ9.
           05 FILLER             PIC X(9) VALUE " PREMIUM ".
           05 WS-ML-PREMIUM-OUT  PIC 9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Punch-Clock Conversion...".
           END-IF.
           OPEN OUTPUT TIME-ENTRY-FILE.
           OPEN OUTPUT PUNCH-EXCEPTION-FILE.
           OPEN OUTPUT MEAL-EXCEPTION-FILE.
           PERFORM LOAD-MEAL-POLICY.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - THE DEFAULT MEAL POLICY "
                       "APPLIES TO EVERYONE"
           END-IF.

           PERFORM UNTIL WS-PCH-END-OF-FILE
               READ PUNCH-FILE
           CLOSE PUNCH-FILE.
           CLOSE TIME-ENTRY-FILE.
           CLOSE PUNCH-EXCEPTION-FILE.
           CLOSE MEAL-EXCEPTION-FILE.
           IF WS-MASTER-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.
           DISPLAY "PUNCHES READ: " WS-PUNCH-COUNT.
           DISPLAY "TIME ENTRIES WRITTEN: " WS-WRITTEN-COUNT.
           DISPLAY "PUNCH EXCEPTIONS: " WS-EXCEPTION-COUNT.
           DISPLAY "MEALS AUTO-DEDUCTED: " WS-DEDUCTED-COUNT.
           DISPLAY "MEAL VIOLATIONS FLAGGED: " WS-MEAL-FLAG-COUNT.
           DISPLAY "MEAL PREMIUM HOURS EARNED: " WS-PREMIUM-TOTAL.
           IF WS-EXCEPTION-COUNT > ZERO OR WS-MEAL-FLAG-COUNT > ZERO
      * a nonzero return code holds the feed the same way
      * timeexcp.cbl does, until supervisors clear the listing
               MOVE 4 TO RETURN-CODE
               END-IF
               MOVE PCH-PUNCH-TIME TO WS-OPEN-IN-TIME
               SET WS-IN-IS-OPEN TO TRUE
               PERFORM MEASURE-MEAL-GAP
           ELSE
               IF PCH-PUNCH-OUT
                   IF NOT WS-IN-IS-OPEN
               PERFORM WRITE-PUNCH-EXCEPTION
           ELSE
               ADD WS-ELAPSED-MINUTES TO WS-DAY-MINUTES
               MOVE WS-OUT-MINUTES TO WS-LAST-OUT-MINUTES
               SET WS-HAS-LAST-OUT TO TRUE
           END-IF.
           MOVE 'N' TO WS-OPEN-IN-SW.

      * An in-punch after a banked out-punch closes a break; the
      * longest one of the day is taken as the meal
       MEASURE-MEAL-GAP.
           IF NOT WS-HAS-LAST-OUT
               EXIT PARAGRAPH
           END-IF.
           MOVE PCH-PUNCH-TIME TO WS-TIME-SPLIT.
           COMPUTE WS-GAP-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
                   - WS-LAST-OUT-MINUTES.
           IF WS-GAP-MINUTES > WS-LONGEST-GAP
               MOVE WS-GAP-MINUTES TO WS-LONGEST-GAP
           END-IF.

      * End of the employee-day: an in-punch still open cannot be
      * paired, and the paired minutes round to the nearest quarter
      * hour before the clean record is written
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'N' TO WS-OPEN-IN-SW
           END-IF.
           IF WS-DAY-MINUTES > ZERO
               PERFORM CHECK-MEAL-COMPLIANCE
           END-IF.
           IF WS-DAY-MINUTES > ZERO
               COMPUTE WS-QUARTER-HOURS =
                       (WS-DAY-MINUTES + 7) / 15
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.
           MOVE ZERO TO WS-DAY-MINUTES.
           MOVE ZERO TO WS-LONGEST-GAP.
           MOVE 'N' TO WS-LAST-OUT-SW.

      * Only a day over the threshold owes a meal. No gap at all is
      * a missed meal - deducted or paid the premium, as the state's
      * policy says; a gap under the minimum is a short meal.
      * Deductions come off before the quarter-hour rounding.
       CHECK-MEAL-COMPLIANCE.
           PERFORM FIND-MEAL-POLICY.
           IF WS-DAY-MINUTES NOT > WS-AP-THRESHOLD
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-ML-DEDUCT-OUT.
           MOVE ZERO TO WS-ML-PREMIUM-OUT.
           MOVE WS-DAY-MINUTES TO WS-ML-WORKED-OUT.
           MOVE WS-LONGEST-GAP TO WS-ML-BREAK-OUT.
           IF WS-LONGEST-GAP = ZERO
               IF WS-AP-PAY-PREMIUM
                   MOVE "MISSED MEAL PREMIUM " TO WS-ML-REASON-OUT
                   MOVE WS-AP-PREMIUM TO WS-ML-PREMIUM-OUT
                   ADD WS-AP-PREMIUM TO WS-PREMIUM-TOTAL
                   ADD 1 TO WS-MEAL-FLAG-COUNT
               ELSE
                   MOVE "MEAL AUTO-DEDUCTED  " TO WS-ML-REASON-OUT
                   SUBTRACT WS-AP-DEDUCT FROM WS-DAY-MINUTES
                   MOVE WS-AP-DEDUCT TO WS-ML-DEDUCT-OUT
                   ADD 1 TO WS-DEDUCTED-COUNT
               END-IF
               PERFORM WRITE-MEAL-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-LONGEST-GAP < WS-AP-MIN-BREAK
               MOVE "SHORT MEAL BREAK    " TO WS-ML-REASON-OUT
               IF WS-AP-PAY-PREMIUM
                   MOVE WS-AP-PREMIUM TO WS-ML-PREMIUM-OUT
                   ADD WS-AP-PREMIUM TO WS-PREMIUM-TOTAL
               END-IF
               ADD 1 TO WS-MEAL-FLAG-COUNT
               PERFORM WRITE-MEAL-EXCEPTION
           END-IF.

      * The employee's work state off the master, then that state's
      * policy, else the "US" record, else the built-in default
       FIND-MEAL-POLICY.
           MOVE SPACES TO WS-LOOKUP-STATE.
           IF WS-MASTER-OPEN
               MOVE WS-PREV-EMP-ID TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-WORK-STATE TO WS-LOOKUP-STATE
               END-READ
           END-IF.
           PERFORM SEARCH-MEAL-POLICY.
           IF NOT WS-MP-FOUND
               MOVE WS-DEFAULT-STATE TO WS-LOOKUP-STATE
               PERFORM SEARCH-MEAL-POLICY
           END-IF.
           IF WS-MP-FOUND
               MOVE WS-MP-ENTRY (WS-MP-IDX) TO WS-APPLIED-POLICY
           ELSE
               MOVE WS-BUILT-IN-POLICY TO WS-APPLIED-POLICY
           END-IF.

       SEARCH-MEAL-POLICY.
           MOVE 'N' TO WS-MP-FOUND-SW.
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT
                      OR WS-MP-FOUND
               IF WS-MP-STATE-CODE (WS-MP-IDX) = WS-LOOKUP-STATE
                   SET WS-MP-FOUND TO TRUE
                   SET WS-MP-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       LOAD-MEAL-POLICY.
           OPEN INPUT MEAL-POLICY-FILE.
           IF WS-MP-STATUS NOT = "00"
               DISPLAY "NO MEAL POLICY FILE (mealpol.txt) - "
                       "SIX-HOUR DAY, 30-MINUTE DEDUCTION APPLIES"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MP-END-OF-FILE
               READ MEAL-POLICY-FILE
                   AT END MOVE 'Y' TO WS-MP-EOF-SW
                   NOT AT END
                       IF WS-MP-COUNT < 60
                           ADD 1 TO WS-MP-COUNT
                           SET WS-MP-IDX TO WS-MP-COUNT
                           MOVE MEAL-POLICY-RECORD
                               TO WS-MP-ENTRY (WS-MP-IDX)
                       ELSE
                           DISPLAY "MEAL POLICY TABLE FULL - "
                                   MP-STATE-CODE " DROPPED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEAL-POLICY-FILE.

       WRITE-MEAL-EXCEPTION.
           MOVE WS-PREV-EMP-ID TO WS-ML-EMP-OUT.
           MOVE WS-PREV-DATE TO WS-ML-DATE-OUT.
           MOVE WS-AP-STATE-CODE TO WS-ML-STATE-OUT.
           MOVE WS-MEAL-DETAIL TO MEAL-EXCEPTION-LINE.
           WRITE MEAL-EXCEPTION-LINE.

       WRITE-PUNCH-EXCEPTION.
           MOVE PCH-EMP-ID TO WS-EXC-EMP-OUT.
