               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      * Every executed step's start, end, and elapsed time, appended
      * window after window - the trailing averages the run-history
      * report measures tonight against come off this file
           SELECT RUN-HISTORY-FILE ASSIGN TO
                   "/Users/simonvargas/batchhist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * Tonight's elapsed time per step against its norm, with the
      * steps running well over it and the latest-finish misses
           SELECT RUN-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/batchrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG-FILE.

      * Frequency codes: D = every window, W1-W7 = weekly on that
      * day (1 = Monday .. 7 = Sunday), ME = the last business day
      * of the month, judged against busdate.txt. The latest-finish
      * time (HHMM, 24-hour) is optional: a step that ends after it
      * is an SLA miss. A time earlier than the window's start means
      * the next morning.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
           05 BS-STEP-NUM        PIC 9(2).
           05 BS-POLICY          PIC X(1).
           05 FILLER             PIC X(1).
           05 BS-FREQUENCY       PIC X(2).
           05 FILLER             PIC X(1).
           05 BS-LATEST-FINISH   PIC X(4).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).

      * Stamps are YYYYMMDDHHMMSS; the SLA flag is 'L' when the
      * step finished after its latest-finish time
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
           05 BH-BUSINESS-DATE   PIC 9(8).
           05 FILLER             PIC X(1).
           05 BH-STEP-NUM        PIC 9(2).
           05 FILLER             PIC X(1).
           05 BH-NAME            PIC X(30).
           05 FILLER             PIC X(1).
           05 BH-START-STAMP     PIC 9(14).
           05 FILLER             PIC X(1).
           05 BH-END-STAMP       PIC 9(14).
           05 FILLER             PIC X(1).
           05 BH-ELAPSED-SECS    PIC 9(6).
           05 FILLER             PIC X(1).
           05 BH-RESULT          PIC X(7).
           05 FILLER             PIC X(1).
           05 BH-RC              PIC -(4)9.
           05 FILLER             PIC X(1).
           05 BH-SLA-FLAG        PIC X(1).

       FD RUN-REPORT-FILE.
       01 RUN-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS          PIC XX.
       01 WS-STAT-STATUS         PIC XX.
      * tables (rather than one wide literal split by column) so
      * there is no column count to keep in sync by hand.
       01 WS-JOB-NAMES-AREA.
           05 FILLER PIC X(30) VALUE "PAYROLL INTEGRITY CHECK".
           05 FILLER PIC X(30) VALUE "SALARY PROCESSOR".
           05 FILLER PIC X(30) VALUE "TRANSACTION PRE-EDIT".
           05 FILLER PIC X(30) VALUE "BANK TRANSACTION SYSTEM".
           05 FILLER PIC X(30) VALUE "WAGES CALCULATOR".
           05 FILLER PIC X(30) VALUE "BUSINESS DATE ADVANCE".
       01 WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAMES-AREA.
           05 WS-JOB-NAME     PIC X(30) OCCURS 8 TIMES.

      * Company code / pay-period / run-mode arguments are passed on
      * the command line to each job that would otherwise ACCEPT them
      * step, after every posting job, so the whole suite moves to
      * the next business day together.
       01 WS-JOB-COMMANDS-AREA.
           05 FILLER PIC X(44) VALUE "./payinteg".
           05 FILLER PIC X(44) VALUE
               "./employee-salary-processor DEMO 202601".
           05 FILLER PIC X(44) VALUE "./txnedit".
           05 FILLER PIC X(44) VALUE "./wages1 B".
           05 FILLER PIC X(44) VALUE "./dateadv".
       01 WS-JOB-COMMAND-TABLE REDEFINES WS-JOB-COMMANDS-AREA.
           05 WS-JOB-COMMAND  PIC X(44) OCCURS 8 TIMES.

      * Each step's predecessor step number (zero = none) - a step
      * never runs against the half-written files of a predecessor
      * that did not succeed. The salary run (step 2) hangs off the
      * payroll integrity check (step 1), posting (step 4) off the
      * pre-edit (step 3) and the wages run (step 7) off the
      * time-entry exception pass (step 6): drifted payroll
      * masters, an out-of-balance transaction file or an uncleared
      * exception report stops its branch of the night right there.
       01 WS-JOB-PREDS-AREA.
           05 FILLER PIC 9(2) VALUE 0.
           05 FILLER PIC 9(2) VALUE 1.
           05 FILLER PIC 9(2) VALUE 0.
           05 FILLER PIC 9(2) VALUE 3.
           05 FILLER PIC 9(2) VALUE 2.
           05 FILLER PIC 9(2) VALUE 0.
           05 FILLER PIC 9(2) VALUE 6.
           05 FILLER PIC 9(2) VALUE 4.
       01 WS-JOB-PRED-TABLE REDEFINES WS-JOB-PREDS-AREA.
           05 WS-JOB-PRED     PIC 9(2) OCCURS 8 TIMES.

      * On-failure policy per step: H = halt the whole window,
      * S = let dependents skip but keep running independent steps,
      * C = continue, dependents run anyway
       01 WS-JOB-POLICIES-AREA.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(1) VALUE 'H'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(1) VALUE 'S'.
           05 FILLER PIC X(1) VALUE 'C'.
           05 FILLER PIC X(1) VALUE 'C'.
       01 WS-JOB-POLICY-TABLE REDEFINES WS-JOB-POLICIES-AREA.
           05 WS-JOB-POLICY   PIC X(1) OCCURS 8 TIMES.

       01 WS-JOB-COUNT           PIC 9(2) VALUE 8.
       01 WS-STEP-RESULT         PIC X(7).
       01 WS-RC-OUT              PIC -(4)9.

               10 WS-SCH-PRED     PIC 9(2).
               10 WS-SCH-POLICY   PIC X(1).
               10 WS-SCH-FREQ     PIC X(2).
               10 WS-SCH-LATEST   PIC X(4).
       01 WS-SCH-STATUS          PIC XX.
       01 WS-SCH-EOF-SW          PIC X VALUE 'N'.
           88 WS-SCH-END-OF-FILE VALUE 'Y'.
       01 WS-HALT-SW             PIC X VALUE 'N'.
           88 WS-WINDOW-HALTED   VALUE 'Y'.

      * Step timings for tonight, and each step's last ten
      * successful elapsed times off the history file (newest last)
      * for the trailing average. A step "well over its norm" has
      * at least three runs of history and ran half as long again
      * as its average, and by at least a minute - a two-second job
      * taking four is not worth waking anyone for.
       01 WS-HIST-STATUS         PIC XX.
       01 WS-HIST-EOF-SW         PIC X VALUE 'N'.
           88 WS-HIST-END-OF-FILE VALUE 'Y'.
       01 WS-TRAIL-RUNS          PIC 9(2) VALUE 10.
       01 WS-MIN-HISTORY-RUNS    PIC 9(2) VALUE 3.
       01 WS-OVER-NORM-PCT       PIC 9(3) VALUE 150.
       01 WS-OVER-NORM-MIN-SECS  PIC 9(4) VALUE 60.
       01 WS-STEP-TIMING-TABLE.
           05 WS-TIMING-ENTRY OCCURS 20 TIMES.
               10 WS-TM-START     PIC 9(14).
               10 WS-TM-END       PIC 9(14).
               10 WS-TM-ELAPSED   PIC 9(6).
               10 WS-TM-RAN-SW    PIC X.
                   88 WS-TM-RAN   VALUE 'Y'.
               10 WS-TM-SLA-SW    PIC X.
                   88 WS-TM-SLA-MISS VALUE 'Y'.
               10 WS-TM-HIST-RUNS PIC 9(2).
               10 WS-TM-HIST-SECS PIC 9(6) OCCURS 10 TIMES.
       01 WS-HIST-SUB            PIC 9(2).
       01 WS-HIST-TOTAL          PIC 9(8).
       01 WS-HIST-AVERAGE        PIC 9(6).
       01 WS-NORM-LIMIT          PIC 9(8).
       01 WS-OVER-NORM-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-SLA-MISS-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-WINDOW-START        PIC 9(14).
       01 WS-WINDOW-END          PIC 9(14).
       01 WS-STAMP               PIC 9(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
           05 WS-STAMP-DATE      PIC 9(8).
           05 WS-STAMP-HH        PIC 9(2).
           05 WS-STAMP-MI        PIC 9(2).
           05 WS-STAMP-SS        PIC 9(2).
       01 WS-STAMP-SECONDS       PIC 9(11).
       01 WS-START-SECONDS       PIC 9(11).
       01 WS-DEADLINE-STAMP      PIC 9(14).
       01 WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-STAMP.
           05 WS-DEADLINE-DATE   PIC 9(8).
           05 WS-DEADLINE-HHMM   PIC 9(4).
           05 WS-DEADLINE-SS     PIC 9(2).
       01 WS-LATEST-HHMM         PIC 9(4).
       01 WS-DEADLINE-INTEGER    PIC 9(8).
       01 WS-SECONDS-IN          PIC 9(6).
       01 WS-HMS-OUT.
           05 WS-HMS-HH          PIC 9(2).
           05 FILLER             PIC X(1) VALUE ":".
           05 WS-HMS-MI          PIC 9(2).
           05 FILLER             PIC X(1) VALUE ":".
           05 WS-HMS-SS          PIC 9(2).
       01 WS-TONIGHT-OUT         PIC X(8).
       01 WS-AVERAGE-OUT         PIC X(8).
       01 WS-STAMP-OUT           PIC X(8).

       01 WS-REPORT-DETAIL.
           05 WS-RPT-STEP-OUT    PIC Z9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RPT-NAME-OUT    PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RPT-STATUS-OUT  PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RPT-TONIGHT-OUT PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-AVERAGE-OUT PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-RUNS-OUT    PIC Z9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-LATEST-OUT  PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-RPT-FLAG-OUT    PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "STARTING NIGHTLY BATCH WINDOW"
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-WINDOW-START
           PERFORM LOAD-JOB-SCHEDULE
           PERFORM GET-BUSINESS-DATE
           PERFORM DERIVE-MONTH-END
                   UNTIL WS-STEP-SUB > WS-JOB-COUNT
               MOVE "PENDING " TO WS-STEP-STATUS (WS-STEP-SUB)
               MOVE SPACES TO WS-PRIOR-STATUS (WS-STEP-SUB)
               INITIALIZE WS-TIMING-ENTRY (WS-STEP-SUB)
           END-PERFORM
           PERFORM READ-JOB-STATUS-FILE
           PERFORM LOAD-RUN-HISTORY
           OPEN OUTPUT JOB-LOG-FILE
           PERFORM WRITE-LOG-HEADER

           END-PERFORM

           CLOSE JOB-LOG-FILE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-WINDOW-END
           PERFORM WRITE-RUN-HISTORY-REPORT
           DISPLAY "NIGHTLY BATCH WINDOW COMPLETE"
           STOP RUN.


       EXECUTE-JOB-STEP.
           DISPLAY "RUNNING JOB: " WS-SCH-NAME (WS-STEP-SUB)
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-TM-START (WS-STEP-SUB)
           CALL "SYSTEM" USING WS-SCH-COMMAND (WS-STEP-SUB)
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO WS-TM-END (WS-STEP-SUB)

           IF RETURN-CODE = 0
               MOVE "SUCCESS" TO WS-STEP-RESULT
           END-IF

           MOVE RETURN-CODE TO WS-RC-OUT
           PERFORM TIME-JOB-STEP
           DISPLAY "JOB " WS-SCH-NAME (WS-STEP-SUB) " - "
                   WS-STEP-RESULT " (RC=" WS-RC-OUT ") ELAPSED "
                   WS-TONIGHT-OUT
           PERFORM LOG-STEP-RESULT
           IF WS-TM-SLA-MISS (WS-STEP-SUB)
               DISPLAY "JOB " WS-SCH-NAME (WS-STEP-SUB)
                       " - SLA MISS, LATEST FINISH "
                       WS-SCH-LATEST (WS-STEP-SUB)
               MOVE SPACES TO JOB-LOG-LINE
               STRING WS-SCH-NAME (WS-STEP-SUB)
                      " - SLA MISS, LATEST FINISH "
                      WS-SCH-LATEST (WS-STEP-SUB)
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
           END-IF
           PERFORM APPEND-RUN-HISTORY.

       LOG-STEP-RESULT.
           MOVE SPACES TO JOB-LOG-LINE
           IF WS-TM-RAN (WS-STEP-SUB)
               STRING WS-SCH-NAME (WS-STEP-SUB) " - " WS-STEP-RESULT
                      " (RC=" WS-RC-OUT ") ELAPSED " WS-TONIGHT-OUT
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
           ELSE
               STRING WS-SCH-NAME (WS-STEP-SUB) " - " WS-STEP-RESULT
                      " (RC=" WS-RC-OUT ")"
                   DELIMITED BY SIZE INTO JOB-LOG-LINE
           END-IF
           WRITE JOB-LOG-LINE.

      * Elapsed seconds off the two stamps (across midnight too),
      * and the SLA test: the latest-finish time falls on the
      * window's start date, or the next day when it is earlier in
      * the day than the window started
       TIME-JOB-STEP.
           SET WS-TM-RAN (WS-STEP-SUB) TO TRUE
           MOVE WS-TM-START (WS-STEP-SUB) TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
           MOVE WS-TM-END (WS-STEP-SUB) TO WS-STAMP
           PERFORM STAMP-TO-SECONDS
           IF WS-STAMP-SECONDS > WS-START-SECONDS
               COMPUTE WS-TM-ELAPSED (WS-STEP-SUB) =
                       WS-STAMP-SECONDS - WS-START-SECONDS
           ELSE
               MOVE ZERO TO WS-TM-ELAPSED (WS-STEP-SUB)
           END-IF
           MOVE WS-TM-ELAPSED (WS-STEP-SUB) TO WS-SECONDS-IN
           PERFORM FORMAT-ELAPSED
           MOVE WS-HMS-OUT TO WS-TONIGHT-OUT
           IF WS-SCH-LATEST (WS-STEP-SUB) IS NUMERIC
               MOVE WS-SCH-LATEST (WS-STEP-SUB) TO WS-LATEST-HHMM
               MOVE WS-WINDOW-START TO WS-STAMP
               MOVE WS-STAMP-DATE TO WS-DEADLINE-DATE
               IF WS-LATEST-HHMM < WS-STAMP (9:4)
                   COMPUTE WS-DEADLINE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                           + 1
                   COMPUTE WS-DEADLINE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INTEGER)
               END-IF
               MOVE WS-LATEST-HHMM TO WS-DEADLINE-HHMM
               MOVE ZERO TO WS-DEADLINE-SS
               IF WS-TM-END (WS-STEP-SUB) > WS-DEADLINE-STAMP
                   MOVE 'Y' TO WS-TM-SLA-SW (WS-STEP-SUB)
               END-IF
           END-IF.

       STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
                   + WS-STAMP-SS.

       FORMAT-ELAPSED.
           DIVIDE WS-SECONDS-IN BY 3600 GIVING WS-HMS-HH
           COMPUTE WS-HMS-MI =
                   (WS-SECONDS-IN - WS-HMS-HH * 3600) / 60
           COMPUTE WS-HMS-SS = WS-SECONDS-IN - WS-HMS-HH * 3600
                   - WS-HMS-MI * 60.

       APPEND-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE WS-BUSINESS-DATE TO BH-BUSINESS-DATE
           MOVE WS-STEP-SUB TO BH-STEP-NUM
           MOVE WS-SCH-NAME (WS-STEP-SUB) TO BH-NAME
           MOVE WS-TM-START (WS-STEP-SUB) TO BH-START-STAMP
           MOVE WS-TM-END (WS-STEP-SUB) TO BH-END-STAMP
           MOVE WS-TM-ELAPSED (WS-STEP-SUB) TO BH-ELAPSED-SECS
           MOVE WS-STEP-RESULT TO BH-RESULT
           MOVE WS-RC-OUT TO BH-RC
           IF WS-TM-SLA-MISS (WS-STEP-SUB)
               MOVE 'L' TO BH-SLA-FLAG
           END-IF
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

      * Each step's norm is built from its own successful runs,
      * matched by name so a renumbered schedule keeps its history;
      * failed runs stop early and would drag the average down
       LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-END-OF-FILE
               READ RUN-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW
                   NOT AT END
                       IF BH-RESULT = "SUCCESS"
                               AND BH-ELAPSED-SECS IS NUMERIC
                           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                                   UNTIL WS-STEP-SUB > WS-JOB-COUNT
                               IF WS-SCH-NAME (WS-STEP-SUB) = BH-NAME
                                   PERFORM KEEP-HISTORY-RUN
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

      * the ten most recent stay; an eleventh pushes the oldest out
       KEEP-HISTORY-RUN.
           IF WS-TM-HIST-RUNS (WS-STEP-SUB) < WS-TRAIL-RUNS
               ADD 1 TO WS-TM-HIST-RUNS (WS-STEP-SUB)
           ELSE
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB >= WS-TRAIL-RUNS
                   MOVE WS-TM-HIST-SECS (WS-STEP-SUB, WS-HIST-SUB + 1)
                       TO WS-TM-HIST-SECS (WS-STEP-SUB, WS-HIST-SUB)
               END-PERFORM
           END-IF
           MOVE BH-ELAPSED-SECS TO WS-TM-HIST-SECS
               (WS-STEP-SUB, WS-TM-HIST-RUNS (WS-STEP-SUB)).

      * Tonight against the trailing average, step by step
       WRITE-RUN-HISTORY-REPORT.
           OPEN OUTPUT RUN-REPORT-FILE
           MOVE "***** BATCH WINDOW RUN HISTORY *****"
               TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE WS-WINDOW-START TO WS-STAMP
           MOVE WS-STAMP-HH TO WS-HMS-HH
           MOVE WS-STAMP-MI TO WS-HMS-MI
           MOVE WS-STAMP-SS TO WS-HMS-SS
           MOVE WS-HMS-OUT TO WS-STAMP-OUT
           MOVE SPACES TO RUN-REPORT-LINE
           STRING "BUSINESS DATE: " WS-BUSINESS-DATE
                  "  WINDOW STARTED: " WS-STAMP-DATE " " WS-STAMP-OUT
               DELIMITED BY SIZE INTO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE WS-WINDOW-END TO WS-STAMP
           MOVE WS-STAMP-HH TO WS-HMS-HH
           MOVE WS-STAMP-MI TO WS-HMS-MI
           MOVE WS-STAMP-SS TO WS-HMS-SS
           MOVE WS-HMS-OUT TO WS-STAMP-OUT
           MOVE SPACES TO RUN-REPORT-LINE
           STRING "                         WINDOW ENDED:   "
                  WS-STAMP-DATE " " WS-STAMP-OUT
               DELIMITED BY SIZE INTO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE SPACES TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE SPACES TO RUN-REPORT-LINE
           MOVE "NO STEP" TO RUN-REPORT-LINE (1:7)
           MOVE "STATUS" TO RUN-REPORT-LINE (35:6)
           MOVE "TONIGHT" TO RUN-REPORT-LINE (44:7)
           MOVE "TRAIL AVG" TO RUN-REPORT-LINE (54:9)
           MOVE "RUNS" TO RUN-REPORT-LINE (64:4)
           MOVE "DUE" TO RUN-REPORT-LINE (69:3)
           MOVE "FLAG" TO RUN-REPORT-LINE (74:4)
           WRITE RUN-REPORT-LINE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-JOB-COUNT
               PERFORM WRITE-RUN-REPORT-STEP
           END-PERFORM
           MOVE SPACES TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           MOVE SPACES TO RUN-REPORT-LINE
           STRING "STEPS WELL OVER NORM: " WS-OVER-NORM-COUNT
                  "   SLA MISSES: " WS-SLA-MISS-COUNT
               DELIMITED BY SIZE INTO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE
           CLOSE RUN-REPORT-FILE
           DISPLAY "STEPS WELL OVER NORM: " WS-OVER-NORM-COUNT
                   "  SLA MISSES: " WS-SLA-MISS-COUNT.

       WRITE-RUN-REPORT-STEP.
           MOVE WS-STEP-SUB TO WS-RPT-STEP-OUT
           MOVE WS-SCH-NAME (WS-STEP-SUB) TO WS-RPT-NAME-OUT
           MOVE WS-STEP-STATUS (WS-STEP-SUB) TO WS-RPT-STATUS-OUT
           MOVE WS-SCH-LATEST (WS-STEP-SUB) TO WS-RPT-LATEST-OUT
           MOVE WS-TM-HIST-RUNS (WS-STEP-SUB) TO WS-RPT-RUNS-OUT
           MOVE SPACES TO WS-RPT-FLAG-OUT
           MOVE "NOT RUN" TO WS-RPT-TONIGHT-OUT
           MOVE "  --" TO WS-RPT-AVERAGE-OUT
           MOVE ZERO TO WS-HIST-TOTAL
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-TM-HIST-RUNS (WS-STEP-SUB)
               ADD WS-TM-HIST-SECS (WS-STEP-SUB, WS-HIST-SUB)
                   TO WS-HIST-TOTAL
           END-PERFORM
           IF WS-TM-HIST-RUNS (WS-STEP-SUB) > ZERO
               DIVIDE WS-HIST-TOTAL BY WS-TM-HIST-RUNS (WS-STEP-SUB)
                   GIVING WS-HIST-AVERAGE ROUNDED
               MOVE WS-HIST-AVERAGE TO WS-SECONDS-IN
               PERFORM FORMAT-ELAPSED
               MOVE WS-HMS-OUT TO WS-RPT-AVERAGE-OUT
           END-IF
           IF WS-TM-RAN (WS-STEP-SUB)
               MOVE WS-TM-ELAPSED (WS-STEP-SUB) TO WS-SECONDS-IN
               PERFORM FORMAT-ELAPSED
               MOVE WS-HMS-OUT TO WS-RPT-TONIGHT-OUT
               IF WS-TM-HIST-RUNS (WS-STEP-SUB) >= WS-MIN-HISTORY-RUNS
                   COMPUTE WS-NORM-LIMIT =
                           WS-HIST-AVERAGE * WS-OVER-NORM-PCT / 100
                   IF WS-TM-ELAPSED (WS-STEP-SUB) > WS-NORM-LIMIT
                           AND WS-TM-ELAPSED (WS-STEP-SUB)
                               - WS-HIST-AVERAGE
                               >= WS-OVER-NORM-MIN-SECS
                       ADD 1 TO WS-OVER-NORM-COUNT
                       MOVE "OVER NORM" TO WS-RPT-FLAG-OUT
                   END-IF
               END-IF
               IF WS-TM-SLA-MISS (WS-STEP-SUB)
                   ADD 1 TO WS-SLA-MISS-COUNT
                   IF WS-RPT-FLAG-OUT = SPACES
                       MOVE "SLA MISS" TO WS-RPT-FLAG-OUT
                   ELSE
                       MOVE "OVER NORM, SLA MISS" TO WS-RPT-FLAG-OUT
                   END-IF
               END-IF
           END-IF
           MOVE WS-REPORT-DETAIL TO RUN-REPORT-LINE
           WRITE RUN-REPORT-LINE.

      * The schedule off the control file; with none, the built-in
      * eight-step nightly table drives the window exactly as it
      * always did, every step daily
       LOAD-JOB-SCHEDULE.
           MOVE 'N' TO WS-SCH-EOF-SW
                                   TO WS-SCH-POLICY (WS-JOB-IDX)
                               MOVE BS-FREQUENCY
                                   TO WS-SCH-FREQ (WS-JOB-IDX)
                               MOVE BS-LATEST-FINISH
                                   TO WS-SCH-LATEST (WS-JOB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "NO SCHEDULE FILE (batchsch.txt) - BUILT-IN "
                       "NIGHTLY TABLE USED"
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 8
                   SET WS-JOB-IDX TO WS-STEP-SUB
                   MOVE WS-JOB-NAME (WS-STEP-SUB)
                       TO WS-SCH-NAME (WS-JOB-IDX)
                   MOVE WS-JOB-POLICY (WS-STEP-SUB)
                       TO WS-SCH-POLICY (WS-JOB-IDX)
                   MOVE "D " TO WS-SCH-FREQ (WS-JOB-IDX)
                   MOVE SPACES TO WS-SCH-LATEST (WS-JOB-IDX)
               END-PERFORM
               MOVE 8 TO WS-JOB-COUNT
           END-IF.

      * Tonight's date off the shared business-date file, falling
