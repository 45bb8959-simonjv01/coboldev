       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-WAGE-ACCRUAL.
       AUTHOR. YOUR-NAME.

      * Month-end accrued wages. A pay period that is still open at
      * month end (it starts on or before the last day of the month
      * and ends after it) holds wages earned in the closing month
      * that will not be paid until the next one. For each such
      * period on the payroll calendar the earned portion is
      * estimated from the last completed run of the same pay
      * frequency: that run's gross by GL department bucket (as
      * wcpay.txt carries it from WRITE-GL-JOURNAL's department
      * table) times the open period's working days through month
      * end over its working days in total. Two balanced journals
      * in the gljrnl layout come out for glpost.cbl: the accrual
      * (gross pay expense by department against accrued wages
      * payable) under GL period YYMMAC of the closing month, and
      * its reversal, dated the first of the next month, under GL
      * period YYMMRV of the next month, where the period's actual
      * payroll journal replaces it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO
                   "/Users/simonvargas/paycal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

      * Completed periods - a run not stamped complete is no basis
      * for an estimate
           SELECT RUN-CONTROL-FILE ASSIGN TO
                   "/Users/simonvargas/runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO
                   "/Users/simonvargas/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

      * Department gross per run, appended by every completed run
           SELECT COMP-PAYROLL-FILE ASSIGN TO
                   "/Users/simonvargas/wcpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCP-STATUS.

      * Accrual and reversal journals, named per company and GL
      * period the way the salary processor names its journal
           SELECT GL-JOURNAL-FILE ASSIGN TO
                   DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCRUAL-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/wageaccr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
           05 PC-COMPANY-CODE    PIC X(4).
           05 PC-PAY-PERIOD-ID   PIC X(6).
           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-COMPANY-CODE    PIC X(4).
           05 RC-PAY-PERIOD-ID   PIC X(6).
           05 RC-RUN-STATUS      PIC X(1).
               88 RC-RUN-COMPLETE VALUE 'C'.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE           PIC 9(8).

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

      * Same layout WRITE-GL-JOURNAL writes
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GL-DEBIT-CREDIT    PIC X(1).
           05 FILLER             PIC X(1).
           05 GL-ACCOUNT-NUMBER  PIC X(5).
           05 FILLER             PIC X(1).
           05 GL-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 GL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(1).
           05 GL-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-PAY-PERIOD-ID   PIC X(6).

       FD ACCRUAL-REPORT-FILE.
       01 ACCRUAL-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS         PIC XX.
       01 WS-RUNCTL-STATUS      PIC XX.
       01 WS-HOL-STATUS         PIC XX.
       01 WS-WCP-STATUS         PIC XX.
       01 WS-CAL-EOF-SW         PIC X VALUE 'N'.
           88 WS-CAL-END-OF-FILE VALUE 'Y'.
       01 WS-RUNCTL-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNCTL-END-OF-FILE VALUE 'Y'.
       01 WS-HOL-EOF-SW         PIC X VALUE 'N'.
           88 WS-HOL-END-OF-FILE VALUE 'Y'.
       01 WS-WCP-EOF-SW         PIC X VALUE 'N'.
           88 WS-WCP-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-ACCRUAL-MONTH      PIC X(6).
       01 WS-ACCRUAL-MONTH-SPLIT REDEFINES WS-ACCRUAL-MONTH.
           05 WS-AM-YEAR         PIC 9(4).
           05 WS-AM-MONTH        PIC 9(2).

      * Month end, the reversal date (the first of the next month),
      * and the GL period IDs the two journals post under
       01 WS-MONTH-END-DATE     PIC 9(8).
       01 WS-REVERSAL-DATE      PIC 9(8).
       01 WS-REVERSAL-SPLIT REDEFINES WS-REVERSAL-DATE.
           05 WS-RV-YEAR         PIC 9(4).
           05 WS-RV-MONTH        PIC 9(2).
           05 WS-RV-DAY          PIC 9(2).
       01 WS-ACCRUAL-PERIOD-ID.
           05 WS-AP-YEAR         PIC 9(2).
           05 WS-AP-MONTH        PIC 9(2).
           05 FILLER             PIC X(2) VALUE "AC".
       01 WS-REVERSAL-PERIOD-ID.
           05 WS-RP-YEAR         PIC 9(2).
           05 WS-RP-MONTH        PIC 9(2).
           05 FILLER             PIC X(2) VALUE "RV".
       01 WS-JOURNAL-FILENAME   PIC X(60) VALUE SPACES.
       01 WS-JOURNAL-PERIOD-ID  PIC X(6).
       01 WS-JOURNAL-DESC       PIC X(20).

      * This company's payroll calendar
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CAL-IDX WS-CAL-IDX-2.
               10 WS-CAL-PERIOD      PIC X(6).
               10 WS-CAL-START       PIC 9(8).
               10 WS-CAL-END         PIC 9(8).
               10 WS-CAL-FREQUENCY   PIC X(1).
       01 WS-CAL-COUNT          PIC 9(3) VALUE ZERO.

      * This company's periods stamped complete
       01 WS-DONE-TABLE.
           05 WS-DONE-PERIOD OCCURS 500 TIMES
                   INDEXED BY WS-DONE-IDX PIC X(6).
       01 WS-DONE-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DONE-FOUND-SW      PIC X VALUE 'N'.
           88 WS-DONE-FOUND     VALUE 'Y'.

       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY OCCURS 100 TIMES
                   INDEXED BY WS-HOL-IDX PIC 9(8).
       01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE ZERO.

      * The open period being accrued and the run it is estimated
      * from
       01 WS-OPEN-FREQUENCY     PIC X(1).
       01 WS-BASE-PERIOD-ID     PIC X(6).
       01 WS-BASE-END-DATE      PIC 9(8).
       01 WS-BASE-STAMP         PIC 9(14).
       01 WS-WORK-FREQUENCY     PIC X(1).
       01 WS-EARNED-DAYS        PIC 9(2).
       01 WS-PERIOD-DAYS        PIC 9(2).

      * Working days from WS-DAY-COUNT-FROM through -THRU, counted
      * as the salary processor's proration counts them
       01 WS-DAY-COUNT-FROM     PIC 9(8).
       01 WS-DAY-COUNT-THRU     PIC 9(8).
       01 WS-DAY-COUNT-RESULT   PIC 9(2).
       01 WS-DAY-INTEGER        PIC 9(8).
       01 WS-DAY-THRU-INTEGER   PIC 9(8).
       01 WS-DAY-DATE           PIC 9(8).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-WORKING-DAY-SW     PIC X VALUE 'N'.
           88 WS-WORKING-DAY    VALUE 'Y'.

      * The base run's gross by department
       01 WS-BASE-TABLE.
           05 WS-BG-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-BG-IDX.
               10 WS-BG-DEPT-CODE    PIC X(4).
               10 WS-BG-GROSS        PIC S9(11)V99.
       01 WS-BG-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-BG-FOUND-SW        PIC X VALUE 'N'.
           88 WS-BG-FOUND       VALUE 'Y'.

      * Accrued gross by department across every open period
       01 WS-ACCRUAL-TABLE.
           05 WS-AC-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-AC-IDX.
               10 WS-AC-DEPT-CODE    PIC X(4).
               10 WS-AC-AMOUNT       PIC S9(11)V99.
       01 WS-AC-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AC-FOUND-SW        PIC X VALUE 'N'.
           88 WS-AC-FOUND       VALUE 'Y'.
       01 WS-DEPT-ACCRUAL       PIC S9(11)V99.
       01 WS-ACCRUAL-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-LINE-AMT        PIC S9(11)V99.
       01 WS-OPEN-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(3) VALUE ZERO.

       01 WS-REPORT-HEADER.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-RH-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(14) VALUE "   MONTH END: ".
           05 WS-RH-MONTH-END-OUT PIC 9(8).
           05 FILLER             PIC X(18) VALUE "   REVERSAL DATE: ".
           05 WS-RH-REVERSAL-OUT PIC 9(8).
           05 FILLER             PIC X(14) VALUE "   GL PERIODS ".
           05 WS-RH-ACCR-PER-OUT PIC X(6).
           05 FILLER             PIC X(3) VALUE " / ".
           05 WS-RH-REV-PER-OUT  PIC X(6).

       01 WS-PERIOD-DETAIL.
           05 FILLER             PIC X(12) VALUE "OPEN PERIOD ".
           05 WS-PD-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-PD-START-OUT    PIC 9(8).
           05 FILLER             PIC X(1) VALUE "-".
           05 WS-PD-END-OUT      PIC 9(8).
           05 FILLER             PIC X(7) VALUE "  FREQ ".
           05 WS-PD-FREQ-OUT     PIC X(1).
           05 FILLER             PIC X(12) VALUE "  BASE RUN: ".
           05 WS-PD-BASE-OUT     PIC X(6).
           05 FILLER             PIC X(15) VALUE "  EARNED DAYS: ".
           05 WS-PD-EARNED-OUT   PIC Z9.
           05 FILLER             PIC X(4) VALUE " OF ".
           05 WS-PD-DAYS-OUT     PIC Z9.

       01 WS-DEPT-DETAIL.
           05 FILLER             PIC X(7) VALUE "  DEPT ".
           05 WS-DD-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(14) VALUE "  BASE GROSS: ".
           05 WS-DD-GROSS-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE "  ACCRUED: ".
           05 WS-DD-ACCRUED-OUT  PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(25) VALUE
                  "TOTAL WAGES ACCRUED:     ".
           05 WS-TL-TOTAL-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Month-End Wage Accrual...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM SET-ACCRUAL-DATES.
           PERFORM LOAD-PAY-CALENDAR.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-HOLIDAYS.

           OPEN OUTPUT ACCRUAL-REPORT-FILE.
           MOVE "***** MONTH-END ACCRUED WAGES *****"
               TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-RH-COMPANY-OUT.
           MOVE WS-MONTH-END-DATE TO WS-RH-MONTH-END-OUT.
           MOVE WS-REVERSAL-DATE TO WS-RH-REVERSAL-OUT.
           MOVE WS-ACCRUAL-PERIOD-ID TO WS-RH-ACCR-PER-OUT.
           MOVE WS-REVERSAL-PERIOD-ID TO WS-RH-REV-PER-OUT.
           MOVE WS-REPORT-HEADER TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-START (WS-CAL-IDX) <= WS-MONTH-END-DATE
                       AND WS-CAL-END (WS-CAL-IDX) > WS-MONTH-END-DATE
                   PERFORM ACCRUE-OPEN-PERIOD
               END-IF
           END-PERFORM.

           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           MOVE WS-ACCRUAL-TOTAL TO WS-TL-TOTAL-OUT.
           MOVE WS-TOTAL-LINE TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           IF WS-OPEN-COUNT = ZERO
               MOVE "NO PAY PERIOD OPEN ACROSS MONTH END"
                   TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               DISPLAY "NO PAY PERIOD OPEN ACROSS MONTH END "
                       WS-MONTH-END-DATE " - NOTHING TO ACCRUE"
           ELSE
               IF WS-ACCRUAL-TOTAL > ZERO
                   PERFORM WRITE-ACCRUAL-JOURNAL
                   PERFORM WRITE-REVERSAL-JOURNAL
               ELSE
                   DISPLAY "NOTHING ACCRUED - NO JOURNALS WRITTEN"
               END-IF
           END-IF.
           CLOSE ACCRUAL-REPORT-FILE.

           DISPLAY "OPEN PERIODS: " WS-OPEN-COUNT
                   "  NOT ESTIMATED: " WS-SKIPPED-COUNT.
           DISPLAY "TOTAL WAGES ACCRUED: " WS-ACCRUAL-TOTAL.
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "*** OPEN PERIODS WITH NO COMPLETED RUN TO "
                       "ESTIMATE FROM - SEE wageaccr.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Month-End Wage Accrual completed.".
           STOP RUN.

      * Company and the closing month (YYYYMM) from the command
      * line, or the prompt
       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ACCRUAL-MONTH.
           ACCEPT WS-ACCRUAL-MONTH FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ACCRUAL-MONTH
           END-ACCEPT.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-ACCRUAL-MONTH = SPACES
               DISPLAY "Enter month being closed (YYYYMM): "
               ACCEPT WS-ACCRUAL-MONTH
           END-IF.
           IF WS-ACCRUAL-MONTH NOT NUMERIC
                   OR WS-AM-MONTH < 1 OR WS-AM-MONTH > 12
               DISPLAY "RUN REFUSED - MONTH " WS-ACCRUAL-MONTH
                       " IS NOT YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The first of the next month is the reversal date; the day
      * before it is month end
       SET-ACCRUAL-DATES.
           IF WS-AM-MONTH = 12
               COMPUTE WS-REVERSAL-DATE =
                       (WS-AM-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-REVERSAL-DATE =
                       WS-AM-YEAR * 10000 + (WS-AM-MONTH + 1) * 100
                       + 1
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-REVERSAL-DATE) - 1).
           MOVE WS-AM-YEAR TO WS-AP-YEAR.
           MOVE WS-AM-MONTH TO WS-AP-MONTH.
           MOVE WS-RV-YEAR TO WS-RP-YEAR.
           MOVE WS-RV-MONTH TO WS-RP-MONTH.

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "NO PAYROLL CALENDAR (paycal.txt) - NO OPEN "
                       "PERIOD CAN BE FOUND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CAL-END-OF-FILE
               READ PAY-CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CAL-EOF-SW
                   NOT AT END
                       IF PC-COMPANY-CODE = WS-COMPANY-CODE
                               AND WS-CAL-COUNT < 500
                           ADD 1 TO WS-CAL-COUNT
                           SET WS-CAL-IDX TO WS-CAL-COUNT
                           MOVE PC-PAY-PERIOD-ID
                               TO WS-CAL-PERIOD (WS-CAL-IDX)
                           MOVE PC-START-DATE
                               TO WS-CAL-START (WS-CAL-IDX)
                           MOVE PC-END-DATE TO WS-CAL-END (WS-CAL-IDX)
      * a blank frequency byte is a biweekly period
                           IF PC-PAY-FREQUENCY = SPACE
                               MOVE 'B'
                                   TO WS-CAL-FREQUENCY (WS-CAL-IDX)
                           ELSE
                               MOVE PC-PAY-FREQUENCY
                                   TO WS-CAL-FREQUENCY (WS-CAL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-FILE.

       LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN-CONTROL FILE (runctl.txt) - NO "
                       "COMPLETED RUN TO ESTIMATE FROM"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RUNCTL-END-OF-FILE
               READ RUN-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
                   NOT AT END
                       IF RC-COMPANY-CODE = WS-COMPANY-CODE
                               AND RC-RUN-COMPLETE
                               AND WS-DONE-COUNT < 500
                           ADD 1 TO WS-DONE-COUNT
                           MOVE RC-PAY-PERIOD-ID
                               TO WS-DONE-PERIOD (WS-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL-FILE.

      * Without a holiday calendar only weekends come out of the
      * working-day counts
       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR (holidays.txt) - "
                       "ACCRUAL COUNTS WEEKDAYS ONLY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HOL-END-OF-FILE
               READ HOLIDAY-FILE
                   AT END MOVE 'Y' TO WS-HOL-EOF-SW
                   NOT AT END
                       IF WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE HOL-DATE
                               TO WS-HOLIDAY (WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.

      * One open period (WS-CAL-IDX): find its base run, count its
      * earned and total working days, and accrue the base run's
      * department gross in that proportion
       ACCRUE-OPEN-PERIOD.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE WS-CAL-FREQUENCY (WS-CAL-IDX) TO WS-OPEN-FREQUENCY.
           PERFORM FIND-BASE-PERIOD.

           MOVE WS-CAL-START (WS-CAL-IDX) TO WS-DAY-COUNT-FROM.
           MOVE WS-MONTH-END-DATE TO WS-DAY-COUNT-THRU.
           PERFORM COUNT-WORKING-DAYS.
           MOVE WS-DAY-COUNT-RESULT TO WS-EARNED-DAYS.
           MOVE WS-CAL-END (WS-CAL-IDX) TO WS-DAY-COUNT-THRU.
           PERFORM COUNT-WORKING-DAYS.
           MOVE WS-DAY-COUNT-RESULT TO WS-PERIOD-DAYS.

           MOVE SPACES TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.
           MOVE WS-CAL-PERIOD (WS-CAL-IDX) TO WS-PD-PERIOD-OUT.
           MOVE WS-CAL-START (WS-CAL-IDX) TO WS-PD-START-OUT.
           MOVE WS-CAL-END (WS-CAL-IDX) TO WS-PD-END-OUT.
           MOVE WS-OPEN-FREQUENCY TO WS-PD-FREQ-OUT.
           MOVE WS-BASE-PERIOD-ID TO WS-PD-BASE-OUT.
           MOVE WS-EARNED-DAYS TO WS-PD-EARNED-OUT.
           MOVE WS-PERIOD-DAYS TO WS-PD-DAYS-OUT.
           MOVE WS-PERIOD-DETAIL TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           IF WS-BASE-PERIOD-ID = SPACES
               MOVE "  NO COMPLETED RUN TO ESTIMATE FROM - NOT ACCRUED"
                   TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERIOD-DAYS = ZERO OR WS-EARNED-DAYS = ZERO
               MOVE "  NO WORKING DAYS EARNED BY MONTH END"
                   TO ACCRUAL-REPORT-LINE
               WRITE ACCRUAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-BASE-GROSS.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT
               PERFORM ACCRUE-ONE-DEPT
           END-PERFORM.

      * The latest period of the same frequency that ended by month
      * end and is stamped complete
       FIND-BASE-PERIOD.
           MOVE SPACES TO WS-BASE-PERIOD-ID.
           MOVE ZERO TO WS-BASE-END-DATE.
           PERFORM VARYING WS-CAL-IDX-2 FROM 1 BY 1
                   UNTIL WS-CAL-IDX-2 > WS-CAL-COUNT
               IF WS-CAL-FREQUENCY (WS-CAL-IDX-2) = WS-OPEN-FREQUENCY
                       AND WS-CAL-END (WS-CAL-IDX-2)
                           <= WS-MONTH-END-DATE
                       AND WS-CAL-END (WS-CAL-IDX-2)
                           > WS-BASE-END-DATE
                   PERFORM CHECK-PERIOD-DONE
                   IF WS-DONE-FOUND
                       MOVE WS-CAL-PERIOD (WS-CAL-IDX-2)
                           TO WS-BASE-PERIOD-ID
                       MOVE WS-CAL-END (WS-CAL-IDX-2)
                           TO WS-BASE-END-DATE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-PERIOD-DONE.
           MOVE 'N' TO WS-DONE-FOUND-SW.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT OR WS-DONE-FOUND
               IF WS-DONE-PERIOD (WS-DONE-IDX)
                       = WS-CAL-PERIOD (WS-CAL-IDX-2)
                   SET WS-DONE-FOUND TO TRUE
               END-IF
           END-PERFORM.

      * The base period's department gross as its run of record left
      * it on wcpay.txt: the latest full run, so an override rerun
      * replaces the run it reran, plus any resubmit after it
       LOAD-BASE-GROSS.
           MOVE ZERO TO WS-BG-COUNT.
           MOVE ZERO TO WS-BASE-STAMP.
           MOVE 'N' TO WS-WCP-EOF-SW.
           OPEN INPUT COMP-PAYROLL-FILE.
           IF WS-WCP-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT PAYROLL HISTORY (wcpay.txt). "
                       "STATUS: " WS-WCP-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                               AND WP-PAY-PERIOD-ID = WS-BASE-PERIOD-ID
                               AND NOT WP-RESUBMIT-RUN
                               AND WP-RUN-STAMP > WS-BASE-STAMP
                           MOVE WP-RUN-STAMP TO WS-BASE-STAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.

           MOVE 'N' TO WS-WCP-EOF-SW.
           OPEN INPUT COMP-PAYROLL-FILE.
           PERFORM UNTIL WS-WCP-END-OF-FILE
               READ COMP-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-WCP-EOF-SW
                   NOT AT END
                       IF WP-COMPANY-CODE = WS-COMPANY-CODE
                               AND WP-PAY-PERIOD-ID = WS-BASE-PERIOD-ID
                           IF WP-RUN-STAMP = WS-BASE-STAMP
                               OR (WP-RESUBMIT-RUN
                                   AND WP-RUN-STAMP > WS-BASE-STAMP)
                               PERFORM ADD-BASE-GROSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMP-PAYROLL-FILE.

       ADD-BASE-GROSS.
           MOVE 'N' TO WS-BG-FOUND-SW.
           PERFORM VARYING WS-BG-IDX FROM 1 BY 1
                   UNTIL WS-BG-IDX > WS-BG-COUNT OR WS-BG-FOUND
               IF WS-BG-DEPT-CODE (WS-BG-IDX) = WP-DEPT-CODE
                   SET WS-BG-FOUND TO TRUE
                   SET WS-BG-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-BG-FOUND
               IF WS-BG-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL - DEPT "
                           WP-DEPT-CODE " NOT ACCRUED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BG-COUNT
               SET WS-BG-IDX TO WS-BG-COUNT
               MOVE WP-DEPT-CODE TO WS-BG-DEPT-CODE (WS-BG-IDX)
               MOVE ZERO TO WS-BG-GROSS (WS-BG-IDX)
           END-IF.
           ADD WP-GROSS TO WS-BG-GROSS (WS-BG-IDX).

      * One department's share of the open period earned by month
      * end, added into the accrual across all open periods
       ACCRUE-ONE-DEPT.
           COMPUTE WS-DEPT-ACCRUAL ROUNDED =
                   WS-BG-GROSS (WS-BG-IDX) * WS-EARNED-DAYS
                   / WS-PERIOD-DAYS.
           MOVE WS-BG-DEPT-CODE (WS-BG-IDX) TO WS-DD-DEPT-OUT.
           MOVE WS-BG-GROSS (WS-BG-IDX) TO WS-DD-GROSS-OUT.
           MOVE WS-DEPT-ACCRUAL TO WS-DD-ACCRUED-OUT.
           MOVE WS-DEPT-DETAIL TO ACCRUAL-REPORT-LINE.
           WRITE ACCRUAL-REPORT-LINE.

           MOVE 'N' TO WS-AC-FOUND-SW.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-AC-FOUND
               IF WS-AC-DEPT-CODE (WS-AC-IDX)
                       = WS-BG-DEPT-CODE (WS-BG-IDX)
                   SET WS-AC-FOUND TO TRUE
                   SET WS-AC-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-AC-FOUND
               IF WS-AC-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL - DEPT "
                           WS-BG-DEPT-CODE (WS-BG-IDX) " NOT ACCRUED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AC-COUNT
               SET WS-AC-IDX TO WS-AC-COUNT
               MOVE WS-BG-DEPT-CODE (WS-BG-IDX)
                   TO WS-AC-DEPT-CODE (WS-AC-IDX)
               MOVE ZERO TO WS-AC-AMOUNT (WS-AC-IDX)
           END-IF.
           ADD WS-DEPT-ACCRUAL TO WS-AC-AMOUNT (WS-AC-IDX).
           ADD WS-DEPT-ACCRUAL TO WS-ACCRUAL-TOTAL.

      * Weekdays from WS-DAY-COUNT-FROM through WS-DAY-COUNT-THRU
      * that are not on the holiday calendar. integer-of-date day 1
      * was a Monday, so mod 7 of the integer gives 1=Mon ... 6=Sat
      * 0=Sun.
       COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-DAY-COUNT-RESULT.
           IF WS-DAY-COUNT-FROM > WS-DAY-COUNT-THRU
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-COUNT-FROM).
           COMPUTE WS-DAY-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAY-COUNT-THRU).
           PERFORM UNTIL WS-DAY-INTEGER > WS-DAY-THRU-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DAY-INTEGER, 7)
               SET WS-WORKING-DAY TO TRUE
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-WORKING-DAY-SW
               ELSE
                   COMPUTE WS-DAY-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                   PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                           UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                       IF WS-HOLIDAY (WS-HOL-IDX) = WS-DAY-DATE
                           MOVE 'N' TO WS-WORKING-DAY-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-WORKING-DAY
                   ADD 1 TO WS-DAY-COUNT-RESULT
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

      * The accrual: gross pay expense by department on the debit
      * side, accrued wages payable for the total on the credit
      * side, under the closing month's accrual GL period
       WRITE-ACCRUAL-JOURNAL.
           MOVE WS-ACCRUAL-PERIOD-ID TO WS-JOURNAL-PERIOD-ID.
           PERFORM SET-JOURNAL-FILENAME.
           MOVE SPACES TO WS-JOURNAL-DESC.
           STRING "WAGE ACCR " DELIMITED BY SIZE
                   WS-MONTH-END-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-DESC.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE WS-AC-AMOUNT (WS-AC-IDX) TO WS-GL-LINE-AMT
               MOVE WS-AC-DEPT-CODE (WS-AC-IDX) TO GL-DEPT-CODE
               MOVE "50100" TO GL-ACCOUNT-NUMBER
               PERFORM WRITE-GL-LINE-DEBIT
           END-PERFORM.
           MOVE SPACES TO GL-DEPT-CODE.
           MOVE WS-ACCRUAL-TOTAL TO WS-GL-LINE-AMT.
           MOVE "21600" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-CREDIT.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "ACCRUAL JOURNAL: " WS-JOURNAL-FILENAME.

      * The same lines the other way round, dated the first of the
      * next month, under the next month's reversal GL period
       WRITE-REVERSAL-JOURNAL.
           MOVE WS-REVERSAL-PERIOD-ID TO WS-JOURNAL-PERIOD-ID.
           PERFORM SET-JOURNAL-FILENAME.
           MOVE SPACES TO WS-JOURNAL-DESC.
           STRING "ACCR REV " DELIMITED BY SIZE
                   WS-REVERSAL-DATE DELIMITED BY SIZE
               INTO WS-JOURNAL-DESC.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               MOVE WS-AC-AMOUNT (WS-AC-IDX) TO WS-GL-LINE-AMT
               MOVE WS-AC-DEPT-CODE (WS-AC-IDX) TO GL-DEPT-CODE
               MOVE "50100" TO GL-ACCOUNT-NUMBER
               PERFORM WRITE-GL-LINE-CREDIT
           END-PERFORM.
           MOVE SPACES TO GL-DEPT-CODE.
           MOVE WS-ACCRUAL-TOTAL TO WS-GL-LINE-AMT.
           MOVE "21600" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-DEBIT.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "REVERSAL JOURNAL: " WS-JOURNAL-FILENAME.

       SET-JOURNAL-FILENAME.
           MOVE SPACES TO WS-JOURNAL-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-JOURNAL-PERIOD-ID DELIMITED BY SIZE
                   "_gljrnl.txt" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILENAME.

      * A negative department (a reversal-heavy base run) flips to
      * the other side rather than losing its sign, as in the
      * salary processor's journal
       WRITE-GL-LINE-DEBIT.
           IF WS-GL-LINE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-LINE-AMT < ZERO
               MOVE 'C' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
           ELSE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-GL-LINE-AMT TO GL-AMOUNT
           END-IF.
           MOVE WS-JOURNAL-DESC TO GL-DESCRIPTION.
           MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
           MOVE WS-JOURNAL-PERIOD-ID TO GL-PAY-PERIOD-ID.
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-LINE-CREDIT.
           IF WS-GL-LINE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-LINE-AMT < ZERO
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
           ELSE
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-LINE-AMT TO GL-AMOUNT
           END-IF.
           MOVE WS-JOURNAL-DESC TO GL-DESCRIPTION.
           MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
           MOVE WS-JOURNAL-PERIOD-ID TO GL-PAY-PERIOD-ID.
           WRITE GL-JOURNAL-RECORD.
