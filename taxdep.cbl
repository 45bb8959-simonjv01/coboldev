       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDERAL-TAX-DEPOSIT-SCHEDULE.
       AUTHOR. YOUR-NAME.

      * Federal payroll tax deposit schedule for one company. Every
      * completed salary run and off-cycle run leaves a line on
      * taxliab.txt with its pay date, the federal income tax
      * withheld, and the employer social security and Medicare
      * from its employer tax register; the employee share of both
      * is withheld at the same rates, so each pay date's deposit
      * liability is the withholding plus twice the employer
      * match. The lookback period (July 1 two years back through
      * June 30 last year) classifies the company as a monthly or
      * semiweekly depositor; each pay date's liability is then
      * given its due date under that schedule, rolled forward past
      * weekends and holidays.txt dates, and checked against the
      * deposits treasury has recorded on taxdepmd.txt. A single
      * pay date's liability at or over the next-day threshold is
      * due the next business day, is flagged at once, and turns a
      * monthly depositor semiweekly for the rest of the year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-LIABILITY-FILE ASSIGN TO
                   "/Users/simonvargas/taxliab.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TL-STATUS.

      * One non-working date (YYYYMMDD) per line, shared with the
      * bank side's business-date roll
           SELECT HOLIDAY-FILE ASSIGN TO
                   "/Users/simonvargas/holidays.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

      * Deposits treasury has made, one line per deposit against
      * the due date it settles
           SELECT TAX-DEPOSIT-MADE-FILE ASSIGN TO
                   "/Users/simonvargas/taxdepmd.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TD-STATUS.

           SELECT DEPOSIT-SCHEDULE-FILE ASSIGN TO
                   "/Users/simonvargas/taxdep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the salary processor and off-cycle run append
       FD TAX-LIABILITY-FILE.
       01 TAX-LIABILITY-RECORD.
           05 TL-COMPANY-CODE    PIC X(4).
           05 TL-PAY-PERIOD-ID   PIC X(6).
           05 TL-PAY-DATE        PIC 9(8).
           05 TL-FED-WH          PIC S9(9)V99.
           05 TL-ER-SS-TAX       PIC S9(9)V99.
           05 TL-ER-MEDI-TAX     PIC S9(9)V99.
           05 TL-RUN-TYPE        PIC X(1).
               88 TL-RESUBMIT-RUN VALUE 'S'.

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE           PIC 9(8).

       FD TAX-DEPOSIT-MADE-FILE.
       01 TAX-DEPOSIT-MADE-RECORD.
           05 TD-COMPANY-CODE    PIC X(4).
           05 TD-DUE-DATE        PIC 9(8).
           05 TD-DEPOSIT-DATE    PIC 9(8).
           05 TD-AMOUNT          PIC 9(9)V99.

       FD DEPOSIT-SCHEDULE-FILE.
       01 DEPOSIT-SCHEDULE-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TL-STATUS          PIC XX.
       01 WS-HOL-STATUS         PIC XX.
       01 WS-TD-STATUS          PIC XX.
       01 WS-TL-EOF-SW          PIC X VALUE 'N'.
           88 WS-TL-END-OF-FILE VALUE 'Y'.
       01 WS-HOL-EOF-SW         PIC X VALUE 'N'.
           88 WS-HOL-END-OF-FILE VALUE 'Y'.
       01 WS-TD-EOF-SW          PIC X VALUE 'N'.
           88 WS-TD-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-AS-OF-ARG          PIC X(8).
       01 WS-AS-OF-DATE         PIC 9(8).
       01 WS-AS-OF-SPLIT REDEFINES WS-AS-OF-DATE.
           05 WS-AS-OF-YEAR      PIC 9(4).
           05 WS-AS-OF-MMDD      PIC 9(4).

      * Depositor thresholds: lookback total at or under which the
      * company deposits monthly, and the one-day liability that
      * forces a next-business-day deposit
       01 WS-MONTHLY-LOOKBACK-LIMIT PIC 9(9)V99 VALUE 50000.
       01 WS-NEXT-DAY-THRESHOLD  PIC 9(9)V99 VALUE 100000.

       01 WS-LOOKBACK-START     PIC 9(8).
       01 WS-LOOKBACK-END       PIC 9(8).
       01 WS-LOOKBACK-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-DEPOSITOR-SW       PIC X VALUE 'M'.
           88 WS-MONTHLY-DEPOSITOR    VALUE 'M'.
           88 WS-SEMIWEEKLY-DEPOSITOR VALUE 'S'.

      * Each run's liability, last line wins for a company/period so
      * an override rerun does not double the liability; a resubmit
      * of repaired rejects adds to the run it follows
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-RUN-IDX.
               10 WS-RUN-PERIOD      PIC X(6).
               10 WS-RUN-PAY-DATE    PIC 9(8).
               10 WS-RUN-FED-WH      PIC S9(9)V99.
               10 WS-RUN-SS-TAX      PIC S9(9)V99.
               10 WS-RUN-MEDI-TAX    PIC S9(9)V99.
       01 WS-RUN-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-RUN-FOUND-SW       PIC X VALUE 'N'.
           88 WS-RUN-FOUND      VALUE 'Y'.

      * This year's liabilities by pay date, held in pay-date order
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DAY-IDX.
               10 WS-DAY-PAY-DATE    PIC 9(8).
               10 WS-DAY-FED-WH      PIC S9(9)V99.
               10 WS-DAY-SS-TAX      PIC S9(9)V99.
               10 WS-DAY-MEDI-TAX    PIC S9(9)V99.
               10 WS-DAY-TOTAL       PIC S9(9)V99.
               10 WS-DAY-DUE-DATE    PIC 9(8).
               10 WS-DAY-NEXT-DAY    PIC X(1).
       01 WS-DAY-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DAY-SUB            PIC 9(3) VALUE ZERO.
       01 WS-DAY-SHIFT          PIC 9(3) VALUE ZERO.
       01 WS-DAY-FOUND-SW       PIC X VALUE 'N'.
           88 WS-DAY-FOUND      VALUE 'Y'.

      * Deposits owed, one per due date, with what has been paid
       01 WS-DEPOSIT-TABLE.
           05 WS-DEP-ENTRY OCCURS 400 TIMES
                   INDEXED BY WS-DEP-IDX.
               10 WS-DEP-DUE-DATE    PIC 9(8).
               10 WS-DEP-LIABILITY   PIC S9(11)V99.
               10 WS-DEP-PAID        PIC S9(11)V99.
               10 WS-DEP-LAST-PAID   PIC 9(8).
               10 WS-DEP-STATUS      PIC X(14).
       01 WS-DEP-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DEP-FOUND-SW       PIC X VALUE 'N'.
           88 WS-DEP-FOUND      VALUE 'Y'.

       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY OCCURS 100 TIMES
                   INDEXED BY WS-HOL-IDX PIC 9(8).
       01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE ZERO.

      * Date arithmetic work areas
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-WORK-SPLIT REDEFINES WS-WORK-DATE.
           05 WS-WORK-YEAR       PIC 9(4).
           05 WS-WORK-MONTH      PIC 9(2).
           05 WS-WORK-DAY        PIC 9(2).
       01 WS-WORK-INTEGER       PIC 9(8).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-AS-OF-INTEGER      PIC 9(8).
       01 WS-BUSINESS-DAY-SW    PIC X VALUE 'N'.
           88 WS-BUSINESS-DAY   VALUE 'Y'.

       01 WS-OVERDUE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-NEXT-DAY-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-YEAR-LIABILITY     PIC S9(11)V99 VALUE ZERO.

       01 WS-SCHED-HEADER-1.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-SH-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(10) VALUE "   AS OF: ".
           05 WS-SH-AS-OF-OUT    PIC 9(8).
           05 FILLER             PIC X(14) VALUE "   DEPOSITOR: ".
           05 WS-SH-DEPOSITOR-OUT PIC X(10).

       01 WS-SCHED-HEADER-2.
           05 FILLER             PIC X(17) VALUE "LOOKBACK PERIOD: ".
           05 WS-SH-LB-START-OUT PIC 9(8).
           05 FILLER             PIC X(4) VALUE " TO ".
           05 WS-SH-LB-END-OUT   PIC 9(8).
           05 FILLER             PIC X(9) VALUE " TOTAL: ".
           05 WS-SH-LB-TOTAL-OUT PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-SCHED-DETAIL.
           05 FILLER             PIC X(10) VALUE "PAY DATE: ".
           05 WS-SD-PAY-DATE-OUT PIC 9(8).
           05 FILLER             PIC X(9) VALUE " FED WH: ".
           05 WS-SD-FED-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(5) VALUE " SS: ".
           05 WS-SD-SS-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(7) VALUE " MEDI: ".
           05 WS-SD-MEDI-OUT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(8) VALUE " TOTAL: ".
           05 WS-SD-TOTAL-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE " DUE: ".
           05 WS-SD-DUE-OUT      PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-STATUS-OUT   PIC X(14).

       01 WS-NEXT-DAY-LINE.
           05 FILLER             PIC X(32) VALUE
                  "*** NEXT-DAY DEPOSIT REQUIRED - ".
           05 WS-ND-PAY-DATE-OUT PIC 9(8).
           05 FILLER             PIC X(13) VALUE " LIABILITY: ".
           05 WS-ND-TOTAL-OUT    PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE " DUE: ".
           05 WS-ND-DUE-OUT      PIC 9(8).
           05 FILLER             PIC X(4) VALUE " ***".

       01 WS-DEPOSIT-DETAIL.
           05 FILLER             PIC X(10) VALUE "DUE DATE: ".
           05 WS-DD-DUE-OUT      PIC 9(8).
           05 FILLER             PIC X(12) VALUE " LIABILITY: ".
           05 WS-DD-LIAB-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(12) VALUE " DEPOSITED: ".
           05 WS-DD-PAID-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4) VALUE " ON ".
           05 WS-DD-PAID-DATE-OUT PIC 9(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DD-STATUS-OUT   PIC X(14).

       01 WS-SCHED-TOTAL-LINE.
           05 WS-ST-CAPTION      PIC X(24).
           05 WS-ST-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Federal Tax Deposit Schedule...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-HOLIDAYS.
           PERFORM LOAD-RUN-LIABILITIES.
           PERFORM CLASSIFY-DEPOSITOR.
           PERFORM BUILD-PAY-DATE-LIABILITIES.
           PERFORM ASSIGN-DUE-DATES.
           PERFORM APPLY-DEPOSITS-MADE.
           PERFORM RATE-DEPOSITS.
           PERFORM WRITE-DEPOSIT-SCHEDULE.

           DISPLAY "PAY DATES THIS YEAR: " WS-DAY-COUNT
                   "  DEPOSITS: " WS-DEP-COUNT.
           DISPLAY "OVERDUE DEPOSITS: " WS-OVERDUE-COUNT
                   "  NEXT-DAY DEPOSITS: " WS-NEXT-DAY-COUNT.
           IF WS-OVERDUE-COUNT > ZERO OR WS-NEXT-DAY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Federal Tax Deposit Schedule completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-AS-OF-ARG.
           ACCEPT WS-AS-OF-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-AS-OF-ARG
           END-ACCEPT.
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-AS-OF-ARG IS NUMERIC
               MOVE WS-AS-OF-ARG TO WS-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
           COMPUTE WS-LOOKBACK-START =
                   (WS-AS-OF-YEAR - 2) * 10000 + 0701.
           COMPUTE WS-LOOKBACK-END =
                   (WS-AS-OF-YEAR - 1) * 10000 + 0630.

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR - DUE DATES ROLL PAST "
                       "WEEKENDS ONLY"
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

       LOAD-RUN-LIABILITIES.
           OPEN INPUT TAX-LIABILITY-FILE.
           IF WS-TL-STATUS NOT = "00"
               DISPLAY "NO TAX LIABILITY HISTORY (taxliab.txt). "
                       "STATUS: " WS-TL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TL-END-OF-FILE
               READ TAX-LIABILITY-FILE
                   AT END MOVE 'Y' TO WS-TL-EOF-SW
                   NOT AT END
                       IF TL-COMPANY-CODE = WS-COMPANY-CODE
                           PERFORM LOAD-ONE-RUN-LIABILITY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-LIABILITY-FILE.

       LOAD-ONE-RUN-LIABILITY.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-PERIOD (WS-RUN-IDX) = TL-PAY-PERIOD-ID
                   SET WS-RUN-FOUND TO TRUE
                   SET WS-RUN-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FOUND
               IF WS-RUN-COUNT >= 2000
                   DISPLAY "RUN LIABILITY TABLE FULL - PERIOD "
                           TL-PAY-PERIOD-ID " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
           END-IF.
           IF WS-RUN-FOUND AND TL-RESUBMIT-RUN
               ADD TL-FED-WH TO WS-RUN-FED-WH (WS-RUN-IDX)
               ADD TL-ER-SS-TAX TO WS-RUN-SS-TAX (WS-RUN-IDX)
               ADD TL-ER-MEDI-TAX TO WS-RUN-MEDI-TAX (WS-RUN-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE TL-PAY-PERIOD-ID TO WS-RUN-PERIOD (WS-RUN-IDX).
           MOVE TL-PAY-DATE TO WS-RUN-PAY-DATE (WS-RUN-IDX).
           MOVE TL-FED-WH TO WS-RUN-FED-WH (WS-RUN-IDX).
           MOVE TL-ER-SS-TAX TO WS-RUN-SS-TAX (WS-RUN-IDX).
           MOVE TL-ER-MEDI-TAX TO WS-RUN-MEDI-TAX (WS-RUN-IDX).

      * Lookback total at or under the limit (or no history at all,
      * as for a new employer) means a monthly depositor
       CLASSIFY-DEPOSITOR.
           MOVE ZERO TO WS-LOOKBACK-TOTAL.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-PAY-DATE (WS-RUN-IDX) >= WS-LOOKBACK-START
                       AND WS-RUN-PAY-DATE (WS-RUN-IDX)
                           <= WS-LOOKBACK-END
                   COMPUTE WS-LOOKBACK-TOTAL = WS-LOOKBACK-TOTAL
                           + WS-RUN-FED-WH (WS-RUN-IDX)
                           + 2 * WS-RUN-SS-TAX (WS-RUN-IDX)
                           + 2 * WS-RUN-MEDI-TAX (WS-RUN-IDX)
               END-IF
           END-PERFORM.
           IF WS-LOOKBACK-TOTAL > WS-MONTHLY-LOOKBACK-LIMIT
               SET WS-SEMIWEEKLY-DEPOSITOR TO TRUE
           ELSE
               SET WS-MONTHLY-DEPOSITOR TO TRUE
           END-IF.

      * Runs paid on the same date are one liability; the table is
      * kept in pay-date order so the next-day rule switches the
      * schedule from the right date onward
       BUILD-PAY-DATE-LIABILITIES.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE WS-RUN-PAY-DATE (WS-RUN-IDX) TO WS-WORK-DATE
               IF WS-WORK-YEAR = WS-AS-OF-YEAR
                   PERFORM ADD-TO-PAY-DATE-LIABILITY
               END-IF
           END-PERFORM.

       ADD-TO-PAY-DATE-LIABILITY.
           MOVE 'N' TO WS-DAY-FOUND-SW.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT OR WS-DAY-FOUND
               IF WS-DAY-PAY-DATE (WS-DAY-SUB) = WS-WORK-DATE
                   SET WS-DAY-FOUND TO TRUE
               ELSE
                   IF WS-DAY-PAY-DATE (WS-DAY-SUB) > WS-WORK-DATE
                       PERFORM OPEN-PAY-DATE-SLOT
                       SET WS-DAY-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DAY-FOUND
               SUBTRACT 1 FROM WS-DAY-SUB
           ELSE
               IF WS-DAY-COUNT >= 400
                   DISPLAY "PAY DATE TABLE FULL - " WS-WORK-DATE
                           " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-SUB
               PERFORM CLEAR-PAY-DATE-SLOT
           END-IF.
           ADD WS-RUN-FED-WH (WS-RUN-IDX)
               TO WS-DAY-FED-WH (WS-DAY-SUB).
           COMPUTE WS-DAY-SS-TAX (WS-DAY-SUB) =
                   WS-DAY-SS-TAX (WS-DAY-SUB)
                   + 2 * WS-RUN-SS-TAX (WS-RUN-IDX).
           COMPUTE WS-DAY-MEDI-TAX (WS-DAY-SUB) =
                   WS-DAY-MEDI-TAX (WS-DAY-SUB)
                   + 2 * WS-RUN-MEDI-TAX (WS-RUN-IDX).
           COMPUTE WS-DAY-TOTAL (WS-DAY-SUB) =
                   WS-DAY-FED-WH (WS-DAY-SUB)
                   + WS-DAY-SS-TAX (WS-DAY-SUB)
                   + WS-DAY-MEDI-TAX (WS-DAY-SUB).

      * Shift the later pay dates up one to make room at WS-DAY-SUB
       OPEN-PAY-DATE-SLOT.
           IF WS-DAY-COUNT >= 400
               DISPLAY "PAY DATE TABLE FULL - " WS-WORK-DATE
                       " DROPPED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAY-COUNT.
           PERFORM VARYING WS-DAY-SHIFT FROM WS-DAY-COUNT BY -1
                   UNTIL WS-DAY-SHIFT <= WS-DAY-SUB
               MOVE WS-DAY-ENTRY (WS-DAY-SHIFT - 1)
                   TO WS-DAY-ENTRY (WS-DAY-SHIFT)
           END-PERFORM.
           PERFORM CLEAR-PAY-DATE-SLOT.

       CLEAR-PAY-DATE-SLOT.
           MOVE WS-WORK-DATE TO WS-DAY-PAY-DATE (WS-DAY-SUB).
           MOVE ZERO TO WS-DAY-FED-WH (WS-DAY-SUB).
           MOVE ZERO TO WS-DAY-SS-TAX (WS-DAY-SUB).
           MOVE ZERO TO WS-DAY-MEDI-TAX (WS-DAY-SUB).
           MOVE ZERO TO WS-DAY-TOTAL (WS-DAY-SUB).
           MOVE ZERO TO WS-DAY-DUE-DATE (WS-DAY-SUB).
           MOVE 'N' TO WS-DAY-NEXT-DAY (WS-DAY-SUB).

      * Next-day liabilities are due the business day after pay
      * date. Semiweekly: Wednesday-Friday pay dates are due the
      * following Wednesday, Saturday-Tuesday pay dates the
      * following Friday. Monthly: the 15th of the next month.
       ASSIGN-DUE-DATES.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               COMPUTE WS-WORK-INTEGER = FUNCTION INTEGER-OF-DATE
                       (WS-DAY-PAY-DATE (WS-DAY-SUB))
               EVALUATE TRUE
                   WHEN WS-DAY-TOTAL (WS-DAY-SUB)
                           >= WS-NEXT-DAY-THRESHOLD
                       MOVE 'Y' TO WS-DAY-NEXT-DAY (WS-DAY-SUB)
                       ADD 1 TO WS-NEXT-DAY-COUNT
                       ADD 1 TO WS-WORK-INTEGER
                       IF WS-MONTHLY-DEPOSITOR
                           DISPLAY "NEXT-DAY LIABILITY ON "
                                   WS-DAY-PAY-DATE (WS-DAY-SUB)
                                   " - NOW A SEMIWEEKLY DEPOSITOR"
                           SET WS-SEMIWEEKLY-DEPOSITOR TO TRUE
                       END-IF
                   WHEN WS-SEMIWEEKLY-DEPOSITOR
                       COMPUTE WS-DAY-OF-WEEK =
                               FUNCTION MOD (WS-WORK-INTEGER, 7)
                       EVALUATE WS-DAY-OF-WEEK
                           WHEN 3
                           WHEN 4
                           WHEN 5
                               COMPUTE WS-WORK-INTEGER =
                                       WS-WORK-INTEGER + 10
                                       - WS-DAY-OF-WEEK
                           WHEN 6
                               ADD 6 TO WS-WORK-INTEGER
                           WHEN OTHER
                               COMPUTE WS-WORK-INTEGER =
                                       WS-WORK-INTEGER + 5
                                       - WS-DAY-OF-WEEK
                       END-EVALUATE
                   WHEN OTHER
                       MOVE WS-DAY-PAY-DATE (WS-DAY-SUB)
                           TO WS-WORK-DATE
                       IF WS-WORK-MONTH = 12
                           ADD 1 TO WS-WORK-YEAR
                           MOVE 1 TO WS-WORK-MONTH
                       ELSE
                           ADD 1 TO WS-WORK-MONTH
                       END-IF
                       MOVE 15 TO WS-WORK-DAY
                       COMPUTE WS-WORK-INTEGER =
                               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               END-EVALUATE
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE WS-WORK-DATE TO WS-DAY-DUE-DATE (WS-DAY-SUB)
               PERFORM ADD-TO-DEPOSIT
           END-PERFORM.

      * Step forward a day at a time until the date is a weekday
      * that is not on the holiday calendar
       ROLL-TO-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM UNTIL WS-BUSINESS-DAY
               COMPUTE WS-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
      * integer-of-date day 1 was a Monday, so mod 7 of the
      * integer gives 1=Mon ... 6=Sat 0=Sun
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-WORK-INTEGER, 7)
               SET WS-BUSINESS-DAY TO TRUE
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY (WS-HOL-IDX) = WS-WORK-DATE
                       MOVE 'N' TO WS-BUSINESS-DAY-SW
                   END-IF
               END-PERFORM
               IF NOT WS-BUSINESS-DAY
                   ADD 1 TO WS-WORK-INTEGER
               END-IF
           END-PERFORM.

       ADD-TO-DEPOSIT.
           MOVE 'N' TO WS-DEP-FOUND-SW.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT OR WS-DEP-FOUND
               IF WS-DEP-DUE-DATE (WS-DEP-IDX)
                       = WS-DAY-DUE-DATE (WS-DAY-SUB)
                   SET WS-DEP-FOUND TO TRUE
                   ADD WS-DAY-TOTAL (WS-DAY-SUB)
                       TO WS-DEP-LIABILITY (WS-DEP-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-DEP-FOUND AND WS-DEP-COUNT < 400
               ADD 1 TO WS-DEP-COUNT
               SET WS-DEP-IDX TO WS-DEP-COUNT
               MOVE WS-DAY-DUE-DATE (WS-DAY-SUB)
                   TO WS-DEP-DUE-DATE (WS-DEP-IDX)
               MOVE WS-DAY-TOTAL (WS-DAY-SUB)
                   TO WS-DEP-LIABILITY (WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-PAID (WS-DEP-IDX)
               MOVE ZERO TO WS-DEP-LAST-PAID (WS-DEP-IDX)
               MOVE SPACES TO WS-DEP-STATUS (WS-DEP-IDX)
           END-IF.
           ADD WS-DAY-TOTAL (WS-DAY-SUB) TO WS-YEAR-LIABILITY.

       APPLY-DEPOSITS-MADE.
           OPEN INPUT TAX-DEPOSIT-MADE-FILE.
           IF WS-TD-STATUS NOT = "00"
               DISPLAY "NO DEPOSITS RECORDED (taxdepmd.txt) - "
                       "EVERY PAST-DUE LIABILITY SHOWS OVERDUE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TD-END-OF-FILE
               READ TAX-DEPOSIT-MADE-FILE
                   AT END MOVE 'Y' TO WS-TD-EOF-SW
                   NOT AT END
                       IF TD-COMPANY-CODE = WS-COMPANY-CODE
                           PERFORM APPLY-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-DEPOSIT-MADE-FILE.

       APPLY-ONE-DEPOSIT.
           MOVE 'N' TO WS-DEP-FOUND-SW.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT OR WS-DEP-FOUND
               IF WS-DEP-DUE-DATE (WS-DEP-IDX) = TD-DUE-DATE
                   SET WS-DEP-FOUND TO TRUE
                   ADD TD-AMOUNT TO WS-DEP-PAID (WS-DEP-IDX)
                   IF TD-DEPOSIT-DATE > WS-DEP-LAST-PAID (WS-DEP-IDX)
                       MOVE TD-DEPOSIT-DATE
                           TO WS-DEP-LAST-PAID (WS-DEP-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT WS-DEP-FOUND
               DISPLAY "DEPOSIT FOR DUE DATE " TD-DUE-DATE
                       " MATCHES NO SCHEDULED LIABILITY - AMOUNT: "
                       TD-AMOUNT
           END-IF.

       RATE-DEPOSITS.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               EVALUATE TRUE
                   WHEN WS-DEP-PAID (WS-DEP-IDX)
                           >= WS-DEP-LIABILITY (WS-DEP-IDX)
                       IF WS-DEP-LAST-PAID (WS-DEP-IDX)
                               > WS-DEP-DUE-DATE (WS-DEP-IDX)
                           MOVE "DEPOSITED LATE"
                               TO WS-DEP-STATUS (WS-DEP-IDX)
                       ELSE
                           MOVE "DEPOSITED"
                               TO WS-DEP-STATUS (WS-DEP-IDX)
                       END-IF
                   WHEN WS-DEP-DUE-DATE (WS-DEP-IDX) < WS-AS-OF-DATE
                       ADD 1 TO WS-OVERDUE-COUNT
                       IF WS-DEP-PAID (WS-DEP-IDX) > ZERO
                           MOVE "SHORT - OVERDUE"
                               TO WS-DEP-STATUS (WS-DEP-IDX)
                       ELSE
                           MOVE "OVERDUE"
                               TO WS-DEP-STATUS (WS-DEP-IDX)
                       END-IF
                   WHEN WS-DEP-PAID (WS-DEP-IDX) > ZERO
                       MOVE "PARTIAL" TO WS-DEP-STATUS (WS-DEP-IDX)
                   WHEN OTHER
                       MOVE "DUE" TO WS-DEP-STATUS (WS-DEP-IDX)
               END-EVALUATE
           END-PERFORM.

       WRITE-DEPOSIT-SCHEDULE.
           OPEN OUTPUT DEPOSIT-SCHEDULE-FILE.
           MOVE "***** FEDERAL TAX DEPOSIT SCHEDULE *****"
               TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE WS-COMPANY-CODE TO WS-SH-COMPANY-OUT.
           MOVE WS-AS-OF-DATE TO WS-SH-AS-OF-OUT.
           IF WS-SEMIWEEKLY-DEPOSITOR
               MOVE "SEMIWEEKLY" TO WS-SH-DEPOSITOR-OUT
           ELSE
               MOVE "MONTHLY" TO WS-SH-DEPOSITOR-OUT
           END-IF.
           MOVE WS-SCHED-HEADER-1 TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE WS-LOOKBACK-START TO WS-SH-LB-START-OUT.
           MOVE WS-LOOKBACK-END TO WS-SH-LB-END-OUT.
           MOVE WS-LOOKBACK-TOTAL TO WS-SH-LB-TOTAL-OUT.
           MOVE WS-SCHED-HEADER-2 TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.

      * Next-day liabilities head the report - they cannot wait for
      * the rest of it to be read
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               IF WS-DAY-NEXT-DAY (WS-DAY-SUB) = 'Y'
                   MOVE WS-DAY-PAY-DATE (WS-DAY-SUB)
                       TO WS-ND-PAY-DATE-OUT
                   MOVE WS-DAY-TOTAL (WS-DAY-SUB) TO WS-ND-TOTAL-OUT
                   MOVE WS-DAY-DUE-DATE (WS-DAY-SUB) TO WS-ND-DUE-OUT
                   MOVE WS-NEXT-DAY-LINE TO DEPOSIT-SCHEDULE-LINE
                   WRITE DEPOSIT-SCHEDULE-LINE
                   DISPLAY WS-NEXT-DAY-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE "----- LIABILITY BY PAY DATE -----"
               TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE WS-DAY-PAY-DATE (WS-DAY-SUB) TO WS-SD-PAY-DATE-OUT
               MOVE WS-DAY-FED-WH (WS-DAY-SUB) TO WS-SD-FED-OUT
               MOVE WS-DAY-SS-TAX (WS-DAY-SUB) TO WS-SD-SS-OUT
               MOVE WS-DAY-MEDI-TAX (WS-DAY-SUB) TO WS-SD-MEDI-OUT
               MOVE WS-DAY-TOTAL (WS-DAY-SUB) TO WS-SD-TOTAL-OUT
               MOVE WS-DAY-DUE-DATE (WS-DAY-SUB) TO WS-SD-DUE-OUT
               MOVE SPACES TO WS-SD-STATUS-OUT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   IF WS-DEP-DUE-DATE (WS-DEP-IDX)
                           = WS-DAY-DUE-DATE (WS-DAY-SUB)
                       MOVE WS-DEP-STATUS (WS-DEP-IDX)
                           TO WS-SD-STATUS-OUT
                   END-IF
               END-PERFORM
               MOVE WS-SCHED-DETAIL TO DEPOSIT-SCHEDULE-LINE
               WRITE DEPOSIT-SCHEDULE-LINE
           END-PERFORM.

           MOVE SPACES TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE "----- DEPOSITS BY DUE DATE -----"
               TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE WS-DEP-DUE-DATE (WS-DEP-IDX) TO WS-DD-DUE-OUT
               MOVE WS-DEP-LIABILITY (WS-DEP-IDX) TO WS-DD-LIAB-OUT
               MOVE WS-DEP-PAID (WS-DEP-IDX) TO WS-DD-PAID-OUT
               MOVE WS-DEP-LAST-PAID (WS-DEP-IDX)
                   TO WS-DD-PAID-DATE-OUT
               MOVE WS-DEP-STATUS (WS-DEP-IDX) TO WS-DD-STATUS-OUT
               MOVE WS-DEPOSIT-DETAIL TO DEPOSIT-SCHEDULE-LINE
               WRITE DEPOSIT-SCHEDULE-LINE
           END-PERFORM.

           MOVE SPACES TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE "  YEAR-TO-DATE LIABILITY:" TO WS-ST-CAPTION.
           MOVE WS-YEAR-LIABILITY TO WS-ST-AMOUNT-OUT.
           MOVE WS-SCHED-TOTAL-LINE TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE SPACES TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           MOVE "REVIEWED BY: ____________________  DATE: ________"
               TO DEPOSIT-SCHEDULE-LINE.
           WRITE DEPOSIT-SCHEDULE-LINE.
           CLOSE DEPOSIT-SCHEDULE-FILE.

       END PROGRAM FEDERAL-TAX-DEPOSIT-SCHEDULE.
