           05 PC-START-DATE      PIC 9(8).
           05 PC-END-DATE        PIC 9(8).
           05 PC-PAY-DATE        PIC 9(8).
           05 PC-PAY-FREQUENCY   PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-CURR-STATUS         PIC XX.
       01 WS-CURRENT-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-PRIOR-FILENAME      PIC X(50) VALUE SPACES.

      * Second line of the sheet: which company and period it
      * reviews - the payroll release (payrel.cbl) checks the sheet
      * it is approving is this period's
       01 WS-SHEET-ID-LINE.
           05 FILLER             PIC X(9) VALUE "COMPANY: ".
           05 WS-SID-COMPANY-OUT PIC X(4).
           05 FILLER             PIC X(10) VALUE "  PERIOD: ".
           05 WS-SID-PERIOD-OUT  PIC X(6).
           05 FILLER             PIC X(9) VALUE "  PRIOR: ".
           05 WS-SID-PRIOR-OUT   PIC X(6).

      * Prior period loaded into a table, matched as the current
      * period is read, then swept for employees who disappeared
       01 WS-PRIOR-TABLE.
               10 WS-CAL-PERIOD      PIC X(6).
               10 WS-CAL-START-DATE  PIC 9(8).
               10 WS-CAL-END-DATE    PIC 9(8).
               10 WS-CAL-FREQUENCY   PIC X(1).
       01 WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-START-DATE  PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-FREQUENCY   PIC X(1) VALUE SPACE.
       01 WS-PRIOR-END-BEST      PIC 9(8) VALUE ZERO.

       01 WS-VARIANCE-PCT        PIC S9(5)V99 VALUE ZERO.
           MOVE "***** PAYROLL VARIANCE REVIEW SHEET *****"
               TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.
           MOVE WS-COMPANY-CODE TO WS-SID-COMPANY-OUT.
           MOVE WS-CURRENT-PERIOD-ID TO WS-SID-PERIOD-OUT.
           MOVE WS-PRIOR-PERIOD-ID TO WS-SID-PRIOR-OUT.
           MOVE WS-SHEET-ID-LINE TO VARIANCE-REPORT-LINE.
           WRITE VARIANCE-REPORT-LINE.

           PERFORM UNTIL WS-CURR-END-OF-FILE
               READ CURRENT-PERIOD-FILE
                   "_output.txt" DELIMITED BY SIZE
               INTO WS-PRIOR-FILENAME.

      * The prior period is the calendar entry for this company and
      * pay frequency whose period ends latest but still before the
      * current period starts - a weekly period is compared with
      * the week before, never with an overlapping biweekly one
       DERIVE-PRIOR-PERIOD.
           PERFORM LOAD-PAY-CALENDAR.
           MOVE ZERO TO WS-CURRENT-START-DATE.
                           = WS-CURRENT-PERIOD-ID
                   MOVE WS-CAL-START-DATE (WS-CAL-IDX)
                       TO WS-CURRENT-START-DATE
                   MOVE WS-CAL-FREQUENCY (WS-CAL-IDX)
                       TO WS-CURRENT-FREQUENCY
               END-IF
           END-PERFORM.
           IF WS-CURRENT-START-DATE = ZERO
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-COMPANY (WS-CAL-IDX) = WS-COMPANY-CODE
                           AND WS-CAL-FREQUENCY (WS-CAL-IDX)
                               = WS-CURRENT-FREQUENCY
                           AND WS-CAL-END-DATE (WS-CAL-IDX)
                               < WS-CURRENT-START-DATE
                           AND WS-CAL-END-DATE (WS-CAL-IDX)
                                   WS-CAL-START-DATE (WS-CAL-IDX)
                               MOVE PC-END-DATE TO
                                   WS-CAL-END-DATE (WS-CAL-IDX)
      * a calendar line with no frequency is the biweekly cycle
                               IF PC-PAY-FREQUENCY = SPACE
                                   MOVE 'B' TO
                                       WS-CAL-FREQUENCY (WS-CAL-IDX)
                               ELSE
                                   MOVE PC-PAY-FREQUENCY TO
                                       WS-CAL-FREQUENCY (WS-CAL-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
