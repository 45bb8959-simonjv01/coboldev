                   "/Users/simonvargas/wexcp.txt"
               organization is line sequential.

      *> the shared holiday calendar dateadv.cbl rolls business
      *> dates with - one YYYYMMDD date per record
           select HOLIDAY-FILE assign to
                   "/Users/simonvargas/holidays.txt"
               organization is line sequential
               file status is HOLIDAY-STATUS.

       data division.
       file section.
      *> HF-HOURS-WORKED is the whole week; the evening and weekend
      *> the trailing fields, the hour breakout stays zero, and
      *> HF-HOURS-WORKED still carries the hours for the legal
      *> minimum-earnings guarantee
      *> HF-HOL-HOURS is how many of the week's hours were worked
      *> on a holiday - they earn the contract holiday premium on
      *> top of their base pay
       FD HOURS-FILE.
       01 HOURS-FILE-RECORD.
           05 HF-EMP-ID           pic 9(5).
           05 HF-WKND-HOURS       pic 99.
           05 HF-UNITS-DONE       pic 9(4).
           05 HF-PIECE-RATE       pic 99V99.
           05 HF-HOL-HOURS        pic 99.

      *> each line ends with the week's hours so the minimum-wage
      *> audit (minwage.cbl) can put the gross over them
       FD WAGES-OUT-FILE.
       01 WAGES-OUT-RECORD        pic x(120).

       FD RATE-MASTER-FILE.
       01 RATE-MASTER-RECORD.
       FD RATE-EXCEPTION-FILE.
       01 RATE-EXCEPTION-RECORD   pic x(80).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HOL-DATE            pic 9(8).

       working-storage section.
       01 HOURS-WORKED pic 99.
       01 REG-HOURS pic 99.
       01 WS-SHIFT-PREMIUM-TABLE.
           05 WS-EVE-PREMIUM-PCT  pic V99 value .10.
           05 WS-WKND-PREMIUM-PCT pic V99 value .25.
           05 WS-HOL-PREMIUM-PCT  pic V99 value .50.
       01 EVE-HOURS pic 99 value zero.
       01 WKND-HOURS pic 99 value zero.
       01 EVE-PREMIUM pic 9(4)V99 value zero.
       01 WKND-PREMIUM pic 9(4)V99 value zero.

      *> holiday pay: each weekday holiday in the week pays a
      *> standard day at the base rate, on top of the hours worked
      *> and outside the 40-hour overtime count, to employees whose
      *> first rate-master entry is at least the waiting period
      *> older than the holiday; hours worked on the holiday earn
      *> the holiday premium like a shift premium
       01 HOLIDAY-STATUS          pic xx.
       01 WS-HOL-EOF-SW           pic x value "N".
           88 WS-HOL-END-OF-FILE  value "Y".
       01 WS-HOL-DAY-HOURS        pic 99 value 8.
       01 WS-HOL-WAIT-DAYS        pic 9(3) value 30.
       01 WS-WEEK-END-ARG         pic x(8).
       01 WS-WEEK-END-DATE        pic 9(8).
       01 WS-WEEK-END-INT         pic 9(7).
       01 WS-WEEK-START-INT       pic 9(7).
       01 WS-DAY-INT              pic 9(7).
       01 WS-DAY-OF-WEEK          pic 9.
       01 WS-WEEK-HOLIDAY-TABLE.
           05 WS-WEEK-HOLIDAY occurs 7 times
                   indexed by WS-WH-IDX pic 9(7).
       01 WS-WEEK-HOL-COUNT       pic 9 value zero.
       01 WS-FIRST-RATE-DATE      pic 9(8).
       01 WS-ELIGIBLE-INT         pic 9(7).
       01 HOL-WORKED-HOURS pic 99 value zero.
       01 HOL-PAID-HOURS pic 99 value zero.
       01 HOL-PAY pic 9(4)V99 value zero.
       01 HOL-PREMIUM pic 9(4)V99 value zero.

      *> rate master held in storage for the batch run; the lookup
      *> takes the employee's latest rate effective on or before
      *> today, so future-dated raises wait their turn
      *> console entries carry no shift breakout - straight time
                     MOVE ZERO TO EVE-HOURS
                     MOVE ZERO TO WKND-HOURS
                     MOVE ZERO TO HOL-WORKED-HOURS
                     MOVE ZERO TO HOL-PAID-HOURS
                     PERFORM 120-VALIDATE-HOURS
                     DISPLAY "Enter hourly rate in NN.NN format (2)"
                     DISPLAY "Decimal digits: "
           COMPUTE WAGES ROUNDED =
                   (REG-HOURS * RATE) + (OT-HOURS * RATE * 1.5)
           PERFORM 145-APPLY-SHIFT-PREMIUMS
           PERFORM 147-APPLY-HOLIDAY-PAY
           PERFORM 150-APPLY-TAX-BRACKET.

      *> the premium is the uplift only - the base hour is already
           COMPUTE WAGES ROUNDED =
                   WAGES + EVE-PREMIUM + WKND-PREMIUM.

      *> paid holiday hours are straight time added after the
      *> overtime split, so they never push anyone over 40; an
      *> hour worked on the holiday adds 50% of RATE on top of the
      *> pay it already earned
       147-APPLY-HOLIDAY-PAY.
           COMPUTE HOL-PAY ROUNDED = HOL-PAID-HOURS * RATE
           COMPUTE HOL-PREMIUM ROUNDED =
                   HOL-WORKED-HOURS * RATE * WS-HOL-PREMIUM-PCT
           COMPUTE WAGES ROUNDED = WAGES + HOL-PAY + HOL-PREMIUM.

      *> marginal withholding: only the slice of WAGES that falls
      *> inside each bracket is taxed at that bracket's rate, so
      *> crossing a bracket boundary by a cent can never lower net
      *> over a whole department's weekly hours
       200-BATCH-MODE.
           PERFORM 220-LOAD-RATE-MASTER
           PERFORM 225-LOAD-WEEK-HOLIDAYS
           OPEN INPUT HOURS-FILE
           IF HOURS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING HOURS FILE. STATUS: "
           MOVE HF-HOURS-WORKED TO HOURS-WORKED
           MOVE HF-EVE-HOURS TO EVE-HOURS
           MOVE HF-WKND-HOURS TO WKND-HOURS
      *> hours records keyed before the holiday field existed end
      *> short and carry blanks there
           IF HF-HOL-HOURS NUMERIC
               MOVE HF-HOL-HOURS TO HOL-WORKED-HOURS
           ELSE
               MOVE ZERO TO HOL-WORKED-HOURS
           END-IF

      *> the shift code must agree with the hour breakout - a 'D'
      *> (all days) record carrying evening hours is a keying error
               EXIT PARAGRAPH
           END-IF

      *> holiday hours in a week with no holiday, or more of them
      *> than the week's hours, are a keying error as well
           IF HOL-WORKED-HOURS > 0
               IF WS-WEEK-HOL-COUNT = 0
                       OR HOL-WORKED-HOURS > HOURS-WORKED
                   PERFORM 247-WRITE-HOLIDAY-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *> the rate comes from the master, not the hours record - a
      *> keying slip on HF-RATE is an exception, never a paycheck
           PERFORM 230-LOOK-UP-MASTER-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASTER-RATE TO RATE
           PERFORM 232-COUNT-HOLIDAY-HOURS

           IF HOURS-WORKED > 0 AND HOURS-WORKED <= 80
                   AND RATE > 0 AND RATE <= 99.99
                      " GROSS: " WAGES
                      " EVE PREM: " EVE-PREMIUM
                      " WKND PREM: " WKND-PREMIUM
                      " HOL PAY: " HOL-PAY
                      " HOL PREM: " HOL-PREMIUM
                      " NET: " NET-WAGES
                      " HRS: " HOURS-WORKED
                   DELIMITED BY SIZE INTO WAGES-OUT-RECORD
               WRITE WAGES-OUT-RECORD
           ELSE
               DISPLAY "RATE MASTER ENTRIES LOADED: " WS-RM-COUNT
           END-IF.

      *> the week paid ends on the date given as the second
      *> argument (YYYYMMDD), today when none is given; only the
      *> calendar's holidays that fall on a weekday of that week
      *> are kept - without a calendar nobody gets holiday pay
       225-LOAD-WEEK-HOLIDAYS.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WEEK-END-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-WEEK-END-ARG
           END-ACCEPT
           IF WS-WEEK-END-ARG NUMERIC
               MOVE WS-WEEK-END-ARG TO WS-WEEK-END-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-WEEK-END-DATE
           END-IF
           COMPUTE WS-WEEK-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WEEK-END-DATE)
           IF WS-WEEK-END-INT = 0
               DISPLAY "BAD WEEK-ENDING DATE: " WS-WEEK-END-ARG
               STOP RUN
           END-IF
           COMPUTE WS-WEEK-START-INT = WS-WEEK-END-INT - 6
           DISPLAY "PAYING WEEK ENDING: " WS-WEEK-END-DATE
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-STATUS NOT = "00"
               DISPLAY "NO HOLIDAY CALENDAR (holidays.txt) - "
                       "NO HOLIDAY PAY THIS RUN"
           ELSE
               PERFORM UNTIL WS-HOL-END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END
                           SET WS-HOL-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 226-KEEP-WEEK-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               DISPLAY "HOLIDAYS IN WEEK: " WS-WEEK-HOL-COUNT
           END-IF.

      *> integer-of-date day 1 was a Monday, so mod 7 of the
      *> integer gives 1=Mon ... 6=Sat 0=Sun
       226-KEEP-WEEK-HOLIDAY.
           IF HOL-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (HOL-DATE)
           IF WS-DAY-INT < WS-WEEK-START-INT
                   OR WS-DAY-INT > WS-WEEK-END-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD (WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WEEK-HOL-COUNT < 7
               ADD 1 TO WS-WEEK-HOL-COUNT
               MOVE WS-DAY-INT TO WS-WEEK-HOLIDAY (WS-WEEK-HOL-COUNT)
           END-IF.

      *> the employee's latest rate effective on or before today -
      *> raises sit on the master with their effective date and
      *> take over automatically when that date arrives
               END-IF
           END-PERFORM.

      *> a standard day for each of the week's holidays the
      *> employee is eligible for - the first rate on the master
      *> is the hire rate, and it must be in effect the waiting
      *> period before the holiday
       232-COUNT-HOLIDAY-HOURS.
           MOVE ZERO TO HOL-PAID-HOURS
           IF WS-WEEK-HOL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 99999999 TO WS-FIRST-RATE-DATE
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-EMP-ID (WS-RM-IDX) = HF-EMP-ID
                       AND WS-RM-EFF-DATE (WS-RM-IDX)
                           < WS-FIRST-RATE-DATE
                   MOVE WS-RM-EFF-DATE (WS-RM-IDX)
                       TO WS-FIRST-RATE-DATE
               END-IF
           END-PERFORM
           COMPUTE WS-ELIGIBLE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-FIRST-RATE-DATE)
                   + WS-HOL-WAIT-DAYS
           PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                   UNTIL WS-WH-IDX > WS-WEEK-HOL-COUNT
               IF WS-WEEK-HOLIDAY (WS-WH-IDX) >= WS-ELIGIBLE-INT
                   ADD WS-HOL-DAY-HOURS TO HOL-PAID-HOURS
               END-IF
           END-PERFORM.

      *> D = all straight days, E = has evening hours, W = has
      *> weekend hours, B = both; the breakout must say the same
      *> thing the code does
                  " TOPUP: " TOPUP-PAY
                  " GROSS: " WAGES
                  " NET: " NET-WAGES
                  " HRS: " HF-HOURS-WORKED
               DELIMITED BY SIZE INTO WAGES-OUT-RECORD
           WRITE WAGES-OUT-RECORD.

           DISPLAY "SHIFT EXCEPTION - EMP " HF-EMP-ID
                   " CODE " HF-SHIFT-CODE.

       247-WRITE-HOLIDAY-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           MOVE HF-EMP-ID TO WS-EMP-ID-OUT
           IF WS-WEEK-HOL-COUNT = 0
               STRING "EMP: " WS-EMP-ID-OUT
                      " HOLIDAY HOURS " HOL-WORKED-HOURS
                      " IN A WEEK WITH NO HOLIDAY - NOT PAID"
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           ELSE
               STRING "EMP: " WS-EMP-ID-OUT
                      " HOLIDAY HOURS " HOL-WORKED-HOURS
                      " EXCEED HOURS " HF-HOURS-WORKED
                      " - NOT PAID"
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-IF
           WRITE RATE-EXCEPTION-RECORD
           DISPLAY "HOLIDAY EXCEPTION - EMP " HF-EMP-ID
                   " HOL HOURS " HOL-WORKED-HOURS.

       240-WRITE-RATE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO RATE-EXCEPTION-RECORD
