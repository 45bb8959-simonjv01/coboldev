      * feed moves on to the wage programs: flags any employee day
      * over the configurable hours limit, duplicate entries for
      * the same employee and day, and workdays missing against the
      * week's expected Monday-to-Friday schedule (a day covered by
      * approved vacation or sick leave is not missing). Ends with a
      * nonzero return code when anything is flagged, so the batch
      * driver holds the feed until supervisors clear the report.

                   "/Users/simonvargas/timeexcp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * Leave requests kept by leaveapr.cbl - approved leave excuses
      * the days it covers from the missing-day sweep
           SELECT LEAVE-REQUEST-FILE ASSIGN TO
                   "/Users/simonvargas/leavereq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Daily time-entry records - same layout ifpgrm.cbl and
       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE PIC X(80).

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
       01 WS-TE-EOF-SW          PIC X VALUE 'N'.
       01 WS-HAS-DAY-SW         PIC X.
           88 WS-HAS-THE-DAY    VALUE 'Y'.

      * approved leave date ranges, per employee
       01 WS-LR-STATUS          PIC XX.
       01 WS-LR-EOF-SW          PIC X VALUE 'N'.
           88 WS-LR-END-OF-FILE VALUE 'Y'.
       01 WS-LEAVE-TABLE.
           05 WS-LV-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LV-IDX.
               10 WS-LV-EMP-ID      PIC 9(5).
               10 WS-LV-START-DATE  PIC 9(8).
               10 WS-LV-END-DATE    PIC 9(8).
       01 WS-LV-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ON-LEAVE-COUNT     PIC 9(4) VALUE ZERO.

       01 WS-EXCEPTION-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-SWEEP-EMP-ID       PIC 9(5).

               END-READ
           END-PERFORM.
           CLOSE TIME-ENTRY-FILE.
           PERFORM LOAD-APPROVED-LEAVE.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE "***** TIME ENTRY EXCEPTION REPORT *****"
           CLOSE EXCEPTION-REPORT-FILE.

           DISPLAY "EXCEPTIONS FLAGGED: " WS-EXCEPTION-COUNT.
           DISPLAY "WORKDAYS EXCUSED BY APPROVED LEAVE: "
                   WS-ON-LEAVE-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
      * a nonzero return code holds the hours feed until the
      * report is cleared
                   MOVE 'Y' TO WS-HAS-DAY-SW
               END-IF
           END-PERFORM.
           IF NOT WS-HAS-THE-DAY
               PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                       UNTIL WS-LV-IDX > WS-LV-COUNT OR WS-HAS-THE-DAY
                   IF WS-LV-EMP-ID (WS-LV-IDX) = WS-SWEEP-EMP-ID
                           AND WS-LV-START-DATE (WS-LV-IDX)
                               NOT > WS-SCAN-DATE
                           AND WS-LV-END-DATE (WS-LV-IDX)
                               NOT < WS-SCAN-DATE
                       MOVE 'Y' TO WS-HAS-DAY-SW
                       ADD 1 TO WS-ON-LEAVE-COUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-HAS-THE-DAY
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-SWEEP-EMP-ID TO WS-MIS-EMP-OUT
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

      * approved requests only - a pending one has not excused
      * anything yet; no leavereq.txt simply means no leave
       LOAD-APPROVED-LEAVE.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LR-END-OF-FILE
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-LR-EOF-SW
                   NOT AT END
                       IF LR-STATUS = 'A' AND WS-LV-COUNT < 2000
                           ADD 1 TO WS-LV-COUNT
                           MOVE LR-EMP-ID
                               TO WS-LV-EMP-ID (WS-LV-COUNT)
                           MOVE LR-START-DATE
                               TO WS-LV-START-DATE (WS-LV-COUNT)
                           MOVE LR-END-DATE
                               TO WS-LV-END-DATE (WS-LV-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-REQUEST-FILE.

       END PROGRAM TIME-ENTRY-EXCEPTION-REPORT.
