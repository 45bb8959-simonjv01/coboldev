       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTSTANDING-CHECK-RECONCILIATION.
       AUTHOR. YOUR-NAME.

      * Reconciles printed paychecks against the bank's paid-items
      * file. Every check on the latest check register (chkreg.txt,
      * dated from the matching positive-pay entry) is added to the
      * outstanding-check master, chkout.txt; every item the bank
      * reports paid is matched to the master by check number and
      * amount. The report lists exceptions (paid amount differs
      * from issued, paid but never issued, paid twice), the
      * checks still outstanding aged by issue date, and the
      * stale-dated checks over 180 days old that payroll must
      * follow up as unclaimed wages. Run it after every pay run
      * that prints checks, before the next run replaces the check
      * register, and at month end for the outstanding list.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The check register and positive-pay file the salary
      * processor (and the off-cycle run) write
           SELECT CHECK-REGISTER-FILE ASSIGN TO
                   "/Users/simonvargas/chkreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRG-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO
                   "/Users/simonvargas/pospay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.

      * Paid items as the bank reports them
           SELECT PAID-ITEM-FILE ASSIGN TO
                   "/Users/simonvargas/chkpaid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

      * Outstanding-check master, carried from run to run; paid
      * checks stay on it for a year so a second presentment is
      * still caught
           SELECT OUTSTANDING-CHECK-FILE ASSIGN TO
                   "/Users/simonvargas/chkout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/chkrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parse view of the salary processor's check-register line
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE.
           05 FILLER               PIC X(7).
           05 CRG-CHECK-IN         PIC 9(8).
           05 FILLER               PIC X(5).
           05 CRG-EMP-IN           PIC 9(5).
           05 FILLER               PIC X(1).
           05 CRG-NAME-IN          PIC X(20).
           05 FILLER               PIC X(9).
           05 CRG-AMOUNT-IN        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(6).
           05 CRG-PERIOD-IN        PIC X(6).
           05 FILLER               PIC X(8).

       FD POSITIVE-PAY-FILE.
       01 POSITIVE-PAY-RECORD.
           05 PP-CHECK-NUMBER    PIC 9(8).
           05 PP-ISSUE-DATE      PIC 9(8).
           05 PP-AMOUNT          PIC 9(9)V99.
           05 PP-PAYEE           PIC X(20).

       FD PAID-ITEM-FILE.
       01 PAID-ITEM-RECORD.
           05 PI-CHECK-NUMBER    PIC 9(8).
           05 PI-PAID-DATE       PIC 9(8).
           05 PI-AMOUNT          PIC 9(9)V99.

       FD OUTSTANDING-CHECK-FILE.
       01 OUTSTANDING-CHECK-RECORD.
           05 OC-CHECK-NUMBER    PIC 9(8).
           05 OC-ISSUE-DATE      PIC 9(8).
           05 OC-AMOUNT          PIC 9(9)V99.
           05 OC-EMP-ID          PIC 9(5).
           05 OC-PAYEE           PIC X(20).
           05 OC-PAY-PERIOD-ID   PIC X(6).
           05 OC-STATUS          PIC X(1).
               88 OC-OUTSTANDING VALUE 'O'.
               88 OC-PAID        VALUE 'P'.
           05 OC-PAID-DATE       PIC 9(8).
           05 OC-PAID-AMOUNT     PIC 9(9)V99.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE       PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CRG-STATUS           PIC XX.
       01 WS-PP-STATUS            PIC XX.
       01 WS-PAID-STATUS          PIC XX.
       01 WS-OUT-STATUS           PIC XX.
       01 WS-CRG-EOF-SW           PIC X VALUE 'N'.
           88 WS-CRG-END-OF-FILE VALUE 'Y'.
       01 WS-PP-EOF-SW            PIC X VALUE 'N'.
           88 WS-PP-END-OF-FILE  VALUE 'Y'.
       01 WS-PAID-EOF-SW          PIC X VALUE 'N'.
           88 WS-PAID-END-OF-FILE VALUE 'Y'.
       01 WS-OUT-EOF-SW           PIC X VALUE 'N'.
           88 WS-OUT-END-OF-FILE VALUE 'Y'.

      * As-of date for aging - defaults to today; a month-end run
      * passes the last day of the month
       01 WS-AS-OF-ARG            PIC X(8).
       01 WS-AS-OF-DATE           PIC 9(8).
       01 WS-AS-OF-INTEGER        PIC 9(8).
       01 WS-ISSUE-INTEGER        PIC 9(8).
       01 WS-CHECK-AGE            PIC S9(5).
       01 WS-STALE-DAYS           PIC 9(3) VALUE 180.
       01 WS-PAID-RETENTION-DAYS  PIC 9(3) VALUE 365.

      * The outstanding-check master in memory
       01 WS-CHECK-TABLE.
           05 WS-CHK-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-CHK-IDX.
               10 WS-CHK-NUMBER      PIC 9(8).
               10 WS-CHK-ISSUE-DATE  PIC 9(8).
               10 WS-CHK-AMOUNT      PIC 9(9)V99.
               10 WS-CHK-EMP-ID      PIC 9(5).
               10 WS-CHK-PAYEE       PIC X(20).
               10 WS-CHK-PERIOD      PIC X(6).
               10 WS-CHK-STATUS      PIC X(1).
               10 WS-CHK-PAID-DATE   PIC 9(8).
               10 WS-CHK-PAID-AMOUNT PIC 9(9)V99.
       01 WS-CHK-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-CHK-SUB              PIC 9(4) VALUE ZERO.
       01 WS-CHK-FOUND-SUB        PIC 9(4) VALUE ZERO.

      * Issue dates off the positive-pay file, by check number
       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-PP-IDX.
               10 WS-PP-CHECK        PIC 9(8).
               10 WS-PP-DATE         PIC 9(8).
       01 WS-PP-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PP-FOUND-SW          PIC X VALUE 'N'.
           88 WS-PP-FOUND        VALUE 'Y'.

       01 WS-CRG-AMOUNT-NUM       PIC S9(9)V99.

      * Exceptions found this run, reported after matching
       01 WS-EXCEPTION-TABLE.
           05 WS-EXC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-EXC-IDX.
               10 WS-EXC-TAG         PIC X(18).
               10 WS-EXC-CHECK       PIC 9(8).
               10 WS-EXC-ISSUED      PIC 9(9)V99.
               10 WS-EXC-PAID        PIC 9(9)V99.
               10 WS-EXC-PAID-DATE   PIC 9(8).
       01 WS-EXC-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-EXC-TAG-WORK         PIC X(18).

       01 WS-NEW-ISSUE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PAID-MATCHED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-STALE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-PURGED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-STALE-TOTAL          PIC S9(11)V99 VALUE ZERO.

      * Aging buckets for the outstanding list
       01 WS-AGING-TOTALS.
           05 WS-AGE-BUCKET OCCURS 5 TIMES.
               10 WS-AGE-COUNT       PIC 9(5).
               10 WS-AGE-AMOUNT      PIC S9(11)V99.
       01 WS-AGE-SUB              PIC 9(1).
       01 WS-AGE-CAPTIONS.
           05 FILLER PIC X(16) VALUE "  0 -  30 DAYS: ".
           05 FILLER PIC X(16) VALUE " 31 -  60 DAYS: ".
           05 FILLER PIC X(16) VALUE " 61 -  90 DAYS: ".
           05 FILLER PIC X(16) VALUE " 91 - 180 DAYS: ".
           05 FILLER PIC X(16) VALUE "OVER 180 DAYS:  ".
       01 WS-AGE-CAPTION-TABLE REDEFINES WS-AGE-CAPTIONS.
           05 WS-AGE-CAPTION      PIC X(16) OCCURS 5 TIMES.

       01 WS-OUTSTANDING-DETAIL.
           05 FILLER              PIC X(7) VALUE "CHECK: ".
           05 WS-OSD-CHECK-OUT    PIC 9(8).
           05 FILLER              PIC X(9) VALUE " ISSUED: ".
           05 WS-OSD-ISSUE-OUT    PIC 9(8).
           05 FILLER              PIC X(5) VALUE " ID: ".
           05 WS-OSD-EMP-OUT      PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-OSD-PAYEE-OUT    PIC X(20).
           05 FILLER              PIC X(9) VALUE " AMOUNT: ".
           05 WS-OSD-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(7) VALUE " DAYS: ".
           05 WS-OSD-AGE-OUT      PIC ZZZZ9.

       01 WS-EXCEPTION-DETAIL.
           05 WS-EXD-TAG-OUT      PIC X(18).
           05 FILLER              PIC X(8) VALUE " CHECK: ".
           05 WS-EXD-CHECK-OUT    PIC 9(8).
           05 FILLER              PIC X(9) VALUE " ISSUED: ".
           05 WS-EXD-ISSUED-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(7) VALUE " PAID: ".
           05 WS-EXD-PAID-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(4) VALUE " ON ".
           05 WS-EXD-DATE-OUT     PIC 9(8).

       01 WS-AGING-LINE.
           05 WS-AGL-CAPTION-OUT  PIC X(16).
           05 WS-AGL-COUNT-OUT    PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE " CHECKS  ".
           05 WS-AGL-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-TOTAL-LINE.
           05 WS-TTL-CAPTION      PIC X(24).
           05 WS-TTL-COUNT-OUT    PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TTL-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-AS-OF-LINE.
           05 FILLER              PIC X(7) VALUE "AS OF: ".
           05 WS-ASL-DATE-OUT     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Outstanding Check Reconciliation...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-OUTSTANDING-MASTER.
           PERFORM LOAD-POSITIVE-PAY-DATES.
           PERFORM ADD-NEWLY-ISSUED-CHECKS.
           PERFORM MATCH-PAID-ITEMS.
           PERFORM WRITE-RECON-REPORT.
           PERFORM REWRITE-OUTSTANDING-MASTER.

           DISPLAY "CHECKS ADDED FROM REGISTER: " WS-NEW-ISSUE-COUNT.
           DISPLAY "PAID ITEMS MATCHED: " WS-PAID-MATCHED-COUNT.
           DISPLAY "EXCEPTIONS: " WS-EXC-COUNT.
           DISPLAY "CHECKS OUTSTANDING: " WS-OUTSTANDING-COUNT
                   " TOTAL: " WS-OUTSTANDING-TOTAL.
           DISPLAY "STALE-DATED (OVER " WS-STALE-DAYS " DAYS): "
                   WS-STALE-COUNT.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Outstanding Check Reconciliation completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-AS-OF-ARG.
           ACCEPT WS-AS-OF-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-AS-OF-ARG
           END-ACCEPT.
           IF WS-AS-OF-ARG IS NUMERIC
               MOVE WS-AS-OF-ARG TO WS-AS-OF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DATE
           END-IF.
           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).

       LOAD-OUTSTANDING-MASTER.
           OPEN INPUT OUTSTANDING-CHECK-FILE.
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "NO OUTSTANDING-CHECK MASTER - STARTING NEW"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OUT-END-OF-FILE
               READ OUTSTANDING-CHECK-FILE
                   AT END MOVE 'Y' TO WS-OUT-EOF-SW
                   NOT AT END
                       IF WS-CHK-COUNT >= 5000
                           DISPLAY "OUTSTANDING-CHECK TABLE FULL - "
                                   "MORE THAN 5000 CHECKS ON FILE"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CHK-COUNT
                       SET WS-CHK-IDX TO WS-CHK-COUNT
                       MOVE OC-CHECK-NUMBER
                           TO WS-CHK-NUMBER (WS-CHK-IDX)
                       MOVE OC-ISSUE-DATE
                           TO WS-CHK-ISSUE-DATE (WS-CHK-IDX)
                       MOVE OC-AMOUNT TO WS-CHK-AMOUNT (WS-CHK-IDX)
                       MOVE OC-EMP-ID TO WS-CHK-EMP-ID (WS-CHK-IDX)
                       MOVE OC-PAYEE TO WS-CHK-PAYEE (WS-CHK-IDX)
                       MOVE OC-PAY-PERIOD-ID
                           TO WS-CHK-PERIOD (WS-CHK-IDX)
                       MOVE OC-STATUS TO WS-CHK-STATUS (WS-CHK-IDX)
                       MOVE OC-PAID-DATE
                           TO WS-CHK-PAID-DATE (WS-CHK-IDX)
                       MOVE OC-PAID-AMOUNT
                           TO WS-CHK-PAID-AMOUNT (WS-CHK-IDX)
               END-READ
           END-PERFORM.
           CLOSE OUTSTANDING-CHECK-FILE.

       LOAD-POSITIVE-PAY-DATES.
           OPEN INPUT POSITIVE-PAY-FILE.
           IF WS-PP-STATUS NOT = "00"
               DISPLAY "NO POSITIVE-PAY FILE - NEW CHECKS DATED "
                       "AS OF THIS RUN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PP-END-OF-FILE
               READ POSITIVE-PAY-FILE
                   AT END MOVE 'Y' TO WS-PP-EOF-SW
                   NOT AT END
                       IF WS-PP-COUNT < 2000
                           ADD 1 TO WS-PP-COUNT
                           SET WS-PP-IDX TO WS-PP-COUNT
                           MOVE PP-CHECK-NUMBER
                               TO WS-PP-CHECK (WS-PP-IDX)
                           MOVE PP-ISSUE-DATE
                               TO WS-PP-DATE (WS-PP-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSITIVE-PAY-FILE.

      * A register line joins the master once - rerunning against
      * the same register adds nothing. Reversal lines carry check
      * number zero and are not checks.
       ADD-NEWLY-ISSUED-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF WS-CRG-STATUS NOT = "00"
               DISPLAY "NO CHECK REGISTER. STATUS: " WS-CRG-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CRG-END-OF-FILE
               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-CRG-EOF-SW
                   NOT AT END
                       IF CRG-CHECK-IN NUMERIC
                               AND CRG-CHECK-IN > ZERO
                           PERFORM ADD-ONE-ISSUED-CHECK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-REGISTER-FILE.

       ADD-ONE-ISSUED-CHECK.
           MOVE CRG-CHECK-IN TO PI-CHECK-NUMBER.
           PERFORM FIND-CHECK-ON-MASTER.
           IF WS-CHK-FOUND-SUB > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-COUNT >= 5000
               DISPLAY "OUTSTANDING-CHECK TABLE FULL - CHECK "
                       CRG-CHECK-IN " NOT ADDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-AMOUNT-IN TO WS-CRG-AMOUNT-NUM.
           ADD 1 TO WS-CHK-COUNT.
           SET WS-CHK-IDX TO WS-CHK-COUNT.
           MOVE CRG-CHECK-IN TO WS-CHK-NUMBER (WS-CHK-IDX).
           MOVE WS-CRG-AMOUNT-NUM TO WS-CHK-AMOUNT (WS-CHK-IDX).
           MOVE CRG-EMP-IN TO WS-CHK-EMP-ID (WS-CHK-IDX).
           MOVE CRG-NAME-IN TO WS-CHK-PAYEE (WS-CHK-IDX).
           MOVE CRG-PERIOD-IN TO WS-CHK-PERIOD (WS-CHK-IDX).
           MOVE 'O' TO WS-CHK-STATUS (WS-CHK-IDX).
           MOVE ZERO TO WS-CHK-PAID-DATE (WS-CHK-IDX).
           MOVE ZERO TO WS-CHK-PAID-AMOUNT (WS-CHK-IDX).
           MOVE 'N' TO WS-PP-FOUND-SW.
           PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT OR WS-PP-FOUND
               IF WS-PP-CHECK (WS-PP-IDX) = CRG-CHECK-IN
                   SET WS-PP-FOUND TO TRUE
                   MOVE WS-PP-DATE (WS-PP-IDX)
                       TO WS-CHK-ISSUE-DATE (WS-CHK-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-PP-FOUND
               MOVE WS-AS-OF-DATE TO WS-CHK-ISSUE-DATE (WS-CHK-IDX)
           END-IF.
           ADD 1 TO WS-NEW-ISSUE-COUNT.

       FIND-CHECK-ON-MASTER.
           MOVE ZERO TO WS-CHK-FOUND-SUB.
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-COUNT
                   OR WS-CHK-FOUND-SUB > ZERO
               IF WS-CHK-NUMBER (WS-CHK-SUB) = PI-CHECK-NUMBER
                   MOVE WS-CHK-SUB TO WS-CHK-FOUND-SUB
               END-IF
           END-PERFORM.

      * Each paid item settles its check; anything that does not
      * settle cleanly is an exception for payroll to chase with
      * the bank
       MATCH-PAID-ITEMS.
           OPEN INPUT PAID-ITEM-FILE.
           IF WS-PAID-STATUS NOT = "00"
               DISPLAY "NO PAID-ITEMS FILE FROM THE BANK - NOTHING "
                       "TO MATCH"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PAID-END-OF-FILE
               READ PAID-ITEM-FILE
                   AT END MOVE 'Y' TO WS-PAID-EOF-SW
                   NOT AT END
                       PERFORM MATCH-ONE-PAID-ITEM
               END-READ
           END-PERFORM.
           CLOSE PAID-ITEM-FILE.

       MATCH-ONE-PAID-ITEM.
           PERFORM FIND-CHECK-ON-MASTER.
           IF WS-CHK-FOUND-SUB = ZERO
               MOVE "PAID, NEVER ISSUED" TO WS-EXC-TAG-WORK
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           SET WS-CHK-IDX TO WS-CHK-FOUND-SUB.
           IF WS-CHK-STATUS (WS-CHK-IDX) = 'P'
               MOVE "PAID TWICE        " TO WS-EXC-TAG-WORK
               PERFORM ADD-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF PI-AMOUNT NOT = WS-CHK-AMOUNT (WS-CHK-IDX)
               MOVE "AMOUNT DIFFERS    " TO WS-EXC-TAG-WORK
               PERFORM ADD-EXCEPTION
           ELSE
               ADD 1 TO WS-PAID-MATCHED-COUNT
           END-IF.
      * the check has cleared either way - an amount difference is
      * chased as an exception, not left aging as outstanding
           MOVE 'P' TO WS-CHK-STATUS (WS-CHK-IDX).
           MOVE PI-PAID-DATE TO WS-CHK-PAID-DATE (WS-CHK-IDX).
           MOVE PI-AMOUNT TO WS-CHK-PAID-AMOUNT (WS-CHK-IDX).

       ADD-EXCEPTION.
           IF WS-EXC-COUNT >= 1000
               DISPLAY "EXCEPTION TABLE FULL - CHECK "
                       PI-CHECK-NUMBER " NOT LISTED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXC-COUNT.
           SET WS-EXC-IDX TO WS-EXC-COUNT.
           MOVE WS-EXC-TAG-WORK TO WS-EXC-TAG (WS-EXC-IDX).
           MOVE PI-CHECK-NUMBER TO WS-EXC-CHECK (WS-EXC-IDX).
           MOVE PI-AMOUNT TO WS-EXC-PAID (WS-EXC-IDX).
           MOVE PI-PAID-DATE TO WS-EXC-PAID-DATE (WS-EXC-IDX).
           IF WS-CHK-FOUND-SUB > ZERO
               MOVE WS-CHK-AMOUNT (WS-CHK-FOUND-SUB)
                   TO WS-EXC-ISSUED (WS-EXC-IDX)
           ELSE
               MOVE ZERO TO WS-EXC-ISSUED (WS-EXC-IDX)
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE "***** OUTSTANDING CHECK RECONCILIATION *****"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-AS-OF-DATE TO WS-ASL-DATE-OUT.
           MOVE WS-AS-OF-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "----- EXCEPTIONS -----" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               MOVE WS-EXC-TAG (WS-EXC-IDX) TO WS-EXD-TAG-OUT
               MOVE WS-EXC-CHECK (WS-EXC-IDX) TO WS-EXD-CHECK-OUT
               MOVE WS-EXC-ISSUED (WS-EXC-IDX) TO WS-EXD-ISSUED-OUT
               MOVE WS-EXC-PAID (WS-EXC-IDX) TO WS-EXD-PAID-OUT
               MOVE WS-EXC-PAID-DATE (WS-EXC-IDX)
                   TO WS-EXD-DATE-OUT
               MOVE WS-EXCEPTION-DETAIL TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM.
           IF WS-EXC-COUNT = ZERO
               MOVE "  NONE" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "----- OUTSTANDING CHECKS BY ISSUE DATE -----"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           INITIALIZE WS-AGING-TOTALS.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-STATUS (WS-CHK-IDX) = 'O'
                   PERFORM WRITE-OUTSTANDING-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                   UNTIL WS-AGE-SUB > 5
               MOVE WS-AGE-CAPTION (WS-AGE-SUB) TO WS-AGL-CAPTION-OUT
               MOVE WS-AGE-COUNT (WS-AGE-SUB) TO WS-AGL-COUNT-OUT
               MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO WS-AGL-AMOUNT-OUT
               MOVE WS-AGING-LINE TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-PERFORM.
           MOVE "  TOTAL OUTSTANDING:    " TO WS-TTL-CAPTION.
           MOVE WS-OUTSTANDING-COUNT TO WS-TTL-COUNT-OUT.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TTL-AMOUNT-OUT.
           MOVE WS-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

      * Stale-dated checks are unclaimed wages - payroll contacts
      * the employee and, failing that, they go to the state
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "----- STALE-DATED CHECKS - UNCLAIMED WAGES FOLLOW-UP
      -        " -----" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-STATUS (WS-CHK-IDX) = 'O'
                   PERFORM COMPUTE-CHECK-AGE
                   IF WS-CHECK-AGE > WS-STALE-DAYS
                       ADD 1 TO WS-STALE-COUNT
                       ADD WS-CHK-AMOUNT (WS-CHK-IDX)
                           TO WS-STALE-TOTAL
                       PERFORM FORMAT-OUTSTANDING-DETAIL
                       MOVE WS-OUTSTANDING-DETAIL
                           TO RECON-REPORT-LINE
                       WRITE RECON-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "  TOTAL STALE-DATED:    " TO WS-TTL-CAPTION.
           MOVE WS-STALE-COUNT TO WS-TTL-COUNT-OUT.
           MOVE WS-STALE-TOTAL TO WS-TTL-AMOUNT-OUT.
           MOVE WS-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "REVIEWED BY: ____________________  DATE: ________"
               TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           CLOSE RECON-REPORT-FILE.

       WRITE-OUTSTANDING-LINE.
           PERFORM COMPUTE-CHECK-AGE.
           EVALUATE TRUE
               WHEN WS-CHECK-AGE <= 30
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-CHECK-AGE <= 60
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-CHECK-AGE <= 90
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-CHECK-AGE <= WS-STALE-DAYS
                   MOVE 4 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGE-SUB
           END-EVALUATE.
           ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
           ADD WS-CHK-AMOUNT (WS-CHK-IDX) TO WS-AGE-AMOUNT (WS-AGE-SUB).
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD WS-CHK-AMOUNT (WS-CHK-IDX) TO WS-OUTSTANDING-TOTAL.
           PERFORM FORMAT-OUTSTANDING-DETAIL.
           MOVE WS-OUTSTANDING-DETAIL TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       COMPUTE-CHECK-AGE.
           COMPUTE WS-ISSUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CHK-ISSUE-DATE (WS-CHK-IDX)).
           COMPUTE WS-CHECK-AGE = WS-AS-OF-INTEGER - WS-ISSUE-INTEGER.
           IF WS-CHECK-AGE < ZERO
               MOVE ZERO TO WS-CHECK-AGE
           END-IF.

       FORMAT-OUTSTANDING-DETAIL.
           MOVE WS-CHK-NUMBER (WS-CHK-IDX) TO WS-OSD-CHECK-OUT.
           MOVE WS-CHK-ISSUE-DATE (WS-CHK-IDX) TO WS-OSD-ISSUE-OUT.
           MOVE WS-CHK-EMP-ID (WS-CHK-IDX) TO WS-OSD-EMP-OUT.
           MOVE WS-CHK-PAYEE (WS-CHK-IDX) TO WS-OSD-PAYEE-OUT.
           MOVE WS-CHK-AMOUNT (WS-CHK-IDX) TO WS-OSD-AMOUNT-OUT.
           MOVE WS-CHECK-AGE TO WS-OSD-AGE-OUT.

      * Outstanding checks ride forward; paid checks stay a year so
      * a late second presentment is still caught, then drop off
       REWRITE-OUTSTANDING-MASTER.
           OPEN OUTPUT OUTSTANDING-CHECK-FILE.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-STATUS (WS-CHK-IDX) = 'P'
                       AND WS-AS-OF-INTEGER -
                           FUNCTION INTEGER-OF-DATE
                               (WS-CHK-PAID-DATE (WS-CHK-IDX))
                           > WS-PAID-RETENTION-DAYS
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   MOVE WS-CHK-NUMBER (WS-CHK-IDX) TO OC-CHECK-NUMBER
                   MOVE WS-CHK-ISSUE-DATE (WS-CHK-IDX)
                       TO OC-ISSUE-DATE
                   MOVE WS-CHK-AMOUNT (WS-CHK-IDX) TO OC-AMOUNT
                   MOVE WS-CHK-EMP-ID (WS-CHK-IDX) TO OC-EMP-ID
                   MOVE WS-CHK-PAYEE (WS-CHK-IDX) TO OC-PAYEE
                   MOVE WS-CHK-PERIOD (WS-CHK-IDX)
                       TO OC-PAY-PERIOD-ID
                   MOVE WS-CHK-STATUS (WS-CHK-IDX) TO OC-STATUS
                   MOVE WS-CHK-PAID-DATE (WS-CHK-IDX)
                       TO OC-PAID-DATE
                   MOVE WS-CHK-PAID-AMOUNT (WS-CHK-IDX)
                       TO OC-PAID-AMOUNT
                   WRITE OUTSTANDING-CHECK-RECORD
               END-IF
           END-PERFORM.
           CLOSE OUTSTANDING-CHECK-FILE.
           DISPLAY "PAID CHECKS AGED OFF THE MASTER: "
                   WS-PURGED-COUNT.

       END PROGRAM OUTSTANDING-CHECK-RECONCILIATION.
