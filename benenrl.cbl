       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFIT-CARRIER-ENROLLMENT.
       AUTHOR. YOUR-NAME.

      * Periodic enrollment file for each benefit carrier. Current
      * enrollment is benplan.dat as checked against the employee
      * master - an enrollment for a terminated employee is no
      * longer covered - and it is compared against carrsent.txt,
      * what the carriers were last sent. Each plan gets its own
      * file (carr_<plan>.txt) carrying only the differences: adds
      * (new enrollments, and re-enrollments of a member the
      * carrier had termed), changes (name or election), and
      * terminations, whose coverage end date is the master's
      * EM-STATUS-DATE when the employee left, or the run date when
      * only the election was dropped. carrsent.txt is then
      * rewritten to what was just sent. 401 plans go to the
      * recordkeeper from the salary run, not through here.
      * The carriers' billed-member list (carrbill.txt) is then
      * reconciled against enrollment, so a premium billed for
      * someone who has left is caught the month it is billed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Benefits enrollment, in the layout the salary processor
      * reads
           SELECT BENEFIT-PLAN-FILE ASSIGN TO
                   "/Users/simonvargas/benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

      * One line per plan member as the carrier last heard of them
           SELECT CARRIER-SENT-FILE ASSIGN TO
                   "/Users/simonvargas/carrsent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

      * Members the carriers billed us for, one line per member
           SELECT CARRIER-BILL-FILE ASSIGN TO
                   "/Users/simonvargas/carrbill.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.

      * This run's file for one carrier (see WRITE-CARRIER-FILE)
           SELECT CARRIER-FILE ASSIGN TO
                   DYNAMIC WS-CARRIER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARR-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/carrrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
           05 BP-EMP-ID          PIC 9(5).
           05 BP-PLAN-CODE       PIC X(4).
           05 BP-PRETAX-FLAG     PIC X(1).
           05 BP-METHOD          PIC X(1).
           05 BP-AMOUNT          PIC 9(7)V99.
           05 BP-PERCENT         PIC 9(2)V99.
           05 BP-MATCH-PERCENT   PIC 9(2)V99.
           05 BP-MATCH-MAX       PIC 9(7)V99.

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

      * CS-STATUS 'A' is covered, 'T' termed; CS-SENT-DATE is the
      * run that last wrote the line
       FD CARRIER-SENT-FILE.
       01 CARRIER-SENT-RECORD.
           05 CS-PLAN-CODE       PIC X(4).
           05 CS-EMP-ID          PIC 9(5).
           05 CS-EMP-NAME        PIC X(20).
           05 CS-STATUS          PIC X(1).
           05 CS-METHOD          PIC X(1).
           05 CS-AMOUNT          PIC 9(7)V99.
           05 CS-PERCENT         PIC 9(2)V99.
           05 CS-START-DATE      PIC 9(8).
           05 CS-END-DATE        PIC 9(8).
           05 CS-SENT-DATE       PIC 9(8).

       FD CARRIER-BILL-FILE.
       01 CARRIER-BILL-RECORD.
           05 CB-PLAN-CODE       PIC X(4).
           05 CB-EMP-ID          PIC 9(5).
           05 CB-MEMBER-NAME     PIC X(20).
           05 CB-BILL-MONTH      PIC 9(6).
           05 CB-PREMIUM         PIC 9(5)V99.

      * Header, one 'D' line per add/change/term, and a trailer
      * with the counts
       FD CARRIER-FILE.
       01 CARRIER-DETAIL-RECORD.
           05 CF-RECORD-TYPE     PIC X(1).
           05 CF-TRANS-CODE      PIC X(1).
           05 CF-PLAN-CODE       PIC X(4).
           05 CF-EMP-ID          PIC 9(5).
           05 CF-EMP-NAME        PIC X(20).
           05 CF-METHOD          PIC X(1).
           05 CF-AMOUNT          PIC 9(7)V99.
           05 CF-PERCENT         PIC 9(2)V99.
           05 CF-START-DATE      PIC 9(8).
           05 CF-END-DATE        PIC 9(8).
           05 FILLER             PIC X(19).
       01 CARRIER-HEADER-RECORD.
           05 CH-RECORD-TYPE     PIC X(1).
           05 CH-PLAN-CODE       PIC X(4).
           05 CH-FILE-DATE       PIC 9(8).
           05 CH-LAST-FILE-DATE  PIC 9(8).
           05 FILLER             PIC X(59).
       01 CARRIER-TRAILER-RECORD.
           05 CT-RECORD-TYPE     PIC X(1).
           05 CT-PLAN-CODE       PIC X(4).
           05 CT-ADD-COUNT       PIC 9(5).
           05 CT-CHANGE-COUNT    PIC 9(5).
           05 CT-TERM-COUNT      PIC 9(5).
           05 CT-COVERED-COUNT   PIC 9(5).
           05 FILLER             PIC X(55).

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BEN-STATUS         PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-SENT-STATUS        PIC XX.
       01 WS-BILL-STATUS        PIC XX.
       01 WS-CARR-STATUS        PIC XX.
       01 WS-BEN-EOF-SW         PIC X VALUE 'N'.
           88 WS-BEN-END-OF-FILE VALUE 'Y'.
       01 WS-SENT-EOF-SW        PIC X VALUE 'N'.
           88 WS-SENT-END-OF-FILE VALUE 'Y'.
       01 WS-BILL-EOF-SW        PIC X VALUE 'N'.
           88 WS-BILL-END-OF-FILE VALUE 'Y'.

       01 WS-ARG-NUM            PIC 9(2).
      * Optional plan code to run one carrier alone; blank runs
      * every plan
       01 WS-PLAN-ARG           PIC X(4).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RET-PLAN-PREFIX    PIC X(3) VALUE "401".
       01 WS-CARRIER-FILENAME   PIC X(50) VALUE SPACES.

      * Current enrollment, resolved against the master: state 'A'
      * is covered, 'T' terminated on the master, 'M' not on the
      * master at all. The snapshot state is what carrsent.txt
      * will say about the member after this run (space = drop).
       01 WS-ENROLL-TABLE.
           05 WS-EN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-EN-IDX.
               10 WS-EN-PLAN-CODE    PIC X(4).
               10 WS-EN-EMP-ID       PIC 9(5).
               10 WS-EN-EMP-NAME     PIC X(20).
               10 WS-EN-METHOD       PIC X(1).
               10 WS-EN-AMOUNT       PIC 9(7)V99.
               10 WS-EN-PERCENT      PIC 9(2)V99.
               10 WS-EN-STATE        PIC X(1).
               10 WS-EN-STATUS-DATE  PIC 9(8).
               10 WS-EN-START-DATE   PIC 9(8).
               10 WS-EN-END-DATE     PIC 9(8).
               10 WS-EN-SNAP-STATE   PIC X(1).
               10 WS-EN-BILLED-SW    PIC X(1).
       01 WS-EN-COUNT           PIC 9(3) VALUE ZERO.

      * Last file sent, as carrsent.txt has it
       01 WS-SENT-TABLE.
           05 WS-SN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SN-IDX.
               10 WS-SN-PLAN-CODE    PIC X(4).
               10 WS-SN-EMP-ID       PIC 9(5).
               10 WS-SN-EMP-NAME     PIC X(20).
               10 WS-SN-STATUS       PIC X(1).
               10 WS-SN-METHOD       PIC X(1).
               10 WS-SN-AMOUNT       PIC 9(7)V99.
               10 WS-SN-PERCENT      PIC 9(2)V99.
               10 WS-SN-START-DATE   PIC 9(8).
               10 WS-SN-END-DATE     PIC 9(8).
               10 WS-SN-SENT-DATE    PIC 9(8).
               10 WS-SN-MATCHED-SW   PIC X(1).
               10 WS-SN-SNAP-STATE   PIC X(1).
       01 WS-SN-COUNT           PIC 9(4) VALUE ZERO.

      * Plans in this run, with what each carrier file carried
       01 WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PL-IDX.
               10 WS-PL-PLAN-CODE    PIC X(4).
               10 WS-PL-LAST-DATE    PIC 9(8).
               10 WS-PL-ADDS         PIC 9(5).
               10 WS-PL-CHANGES      PIC 9(5).
               10 WS-PL-TERMS        PIC 9(5).
               10 WS-PL-COVERED      PIC 9(5).
       01 WS-PL-COUNT           PIC 9(3) VALUE ZERO.

       01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01 WS-WORK-PLAN          PIC X(4).
       01 WS-WORK-EMP-ID        PIC 9(5).
       01 WS-WORK-DATE          PIC 9(8).

       01 WS-TOTAL-ADDS         PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CHANGES      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-TERMS        PIC 9(5) VALUE ZERO.
       01 WS-BILLED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-BILLED-OK-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EX-EMP-PREMIUM     PIC 9(7)V99 VALUE ZERO.
       01 WS-UNENROLLED-PREMIUM PIC 9(7)V99 VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER             PIC X(45) VALUE
              "***** BENEFIT CARRIER ENROLLMENT AND BILLING ".
           05 FILLER             PIC X(20) VALUE
              "RECONCILIATION *****".
       01 WS-HEADING-2.
           05 FILLER             PIC X(10) VALUE "RUN DATE: ".
           05 WS-H2-DATE-OUT     PIC 9(8).
           05 FILLER             PIC X(9) VALUE "   PLAN: ".
           05 WS-H2-PLAN-OUT     PIC X(4).

       01 WS-PLAN-SUMMARY-LINE.
           05 FILLER             PIC X(6) VALUE "PLAN: ".
           05 WS-PS-PLAN-OUT     PIC X(4).
           05 FILLER             PIC X(8) VALUE "  ADDS: ".
           05 WS-PS-ADDS-OUT     PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE "  CHANGES: ".
           05 WS-PS-CHANGES-OUT  PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE "  TERMS: ".
           05 WS-PS-TERMS-OUT    PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE "  COVERED: ".
           05 WS-PS-COVERED-OUT  PIC ZZZZ9.
           05 FILLER             PIC X(13) VALUE "  LAST SENT: ".
           05 WS-PS-LAST-OUT     PIC 9(8).

       01 WS-RECON-DETAIL.
           05 WS-RD-TAG-OUT      PIC X(22).
           05 FILLER             PIC X(7) VALUE " PLAN: ".
           05 WS-RD-PLAN-OUT     PIC X(4).
           05 FILLER             PIC X(5) VALUE " ID: ".
           05 WS-RD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(7) VALUE " TERM: ".
           05 WS-RD-TERM-OUT     PIC X(8).
           05 FILLER             PIC X(10) VALUE " PREMIUM: ".
           05 WS-RD-PREMIUM-OUT  PIC ZZ,ZZ9.99.

       01 WS-RECON-TOTAL-LINE.
           05 WS-RT-LABEL-OUT    PIC X(40).
           05 WS-RT-AMOUNT-OUT   PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Benefit Carrier Enrollment...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-ENROLLMENTS.
           PERFORM RESOLVE-ENROLLMENTS.
           PERFORM LOAD-LAST-SENT.
           PERFORM BUILD-PLAN-LIST.

           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE WS-HEADING-1 TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-H2-DATE-OUT.
           IF WS-PLAN-ARG = SPACES
               MOVE "ALL " TO WS-H2-PLAN-OUT
           ELSE
               MOVE WS-PLAN-ARG TO WS-H2-PLAN-OUT
           END-IF.
           MOVE WS-HEADING-2 TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "CARRIER FILES SENT" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
               PERFORM WRITE-CARRIER-FILE
           END-PERFORM.

           PERFORM RECONCILE-CARRIER-BILLING.
           CLOSE RECON-REPORT-FILE.
           PERFORM SAVE-LAST-SENT.

           DISPLAY "CARRIER FILES WRITTEN: " WS-PL-COUNT.
           DISPLAY "ADDS: " WS-TOTAL-ADDS
                   "  CHANGES: " WS-TOTAL-CHANGES
                   "  TERMS: " WS-TOTAL-TERMS.
           DISPLAY "BILLED MEMBERS: " WS-BILLED-COUNT
                   "  EXCEPTIONS: " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "*** CARRIER BILLING EXCEPTIONS - SEE "
                       "carrrecon.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Benefit Carrier Enrollment completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-PLAN-ARG
           ACCEPT WS-PLAN-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PLAN-ARG
           END-ACCEPT.
           IF WS-PLAN-ARG = "ALL"
               MOVE SPACES TO WS-PLAN-ARG
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

      * Without the enrollment file every member would look dropped
      * and be termed, so its absence stops the run
       LOAD-ENROLLMENTS.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-BEN-STATUS NOT = "00"
               DISPLAY "BENEFIT ENROLLMENT FILE (benplan.dat) "
                       "MISSING - NO CARRIER FILES WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-BEN-END-OF-FILE
               READ BENEFIT-PLAN-FILE
                   AT END MOVE 'Y' TO WS-BEN-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-ENROLLMENT
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLAN-FILE.
           DISPLAY "CARRIER PLAN ENROLLMENTS LOADED: " WS-EN-COUNT.

       LOAD-ONE-ENROLLMENT.
           IF BP-PLAN-CODE (1:3) = WS-RET-PLAN-PREFIX
               EXIT PARAGRAPH
           END-IF.
           IF WS-PLAN-ARG NOT = SPACES
                   AND BP-PLAN-CODE NOT = WS-PLAN-ARG
               EXIT PARAGRAPH
           END-IF.
           MOVE BP-PLAN-CODE TO WS-WORK-PLAN.
           MOVE BP-EMP-ID TO WS-WORK-EMP-ID.
           PERFORM FIND-ENROLLMENT.
           IF WS-FOUND
               DISPLAY "DUPLICATE ENROLLMENT IGNORED - PLAN: "
                       BP-PLAN-CODE " ID: " BP-EMP-ID
               EXIT PARAGRAPH
           END-IF.
           IF WS-EN-COUNT >= 500
               DISPLAY "ENROLLMENT TABLE FULL - MORE THAN 500 "
                       "ENROLLMENTS ON FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-EN-COUNT.
           SET WS-EN-IDX TO WS-EN-COUNT.
           MOVE BP-PLAN-CODE TO WS-EN-PLAN-CODE (WS-EN-IDX).
           MOVE BP-EMP-ID TO WS-EN-EMP-ID (WS-EN-IDX).
           MOVE SPACES TO WS-EN-EMP-NAME (WS-EN-IDX).
           MOVE BP-METHOD TO WS-EN-METHOD (WS-EN-IDX).
           MOVE BP-AMOUNT TO WS-EN-AMOUNT (WS-EN-IDX).
           MOVE BP-PERCENT TO WS-EN-PERCENT (WS-EN-IDX).
           MOVE 'M' TO WS-EN-STATE (WS-EN-IDX).
           MOVE ZERO TO WS-EN-STATUS-DATE (WS-EN-IDX).
           MOVE ZERO TO WS-EN-START-DATE (WS-EN-IDX).
           MOVE ZERO TO WS-EN-END-DATE (WS-EN-IDX).
           MOVE SPACE TO WS-EN-SNAP-STATE (WS-EN-IDX).
           MOVE 'N' TO WS-EN-BILLED-SW (WS-EN-IDX).

      * Name, status, and status date come off the master; an
      * enrollment the master does not know stays 'M'
       RESOLVE-ENROLLMENTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - NO CARRIER FILES WRITTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE WS-EN-EMP-ID (WS-EN-IDX) TO EM-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE 'M' TO WS-EN-STATE (WS-EN-IDX)
                   NOT INVALID KEY
                       MOVE EM-EMP-NAME TO WS-EN-EMP-NAME (WS-EN-IDX)
                       MOVE EM-STATUS-DATE
                           TO WS-EN-STATUS-DATE (WS-EN-IDX)
                       IF EM-TERMINATED
                           MOVE 'T' TO WS-EN-STATE (WS-EN-IDX)
                       ELSE
                           MOVE 'A' TO WS-EN-STATE (WS-EN-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      * No carrsent.txt means nothing has been sent yet - the first
      * run sends every covered member as an add
       LOAD-LAST-SENT.
           OPEN INPUT CARRIER-SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "NO PRIOR CARRIER FILE (carrsent.txt) - ALL "
                       "COVERED MEMBERS SENT AS ADDS"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SENT-END-OF-FILE
               READ CARRIER-SENT-FILE
                   AT END MOVE 'Y' TO WS-SENT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-SENT-MEMBER
               END-READ
           END-PERFORM.
           CLOSE CARRIER-SENT-FILE.
           DISPLAY "MEMBERS ON LAST CARRIER FILES: " WS-SN-COUNT.

      * A plan outside this run is carried forward untouched
       LOAD-ONE-SENT-MEMBER.
           IF WS-SN-COUNT >= 2000
               DISPLAY "CARRIER MEMBER TABLE FULL - MORE THAN 2000 "
                       "MEMBERS ON LAST FILES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SN-COUNT.
           SET WS-SN-IDX TO WS-SN-COUNT.
           MOVE CS-PLAN-CODE TO WS-SN-PLAN-CODE (WS-SN-IDX).
           MOVE CS-EMP-ID TO WS-SN-EMP-ID (WS-SN-IDX).
           MOVE CS-EMP-NAME TO WS-SN-EMP-NAME (WS-SN-IDX).
           MOVE CS-STATUS TO WS-SN-STATUS (WS-SN-IDX).
           MOVE CS-METHOD TO WS-SN-METHOD (WS-SN-IDX).
           MOVE CS-AMOUNT TO WS-SN-AMOUNT (WS-SN-IDX).
           MOVE CS-PERCENT TO WS-SN-PERCENT (WS-SN-IDX).
           MOVE CS-START-DATE TO WS-SN-START-DATE (WS-SN-IDX).
           MOVE CS-END-DATE TO WS-SN-END-DATE (WS-SN-IDX).
           MOVE CS-SENT-DATE TO WS-SN-SENT-DATE (WS-SN-IDX).
           MOVE 'N' TO WS-SN-MATCHED-SW (WS-SN-IDX).
           IF WS-PLAN-ARG NOT = SPACES
                   AND CS-PLAN-CODE NOT = WS-PLAN-ARG
               MOVE CS-STATUS TO WS-SN-SNAP-STATE (WS-SN-IDX)
           ELSE
               MOVE SPACE TO WS-SN-SNAP-STATE (WS-SN-IDX)
           END-IF.

      * Every plan with a current enrollment or a member on its
      * last file gets a file this run - a plan whose enrollments
      * have all gone still owes its carrier the terms. Each plan's
      * last-sent date is the latest date on its carrsent.txt lines.
       BUILD-PLAN-LIST.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE WS-EN-PLAN-CODE (WS-EN-IDX) TO WS-WORK-PLAN
               MOVE ZERO TO WS-WORK-DATE
               PERFORM ADD-TO-PLAN-LIST
           END-PERFORM.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-PLAN-CODE (WS-SN-IDX) (1:3)
                       NOT = WS-RET-PLAN-PREFIX
                       AND (WS-PLAN-ARG = SPACES
                       OR WS-SN-PLAN-CODE (WS-SN-IDX) = WS-PLAN-ARG)
                   MOVE WS-SN-PLAN-CODE (WS-SN-IDX) TO WS-WORK-PLAN
                   MOVE WS-SN-SENT-DATE (WS-SN-IDX) TO WS-WORK-DATE
                   PERFORM ADD-TO-PLAN-LIST
               END-IF
           END-PERFORM.

       ADD-TO-PLAN-LIST.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-FOUND
               IF WS-PL-PLAN-CODE (WS-PL-IDX) = WS-WORK-PLAN
                   SET WS-FOUND TO TRUE
                   IF WS-WORK-DATE > WS-PL-LAST-DATE (WS-PL-IDX)
                       MOVE WS-WORK-DATE TO WS-PL-LAST-DATE (WS-PL-IDX)
                   END-IF
                   SET WS-PL-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-PL-COUNT >= 100
               DISPLAY "PLAN TABLE FULL - MORE THAN 100 PLANS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-FOUND
               ADD 1 TO WS-PL-COUNT
               SET WS-PL-IDX TO WS-PL-COUNT
               MOVE WS-WORK-PLAN TO WS-PL-PLAN-CODE (WS-PL-IDX)
               MOVE WS-WORK-DATE TO WS-PL-LAST-DATE (WS-PL-IDX)
               MOVE ZERO TO WS-PL-ADDS (WS-PL-IDX)
               MOVE ZERO TO WS-PL-CHANGES (WS-PL-IDX)
               MOVE ZERO TO WS-PL-TERMS (WS-PL-IDX)
               MOVE ZERO TO WS-PL-COVERED (WS-PL-IDX)
           END-IF.

      * One carrier's file: every enrollment in the plan compared to
      * what the carrier last heard, then the members the carrier
      * still has covered who are no longer enrolled at all
       WRITE-CARRIER-FILE.
           MOVE SPACES TO WS-CARRIER-FILENAME.
           STRING "/Users/simonvargas/carr_" DELIMITED BY SIZE
                   WS-PL-PLAN-CODE (WS-PL-IDX) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CARRIER-FILENAME.
           OPEN OUTPUT CARRIER-FILE.
           IF WS-CARR-STATUS NOT = "00"
               DISPLAY "CARRIER FILE OPEN FAILED: "
                       WS-CARRIER-FILENAME " STATUS: " WS-CARR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO CARRIER-HEADER-RECORD.
           MOVE 'H' TO CH-RECORD-TYPE.
           MOVE WS-PL-PLAN-CODE (WS-PL-IDX) TO CH-PLAN-CODE.
           MOVE WS-RUN-DATE TO CH-FILE-DATE.
           MOVE WS-PL-LAST-DATE (WS-PL-IDX) TO CH-LAST-FILE-DATE.
           WRITE CARRIER-HEADER-RECORD.

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-PLAN-CODE (WS-EN-IDX)
                       = WS-PL-PLAN-CODE (WS-PL-IDX)
                   PERFORM COMPARE-ENROLLMENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-PLAN-CODE (WS-SN-IDX)
                       = WS-PL-PLAN-CODE (WS-PL-IDX)
                       AND WS-SN-MATCHED-SW (WS-SN-IDX) = 'N'
                       AND WS-SN-STATUS (WS-SN-IDX) = 'A'
                   PERFORM TERM-DROPPED-MEMBER
               END-IF
           END-PERFORM.

           MOVE SPACES TO CARRIER-TRAILER-RECORD.
           MOVE 'T' TO CT-RECORD-TYPE.
           MOVE WS-PL-PLAN-CODE (WS-PL-IDX) TO CT-PLAN-CODE.
           MOVE WS-PL-ADDS (WS-PL-IDX) TO CT-ADD-COUNT.
           MOVE WS-PL-CHANGES (WS-PL-IDX) TO CT-CHANGE-COUNT.
           MOVE WS-PL-TERMS (WS-PL-IDX) TO CT-TERM-COUNT.
           MOVE WS-PL-COVERED (WS-PL-IDX) TO CT-COVERED-COUNT.
           WRITE CARRIER-TRAILER-RECORD.
           CLOSE CARRIER-FILE.

           MOVE WS-PL-PLAN-CODE (WS-PL-IDX) TO WS-PS-PLAN-OUT.
           MOVE WS-PL-ADDS (WS-PL-IDX) TO WS-PS-ADDS-OUT.
           MOVE WS-PL-CHANGES (WS-PL-IDX) TO WS-PS-CHANGES-OUT.
           MOVE WS-PL-TERMS (WS-PL-IDX) TO WS-PS-TERMS-OUT.
           MOVE WS-PL-COVERED (WS-PL-IDX) TO WS-PS-COVERED-OUT.
           MOVE WS-PL-LAST-DATE (WS-PL-IDX) TO WS-PS-LAST-OUT.
           MOVE WS-PLAN-SUMMARY-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           ADD WS-PL-ADDS (WS-PL-IDX) TO WS-TOTAL-ADDS.
           ADD WS-PL-CHANGES (WS-PL-IDX) TO WS-TOTAL-CHANGES.
           ADD WS-PL-TERMS (WS-PL-IDX) TO WS-TOTAL-TERMS.

      * A covered member the carrier never had (or had termed) is an
      * add, starting on the master's status date when that falls
      * after the plan's last file (a new hire or rehire) and on the
      * run date otherwise; a covered member whose name or election
      * moved is a change; a member the carrier has covered who has
      * left, or who is no longer on the master, is a term
       COMPARE-ENROLLMENT.
           MOVE WS-EN-PLAN-CODE (WS-EN-IDX) TO WS-WORK-PLAN.
           MOVE WS-EN-EMP-ID (WS-EN-IDX) TO WS-WORK-EMP-ID.
           PERFORM FIND-SENT-MEMBER.
           IF WS-FOUND
               MOVE 'Y' TO WS-SN-MATCHED-SW (WS-SN-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-EN-STATE (WS-EN-IDX) = 'A'
                       AND (NOT WS-FOUND
                       OR WS-SN-STATUS (WS-SN-IDX) NOT = 'A')
                   IF WS-EN-STATUS-DATE (WS-EN-IDX)
                           > WS-PL-LAST-DATE (WS-PL-IDX)
                       MOVE WS-EN-STATUS-DATE (WS-EN-IDX)
                           TO WS-EN-START-DATE (WS-EN-IDX)
                   ELSE
                       MOVE WS-RUN-DATE
                           TO WS-EN-START-DATE (WS-EN-IDX)
                   END-IF
                   MOVE ZERO TO WS-EN-END-DATE (WS-EN-IDX)
                   MOVE 'A' TO WS-EN-SNAP-STATE (WS-EN-IDX)
                   ADD 1 TO WS-PL-ADDS (WS-PL-IDX)
                   ADD 1 TO WS-PL-COVERED (WS-PL-IDX)
                   MOVE 'A' TO CF-TRANS-CODE
                   PERFORM WRITE-ENROLLMENT-DETAIL
               WHEN WS-EN-STATE (WS-EN-IDX) = 'A'
                   MOVE WS-SN-START-DATE (WS-SN-IDX)
                       TO WS-EN-START-DATE (WS-EN-IDX)
                   MOVE ZERO TO WS-EN-END-DATE (WS-EN-IDX)
                   MOVE 'A' TO WS-EN-SNAP-STATE (WS-EN-IDX)
                   ADD 1 TO WS-PL-COVERED (WS-PL-IDX)
                   IF WS-EN-EMP-NAME (WS-EN-IDX)
                           NOT = WS-SN-EMP-NAME (WS-SN-IDX)
                           OR WS-EN-METHOD (WS-EN-IDX)
                               NOT = WS-SN-METHOD (WS-SN-IDX)
                           OR WS-EN-AMOUNT (WS-EN-IDX)
                               NOT = WS-SN-AMOUNT (WS-SN-IDX)
                           OR WS-EN-PERCENT (WS-EN-IDX)
                               NOT = WS-SN-PERCENT (WS-SN-IDX)
                       ADD 1 TO WS-PL-CHANGES (WS-PL-IDX)
                       MOVE 'C' TO CF-TRANS-CODE
                       PERFORM WRITE-ENROLLMENT-DETAIL
                   END-IF
               WHEN WS-FOUND AND WS-SN-STATUS (WS-SN-IDX) = 'A'
                   MOVE WS-SN-START-DATE (WS-SN-IDX)
                       TO WS-EN-START-DATE (WS-EN-IDX)
                   IF WS-EN-STATE (WS-EN-IDX) = 'T'
                       MOVE WS-EN-STATUS-DATE (WS-EN-IDX)
                           TO WS-EN-END-DATE (WS-EN-IDX)
                   ELSE
                       MOVE WS-SN-EMP-NAME (WS-SN-IDX)
                           TO WS-EN-EMP-NAME (WS-EN-IDX)
                       MOVE WS-RUN-DATE TO WS-EN-END-DATE (WS-EN-IDX)
                   END-IF
                   MOVE 'T' TO WS-EN-SNAP-STATE (WS-EN-IDX)
                   ADD 1 TO WS-PL-TERMS (WS-PL-IDX)
                   MOVE 'T' TO CF-TRANS-CODE
                   PERFORM WRITE-ENROLLMENT-DETAIL
               WHEN WS-FOUND
      * termed last time and still not covered - keep the line so
      * the term is not sent again
                   MOVE WS-SN-EMP-NAME (WS-SN-IDX)
                       TO WS-EN-EMP-NAME (WS-EN-IDX)
                   MOVE WS-SN-START-DATE (WS-SN-IDX)
                       TO WS-EN-START-DATE (WS-EN-IDX)
                   MOVE WS-SN-END-DATE (WS-SN-IDX)
                       TO WS-EN-END-DATE (WS-EN-IDX)
                   MOVE 'T' TO WS-EN-SNAP-STATE (WS-EN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-ENROLLMENT-DETAIL.
           MOVE 'D' TO CF-RECORD-TYPE.
           MOVE WS-EN-PLAN-CODE (WS-EN-IDX) TO CF-PLAN-CODE.
           MOVE WS-EN-EMP-ID (WS-EN-IDX) TO CF-EMP-ID.
           MOVE WS-EN-EMP-NAME (WS-EN-IDX) TO CF-EMP-NAME.
           MOVE WS-EN-METHOD (WS-EN-IDX) TO CF-METHOD.
           MOVE WS-EN-AMOUNT (WS-EN-IDX) TO CF-AMOUNT.
           MOVE WS-EN-PERCENT (WS-EN-IDX) TO CF-PERCENT.
           MOVE WS-EN-START-DATE (WS-EN-IDX) TO CF-START-DATE.
           MOVE WS-EN-END-DATE (WS-EN-IDX) TO CF-END-DATE.
           WRITE CARRIER-DETAIL-RECORD.

      * Covered on the last file but gone from benplan.dat: the
      * coverage ends on the termination date if the master shows
      * the employee has left, otherwise on the run date
       TERM-DROPPED-MEMBER.
           MOVE WS-RUN-DATE TO WS-SN-END-DATE (WS-SN-IDX).
           MOVE WS-SN-EMP-ID (WS-SN-IDX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EM-TERMINATED
                       MOVE EM-STATUS-DATE
                           TO WS-SN-END-DATE (WS-SN-IDX)
                   END-IF
           END-READ.
           MOVE 'T' TO WS-SN-SNAP-STATE (WS-SN-IDX).
           ADD 1 TO WS-PL-TERMS (WS-PL-IDX).
           MOVE 'D' TO CF-RECORD-TYPE.
           MOVE 'T' TO CF-TRANS-CODE.
           MOVE WS-SN-PLAN-CODE (WS-SN-IDX) TO CF-PLAN-CODE.
           MOVE WS-SN-EMP-ID (WS-SN-IDX) TO CF-EMP-ID.
           MOVE WS-SN-EMP-NAME (WS-SN-IDX) TO CF-EMP-NAME.
           MOVE WS-SN-METHOD (WS-SN-IDX) TO CF-METHOD.
           MOVE WS-SN-AMOUNT (WS-SN-IDX) TO CF-AMOUNT.
           MOVE WS-SN-PERCENT (WS-SN-IDX) TO CF-PERCENT.
           MOVE WS-SN-START-DATE (WS-SN-IDX) TO CF-START-DATE.
           MOVE WS-SN-END-DATE (WS-SN-IDX) TO CF-END-DATE.
           WRITE CARRIER-DETAIL-RECORD.

       FIND-ENROLLMENT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT OR WS-FOUND
               IF WS-EN-PLAN-CODE (WS-EN-IDX) = WS-WORK-PLAN
                       AND WS-EN-EMP-ID (WS-EN-IDX) = WS-WORK-EMP-ID
                   SET WS-FOUND TO TRUE
                   SET WS-EN-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       FIND-SENT-MEMBER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT OR WS-FOUND
               IF WS-SN-PLAN-CODE (WS-SN-IDX) = WS-WORK-PLAN
                       AND WS-SN-EMP-ID (WS-SN-IDX) = WS-WORK-EMP-ID
                   SET WS-FOUND TO TRUE
                   SET WS-SN-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      * Each billed member is checked against enrollment and the
      * master: billed after leaving (the premium we should not be
      * paying), billed with no enrollment in that plan, billed and
      * unknown to the master. Covered members the carrier did not
      * bill are listed too, since their claims would be denied.
       RECONCILE-CARRIER-BILLING.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "CARRIER BILLING RECONCILIATION" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           OPEN INPUT CARRIER-BILL-FILE.
           IF WS-BILL-STATUS NOT = "00"
               MOVE "NO CARRIER BILLING FILE (carrbill.txt) - "
                   TO RECON-REPORT-LINE
               MOVE "RECONCILIATION NOT DONE" TO RECON-REPORT-LINE (42:)
               WRITE RECON-REPORT-LINE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BILL-END-OF-FILE
               READ CARRIER-BILL-FILE
                   AT END MOVE 'Y' TO WS-BILL-EOF-SW
                   NOT AT END
                       IF CB-PLAN-CODE (1:3) NOT = WS-RET-PLAN-PREFIX
                               AND (WS-PLAN-ARG = SPACES
                               OR CB-PLAN-CODE = WS-PLAN-ARG)
                           PERFORM CHECK-BILLED-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRIER-BILL-FILE.

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-STATE (WS-EN-IDX) = 'A'
                       AND WS-EN-BILLED-SW (WS-EN-IDX) = 'N'
                   MOVE "ENROLLED - NOT BILLED" TO WS-RD-TAG-OUT
                   MOVE WS-EN-PLAN-CODE (WS-EN-IDX) TO WS-RD-PLAN-OUT
                   MOVE WS-EN-EMP-ID (WS-EN-IDX) TO WS-RD-EMP-OUT
                   MOVE WS-EN-EMP-NAME (WS-EN-IDX) TO WS-RD-NAME-OUT
                   MOVE SPACES TO WS-RD-TERM-OUT
                   MOVE ZERO TO WS-RD-PREMIUM-OUT
                   MOVE WS-RECON-DETAIL TO RECON-REPORT-LINE
                   WRITE RECON-REPORT-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER-FILE.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO WS-RECON-TOTAL-LINE.
           MOVE "MEMBERS BILLED:" TO WS-RT-LABEL-OUT.
           MOVE WS-BILLED-COUNT TO WS-RT-AMOUNT-OUT.
           MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "BILLED AND ENROLLED:" TO WS-RT-LABEL-OUT.
           MOVE WS-BILLED-OK-COUNT TO WS-RT-AMOUNT-OUT.
           MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "EXCEPTIONS:" TO WS-RT-LABEL-OUT.
           MOVE WS-EXCEPTION-COUNT TO WS-RT-AMOUNT-OUT.
           MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "PREMIUM BILLED FOR EX-EMPLOYEES:" TO WS-RT-LABEL-OUT.
           MOVE WS-EX-EMP-PREMIUM TO WS-RT-AMOUNT-OUT.
           MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "PREMIUM BILLED FOR NON-ENROLLED:" TO WS-RT-LABEL-OUT.
           MOVE WS-UNENROLLED-PREMIUM TO WS-RT-AMOUNT-OUT.
           MOVE WS-RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       CHECK-BILLED-MEMBER.
           ADD 1 TO WS-BILLED-COUNT.
           MOVE CB-PLAN-CODE TO WS-WORK-PLAN.
           MOVE CB-EMP-ID TO WS-WORK-EMP-ID.
           MOVE CB-PLAN-CODE TO WS-RD-PLAN-OUT.
           MOVE CB-EMP-ID TO WS-RD-EMP-OUT.
           MOVE CB-MEMBER-NAME TO WS-RD-NAME-OUT.
           MOVE SPACES TO WS-RD-TERM-OUT.
           MOVE CB-PREMIUM TO WS-RD-PREMIUM-OUT.
           PERFORM FIND-ENROLLMENT.
           IF WS-FOUND AND WS-EN-STATE (WS-EN-IDX) = 'A'
               MOVE 'Y' TO WS-EN-BILLED-SW (WS-EN-IDX)
               ADD 1 TO WS-BILLED-OK-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CB-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "BILLED - NOT ON MASTER" TO WS-RD-TAG-OUT
                   ADD CB-PREMIUM TO WS-UNENROLLED-PREMIUM
               NOT INVALID KEY
                   IF EM-TERMINATED
                       MOVE "BILLED AFTER TERM" TO WS-RD-TAG-OUT
                       MOVE EM-STATUS-DATE TO WS-WORK-DATE
                       MOVE WS-WORK-DATE TO WS-RD-TERM-OUT
                       ADD CB-PREMIUM TO WS-EX-EMP-PREMIUM
                   ELSE
                       MOVE "BILLED - NOT ENROLLED" TO WS-RD-TAG-OUT
                       ADD CB-PREMIUM TO WS-UNENROLLED-PREMIUM
                   END-IF
           END-READ.
           MOVE WS-RECON-DETAIL TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      * carrsent.txt becomes what the carriers now have: covered
      * members, members termed (kept so the term is not resent),
      * and other plans' lines as they were
       SAVE-LAST-SENT.
           OPEN OUTPUT CARRIER-SENT-FILE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-SNAP-STATE (WS-EN-IDX) NOT = SPACE
                   MOVE WS-EN-PLAN-CODE (WS-EN-IDX) TO CS-PLAN-CODE
                   MOVE WS-EN-EMP-ID (WS-EN-IDX) TO CS-EMP-ID
                   MOVE WS-EN-EMP-NAME (WS-EN-IDX) TO CS-EMP-NAME
                   MOVE WS-EN-SNAP-STATE (WS-EN-IDX) TO CS-STATUS
                   MOVE WS-EN-METHOD (WS-EN-IDX) TO CS-METHOD
                   MOVE WS-EN-AMOUNT (WS-EN-IDX) TO CS-AMOUNT
                   MOVE WS-EN-PERCENT (WS-EN-IDX) TO CS-PERCENT
                   MOVE WS-EN-START-DATE (WS-EN-IDX) TO CS-START-DATE
                   MOVE WS-EN-END-DATE (WS-EN-IDX) TO CS-END-DATE
                   MOVE WS-RUN-DATE TO CS-SENT-DATE
                   WRITE CARRIER-SENT-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-MATCHED-SW (WS-SN-IDX) = 'N'
                       AND WS-SN-SNAP-STATE (WS-SN-IDX) NOT = SPACE
                   MOVE WS-SN-PLAN-CODE (WS-SN-IDX) TO CS-PLAN-CODE
                   MOVE WS-SN-EMP-ID (WS-SN-IDX) TO CS-EMP-ID
                   MOVE WS-SN-EMP-NAME (WS-SN-IDX) TO CS-EMP-NAME
                   MOVE WS-SN-SNAP-STATE (WS-SN-IDX) TO CS-STATUS
                   MOVE WS-SN-METHOD (WS-SN-IDX) TO CS-METHOD
                   MOVE WS-SN-AMOUNT (WS-SN-IDX) TO CS-AMOUNT
                   MOVE WS-SN-PERCENT (WS-SN-IDX) TO CS-PERCENT
                   MOVE WS-SN-START-DATE (WS-SN-IDX) TO CS-START-DATE
                   MOVE WS-SN-END-DATE (WS-SN-IDX) TO CS-END-DATE
                   IF WS-SN-SNAP-STATE (WS-SN-IDX) = 'T'
                           AND WS-SN-STATUS (WS-SN-IDX) = 'A'
                       MOVE WS-RUN-DATE TO CS-SENT-DATE
                   ELSE
                       MOVE WS-SN-SENT-DATE (WS-SN-IDX)
                           TO CS-SENT-DATE
                   END-IF
                   WRITE CARRIER-SENT-RECORD
               END-IF
           END-PERFORM.
           CLOSE CARRIER-SENT-FILE.

       END PROGRAM BENEFIT-CARRIER-ENROLLMENT.
