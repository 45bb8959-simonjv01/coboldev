       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-REQUEST-APPROVAL.
       AUTHOR. YOUR-NAME.

      * Leave requests and their supervisor approval. The request
      * file (leavereq.txt) is the record of every vacation and
      * sick request: new ones come in on leavenew.txt and are
      * checked against the employee's projected balance before
      * they are even queued; the signed-on supervisor's decisions
      * come in on leavedec.txt, and an approval is checked against
      * the projected balance again, since it may have moved since
      * the request was made. The projected balance is what
      * leavebal.dat holds less every approved request's hours not
      * yet carried into a payroll input by timebrdg.cbl. Only
      * approved leave reaches the pay run, and it gets there
      * through the time bridge rather than by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every request ever made, rewritten at the end of each run
           SELECT LEAVE-REQUEST-FILE ASSIGN TO
                   "/Users/simonvargas/leavereq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LR-STATUS.

      * Requests submitted since the last run
           SELECT NEW-REQUEST-FILE ASSIGN TO
                   "/Users/simonvargas/leavenew.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LN-STATUS.

      * The supervisor's approve / deny / cancel decisions
           SELECT DECISION-FILE ASSIGN TO
                   "/Users/simonvargas/leavedec.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO
                   "/Users/simonvargas/leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LB-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

      * Operator master: approving leave is a permission of its own
           SELECT OPERATOR-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/oprmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

      * Refused sign-on attempts, appended across runs
           SELECT VIOLATION-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/opviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/leaveapr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * LR-STATUS P pending, A approved, D denied, X cancelled.
      * LR-TAKEN-THRU is the last date timebrdg.cbl has carried
      * into a payroll input; days after it are still to be taken.
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

      * LN-LEAVE-TYPE V vacation, S sick; zero hours per day means
      * a standard 8-hour day
       FD NEW-REQUEST-FILE.
       01 NEW-REQUEST-RECORD.
           05 LN-EMP-ID          PIC 9(5).
           05 LN-LEAVE-TYPE      PIC X(1).
           05 LN-START-DATE      PIC 9(8).
           05 LN-END-DATE        PIC 9(8).
           05 LN-DAY-HOURS       PIC 9(2)V99.

      * LD-DECISION A approve, D deny, X cancel
       FD DECISION-FILE.
       01 DECISION-RECORD.
           05 LD-REQUEST-ID      PIC 9(6).
           05 LD-DECISION        PIC X(1).
           05 LD-NOTE            PIC X(20).

       FD LEAVE-BALANCE-FILE.
       01 LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID          PIC 9(5).
           05 LB-VAC-BALANCE     PIC S9(5)V99.
           05 LB-SICK-BALANCE    PIC S9(5)V99.

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

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-MASTER-RECORD.
           05 OP-OPERATOR-ID     PIC X(8).
           05 OP-OPERATOR-NAME   PIC X(20).
           05 OP-EMPMAINT-PERM   PIC X(1).
           05 OP-REJREPAIR-PERM  PIC X(1).
           05 OP-CUSTMAINT-PERM  PIC X(1).
           05 OP-LEAVEAPR-PERM   PIC X(1).
           05 OP-PAYREL-PERM     PIC X(1).
           05 OP-POSCTL-PERM     PIC X(1).
           05 OP-PAYCHG-PERM     PIC X(1).
           05 OP-GLENTRY-PERM    PIC X(1).

       FD VIOLATION-LOG-FILE.
       01 VIOLATION-LOG-LINE     PIC X(80).

       FD APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-LINE   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LR-STATUS          PIC XX.
       01 WS-LN-STATUS          PIC XX.
       01 WS-LD-STATUS          PIC XX.
       01 WS-LB-STATUS          PIC XX.
       01 WS-EMM-STATUS         PIC XX.
       01 WS-LR-EOF-SW          PIC X VALUE 'N'.
           88 WS-LR-END-OF-FILE VALUE 'Y'.
       01 WS-LN-EOF-SW          PIC X VALUE 'N'.
           88 WS-LN-END-OF-FILE VALUE 'Y'.
       01 WS-LD-EOF-SW          PIC X VALUE 'N'.
           88 WS-LD-END-OF-FILE VALUE 'Y'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-STANDARD-DAY-HOURS PIC 9(2)V99 VALUE 8.00.

      * Operator sign-on state, as empmaint.cbl keeps it
       01 WS-OPR-STATUS          PIC XX.
       01 WS-VIOL-STATUS         PIC XX.
       01 WS-OPR-EOF-SW          PIC X VALUE 'N'.
           88 WS-OPR-END-OF-FILE VALUE 'Y'.
       01 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01 WS-OPR-FOUND-SW        PIC X VALUE 'N'.
           88 WS-OPR-FOUND       VALUE 'Y'.
       01 WS-OPR-PERM            PIC X(1).
       01 WS-VIOLATION-DETAIL.
           05 WS-VIO-STAMP-OUT   PIC 9(14).
           05 FILLER             PIC X(5) VALUE " OP: ".
           05 WS-VIO-OPERATOR-OUT PIC X(8).
           05 FILLER             PIC X(6) VALUE " PGM: ".
           05 WS-VIO-PROGRAM-OUT PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VIO-REASON-OUT  PIC X(24).

      * The request file held in storage
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
       01 WS-LAST-REQUEST-ID    PIC 9(6) VALUE ZERO.

      * Workday counting: Monday to Friday dates from WS-DAYS-FROM
      * through WS-DAYS-THRU
       01 WS-DAYS-FROM          PIC 9(8).
       01 WS-DAYS-THRU          PIC 9(8).
       01 WS-DAY-INTEGER        PIC 9(8).
       01 WS-THRU-INTEGER       PIC 9(8).
       01 WS-DAY-OF-WEEK        PIC 9(1).
       01 WS-WORKDAY-COUNT      PIC 9(4).

      * Projected balance for one employee and leave type
       01 WS-PROJ-EMP-ID        PIC 9(5).
       01 WS-PROJ-TYPE          PIC X(1).
       01 WS-PROJ-EXCLUDE-ID    PIC 9(6).
       01 WS-BOOKED-BALANCE     PIC S9(5)V99.
       01 WS-OUTSTANDING-HOURS  PIC 9(5)V99.
       01 WS-PROJECTED-BALANCE  PIC S9(5)V99.
       01 WS-AFTER-BALANCE      PIC S9(5)V99.

       01 WS-NEW-DAY-HOURS      PIC 9(2)V99.
       01 WS-NEW-TOTAL-HOURS    PIC 9(4)V99.
       01 WS-RESULT             PIC X(10).
       01 WS-REASON             PIC X(24).
       01 WS-EMP-NAME           PIC X(20).
       01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.

       01 WS-ACCEPTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-APPROVED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DENIED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-PENDING-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-REQUEST-DETAIL.
           05 WS-RD-RESULT-OUT   PIC X(10).
           05 FILLER             PIC X(6) VALUE " REQ: ".
           05 WS-RD-REQUEST-OUT  PIC 9(6).
           05 FILLER             PIC X(5) VALUE " ID: ".
           05 WS-RD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-TYPE-OUT     PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-FROM-OUT     PIC 9(8).
           05 FILLER             PIC X(1) VALUE "-".
           05 WS-RD-THRU-OUT     PIC 9(8).
           05 FILLER             PIC X(5) VALUE " HRS:".
           05 WS-RD-HOURS-OUT    PIC ZZZ9.99.
           05 FILLER             PIC X(6) VALUE " BAL: ".
           05 WS-RD-BALANCE-OUT  PIC ZZZZ9.99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-REASON-OUT   PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Leave Request Approval...".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM LOAD-LEAVE-REQUESTS.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                       WS-EMM-STATUS " - NO REQUESTS PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-LB-STATUS NOT = "00"
               DISPLAY "LEAVE MASTER OPEN FAILED. STATUS: "
                       WS-LB-STATUS " - NO REQUESTS PROCESSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT APPROVAL-REPORT-FILE.
           MOVE "***** LEAVE REQUEST APPROVAL *****"
               TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   SUPERVISOR: " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

           PERFORM PROCESS-NEW-REQUESTS.
           PERFORM PROCESS-DECISIONS.
           PERFORM LIST-PENDING-REQUESTS.

           CLOSE APPROVAL-REPORT-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE LEAVE-BALANCE-FILE.
           PERFORM SAVE-LEAVE-REQUESTS.

           DISPLAY "NEW REQUESTS ACCEPTED: " WS-ACCEPTED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
                   "  DENIED: " WS-DENIED-COUNT
                   "  CANCELLED: " WS-CANCELLED-COUNT
                   "  REFUSED: " WS-REFUSED-COUNT.
           DISPLAY "AWAITING APPROVAL: " WS-PENDING-COUNT.
           IF WS-REJECTED-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO
               DISPLAY "*** LEAVE REQUESTS REJECTED OR REFUSED - SEE "
                       "leaveapr.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Leave Request Approval completed.".
           STOP RUN.

      * The supervisor's ID comes from the first command-line
      * argument or the prompt and must carry the leave approval
      * permission on the operator master; a refusal goes to the
      * violations log, as empmaint.cbl does it
       OPERATOR-SIGN-ON.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Enter supervisor operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-IF.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           MOVE 'N' TO WS-OPR-EOF-SW.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "NO OPERATOR MASTER (oprmstr.txt) - SIGN-ON "
                       "NOT ENFORCED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-OPR-END-OF-FILE
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-OPR-EOF-SW
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID
                           SET WS-OPR-FOUND TO TRUE
                           MOVE OP-LEAVEAPR-PERM TO WS-OPR-PERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           IF NOT WS-OPR-FOUND
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ON MASTER: "
                       WS-OPERATOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPR-PERM NOT = 'Y'
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR "
                       WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                       "LEAVE APPROVAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "SUPERVISOR SIGNED ON: " WS-OPERATOR-ID.

       LOG-SIGN-ON-VIOLATION.
           OPEN EXTEND VIOLATION-LOG-FILE.
           IF WS-VIOL-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-VIO-STAMP-OUT.
           MOVE WS-OPERATOR-ID TO WS-VIO-OPERATOR-OUT.
           MOVE "LEAVEAPR  " TO WS-VIO-PROGRAM-OUT.
           IF WS-OPR-FOUND
               MOVE "NOT AUTHORIZED          " TO WS-VIO-REASON-OUT
           ELSE
               MOVE "OPERATOR NOT ON MASTER  " TO WS-VIO-REASON-OUT
           END-IF.
           MOVE WS-VIOLATION-DETAIL TO VIOLATION-LOG-LINE.
           WRITE VIOLATION-LOG-LINE.
           CLOSE VIOLATION-LOG-FILE.

      * No leavereq.txt yet means no request has ever been made
       LOAD-LEAVE-REQUESTS.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS NOT = "00"
               DISPLAY "NO LEAVE REQUEST FILE (leavereq.txt) - "
                       "STARTING A NEW ONE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LR-END-OF-FILE
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-LR-EOF-SW
                   NOT AT END
                       IF WS-RQ-COUNT < 2000
                           ADD 1 TO WS-RQ-COUNT
                           SET WS-RQ-IDX TO WS-RQ-COUNT
                           MOVE LEAVE-REQUEST-RECORD
                               TO WS-RQ-ENTRY (WS-RQ-IDX)
                           IF LR-REQUEST-ID > WS-LAST-REQUEST-ID
                               MOVE LR-REQUEST-ID
                                   TO WS-LAST-REQUEST-ID
                           END-IF
                       ELSE
                           DISPLAY "LEAVE REQUEST TABLE FULL - "
                                   "NO REQUESTS PROCESSED"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-REQUEST-FILE.
           DISPLAY "LEAVE REQUESTS ON FILE: " WS-RQ-COUNT.

       PROCESS-NEW-REQUESTS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "NEW REQUESTS" TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           OPEN INPUT NEW-REQUEST-FILE.
           IF WS-LN-STATUS NOT = "00"
               MOVE "  NONE SUBMITTED" TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LN-END-OF-FILE
               READ NEW-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-LN-EOF-SW
                   NOT AT END
                       PERFORM VALIDATE-NEW-REQUEST
               END-READ
           END-PERFORM.
           CLOSE NEW-REQUEST-FILE.

      * A request must be for an active employee, a known leave
      * type, and real workdays; it may not overlap another live
      * request, and the hours must fit the projected balance.
      * One that passes is queued for approval.
       VALIDATE-NEW-REQUEST.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-EMP-NAME.
           MOVE ZERO TO WS-NEW-TOTAL-HOURS.
           MOVE ZERO TO WS-AFTER-BALANCE.
           MOVE LN-DAY-HOURS TO WS-NEW-DAY-HOURS.
           IF LN-DAY-HOURS NOT NUMERIC OR LN-DAY-HOURS = ZERO
               MOVE WS-STANDARD-DAY-HOURS TO WS-NEW-DAY-HOURS
           END-IF.
           MOVE LN-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REASON
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-EMP-NAME
                   IF EM-TERMINATED
                       MOVE "EMPLOYEE TERMINATED" TO WS-REASON
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN WS-REASON NOT = SPACES
                   CONTINUE
               WHEN LN-LEAVE-TYPE NOT = 'V' AND LN-LEAVE-TYPE NOT = 'S'
                   MOVE "LEAVE TYPE NOT V OR S" TO WS-REASON
               WHEN LN-START-DATE NOT NUMERIC
                       OR LN-END-DATE NOT NUMERIC
                   MOVE "INVALID DATE" TO WS-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (LN-START-DATE)
                       NOT = ZERO
                       OR FUNCTION TEST-DATE-YYYYMMDD (LN-END-DATE)
                       NOT = ZERO
                   MOVE "INVALID DATE" TO WS-REASON
               WHEN LN-END-DATE < LN-START-DATE
                   MOVE "ENDS BEFORE IT STARTS" TO WS-REASON
               WHEN WS-NEW-DAY-HOURS > 24
                   MOVE "DAY HOURS OVER 24" TO WS-REASON
               WHEN OTHER
                   PERFORM CHECK-NEW-REQUEST-HOURS
           END-EVALUATE.
           IF WS-REASON = SPACES
               PERFORM QUEUE-NEW-REQUEST
               MOVE "ACCEPTED" TO WS-RESULT
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE "REJECTED" TO WS-RESULT
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE WS-RESULT TO WS-RD-RESULT-OUT.
           IF WS-REASON = SPACES
               MOVE WS-LAST-REQUEST-ID TO WS-RD-REQUEST-OUT
           ELSE
               MOVE ZERO TO WS-RD-REQUEST-OUT
           END-IF.
           MOVE LN-EMP-ID TO WS-RD-EMP-OUT.
           MOVE WS-EMP-NAME TO WS-RD-NAME-OUT.
           MOVE LN-LEAVE-TYPE TO WS-PROJ-TYPE.
           PERFORM FORMAT-LEAVE-TYPE.
           MOVE LN-START-DATE TO WS-RD-FROM-OUT.
           MOVE LN-END-DATE TO WS-RD-THRU-OUT.
           MOVE WS-NEW-TOTAL-HOURS TO WS-RD-HOURS-OUT.
           MOVE WS-AFTER-BALANCE TO WS-RD-BALANCE-OUT.
           MOVE WS-REASON TO WS-RD-REASON-OUT.
           MOVE WS-REQUEST-DETAIL TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       CHECK-NEW-REQUEST-HOURS.
           MOVE LN-START-DATE TO WS-DAYS-FROM.
           MOVE LN-END-DATE TO WS-DAYS-THRU.
           PERFORM COUNT-WORKDAYS.
           IF WS-WORKDAY-COUNT = ZERO
               MOVE "NO WORKDAYS IN RANGE" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-TOTAL-HOURS =
                   WS-WORKDAY-COUNT * WS-NEW-DAY-HOURS.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-FOUND
               IF WS-RQ-EMP-ID (WS-RQ-IDX) = LN-EMP-ID
                       AND (WS-RQ-STATUS (WS-RQ-IDX) = 'P'
                       OR WS-RQ-STATUS (WS-RQ-IDX) = 'A')
                       AND WS-RQ-START-DATE (WS-RQ-IDX)
                           NOT > LN-END-DATE
                       AND WS-RQ-END-DATE (WS-RQ-IDX)
                           NOT < LN-START-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-RQ-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-FOUND
               MOVE SPACES TO WS-REASON
               STRING "OVERLAPS REQUEST " DELIMITED BY SIZE
                       WS-RQ-REQUEST-ID (WS-RQ-IDX) DELIMITED BY SIZE
                   INTO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-EMP-ID TO WS-PROJ-EMP-ID.
           MOVE LN-LEAVE-TYPE TO WS-PROJ-TYPE.
           MOVE ZERO TO WS-PROJ-EXCLUDE-ID.
           PERFORM COMPUTE-PROJECTED-BALANCE.
           COMPUTE WS-AFTER-BALANCE =
                   WS-PROJECTED-BALANCE - WS-NEW-TOTAL-HOURS.
           IF WS-AFTER-BALANCE < ZERO
               MOVE "EXCEEDS PROJECTED BAL" TO WS-REASON
           END-IF.

       QUEUE-NEW-REQUEST.
           IF WS-RQ-COUNT NOT < 2000
               MOVE "REQUEST TABLE FULL" TO WS-REASON
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RQ-COUNT.
           ADD 1 TO WS-LAST-REQUEST-ID.
           SET WS-RQ-IDX TO WS-RQ-COUNT.
           MOVE WS-LAST-REQUEST-ID TO WS-RQ-REQUEST-ID (WS-RQ-IDX).
           MOVE LN-EMP-ID TO WS-RQ-EMP-ID (WS-RQ-IDX).
           MOVE LN-LEAVE-TYPE TO WS-RQ-LEAVE-TYPE (WS-RQ-IDX).
           MOVE LN-START-DATE TO WS-RQ-START-DATE (WS-RQ-IDX).
           MOVE LN-END-DATE TO WS-RQ-END-DATE (WS-RQ-IDX).
           MOVE WS-NEW-DAY-HOURS TO WS-RQ-DAY-HOURS (WS-RQ-IDX).
           MOVE WS-NEW-TOTAL-HOURS TO WS-RQ-TOTAL-HOURS (WS-RQ-IDX).
           MOVE 'P' TO WS-RQ-STATUS (WS-RQ-IDX).
           MOVE WS-RUN-DATE TO WS-RQ-REQUEST-DATE (WS-RQ-IDX).
           MOVE SPACES TO WS-RQ-DECIDED-BY (WS-RQ-IDX).
           MOVE ZERO TO WS-RQ-DECISION-DATE (WS-RQ-IDX).
           MOVE ZERO TO WS-RQ-TAKEN-THRU (WS-RQ-IDX).
           MOVE SPACES TO WS-RQ-NOTE (WS-RQ-IDX).

       PROCESS-DECISIONS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "DECISIONS" TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           OPEN INPUT DECISION-FILE.
           IF WS-LD-STATUS NOT = "00"
               MOVE "  NONE MADE" TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LD-END-OF-FILE
               READ DECISION-FILE
                   AT END MOVE 'Y' TO WS-LD-EOF-SW
                   NOT AT END
                       PERFORM APPLY-DECISION
               END-READ
           END-PERFORM.
           CLOSE DECISION-FILE.

      * Approve and deny act on a pending request only. An approval
      * is refused - the request stays pending - when the hours no
      * longer fit the projected balance. Cancel withdraws a pending
      * request, or an approved one none of which has been carried
      * into a payroll input yet.
       APPLY-DECISION.
           MOVE SPACES TO WS-REASON.
           MOVE ZERO TO WS-AFTER-BALANCE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-FOUND
               IF WS-RQ-REQUEST-ID (WS-RQ-IDX) = LD-REQUEST-ID
                   SET WS-FOUND TO TRUE
                   SET WS-RQ-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-RD-RESULT-OUT
               MOVE LD-REQUEST-ID TO WS-RD-REQUEST-OUT
               MOVE ZERO TO WS-RD-EMP-OUT
               MOVE SPACES TO WS-RD-NAME-OUT
               MOVE SPACES TO WS-RD-TYPE-OUT
               MOVE ZERO TO WS-RD-FROM-OUT
               MOVE ZERO TO WS-RD-THRU-OUT
               MOVE ZERO TO WS-RD-HOURS-OUT
               MOVE ZERO TO WS-RD-BALANCE-OUT
               MOVE "NO SUCH REQUEST" TO WS-RD-REASON-OUT
               MOVE WS-REQUEST-DETAIL TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-EMP-ID (WS-RQ-IDX) TO WS-PROJ-EMP-ID.
           MOVE WS-RQ-LEAVE-TYPE (WS-RQ-IDX) TO WS-PROJ-TYPE.
           EVALUATE TRUE
               WHEN LD-DECISION = 'A'
                       AND WS-RQ-STATUS (WS-RQ-IDX) = 'P'
                   MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX)
                       TO WS-PROJ-EXCLUDE-ID
                   PERFORM COMPUTE-PROJECTED-BALANCE
                   COMPUTE WS-AFTER-BALANCE = WS-PROJECTED-BALANCE
                           - WS-RQ-TOTAL-HOURS (WS-RQ-IDX)
                   IF WS-AFTER-BALANCE < ZERO
                       MOVE "EXCEEDS PROJECTED BAL" TO WS-REASON
                   ELSE
                       MOVE 'A' TO WS-RQ-STATUS (WS-RQ-IDX)
                       MOVE "APPROVED" TO WS-RESULT
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
               WHEN LD-DECISION = 'D'
                       AND WS-RQ-STATUS (WS-RQ-IDX) = 'P'
                   MOVE 'D' TO WS-RQ-STATUS (WS-RQ-IDX)
                   MOVE "DENIED" TO WS-RESULT
                   ADD 1 TO WS-DENIED-COUNT
               WHEN LD-DECISION = 'X'
                       AND (WS-RQ-STATUS (WS-RQ-IDX) = 'P'
                       OR (WS-RQ-STATUS (WS-RQ-IDX) = 'A'
                       AND WS-RQ-TAKEN-THRU (WS-RQ-IDX)
                           < WS-RQ-START-DATE (WS-RQ-IDX)))
                   MOVE 'X' TO WS-RQ-STATUS (WS-RQ-IDX)
                   MOVE "CANCELLED" TO WS-RESULT
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN LD-DECISION NOT = 'A' AND LD-DECISION NOT = 'D'
                       AND LD-DECISION NOT = 'X'
                   MOVE "DECISION NOT A, D OR X" TO WS-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REASON
                   STRING "REQUEST STATUS IS " DELIMITED BY SIZE
                           WS-RQ-STATUS (WS-RQ-IDX) DELIMITED BY SIZE
                       INTO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               MOVE WS-OPERATOR-ID TO WS-RQ-DECIDED-BY (WS-RQ-IDX)
               MOVE WS-RUN-DATE TO WS-RQ-DECISION-DATE (WS-RQ-IDX)
               MOVE LD-NOTE TO WS-RQ-NOTE (WS-RQ-IDX)
               MOVE WS-RESULT TO WS-RD-RESULT-OUT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE "REFUSED" TO WS-RD-RESULT-OUT
           END-IF.
           PERFORM WRITE-REQUEST-LINE.

      * Requests still awaiting a decision, with the balance each
      * would leave if approved today
       LIST-PENDING-REQUESTS.
           MOVE SPACES TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           MOVE "AWAITING APPROVAL" TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-RQ-EMP-ID (WS-RQ-IDX) TO WS-PROJ-EMP-ID
                   MOVE WS-RQ-LEAVE-TYPE (WS-RQ-IDX) TO WS-PROJ-TYPE
                   MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX)
                       TO WS-PROJ-EXCLUDE-ID
                   PERFORM COMPUTE-PROJECTED-BALANCE
                   COMPUTE WS-AFTER-BALANCE = WS-PROJECTED-BALANCE
                           - WS-RQ-TOTAL-HOURS (WS-RQ-IDX)
                   MOVE SPACES TO WS-REASON
                   IF WS-AFTER-BALANCE < ZERO
                       MOVE "EXCEEDS PROJECTED BAL" TO WS-REASON
                   END-IF
                   MOVE "PENDING" TO WS-RD-RESULT-OUT
                   PERFORM WRITE-REQUEST-LINE
               END-IF
           END-PERFORM.
           IF WS-PENDING-COUNT = ZERO
               MOVE "  NONE" TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
           END-IF.

       WRITE-REQUEST-LINE.
           MOVE WS-RQ-REQUEST-ID (WS-RQ-IDX) TO WS-RD-REQUEST-OUT.
           MOVE WS-RQ-EMP-ID (WS-RQ-IDX) TO WS-RD-EMP-OUT.
           MOVE WS-RQ-EMP-ID (WS-RQ-IDX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-RD-NAME-OUT
               NOT INVALID KEY
                   MOVE EM-EMP-NAME TO WS-RD-NAME-OUT
           END-READ.
           MOVE WS-RQ-LEAVE-TYPE (WS-RQ-IDX) TO WS-PROJ-TYPE.
           PERFORM FORMAT-LEAVE-TYPE.
           MOVE WS-RQ-START-DATE (WS-RQ-IDX) TO WS-RD-FROM-OUT.
           MOVE WS-RQ-END-DATE (WS-RQ-IDX) TO WS-RD-THRU-OUT.
           MOVE WS-RQ-TOTAL-HOURS (WS-RQ-IDX) TO WS-RD-HOURS-OUT.
           MOVE WS-AFTER-BALANCE TO WS-RD-BALANCE-OUT.
           MOVE WS-REASON TO WS-RD-REASON-OUT.
           MOVE WS-REQUEST-DETAIL TO APPROVAL-REPORT-LINE.
           WRITE APPROVAL-REPORT-LINE.

       FORMAT-LEAVE-TYPE.
           EVALUATE WS-PROJ-TYPE
               WHEN 'V'
                   MOVE "VAC " TO WS-RD-TYPE-OUT
               WHEN 'S'
                   MOVE "SICK" TO WS-RD-TYPE-OUT
               WHEN OTHER
                   MOVE WS-PROJ-TYPE TO WS-RD-TYPE-OUT
           END-EVALUATE.

      * Booked balance on the leave master less the hours every
      * other approved request of the same type still has to take -
      * the workdays after the last date the time bridge carried
       COMPUTE-PROJECTED-BALANCE.
           MOVE ZERO TO WS-BOOKED-BALANCE.
           MOVE WS-PROJ-EMP-ID TO LB-EMP-ID.
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-PROJ-TYPE = 'V'
                       MOVE LB-VAC-BALANCE TO WS-BOOKED-BALANCE
                   ELSE
                       MOVE LB-SICK-BALANCE TO WS-BOOKED-BALANCE
                   END-IF
           END-READ.
           MOVE ZERO TO WS-OUTSTANDING-HOURS.
           PERFORM VARYING WS-RQ-IDX-2 FROM 1 BY 1
                   UNTIL WS-RQ-IDX-2 > WS-RQ-COUNT
               IF WS-RQ-EMP-ID (WS-RQ-IDX-2) = WS-PROJ-EMP-ID
                       AND WS-RQ-LEAVE-TYPE (WS-RQ-IDX-2)
                           = WS-PROJ-TYPE
                       AND WS-RQ-STATUS (WS-RQ-IDX-2) = 'A'
                       AND WS-RQ-REQUEST-ID (WS-RQ-IDX-2)
                           NOT = WS-PROJ-EXCLUDE-ID
                   PERFORM ADD-OUTSTANDING-HOURS
               END-IF
           END-PERFORM.
           COMPUTE WS-PROJECTED-BALANCE =
                   WS-BOOKED-BALANCE - WS-OUTSTANDING-HOURS.

       ADD-OUTSTANDING-HOURS.
           MOVE WS-RQ-START-DATE (WS-RQ-IDX-2) TO WS-DAYS-FROM.
           IF WS-RQ-TAKEN-THRU (WS-RQ-IDX-2) NOT < WS-DAYS-FROM
               COMPUTE WS-DAYS-FROM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-RQ-TAKEN-THRU (WS-RQ-IDX-2)) + 1)
           END-IF.
           MOVE WS-RQ-END-DATE (WS-RQ-IDX-2) TO WS-DAYS-THRU.
           IF WS-DAYS-FROM > WS-DAYS-THRU
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-WORKDAYS.
           COMPUTE WS-OUTSTANDING-HOURS = WS-OUTSTANDING-HOURS
                   + (WS-WORKDAY-COUNT * WS-RQ-DAY-HOURS (WS-RQ-IDX-2)).

      * Monday-to-Friday dates from WS-DAYS-FROM through
      * WS-DAYS-THRU - integer-of-date day 1 was a Monday, so mod 7
      * of the integer gives 1=Mon ... 5=Fri 6=Sat 0=Sun
       COUNT-WORKDAYS.
           MOVE ZERO TO WS-WORKDAY-COUNT.
           COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAYS-FROM).
           COMPUTE WS-THRU-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DAYS-THRU).
           PERFORM UNTIL WS-DAY-INTEGER > WS-THRU-INTEGER
               COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD (WS-DAY-INTEGER, 7)
               IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
                   ADD 1 TO WS-WORKDAY-COUNT
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM.

       SAVE-LEAVE-REQUESTS.
           OPEN OUTPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS NOT = "00"
               DISPLAY "LEAVE REQUEST FILE REWRITE FAILED. STATUS: "
                       WS-LR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               MOVE WS-RQ-ENTRY (WS-RQ-IDX) TO LEAVE-REQUEST-RECORD
               WRITE LEAVE-REQUEST-RECORD
           END-PERFORM.
           CLOSE LEAVE-REQUEST-FILE.
