      * add / change / terminate transactions with effective dates,
      * a before/after audit trail of every change, and a daily
      * change report HR signs off - so the master stops being
      * whatever the last payroll input happened to say. Pay is
      * under dual control: a salary or hourly rate change, an add
      * that sets pay, a rehire at other than the pay on file, and
      * every mass raise are held on the pending file until a
      * second operator approves them in an APPROVE session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

      * Position control: the approved positions by department with
      * budgeted FTE and salary range, maintained by finance
           SELECT POSITION-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/posmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

      * The position each active employee holds, rewritten at the
      * end of every applied run
           SELECT POSITION-ASSIGN-FILE ASSIGN TO
                   "/Users/simonvargas/posasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASG-STATUS.

      * Adds and transfers into a filled position or outside its
      * salary range, routed for override, and the overrides
      * applied - appended across runs
           SELECT POSITION-OVERRIDE-FILE ASSIGN TO
                   "/Users/simonvargas/posovr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POVR-STATUS.

      * Pay changes held for a second operator, appended as they
      * are keyed; an APPROVE session works through them and writes
      * the ones still undecided to the carry file, which becomes
      * the pending file when the session ends
           SELECT PAY-CHANGE-PENDING-FILE ASSIGN TO
                   "/Users/simonvargas/emppend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT PAY-CHANGE-CARRY-FILE ASSIGN TO
                   "/Users/simonvargas/emppend.new"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TXN-FILE.
           05 MT-HOURLY-RATE     PIC 9(3)V99.
           05 MT-MASS-DEPT       PIC X(4).
           05 MT-MASS-PCT        PIC 9(2)V99.
      * W weekly, B biweekly, S semimonthly; blank on an add means
      * biweekly, blank on a change leaves the cycle as it stands
           05 MT-PAY-FREQUENCY   PIC X(1).
               88 MT-VALID-FREQUENCY VALUES 'W' 'B' 'S' ' '.
      * the position an add, rehire, or transfer fills; Y in the
      * override byte applies a routed transaction when the
      * operator holds position-control override authority
           05 MT-POSITION-NUMBER PIC X(6).
           05 MT-POS-OVERRIDE    PIC X(1).
               88 MT-POS-OVERRIDE-REQ VALUE 'Y'.

      * Shared employee master record - same layout
      * employee-salary-processor.cbl and obtainInput.cbl carry
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).
               88 EM-WEEKLY       VALUE 'W'.
               88 EM-BIWEEKLY     VALUES 'B' ' '.
               88 EM-SEMIMONTHLY  VALUE 'S'.

       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-LINE       PIC X(130).

       FD CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-LINE     PIC X(100).
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

      * A budgeted FTE of 2.00 is two approved heads; a zero maximum
      * leaves the top of the range open
       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           05 PM-POSITION-NUMBER PIC X(6).
           05 PM-DEPT-CODE       PIC X(4).
           05 PM-TITLE           PIC X(20).
           05 PM-BUDGET-FTE      PIC 9(2)V99.
           05 PM-SALARY-MIN      PIC 9(7)V99.
           05 PM-SALARY-MAX      PIC 9(7)V99.

       FD POSITION-ASSIGN-FILE.
       01 POSITION-ASSIGN-RECORD.
           05 PA-EMP-ID          PIC 9(5).
           05 PA-POSITION-NUMBER PIC X(6).
           05 PA-EFFECTIVE-DATE  PIC 9(8).

      * R = refused and routed, O = applied on override; the
      * transaction image is kept whole so it can be resubmitted
       FD POSITION-OVERRIDE-FILE.
       01 POSITION-OVERRIDE-RECORD.
           05 PO-STAMP           PIC 9(14).
           05 PO-STATUS          PIC X(1).
           05 PO-OPERATOR-ID     PIC X(8).
           05 PO-REASON          PIC X(20).
           05 PO-TXN-IMAGE       PIC X(70).

      * The keying operator and the transaction as keyed, applied
      * unchanged once a second operator approves it
       FD PAY-CHANGE-PENDING-FILE.
       01 PAY-CHANGE-PENDING-RECORD.
           05 PC-STAMP.
               10 PC-ENTERED-DATE PIC 9(8).
               10 PC-ENTERED-TIME PIC 9(6).
           05 PC-ENTERED-BY      PIC X(8).
           05 PC-REASON          PIC X(20).
           05 PC-TXN-IMAGE       PIC X(70).
           05 PC-TXN-VIEW REDEFINES PC-TXN-IMAGE.
               10 PC-ACTION          PIC X(1).
               10 PC-EFFECTIVE-DATE  PIC 9(8).
               10 PC-EMP-ID          PIC 9(5).
               10 PC-EMP-NAME        PIC X(20).
               10 FILLER             PIC X(36).

       FD PAY-CHANGE-CARRY-FILE.
       01 PAY-CHANGE-CARRY-RECORD PIC X(112).

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS          PIC XX.
       01 WS-EMM-STATUS          PIC XX.
           05 WS-VIO-PROGRAM-OUT PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VIO-REASON-OUT  PIC X(24).
      * Position control state. With no position master on file
      * the controls are not enforced, the way a shop without an
      * operator master is not locked out of its own maintenance.
       01 WS-POS-STATUS          PIC XX.
       01 WS-PASG-STATUS         PIC XX.
       01 WS-POVR-STATUS         PIC XX.
       01 WS-POS-EOF-SW          PIC X VALUE 'N'.
           88 WS-POS-END-OF-FILE VALUE 'Y'.
       01 WS-PASG-EOF-SW         PIC X VALUE 'N'.
           88 WS-PASG-END-OF-FILE VALUE 'Y'.
       01 WS-POSCTL-SW           PIC X VALUE 'N'.
           88 WS-POSCTL-ON       VALUE 'Y'.
       01 WS-POS-OVR-PERM        PIC X(1) VALUE 'N'.
       01 WS-POSITION-TABLE.
           05 WS-POS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-POS-IDX.
               10 WS-POS-NUMBER      PIC X(6).
               10 WS-POS-DEPT        PIC X(4).
               10 WS-POS-FTE         PIC 9(2)V99.
               10 WS-POS-MIN         PIC 9(7)V99.
               10 WS-POS-MAX         PIC 9(7)V99.
               10 WS-POS-FILLED      PIC 9(3).
       01 WS-POS-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-POS-FOUND-SW        PIC X VALUE 'N'.
           88 WS-POS-FOUND       VALUE 'Y'.
       01 WS-ASSIGN-TABLE.
           05 WS-ASG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-ASG-IDX.
               10 WS-ASG-EMP-ID      PIC 9(5).
               10 WS-ASG-POSITION    PIC X(6).
               10 WS-ASG-EFF-DATE    PIC 9(8).
       01 WS-ASG-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ASG-FOUND-SW        PIC X VALUE 'N'.
           88 WS-ASG-FOUND       VALUE 'Y'.
       01 WS-FIND-POSITION       PIC X(6).
       01 WS-TARGET-POSITION     PIC X(6).
       01 WS-OLD-POSITION        PIC X(6).
       01 WS-POS-CHECK-DEPT      PIC X(4).
       01 WS-POS-CHECK-SALARY    PIC 9(7)V99.
       01 WS-POS-CHECK-SW        PIC X VALUE 'A'.
           88 WS-POS-ALLOWED     VALUE 'A'.
           88 WS-POS-OVERRIDDEN  VALUE 'O'.
           88 WS-POS-REFUSED     VALUE 'R'.
       01 WS-POS-ROUTE-SW        PIC X VALUE 'N'.
           88 WS-POS-ROUTABLE    VALUE 'Y'.
       01 WS-POS-REASON          PIC X(20).
       01 WS-POS-ROUTED-COUNT    PIC 9(5) VALUE ZERO.
      * Dual control on pay. A single employee's salary or hourly
      * rate change, a new hire's pay, a rehire's changed pay, and
      * every mass raise wait for approval; a raise over the
      * percentage limit is flagged as such on the pending item.
      * Items keyed more than the age limit ago are listed on every
      * change report.
       01 WS-PEND-STATUS         PIC XX.
       01 WS-PEND-EOF-SW         PIC X VALUE 'N'.
           88 WS-PEND-END-OF-FILE VALUE 'Y'.
       01 WS-APPROVE-SW          PIC X VALUE 'N'.
           88 WS-APPROVE-RUN     VALUE 'Y'.
       01 WS-PAYCHG-PERM         PIC X(1) VALUE 'N'.
       01 WS-DUAL-CONTROL-POLICY.
           05 WS-DUAL-RAISE-PCT-LIMIT PIC 9(2)V99 VALUE 5.00.
           05 WS-PEND-AGE-LIMIT  PIC 9(3) VALUE 3.
       01 WS-DUAL-SW             PIC X VALUE 'N'.
           88 WS-DUAL-PENDING    VALUE 'Y'.
       01 WS-DUAL-REASON         PIC X(20).
      * operator IDs stamped on the audit pair: the keying operator,
      * and the approver when the change comes off the pending file
       01 WS-KEYED-BY            PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ID         PIC X(8) VALUE SPACES.
       01 WS-PEND-ACTION         PIC X(1).
       01 WS-PEND-ROUTED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-PEND-APPROVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PEND-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PEND-LEFT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PEND-AGED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PEND-AGE-DAYS       PIC S9(5) VALUE ZERO.
       01 WS-REVIEW-SAL-EDIT     PIC ZZZ,ZZ9.99.
       01 WS-REVIEW-NEW-SAL-EDIT PIC ZZZ,ZZ9.99.
       01 WS-REVIEW-RATE-EDIT    PIC ZZ9.99.
       01 WS-REVIEW-NEW-RATE-EDIT PIC ZZ9.99.
       01 WS-SYSTEM-COMMAND      PIC X(140).

       01 WS-APPROVAL-HEADER.
           05 FILLER             PIC X(32) VALUE
                  "PAY CHANGE APPROVAL - APPROVER: ".
           05 WS-APH-APPROVER-OUT PIC X(8).

       01 WS-AGED-HEADER.
           05 FILLER             PIC X(37) VALUE
                  "***** PAY CHANGES AWAITING APPROVAL ".
           05 FILLER             PIC X(5) VALUE "OVER ".
           05 WS-AGH-DAYS-OUT    PIC ZZ9.
           05 FILLER             PIC X(11) VALUE " DAYS *****".

       01 WS-AGED-DETAIL.
           05 FILLER             PIC X(7) VALUE "KEYED: ".
           05 WS-AGD-DATE-OUT    PIC 9(8).
           05 FILLER             PIC X(5) VALUE " BY: ".
           05 WS-AGD-KEYED-OUT   PIC X(8).
           05 FILLER             PIC X(6) VALUE " ACT: ".
           05 WS-AGD-ACTION-OUT  PIC X(1).
           05 FILLER             PIC X(5) VALUE " ID: ".
           05 WS-AGD-EMP-OUT     PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-AGD-NAME-OUT    PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-AGD-REASON-OUT  PIC X(20).
           05 FILLER             PIC X(7) VALUE " DAYS: ".
           05 WS-AGD-DAYS-OUT    PIC ZZZZ9.

       01 WS-MASS-EOF-SW         PIC X.
           88 WS-MASS-END-OF-FILE VALUE 'Y'.
       01 WS-MASS-MATCH-SW       PIC X.
           88 WS-MASS-MATCHES    VALUE 'Y'.
       01 WS-MASS-AFFECTED       PIC 9(5) VALUE ZERO.
       01 WS-MASS-REFUSED        PIC 9(5) VALUE ZERO.
      * the mass line as keyed - a department move stands each
      * employee in it as a single transfer for position control
       01 WS-MASS-TXN-SAVE       PIC X(70).
       01 WS-NEW-SALARY          PIC 9(7)V99.
       01 WS-NEW-RATE            PIC 9(3)V99.

           05 WS-BEF-EMP-SALARY  PIC 9(7)V99.
           05 WS-BEF-EMP-STATUS  PIC X(1).
           05 WS-BEF-STATUS-DATE PIC 9(8).
           05 WS-BEF-WORK-STATE  PIC X(2).
           05 WS-BEF-HOURLY-RATE PIC 9(3)V99.
           05 WS-BEF-PAY-FREQUENCY PIC X(1).

       01 WS-AUDIT-DETAIL.
           05 WS-AUD-TAG         PIC X(7).
           05 WS-AUD-EMP-STATUS  PIC X(1).
           05 FILLER             PIC X(4) VALUE " OP:".
           05 WS-AUD-OPERATOR    PIC X(8).
           05 FILLER             PIC X(5) VALUE " FRQ:".
           05 WS-AUD-PAY-FREQUENCY PIC X(1).
           05 FILLER             PIC X(4) VALUE " ST:".
           05 WS-AUD-WORK-STATE  PIC X(2).
           05 FILLER             PIC X(4) VALUE " AP:".
           05 WS-AUD-APPROVER    PIC X(8).

       01 WS-CHANGE-DETAIL.
           05 WS-CHG-ACTION-DESC PIC X(10).
               DISPLAY "*** PREVIEW RUN - IMPACT REPORT ONLY, "
                       "NOTHING APPLIED ***"
           END-IF.
      * APPROVE argument: a second operator's session over the pay
      * changes waiting on the pending file; no transactions read
           IF WS-RUN-OPTION = "APPROVE"
               SET WS-APPROVE-RUN TO TRUE
               DISPLAY "*** PAY CHANGE APPROVAL SESSION ***"
           END-IF.
           PERFORM OPERATOR-SIGN-ON.

           IF NOT WS-APPROVE-RUN
               OPEN INPUT MAINT-TXN-FILE
               IF WS-TXN-STATUS NOT = "00"
                   DISPLAY "NO MAINTENANCE TRANSACTION FILE. STATUS: "
                           WS-TXN-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM OPEN-EMPLOYEE-MASTER-FILE.
           PERFORM LOAD-POSITION-CONTROL.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
               TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           IF WS-APPROVE-RUN
               MOVE WS-OPERATOR-ID TO WS-APH-APPROVER-OUT
               MOVE WS-APPROVAL-HEADER TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               PERFORM REVIEW-PENDING-PAY-CHANGES
           ELSE
               PERFORM UNTIL WS-TXN-END-OF-FILE
                   READ MAINT-TXN-FILE
                       AT END MOVE 'Y' TO WS-TXN-EOF-SW
                       NOT AT END
                           PERFORM APPLY-MAINT-TRANSACTION
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM LIST-AGED-PAY-CHANGES.

           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
               TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

           IF NOT WS-APPROVE-RUN
               CLOSE MAINT-TXN-FILE
           END-IF.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE MAINT-AUDIT-FILE.
           CLOSE CHANGE-REPORT-FILE.
           IF WS-POSCTL-ON AND NOT WS-PREVIEW-RUN
               PERFORM SAVE-POSITION-ASSIGNMENTS
           END-IF.
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS SKIPPED: " WS-SKIPPED-COUNT.
           IF WS-POS-ROUTED-COUNT > ZERO
               DISPLAY "ROUTED FOR POSITION OVERRIDE (posovr.txt): "
                       WS-POS-ROUTED-COUNT
           END-IF.
           IF WS-PEND-ROUTED-COUNT > ZERO
               DISPLAY "HELD FOR PAY APPROVAL (emppend.txt): "
                       WS-PEND-ROUTED-COUNT
           END-IF.
           IF WS-APPROVE-RUN
               DISPLAY "PAY CHANGES APPROVED: " WS-PEND-APPROVED-COUNT
               DISPLAY "PAY CHANGES REJECTED: " WS-PEND-REJECTED-COUNT
               DISPLAY "PAY CHANGES LEFT PENDING: "
                       WS-PEND-LEFT-COUNT
           END-IF.
           IF WS-PEND-AGED-COUNT > ZERO
               DISPLAY "PAY CHANGES PENDING OVER " WS-PEND-AGE-LIMIT
                       " DAYS: " WS-PEND-AGED-COUNT
           END-IF.
           DISPLAY "FUTURE-DATED HELD:    " WS-FUTURE-COUNT.
           DISPLAY "Employee Master Maintenance completed.".
           STOP RUN.
               DISPLAY "Enter operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-KEYED-BY.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           MOVE 'N' TO WS-OPR-EOF-SW.
           OPEN INPUT OPERATOR-MASTER-FILE.
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID
                           SET WS-OPR-FOUND TO TRUE
                           MOVE OP-EMPMAINT-PERM TO WS-OPR-PERM
                           MOVE OP-POSCTL-PERM TO WS-POS-OVR-PERM
                           MOVE OP-PAYCHG-PERM TO WS-PAYCHG-PERM
                       END-IF
               END-READ
           END-PERFORM.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPROVE-RUN AND WS-PAYCHG-PERM NOT = 'Y'
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR "
                       WS-OPERATOR-ID " NOT AUTHORIZED TO "
                       "APPROVE PAY CHANGES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR SIGNED ON: " WS-OPERATOR-ID.

       LOG-SIGN-ON-VIOLATION.
               MOVE "FUTURE    " TO WS-CHG-ACTION-DESC
               PERFORM WRITE-CHANGE-REPORT-LINE
           ELSE
               IF NOT MT-VALID-FREQUENCY
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "TXN       " TO WS-CHG-ACTION-DESC
                   MOVE "REJECT - BAD FREQ   " TO WS-CHG-RESULT
                   PERFORM WRITE-CHANGE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN MT-ADD
                       PERFORM APPLY-ADD-EMPLOYEE
                   WHEN MT-TERMINATE
                       PERFORM APPLY-TERMINATE-EMPLOYEE
                   WHEN MT-MASS-DEPT-CHANGE
                       PERFORM APPLY-MASS-TRANSACTION
                   WHEN MT-MASS-RAISE
                       PERFORM CHECK-MASS-RAISE-CONTROL
                       IF WS-DUAL-PENDING
                           MOVE "MASS RAISE" TO WS-CHG-ACTION-DESC
                           PERFORM ROUTE-PAY-CHANGE
                       ELSE
                           PERFORM APPLY-MASS-TRANSACTION
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
                       DISPLAY "UNKNOWN ACTION '" MT-ACTION
           MOVE MT-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "ADD       " TO WS-CHG-ACTION-DESC
                   PERFORM CHECK-HIRE-PAY-CONTROL
                   IF WS-DUAL-PENDING
                       PERFORM ROUTE-PAY-CHANGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE MT-DEPT-CODE TO WS-POS-CHECK-DEPT
                   MOVE MT-EMP-SALARY TO WS-POS-CHECK-SALARY
                   MOVE MT-POSITION-NUMBER TO WS-TARGET-POSITION
                   PERFORM CHECK-POSITION-CONTROL
                   IF WS-POS-REFUSED
                       PERFORM REFUSE-POSITION-TXN
                       EXIT PARAGRAPH
                   END-IF
                   INITIALIZE WS-BEFORE-IMAGE
                   MOVE MT-EMP-ID TO EM-EMP-ID
                   MOVE MT-EMP-NAME TO EM-EMP-NAME
                   MOVE MT-EFFECTIVE-DATE TO EM-STATUS-DATE
                   MOVE MT-WORK-STATE TO EM-WORK-STATE
                   MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
                   IF MT-PAY-FREQUENCY = SPACE
                       MOVE 'B' TO EM-PAY-FREQUENCY
                   ELSE
                       MOVE MT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
                   END-IF
                   MOVE "ADD       " TO WS-CHG-ACTION-DESC
                   IF WS-PREVIEW-RUN
                       MOVE "PREVIEW - NOT APPLD" TO WS-CHG-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-PAIR
                       MOVE "ADDED               " TO WS-CHG-RESULT
                       PERFORM ASSIGN-POSITION
                   END-IF
                   PERFORM WRITE-CHANGE-REPORT-LINE
               NOT INVALID KEY
                   IF EM-TERMINATED
                       PERFORM APPLY-REHIRE-EMPLOYEE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "ADD       " TO WS-CHG-ACTION-DESC
                       MOVE "REJECT - EXISTS     " TO WS-CHG-RESULT
                       PERFORM WRITE-CHANGE-REPORT-LINE
                   END-IF
           END-READ.

      * An add for a terminated employee is a rehire: the record
      * comes back active under the same ID, effective the rehire
      * date, with the add's name, department, pay, and work state,
      * and the audit pair shows the terminated record it replaced
       APPLY-REHIRE-EMPLOYEE.
           MOVE "REHIRE    " TO WS-CHG-ACTION-DESC.
           PERFORM CHECK-REHIRE-PAY-CONTROL.
           IF WS-DUAL-PENDING
               PERFORM ROUTE-PAY-CHANGE
               EXIT PARAGRAPH
           END-IF.
           MOVE MT-DEPT-CODE TO WS-POS-CHECK-DEPT.
           MOVE MT-EMP-SALARY TO WS-POS-CHECK-SALARY.
           MOVE MT-POSITION-NUMBER TO WS-TARGET-POSITION.
           PERFORM CHECK-POSITION-CONTROL.
           IF WS-POS-REFUSED
               PERFORM REFUSE-POSITION-TXN
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE MT-EMP-NAME TO EM-EMP-NAME.
           MOVE MT-DEPT-CODE TO EM-DEPT-CODE.
           MOVE MT-EMP-SALARY TO EM-EMP-SALARY.
           MOVE 'A' TO EM-EMP-STATUS.
           MOVE MT-EFFECTIVE-DATE TO EM-STATUS-DATE.
           MOVE MT-WORK-STATE TO EM-WORK-STATE.
           MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE.
           IF MT-PAY-FREQUENCY NOT = SPACE
               MOVE MT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
           END-IF.
           MOVE "REHIRE    " TO WS-CHG-ACTION-DESC.
           IF WS-PREVIEW-RUN
               MOVE "PREVIEW - NOT APPLD" TO WS-CHG-RESULT
           ELSE
               REWRITE EMPLOYEE-MASTER-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-PAIR
               MOVE "REHIRED             " TO WS-CHG-RESULT
               PERFORM ASSIGN-POSITION
           END-IF.
           PERFORM WRITE-CHANGE-REPORT-LINE.

       APPLY-CHANGE-EMPLOYEE.
           MOVE MT-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
                   MOVE "REJECT - NOT FOUND  " TO WS-CHG-RESULT
                   PERFORM WRITE-CHANGE-REPORT-LINE
               NOT INVALID KEY
                   MOVE "CHANGE    " TO WS-CHG-ACTION-DESC
                   PERFORM CHECK-PAY-CHANGE-CONTROL
                   IF WS-DUAL-PENDING
                       PERFORM ROUTE-PAY-CHANGE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CHECK-TRANSFER-POSITION
                   IF WS-POS-REFUSED
                       PERFORM REFUSE-POSITION-TXN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
      * Blank name/department and zero salary on a change mean
      * "leave that field as it stands"
                   IF MT-HOURLY-RATE > ZERO
                       MOVE MT-HOURLY-RATE TO EM-HOURLY-RATE
                   END-IF
                   IF MT-PAY-FREQUENCY NOT = SPACE
                       MOVE MT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
                   END-IF
                   MOVE MT-EFFECTIVE-DATE TO EM-STATUS-DATE
                   MOVE "CHANGE    " TO WS-CHG-ACTION-DESC
                   IF WS-PREVIEW-RUN
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-PAIR
                       MOVE "CHANGED             " TO WS-CHG-RESULT
                       PERFORM ASSIGN-POSITION
                   END-IF
                   PERFORM WRITE-CHANGE-REPORT-LINE
           END-READ.
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-AUDIT-PAIR
                       MOVE "TERMINATED          " TO WS-CHG-RESULT
                       PERFORM RELEASE-POSITION
                   END-IF
                   PERFORM WRITE-CHANGE-REPORT-LINE
           END-READ.

      * A change that moves salary or hourly rate off what the
      * master holds waits for a second operator; the change is
      * held whole, so its other fields wait with it. Nothing is
      * held in an approval session - the item is the approval.
       CHECK-PAY-CHANGE-CONTROL.
           MOVE 'N' TO WS-DUAL-SW.
           MOVE SPACES TO WS-DUAL-REASON.
           IF WS-APPROVE-RUN
               EXIT PARAGRAPH
           END-IF.
           IF MT-HOURLY-RATE > ZERO
                   AND MT-HOURLY-RATE NOT = EM-HOURLY-RATE
               MOVE "PENDING - RATE CHNG " TO WS-DUAL-REASON
               SET WS-DUAL-PENDING TO TRUE
           END-IF.
           IF MT-EMP-SALARY > ZERO
                   AND MT-EMP-SALARY NOT = EM-EMP-SALARY
               MOVE "PENDING - SAL CHANGE" TO WS-DUAL-REASON
               SET WS-DUAL-PENDING TO TRUE
           END-IF.

      * An add sets pay from nothing, so any salary or rate on it
      * waits for a second operator
       CHECK-HIRE-PAY-CONTROL.
           MOVE 'N' TO WS-DUAL-SW.
           MOVE SPACES TO WS-DUAL-REASON.
           IF WS-APPROVE-RUN
               EXIT PARAGRAPH
           END-IF.
           IF MT-EMP-SALARY > ZERO OR MT-HOURLY-RATE > ZERO
               MOVE "PENDING - HIRE PAY  " TO WS-DUAL-REASON
               SET WS-DUAL-PENDING TO TRUE
           END-IF.

      * A rehire waits when the pay it brings back differs from the
      * pay on the terminated record. The rehire applies both
      * figures as keyed, zero included, so they are compared as
      * keyed.
       CHECK-REHIRE-PAY-CONTROL.
           MOVE 'N' TO WS-DUAL-SW.
           MOVE SPACES TO WS-DUAL-REASON.
           IF WS-APPROVE-RUN
               EXIT PARAGRAPH
           END-IF.
           IF MT-EMP-SALARY NOT = EM-EMP-SALARY
                   OR MT-HOURLY-RATE NOT = EM-HOURLY-RATE
               MOVE "PENDING - REHIRE PAY" TO WS-DUAL-REASON
               SET WS-DUAL-PENDING TO TRUE
           END-IF.

      * Every mass raise waits for a second operator; one over the
      * percentage limit says so on the pending item
       CHECK-MASS-RAISE-CONTROL.
           MOVE 'N' TO WS-DUAL-SW.
           MOVE SPACES TO WS-DUAL-REASON.
           IF WS-APPROVE-RUN
               EXIT PARAGRAPH
           END-IF.
           MOVE "PENDING - MASS RAISE" TO WS-DUAL-REASON.
           IF MT-MASS-PCT > WS-DUAL-RAISE-PCT-LIMIT
               MOVE "PENDING - RAISE PCT " TO WS-DUAL-REASON
           END-IF.
           SET WS-DUAL-PENDING TO TRUE.

      * The held transaction goes on the pending file as keyed, with
      * the keying operator; a preview only reports that it would
       ROUTE-PAY-CHANGE.
           ADD 1 TO WS-SKIPPED-COUNT.
           IF WS-PREVIEW-RUN
               MOVE "PREVIEW - DUAL CTRL " TO WS-CHG-RESULT
               PERFORM WRITE-CHANGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEND-ROUTED-COUNT.
           OPEN EXTEND PAY-CHANGE-PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT PAY-CHANGE-PENDING-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PC-STAMP.
           MOVE WS-OPERATOR-ID TO PC-ENTERED-BY.
           MOVE WS-DUAL-REASON TO PC-REASON.
           MOVE MAINT-TXN-RECORD TO PC-TXN-IMAGE.
           WRITE PAY-CHANGE-PENDING-RECORD.
           CLOSE PAY-CHANGE-PENDING-FILE.
           MOVE WS-DUAL-REASON TO WS-CHG-RESULT.
           PERFORM WRITE-CHANGE-REPORT-LINE.

      * The approval session: each held change is shown with the
      * operator who keyed it, and the signed-on approver applies
      * it, rejects it, or skips it for a later session. Dual
      * control means two different people - a change the approver
      * keyed stays pending for someone else.
       REVIEW-PENDING-PAY-CHANGES.
           OPEN INPUT PAY-CHANGE-PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "NO PAY CHANGES AWAITING APPROVAL"
               MOVE "  NO PAY CHANGES AWAITING APPROVAL"
                   TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PAY-CHANGE-CARRY-FILE.
           MOVE 'N' TO WS-PEND-EOF-SW.
           PERFORM UNTIL WS-PEND-END-OF-FILE
               READ PAY-CHANGE-PENDING-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
                   NOT AT END
                       PERFORM REVIEW-ONE-PAY-CHANGE
               END-READ
           END-PERFORM.
           CLOSE PAY-CHANGE-PENDING-FILE.
           CLOSE PAY-CHANGE-CARRY-FILE.
      * the still-pending items become the live pending file
           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING "mv /Users/simonvargas/emppend.new "
                   DELIMITED BY SIZE
                   "/Users/simonvargas/emppend.txt"
                   DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.

       REVIEW-ONE-PAY-CHANGE.
           MOVE PC-TXN-IMAGE TO MAINT-TXN-RECORD.
           DISPLAY "-----------------------------------".
           IF MT-MASS-RAISE
               DISPLAY "MASS RAISE " MT-MASS-PCT " PERCENT FOR DEPT "
                       MT-MASS-DEPT " (SPACES = WHOLE COMPANY)"
           ELSE
               PERFORM DISPLAY-PAY-CHANGE
           END-IF.
           DISPLAY "EFFECTIVE " MT-EFFECTIVE-DATE " KEYED BY "
                   PC-ENTERED-BY " ON " PC-ENTERED-DATE
                   " - " PC-REASON.
           IF PC-ENTERED-BY = WS-OPERATOR-ID
               DISPLAY "YOU KEYED THIS CHANGE - A DIFFERENT "
                       "OPERATOR MUST APPROVE IT"
               PERFORM KEEP-PAY-CHANGE-PENDING
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ACTION: A = APPROVE, R = REJECT, S = SKIP: ".
           ACCEPT WS-PEND-ACTION.
           EVALUATE WS-PEND-ACTION
               WHEN 'A'
               WHEN 'a'
                   ADD 1 TO WS-PEND-APPROVED-COUNT
                   MOVE PC-ENTERED-BY TO WS-KEYED-BY
                   MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
                   PERFORM APPLY-MAINT-TRANSACTION
                   MOVE WS-OPERATOR-ID TO WS-KEYED-BY
                   MOVE SPACES TO WS-APPROVER-ID
               WHEN 'R'
               WHEN 'r'
                   ADD 1 TO WS-PEND-REJECTED-COUNT
                   EVALUATE TRUE
                       WHEN MT-MASS-RAISE
                           MOVE "MASS RAISE" TO WS-CHG-ACTION-DESC
                       WHEN MT-ADD
                           MOVE "ADD       " TO WS-CHG-ACTION-DESC
                       WHEN OTHER
                           MOVE "CHANGE    " TO WS-CHG-ACTION-DESC
                   END-EVALUATE
                   MOVE "REJECTED - DUAL CTRL" TO WS-CHG-RESULT
                   PERFORM WRITE-CHANGE-REPORT-LINE
               WHEN OTHER
                   PERFORM KEEP-PAY-CHANGE-PENDING
           END-EVALUATE.

      * Current pay off the master beside the pay the change asks
      * for; zero on a change leaves that figure as it stands, while
      * a rehire brings back exactly the pay keyed. A new hire has
      * no pay on file to show beside it.
       DISPLAY-PAY-CHANGE.
           MOVE MT-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " MT-EMP-ID " - NOT ON MASTER"
                   IF MT-ADD
                       MOVE MT-EMP-SALARY TO WS-REVIEW-NEW-SAL-EDIT
                       MOVE MT-HOURLY-RATE TO WS-REVIEW-NEW-RATE-EDIT
                       DISPLAY "NEW HIRE " MT-EMP-NAME
                               " DEPT " MT-DEPT-CODE
                       DISPLAY "  SALARY " WS-REVIEW-NEW-SAL-EDIT
                       DISPLAY "  HOURLY RATE "
                               WS-REVIEW-NEW-RATE-EDIT
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "EMPLOYEE " MT-EMP-ID " " EM-EMP-NAME
                   " DEPT " EM-DEPT-CODE.
           IF MT-ADD
               DISPLAY "REHIRE OF A TERMINATED EMPLOYEE"
           END-IF.
           MOVE EM-EMP-SALARY TO WS-REVIEW-SAL-EDIT.
           MOVE EM-EMP-SALARY TO WS-REVIEW-NEW-SAL-EDIT.
           IF MT-EMP-SALARY > ZERO OR MT-ADD
               MOVE MT-EMP-SALARY TO WS-REVIEW-NEW-SAL-EDIT
           END-IF.
           MOVE EM-HOURLY-RATE TO WS-REVIEW-RATE-EDIT.
           MOVE EM-HOURLY-RATE TO WS-REVIEW-NEW-RATE-EDIT.
           IF MT-HOURLY-RATE > ZERO OR MT-ADD
               MOVE MT-HOURLY-RATE TO WS-REVIEW-NEW-RATE-EDIT
           END-IF.
           DISPLAY "  SALARY " WS-REVIEW-SAL-EDIT " -> "
                   WS-REVIEW-NEW-SAL-EDIT.
           DISPLAY "  HOURLY RATE " WS-REVIEW-RATE-EDIT " -> "
                   WS-REVIEW-NEW-RATE-EDIT.

       KEEP-PAY-CHANGE-PENDING.
           ADD 1 TO WS-PEND-LEFT-COUNT.
           MOVE PAY-CHANGE-PENDING-RECORD TO PAY-CHANGE-CARRY-RECORD.
           WRITE PAY-CHANGE-CARRY-RECORD.

      * Every change report lists the pay changes that have waited
      * on a second operator longer than the age limit
       LIST-AGED-PAY-CHANGES.
           OPEN INPUT PAY-CHANGE-PENDING-FILE.
           IF WS-PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE WS-PEND-AGE-LIMIT TO WS-AGH-DAYS-OUT.
           MOVE WS-AGED-HEADER TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE 'N' TO WS-PEND-EOF-SW.
           PERFORM UNTIL WS-PEND-END-OF-FILE
               READ PAY-CHANGE-PENDING-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-SW
                   NOT AT END
                       PERFORM LIST-ONE-AGED-PAY-CHANGE
               END-READ
           END-PERFORM.
           CLOSE PAY-CHANGE-PENDING-FILE.
           IF WS-PEND-AGED-COUNT = ZERO
               MOVE "  NONE" TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF.

       LIST-ONE-AGED-PAY-CHANGE.
           IF PC-ENTERED-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PEND-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (PC-ENTERED-DATE).
           IF WS-PEND-AGE-DAYS NOT > WS-PEND-AGE-LIMIT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PEND-AGED-COUNT.
           MOVE PC-ENTERED-DATE TO WS-AGD-DATE-OUT.
           MOVE PC-ENTERED-BY TO WS-AGD-KEYED-OUT.
           MOVE PC-ACTION TO WS-AGD-ACTION-OUT.
           MOVE PC-EMP-ID TO WS-AGD-EMP-OUT.
           MOVE PC-EMP-NAME TO WS-AGD-NAME-OUT.
           MOVE PC-REASON TO WS-AGD-REASON-OUT.
           MOVE WS-PEND-AGE-DAYS TO WS-AGD-DAYS-OUT.
           MOVE WS-AGED-DETAIL TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

      * Load the position master and the current assignments. Only
      * assignments of employees still active on the master count
      * toward a position's filled heads; the rest drop out when
      * the assignments are rewritten.
       LOAD-POSITION-CONTROL.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "NO POSITION MASTER (posmstr.txt) - POSITION "
                       "CONTROL NOT ENFORCED"
               EXIT PARAGRAPH
           END-IF.
           SET WS-POSCTL-ON TO TRUE.
           PERFORM UNTIL WS-POS-END-OF-FILE
               READ POSITION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-POS-EOF-SW
                   NOT AT END
                       IF WS-POS-COUNT < 500
                           ADD 1 TO WS-POS-COUNT
                           SET WS-POS-IDX TO WS-POS-COUNT
                           MOVE PM-POSITION-NUMBER
                               TO WS-POS-NUMBER (WS-POS-IDX)
                           MOVE PM-DEPT-CODE TO WS-POS-DEPT (WS-POS-IDX)
                           MOVE PM-BUDGET-FTE TO WS-POS-FTE (WS-POS-IDX)
                           MOVE PM-SALARY-MIN TO WS-POS-MIN (WS-POS-IDX)
                           MOVE PM-SALARY-MAX TO WS-POS-MAX (WS-POS-IDX)
                           MOVE ZERO TO WS-POS-FILLED (WS-POS-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSITION-MASTER-FILE.

           OPEN INPUT POSITION-ASSIGN-FILE.
           IF WS-PASG-STATUS NOT = "00"
               DISPLAY "NO POSITION ASSIGNMENTS (posasgn.txt) - "
                       "EVERY POSITION STARTS VACANT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PASG-END-OF-FILE
               READ POSITION-ASSIGN-FILE
                   AT END MOVE 'Y' TO WS-PASG-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-ASSIGNMENT
               END-READ
           END-PERFORM.
           CLOSE POSITION-ASSIGN-FILE.

       LOAD-ONE-ASSIGNMENT.
           MOVE PA-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EM-TERMINATED OR WS-ASG-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ASG-COUNT.
           SET WS-ASG-IDX TO WS-ASG-COUNT.
           MOVE PA-EMP-ID TO WS-ASG-EMP-ID (WS-ASG-IDX).
           MOVE PA-POSITION-NUMBER TO WS-ASG-POSITION (WS-ASG-IDX).
           MOVE PA-EFFECTIVE-DATE TO WS-ASG-EFF-DATE (WS-ASG-IDX).
           MOVE PA-POSITION-NUMBER TO WS-FIND-POSITION.
           PERFORM FIND-POSITION.
           IF WS-POS-FOUND
               ADD 1 TO WS-POS-FILLED (WS-POS-IDX)
           END-IF.

      * Leaves WS-POS-IDX on position WS-FIND-POSITION
       FIND-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT OR WS-POS-FOUND
               IF WS-POS-NUMBER (WS-POS-IDX) = WS-FIND-POSITION
                   SET WS-POS-FOUND TO TRUE
                   SET WS-POS-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      * Leaves WS-ASG-IDX on the transaction employee's assignment
      * and WS-OLD-POSITION on the position held (spaces if none)
       FIND-EMP-ASSIGNMENT.
           MOVE 'N' TO WS-ASG-FOUND-SW.
           MOVE SPACES TO WS-OLD-POSITION.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT OR WS-ASG-FOUND
               IF WS-ASG-EMP-ID (WS-ASG-IDX) = MT-EMP-ID
                       AND WS-ASG-POSITION (WS-ASG-IDX) NOT = SPACES
                   SET WS-ASG-FOUND TO TRUE
                   SET WS-ASG-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-ASG-FOUND
               MOVE WS-ASG-POSITION (WS-ASG-IDX) TO WS-OLD-POSITION
           END-IF.

      * A change is a transfer for position control when it moves
      * the employee to another department or another position; a
      * department move has to name the position it fills there.
      * Pay and other field changes are not position-checked.
       CHECK-TRANSFER-POSITION.
           MOVE 'A' TO WS-POS-CHECK-SW.
           MOVE SPACES TO WS-TARGET-POSITION.
           IF NOT WS-POSCTL-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-EMP-ASSIGNMENT.
           IF (MT-DEPT-CODE = SPACES OR MT-DEPT-CODE = EM-DEPT-CODE)
                   AND (MT-POSITION-NUMBER = SPACES
                       OR MT-POSITION-NUMBER = WS-OLD-POSITION)
               EXIT PARAGRAPH
           END-IF.
           IF MT-DEPT-CODE = SPACES
               MOVE EM-DEPT-CODE TO WS-POS-CHECK-DEPT
           ELSE
               MOVE MT-DEPT-CODE TO WS-POS-CHECK-DEPT
           END-IF.
           IF MT-EMP-SALARY > ZERO
               MOVE MT-EMP-SALARY TO WS-POS-CHECK-SALARY
           ELSE
               MOVE EM-EMP-SALARY TO WS-POS-CHECK-SALARY
           END-IF.
           MOVE MT-POSITION-NUMBER TO WS-TARGET-POSITION.
           PERFORM CHECK-POSITION-CONTROL.

      * The target position must exist in the department the
      * employee is going to. A filled position or a salary outside
      * the range is refused and routed for override unless the
      * transaction asks for the override and the operator holds
      * position-control override authority.
       CHECK-POSITION-CONTROL.
           MOVE 'A' TO WS-POS-CHECK-SW.
           MOVE 'N' TO WS-POS-ROUTE-SW.
           MOVE SPACES TO WS-POS-REASON.
           IF NOT WS-POSCTL-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-EMP-ASSIGNMENT.
           IF WS-TARGET-POSITION = SPACES
               MOVE "REJECT - NO POSITION" TO WS-POS-REASON
               SET WS-POS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TARGET-POSITION TO WS-FIND-POSITION.
           PERFORM FIND-POSITION.
           IF NOT WS-POS-FOUND
               MOVE "REJECT - BAD POSITN " TO WS-POS-REASON
               SET WS-POS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-DEPT (WS-POS-IDX) NOT = WS-POS-CHECK-DEPT
               MOVE "REJECT - POSITN DEPT" TO WS-POS-REASON
               SET WS-POS-REFUSED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TARGET-POSITION NOT = WS-OLD-POSITION
                   AND WS-POS-FILLED (WS-POS-IDX)
                       >= WS-POS-FTE (WS-POS-IDX)
               MOVE "ROUTED - POS FILLED " TO WS-POS-REASON
               SET WS-POS-ROUTABLE TO TRUE
           ELSE
      * hourly employees carry no salary and have no range to meet
               IF WS-POS-CHECK-SALARY > ZERO
                   IF WS-POS-CHECK-SALARY < WS-POS-MIN (WS-POS-IDX)
                       SET WS-POS-ROUTABLE TO TRUE
                   END-IF
                   IF WS-POS-MAX (WS-POS-IDX) > ZERO
                           AND WS-POS-CHECK-SALARY
                               > WS-POS-MAX (WS-POS-IDX)
                       SET WS-POS-ROUTABLE TO TRUE
                   END-IF
                   IF WS-POS-ROUTABLE
                       MOVE "ROUTED - SAL RANGE  " TO WS-POS-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-POS-ROUTABLE
               EXIT PARAGRAPH
           END-IF.
           IF MT-POS-OVERRIDE-REQ AND WS-POS-OVR-PERM = 'Y'
               SET WS-POS-OVERRIDDEN TO TRUE
           ELSE
               SET WS-POS-REFUSED TO TRUE
           END-IF.

      * A routable refusal goes to the override file whole, so the
      * transaction can come back with the override byte set
       REFUSE-POSITION-TXN.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE WS-POS-REASON TO WS-CHG-RESULT.
           IF WS-POS-ROUTABLE AND NOT WS-PREVIEW-RUN
               ADD 1 TO WS-POS-ROUTED-COUNT
               MOVE 'R' TO WS-POS-CHECK-SW
               PERFORM WRITE-POSITION-OVERRIDE
           END-IF.
           PERFORM WRITE-CHANGE-REPORT-LINE.

       WRITE-POSITION-OVERRIDE.
           OPEN EXTEND POSITION-OVERRIDE-FILE.
           IF WS-POVR-STATUS NOT = "00"
               OPEN OUTPUT POSITION-OVERRIDE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PO-STAMP.
           MOVE WS-POS-CHECK-SW TO PO-STATUS.
           MOVE WS-OPERATOR-ID TO PO-OPERATOR-ID.
           MOVE WS-POS-REASON TO PO-REASON.
           MOVE MAINT-TXN-RECORD TO PO-TXN-IMAGE.
           WRITE POSITION-OVERRIDE-RECORD.
           CLOSE POSITION-OVERRIDE-FILE.

      * An applied add, rehire, or transfer moves the employee's
      * head from the position held to the target position
       ASSIGN-POSITION.
           IF NOT WS-POSCTL-ON OR WS-TARGET-POSITION = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-POS-OVERRIDDEN
               MOVE "APPLIED-POS OVERRIDE" TO WS-CHG-RESULT
               PERFORM WRITE-POSITION-OVERRIDE
           END-IF.
           PERFORM FIND-EMP-ASSIGNMENT.
           IF WS-ASG-FOUND
               MOVE WS-OLD-POSITION TO WS-FIND-POSITION
               PERFORM FIND-POSITION
               IF WS-POS-FOUND AND WS-POS-FILLED (WS-POS-IDX) > ZERO
                   SUBTRACT 1 FROM WS-POS-FILLED (WS-POS-IDX)
               END-IF
           ELSE
               IF WS-ASG-COUNT >= 5000
                   DISPLAY "POSITION ASSIGNMENT TABLE FULL - EMP "
                           MT-EMP-ID " NOT TIED TO A POSITION"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ASG-COUNT
               SET WS-ASG-IDX TO WS-ASG-COUNT
               MOVE MT-EMP-ID TO WS-ASG-EMP-ID (WS-ASG-IDX)
           END-IF.
           MOVE WS-TARGET-POSITION TO WS-ASG-POSITION (WS-ASG-IDX).
           MOVE MT-EFFECTIVE-DATE TO WS-ASG-EFF-DATE (WS-ASG-IDX).
           MOVE WS-TARGET-POSITION TO WS-FIND-POSITION.
           PERFORM FIND-POSITION.
           IF WS-POS-FOUND
               ADD 1 TO WS-POS-FILLED (WS-POS-IDX)
           END-IF.

      * A termination vacates the position the employee held
       RELEASE-POSITION.
           IF NOT WS-POSCTL-ON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-EMP-ASSIGNMENT.
           IF NOT WS-ASG-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLD-POSITION TO WS-FIND-POSITION.
           PERFORM FIND-POSITION.
           IF WS-POS-FOUND AND WS-POS-FILLED (WS-POS-IDX) > ZERO
               SUBTRACT 1 FROM WS-POS-FILLED (WS-POS-IDX)
           END-IF.
           MOVE SPACES TO WS-ASG-POSITION (WS-ASG-IDX).

       SAVE-POSITION-ASSIGNMENTS.
           OPEN OUTPUT POSITION-ASSIGN-FILE.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-POSITION (WS-ASG-IDX) NOT = SPACES
                   MOVE WS-ASG-EMP-ID (WS-ASG-IDX) TO PA-EMP-ID
                   MOVE WS-ASG-POSITION (WS-ASG-IDX)
                       TO PA-POSITION-NUMBER
                   MOVE WS-ASG-EFF-DATE (WS-ASG-IDX)
                       TO PA-EFFECTIVE-DATE
                   WRITE POSITION-ASSIGN-RECORD
               END-IF
           END-PERFORM.
           CLOSE POSITION-ASSIGN-FILE.

      * One mass transaction sweeps the whole master: every
      * matching employee gets the same before/after audit pair a
      * single change gets, plus an impact line on the change
      * produces the impact report and touches nothing.
       APPLY-MASS-TRANSACTION.
           MOVE ZERO TO WS-MASS-AFFECTED.
           MOVE ZERO TO WS-MASS-REFUSED.
           MOVE MAINT-TXN-RECORD TO WS-MASS-TXN-SAVE.
           IF MT-MASS-DEPT-CHANGE
               MOVE "MASS DEPT " TO WS-MASS-ACTION-DESC
           ELSE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-MASS-TXN-SAVE TO MAINT-TXN-RECORD.
           DISPLAY "MASS TRANSACTION '" MT-ACTION "' AFFECTED "
                   WS-MASS-AFFECTED " EMPLOYEES".
           IF WS-MASS-REFUSED > ZERO
               DISPLAY "MASS TRANSACTION '" MT-ACTION "' LEFT "
                       WS-MASS-REFUSED " EMPLOYEES ON POSITION CONTROL"
           END-IF.
           IF WS-MASS-AFFECTED = ZERO AND WS-MASS-REFUSED = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "MASS TRANSACTION MATCHED NOBODY - CHECK "
                       "THE DEPARTMENT SELECTOR"
               END-IF
           END-IF.

      * Each employee a department move sweeps up is a transfer of
      * the position held into the new department, checked exactly
      * as a single change's transfer is - the position must
      * already be in the new department on the position master,
      * and the pay within its range. One that fails stays where
      * it is; a routable failure goes to the override file as
      * that employee's own change, to come back with the override
      * byte set.
       APPLY-MASS-TO-ONE-EMPLOYEE.
           IF MT-MASS-DEPT-CHANGE
               MOVE WS-MASS-TXN-SAVE TO MAINT-TXN-RECORD
               MOVE EM-EMP-ID TO MT-EMP-ID
               MOVE EM-EMP-NAME TO MT-EMP-NAME
               MOVE ZERO TO MT-EMP-SALARY
               MOVE ZERO TO MT-HOURLY-RATE
               PERFORM FIND-EMP-ASSIGNMENT
               MOVE WS-OLD-POSITION TO MT-POSITION-NUMBER
               PERFORM CHECK-TRANSFER-POSITION
               IF WS-POS-REFUSED
                   ADD 1 TO WS-MASS-REFUSED
                   MOVE "MASS DEPT " TO WS-CHG-ACTION-DESC
                   MOVE 'C' TO MT-ACTION
                   PERFORM REFUSE-POSITION-TXN
                   MOVE 'M' TO MT-ACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-MASS-AFFECTED.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE EM-EMP-ID TO WS-MASS-EMP-ID.
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-AUDIT-PAIR
               MOVE "APPLIED             " TO WS-MASS-RESULT
               IF MT-MASS-DEPT-CHANGE
                   PERFORM ASSIGN-POSITION
               END-IF
           END-IF.
           MOVE WS-MASS-DETAIL TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
      * Two audit lines per applied change: the record as it stood
      * before, and as written after
       WRITE-AUDIT-PAIR.
           MOVE WS-KEYED-BY TO WS-AUD-OPERATOR.
           MOVE WS-APPROVER-ID TO WS-AUD-APPROVER.
           MOVE "BEFORE:" TO WS-AUD-TAG.
           MOVE MT-ACTION TO WS-AUD-ACTION.
           MOVE MT-EFFECTIVE-DATE TO WS-AUD-EFF-DATE.
           MOVE WS-BEF-DEPT-CODE TO WS-AUD-DEPT-CODE.
           MOVE WS-BEF-EMP-SALARY TO WS-AUD-EMP-SALARY.
           MOVE WS-BEF-EMP-STATUS TO WS-AUD-EMP-STATUS.
           MOVE WS-BEF-PAY-FREQUENCY TO WS-AUD-PAY-FREQUENCY.
           MOVE WS-BEF-WORK-STATE TO WS-AUD-WORK-STATE.
           MOVE WS-AUDIT-DETAIL TO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.

           MOVE EM-DEPT-CODE TO WS-AUD-DEPT-CODE.
           MOVE EM-EMP-SALARY TO WS-AUD-EMP-SALARY.
           MOVE EM-EMP-STATUS TO WS-AUD-EMP-STATUS.
           MOVE EM-PAY-FREQUENCY TO WS-AUD-PAY-FREQUENCY.
           MOVE EM-WORK-STATE TO WS-AUD-WORK-STATE.
           MOVE WS-AUDIT-DETAIL TO MAINT-AUDIT-LINE.
           WRITE MAINT-AUDIT-LINE.

