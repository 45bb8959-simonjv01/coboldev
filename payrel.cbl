       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RELEASE.
       AUTHOR. YOUR-NAME.

      * Two-person payroll release. The operator who ran the payroll
      * (recorded on prunlog.txt by the salary processor and the
      * off-cycle run) cannot release it: a second signed-on
      * operator with the release permission on oprmstr.txt records
      * approval of the period's register and payvar.cbl variance
      * sheet here. Until that approval is on the release log
      * (payrel.txt) for the company, period, and run, nachafmt.cbl
      * refuses to build the bank file and the period's checks stay
      * in chkhold.txt; the approval moves them to chkprint.txt for
      * printing. The optional OVERRIDE argument lets the release
      * go ahead when the run operator was not recorded or the
      * variance sheet is missing or for another period - never
      * when the approver ran the payroll. Every approval,
      * override, and refusal goes on the release log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Who ran which company/period, appended by each live run
           SELECT RUN-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/prunlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      * Every approval, override, and refusal, appended across runs
           SELECT RELEASE-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/payrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

      * The period's pay register, company/period named like the
      * salary processor's output
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/payvar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAR-STATUS.

      * Held checks in, released checks out, and the segments of
      * other periods kept back while the held file is rewritten
           SELECT CHECK-HOLD-FILE ASSIGN TO
                   "/Users/simonvargas/chkhold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKHOLD-STATUS.

           SELECT CHECK-PRINT-FILE ASSIGN TO
                   "/Users/simonvargas/chkprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-KEEP-FILE ASSIGN TO
                   "/Users/simonvargas/chkkeep.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKKEEP-STATUS.

      * Operator master: releasing payroll is a permission of its own
           SELECT OPERATOR-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/oprmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

      * Refused sign-on attempts, appended across runs
           SELECT VIOLATION-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/opviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout the salary processor and off-cycle run append
       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 RN-COMPANY-CODE    PIC X(4).
           05 RN-PAY-PERIOD-ID   PIC X(6).
           05 RN-OPERATOR-ID     PIC X(8).
           05 RN-RUN-STAMP       PIC 9(14).
           05 RN-PROGRAM         PIC X(10).
           05 RN-RUN-OPTION      PIC X(8).

      * RL-ACTION A approved, O approved on override, R refused.
      * RL-RUN-STAMP ties an approval to the run it approved, so a
      * rerun or resubmit of the period needs a release of its own.
       FD RELEASE-LOG-FILE.
       01 RELEASE-LOG-RECORD.
           05 RL-COMPANY-CODE    PIC X(4).
           05 RL-PAY-PERIOD-ID   PIC X(6).
           05 RL-ACTION          PIC X(1).
               88 RL-APPROVED     VALUE 'A'.
               88 RL-OVERRIDDEN   VALUE 'O'.
               88 RL-REFUSED      VALUE 'R'.
           05 RL-PROGRAM         PIC X(10).
           05 RL-OPERATOR-ID     PIC X(8).
           05 RL-RUN-OPERATOR    PIC X(8).
           05 RL-RUN-STAMP       PIC 9(14).
           05 RL-LOG-STAMP       PIC 9(14).
           05 RL-REASON          PIC X(30).

       FD REGISTER-FILE.
       01 REGISTER-LINE          PIC X(84).

      * Line 2 of the sheet names the company and period it reviews
       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-LINE   PIC X(90).
       01 VARIANCE-SHEET-ID.
           05 FILLER             PIC X(9).
           05 VS-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(10).
           05 VS-PAY-PERIOD-ID   PIC X(6).
           05 FILLER             PIC X(61).

      * Each run's segment opens with a HELD CHECK RUN line naming
      * the company, period, and the run's stamp from the run log
       FD CHECK-HOLD-FILE.
       01 CHECK-HOLD-LINE        PIC X(80).
       01 CHECK-HOLD-HEADER.
           05 CH-MARKER          PIC X(15).
               88 CH-SEGMENT-HEADER VALUE "HELD CHECK RUN ".
           05 FILLER             PIC X(9).
           05 CH-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(10).
           05 CH-PAY-PERIOD-ID   PIC X(6).
           05 FILLER             PIC X(7).
           05 CH-RUN-STAMP       PIC X(14).
           05 FILLER             PIC X(15).

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-LINE       PIC X(80).

       FD CHECK-KEEP-FILE.
       01 CHECK-KEEP-LINE        PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 WS-RUNLOG-STATUS      PIC XX.
       01 WS-RELLOG-STATUS      PIC XX.
       01 WS-REG-STATUS         PIC XX.
       01 WS-VAR-STATUS         PIC XX.
       01 WS-CHKHOLD-STATUS     PIC XX.
       01 WS-CHKKEEP-STATUS     PIC XX.
       01 WS-RUNLOG-EOF-SW      PIC X VALUE 'N'.
           88 WS-RUNLOG-END-OF-FILE VALUE 'Y'.
       01 WS-RELLOG-EOF-SW      PIC X VALUE 'N'.
           88 WS-RELLOG-END-OF-FILE VALUE 'Y'.
       01 WS-HOLD-EOF-SW        PIC X VALUE 'N'.
           88 WS-HOLD-END-OF-FILE VALUE 'Y'.
       01 WS-KEEP-EOF-SW        PIC X VALUE 'N'.
           88 WS-KEEP-END-OF-FILE VALUE 'Y'.

       01 WS-COMPANY-CODE       PIC X(4).
       01 WS-PAY-PERIOD-ID      PIC X(6).
       01 WS-ARG-NUM            PIC 9(2).
       01 WS-RUN-OPTION         PIC X(8) VALUE SPACES.
       01 WS-REGISTER-FILENAME  PIC X(60) VALUE SPACES.
       01 WS-LOG-STAMP          PIC 9(14).
       01 WS-LOG-ACTION         PIC X(1).
       01 WS-LOG-REASON         PIC X(30).

      * The run being released - the last one on the run log for
      * this company and period
       01 WS-RUN-FOUND-SW       PIC X VALUE 'N'.
           88 WS-RUN-FOUND      VALUE 'Y'.
       01 WS-RUN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-RUN-STAMP          PIC 9(14) VALUE ZERO.

      * Override state: requested on the command line, used when a
      * check it is allowed to waive actually failed
       01 WS-OVERRIDE-REQ-SW    PIC X VALUE 'N'.
           88 WS-OVERRIDE-REQUESTED VALUE 'Y'.
       01 WS-OVERRIDE-USED-SW   PIC X VALUE 'N'.
           88 WS-OVERRIDE-USED  VALUE 'Y'.
       01 WS-CHECK-REASON       PIC X(30) VALUE SPACES.
       01 WS-OVERRIDE-REASON    PIC X(30) VALUE SPACES.
       01 WS-RELEASED-SW        PIC X VALUE 'N'.
           88 WS-ALREADY-RELEASED VALUE 'Y'.

      * Held-check release counts
       01 WS-SEGMENT-SW         PIC X VALUE 'N'.
           88 WS-IN-RELEASED-SEGMENT VALUE 'Y'.
       01 WS-PRINT-OPEN-SW      PIC X VALUE 'N'.
           88 WS-PRINT-OPEN     VALUE 'Y'.
       01 WS-CHECKS-RELEASED    PIC 9(5) VALUE ZERO.
       01 WS-CHECKS-STILL-HELD  PIC 9(5) VALUE ZERO.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Payroll Release...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM FIND-LAST-RUN.

           IF NOT WS-RUN-FOUND
               MOVE "NO LIVE RUN ON THE RUN LOG" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           DISPLAY "RUN BEING RELEASED: " WS-RUN-STAMP
                   "  RUN BY: " WS-RUN-OPERATOR.

      * The two-person rule itself - no override for this one
           IF WS-RUN-OPERATOR = WS-OPERATOR-ID
               MOVE "APPROVER RAN THIS PAYROLL" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF WS-RUN-OPERATOR = SPACES
               MOVE "RUN OPERATOR NOT RECORDED" TO WS-CHECK-REASON
               PERFORM OVERRIDE-OR-REFUSE
           END-IF.

           PERFORM CHECK-ALREADY-RELEASED.
           IF WS-ALREADY-RELEASED
               MOVE "RUN ALREADY RELEASED" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.

           PERFORM CHECK-PAY-REGISTER.
           PERFORM CHECK-VARIANCE-SHEET.

           IF WS-OVERRIDE-USED
               MOVE 'O' TO WS-LOG-ACTION
               MOVE WS-OVERRIDE-REASON TO WS-LOG-REASON
           ELSE
               MOVE 'A' TO WS-LOG-ACTION
               MOVE "REGISTER AND VARIANCE APPROVED" TO WS-LOG-REASON
           END-IF.
           PERFORM WRITE-RELEASE-LOG.

           PERFORM RELEASE-HELD-CHECKS.

           IF WS-OVERRIDE-USED
               DISPLAY "*** RELEASED ON OVERRIDE: " WS-OVERRIDE-REASON
                       " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PAYROLL RELEASED FOR " WS-COMPANY-CODE " "
                   WS-PAY-PERIOD-ID " BY " WS-OPERATOR-ID.
           DISPLAY "CHECKS RELEASED TO chkprint.txt: "
                   WS-CHECKS-RELEASED
                   "  STILL HELD FOR OTHER RUNS: "
                   WS-CHECKS-STILL-HELD.
           DISPLAY "Payroll Release completed.".
           STOP RUN.

      * Company, period, approving operator, and the optional
      * OVERRIDE from the command line, prompting for any of the
      * first three that is missing
       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-COMPANY-CODE.
           ACCEPT WS-COMPANY-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-COMPANY-CODE
           END-ACCEPT.
           MOVE 2 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PAY-PERIOD-ID.
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT.
           MOVE 3 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-OPERATOR-ID
           END-ACCEPT.
           MOVE 4 TO WS-ARG-NUM.
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-RUN-OPTION.
           ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-RUN-OPTION
           END-ACCEPT.
           IF WS-RUN-OPTION = "OVERRIDE"
               SET WS-OVERRIDE-REQUESTED TO TRUE
           END-IF.

           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Pay Period ID: "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Enter approving operator ID: "
               ACCEPT WS-OPERATOR-ID
           END-IF.

           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_output.txt" DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME.

      * The approver must be on the operator master with the release
      * permission. Unlike the maintenance programs, a missing
      * master is a refusal here: without it nobody can be shown to
      * be a second operator.
       OPERATOR-SIGN-ON.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           MOVE 'N' TO WS-OPR-EOF-SW.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "NO OPERATOR MASTER (oprmstr.txt)"
               MOVE "NO OPERATOR MASTER" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM UNTIL WS-OPR-END-OF-FILE
               READ OPERATOR-MASTER-FILE
                   AT END MOVE 'Y' TO WS-OPR-EOF-SW
                   NOT AT END
                       IF OP-OPERATOR-ID = WS-OPERATOR-ID
                           SET WS-OPR-FOUND TO TRUE
                           MOVE OP-PAYREL-PERM TO WS-OPR-PERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           IF NOT WS-OPR-FOUND
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR NOT ON MASTER: "
                       WS-OPERATOR-ID
               MOVE "OPERATOR NOT ON MASTER" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           IF WS-OPR-PERM NOT = 'Y'
               PERFORM LOG-SIGN-ON-VIOLATION
               DISPLAY "SIGN-ON REFUSED - OPERATOR "
                       WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                       "PAYROLL RELEASE"
               MOVE "NOT AUTHORIZED TO RELEASE" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           DISPLAY "APPROVER SIGNED ON: " WS-OPERATOR-ID.

       LOG-SIGN-ON-VIOLATION.
           OPEN EXTEND VIOLATION-LOG-FILE.
           IF WS-VIOL-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-VIO-STAMP-OUT.
           MOVE WS-OPERATOR-ID TO WS-VIO-OPERATOR-OUT.
           MOVE "PAYREL    " TO WS-VIO-PROGRAM-OUT.
           IF WS-OPR-FOUND
               MOVE "NOT AUTHORIZED          " TO WS-VIO-REASON-OUT
           ELSE
               MOVE "OPERATOR NOT ON MASTER  " TO WS-VIO-REASON-OUT
           END-IF.
           MOVE WS-VIOLATION-DETAIL TO VIOLATION-LOG-LINE.
           WRITE VIOLATION-LOG-LINE.
           CLOSE VIOLATION-LOG-FILE.

      * The run log is in run order, so the last entry for the
      * company and period is the run whose files are waiting
       FIND-LAST-RUN.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00"
               DISPLAY "NO RUN LOG (prunlog.txt)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RUNLOG-END-OF-FILE
               READ RUN-LOG-FILE
                   AT END MOVE 'Y' TO WS-RUNLOG-EOF-SW
                   NOT AT END
                       IF RN-COMPANY-CODE = WS-COMPANY-CODE
                               AND RN-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                           SET WS-RUN-FOUND TO TRUE
                           MOVE RN-OPERATOR-ID TO WS-RUN-OPERATOR
                           MOVE RN-RUN-STAMP TO WS-RUN-STAMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

      * An approval already on the log for this very run
       CHECK-ALREADY-RELEASED.
           MOVE 'N' TO WS-RELEASED-SW.
           OPEN INPUT RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RELLOG-END-OF-FILE
               READ RELEASE-LOG-FILE
                   AT END MOVE 'Y' TO WS-RELLOG-EOF-SW
                   NOT AT END
                       IF RL-COMPANY-CODE = WS-COMPANY-CODE
                               AND RL-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                               AND RL-RUN-STAMP = WS-RUN-STAMP
                               AND (RL-APPROVED OR RL-OVERRIDDEN)
                           SET WS-ALREADY-RELEASED TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELEASE-LOG-FILE.

      * Nothing is approved without the register it approves
       CHECK-PAY-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF WS-REG-STATUS NOT = "00"
               DISPLAY "NO PAY REGISTER: " WS-REGISTER-FILENAME
               MOVE "NO PAY REGISTER FOR PERIOD" TO WS-CHECK-REASON
               PERFORM REFUSE-RELEASE
           END-IF.
           CLOSE REGISTER-FILE.

      * The variance sheet must be on file and must be this
      * company and period's
       CHECK-VARIANCE-SHEET.
           OPEN INPUT VARIANCE-REPORT-FILE.
           IF WS-VAR-STATUS NOT = "00"
               MOVE "NO VARIANCE SHEET (payvar)" TO WS-CHECK-REASON
               PERFORM OVERRIDE-OR-REFUSE
               EXIT PARAGRAPH
           END-IF.
           READ VARIANCE-REPORT-FILE
               AT END MOVE SPACES TO VARIANCE-REPORT-LINE
           END-READ.
           IF WS-VAR-STATUS = "00"
               READ VARIANCE-REPORT-FILE
                   AT END MOVE SPACES TO VARIANCE-REPORT-LINE
               END-READ
           END-IF.
           CLOSE VARIANCE-REPORT-FILE.
           IF VS-COMPANY-CODE NOT = WS-COMPANY-CODE
                   OR VS-PAY-PERIOD-ID NOT = WS-PAY-PERIOD-ID
               DISPLAY "VARIANCE SHEET ON FILE IS FOR "
                       VS-COMPANY-CODE " " VS-PAY-PERIOD-ID
               MOVE "VARIANCE SHEET NOT THIS PERIOD"
                   TO WS-CHECK-REASON
               PERFORM OVERRIDE-OR-REFUSE
           END-IF.

      * A check the OVERRIDE argument may waive: waived and noted
      * when it was given, a refusal when it was not
       OVERRIDE-OR-REFUSE.
           IF NOT WS-OVERRIDE-REQUESTED
               PERFORM REFUSE-RELEASE
           END-IF.
           DISPLAY "OVERRIDDEN: " WS-CHECK-REASON.
           IF NOT WS-OVERRIDE-USED
               SET WS-OVERRIDE-USED TO TRUE
               MOVE WS-CHECK-REASON TO WS-OVERRIDE-REASON
           END-IF.

       REFUSE-RELEASE.
           MOVE 'R' TO WS-LOG-ACTION.
           MOVE WS-CHECK-REASON TO WS-LOG-REASON.
           PERFORM WRITE-RELEASE-LOG.
           DISPLAY "RELEASE REFUSED - " WS-CHECK-REASON.
           IF NOT WS-ALREADY-RELEASED
               DISPLAY "ACH AND CHECKS REMAIN HELD FOR "
                       WS-COMPANY-CODE " " WS-PAY-PERIOD-ID
           END-IF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * WS-LOG-ACTION and WS-LOG-REASON are set by the caller
       WRITE-RELEASE-LOG.
           OPEN EXTEND RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF.
           MOVE WS-COMPANY-CODE TO RL-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RL-PAY-PERIOD-ID.
           MOVE "PAYREL    " TO RL-PROGRAM.
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE WS-RUN-OPERATOR TO RL-RUN-OPERATOR.
           MOVE WS-RUN-STAMP TO RL-RUN-STAMP.
           MOVE WS-LOG-STAMP TO RL-LOG-STAMP.
           MOVE WS-LOG-ACTION TO RL-ACTION.
           MOVE WS-LOG-REASON TO RL-REASON.
           WRITE RELEASE-LOG-RECORD.
           CLOSE RELEASE-LOG-FILE.

      * The released run's segments of the held-check file go to
      * chkprint.txt; every other segment - other periods, and any
      * earlier run of this period a rerun superseded - is kept back
      * and the held file rewritten with only them. A run paid
      * entirely by deposit has nothing held.
       RELEASE-HELD-CHECKS.
           OPEN INPUT CHECK-HOLD-FILE.
           IF WS-CHKHOLD-STATUS NOT = "00"
               DISPLAY "NO HELD CHECKS (chkhold.txt)"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CHECK-KEEP-FILE.
           MOVE 'N' TO WS-SEGMENT-SW.
           PERFORM UNTIL WS-HOLD-END-OF-FILE
               READ CHECK-HOLD-FILE
                   AT END MOVE 'Y' TO WS-HOLD-EOF-SW
                   NOT AT END
                       PERFORM ROUTE-HELD-LINE
               END-READ
           END-PERFORM.
           CLOSE CHECK-HOLD-FILE.
           CLOSE CHECK-KEEP-FILE.
           IF WS-PRINT-OPEN
               CLOSE CHECK-PRINT-FILE
           END-IF.

           OPEN INPUT CHECK-KEEP-FILE.
           OPEN OUTPUT CHECK-HOLD-FILE.
           PERFORM UNTIL WS-KEEP-END-OF-FILE
               READ CHECK-KEEP-FILE
                   AT END MOVE 'Y' TO WS-KEEP-EOF-SW
                   NOT AT END
                       MOVE CHECK-KEEP-LINE TO CHECK-HOLD-LINE
                       WRITE CHECK-HOLD-LINE
               END-READ
           END-PERFORM.
           CLOSE CHECK-KEEP-FILE.
           CLOSE CHECK-HOLD-FILE.

       ROUTE-HELD-LINE.
           IF CH-SEGMENT-HEADER
               IF CH-COMPANY-CODE = WS-COMPANY-CODE
                       AND CH-PAY-PERIOD-ID = WS-PAY-PERIOD-ID
                       AND CH-RUN-STAMP = WS-RUN-STAMP
                   SET WS-IN-RELEASED-SEGMENT TO TRUE
               ELSE
                   MOVE 'N' TO WS-SEGMENT-SW
                   MOVE CHECK-HOLD-LINE TO CHECK-KEEP-LINE
                   WRITE CHECK-KEEP-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-RELEASED-SEGMENT
               IF NOT WS-PRINT-OPEN
                   OPEN OUTPUT CHECK-PRINT-FILE
                   SET WS-PRINT-OPEN TO TRUE
               END-IF
               MOVE CHECK-HOLD-LINE TO CHECK-PRINT-LINE
               WRITE CHECK-PRINT-LINE
               IF CHECK-HOLD-LINE (1:13) = "CHECK NUMBER "
                   ADD 1 TO WS-CHECKS-RELEASED
               END-IF
           ELSE
               MOVE CHECK-HOLD-LINE TO CHECK-KEEP-LINE
               WRITE CHECK-KEEP-LINE
               IF CHECK-HOLD-LINE (1:13) = "CHECK NUMBER "
                   ADD 1 TO WS-CHECKS-STILL-HELD
               END-IF
           END-IF.
