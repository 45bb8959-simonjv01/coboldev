       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-VACANCY-REPORT.
       AUTHOR. YOUR-NAME.

      * Position vacancy report. Every position on the position
      * master (posmstr.txt) is measured against the employees
      * holding it on the assignment file empmaint.cbl keeps
      * (posasgn.txt); only assignments of employees still active on
      * the employee master count. Positions with budgeted FTE left
      * unfilled are listed as OPEN and positions holding more heads
      * than budgeted as OVER, department by department, with the
      * department's budgeted, filled, and open FTE. Fully filled
      * positions are counted but not listed. The report ends with
      * the active employees not tied to any position on the master,
      * who position control cannot see.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Approved positions, as empmaint.cbl reads them
           SELECT POSITION-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/posmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.

      * The position each employee holds, as empmaint.cbl leaves it
           SELECT POSITION-ASSIGN-FILE ASSIGN TO
                   "/Users/simonvargas/posasgn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASG-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT VACANCY-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/posvac.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layout empmaint.cbl reads
       FD POSITION-MASTER-FILE.
       01 POSITION-MASTER-RECORD.
           05 PM-POSITION-NUMBER PIC X(6).
           05 PM-DEPT-CODE       PIC X(4).
           05 PM-TITLE           PIC X(20).
           05 PM-BUDGET-FTE      PIC 9(2)V99.
           05 PM-SALARY-MIN      PIC 9(7)V99.
           05 PM-SALARY-MAX      PIC 9(7)V99.

      * Same layout empmaint.cbl writes
       FD POSITION-ASSIGN-FILE.
       01 POSITION-ASSIGN-RECORD.
           05 PA-EMP-ID          PIC 9(5).
           05 PA-POSITION-NUMBER PIC X(6).
           05 PA-EFFECTIVE-DATE  PIC 9(8).

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

       FD VACANCY-REPORT-FILE.
       01 VACANCY-REPORT-LINE    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-POS-STATUS          PIC XX.
       01 WS-PASG-STATUS         PIC XX.
       01 WS-EMM-STATUS          PIC XX.
       01 WS-POS-EOF-SW          PIC X VALUE 'N'.
           88 WS-POS-END-OF-FILE VALUE 'Y'.
       01 WS-PASG-EOF-SW         PIC X VALUE 'N'.
           88 WS-PASG-END-OF-FILE VALUE 'Y'.
       01 WS-EMM-EOF-SW          PIC X VALUE 'N'.
           88 WS-EMM-END-OF-FILE VALUE 'Y'.

       01 WS-POSITION-TABLE.
           05 WS-POS-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-POS-IDX.
               10 WS-POS-NUMBER      PIC X(6).
               10 WS-POS-DEPT        PIC X(4).
               10 WS-POS-TITLE       PIC X(20).
               10 WS-POS-FTE         PIC 9(2)V99.
               10 WS-POS-FILLED      PIC 9(3).
       01 WS-POS-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-POS-FOUND-SW        PIC X VALUE 'N'.
           88 WS-POS-FOUND       VALUE 'Y'.
       01 WS-FIND-POSITION       PIC X(6).

      * Employees holding a position on the master, so the closing
      * section can find the ones who hold none
       01 WS-ASSIGNED-TABLE.
           05 WS-AS-EMP-ID OCCURS 5000 TIMES
                   INDEXED BY WS-AS-IDX PIC 9(5).
       01 WS-AS-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-AS-FOUND-SW         PIC X VALUE 'N'.
           88 WS-AS-FOUND        VALUE 'Y'.

      * Departments in the order they first appear on the master
       01 WS-DEPT-TABLE.
           05 WS-DP-CODE OCCURS 100 TIMES
                   INDEXED BY WS-DP-IDX PIC X(4).
       01 WS-DP-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-DP-FOUND-SW         PIC X VALUE 'N'.
           88 WS-DP-FOUND        VALUE 'Y'.

       01 WS-OPEN-FTE            PIC S9(3)V99.
       01 WS-STATUS-TEXT         PIC X(6).
       01 WS-DEPT-FTE            PIC 9(5)V99.
       01 WS-DEPT-FILLED         PIC 9(5).
       01 WS-DEPT-OPEN           PIC S9(5)V99.
       01 WS-OPEN-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-OVER-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-FILLED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-COLUMN-HEADER.
           05 FILLER             PIC X(50) VALUE
              "DEPT POSITN TITLE                  BUDGET   FILLED".
           05 FILLER             PIC X(18) VALUE
              "      OPEN  STATUS".

       01 WS-POSITION-DETAIL.
           05 WS-PD-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-PD-POSITION-OUT PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-PD-TITLE-OUT    PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PD-FTE-OUT      PIC ZZZZ9.99.
           05 WS-PD-FILLED-OUT   PIC ZZZZZZZZ9.
           05 WS-PD-OPEN-OUT     PIC ZZZZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-PD-STATUS-OUT   PIC X(6).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE "DEPT TOTAL ".
           05 WS-DT-DEPT-OUT     PIC X(4).
           05 FILLER             PIC X(14) VALUE SPACES.
           05 WS-DT-FTE-OUT      PIC ZZZZ9.99.
           05 WS-DT-FILLED-OUT   PIC ZZZZZZZZ9.
           05 WS-DT-OPEN-OUT     PIC ZZZZZ9.99-.

       01 WS-UNASSIGNED-DETAIL.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-UD-EMP-ID-OUT   PIC 9(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-UD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-UD-DEPT-OUT     PIC X(4).

       01 WS-SUMMARY-LINE.
           05 FILLER             PIC X(11) VALUE "POSITIONS: ".
           05 WS-SL-POS-OUT      PIC ZZ9.
           05 FILLER             PIC X(9) VALUE "   OPEN: ".
           05 WS-SL-OPEN-OUT     PIC ZZ9.
           05 FILLER             PIC X(9) VALUE "   OVER: ".
           05 WS-SL-OVER-OUT     PIC ZZ9.
           05 FILLER             PIC X(11) VALUE "   FILLED: ".
           05 WS-SL-FILLED-OUT   PIC ZZ9.
           05 FILLER             PIC X(20) VALUE
              "   NO POSITION: ".
           05 WS-SL-UNASSIGNED-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Position Vacancy Report...".
           PERFORM LOAD-POSITIONS.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING EMPLOYEE MASTER. STATUS: "
                       WS-EMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ASSIGNMENTS.
           OPEN OUTPUT VACANCY-REPORT-FILE.
           MOVE "***** POSITION VACANCY REPORT *****"
               TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           MOVE WS-COLUMN-HEADER TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM REPORT-ONE-DEPT
           END-PERFORM.
           PERFORM REPORT-UNASSIGNED.
           CLOSE EMPLOYEE-MASTER-FILE.

           MOVE SPACES TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           MOVE WS-POS-COUNT TO WS-SL-POS-OUT.
           MOVE WS-OPEN-COUNT TO WS-SL-OPEN-OUT.
           MOVE WS-OVER-COUNT TO WS-SL-OVER-OUT.
           MOVE WS-FILLED-COUNT TO WS-SL-FILLED-OUT.
           MOVE WS-UNASSIGNED-COUNT TO WS-SL-UNASSIGNED-OUT.
           MOVE WS-SUMMARY-LINE TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           CLOSE VACANCY-REPORT-FILE.

           DISPLAY "POSITIONS: " WS-POS-COUNT
                   "  OPEN: " WS-OPEN-COUNT
                   "  OVER: " WS-OVER-COUNT
                   "  NO POSITION: " WS-UNASSIGNED-COUNT.
           IF WS-OVER-COUNT > ZERO OR WS-UNASSIGNED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Position Vacancy Report completed.".
           STOP RUN.

       LOAD-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE.
           IF WS-POS-STATUS NOT = "00"
               DISPLAY "NO POSITION MASTER (posmstr.txt). STATUS: "
                       WS-POS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-POS-END-OF-FILE
               READ POSITION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-POS-EOF-SW
                   NOT AT END
                       PERFORM ADD-POSITION
               END-READ
           END-PERFORM.
           CLOSE POSITION-MASTER-FILE.

       ADD-POSITION.
           IF WS-POS-COUNT >= 500
               DISPLAY "POSITION TABLE FULL - POSITION "
                       PM-POSITION-NUMBER " DROPPED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POS-COUNT.
           SET WS-POS-IDX TO WS-POS-COUNT.
           MOVE PM-POSITION-NUMBER TO WS-POS-NUMBER (WS-POS-IDX).
           MOVE PM-DEPT-CODE TO WS-POS-DEPT (WS-POS-IDX).
           MOVE PM-TITLE TO WS-POS-TITLE (WS-POS-IDX).
           MOVE PM-BUDGET-FTE TO WS-POS-FTE (WS-POS-IDX).
           MOVE ZERO TO WS-POS-FILLED (WS-POS-IDX).
           MOVE 'N' TO WS-DP-FOUND-SW.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT OR WS-DP-FOUND
               IF WS-DP-CODE (WS-DP-IDX) = PM-DEPT-CODE
                   SET WS-DP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-DP-FOUND
               IF WS-DP-COUNT >= 100
                   DISPLAY "DEPARTMENT TABLE FULL - DEPT "
                           PM-DEPT-CODE " DROPPED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               MOVE PM-DEPT-CODE TO WS-DP-CODE (WS-DP-COUNT)
           END-IF.

      * An assignment counts only while the employee is active and
      * the position is still on the master
       LOAD-ASSIGNMENTS.
           OPEN INPUT POSITION-ASSIGN-FILE.
           IF WS-PASG-STATUS NOT = "00"
               DISPLAY "NO POSITION ASSIGNMENTS (posasgn.txt) - "
                       "EVERY POSITION REPORTED VACANT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PASG-END-OF-FILE
               READ POSITION-ASSIGN-FILE
                   AT END MOVE 'Y' TO WS-PASG-EOF-SW
                   NOT AT END
                       PERFORM COUNT-ONE-ASSIGNMENT
               END-READ
           END-PERFORM.
           CLOSE POSITION-ASSIGN-FILE.

       COUNT-ONE-ASSIGNMENT.
           MOVE PA-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EM-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           MOVE PA-POSITION-NUMBER TO WS-FIND-POSITION.
           PERFORM FIND-POSITION.
           IF NOT WS-POS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-POS-FILLED (WS-POS-IDX).
           IF WS-AS-COUNT < 5000
               ADD 1 TO WS-AS-COUNT
               MOVE PA-EMP-ID TO WS-AS-EMP-ID (WS-AS-COUNT)
           END-IF.

       FIND-POSITION.
           MOVE 'N' TO WS-POS-FOUND-SW.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT OR WS-POS-FOUND
               IF WS-POS-NUMBER (WS-POS-IDX) = WS-FIND-POSITION
                   SET WS-POS-FOUND TO TRUE
                   SET WS-POS-IDX DOWN BY 1
               END-IF
           END-PERFORM.

      * One department's open and over-filled positions, then its
      * totals across all its positions
       REPORT-ONE-DEPT.
           MOVE ZERO TO WS-DEPT-FTE.
           MOVE ZERO TO WS-DEPT-FILLED.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-DEPT (WS-POS-IDX) = WS-DP-CODE (WS-DP-IDX)
                   PERFORM REPORT-ONE-POSITION
               END-IF
           END-PERFORM.
           COMPUTE WS-DEPT-OPEN = WS-DEPT-FTE - WS-DEPT-FILLED.
           MOVE WS-DP-CODE (WS-DP-IDX) TO WS-DT-DEPT-OUT.
           MOVE WS-DEPT-FTE TO WS-DT-FTE-OUT.
           MOVE WS-DEPT-FILLED TO WS-DT-FILLED-OUT.
           MOVE WS-DEPT-OPEN TO WS-DT-OPEN-OUT.
           MOVE WS-DEPT-TOTAL-LINE TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.

       REPORT-ONE-POSITION.
           ADD WS-POS-FTE (WS-POS-IDX) TO WS-DEPT-FTE.
           ADD WS-POS-FILLED (WS-POS-IDX) TO WS-DEPT-FILLED.
           COMPUTE WS-OPEN-FTE = WS-POS-FTE (WS-POS-IDX)
                                 - WS-POS-FILLED (WS-POS-IDX).
           IF WS-OPEN-FTE > ZERO
               MOVE "OPEN  " TO WS-STATUS-TEXT
               ADD 1 TO WS-OPEN-COUNT
           ELSE
               IF WS-OPEN-FTE < ZERO
                   MOVE "OVER  " TO WS-STATUS-TEXT
                   ADD 1 TO WS-OVER-COUNT
               ELSE
                   ADD 1 TO WS-FILLED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-POS-DEPT (WS-POS-IDX) TO WS-PD-DEPT-OUT.
           MOVE WS-POS-NUMBER (WS-POS-IDX) TO WS-PD-POSITION-OUT.
           MOVE WS-POS-TITLE (WS-POS-IDX) TO WS-PD-TITLE-OUT.
           MOVE WS-POS-FTE (WS-POS-IDX) TO WS-PD-FTE-OUT.
           MOVE WS-POS-FILLED (WS-POS-IDX) TO WS-PD-FILLED-OUT.
           MOVE WS-OPEN-FTE TO WS-PD-OPEN-OUT.
           MOVE WS-STATUS-TEXT TO WS-PD-STATUS-OUT.
           MOVE WS-POSITION-DETAIL TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.

      * Active employees holding no position on the master
       REPORT-UNASSIGNED.
           MOVE SPACES TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           MOVE "ACTIVE EMPLOYEES NOT TIED TO A POSITION:"
               TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EMPLOYEE-MASTER-FILE KEY IS GREATER THAN EM-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EMM-EOF-SW
           END-START.
           PERFORM UNTIL WS-EMM-END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EMM-EOF-SW
                   NOT AT END
                       IF NOT EM-TERMINATED
                           PERFORM CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UNASSIGNED-COUNT = ZERO
               MOVE "     NONE" TO VACANCY-REPORT-LINE
               WRITE VACANCY-REPORT-LINE
           END-IF.

       CHECK-ONE-EMPLOYEE.
           MOVE 'N' TO WS-AS-FOUND-SW.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-AS-COUNT OR WS-AS-FOUND
               IF WS-AS-EMP-ID (WS-AS-IDX) = EM-EMP-ID
                   SET WS-AS-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-AS-FOUND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UNASSIGNED-COUNT.
           MOVE EM-EMP-ID TO WS-UD-EMP-ID-OUT.
           MOVE EM-EMP-NAME TO WS-UD-NAME-OUT.
           MOVE EM-DEPT-CODE TO WS-UD-DEPT-OUT.
           MOVE WS-UNASSIGNED-DETAIL TO VACANCY-REPORT-LINE.
           WRITE VACANCY-REPORT-LINE.

       END PROGRAM POSITION-VACANCY-REPORT.
