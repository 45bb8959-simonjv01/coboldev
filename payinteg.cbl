       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-INTEGRITY-CHECK.
       AUTHOR. YOUR-NAME.

      * Nightly referential sweep of the payroll files against the
      * employee master, because the masters drift apart. The
      * carried-balance masters (YTD, QTD, leave, deduction
      * arrears) are checked for records whose employee is no longer
      * on empmstr.dat; the per-employee instruction files (benefit
      * plans, garnishment orders, deposit allocations, W-4
      * elections, labor splits) also for employees who are
      * terminated. Labor splits must add to exactly 100 percent and
      * percent-of-net deposit allocations may not pass 100. Ends
      * with a nonzero return code when anything is found, so the
      * batch driver holds the salary run until the report is
      * cleared.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS WS-EMM-STATUS.

           SELECT YTD-FILE ASSIGN TO "/Users/simonvargas/ytdmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS WS-YTD-STATUS.

           SELECT QTD-FILE ASSIGN TO "/Users/simonvargas/qtdmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTD-EMP-ID
               FILE STATUS IS WS-QTD-STATUS.

           SELECT LEAVE-BALANCE-FILE ASSIGN TO
                   "/Users/simonvargas/leavebal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMP-ID
               FILE STATUS IS WS-LB-STATUS.

           SELECT ARREARS-FILE ASSIGN TO
                   "/Users/simonvargas/dedarr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-EMP-ID
               FILE STATUS IS WS-ARR-STATUS.

           SELECT BENEFIT-PLAN-FILE ASSIGN TO
                   "/Users/simonvargas/benplan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-STATUS.

           SELECT GARNISHMENT-FILE ASSIGN TO
                   "/Users/simonvargas/garnish.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-STATUS.

           SELECT ACCOUNT-ALLOCATION-FILE ASSIGN TO
                   "/Users/simonvargas/acctalloc.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-STATUS.

           SELECT W4-ELECTION-FILE ASSIGN TO
                   "/Users/simonvargas/w4elect.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO
                   "/Users/simonvargas/labdist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LD-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/payinteg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Same layouts employee-salary-processor.cbl keeps
       FD EMPLOYEE-MASTER-FILE.
       01 EMPLOYEE-MASTER-RECORD.
           05 EM-EMP-ID          PIC 9(5).
           05 EM-EMP-NAME        PIC X(20).
           05 EM-DEPT-CODE       PIC X(4).
           05 EM-EMP-SALARY      PIC 9(7)V99.
           05 EM-EMP-STATUS      PIC X(1).
               88 EM-ACTIVE       VALUES 'A' ' '.
               88 EM-TERMINATED   VALUE 'T'.
           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-EMP-ID        PIC 9(5).
           05 YTD-GROSS         PIC 9(9)V99.
           05 YTD-FED-TAX       PIC 9(9)V99.
           05 YTD-STATE-TAX     PIC 9(9)V99.

       FD QTD-FILE.
       01 QTD-RECORD.
           05 QTD-EMP-ID        PIC 9(5).
           05 QTD-QUARTER       PIC 9(5).
           05 QTD-GROSS         PIC 9(9)V99.
           05 QTD-FED-TAX       PIC 9(9)V99.
           05 QTD-STATE-TAX     PIC 9(9)V99.

       FD LEAVE-BALANCE-FILE.
       01 LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID          PIC 9(5).
           05 LB-VAC-BALANCE     PIC S9(5)V99.
           05 LB-SICK-BALANCE    PIC S9(5)V99.

       FD ARREARS-FILE.
       01 ARREARS-RECORD.
           05 AR-EMP-ID          PIC 9(5).
           05 AR-BALANCE         PIC S9(7)V99.

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

       FD GARNISHMENT-FILE.
       01 GARNISHMENT-RECORD.
           05 GR-EMP-ID          PIC 9(5).
           05 GR-ORDER-TYPE      PIC X(1).
           05 GR-AGENCY-CODE     PIC X(6).
           05 GR-METHOD          PIC X(1).
           05 GR-AMOUNT          PIC 9(7)V99.
           05 GR-PERCENT         PIC 9(2)V99.
           05 GR-FLOOR           PIC 9(7)V99.

       FD ACCOUNT-ALLOCATION-FILE.
       01 ACCOUNT-ALLOCATION-RECORD.
           05 AL-EMP-ID          PIC 9(5).
           05 AL-PRIORITY        PIC 9(1).
           05 AL-METHOD          PIC X(1).
               88 AL-FLAT-AMOUNT  VALUE 'A'.
               88 AL-PCT-OF-NET   VALUE 'P'.
           05 AL-AMOUNT          PIC 9(7)V99.
           05 AL-PERCENT         PIC 9(3).
           05 AL-ROUTING-NUMBER  PIC 9(9).
           05 AL-ACCOUNT-NUMBER  PIC 9(12).

       FD W4-ELECTION-FILE.
       01 W4-ELECTION-RECORD.
           05 W4-EMP-ID          PIC 9(5).
           05 W4-FILING-STATUS   PIC X(1).
           05 W4-DEPENDENTS      PIC 9(2).
           05 W4-EXTRA-WH        PIC 9(5)V99.

       FD LABOR-DIST-FILE.
       01 LABOR-DIST-RECORD.
           05 LD-EMP-ID          PIC 9(5).
           05 LD-DEPT-CODE       PIC X(4).
           05 LD-PERCENT         PIC 9(3)V99.

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-LINE  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMM-STATUS          PIC XX.
       01 WS-YTD-STATUS          PIC XX.
       01 WS-QTD-STATUS          PIC XX.
       01 WS-LB-STATUS           PIC XX.
       01 WS-ARR-STATUS          PIC XX.
       01 WS-BEN-STATUS          PIC XX.
       01 WS-GARN-STATUS         PIC XX.
       01 WS-ALLOC-STATUS        PIC XX.
       01 WS-W4-STATUS           PIC XX.
       01 WS-LD-STATUS           PIC XX.
       01 WS-EOF-SW              PIC X VALUE 'N'.
           88 WS-END-OF-FILE     VALUE 'Y'.

      * the file being swept and the employee reference on the
      * record in hand; terminated references only matter on the
      * instruction files - balances legitimately outlive the job
       01 WS-CHECK-FILE-NAME     PIC X(14).
       01 WS-CHECK-EMP-ID        PIC 9(5).
       01 WS-CHECK-TERM-SW       PIC X VALUE 'N'.
           88 WS-CHECK-TERMINATED VALUE 'Y'.
       01 WS-FILE-RECORD-COUNT   PIC 9(5).
       01 WS-FILE-FINDING-COUNT  PIC 9(5).

      * labor-split and percent-allocation totals per employee -
      * neither file has to be in employee order
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-SPLIT-IDX.
               10 WS-SPLIT-EMP-ID    PIC 9(5).
               10 WS-SPLIT-PERCENT   PIC 9(5)V99.
       01 WS-SPLIT-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-SPLIT-FOUND-SW      PIC X VALUE 'N'.
           88 WS-SPLIT-FOUND     VALUE 'Y'.
       01 WS-SPLIT-ADD-PERCENT   PIC 9(5)V99.

       01 WS-TOTAL-RECORD-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-ORPHAN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TERMINATED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SPLIT-BAD-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-ALLOC-OVER-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-FINDING-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE            PIC 9(8).

       01 WS-FINDING-LINE.
           05 WS-FND-TYPE-OUT    PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-FND-FILE-OUT    PIC X(14).
           05 FILLER             PIC X(5) VALUE " EMP ".
           05 WS-FND-EMP-OUT     PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-FND-NOTE-OUT    PIC X(40).

       01 WS-TERM-NOTE.
           05 FILLER             PIC X(16) VALUE "TERMINATED AS OF".
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-TRM-DATE-OUT    PIC 9(8).

       01 WS-PERCENT-NOTE.
           05 WS-PCT-CAPTION     PIC X(20).
           05 WS-PCT-VALUE-OUT   PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(1) VALUE "%".

       01 WS-FILE-LINE.
           05 FILLER             PIC X(6) VALUE "FILE: ".
           05 WS-FIL-NAME-OUT    PIC X(14).
           05 FILLER             PIC X(10) VALUE " RECORDS: ".
           05 WS-FIL-COUNT-OUT   PIC ZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " FINDINGS: ".
           05 WS-FIL-FIND-OUT    PIC ZZ,ZZ9.

       01 WS-TOTAL-LINE.
           05 WS-TOT-CAPTION     PIC X(30).
           05 WS-TOT-COUNT-OUT   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Payroll Integrity Check...".
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF WS-EMM-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE. STATUS: "
                       WS-EMM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE "***** PAYROLL FILE INTEGRITY CHECK *****"
               TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE
                  "   AGAINST: empmstr.dat"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           PERFORM SWEEP-YTD-MASTER.
           PERFORM SWEEP-QTD-MASTER.
           PERFORM SWEEP-LEAVE-MASTER.
           PERFORM SWEEP-ARREARS-MASTER.
           PERFORM SWEEP-BENEFIT-PLANS.
           PERFORM SWEEP-GARNISHMENTS.
           PERFORM SWEEP-W4-ELECTIONS.
           PERFORM SWEEP-ACCOUNT-ALLOCATIONS.
           PERFORM SWEEP-LABOR-SPLITS.

           PERFORM PRINT-INTEGRITY-TOTALS.
           CLOSE EMPLOYEE-MASTER-FILE.
           CLOSE INTEGRITY-REPORT-FILE.

           DISPLAY "RECORDS CHECKED: " WS-TOTAL-RECORD-COUNT.
           DISPLAY "ORPHANS: " WS-ORPHAN-COUNT
                   "  TERMINATED REFERENCES: " WS-TERMINATED-COUNT.
           DISPLAY "LABOR SPLITS NOT 100: " WS-SPLIT-BAD-COUNT
                   "  ALLOCATIONS OVER 100: " WS-ALLOC-OVER-COUNT.
           IF WS-FINDING-COUNT > ZERO
      * a nonzero return code holds the salary run until the
      * report is cleared
               MOVE 8 TO RETURN-CODE
               DISPLAY "SALARY RUN HELD - CLEAR THE INTEGRITY "
                       "REPORT (payinteg.txt) BEFORE PAYROLL"
           END-IF.
           DISPLAY "Payroll Integrity Check completed.".
           STOP RUN.

      * The balance masters are indexed - each is read front to
      * back and every key looked up on the employee master. A
      * master that is not there at all is noted, not failed: a
      * company with no arrears yet has no dedarr.dat.
       SWEEP-YTD-MASTER.
           MOVE "ytdmstr.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'N' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT YTD-FILE.
           IF WS-YTD-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO YTD-EMP-ID.
           START YTD-FILE KEY IS GREATER THAN YTD-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ YTD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE YTD-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE YTD-FILE.
           PERFORM PRINT-FILE-SUMMARY.

       SWEEP-QTD-MASTER.
           MOVE "qtdmstr.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'N' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT QTD-FILE.
           IF WS-QTD-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO QTD-EMP-ID.
           START QTD-FILE KEY IS GREATER THAN QTD-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ QTD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE QTD-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE QTD-FILE.
           PERFORM PRINT-FILE-SUMMARY.

       SWEEP-LEAVE-MASTER.
           MOVE "leavebal.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'N' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT LEAVE-BALANCE-FILE.
           IF WS-LB-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO LB-EMP-ID.
           START LEAVE-BALANCE-FILE KEY IS GREATER THAN LB-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LB-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCE-FILE.
           PERFORM PRINT-FILE-SUMMARY.

       SWEEP-ARREARS-MASTER.
           MOVE "dedarr.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'N' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT ARREARS-FILE.
           IF WS-ARR-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AR-EMP-ID.
           START ARREARS-FILE KEY IS GREATER THAN AR-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ ARREARS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE AR-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE ARREARS-FILE.
           PERFORM PRINT-FILE-SUMMARY.

      * The instruction files drive money out of the next run, so
      * a terminated employee on them is flagged as well
       SWEEP-BENEFIT-PLANS.
           MOVE "benplan.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'Y' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT BENEFIT-PLAN-FILE.
           IF WS-BEN-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ BENEFIT-PLAN-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE BP-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLAN-FILE.
           PERFORM PRINT-FILE-SUMMARY.

       SWEEP-GARNISHMENTS.
           MOVE "garnish.dat" TO WS-CHECK-FILE-NAME.
           MOVE 'Y' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT GARNISHMENT-FILE.
           IF WS-GARN-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ GARNISHMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE GR-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE GARNISHMENT-FILE.
           PERFORM PRINT-FILE-SUMMARY.

       SWEEP-W4-ELECTIONS.
           MOVE "w4elect.txt" TO WS-CHECK-FILE-NAME.
           MOVE 'Y' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           OPEN INPUT W4-ELECTION-FILE.
           IF WS-W4-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ W4-ELECTION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE W4-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
               END-READ
           END-PERFORM.
           CLOSE W4-ELECTION-FILE.
           PERFORM PRINT-FILE-SUMMARY.

      * Percent-of-net allocations are summed per employee: past
      * 100 the deposit split pays out more than the net
       SWEEP-ACCOUNT-ALLOCATIONS.
           MOVE "acctalloc.txt" TO WS-CHECK-FILE-NAME.
           MOVE 'Y' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           MOVE ZERO TO WS-SPLIT-COUNT.
           OPEN INPUT ACCOUNT-ALLOCATION-FILE.
           IF WS-ALLOC-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCOUNT-ALLOCATION-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE AL-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
                       IF AL-PCT-OF-NET
                           MOVE AL-PERCENT TO WS-SPLIT-ADD-PERCENT
                           PERFORM ADD-TO-SPLIT-TABLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-ALLOCATION-FILE.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               IF WS-SPLIT-PERCENT (WS-SPLIT-IDX) > 100
                   ADD 1 TO WS-ALLOC-OVER-COUNT
                   MOVE "ALLOC OVER 100" TO WS-FND-TYPE-OUT
                   MOVE "PERCENT-OF-NET TOTAL" TO WS-PCT-CAPTION
                   PERFORM PRINT-PERCENT-FINDING
               END-IF
           END-PERFORM.
           PERFORM PRINT-FILE-SUMMARY.

      * A labor split that does not come to exactly 100 either
      * loses part of the gross from the GL or books it twice
       SWEEP-LABOR-SPLITS.
           MOVE "labdist.txt" TO WS-CHECK-FILE-NAME.
           MOVE 'Y' TO WS-CHECK-TERM-SW.
           PERFORM START-FILE-SWEEP.
           MOVE ZERO TO WS-SPLIT-COUNT.
           OPEN INPUT LABOR-DIST-FILE.
           IF WS-LD-STATUS NOT = "00"
               PERFORM PRINT-FILE-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE
               READ LABOR-DIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LD-EMP-ID TO WS-CHECK-EMP-ID
                       PERFORM CHECK-EMPLOYEE-REFERENCE
                       MOVE LD-PERCENT TO WS-SPLIT-ADD-PERCENT
                       PERFORM ADD-TO-SPLIT-TABLE
               END-READ
           END-PERFORM.
           CLOSE LABOR-DIST-FILE.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               IF WS-SPLIT-PERCENT (WS-SPLIT-IDX) NOT = 100
                   ADD 1 TO WS-SPLIT-BAD-COUNT
                   MOVE "LABOR SPLIT" TO WS-FND-TYPE-OUT
                   MOVE "SPLITS TOTAL" TO WS-PCT-CAPTION
                   PERFORM PRINT-PERCENT-FINDING
               END-IF
           END-PERFORM.
           PERFORM PRINT-FILE-SUMMARY.

       START-FILE-SWEEP.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-RECORD-COUNT.
           MOVE ZERO TO WS-FILE-FINDING-COUNT.

      * One record's employee against the master: not there at all
      * is an orphan; there but terminated is reported only for the
      * instruction files
       CHECK-EMPLOYEE-REFERENCE.
           ADD 1 TO WS-FILE-RECORD-COUNT.
           ADD 1 TO WS-TOTAL-RECORD-COUNT.
           MOVE WS-CHECK-EMP-ID TO EM-EMP-ID.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE "ORPHAN" TO WS-FND-TYPE-OUT
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-FND-NOTE-OUT
                   PERFORM PRINT-FINDING
                   EXIT PARAGRAPH
           END-READ.
           IF WS-CHECK-TERMINATED AND EM-TERMINATED
               ADD 1 TO WS-TERMINATED-COUNT
               MOVE "TERMINATED REF" TO WS-FND-TYPE-OUT
               MOVE EM-STATUS-DATE TO WS-TRM-DATE-OUT
               MOVE WS-TERM-NOTE TO WS-FND-NOTE-OUT
               PERFORM PRINT-FINDING
           END-IF.

       ADD-TO-SPLIT-TABLE.
           MOVE 'N' TO WS-SPLIT-FOUND-SW.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
                      OR WS-SPLIT-FOUND
               IF WS-SPLIT-EMP-ID (WS-SPLIT-IDX) = WS-CHECK-EMP-ID
                   SET WS-SPLIT-FOUND TO TRUE
                   ADD WS-SPLIT-ADD-PERCENT
                       TO WS-SPLIT-PERCENT (WS-SPLIT-IDX)
               END-IF
           END-PERFORM.
           IF NOT WS-SPLIT-FOUND
               IF WS-SPLIT-COUNT < 1000
                   ADD 1 TO WS-SPLIT-COUNT
                   SET WS-SPLIT-IDX TO WS-SPLIT-COUNT
                   MOVE WS-CHECK-EMP-ID
                       TO WS-SPLIT-EMP-ID (WS-SPLIT-IDX)
                   MOVE WS-SPLIT-ADD-PERCENT
                       TO WS-SPLIT-PERCENT (WS-SPLIT-IDX)
               ELSE
                   DISPLAY "SPLIT TABLE FULL - EMPLOYEE "
                           WS-CHECK-EMP-ID " NOT TOTALED"
               END-IF
           END-IF.

       PRINT-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           ADD 1 TO WS-FILE-FINDING-COUNT.
           MOVE WS-CHECK-FILE-NAME TO WS-FND-FILE-OUT.
           MOVE WS-CHECK-EMP-ID TO WS-FND-EMP-OUT.
           MOVE WS-FINDING-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       PRINT-PERCENT-FINDING.
           MOVE WS-SPLIT-EMP-ID (WS-SPLIT-IDX) TO WS-CHECK-EMP-ID.
           MOVE WS-SPLIT-PERCENT (WS-SPLIT-IDX) TO WS-PCT-VALUE-OUT.
           MOVE WS-PERCENT-NOTE TO WS-FND-NOTE-OUT.
           PERFORM PRINT-FINDING.

       PRINT-FILE-SUMMARY.
           MOVE WS-CHECK-FILE-NAME TO WS-FIL-NAME-OUT.
           MOVE WS-FILE-RECORD-COUNT TO WS-FIL-COUNT-OUT.
           MOVE WS-FILE-FINDING-COUNT TO WS-FIL-FIND-OUT.
           MOVE WS-FILE-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       PRINT-FILE-NOT-PRESENT.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING "FILE: " WS-CHECK-FILE-NAME
                  " NOT PRESENT - NOT CHECKED"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       PRINT-INTEGRITY-TOTALS.
           MOVE "RECORDS CHECKED:" TO WS-TOT-CAPTION.
           MOVE WS-TOTAL-RECORD-COUNT TO WS-TOT-COUNT-OUT.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "ORPHANS:" TO WS-TOT-CAPTION.
           MOVE WS-ORPHAN-COUNT TO WS-TOT-COUNT-OUT.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "TERMINATED REFERENCES:" TO WS-TOT-CAPTION.
           MOVE WS-TERMINATED-COUNT TO WS-TOT-COUNT-OUT.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "LABOR SPLITS NOT 100:" TO WS-TOT-CAPTION.
           MOVE WS-SPLIT-BAD-COUNT TO WS-TOT-COUNT-OUT.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "ALLOCATION SETS OVER 100:" TO WS-TOT-CAPTION.
           MOVE WS-ALLOC-OVER-COUNT TO WS-TOT-COUNT-OUT.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE "PAYROLL CLEARANCE: ______________  DATE: ______"
               TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       END PROGRAM PAYROLL-INTEGRITY-CHECK.
