       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCOMPANY-CHARGEBACK.
       AUTHOR. YOUR-NAME.

      * Intercompany labor chargeback. Some employees are paid by
      * one company code but work part of their time for another;
      * the roll-up (consol.cbl) only adds the companies together
      * and never moves the cost. The chargeback table (chgrule.txt)
      * says whose cost is charged where: an employee rule names one
      * employee of the paying company, a department rule covers
      * everyone in a home department who has no employee rule of
      * their own, and each rule gives the benefiting company, the
      * department it is charged to there, and the share. For the
      * requested pay period every company in complist.txt that is
      * complete on the run-control file has its labor cost file
      * (gross, employer taxes, and benefit match per employee, from
      * the salary processor) billed through those rules. Each
      * company touched gets one balanced journal in the gljrnl
      * layout under the pay period: the paying company moves the
      * cost out of its expense accounts into intercompany due from,
      * the benefiting company takes the cost into expense against
      * intercompany due to. The chargeback statement (chgstmt.txt)
      * shows what was billed, one section per company pair.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One company code per line - the pay groups billed from
           SELECT COMPANY-LIST-FILE ASSIGN TO
                   "/Users/simonvargas/complist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO
                   "/Users/simonvargas/runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      * The chargeback table, maintained by accounting
           SELECT CHARGEBACK-RULE-FILE ASSIGN TO
                   "/Users/simonvargas/chgrule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT LABOR-COST-FILE ASSIGN TO
                   DYNAMIC WS-LABCOST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

      * One intercompany journal per company per period, named
      * beside that company's payroll journal
           SELECT GL-JOURNAL-FILE ASSIGN TO
                   DYNAMIC WS-GL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN TO
                   "/Users/simonvargas/chgstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPANY-LIST-FILE.
       01 COMPANY-LIST-RECORD    PIC X(4).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-COMPANY-CODE    PIC X(4).
           05 RC-PAY-PERIOD-ID   PIC X(6).
           05 RC-RUN-STATUS      PIC X(1).

      * An employee rule carries the employee ID; a department rule
      * carries zeros there and the home department instead
       FD CHARGEBACK-RULE-FILE.
       01 CHARGEBACK-RULE-RECORD.
           05 CR-PAY-COMPANY     PIC X(4).
           05 CR-EMP-ID          PIC 9(5).
           05 CR-DEPT-CODE       PIC X(4).
           05 CR-BILL-COMPANY    PIC X(4).
           05 CR-BILL-DEPT       PIC X(4).
           05 CR-SHARE-PCT       PIC 9(3)V99.

      * Same layout the salary processor writes
       FD LABOR-COST-FILE.
       01 LABOR-COST-RECORD.
           05 LC-EMP-ID          PIC 9(5).
           05 LC-DEPT-CODE       PIC X(4).
           05 LC-RECORD-TYPE     PIC X(1).
           05 LC-GROSS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-TAX          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-BEN-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SS           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-MEDI         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-FUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-ER-SUTA         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LC-RET-MATCH       PIC S9(7)V99 SIGN LEADING SEPARATE.

      * Same layout WRITE-GL-JOURNAL writes
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GL-DEBIT-CREDIT    PIC X(1).
           05 FILLER             PIC X(1).
           05 GL-ACCOUNT-NUMBER  PIC X(5).
           05 FILLER             PIC X(1).
           05 GL-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-AMOUNT          PIC 9(9)V99.
           05 FILLER             PIC X(1).
           05 GL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(1).
           05 GL-COMPANY-CODE    PIC X(4).
           05 FILLER             PIC X(1).
           05 GL-PAY-PERIOD-ID   PIC X(6).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LIST-STATUS         PIC XX.
       01 WS-RUNCTL-STATUS       PIC XX.
       01 WS-RULE-STATUS         PIC XX.
       01 WS-LC-STATUS           PIC XX.
       01 WS-LIST-EOF-SW         PIC X VALUE 'N'.
           88 WS-LIST-END-OF-FILE VALUE 'Y'.
       01 WS-RUNCTL-EOF-SW       PIC X VALUE 'N'.
           88 WS-RUNCTL-END-OF-FILE VALUE 'Y'.
       01 WS-RULE-EOF-SW         PIC X VALUE 'N'.
           88 WS-RULE-END-OF-FILE VALUE 'Y'.
       01 WS-LC-EOF-SW           PIC X.
           88 WS-LC-END-OF-FILE  VALUE 'Y'.

       01 WS-PAY-PERIOD-ID       PIC X(6).
       01 WS-COMPANY-CODE        PIC X(4).
       01 WS-LABCOST-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-GL-FILENAME         PIC X(50) VALUE SPACES.

      * Run-control entries held in storage for the completeness
      * check, the same table shape consol.cbl loads
       01 WS-RUNCTL-TABLE.
           05 WS-RUNCTL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RUNCTL-IDX.
               10 WS-RUNCTL-COMPANY  PIC X(4).
               10 WS-RUNCTL-PERIOD   PIC X(6).
               10 WS-RUNCTL-RSTATUS  PIC X(1).
       01 WS-RUNCTL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-RUN-COMPLETE-SW     PIC X VALUE 'N'.
           88 WS-RUN-COMPLETE    VALUE 'Y'.

      * The chargeback table
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RULE-IDX.
               10 WS-RULE-PAY-CO     PIC X(4).
               10 WS-RULE-EMP-ID     PIC 9(5).
               10 WS-RULE-DEPT       PIC X(4).
               10 WS-RULE-BILL-CO    PIC X(4).
               10 WS-RULE-BILL-DEPT  PIC X(4).
               10 WS-RULE-PCT        PIC 9(3)V99.
       01 WS-RULE-COUNT          PIC 9(3) VALUE ZERO.

      * The rules that apply to the labor cost record in hand
       01 WS-APPLY-TABLE.
           05 WS-APPLY-RULE OCCURS 20 TIMES
                   INDEXED BY WS-APPLY-IDX PIC 9(3).
       01 WS-APPLY-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-APPLY-PCT-TOTAL     PIC 9(5)V99 VALUE ZERO.
       01 WS-EMP-RULE-SW         PIC X VALUE 'N'.
           88 WS-EMP-RULE-FOUND  VALUE 'Y'.

      * One billed share per labor cost record per rule - the
      * statement detail
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BILL-IDX.
               10 WS-BILL-PAY-CO     PIC X(4).
               10 WS-BILL-BILL-CO    PIC X(4).
               10 WS-BILL-EMP-ID     PIC 9(5).
               10 WS-BILL-PAY-DEPT   PIC X(4).
               10 WS-BILL-BILL-DEPT  PIC X(4).
               10 WS-BILL-PCT        PIC 9(3)V99.
               10 WS-BILL-GROSS      PIC S9(9)V99.
               10 WS-BILL-ER-TAX     PIC S9(9)V99.
               10 WS-BILL-MATCH      PIC S9(9)V99.
       01 WS-BILL-COUNT          PIC 9(4) VALUE ZERO.

      * The same shares summed by department on both sides - the
      * expense lines of the journals
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-PAY-CO     PIC X(4).
               10 WS-DEPT-PAY-DEPT   PIC X(4).
               10 WS-DEPT-BILL-CO    PIC X(4).
               10 WS-DEPT-BILL-DEPT  PIC X(4).
               10 WS-DEPT-GROSS      PIC S9(11)V99.
               10 WS-DEPT-ER-TAX     PIC S9(11)V99.
               10 WS-DEPT-MATCH      PIC S9(11)V99.
       01 WS-DEPT-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-DEPT-FOUND-SW       PIC X VALUE 'N'.
           88 WS-DEPT-FOUND      VALUE 'Y'.

      * And by company pair - the due to / due from lines and the
      * statement sections
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10 WS-PAIR-PAY-CO     PIC X(4).
               10 WS-PAIR-BILL-CO    PIC X(4).
               10 WS-PAIR-GROSS      PIC S9(11)V99.
               10 WS-PAIR-ER-TAX     PIC S9(11)V99.
               10 WS-PAIR-MATCH      PIC S9(11)V99.
       01 WS-PAIR-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PAIR-FOUND-SW       PIC X VALUE 'N'.
           88 WS-PAIR-FOUND      VALUE 'Y'.

      * Every company on either side of a pair gets a journal
       01 WS-JRNL-CO-TABLE.
           05 WS-JRNL-CO OCCURS 200 TIMES
                   INDEXED BY WS-JRNL-IDX PIC X(4).
       01 WS-JRNL-CO-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-JRNL-FOUND-SW       PIC X VALUE 'N'.
           88 WS-JRNL-FOUND      VALUE 'Y'.
       01 WS-JRNL-TEST-CO        PIC X(4).

       01 WS-SHARE-GROSS         PIC S9(9)V99.
       01 WS-SHARE-ER-TAX        PIC S9(9)V99.
       01 WS-SHARE-MATCH         PIC S9(9)V99.
       01 WS-PAIR-TOTAL          PIC S9(11)V99.
       01 WS-GL-LINE-AMT         PIC S9(11)V99.
       01 WS-GL-DESC             PIC X(20).
       01 WS-BILLED-TOTAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-COMPANY-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-EXCLUDED-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-EXCEPTION-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-BILL-ERROR-SW       PIC X VALUE 'N'.
           88 WS-BILL-ERROR      VALUE 'Y'.

       01 WS-STMT-HEADER.
           05 FILLER             PIC X(30) VALUE
                  "***** CHARGEBACK STATEMENT    ".
           05 FILLER             PIC X(8) VALUE "PERIOD: ".
           05 WS-SH-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(13) VALUE "  BILLED BY: ".
           05 WS-SH-PAY-CO-OUT   PIC X(4).
           05 FILLER             PIC X(13) VALUE "  BILLED TO: ".
           05 WS-SH-BILL-CO-OUT  PIC X(4).
           05 FILLER             PIC X(6) VALUE " *****".

       01 WS-STMT-COLUMNS.
           05 FILLER             PIC X(40) VALUE
                  "EMP   FROM  TO     SHARE          GROSS ".
           05 FILLER             PIC X(45) VALUE
                  "      EMPLOYER TAX    BENEFIT MATCH          ".
           05 FILLER             PIC X(12) VALUE "       TOTAL".

       01 WS-STMT-DETAIL.
           05 WS-SD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-PAY-DEPT-OUT PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SD-BILL-DEPT-OUT PIC X(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-PCT-OUT      PIC ZZ9.99.
           05 FILLER             PIC X(1) VALUE "%".
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-SD-GROSS-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SD-TAX-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SD-MATCH-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SD-TOTAL-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-STMT-TOTAL.
           05 FILLER             PIC X(26) VALUE
                  "TOTAL BILLED              ".
           05 WS-ST-GROSS-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-ST-TAX-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-ST-MATCH-OUT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-ST-TOTAL-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting Intercompany Labor Chargeback...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-CHARGEBACK-RULES.

           OPEN INPUT COMPANY-LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "NO COMPANY LIST FILE (complist.txt). "
                       "STATUS: " WS-LIST-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-LIST-END-OF-FILE
               READ COMPANY-LIST-FILE
                   AT END MOVE 'Y' TO WS-LIST-EOF-SW
                   NOT AT END
                       IF COMPANY-LIST-RECORD NOT = SPACES
                           MOVE COMPANY-LIST-RECORD
                               TO WS-COMPANY-CODE
                           PERFORM BILL-ONE-COMPANY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANY-LIST-FILE.

           PERFORM WRITE-STATEMENTS.
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-CO-COUNT
               PERFORM WRITE-COMPANY-JOURNAL
           END-PERFORM.

           DISPLAY "COMPANIES BILLED FROM: " WS-COMPANY-COUNT.
           DISPLAY "COMPANIES EXCLUDED (NOT COMPLETE): "
                   WS-EXCLUDED-COUNT.
           DISPLAY "COMPANY PAIRS BILLED: " WS-PAIR-COUNT.
           DISPLAY "JOURNALS WRITTEN: " WS-JRNL-CO-COUNT.
           DISPLAY "TOTAL CHARGED BACK: " WS-BILLED-TOTAL.
           IF WS-EXCEPTION-COUNT > ZERO OR WS-EXCLUDED-COUNT > ZERO
               DISPLAY "*** CHARGEBACK EXCEPTIONS: "
                       WS-EXCEPTION-COUNT " - SEE ABOVE ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Intercompany Labor Chargeback completed.".
           STOP RUN.

      * Pay period from the command line first so the chargeback
      * can run as a step after the night's roll-up, falling back
      * to the prompt
       ACCEPT-RUN-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-PAY-PERIOD-ID.
           ACCEPT WS-PAY-PERIOD-ID FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-PAY-PERIOD-ID
           END-ACCEPT.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Pay Period ID (6 characters): "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.

       LOAD-RUN-CONTROL.
           MOVE ZERO TO WS-RUNCTL-COUNT.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN-CONTROL FILE - NO RUN CAN BE "
                       "VERIFIED COMPLETE"
           ELSE
               PERFORM UNTIL WS-RUNCTL-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END MOVE 'Y' TO WS-RUNCTL-EOF-SW
                       NOT AT END
                           IF WS-RUNCTL-COUNT < 500
                               ADD 1 TO WS-RUNCTL-COUNT
                               SET WS-RUNCTL-IDX TO WS-RUNCTL-COUNT
                               MOVE RC-COMPANY-CODE TO
                                   WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                               MOVE RC-PAY-PERIOD-ID TO
                                   WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                               MOVE RC-RUN-STATUS TO
                                   WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * A rule billing a company to itself or with no share moves
      * nothing and is dropped with a message
       LOAD-CHARGEBACK-RULES.
           OPEN INPUT CHARGEBACK-RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "NO CHARGEBACK TABLE (chgrule.txt) - NOTHING "
                       "TO BILL"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-RULE-END-OF-FILE
               READ CHARGEBACK-RULE-FILE
                   AT END MOVE 'Y' TO WS-RULE-EOF-SW
                   NOT AT END
                       IF CR-BILL-COMPANY = CR-PAY-COMPANY
                               OR CR-SHARE-PCT NOT NUMERIC
                               OR CR-SHARE-PCT = ZERO
                               OR CR-EMP-ID NOT NUMERIC
                           DISPLAY "CHARGEBACK RULE IGNORED: "
                                   CHARGEBACK-RULE-RECORD
                           ADD 1 TO WS-EXCEPTION-COUNT
                       ELSE
                           IF WS-RULE-COUNT < 500
                               ADD 1 TO WS-RULE-COUNT
                               SET WS-RULE-IDX TO WS-RULE-COUNT
                               MOVE CR-PAY-COMPANY
                                   TO WS-RULE-PAY-CO (WS-RULE-IDX)
                               MOVE CR-EMP-ID
                                   TO WS-RULE-EMP-ID (WS-RULE-IDX)
                               MOVE CR-DEPT-CODE
                                   TO WS-RULE-DEPT (WS-RULE-IDX)
                               MOVE CR-BILL-COMPANY
                                   TO WS-RULE-BILL-CO (WS-RULE-IDX)
                               MOVE CR-BILL-DEPT
                                   TO WS-RULE-BILL-DEPT (WS-RULE-IDX)
                               MOVE CR-SHARE-PCT
                                   TO WS-RULE-PCT (WS-RULE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHARGEBACK-RULE-FILE.

      * A company whose run is not complete is not billed from -
      * its labor cost file may be half written, the same reason
      * consol.cbl excludes it
       BILL-ONE-COMPANY.
           MOVE 'N' TO WS-RUN-COMPLETE-SW.
           PERFORM VARYING WS-RUNCTL-IDX FROM 1 BY 1
                   UNTIL WS-RUNCTL-IDX > WS-RUNCTL-COUNT
               IF WS-RUNCTL-COMPANY (WS-RUNCTL-IDX)
                           = WS-COMPANY-CODE
                       AND WS-RUNCTL-PERIOD (WS-RUNCTL-IDX)
                           = WS-PAY-PERIOD-ID
                       AND WS-RUNCTL-RSTATUS (WS-RUNCTL-IDX) = 'C'
                   SET WS-RUN-COMPLETE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-COMPLETE
               ADD 1 TO WS-EXCLUDED-COUNT
               DISPLAY "COMPANY " WS-COMPANY-CODE " PERIOD "
                       WS-PAY-PERIOD-ID " NOT COMPLETE ON "
                       "RUN-CONTROL - NOT BILLED"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LABCOST-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_labcost.txt" DELIMITED BY SIZE
               INTO WS-LABCOST-FILENAME.
           MOVE 'N' TO WS-LC-EOF-SW.
           OPEN INPUT LABOR-COST-FILE.
           IF WS-LC-STATUS NOT = "00"
               DISPLAY "LABOR COST FILE NOT FOUND: "
                       WS-LABCOST-FILENAME
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COMPANY-COUNT.
           PERFORM UNTIL WS-LC-END-OF-FILE
               READ LABOR-COST-FILE
                   AT END MOVE 'Y' TO WS-LC-EOF-SW
                   NOT AT END
                       PERFORM BILL-ONE-COST-RECORD
               END-READ
           END-PERFORM.
           CLOSE LABOR-COST-FILE.

      * An employee's own rules win; only an employee with none
      * falls to the rules for their home department. Shares over
      * 100% would bill more than was paid, so the record is left
      * unbilled and reported instead.
       BILL-ONE-COST-RECORD.
           MOVE ZERO TO WS-APPLY-COUNT.
           MOVE ZERO TO WS-APPLY-PCT-TOTAL.
           MOVE 'N' TO WS-EMP-RULE-SW.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-PAY-CO (WS-RULE-IDX) = WS-COMPANY-CODE
                       AND WS-RULE-EMP-ID (WS-RULE-IDX) = LC-EMP-ID
                   SET WS-EMP-RULE-FOUND TO TRUE
                   PERFORM ADD-APPLICABLE-RULE
               END-IF
           END-PERFORM.
           IF NOT WS-EMP-RULE-FOUND
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-PAY-CO (WS-RULE-IDX) = WS-COMPANY-CODE
                           AND WS-RULE-EMP-ID (WS-RULE-IDX) = ZERO
                           AND WS-RULE-DEPT (WS-RULE-IDX)
                               = LC-DEPT-CODE
                       PERFORM ADD-APPLICABLE-RULE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-APPLY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-APPLY-PCT-TOTAL > 100
               DISPLAY "CHARGEBACK SHARES OVER 100% - COMPANY "
                       WS-COMPANY-CODE " EMP " LC-EMP-ID
                       " NOT BILLED"
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-APPLY-IDX FROM 1 BY 1
                   UNTIL WS-APPLY-IDX > WS-APPLY-COUNT
               SET WS-RULE-IDX TO WS-APPLY-RULE (WS-APPLY-IDX)
               PERFORM BILL-ONE-SHARE
           END-PERFORM.

       ADD-APPLICABLE-RULE.
           IF WS-APPLY-COUNT < 20
               ADD 1 TO WS-APPLY-COUNT
               SET WS-APPLY-RULE (WS-APPLY-COUNT) TO WS-RULE-IDX
               ADD WS-RULE-PCT (WS-RULE-IDX) TO WS-APPLY-PCT-TOTAL
           END-IF.

      * One rule's share of one labor cost record, into the
      * statement detail and the department and pair totals
       BILL-ONE-SHARE.
           COMPUTE WS-SHARE-GROSS ROUNDED =
                   LC-GROSS * WS-RULE-PCT (WS-RULE-IDX) / 100.
           COMPUTE WS-SHARE-ER-TAX ROUNDED =
                   LC-ER-TAX * WS-RULE-PCT (WS-RULE-IDX) / 100.
           COMPUTE WS-SHARE-MATCH ROUNDED =
                   LC-BEN-MATCH * WS-RULE-PCT (WS-RULE-IDX) / 100.

           MOVE 'N' TO WS-BILL-ERROR-SW.
           PERFORM FIND-PAIR-ENTRY.
           IF NOT WS-BILL-ERROR
               PERFORM FIND-DEPT-ENTRY
           END-IF.
           IF NOT WS-BILL-ERROR AND WS-BILL-COUNT >= 2000
               DISPLAY "STATEMENT DETAIL TABLE FULL"
               SET WS-BILL-ERROR TO TRUE
           END-IF.
           IF WS-BILL-ERROR
               DISPLAY "  COMPANY " WS-COMPANY-CODE " EMP "
                       LC-EMP-ID " NOT BILLED"
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BILL-COUNT.
           SET WS-BILL-IDX TO WS-BILL-COUNT.
           MOVE WS-COMPANY-CODE TO WS-BILL-PAY-CO (WS-BILL-IDX).
           MOVE WS-RULE-BILL-CO (WS-RULE-IDX)
               TO WS-BILL-BILL-CO (WS-BILL-IDX).
           MOVE LC-EMP-ID TO WS-BILL-EMP-ID (WS-BILL-IDX).
           MOVE LC-DEPT-CODE TO WS-BILL-PAY-DEPT (WS-BILL-IDX).
           MOVE WS-RULE-BILL-DEPT (WS-RULE-IDX)
               TO WS-BILL-BILL-DEPT (WS-BILL-IDX).
           MOVE WS-RULE-PCT (WS-RULE-IDX) TO WS-BILL-PCT (WS-BILL-IDX).
           MOVE WS-SHARE-GROSS TO WS-BILL-GROSS (WS-BILL-IDX).
           MOVE WS-SHARE-ER-TAX TO WS-BILL-ER-TAX (WS-BILL-IDX).
           MOVE WS-SHARE-MATCH TO WS-BILL-MATCH (WS-BILL-IDX).

           ADD WS-SHARE-GROSS TO WS-PAIR-GROSS (WS-PAIR-IDX).
           ADD WS-SHARE-ER-TAX TO WS-PAIR-ER-TAX (WS-PAIR-IDX).
           ADD WS-SHARE-MATCH TO WS-PAIR-MATCH (WS-PAIR-IDX).
           ADD WS-SHARE-GROSS TO WS-DEPT-GROSS (WS-DEPT-IDX).
           ADD WS-SHARE-ER-TAX TO WS-DEPT-ER-TAX (WS-DEPT-IDX).
           ADD WS-SHARE-MATCH TO WS-DEPT-MATCH (WS-DEPT-IDX).
           COMPUTE WS-BILLED-TOTAL = WS-BILLED-TOTAL + WS-SHARE-GROSS
                   + WS-SHARE-ER-TAX + WS-SHARE-MATCH.

      * Leaves WS-PAIR-IDX on this company pair, adding it (and
      * both its companies to the journal list) when new
       FIND-PAIR-ENTRY.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR WS-PAIR-FOUND
               IF WS-PAIR-PAY-CO (WS-PAIR-IDX) = WS-COMPANY-CODE
                       AND WS-PAIR-BILL-CO (WS-PAIR-IDX)
                           = WS-RULE-BILL-CO (WS-RULE-IDX)
                   SET WS-PAIR-FOUND TO TRUE
                   SET WS-PAIR-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAIR-COUNT >= 100
               DISPLAY "COMPANY PAIR TABLE FULL"
               SET WS-BILL-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           SET WS-PAIR-IDX TO WS-PAIR-COUNT.
           MOVE WS-COMPANY-CODE TO WS-PAIR-PAY-CO (WS-PAIR-IDX).
           MOVE WS-RULE-BILL-CO (WS-RULE-IDX)
               TO WS-PAIR-BILL-CO (WS-PAIR-IDX).
           MOVE ZERO TO WS-PAIR-GROSS (WS-PAIR-IDX).
           MOVE ZERO TO WS-PAIR-ER-TAX (WS-PAIR-IDX).
           MOVE ZERO TO WS-PAIR-MATCH (WS-PAIR-IDX).
           MOVE WS-COMPANY-CODE TO WS-JRNL-TEST-CO.
           PERFORM ADD-JOURNAL-COMPANY.
           MOVE WS-RULE-BILL-CO (WS-RULE-IDX) TO WS-JRNL-TEST-CO.
           PERFORM ADD-JOURNAL-COMPANY.

       ADD-JOURNAL-COMPANY.
           MOVE 'N' TO WS-JRNL-FOUND-SW.
           PERFORM VARYING WS-JRNL-IDX FROM 1 BY 1
                   UNTIL WS-JRNL-IDX > WS-JRNL-CO-COUNT
               IF WS-JRNL-CO (WS-JRNL-IDX) = WS-JRNL-TEST-CO
                   SET WS-JRNL-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-JRNL-FOUND
               ADD 1 TO WS-JRNL-CO-COUNT
               MOVE WS-JRNL-TEST-CO TO WS-JRNL-CO (WS-JRNL-CO-COUNT)
           END-IF.

      * Leaves WS-DEPT-IDX on this paying department / charged
      * department combination, adding it when new
       FIND-DEPT-ENTRY.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
               IF WS-DEPT-PAY-CO (WS-DEPT-IDX) = WS-COMPANY-CODE
                       AND WS-DEPT-PAY-DEPT (WS-DEPT-IDX)
                           = LC-DEPT-CODE
                       AND WS-DEPT-BILL-CO (WS-DEPT-IDX)
                           = WS-RULE-BILL-CO (WS-RULE-IDX)
                       AND WS-DEPT-BILL-DEPT (WS-DEPT-IDX)
                           = WS-RULE-BILL-DEPT (WS-RULE-IDX)
                   SET WS-DEPT-FOUND TO TRUE
                   SET WS-DEPT-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-COUNT >= 500
               DISPLAY "DEPARTMENT TABLE FULL"
               SET WS-BILL-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           SET WS-DEPT-IDX TO WS-DEPT-COUNT.
           MOVE WS-COMPANY-CODE TO WS-DEPT-PAY-CO (WS-DEPT-IDX).
           MOVE LC-DEPT-CODE TO WS-DEPT-PAY-DEPT (WS-DEPT-IDX).
           MOVE WS-RULE-BILL-CO (WS-RULE-IDX)
               TO WS-DEPT-BILL-CO (WS-DEPT-IDX).
           MOVE WS-RULE-BILL-DEPT (WS-RULE-IDX)
               TO WS-DEPT-BILL-DEPT (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-GROSS (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-ER-TAX (WS-DEPT-IDX).
           MOVE ZERO TO WS-DEPT-MATCH (WS-DEPT-IDX).

      * One section per company pair: a line per billed share and
      * the pair's total, which is what each side's journal carries
      * as due to / due from
       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-PAIR-COUNT = ZERO
               MOVE "***** NO INTERCOMPANY CHARGEBACK THIS PERIOD "
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-PAY-PERIOD-ID TO WS-SH-PERIOD-OUT
               MOVE WS-PAIR-PAY-CO (WS-PAIR-IDX) TO WS-SH-PAY-CO-OUT
               MOVE WS-PAIR-BILL-CO (WS-PAIR-IDX)
                   TO WS-SH-BILL-CO-OUT
               MOVE WS-STMT-HEADER TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE WS-STMT-COLUMNS TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM VARYING WS-BILL-IDX FROM 1 BY 1
                       UNTIL WS-BILL-IDX > WS-BILL-COUNT
                   IF WS-BILL-PAY-CO (WS-BILL-IDX)
                               = WS-PAIR-PAY-CO (WS-PAIR-IDX)
                           AND WS-BILL-BILL-CO (WS-BILL-IDX)
                               = WS-PAIR-BILL-CO (WS-PAIR-IDX)
                       PERFORM WRITE-STATEMENT-DETAIL
                   END-IF
               END-PERFORM
               COMPUTE WS-PAIR-TOTAL = WS-PAIR-GROSS (WS-PAIR-IDX)
                       + WS-PAIR-ER-TAX (WS-PAIR-IDX)
                       + WS-PAIR-MATCH (WS-PAIR-IDX)
               MOVE WS-PAIR-GROSS (WS-PAIR-IDX) TO WS-ST-GROSS-OUT
               MOVE WS-PAIR-ER-TAX (WS-PAIR-IDX) TO WS-ST-TAX-OUT
               MOVE WS-PAIR-MATCH (WS-PAIR-IDX) TO WS-ST-MATCH-OUT
               MOVE WS-PAIR-TOTAL TO WS-ST-TOTAL-OUT
               MOVE WS-STMT-TOTAL TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-PERFORM.
           CLOSE STATEMENT-FILE.

       WRITE-STATEMENT-DETAIL.
           MOVE WS-BILL-EMP-ID (WS-BILL-IDX) TO WS-SD-EMP-OUT.
           MOVE WS-BILL-PAY-DEPT (WS-BILL-IDX) TO WS-SD-PAY-DEPT-OUT.
           MOVE WS-BILL-BILL-DEPT (WS-BILL-IDX)
               TO WS-SD-BILL-DEPT-OUT.
           MOVE WS-BILL-PCT (WS-BILL-IDX) TO WS-SD-PCT-OUT.
           MOVE WS-BILL-GROSS (WS-BILL-IDX) TO WS-SD-GROSS-OUT.
           MOVE WS-BILL-ER-TAX (WS-BILL-IDX) TO WS-SD-TAX-OUT.
           MOVE WS-BILL-MATCH (WS-BILL-IDX) TO WS-SD-MATCH-OUT.
           COMPUTE WS-PAIR-TOTAL = WS-BILL-GROSS (WS-BILL-IDX)
                   + WS-BILL-ER-TAX (WS-BILL-IDX)
                   + WS-BILL-MATCH (WS-BILL-IDX).
           MOVE WS-PAIR-TOTAL TO WS-SD-TOTAL-OUT.
           MOVE WS-STMT-DETAIL TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * One company's intercompany journal. As the paying company
      * it credits gross pay, employer tax and benefit match expense
      * by its own department and debits intercompany due from
      * the company billed; as the benefiting company it debits the
      * same expenses by the department charged and credits
      * intercompany due to the company that paid. Each pair nets
      * to zero on each side, so the journal balances.
       WRITE-COMPANY-JOURNAL.
           MOVE WS-JRNL-CO (WS-JRNL-IDX) TO WS-COMPANY-CODE.
           MOVE SPACES TO WS-GL-FILENAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_icjrnl.txt" DELIMITED BY SIZE
               INTO WS-GL-FILENAME.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACES TO GL-JOURNAL-RECORD.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-PAY-CO (WS-DEPT-IDX) = WS-COMPANY-CODE
                   MOVE WS-DEPT-PAY-DEPT (WS-DEPT-IDX) TO GL-DEPT-CODE
                   MOVE SPACES TO WS-GL-DESC
                   STRING "CHGBK TO " WS-DEPT-BILL-CO (WS-DEPT-IDX)
                       DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM WRITE-EXPENSE-CREDITS
               END-IF
               IF WS-DEPT-BILL-CO (WS-DEPT-IDX) = WS-COMPANY-CODE
                   MOVE WS-DEPT-BILL-DEPT (WS-DEPT-IDX)
                       TO GL-DEPT-CODE
                   MOVE SPACES TO WS-GL-DESC
                   STRING "CHGBK FROM " WS-DEPT-PAY-CO (WS-DEPT-IDX)
                       DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM WRITE-EXPENSE-DEBITS
               END-IF
           END-PERFORM.

           MOVE SPACES TO GL-DEPT-CODE.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               COMPUTE WS-GL-LINE-AMT = WS-PAIR-GROSS (WS-PAIR-IDX)
                       + WS-PAIR-ER-TAX (WS-PAIR-IDX)
                       + WS-PAIR-MATCH (WS-PAIR-IDX)
               IF WS-PAIR-PAY-CO (WS-PAIR-IDX) = WS-COMPANY-CODE
                   MOVE "14100" TO GL-ACCOUNT-NUMBER
                   MOVE SPACES TO WS-GL-DESC
                   STRING "DUE FROM " WS-PAIR-BILL-CO (WS-PAIR-IDX)
                       DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM WRITE-GL-LINE-DEBIT
               END-IF
               IF WS-PAIR-BILL-CO (WS-PAIR-IDX) = WS-COMPANY-CODE
                   MOVE "22100" TO GL-ACCOUNT-NUMBER
                   MOVE SPACES TO WS-GL-DESC
                   STRING "DUE TO " WS-PAIR-PAY-CO (WS-PAIR-IDX)
                       DELIMITED BY SIZE INTO WS-GL-DESC
                   PERFORM WRITE-GL-LINE-CREDIT
               END-IF
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "INTERCOMPANY JOURNAL: " WS-GL-FILENAME.

       WRITE-EXPENSE-CREDITS.
           MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50100" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-CREDIT.
           MOVE WS-DEPT-ER-TAX (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50200" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-CREDIT.
           MOVE WS-DEPT-MATCH (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50300" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-CREDIT.

       WRITE-EXPENSE-DEBITS.
           MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50100" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-DEBIT.
           MOVE WS-DEPT-ER-TAX (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50200" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-DEBIT.
           MOVE WS-DEPT-MATCH (WS-DEPT-IDX) TO WS-GL-LINE-AMT.
           MOVE "50300" TO GL-ACCOUNT-NUMBER.
           PERFORM WRITE-GL-LINE-DEBIT.

      * A negative amount (a period where reversals outweigh pay)
      * flips to the other side rather than losing its sign, as in
      * the salary processor's journal
       WRITE-GL-LINE-DEBIT.
           IF WS-GL-LINE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-LINE-AMT < ZERO
               MOVE 'C' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
           ELSE
               MOVE 'D' TO GL-DEBIT-CREDIT
               MOVE WS-GL-LINE-AMT TO GL-AMOUNT
           END-IF.
           MOVE WS-GL-DESC TO GL-DESCRIPTION.
           MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO GL-PAY-PERIOD-ID.
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-LINE-CREDIT.
           IF WS-GL-LINE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-LINE-AMT < ZERO
               MOVE 'D' TO GL-DEBIT-CREDIT
               COMPUTE GL-AMOUNT = ZERO - WS-GL-LINE-AMT
           ELSE
               MOVE 'C' TO GL-DEBIT-CREDIT
               MOVE WS-GL-LINE-AMT TO GL-AMOUNT
           END-IF.
           MOVE WS-GL-DESC TO GL-DESCRIPTION.
           MOVE WS-COMPANY-CODE TO GL-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO GL-PAY-PERIOD-ID.
           WRITE GL-JOURNAL-RECORD.

       END PROGRAM INTERCOMPANY-CHARGEBACK.
