       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-ENTRY.
       AUTHOR. YOUR-NAME.

      * Manual and recurring journal entries, so the adjusting
      * entries, rent, depreciation and corrections the accountants
      * used to keep in the binder reach the ledger the same way
      * the payroll and bank journals do. Three ways to run it,
      * chosen by the first command-line argument:
      *   ENTER   - (the default) a signed-on accountant keys a
      *             multi-line entry against the chart of accounts.
      *             The entry is not saved until its debits equal
      *             its credits; a saved entry waits for approval.
      *   APPROVE - a second signed-on operator reviews the waiting
      *             entries. Nobody approves an entry they keyed.
      *             An approved one-time entry is released as its
      *             own journal file in the gljrnl layout, ready for
      *             glpost.cbl; an approved recurring entry becomes
      *             a standing definition.
      *   RECUR   - generates every approved recurring entry whose
      *             start / end period range covers the period
      *             (second argument, default the business date's
      *             year and month, as bankgl.cbl stamps its
      *             journal) into one journal file for the period.
      *             Each definition is generated once per period,
      *             so a rerun never doubles the rent.
      * Every entry, pending or decided, stays on glje.txt, which
      * is rewritten at the end of each run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Every journal entry ever keyed: a header record followed by
      * its lines
           SELECT JOURNAL-ENTRY-FILE ASSIGN TO
                   "/Users/simonvargas/glje.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JE-STATUS.

      * chart of accounts: the only account numbers an entry may
      * carry, as glpost.cbl enforces them
           SELECT CHART-FILE ASSIGN TO
                   "/Users/simonvargas/glchart.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-STATUS.

      * released journal - one file per approved entry, or one per
      * period for the recurring run - named at release time
           SELECT GL-JOURNAL-FILE ASSIGN TO
                   DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

      * The shared business date - the recurring run's default
      * period
           SELECT BUSINESS-DATE-FILE ASSIGN TO
                   "/Users/simonvargas/busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      * Operator master: keying and approving journal entries is a
      * permission of its own
           SELECT OPERATOR-MASTER-FILE ASSIGN TO
                   "/Users/simonvargas/oprmstr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.

      * Refused sign-on attempts, appended across runs
           SELECT VIOLATION-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/opviol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOL-STATUS.

           SELECT ENTRY-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/gljerpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * JE-RECORD-TYPE H header, L line. JH-ENTRY-STATUS P pending
      * approval, A approved, R rejected. A recurring entry
      * (JH-RECURRING-SW 'Y') carries its start and end period and
      * the last period it was generated for instead of a period
      * of its own.
       FD JOURNAL-ENTRY-FILE.
       01 JOURNAL-ENTRY-RECORD.
           05 JE-ENTRY-NUMBER    PIC 9(6).
           05 JE-RECORD-TYPE     PIC X(1).
           05 FILLER             PIC X(101).
       01 JE-HEADER-RECORD REDEFINES JOURNAL-ENTRY-RECORD.
           05 JH-ENTRY-NUMBER    PIC 9(6).
           05 JH-RECORD-TYPE     PIC X(1).
           05 JH-COMPANY-CODE    PIC X(4).
           05 JH-PERIOD-ID       PIC X(6).
           05 JH-DESCRIPTION     PIC X(20).
           05 JH-ENTRY-STATUS    PIC X(1).
           05 JH-RECURRING-SW    PIC X(1).
           05 JH-START-PERIOD    PIC X(6).
           05 JH-END-PERIOD      PIC X(6).
           05 JH-LAST-GENERATED  PIC X(6).
           05 JH-KEYED-BY        PIC X(8).
           05 JH-KEYED-DATE      PIC 9(8).
           05 JH-APPROVED-BY     PIC X(8).
           05 JH-DECISION-DATE   PIC 9(8).
           05 JH-LINE-COUNT      PIC 9(3).
           05 JH-ENTRY-TOTAL     PIC 9(9)V99.
       01 JE-LINE-RECORD REDEFINES JOURNAL-ENTRY-RECORD.
           05 JL-ENTRY-NUMBER    PIC 9(6).
           05 JL-RECORD-TYPE     PIC X(1).
           05 JL-DEBIT-CREDIT    PIC X(1).
           05 JL-ACCOUNT-NUMBER  PIC X(5).
           05 JL-DEPT-CODE       PIC X(4).
           05 JL-AMOUNT          PIC 9(9)V99.
           05 JL-DESCRIPTION     PIC X(20).
           05 FILLER             PIC X(60).

       FD CHART-FILE.
       01 CHART-RECORD.
           05 CA-ACCOUNT-NUMBER  PIC X(5).
           05 CA-DESCRIPTION     PIC X(30).
           05 CA-ACCOUNT-TYPE    PIC X(1).

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC 9(8).

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

       FD ENTRY-REPORT-FILE.
       01 ENTRY-REPORT-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-JE-STATUS           PIC XX.
       01 WS-CHART-STATUS        PIC XX.
       01 WS-JRN-STATUS          PIC XX.
       01 WS-BD-STATUS           PIC XX.
       01 WS-JE-EOF-SW           PIC X VALUE 'N'.
           88 WS-JE-END-OF-FILE  VALUE 'Y'.
       01 WS-CHART-EOF-SW        PIC X VALUE 'N'.
           88 WS-CHART-END-OF-FILE VALUE 'Y'.

       01 WS-RUN-DATE            PIC 9(8).
       01 WS-ARG-VALUE           PIC X(20).
       01 WS-RUN-MODE            PIC X(8) VALUE "ENTER".
           88 WS-APPROVE-RUN     VALUE "APPROVE".
           88 WS-RECUR-RUN       VALUE "RECUR".
       01 WS-RUN-PERIOD          PIC X(6) VALUE SPACES.

       01 WS-JOURNAL-FILENAME    PIC X(50) VALUE SPACES.
       01 WS-JOURNAL-OPEN-SW     PIC X VALUE 'N'.
           88 WS-JOURNAL-OPEN    VALUE 'Y'.
       01 WS-JOURNAL-PERIOD      PIC X(6).
       01 WS-JOURNAL-LINES       PIC 9(5) VALUE ZERO.

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

      * Chart of accounts held in storage for the line edits
       01 WS-CHART-TABLE.
           05 WS-CHART-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CHART-IDX.
               10 WS-CHART-ACCOUNT  PIC X(5).
               10 WS-CHART-DESC     PIC X(30).
               10 WS-CHART-TYPE     PIC X(1).
       01 WS-CHART-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-CHART-FOUND-SW      PIC X VALUE 'N'.
           88 WS-CHART-FOUND     VALUE 'Y'.

      * The entry file held in storage - headers in one table, lines
      * in another, tied by entry number. The header entry is laid
      * out exactly as JE-HEADER-RECORD.
       01 WS-ENTRY-TABLE.
           05 WS-EN-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-EN-IDX.
               10 WS-EN-ENTRY-NUMBER PIC 9(6).
               10 WS-EN-RECORD-TYPE  PIC X(1).
               10 WS-EN-COMPANY-CODE PIC X(4).
               10 WS-EN-PERIOD-ID    PIC X(6).
               10 WS-EN-DESCRIPTION  PIC X(20).
               10 WS-EN-ENTRY-STATUS PIC X(1).
               10 WS-EN-RECURRING-SW PIC X(1).
               10 WS-EN-START-PERIOD PIC X(6).
               10 WS-EN-END-PERIOD   PIC X(6).
               10 WS-EN-LAST-GENERATED PIC X(6).
               10 WS-EN-KEYED-BY     PIC X(8).
               10 WS-EN-KEYED-DATE   PIC 9(8).
               10 WS-EN-APPROVED-BY  PIC X(8).
               10 WS-EN-DECISION-DATE PIC 9(8).
               10 WS-EN-LINE-COUNT   PIC 9(3).
               10 WS-EN-ENTRY-TOTAL  PIC 9(9)V99.
       01 WS-EN-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-LAST-ENTRY-NUMBER   PIC 9(6) VALUE ZERO.

       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LN-IDX.
               10 WS-LN-ENTRY-NUMBER PIC 9(6).
               10 WS-LN-RECORD-TYPE  PIC X(1).
               10 WS-LN-DEBIT-CREDIT PIC X(1).
               10 WS-LN-ACCOUNT      PIC X(5).
               10 WS-LN-DEPT-CODE    PIC X(4).
               10 WS-LN-AMOUNT       PIC 9(9)V99.
               10 WS-LN-DESCRIPTION  PIC X(20).
       01 WS-LN-COUNT            PIC 9(5) VALUE ZERO.

      * The entry being keyed, held until it balances
       01 WS-NEW-COMPANY         PIC X(4).
       01 WS-NEW-PERIOD          PIC X(6).
       01 WS-NEW-RECURRING-SW    PIC X(1).
           88 WS-NEW-RECURRING   VALUE 'Y'.
       01 WS-NEW-START-PERIOD    PIC X(6).
       01 WS-NEW-END-PERIOD      PIC X(6).
       01 WS-NEW-DESCRIPTION     PIC X(20).
       01 WS-KEY-TABLE.
           05 WS-KEY-LINE OCCURS 99 TIMES
                   INDEXED BY WS-KEY-IDX.
               10 WS-KY-DEBIT-CREDIT PIC X(1).
               10 WS-KY-ACCOUNT      PIC X(5).
               10 WS-KY-DEPT-CODE    PIC X(4).
               10 WS-KY-AMOUNT       PIC 9(9)V99.
               10 WS-KY-DESCRIPTION  PIC X(20).
       01 WS-KEY-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-KEY-LINE-LIMIT      PIC 9(3) VALUE 99.
       01 WS-KL-DEBIT-CREDIT     PIC X(1).
       01 WS-KL-ACCOUNT          PIC X(5).
       01 WS-KL-DEPT-CODE        PIC X(4).
       01 WS-KL-AMOUNT           PIC 9(9)V99.
       01 WS-KL-DESCRIPTION      PIC X(20).
       01 WS-DEBIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-REPLY               PIC X(1).
       01 WS-MORE-ENTRIES-SW     PIC X VALUE 'Y'.
           88 WS-MORE-ENTRIES    VALUE 'Y'.
       01 WS-ENTRY-DONE-SW       PIC X VALUE 'N'.
           88 WS-ENTRY-DONE      VALUE 'Y'.

       01 WS-DEBIT-OUT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-LINE-NUMBER-OUT     PIC Z9.

       01 WS-SAVED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ABANDONED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RELEASED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DEFINED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-KEPT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-GENERATED-COUNT     PIC 9(5) VALUE ZERO.

       01 WS-ENTRY-DETAIL.
           05 WS-ED-RESULT-OUT   PIC X(10).
           05 FILLER             PIC X(5) VALUE " JE: ".
           05 WS-ED-ENTRY-OUT    PIC 9(6).
           05 FILLER             PIC X(5) VALUE " CO: ".
           05 WS-ED-COMPANY-OUT  PIC X(4).
           05 FILLER             PIC X(6) VALUE " PER: ".
           05 WS-ED-PERIOD-OUT   PIC X(6).
           05 FILLER             PIC X(6) VALUE " AMT: ".
           05 WS-ED-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(5) VALUE " BY: ".
           05 WS-ED-KEYED-OUT    PIC X(8).
           05 FILLER             PIC X(5) VALUE " AP: ".
           05 WS-ED-APPROVER-OUT PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ED-NOTE-OUT     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting GL Journal Entry...".
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM ACCEPT-RUN-PARAMETERS.
           IF NOT WS-RECUR-RUN
               PERFORM OPERATOR-SIGN-ON
           END-IF.
           PERFORM LOAD-CHART-OF-ACCOUNTS.
           IF WS-CHART-COUNT = ZERO
               DISPLAY "CHART OF ACCOUNTS EMPTY OR MISSING - "
                       "NO ENTRY CAN BE KEYED OR RELEASED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-JOURNAL-ENTRIES.

           OPEN OUTPUT ENTRY-REPORT-FILE.
           MOVE "***** GL JOURNAL ENTRY *****" TO ENTRY-REPORT-LINE.
           WRITE ENTRY-REPORT-LINE.
           MOVE SPACES TO ENTRY-REPORT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "   MODE: " DELIMITED BY SIZE
                   WS-RUN-MODE DELIMITED BY SIZE
                   "   OPERATOR: " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
               INTO ENTRY-REPORT-LINE.
           WRITE ENTRY-REPORT-LINE.

           EVALUATE TRUE
               WHEN WS-APPROVE-RUN
                   PERFORM REVIEW-PENDING-ENTRIES
               WHEN WS-RECUR-RUN
                   PERFORM GENERATE-RECURRING-ENTRIES
               WHEN OTHER
                   PERFORM KEY-JOURNAL-ENTRIES
           END-EVALUATE.

           CLOSE ENTRY-REPORT-FILE.
           PERFORM SAVE-JOURNAL-ENTRIES.

           EVALUATE TRUE
               WHEN WS-APPROVE-RUN
                   DISPLAY "ENTRIES RELEASED: " WS-RELEASED-COUNT
                           "  RECURRING DEFINED: " WS-DEFINED-COUNT
                   DISPLAY "REJECTED: " WS-REJECTED-COUNT
                           "  LEFT PENDING: " WS-KEPT-COUNT
               WHEN WS-RECUR-RUN
                   DISPLAY "RECURRING ENTRIES GENERATED: "
                           WS-GENERATED-COUNT
               WHEN OTHER
                   DISPLAY "ENTRIES SAVED FOR APPROVAL: "
                           WS-SAVED-COUNT
                           "  ABANDONED: " WS-ABANDONED-COUNT
           END-EVALUATE.
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "*** JOURNAL ENTRIES REJECTED - SEE "
                       "gljerpt.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "GL Journal Entry completed.".
           STOP RUN.

      * Run mode from the first argument; the second is the
      * operator ID for keying and approval, or the period for the
      * recurring run - which defaults to the business date's year
      * and month so the batch window can run it unattended
       ACCEPT-RUN-PARAMETERS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ARG-VALUE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT.
           IF WS-ARG-VALUE NOT = SPACES
               MOVE WS-ARG-VALUE TO WS-RUN-MODE
           END-IF.
           IF NOT WS-APPROVE-RUN AND NOT WS-RECUR-RUN
               MOVE "ENTER" TO WS-RUN-MODE
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           MOVE SPACES TO WS-ARG-VALUE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT.
           IF WS-RECUR-RUN
               MOVE WS-ARG-VALUE TO WS-RUN-PERIOD
               IF WS-RUN-PERIOD = SPACES
                   PERFORM DEFAULT-RUN-PERIOD
               END-IF
               IF WS-RUN-PERIOD NOT NUMERIC
                   DISPLAY "INVALID PERIOD FOR RECURRING RUN: "
                           WS-RUN-PERIOD
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "RECURRING ENTRIES FOR PERIOD: "
                       WS-RUN-PERIOD
           ELSE
               MOVE WS-ARG-VALUE TO WS-OPERATOR-ID
           END-IF.

       DEFAULT-RUN-PERIOD.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BD-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END MOVE ZERO TO BD-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               MOVE ZERO TO BD-BUSINESS-DATE
           END-IF.
           IF BD-BUSINESS-DATE = ZERO
               DISPLAY "NO BUSINESS DATE (busdate.txt) - USING "
                       "THE SYSTEM DATE"
               MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           ELSE
               MOVE BD-BUSINESS-DATE (1:6) TO WS-RUN-PERIOD
           END-IF.

      * The operator must carry the journal entry permission on the
      * operator master; a refusal goes to the violations log, as
      * empmaint.cbl does it
       OPERATOR-SIGN-ON.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Enter operator ID: "
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
                           MOVE OP-GLENTRY-PERM TO WS-OPR-PERM
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
                       "JOURNAL ENTRIES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "OPERATOR SIGNED ON: " WS-OPERATOR-ID.

       LOG-SIGN-ON-VIOLATION.
           OPEN EXTEND VIOLATION-LOG-FILE.
           IF WS-VIOL-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-VIO-STAMP-OUT.
           MOVE WS-OPERATOR-ID TO WS-VIO-OPERATOR-OUT.
           MOVE "GLENTRY   " TO WS-VIO-PROGRAM-OUT.
           IF WS-OPR-FOUND
               MOVE "NOT AUTHORIZED          " TO WS-VIO-REASON-OUT
           ELSE
               MOVE "OPERATOR NOT ON MASTER  " TO WS-VIO-REASON-OUT
           END-IF.
           MOVE WS-VIOLATION-DETAIL TO VIOLATION-LOG-LINE.
           WRITE VIOLATION-LOG-LINE.
           CLOSE VIOLATION-LOG-FILE.

       LOAD-CHART-OF-ACCOUNTS.
           MOVE ZERO TO WS-CHART-COUNT.
           MOVE 'N' TO WS-CHART-EOF-SW.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS = "00"
               PERFORM UNTIL WS-CHART-END-OF-FILE
                   READ CHART-FILE
                       AT END MOVE 'Y' TO WS-CHART-EOF-SW
                       NOT AT END
                           IF WS-CHART-COUNT < 200
                               ADD 1 TO WS-CHART-COUNT
                               SET WS-CHART-IDX TO WS-CHART-COUNT
                               MOVE CA-ACCOUNT-NUMBER TO
                                   WS-CHART-ACCOUNT (WS-CHART-IDX)
                               MOVE CA-DESCRIPTION TO
                                   WS-CHART-DESC (WS-CHART-IDX)
                               MOVE CA-ACCOUNT-TYPE TO
                                   WS-CHART-TYPE (WS-CHART-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

      * No glje.txt yet means no entry has ever been keyed
       LOAD-JOURNAL-ENTRIES.
           OPEN INPUT JOURNAL-ENTRY-FILE.
           IF WS-JE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ENTRY FILE (glje.txt) - "
                       "STARTING A NEW ONE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-JE-END-OF-FILE
               READ JOURNAL-ENTRY-FILE
                   AT END MOVE 'Y' TO WS-JE-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-ENTRY-FILE.
           DISPLAY "JOURNAL ENTRIES ON FILE: " WS-EN-COUNT.

       LOAD-ONE-ENTRY-RECORD.
           IF JE-ENTRY-NUMBER > WS-LAST-ENTRY-NUMBER
               MOVE JE-ENTRY-NUMBER TO WS-LAST-ENTRY-NUMBER
           END-IF.
           IF JE-RECORD-TYPE = 'H'
               IF WS-EN-COUNT < 500
                   ADD 1 TO WS-EN-COUNT
                   SET WS-EN-IDX TO WS-EN-COUNT
                   MOVE JE-HEADER-RECORD TO WS-EN-ENTRY (WS-EN-IDX)
               ELSE
                   DISPLAY "JOURNAL ENTRY TABLE FULL - ENTRY "
                           JE-ENTRY-NUMBER " DROPPED"
               END-IF
           ELSE
               IF WS-LN-COUNT < 5000
                   ADD 1 TO WS-LN-COUNT
                   SET WS-LN-IDX TO WS-LN-COUNT
                   MOVE JE-LINE-RECORD TO WS-LN-ENTRY (WS-LN-IDX)
               ELSE
                   DISPLAY "JOURNAL LINE TABLE FULL - LINE OF ENTRY "
                           JE-ENTRY-NUMBER " DROPPED"
               END-IF
           END-IF.

      * Every entry, each header followed by its own lines
       SAVE-JOURNAL-ENTRIES.
           IF WS-EN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOURNAL-ENTRY-FILE.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE SPACES TO JOURNAL-ENTRY-RECORD
               MOVE WS-EN-ENTRY (WS-EN-IDX) TO JE-HEADER-RECORD
               WRITE JOURNAL-ENTRY-RECORD
               PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LN-COUNT
                   IF WS-LN-ENTRY-NUMBER (WS-LN-IDX)
                           = WS-EN-ENTRY-NUMBER (WS-EN-IDX)
                       MOVE SPACES TO JOURNAL-ENTRY-RECORD
                       MOVE WS-LN-ENTRY (WS-LN-IDX) TO JE-LINE-RECORD
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE JOURNAL-ENTRY-FILE.

      * Keying: one entry after another until the accountant says
      * there are no more
       KEY-JOURNAL-ENTRIES.
           PERFORM UNTIL NOT WS-MORE-ENTRIES
               PERFORM KEY-ONE-ENTRY
               IF WS-MORE-ENTRIES
                   DISPLAY "Key another entry (Y/N): "
                   ACCEPT WS-REPLY
                   IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
                       MOVE 'N' TO WS-MORE-ENTRIES-SW
                   END-IF
               END-IF
           END-PERFORM.

       KEY-ONE-ENTRY.
           IF WS-EN-COUNT >= 500
                   OR WS-LN-COUNT > 5000 - WS-KEY-LINE-LIMIT
               DISPLAY "JOURNAL ENTRY FILE FULL - NO MORE ENTRIES "
                       "CAN BE KEYED"
               MOVE 'N' TO WS-MORE-ENTRIES-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-KEY-COUNT.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE SPACES TO WS-NEW-PERIOD.
           MOVE SPACES TO WS-NEW-START-PERIOD.
           MOVE SPACES TO WS-NEW-END-PERIOD.
           MOVE 'N' TO WS-NEW-RECURRING-SW.
           DISPLAY "-----------------------------------".
           DISPLAY "Enter company code: ".
           MOVE SPACES TO WS-NEW-COMPANY.
           ACCEPT WS-NEW-COMPANY.
           IF WS-NEW-COMPANY = SPACES
               DISPLAY "NO COMPANY CODE - ENTRY ABANDONED"
               ADD 1 TO WS-ABANDONED-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "One-time or recurring entry (O/R): ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = 'R' OR WS-REPLY = 'r'
               SET WS-NEW-RECURRING TO TRUE
               DISPLAY "Enter first period to generate (YYYYMM): "
               ACCEPT WS-NEW-START-PERIOD
               DISPLAY "Enter last period to generate (YYYYMM): "
               ACCEPT WS-NEW-END-PERIOD
               IF WS-NEW-START-PERIOD NOT NUMERIC
                       OR WS-NEW-END-PERIOD NOT NUMERIC
                   DISPLAY "PERIODS MUST BE NUMERIC - ENTRY "
                           "ABANDONED"
                   ADD 1 TO WS-ABANDONED-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF WS-NEW-END-PERIOD < WS-NEW-START-PERIOD
                   DISPLAY "LAST PERIOD BEFORE FIRST - ENTRY "
                           "ABANDONED"
                   ADD 1 TO WS-ABANDONED-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Enter period: "
               ACCEPT WS-NEW-PERIOD
               IF WS-NEW-PERIOD = SPACES
                   DISPLAY "NO PERIOD - ENTRY ABANDONED"
                   ADD 1 TO WS-ABANDONED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Enter entry description: ".
           MOVE SPACES TO WS-NEW-DESCRIPTION.
           ACCEPT WS-NEW-DESCRIPTION.
           MOVE 'N' TO WS-ENTRY-DONE-SW.
           PERFORM UNTIL WS-ENTRY-DONE
               PERFORM KEY-ONE-LINE
           END-PERFORM.

      * A line is taken only once its account is on the chart and
      * its amount is positive; a blank debit / credit code ends
      * the keying
       KEY-ONE-LINE.
           COMPUTE WS-LINE-NUMBER-OUT = WS-KEY-COUNT + 1.
           DISPLAY "Line " WS-LINE-NUMBER-OUT
                   " - D = debit, C = credit, blank = finish: ".
           MOVE SPACES TO WS-KL-DEBIT-CREDIT.
           ACCEPT WS-KL-DEBIT-CREDIT.
           IF WS-KL-DEBIT-CREDIT = SPACE
               PERFORM FINISH-ENTRY-KEYING
               EXIT PARAGRAPH
           END-IF.
           IF WS-KL-DEBIT-CREDIT = 'd'
               MOVE 'D' TO WS-KL-DEBIT-CREDIT
           END-IF.
           IF WS-KL-DEBIT-CREDIT = 'c'
               MOVE 'C' TO WS-KL-DEBIT-CREDIT
           END-IF.
           IF WS-KL-DEBIT-CREDIT NOT = 'D'
                   AND WS-KL-DEBIT-CREDIT NOT = 'C'
               DISPLAY "MUST BE D OR C - LINE NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           IF WS-KEY-COUNT >= WS-KEY-LINE-LIMIT
               DISPLAY "ENTRY LINE LIMIT REACHED - FINISH THE ENTRY"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter account number: ".
           MOVE SPACES TO WS-KL-ACCOUNT.
           ACCEPT WS-KL-ACCOUNT.
           MOVE 'N' TO WS-CHART-FOUND-SW.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                      OR WS-CHART-FOUND
               IF WS-CHART-ACCOUNT (WS-CHART-IDX) = WS-KL-ACCOUNT
                   SET WS-CHART-FOUND TO TRUE
                   SET WS-CHART-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-CHART-FOUND
               DISPLAY "ACCOUNT " WS-KL-ACCOUNT
                       " NOT ON CHART - LINE NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " WS-CHART-DESC (WS-CHART-IDX).
           DISPLAY "Enter department code (blank for none): ".
           MOVE SPACES TO WS-KL-DEPT-CODE.
           ACCEPT WS-KL-DEPT-CODE.
           DISPLAY "Enter amount in NNNNNNNNN.NN format: ".
           MOVE ZERO TO WS-KL-AMOUNT.
           ACCEPT WS-KL-AMOUNT.
           IF WS-KL-AMOUNT NOT > ZERO
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO - LINE "
                       "NOT TAKEN"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter line description (blank = entry's): ".
           MOVE SPACES TO WS-KL-DESCRIPTION.
           ACCEPT WS-KL-DESCRIPTION.
           IF WS-KL-DESCRIPTION = SPACES
               MOVE WS-NEW-DESCRIPTION TO WS-KL-DESCRIPTION
           END-IF.
           ADD 1 TO WS-KEY-COUNT.
           SET WS-KEY-IDX TO WS-KEY-COUNT.
           MOVE WS-KL-DEBIT-CREDIT TO WS-KY-DEBIT-CREDIT (WS-KEY-IDX).
           MOVE WS-KL-ACCOUNT TO WS-KY-ACCOUNT (WS-KEY-IDX).
           MOVE WS-KL-DEPT-CODE TO WS-KY-DEPT-CODE (WS-KEY-IDX).
           MOVE WS-KL-AMOUNT TO WS-KY-AMOUNT (WS-KEY-IDX).
           MOVE WS-KL-DESCRIPTION TO WS-KY-DESCRIPTION (WS-KEY-IDX).
           IF WS-KL-DEBIT-CREDIT = 'D'
               ADD WS-KL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-KL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-OUT.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-OUT.
           DISPLAY "  DEBITS " WS-DEBIT-OUT "  CREDITS " WS-CREDIT-OUT.

      * The entry is refused until it balances: the accountant keys
      * more lines, takes back the last one, or abandons the entry
       FINISH-ENTRY-KEYING.
           IF WS-KEY-COUNT = ZERO
               DISPLAY "NO LINES KEYED - ENTRY ABANDONED"
               ADD 1 TO WS-ABANDONED-COUNT
               SET WS-ENTRY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               PERFORM SAVE-KEYED-ENTRY
               SET WS-ENTRY-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-OUT.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-OUT.
           DISPLAY "ENTRY OUT OF BALANCE - DEBITS " WS-DEBIT-OUT
                   " CREDITS " WS-CREDIT-OUT " - NOT SAVED".
           DISPLAY "K = KEY MORE LINES, U = UNDO LAST LINE, "
                   "X = ABANDON ENTRY: ".
           ACCEPT WS-REPLY.
           EVALUATE WS-REPLY
               WHEN 'X'
               WHEN 'x'
                   DISPLAY "ENTRY ABANDONED - NOTHING SAVED"
                   ADD 1 TO WS-ABANDONED-COUNT
                   SET WS-ENTRY-DONE TO TRUE
               WHEN 'U'
               WHEN 'u'
                   PERFORM UNDO-LAST-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       UNDO-LAST-LINE.
           SET WS-KEY-IDX TO WS-KEY-COUNT.
           IF WS-KY-DEBIT-CREDIT (WS-KEY-IDX) = 'D'
               SUBTRACT WS-KY-AMOUNT (WS-KEY-IDX) FROM WS-DEBIT-TOTAL
           ELSE
               SUBTRACT WS-KY-AMOUNT (WS-KEY-IDX)
                   FROM WS-CREDIT-TOTAL
           END-IF.
           SUBTRACT 1 FROM WS-KEY-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-OUT.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-OUT.
           DISPLAY "LAST LINE REMOVED - DEBITS " WS-DEBIT-OUT
                   "  CREDITS " WS-CREDIT-OUT.

      * A balanced entry takes the next entry number and waits,
      * pending, for a second operator
       SAVE-KEYED-ENTRY.
           ADD 1 TO WS-LAST-ENTRY-NUMBER.
           ADD 1 TO WS-EN-COUNT.
           SET WS-EN-IDX TO WS-EN-COUNT.
           MOVE WS-LAST-ENTRY-NUMBER TO WS-EN-ENTRY-NUMBER (WS-EN-IDX).
           MOVE 'H' TO WS-EN-RECORD-TYPE (WS-EN-IDX).
           MOVE WS-NEW-COMPANY TO WS-EN-COMPANY-CODE (WS-EN-IDX).
           MOVE WS-NEW-PERIOD TO WS-EN-PERIOD-ID (WS-EN-IDX).
           MOVE WS-NEW-DESCRIPTION TO WS-EN-DESCRIPTION (WS-EN-IDX).
           MOVE 'P' TO WS-EN-ENTRY-STATUS (WS-EN-IDX).
           MOVE WS-NEW-RECURRING-SW TO WS-EN-RECURRING-SW (WS-EN-IDX).
           MOVE WS-NEW-START-PERIOD TO WS-EN-START-PERIOD (WS-EN-IDX).
           MOVE WS-NEW-END-PERIOD TO WS-EN-END-PERIOD (WS-EN-IDX).
           MOVE SPACES TO WS-EN-LAST-GENERATED (WS-EN-IDX).
           MOVE WS-OPERATOR-ID TO WS-EN-KEYED-BY (WS-EN-IDX).
           MOVE WS-RUN-DATE TO WS-EN-KEYED-DATE (WS-EN-IDX).
           MOVE SPACES TO WS-EN-APPROVED-BY (WS-EN-IDX).
           MOVE ZERO TO WS-EN-DECISION-DATE (WS-EN-IDX).
           MOVE WS-KEY-COUNT TO WS-EN-LINE-COUNT (WS-EN-IDX).
           MOVE WS-DEBIT-TOTAL TO WS-EN-ENTRY-TOTAL (WS-EN-IDX).
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               ADD 1 TO WS-LN-COUNT
               SET WS-LN-IDX TO WS-LN-COUNT
               MOVE WS-LAST-ENTRY-NUMBER
                   TO WS-LN-ENTRY-NUMBER (WS-LN-IDX)
               MOVE 'L' TO WS-LN-RECORD-TYPE (WS-LN-IDX)
               MOVE WS-KY-DEBIT-CREDIT (WS-KEY-IDX)
                   TO WS-LN-DEBIT-CREDIT (WS-LN-IDX)
               MOVE WS-KY-ACCOUNT (WS-KEY-IDX)
                   TO WS-LN-ACCOUNT (WS-LN-IDX)
               MOVE WS-KY-DEPT-CODE (WS-KEY-IDX)
                   TO WS-LN-DEPT-CODE (WS-LN-IDX)
               MOVE WS-KY-AMOUNT (WS-KEY-IDX)
                   TO WS-LN-AMOUNT (WS-LN-IDX)
               MOVE WS-KY-DESCRIPTION (WS-KEY-IDX)
                   TO WS-LN-DESCRIPTION (WS-LN-IDX)
           END-PERFORM.
           ADD 1 TO WS-SAVED-COUNT.
           DISPLAY "ENTRY " WS-LAST-ENTRY-NUMBER
                   " SAVED - AWAITING APPROVAL BY A SECOND OPERATOR".
           MOVE "SAVED     " TO WS-ED-RESULT-OUT.
           MOVE "AWAITING APPROVAL" TO WS-ED-NOTE-OUT.
           PERFORM WRITE-ENTRY-DETAIL.

      * Approval: every pending entry is shown in full, and the
      * operator who keyed it cannot be the one to approve it
       REVIEW-PENDING-ENTRIES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-ENTRY-STATUS (WS-EN-IDX) = 'P'
                   PERFORM REVIEW-ONE-ENTRY
               END-IF
           END-PERFORM.

       REVIEW-ONE-ENTRY.
           PERFORM DISPLAY-ENTRY.
           IF WS-EN-KEYED-BY (WS-EN-IDX) = WS-OPERATOR-ID
               DISPLAY "YOU KEYED THIS ENTRY - A DIFFERENT "
                       "OPERATOR MUST APPROVE IT"
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ACTION: A = APPROVE, R = REJECT, S = SKIP: ".
           ACCEPT WS-REPLY.
           EVALUATE WS-REPLY
               WHEN 'A'
               WHEN 'a'
                   PERFORM APPROVE-ENTRY
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WS-EN-ENTRY-STATUS (WS-EN-IDX)
                   MOVE WS-OPERATOR-ID TO WS-EN-APPROVED-BY (WS-EN-IDX)
                   MOVE WS-RUN-DATE TO WS-EN-DECISION-DATE (WS-EN-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED  " TO WS-ED-RESULT-OUT
                   MOVE WS-EN-DESCRIPTION (WS-EN-IDX)
                       TO WS-ED-NOTE-OUT
                   PERFORM WRITE-ENTRY-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      * A one-time entry is released as its own journal file; a
      * recurring one becomes a standing definition for the
      * recurring run to generate from
       APPROVE-ENTRY.
           IF WS-EN-RECURRING-SW (WS-EN-IDX) = 'Y'
               MOVE "DEFINED   " TO WS-ED-RESULT-OUT
               MOVE SPACES TO WS-ED-NOTE-OUT
               STRING "RECURRING " DELIMITED BY SIZE
                       WS-EN-START-PERIOD (WS-EN-IDX)
                           DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-EN-END-PERIOD (WS-EN-IDX)
                           DELIMITED BY SIZE
                   INTO WS-ED-NOTE-OUT
               ADD 1 TO WS-DEFINED-COUNT
               DISPLAY "RECURRING ENTRY ACTIVE FOR PERIODS "
                       WS-EN-START-PERIOD (WS-EN-IDX) " THRU "
                       WS-EN-END-PERIOD (WS-EN-IDX)
           ELSE
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING "/Users/simonvargas/JE" DELIMITED BY SIZE
                       WS-EN-ENTRY-NUMBER (WS-EN-IDX)
                           DELIMITED BY SIZE
                       "_gljrnl.txt" DELIMITED BY SIZE
                   INTO WS-JOURNAL-FILENAME
               OPEN OUTPUT GL-JOURNAL-FILE
               IF WS-JRN-STATUS NOT = "00"
                   DISPLAY "JOURNAL FILE OPEN FAILED. STATUS: "
                           WS-JRN-STATUS " - ENTRY LEFT PENDING"
                   ADD 1 TO WS-KEPT-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EN-PERIOD-ID (WS-EN-IDX) TO WS-JOURNAL-PERIOD
               PERFORM WRITE-ENTRY-JOURNAL-LINES
               CLOSE GL-JOURNAL-FILE
               MOVE "RELEASED  " TO WS-ED-RESULT-OUT
               MOVE WS-JOURNAL-FILENAME (20:30) TO WS-ED-NOTE-OUT
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "RELEASED FOR POSTING: " WS-JOURNAL-FILENAME
           END-IF.
           MOVE 'A' TO WS-EN-ENTRY-STATUS (WS-EN-IDX).
           MOVE WS-OPERATOR-ID TO WS-EN-APPROVED-BY (WS-EN-IDX).
           MOVE WS-RUN-DATE TO WS-EN-DECISION-DATE (WS-EN-IDX).
           PERFORM WRITE-ENTRY-DETAIL.

       DISPLAY-ENTRY.
           DISPLAY "-----------------------------------".
           MOVE WS-EN-ENTRY-TOTAL (WS-EN-IDX) TO WS-AMOUNT-OUT.
           DISPLAY "ENTRY " WS-EN-ENTRY-NUMBER (WS-EN-IDX)
                   " CO " WS-EN-COMPANY-CODE (WS-EN-IDX)
                   " " WS-EN-DESCRIPTION (WS-EN-IDX)
                   " TOTAL " WS-AMOUNT-OUT.
           IF WS-EN-RECURRING-SW (WS-EN-IDX) = 'Y'
               DISPLAY "RECURRING EACH PERIOD "
                       WS-EN-START-PERIOD (WS-EN-IDX) " THRU "
                       WS-EN-END-PERIOD (WS-EN-IDX)
           ELSE
               DISPLAY "PERIOD " WS-EN-PERIOD-ID (WS-EN-IDX)
           END-IF.
           DISPLAY "KEYED BY " WS-EN-KEYED-BY (WS-EN-IDX)
                   " ON " WS-EN-KEYED-DATE (WS-EN-IDX).
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ENTRY-NUMBER (WS-LN-IDX)
                       = WS-EN-ENTRY-NUMBER (WS-EN-IDX)
                   MOVE WS-LN-AMOUNT (WS-LN-IDX) TO WS-AMOUNT-OUT
                   DISPLAY "  " WS-LN-DEBIT-CREDIT (WS-LN-IDX)
                           " " WS-LN-ACCOUNT (WS-LN-IDX)
                           " " WS-LN-DEPT-CODE (WS-LN-IDX)
                           " " WS-AMOUNT-OUT
                           " " WS-LN-DESCRIPTION (WS-LN-IDX)
               END-IF
           END-PERFORM.

      * The entry's lines in the gljrnl layout, stamped with its
      * company and the period being released
       WRITE-ENTRY-JOURNAL-LINES.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-ENTRY-NUMBER (WS-LN-IDX)
                       = WS-EN-ENTRY-NUMBER (WS-EN-IDX)
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE WS-LN-DEBIT-CREDIT (WS-LN-IDX)
                       TO GL-DEBIT-CREDIT
                   MOVE WS-LN-ACCOUNT (WS-LN-IDX) TO GL-ACCOUNT-NUMBER
                   MOVE WS-LN-DEPT-CODE (WS-LN-IDX) TO GL-DEPT-CODE
                   MOVE WS-LN-AMOUNT (WS-LN-IDX) TO GL-AMOUNT
                   MOVE WS-LN-DESCRIPTION (WS-LN-IDX)
                       TO GL-DESCRIPTION
                   MOVE WS-EN-COMPANY-CODE (WS-EN-IDX)
                       TO GL-COMPANY-CODE
                   MOVE WS-JOURNAL-PERIOD TO GL-PAY-PERIOD-ID
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
               END-IF
           END-PERFORM.

      * Every approved recurring entry whose range covers the
      * period and that has not yet been generated for it goes into
      * one journal file for the period. The file is only created
      * when something is generated.
       GENERATE-RECURRING-ENTRIES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF WS-EN-ENTRY-STATUS (WS-EN-IDX) = 'A'
                       AND WS-EN-RECURRING-SW (WS-EN-IDX) = 'Y'
                   IF WS-EN-START-PERIOD (WS-EN-IDX)
                           NOT > WS-RUN-PERIOD
                       AND WS-EN-END-PERIOD (WS-EN-IDX)
                           NOT < WS-RUN-PERIOD
                       PERFORM GENERATE-ONE-RECURRING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JOURNAL-OPEN
               CLOSE GL-JOURNAL-FILE
               DISPLAY "RELEASED FOR POSTING: " WS-JOURNAL-FILENAME
                       " LINES: " WS-JOURNAL-LINES
           ELSE
               DISPLAY "NO RECURRING ENTRIES DUE FOR PERIOD "
                       WS-RUN-PERIOD
           END-IF.

       GENERATE-ONE-RECURRING.
           IF WS-EN-LAST-GENERATED (WS-EN-IDX) NOT = SPACES
                   AND WS-EN-LAST-GENERATED (WS-EN-IDX)
                       NOT < WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-JOURNAL-OPEN
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING "/Users/simonvargas/JR" DELIMITED BY SIZE
                       WS-RUN-PERIOD DELIMITED BY SIZE
                       "_gljrnl.txt" DELIMITED BY SIZE
                   INTO WS-JOURNAL-FILENAME
               OPEN OUTPUT GL-JOURNAL-FILE
               IF WS-JRN-STATUS NOT = "00"
                   DISPLAY "JOURNAL FILE OPEN FAILED. STATUS: "
                           WS-JRN-STATUS " - NOTHING GENERATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-JOURNAL-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-PERIOD TO WS-JOURNAL-PERIOD.
           PERFORM WRITE-ENTRY-JOURNAL-LINES.
           MOVE WS-RUN-PERIOD TO WS-EN-LAST-GENERATED (WS-EN-IDX).
           ADD 1 TO WS-GENERATED-COUNT.
           MOVE "GENERATED " TO WS-ED-RESULT-OUT.
           MOVE WS-EN-DESCRIPTION (WS-EN-IDX) TO WS-ED-NOTE-OUT.
           PERFORM WRITE-ENTRY-DETAIL.

       WRITE-ENTRY-DETAIL.
           MOVE WS-EN-ENTRY-NUMBER (WS-EN-IDX) TO WS-ED-ENTRY-OUT.
           MOVE WS-EN-COMPANY-CODE (WS-EN-IDX) TO WS-ED-COMPANY-OUT.
           IF WS-RECUR-RUN
               MOVE WS-RUN-PERIOD TO WS-ED-PERIOD-OUT
           ELSE
               MOVE WS-EN-PERIOD-ID (WS-EN-IDX) TO WS-ED-PERIOD-OUT
           END-IF.
           MOVE WS-EN-ENTRY-TOTAL (WS-EN-IDX) TO WS-ED-AMOUNT-OUT.
           MOVE WS-EN-KEYED-BY (WS-EN-IDX) TO WS-ED-KEYED-OUT.
           MOVE WS-EN-APPROVED-BY (WS-EN-IDX) TO WS-ED-APPROVER-OUT.
           MOVE WS-ENTRY-DETAIL TO ENTRY-REPORT-LINE.
           WRITE ENTRY-REPORT-LINE.

       END PROGRAM GL-JOURNAL-ENTRY.
