      * file's control trailer is proved first, the same discipline
      * achpost.cbl applies, so an out-of-balance transmittal never
      * reaches the bank in any format. Prenote entries ride along
      * as zero-dollar prenote transaction codes. Nothing is built
      * for a company and period until a second operator has
      * released its latest run through payrel.cbl; a refusal is
      * written to the same release log. Only the items under the
      * control trailer that names that company, period, and run
      * stamp are formatted - a transmittal holding another run,
      * or none that matches, is refused the same way. An
      * off-cycle ID (YYPP + X + sequence) is formatted from the
      * run's own <company>_<id>_ach.txt that offcycle.cbl writes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO DYNAMIC WS-ACH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

                   "/Users/simonvargas/nacha.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      * The run log and the release log payrel.cbl keeps
           SELECT RUN-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/prunlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT RELEASE-LOG-FILE ASSIGN TO
                   "/Users/simonvargas/payrel.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same layout EMPLOYEE-SALARY-PROCESSOR writes
               88 ACH-PRENOTE      VALUE 'P'.
               88 ACH-TRAILER      VALUE 'T'.
           05 FILLER                 PIC X(9).
      * which run the items above a trailer belong to
           05 ACH-RUN-IDENTITY.
               10 ACH-RUN-COMPANY   PIC X(4).
               10 ACH-RUN-PERIOD    PIC X(6).
               10 ACH-RUN-STAMP     PIC 9(14).

       FD NACHA-FILE.
       01 NACHA-LINE                 PIC X(94).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           05 RN-COMPANY-CODE    PIC X(4).
           05 RN-PAY-PERIOD-ID   PIC X(6).
           05 RN-OPERATOR-ID     PIC X(8).
           05 RN-RUN-STAMP       PIC 9(14).
           05 RN-PROGRAM         PIC X(10).
           05 RN-RUN-OPTION      PIC X(8).

      * Same layout payrel.cbl writes
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

       WORKING-STORAGE SECTION.
       01 WS-ACH-STATUS           PIC XX.
       01 WS-ACH-FILENAME         PIC X(50)
           VALUE "/Users/simonvargas/ach.txt".
       01 WS-ACH-EOF-SW           PIC X VALUE 'N'.
           88 WS-ACH-END-OF-FILE VALUE 'Y'.

      * Which company and period's transmittal this is, and the
      * release state of its latest run
       01 WS-COMPANY-CODE         PIC X(4).
       01 WS-PAY-PERIOD-ID        PIC X(6).
       01 WS-ARG-NUM              PIC 9(2).
       01 WS-RUNLOG-STATUS        PIC XX.
       01 WS-RELLOG-STATUS        PIC XX.
       01 WS-RUNLOG-EOF-SW        PIC X VALUE 'N'.
           88 WS-RUNLOG-END-OF-FILE VALUE 'Y'.
       01 WS-RELLOG-EOF-SW        PIC X VALUE 'N'.
           88 WS-RELLOG-END-OF-FILE VALUE 'Y'.
       01 WS-RUN-FOUND-SW         PIC X VALUE 'N'.
           88 WS-RUN-FOUND        VALUE 'Y'.
       01 WS-RUN-OPERATOR         PIC X(8) VALUE SPACES.
       01 WS-RUN-STAMP            PIC 9(14) VALUE ZERO.
       01 WS-RELEASED-SW          PIC X VALUE 'N'.
           88 WS-RUN-RELEASED     VALUE 'Y'.
       01 WS-RELEASED-BY          PIC X(8) VALUE SPACES.
       01 WS-REFUSE-REASON        PIC X(30) VALUE SPACES.

      * Our identity on the NACHA file - the originating DFI, the
      * company id the bank assigned us, and the funding account
      * the offset debit draws on
       01 WS-TRAILER-SEEN-SW      PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN    VALUE 'Y'.

      * Where the released run's items sit in the transmittal - the
      * records after the previous trailer, up to its own
       01 WS-ACH-REC-NUM          PIC 9(7) VALUE ZERO.
       01 WS-SEG-FIRST            PIC 9(7) VALUE 1.
       01 WS-SEG-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01 WS-SEL-FIRST            PIC 9(7) VALUE ZERO.
       01 WS-SEL-LAST             PIC 9(7) VALUE ZERO.

       01 WS-ENTRY-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-ENTRY-HASH           PIC 9(12) VALUE ZERO.
       01 WS-ENTRY-HASH-LOW REDEFINES WS-ENTRY-HASH.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting NACHA Transmittal Formatting...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM CHECK-PAYROLL-RELEASE.

      * pass 1: find the released run's trailer and prove its
      * items against it before formatting anything
           PERFORM VERIFY-ACH-FILE-TOTAL.
           IF NOT WS-TRAILER-SEEN
               MOVE "ACH FILE NOT THE RELEASED RUN"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-UNRELEASED-RUN
           END-IF.
           IF WS-ITEM-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY "ACH FILE OUT OF BALANCE - NACHA FILE NOT "
                       "BUILT"
               DISPLAY "  ITEMS:    " WS-ITEM-TOTAL
           PERFORM WRITE-BATCH-HEADER.

           MOVE 'N' TO WS-ACH-EOF-SW.
           MOVE ZERO TO WS-ACH-REC-NUM.
           OPEN INPUT ACH-FILE.
           PERFORM UNTIL WS-ACH-END-OF-FILE
               READ ACH-FILE
                   AT END MOVE 'Y' TO WS-ACH-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACH-REC-NUM
                       IF NOT ACH-TRAILER
                               AND WS-ACH-REC-NUM >= WS-SEL-FIRST
                               AND WS-ACH-REC-NUM <= WS-SEL-LAST
                           PERFORM WRITE-ONE-ENTRY-DETAIL
                       END-IF
               END-READ
           DISPLAY "NACHA Transmittal Formatting completed.".
           STOP RUN.

      * Company and period from the command line, or the prompt
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
           IF WS-COMPANY-CODE = SPACES
               DISPLAY "Enter Company Code (4 characters): "
               ACCEPT WS-COMPANY-CODE
           END-IF.
           IF WS-PAY-PERIOD-ID = SPACES
               DISPLAY "Enter Pay Period ID: "
               ACCEPT WS-PAY-PERIOD-ID
           END-IF.
      * an off-cycle run's deposits are in its own transmittal
           IF WS-PAY-PERIOD-ID (5:1) = 'X'
               MOVE SPACES TO WS-ACH-FILENAME
               STRING "/Users/simonvargas/" DELIMITED BY SIZE
                       WS-COMPANY-CODE DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-PAY-PERIOD-ID DELIMITED BY SIZE
                       "_ach.txt" DELIMITED BY SIZE
                   INTO WS-ACH-FILENAME
           END-IF.

      * The latest run of the company and period (from the run log)
      * must carry an approval or override on the release log -
      * anything else is refused, and the refusal logged
       CHECK-PAYROLL-RELEASE.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS = "00"
               PERFORM UNTIL WS-RUNLOG-END-OF-FILE
                   READ RUN-LOG-FILE
                       AT END MOVE 'Y' TO WS-RUNLOG-EOF-SW
                       NOT AT END
                           IF RN-COMPANY-CODE = WS-COMPANY-CODE
                                   AND RN-PAY-PERIOD-ID
                                       = WS-PAY-PERIOD-ID
                               SET WS-RUN-FOUND TO TRUE
                               MOVE RN-OPERATOR-ID TO WS-RUN-OPERATOR
                               MOVE RN-RUN-STAMP TO WS-RUN-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.
           IF NOT WS-RUN-FOUND
               MOVE "NO LIVE RUN ON THE RUN LOG" TO WS-REFUSE-REASON
               PERFORM REFUSE-UNRELEASED-RUN
           END-IF.

           OPEN INPUT RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS = "00"
               PERFORM UNTIL WS-RELLOG-END-OF-FILE
                   READ RELEASE-LOG-FILE
                       AT END MOVE 'Y' TO WS-RELLOG-EOF-SW
                       NOT AT END
                           IF RL-COMPANY-CODE = WS-COMPANY-CODE
                                   AND RL-PAY-PERIOD-ID
                                       = WS-PAY-PERIOD-ID
                                   AND RL-RUN-STAMP = WS-RUN-STAMP
                                   AND (RL-APPROVED OR RL-OVERRIDDEN)
                               SET WS-RUN-RELEASED TO TRUE
                               MOVE RL-OPERATOR-ID TO WS-RELEASED-BY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-LOG-FILE
           END-IF.
           IF NOT WS-RUN-RELEASED
               MOVE "RUN NOT RELEASED BY 2ND OPER"
                   TO WS-REFUSE-REASON
               PERFORM REFUSE-UNRELEASED-RUN
           END-IF.
           DISPLAY "PAYROLL RELEASED BY: " WS-RELEASED-BY
                   "  RUN: " WS-RUN-STAMP.

       REFUSE-UNRELEASED-RUN.
           OPEN EXTEND RELEASE-LOG-FILE.
           IF WS-RELLOG-STATUS NOT = "00"
               OPEN OUTPUT RELEASE-LOG-FILE
           END-IF.
           MOVE WS-COMPANY-CODE TO RL-COMPANY-CODE.
           MOVE WS-PAY-PERIOD-ID TO RL-PAY-PERIOD-ID.
           MOVE 'R' TO RL-ACTION.
           MOVE "NACHAFMT  " TO RL-PROGRAM.
           MOVE SPACES TO RL-OPERATOR-ID.
           MOVE WS-RUN-OPERATOR TO RL-RUN-OPERATOR.
           MOVE WS-RUN-STAMP TO RL-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RL-LOG-STAMP.
           MOVE WS-REFUSE-REASON TO RL-REASON.
           WRITE RELEASE-LOG-RECORD.
           CLOSE RELEASE-LOG-FILE.
           DISPLAY "NACHA FILE NOT BUILT - " WS-REFUSE-REASON.
           DISPLAY "RELEASE " WS-COMPANY-CODE " " WS-PAY-PERIOD-ID
                   " THROUGH payrel FIRST".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Each trailer closes the run segment above it (a resubmit
      * appends its own segment and trailer); the segment whose
      * trailer names the released run is the one proved and,
      * later, formatted
       VERIFY-ACH-FILE-TOTAL.
           OPEN INPUT ACH-FILE.
           IF WS-ACH-STATUS NOT = "00"
               DISPLAY "NO ACH FILE FOUND: " WS-ACH-FILENAME
               DISPLAY "STATUS: " WS-ACH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               READ ACH-FILE
                   AT END MOVE 'Y' TO WS-ACH-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACH-REC-NUM
                       EVALUATE TRUE
                           WHEN ACH-TRAILER
                               PERFORM CLOSE-ACH-SEGMENT
                           WHEN ACH-DEBIT
                               SUBTRACT ACH-AMOUNT
                                   FROM WS-SEG-TOTAL
                           WHEN OTHER
                               ADD ACH-AMOUNT TO WS-SEG-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.

       CLOSE-ACH-SEGMENT.
           IF ACH-RUN-COMPANY = WS-COMPANY-CODE
                   AND ACH-RUN-PERIOD = WS-PAY-PERIOD-ID
                   AND ACH-RUN-STAMP = WS-RUN-STAMP
               MOVE 'Y' TO WS-TRAILER-SEEN-SW
               MOVE WS-SEG-TOTAL TO WS-ITEM-TOTAL
               MOVE ACH-AMOUNT TO WS-TRAILER-TOTAL
               MOVE WS-SEG-FIRST TO WS-SEL-FIRST
               COMPUTE WS-SEL-LAST = WS-ACH-REC-NUM - 1
           END-IF.
           MOVE ZERO TO WS-SEG-TOTAL.
           COMPUTE WS-SEG-FIRST = WS-ACH-REC-NUM + 1.

       WRITE-FILE-HEADER.
           MOVE WS-DEST-ROUTING TO WS-FH-DEST.
           MOVE WS-ODFI-ROUTING TO WS-FH-ORIGIN.
