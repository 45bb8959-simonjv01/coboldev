       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-NEW-HIRE-REPORTING.
       AUTHOR. YOUR-NAME.

      * State new-hire reporting. Every add and rehire empmaint.cbl
      * has applied to the employee master is on its audit trail
      * (empaudit.txt) as an 'A' AFTER line carrying the hire date
      * and work state; each one not yet on the sent-log
      * (nhsent.txt) is reported to its work state in that state's
      * file (newhire_<ST>_<stamp>.txt), headed with our employer
      * identity from emplrid.txt, and then logged so it is never
      * sent twice. A hire that cannot be reported - no work state
      * on the master, or no state employer account on file - is
      * held and listed on nhrpt.txt with the days left before the
      * state's deadline, as is any hire reported after it.
      * BASELINE as the first argument logs every hire on the trail
      * as already reported without writing any state file - run
      * once, when the states have been caught up by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Master maintenance audit trail, as empmaint.cbl appends it
           SELECT MAINT-AUDIT-FILE ASSIGN TO
                   "/Users/simonvargas/empaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      * Employer identity: one line for the company (state code
      * spaces) and one per state carrying its employer account
           SELECT EMPLOYER-ID-FILE ASSIGN TO
                   "/Users/simonvargas/emplrid.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLR-STATUS.

      * Every hire already reported, appended across runs
           SELECT NEW-HIRE-SENT-FILE ASSIGN TO
                   "/Users/simonvargas/nhsent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.

      * This run's file for one state (see WRITE-STATE-FILE)
           SELECT STATE-NEW-HIRE-FILE ASSIGN TO
                   DYNAMIC WS-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.

           SELECT NEW-HIRE-REPORT-FILE ASSIGN TO
                   "/Users/simonvargas/nhrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Audit line layout written by empmaint.cbl's audit detail
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-LINE.
           05 AU-TAG             PIC X(7).
           05 FILLER             PIC X(5).
           05 AU-ACTION          PIC X(1).
           05 FILLER             PIC X(5).
           05 AU-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X(5).
           05 AU-EMP-ID          PIC 9(5).
           05 FILLER             PIC X(1).
           05 AU-EMP-NAME        PIC X(20).
           05 FILLER             PIC X(6).
           05 AU-DEPT-CODE       PIC X(4).
           05 FILLER             PIC X(5).
           05 AU-SALARY          PIC X(10).
           05 FILLER             PIC X(5).
           05 AU-EMP-STATUS      PIC X(1).
           05 FILLER             PIC X(4).
           05 AU-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X(5).
           05 AU-PAY-FREQUENCY   PIC X(1).
           05 FILLER             PIC X(4).
           05 AU-WORK-STATE      PIC X(2).
           05 FILLER             PIC X(4).
           05 AU-APPROVER-ID     PIC X(8).
           05 FILLER             PIC X(5).

       FD EMPLOYER-ID-FILE.
       01 EMPLOYER-ID-RECORD.
           05 ER-STATE-CODE      PIC X(2).
           05 ER-FEIN            PIC 9(9).
           05 ER-EMPLOYER-NAME   PIC X(30).
           05 ER-ADDRESS         PIC X(30).
           05 ER-CITY            PIC X(20).
           05 ER-ADDR-STATE      PIC X(2).
           05 ER-ZIP-CODE        PIC X(10).
           05 ER-STATE-ACCOUNT   PIC X(15).

      * One line per hire reported; the hire date tells a rehire
      * apart from the employee's original hire
       FD NEW-HIRE-SENT-FILE.
       01 NEW-HIRE-SENT-RECORD.
           05 NS-EMP-ID          PIC 9(5).
           05 NS-HIRE-DATE       PIC 9(8).
           05 NS-WORK-STATE      PIC X(2).
           05 NS-SENT-DATE       PIC 9(8).
           05 NS-EMP-NAME        PIC X(20).

      * Header with the employer identity, one 'E' line per hire,
      * and a trailer with the count
       FD STATE-NEW-HIRE-FILE.
       01 STATE-DETAIL-RECORD.
           05 SD-RECORD-TYPE     PIC X(1).
           05 SD-STATE-CODE      PIC X(2).
           05 SD-EMP-ID          PIC 9(5).
           05 SD-EMP-NAME        PIC X(20).
           05 SD-HIRE-DATE       PIC 9(8).
           05 SD-DEPT-CODE       PIC X(4).
           05 SD-REHIRE-FLAG     PIC X(1).
           05 FILLER             PIC X(89).
       01 STATE-HEADER-RECORD.
           05 SH-RECORD-TYPE     PIC X(1).
           05 SH-STATE-CODE      PIC X(2).
           05 SH-FEIN            PIC 9(9).
           05 SH-EMPLOYER-NAME   PIC X(30).
           05 SH-ADDRESS         PIC X(30).
           05 SH-CITY            PIC X(20).
           05 SH-ADDR-STATE      PIC X(2).
           05 SH-ZIP-CODE        PIC X(10).
           05 SH-STATE-ACCOUNT   PIC X(15).
           05 SH-FILE-DATE       PIC 9(8).
           05 FILLER             PIC X(3).
       01 STATE-TRAILER-RECORD.
           05 ST-RECORD-TYPE     PIC X(1).
           05 ST-STATE-CODE      PIC X(2).
           05 ST-HIRE-COUNT      PIC 9(5).
           05 FILLER             PIC X(122).

       FD NEW-HIRE-REPORT-FILE.
       01 NEW-HIRE-REPORT-LINE   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC XX.
       01 WS-EMPLR-STATUS       PIC XX.
       01 WS-SENT-STATUS        PIC XX.
       01 WS-STATE-STATUS       PIC XX.
       01 WS-AUDIT-EOF-SW       PIC X VALUE 'N'.
           88 WS-AUDIT-END-OF-FILE VALUE 'Y'.
       01 WS-EMPLR-EOF-SW       PIC X VALUE 'N'.
           88 WS-EMPLR-END-OF-FILE VALUE 'Y'.
       01 WS-SENT-EOF-SW        PIC X VALUE 'N'.
           88 WS-SENT-END-OF-FILE VALUE 'Y'.

       01 WS-ARG-NUM            PIC 9(2).
       01 WS-RUN-OPTION         PIC X(8) VALUE SPACES.
       01 WS-BASELINE-SW        PIC X VALUE 'N'.
           88 WS-BASELINE-RUN   VALUE 'Y'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-STAMP          PIC 9(14).
       01 WS-STATE-FILENAME     PIC X(60) VALUE SPACES.

      * States expect a new hire within 20 days of the hire date;
      * one unreported after 15 is flagged as coming due
       01 WS-DEADLINE-DAYS      PIC 9(3) VALUE 20.
       01 WS-WARNING-DAYS       PIC 9(3) VALUE 15.

      * The company's own identity line from emplrid.txt
       01 WS-EMPLOYER-FOUND-SW  PIC X VALUE 'N'.
           88 WS-EMPLOYER-FOUND VALUE 'Y'.
       01 WS-EMPLOYER-IDENTITY.
           05 WS-EI-FEIN         PIC 9(9).
           05 WS-EI-NAME         PIC X(30).
           05 WS-EI-ADDRESS      PIC X(30).
           05 WS-EI-CITY         PIC X(20).
           05 WS-EI-ADDR-STATE   PIC X(2).
           05 WS-EI-ZIP-CODE     PIC X(10).

      * State employer accounts, one per state we withhold in
       01 WS-ACCOUNT-TABLE.
           05 WS-AC-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-AC-IDX.
               10 WS-AC-STATE-CODE   PIC X(2).
               10 WS-AC-ACCOUNT      PIC X(15).
       01 WS-AC-COUNT           PIC 9(2) VALUE ZERO.

      * Hires already reported, as nhsent.txt has them
       01 WS-SENT-TABLE.
           05 WS-SN-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SN-IDX.
               10 WS-SN-EMP-ID       PIC 9(5).
               10 WS-SN-HIRE-DATE    PIC 9(8).
       01 WS-SN-COUNT           PIC 9(4) VALUE ZERO.

      * Hires on the trail not yet reported. WS-HR-RESULT is 'S'
      * to send, 'U' when it cannot be reported - the reason says
      * why - and 'R' once it is on a state file.
       01 WS-HIRE-TABLE.
           05 WS-HR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-HR-IDX.
               10 WS-HR-EMP-ID       PIC 9(5).
               10 WS-HR-EMP-NAME     PIC X(20).
               10 WS-HR-HIRE-DATE    PIC 9(8).
               10 WS-HR-DEPT-CODE    PIC X(4).
               10 WS-HR-WORK-STATE   PIC X(2).
               10 WS-HR-REHIRE-FLAG  PIC X(1).
               10 WS-HR-DAYS-OUT     PIC S9(5).
               10 WS-HR-RESULT       PIC X(1).
               10 WS-HR-REASON       PIC X(20).
       01 WS-HR-COUNT           PIC 9(4) VALUE ZERO.

      * States with a hire to send this run
       01 WS-STATE-TABLE.
           05 WS-SL-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-SL-IDX.
               10 WS-SL-STATE-CODE   PIC X(2).
               10 WS-SL-ACCOUNT      PIC X(15).
               10 WS-SL-HIRES        PIC 9(5).
               10 WS-SL-LATE         PIC 9(5).
       01 WS-SL-COUNT           PIC 9(2) VALUE ZERO.

      * BEFORE line status of the add being read - 'T' makes the
      * AFTER line that follows a rehire
       01 WS-BEFORE-STATUS      PIC X(1) VALUE SPACE.
       01 WS-FOUND-SW           PIC X VALUE 'N'.
           88 WS-FOUND          VALUE 'Y'.
       01 WS-WORK-EMP-ID        PIC 9(5).
       01 WS-WORK-DATE          PIC 9(8).
       01 WS-WORK-STATE         PIC X(2).
       01 WS-DUE-DATE           PIC 9(8).
       01 WS-DAYS-LEFT          PIC S9(5).

       01 WS-REPORTED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-LATE-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BASELINED-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-HEADING-1.
           05 FILLER             PIC X(45) VALUE
              "***** STATE NEW-HIRE REPORTING *****".
       01 WS-HEADING-2.
           05 FILLER             PIC X(10) VALUE "RUN DATE: ".
           05 WS-H2-DATE-OUT     PIC 9(8).
           05 FILLER             PIC X(13) VALUE "   DEADLINE: ".
           05 WS-H2-DEADLINE-OUT PIC ZZ9.
           05 FILLER             PIC X(5) VALUE " DAYS".

       01 WS-STATE-SUMMARY-LINE.
           05 FILLER             PIC X(7) VALUE "STATE: ".
           05 WS-SS-STATE-OUT    PIC X(2).
           05 FILLER             PIC X(11) VALUE "  ACCOUNT: ".
           05 WS-SS-ACCOUNT-OUT  PIC X(15).
           05 FILLER             PIC X(9) VALUE "  HIRES: ".
           05 WS-SS-HIRES-OUT    PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE "  LATE: ".
           05 WS-SS-LATE-OUT     PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-SS-FILE-OUT     PIC X(36).

       01 WS-OVERDUE-DETAIL.
           05 WS-OD-TAG-OUT      PIC X(14).
           05 FILLER             PIC X(5) VALUE " ID: ".
           05 WS-OD-EMP-OUT      PIC 9(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OD-NAME-OUT     PIC X(20).
           05 FILLER             PIC X(4) VALUE " ST:".
           05 WS-OD-STATE-OUT    PIC X(2).
           05 FILLER             PIC X(7) VALUE " HIRED:".
           05 WS-OD-HIRED-OUT    PIC 9(8).
           05 FILLER             PIC X(5) VALUE " DUE:".
           05 WS-OD-DUE-OUT      PIC 9(8).
           05 FILLER             PIC X(6) VALUE " LEFT:".
           05 WS-OD-LEFT-OUT     PIC ----9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OD-REASON-OUT   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Starting State New-Hire Reporting...".
           PERFORM ACCEPT-RUN-PARAMETERS.
           PERFORM LOAD-SENT-LOG.
           PERFORM LOAD-HIRES-FROM-AUDIT.

           IF WS-BASELINE-RUN
               PERFORM BASELINE-SENT-LOG
               DISPLAY "HIRES LOGGED AS ALREADY REPORTED: "
                       WS-BASELINED-COUNT
               DISPLAY "State New-Hire Reporting completed."
               STOP RUN
           END-IF.

           PERFORM LOAD-EMPLOYER-IDENTITY.
           PERFORM CLASSIFY-HIRES.

           OPEN EXTEND NEW-HIRE-SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               OPEN OUTPUT NEW-HIRE-SENT-FILE
           END-IF.
           OPEN OUTPUT NEW-HIRE-REPORT-FILE.
           MOVE WS-HEADING-1 TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE WS-RUN-DATE TO WS-H2-DATE-OUT.
           MOVE WS-DEADLINE-DAYS TO WS-H2-DEADLINE-OUT.
           MOVE WS-HEADING-2 TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE SPACES TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE "STATE FILES SENT" TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.

           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT
               PERFORM WRITE-STATE-FILE
           END-PERFORM.
           IF WS-SL-COUNT = ZERO
               MOVE "  NONE - NO NEW HIRES TO REPORT"
                   TO NEW-HIRE-REPORT-LINE
               WRITE NEW-HIRE-REPORT-LINE
           END-IF.

           PERFORM WRITE-OVERDUE-LIST.
           CLOSE NEW-HIRE-REPORT-FILE.
           CLOSE NEW-HIRE-SENT-FILE.

           DISPLAY "STATE FILES WRITTEN: " WS-SL-COUNT.
           DISPLAY "HIRES REPORTED: " WS-REPORTED-COUNT
                   "  LATE: " WS-LATE-COUNT
                   "  HELD: " WS-HELD-COUNT.
           IF WS-LATE-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               DISPLAY "*** NEW HIRES LATE OR NOT REPORTED - SEE "
                       "nhrpt.txt ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "State New-Hire Reporting completed.".
           STOP RUN.

       ACCEPT-RUN-PARAMETERS.
           MOVE 1 TO WS-ARG-NUM
           DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
           MOVE SPACES TO WS-RUN-OPTION
           ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-OPTION
           END-ACCEPT.
           IF WS-RUN-OPTION = "BASELINE"
               SET WS-BASELINE-RUN TO TRUE
               DISPLAY "BASELINE RUN - HIRES ON THE TRAIL ARE LOGGED "
                       "AS REPORTED, NO STATE FILES WRITTEN"
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-STAMP.
           MOVE WS-RUN-STAMP (1:8) TO WS-RUN-DATE.

      * No nhsent.txt means nothing has been reported yet
       LOAD-SENT-LOG.
           OPEN INPUT NEW-HIRE-SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               DISPLAY "NO NEW-HIRE SENT-LOG (nhsent.txt) - EVERY "
                       "HIRE ON THE TRAIL IS UNREPORTED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SENT-END-OF-FILE
               READ NEW-HIRE-SENT-FILE
                   AT END MOVE 'Y' TO WS-SENT-EOF-SW
                   NOT AT END
                       IF WS-SN-COUNT < 5000
                           ADD 1 TO WS-SN-COUNT
                           SET WS-SN-IDX TO WS-SN-COUNT
                           MOVE NS-EMP-ID TO WS-SN-EMP-ID (WS-SN-IDX)
                           MOVE NS-HIRE-DATE
                               TO WS-SN-HIRE-DATE (WS-SN-IDX)
                       ELSE
                           DISPLAY "SENT-LOG TABLE FULL - LINE "
                                   "DROPPED: " NS-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NEW-HIRE-SENT-FILE.
           DISPLAY "HIRES ALREADY REPORTED: " WS-SN-COUNT.

      * The trail is the only record of who was hired when, so its
      * absence stops the run rather than report nobody
       LOAD-HIRES-FROM-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "MASTER AUDIT TRAIL (empaudit.txt) MISSING - "
                       "NO NEW HIRES REPORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-AUDIT-END-OF-FILE
               READ MAINT-AUDIT-FILE
                   AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE MAINT-AUDIT-FILE.
           DISPLAY "UNREPORTED HIRES ON THE TRAIL: " WS-HR-COUNT.

      * An add's BEFORE line is read first: its status is 'T' when
      * the add brought back a terminated employee
       LOAD-ONE-AUDIT-LINE.
           IF AU-ACTION NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF AU-TAG = "BEFORE:"
               MOVE AU-EMP-STATUS TO WS-BEFORE-STATUS
               EXIT PARAGRAPH
           END-IF.
           IF AU-TAG NOT = "AFTER: "
                   OR AU-EFFECTIVE-DATE NOT NUMERIC
                   OR AU-EMP-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE AU-EMP-ID TO WS-WORK-EMP-ID.
           MOVE AU-EFFECTIVE-DATE TO WS-WORK-DATE.
           PERFORM FIND-SENT-HIRE.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HIRE.
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-HR-COUNT < 1000
               ADD 1 TO WS-HR-COUNT
               SET WS-HR-IDX TO WS-HR-COUNT
               MOVE AU-EMP-ID TO WS-HR-EMP-ID (WS-HR-IDX)
               MOVE AU-EMP-NAME TO WS-HR-EMP-NAME (WS-HR-IDX)
               MOVE AU-EFFECTIVE-DATE TO WS-HR-HIRE-DATE (WS-HR-IDX)
               MOVE AU-DEPT-CODE TO WS-HR-DEPT-CODE (WS-HR-IDX)
               MOVE AU-WORK-STATE TO WS-HR-WORK-STATE (WS-HR-IDX)
               IF WS-BEFORE-STATUS = 'T'
                   MOVE 'R' TO WS-HR-REHIRE-FLAG (WS-HR-IDX)
               ELSE
                   MOVE 'N' TO WS-HR-REHIRE-FLAG (WS-HR-IDX)
               END-IF
               COMPUTE WS-HR-DAYS-OUT (WS-HR-IDX) =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (AU-EFFECTIVE-DATE)
               MOVE 'S' TO WS-HR-RESULT (WS-HR-IDX)
               MOVE SPACES TO WS-HR-REASON (WS-HR-IDX)
           ELSE
               DISPLAY "HIRE TABLE FULL - HIRE NOT LOADED: "
                       AU-EMP-ID " " AU-EFFECTIVE-DATE
           END-IF.
           MOVE SPACE TO WS-BEFORE-STATUS.

      * Every hire on the trail goes on the sent-log as reported
      * today, so only hires applied after this run are sent
       BASELINE-SENT-LOG.
           OPEN EXTEND NEW-HIRE-SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               OPEN OUTPUT NEW-HIRE-SENT-FILE
           END-IF.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               PERFORM LOG-HIRE-SENT
               ADD 1 TO WS-BASELINED-COUNT
           END-PERFORM.
           CLOSE NEW-HIRE-SENT-FILE.

      * No state file can go out without the company's identity, so
      * a missing employer file or company line stops the run
       LOAD-EMPLOYER-IDENTITY.
           OPEN INPUT EMPLOYER-ID-FILE.
           IF WS-EMPLR-STATUS NOT = "00"
               DISPLAY "EMPLOYER IDENTITY FILE (emplrid.txt) MISSING "
                       "- NO NEW HIRES REPORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EMPLR-END-OF-FILE
               READ EMPLOYER-ID-FILE
                   AT END MOVE 'Y' TO WS-EMPLR-EOF-SW
                   NOT AT END
                       PERFORM LOAD-ONE-EMPLOYER-LINE
               END-READ
           END-PERFORM.
           CLOSE EMPLOYER-ID-FILE.
           IF NOT WS-EMPLOYER-FOUND
               DISPLAY "NO COMPANY LINE ON emplrid.txt - NO NEW "
                       "HIRES REPORTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-EMPLOYER-LINE.
           IF ER-STATE-CODE = SPACES
               SET WS-EMPLOYER-FOUND TO TRUE
               MOVE ER-FEIN TO WS-EI-FEIN
               MOVE ER-EMPLOYER-NAME TO WS-EI-NAME
               MOVE ER-ADDRESS TO WS-EI-ADDRESS
               MOVE ER-CITY TO WS-EI-CITY
               MOVE ER-ADDR-STATE TO WS-EI-ADDR-STATE
               MOVE ER-ZIP-CODE TO WS-EI-ZIP-CODE
           ELSE
               IF WS-AC-COUNT < 60
                   ADD 1 TO WS-AC-COUNT
                   SET WS-AC-IDX TO WS-AC-COUNT
                   MOVE ER-STATE-CODE TO WS-AC-STATE-CODE (WS-AC-IDX)
                   MOVE ER-STATE-ACCOUNT TO WS-AC-ACCOUNT (WS-AC-IDX)
               END-IF
           END-IF.

      * A hire is sent to its work state when we hold an employer
      * account there; otherwise it is held for the overdue list
       CLASSIFY-HIRES.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-WORK-STATE (WS-HR-IDX) = SPACES
                   MOVE 'U' TO WS-HR-RESULT (WS-HR-IDX)
                   MOVE "NO WORK STATE" TO WS-HR-REASON (WS-HR-IDX)
               ELSE
                   MOVE WS-HR-WORK-STATE (WS-HR-IDX) TO WS-WORK-STATE
                   PERFORM FIND-STATE-ACCOUNT
                   IF WS-FOUND
                       PERFORM ADD-TO-STATE-LIST
                   ELSE
                       MOVE 'U' TO WS-HR-RESULT (WS-HR-IDX)
                       MOVE "NO STATE EMPLOYER ID"
                           TO WS-HR-REASON (WS-HR-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TO-STATE-LIST.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                   UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-FOUND
               IF WS-SL-STATE-CODE (WS-SL-IDX) = WS-WORK-STATE
                   SET WS-FOUND TO TRUE
                   SET WS-SL-IDX DOWN BY 1
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-SL-COUNT < 60
               ADD 1 TO WS-SL-COUNT
               SET WS-SL-IDX TO WS-SL-COUNT
               MOVE WS-WORK-STATE TO WS-SL-STATE-CODE (WS-SL-IDX)
               MOVE WS-AC-ACCOUNT (WS-AC-IDX)
                   TO WS-SL-ACCOUNT (WS-SL-IDX)
               MOVE ZERO TO WS-SL-HIRES (WS-SL-IDX)
               MOVE ZERO TO WS-SL-LATE (WS-SL-IDX)
           END-IF.

      * One state's file: the employer header, every hire working in
      * the state, and a trailer with the count. The file name
      * carries the run's time so a second run in a day cannot
      * overwrite a file already sent.
       WRITE-STATE-FILE.
           MOVE SPACES TO WS-STATE-FILENAME.
           STRING "/Users/simonvargas/newhire_" DELIMITED BY SIZE
                   WS-SL-STATE-CODE (WS-SL-IDX) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-RUN-STAMP DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME.
           OPEN OUTPUT STATE-NEW-HIRE-FILE.
           IF WS-STATE-STATUS NOT = "00"
               DISPLAY "STATE NEW-HIRE FILE OPEN FAILED: "
                       WS-STATE-FILENAME " STATUS: " WS-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO STATE-HEADER-RECORD.
           MOVE 'H' TO SH-RECORD-TYPE.
           MOVE WS-SL-STATE-CODE (WS-SL-IDX) TO SH-STATE-CODE.
           MOVE WS-EI-FEIN TO SH-FEIN.
           MOVE WS-EI-NAME TO SH-EMPLOYER-NAME.
           MOVE WS-EI-ADDRESS TO SH-ADDRESS.
           MOVE WS-EI-CITY TO SH-CITY.
           MOVE WS-EI-ADDR-STATE TO SH-ADDR-STATE.
           MOVE WS-EI-ZIP-CODE TO SH-ZIP-CODE.
           MOVE WS-SL-ACCOUNT (WS-SL-IDX) TO SH-STATE-ACCOUNT.
           MOVE WS-RUN-DATE TO SH-FILE-DATE.
           WRITE STATE-HEADER-RECORD.

           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-RESULT (WS-HR-IDX) = 'S'
                       AND WS-HR-WORK-STATE (WS-HR-IDX)
                           = WS-SL-STATE-CODE (WS-SL-IDX)
                   PERFORM WRITE-STATE-HIRE
               END-IF
           END-PERFORM.

           MOVE SPACES TO STATE-TRAILER-RECORD.
           MOVE 'T' TO ST-RECORD-TYPE.
           MOVE WS-SL-STATE-CODE (WS-SL-IDX) TO ST-STATE-CODE.
           MOVE WS-SL-HIRES (WS-SL-IDX) TO ST-HIRE-COUNT.
           WRITE STATE-TRAILER-RECORD.
           CLOSE STATE-NEW-HIRE-FILE.

           MOVE WS-SL-STATE-CODE (WS-SL-IDX) TO WS-SS-STATE-OUT.
           MOVE WS-SL-ACCOUNT (WS-SL-IDX) TO WS-SS-ACCOUNT-OUT.
           MOVE WS-SL-HIRES (WS-SL-IDX) TO WS-SS-HIRES-OUT.
           MOVE WS-SL-LATE (WS-SL-IDX) TO WS-SS-LATE-OUT.
           MOVE WS-STATE-FILENAME (20:36) TO WS-SS-FILE-OUT.
           MOVE WS-STATE-SUMMARY-LINE TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.

       WRITE-STATE-HIRE.
           MOVE SPACES TO STATE-DETAIL-RECORD.
           MOVE 'E' TO SD-RECORD-TYPE.
           MOVE WS-HR-WORK-STATE (WS-HR-IDX) TO SD-STATE-CODE.
           MOVE WS-HR-EMP-ID (WS-HR-IDX) TO SD-EMP-ID.
           MOVE WS-HR-EMP-NAME (WS-HR-IDX) TO SD-EMP-NAME.
           MOVE WS-HR-HIRE-DATE (WS-HR-IDX) TO SD-HIRE-DATE.
           MOVE WS-HR-DEPT-CODE (WS-HR-IDX) TO SD-DEPT-CODE.
           MOVE WS-HR-REHIRE-FLAG (WS-HR-IDX) TO SD-REHIRE-FLAG.
           WRITE STATE-DETAIL-RECORD.
           PERFORM LOG-HIRE-SENT.
           MOVE 'R' TO WS-HR-RESULT (WS-HR-IDX).
           ADD 1 TO WS-SL-HIRES (WS-SL-IDX).
           ADD 1 TO WS-REPORTED-COUNT.
           IF WS-HR-DAYS-OUT (WS-HR-IDX) > WS-DEADLINE-DAYS
               ADD 1 TO WS-SL-LATE (WS-SL-IDX)
               ADD 1 TO WS-LATE-COUNT
           END-IF.

       LOG-HIRE-SENT.
           MOVE WS-HR-EMP-ID (WS-HR-IDX) TO NS-EMP-ID.
           MOVE WS-HR-HIRE-DATE (WS-HR-IDX) TO NS-HIRE-DATE.
           MOVE WS-HR-WORK-STATE (WS-HR-IDX) TO NS-WORK-STATE.
           MOVE WS-RUN-DATE TO NS-SENT-DATE.
           MOVE WS-HR-EMP-NAME (WS-HR-IDX) TO NS-EMP-NAME.
           WRITE NEW-HIRE-SENT-RECORD.

      * Hires reported past the deadline, then every hire still not
      * reported with the days it has left (negative once overdue)
       WRITE-OVERDUE-LIST.
           MOVE SPACES TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           MOVE "LATE AND UNREPORTED NEW HIRES"
               TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-RESULT (WS-HR-IDX) = 'R'
                       AND WS-HR-DAYS-OUT (WS-HR-IDX)
                           > WS-DEADLINE-DAYS
                   MOVE "REPORTED LATE" TO WS-OD-TAG-OUT
                   MOVE SPACES TO WS-HR-REASON (WS-HR-IDX)
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
               IF WS-HR-RESULT (WS-HR-IDX) = 'U'
                   EVALUATE TRUE
                       WHEN WS-HR-DAYS-OUT (WS-HR-IDX)
                               > WS-DEADLINE-DAYS
                           MOVE "OVERDUE" TO WS-OD-TAG-OUT
                       WHEN WS-HR-DAYS-OUT (WS-HR-IDX)
                               NOT < WS-WARNING-DAYS
                           MOVE "COMING DUE" TO WS-OD-TAG-OUT
                       WHEN OTHER
                           MOVE "NOT REPORTED" TO WS-OD-TAG-OUT
                   END-EVALUATE
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-OVERDUE-LINE
               END-IF
           END-PERFORM.
           IF WS-LATE-COUNT = ZERO AND WS-HELD-COUNT = ZERO
               MOVE "  NONE" TO NEW-HIRE-REPORT-LINE
               WRITE NEW-HIRE-REPORT-LINE
           END-IF.

       WRITE-OVERDUE-LINE.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-HR-HIRE-DATE (WS-HR-IDX))
                + WS-DEADLINE-DAYS).
           COMPUTE WS-DAYS-LEFT =
               WS-DEADLINE-DAYS - WS-HR-DAYS-OUT (WS-HR-IDX).
           MOVE WS-HR-EMP-ID (WS-HR-IDX) TO WS-OD-EMP-OUT.
           MOVE WS-HR-EMP-NAME (WS-HR-IDX) TO WS-OD-NAME-OUT.
           MOVE WS-HR-WORK-STATE (WS-HR-IDX) TO WS-OD-STATE-OUT.
           MOVE WS-HR-HIRE-DATE (WS-HR-IDX) TO WS-OD-HIRED-OUT.
           MOVE WS-DUE-DATE TO WS-OD-DUE-OUT.
           MOVE WS-DAYS-LEFT TO WS-OD-LEFT-OUT.
           MOVE WS-HR-REASON (WS-HR-IDX) TO WS-OD-REASON-OUT.
           MOVE WS-OVERDUE-DETAIL TO NEW-HIRE-REPORT-LINE.
           WRITE NEW-HIRE-REPORT-LINE.

       FIND-SENT-HIRE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT OR WS-FOUND
               IF WS-SN-EMP-ID (WS-SN-IDX) = WS-WORK-EMP-ID
                       AND WS-SN-HIRE-DATE (WS-SN-IDX) = WS-WORK-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-SN-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       FIND-HIRE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT OR WS-FOUND
               IF WS-HR-EMP-ID (WS-HR-IDX) = WS-WORK-EMP-ID
                       AND WS-HR-HIRE-DATE (WS-HR-IDX) = WS-WORK-DATE
                   SET WS-FOUND TO TRUE
                   SET WS-HR-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       FIND-STATE-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT OR WS-FOUND
               IF WS-AC-STATE-CODE (WS-AC-IDX) = WS-WORK-STATE
                   SET WS-FOUND TO TRUE
                   SET WS-AC-IDX DOWN BY 1
               END-IF
           END-PERFORM.
