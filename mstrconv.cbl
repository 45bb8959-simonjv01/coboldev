      * One-time conversion of the payroll masters to the widened
      * record layouts: the YTD master gains the federal and state
      * withholding accumulators, and the employee master gains the
      * status, status date, work state, and hourly rate fields and,
      * later, the pay-frequency code. An indexed file opened
      * against a changed record length fails with status 39, so
      * the old files must pass through here once before the first
      * pay run on the new layouts. Each master is read in its old
      * shape, written to a .new file in the new shape with neutral
      * defaults, and swapped in with the old file kept as .old.
      * Argument Y converts the YTD master, E the original employee
      * master, F an employee master already carrying status and
      * hourly rate but no pay frequency; A (the default) runs all
      * three, each stepping aside when its file is not in the
      * shape it expects.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OLD-EM-EMP-ID
               FILE STATUS IS WS-OLD-EMP-STATUS.

           SELECT PRIOR-EMP-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIOR-EM-EMP-ID
               FILE STATUS IS WS-PRIOR-EMP-STATUS.

           SELECT NEW-EMP-FILE ASSIGN TO
                   "/Users/simonvargas/empmstr.new"
               ORGANIZATION IS INDEXED
           05 OLD-EM-DEPT-CODE   PIC X(4).
           05 OLD-EM-EMP-SALARY  PIC 9(7)V99.

      * The employee master with status, work state, and hourly rate
      * but before the pay-frequency code was added
       FD PRIOR-EMP-FILE.
       01 PRIOR-EMP-RECORD.
           05 PRIOR-EM-EMP-ID     PIC 9(5).
           05 PRIOR-EM-EMP-NAME   PIC X(20).
           05 PRIOR-EM-DEPT-CODE  PIC X(4).
           05 PRIOR-EM-EMP-SALARY PIC 9(7)V99.
           05 PRIOR-EM-EMP-STATUS PIC X(1).
           05 PRIOR-EM-STATUS-DATE PIC 9(8).
           05 PRIOR-EM-WORK-STATE PIC X(2).
           05 PRIOR-EM-HOURLY-RATE PIC 9(3)V99.

       FD NEW-EMP-FILE.
       01 NEW-EMP-RECORD.
           05 NEW-EM-EMP-ID      PIC 9(5).
           05 NEW-EM-STATUS-DATE PIC 9(8).
           05 NEW-EM-WORK-STATE  PIC X(2).
           05 NEW-EM-HOURLY-RATE PIC 9(3)V99.
           05 NEW-EM-PAY-FREQUENCY PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-OLD-YTD-STATUS      PIC XX.
       01 WS-NEW-YTD-STATUS      PIC XX.
       01 WS-OLD-EMP-STATUS      PIC XX.
       01 WS-NEW-EMP-STATUS      PIC XX.
       01 WS-PRIOR-EMP-STATUS    PIC XX.
       01 WS-YTD-EOF-SW          PIC X VALUE 'N'.
           88 WS-YTD-END-OF-FILE VALUE 'Y'.
       01 WS-EMP-EOF-SW          PIC X VALUE 'N'.
       01 WS-WHICH-MASTER        PIC X(1).
       01 WS-YTD-CONVERTED       PIC 9(5) VALUE ZERO.
       01 WS-EMP-CONVERTED       PIC 9(5) VALUE ZERO.
       01 WS-FREQ-CONVERTED      PIC 9(5) VALUE ZERO.
       01 WS-SYSTEM-COMMAND      PIC X(140).

       PROCEDURE DIVISION.
           IF WS-WHICH-MASTER = 'E' OR WS-WHICH-MASTER = 'A'
               PERFORM CONVERT-EMPLOYEE-MASTER
           END-IF.
           IF WS-WHICH-MASTER = 'F' OR WS-WHICH-MASTER = 'A'
               PERFORM CONVERT-PAY-FREQUENCY
           END-IF.
           DISPLAY "Master Layout Conversion completed.".
           STOP RUN.

                       MOVE OLD-EM-EMP-NAME TO NEW-EM-EMP-NAME
                       MOVE OLD-EM-DEPT-CODE TO NEW-EM-DEPT-CODE
                       MOVE OLD-EM-EMP-SALARY TO NEW-EM-EMP-SALARY
      * everyone on the old master is presumed active and on the
      * biweekly cycle every run assumed; work state, hourly rate,
      * and the status date start neutral and are filled by
      * empmaint transactions as HR works the file
                       MOVE 'A' TO NEW-EM-EMP-STATUS
                       MOVE ZERO TO NEW-EM-STATUS-DATE
                       MOVE SPACES TO NEW-EM-WORK-STATE
                       MOVE ZERO TO NEW-EM-HOURLY-RATE
                       MOVE 'B' TO NEW-EM-PAY-FREQUENCY
                       WRITE NEW-EMP-RECORD
                       ADD 1 TO WS-EMP-CONVERTED
               END-READ
           DISPLAY "EMPLOYEE RECORDS CONVERTED: " WS-EMP-CONVERTED
                   " (OLD FILE KEPT AS empmstr.old)".

      * Add the pay-frequency code to a master already on the
      * status/work-state/hourly-rate layout. Everyone starts on
      * the biweekly cycle every run assumed until now; the plant's
      * weekly employees are moved with empmaint change
      * transactions.
       CONVERT-PAY-FREQUENCY.
           MOVE 'N' TO WS-EMP-EOF-SW.
           OPEN INPUT PRIOR-EMP-FILE.
           EVALUATE WS-PRIOR-EMP-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "NO EMPLOYEE MASTER ON FILE - NOTHING "
                           "TO CONVERT"
                   EXIT PARAGRAPH
               WHEN "39"
                   DISPLAY "EMPLOYEE MASTER IS NOT IN THE PRE-"
                           "FREQUENCY LAYOUT (STATUS 39) - ALREADY "
                           "CONVERTED?"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "EMPLOYEE MASTER OPEN FAILED. STATUS: "
                           WS-PRIOR-EMP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT NEW-EMP-FILE.

           MOVE LOW-VALUES TO PRIOR-EM-EMP-ID.
           START PRIOR-EMP-FILE KEY IS GREATER THAN PRIOR-EM-EMP-ID
               INVALID KEY MOVE 'Y' TO WS-EMP-EOF-SW
           END-START.
           PERFORM UNTIL WS-EMP-END-OF-FILE
               READ PRIOR-EMP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EMP-EOF-SW
                   NOT AT END
                       MOVE PRIOR-EM-EMP-ID TO NEW-EM-EMP-ID
                       MOVE PRIOR-EM-EMP-NAME TO NEW-EM-EMP-NAME
                       MOVE PRIOR-EM-DEPT-CODE TO NEW-EM-DEPT-CODE
                       MOVE PRIOR-EM-EMP-SALARY TO NEW-EM-EMP-SALARY
                       MOVE PRIOR-EM-EMP-STATUS TO NEW-EM-EMP-STATUS
                       MOVE PRIOR-EM-STATUS-DATE
                           TO NEW-EM-STATUS-DATE
                       MOVE PRIOR-EM-WORK-STATE TO NEW-EM-WORK-STATE
                       MOVE PRIOR-EM-HOURLY-RATE
                           TO NEW-EM-HOURLY-RATE
                       MOVE 'B' TO NEW-EM-PAY-FREQUENCY
                       WRITE NEW-EMP-RECORD
                       ADD 1 TO WS-FREQ-CONVERTED
               END-READ
           END-PERFORM.
           CLOSE PRIOR-EMP-FILE.
           CLOSE NEW-EMP-FILE.

           MOVE "cp /Users/simonvargas/empmstr.dat /Users/simonvarga
      -        "s/empmstr.old" TO WS-SYSTEM-COMMAND.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE "mv /Users/simonvargas/empmstr.new /Users/simonvarga
      -        "s/empmstr.dat" TO WS-SYSTEM-COMMAND.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           DISPLAY "EMPLOYEE RECORDS GIVEN A PAY FREQUENCY: "
                   WS-FREQ-CONVERTED
                   " (OLD FILE KEPT AS empmstr.old)".

       END PROGRAM MASTER-CONVERSION-UTILITY.
