      * still in dispute - the period cannot retire to the archive
      * until every reject is repaired or dropped with authority
       CHECK-OPEN-REJECTS.
      * an off-cycle run (ID YYPP + X + sequence) never writes the
      * shared reject file - its refusals are on its own register
           IF WS-PAY-PERIOD-ID (5:1) = 'X'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT REJECT-FILE.
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "NO REJECT FILE - NOTHING OPEN"
           WRITE CLOSE-REPORT-LINE.
           MOVE WS-OUTPUT-FILENAME TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           IF WS-PAY-PERIOD-ID (5:1) = 'X'
               PERFORM CATALOG-OFF-CYCLE-FILES
           ELSE
               MOVE "/Users/simonvargas/stubs.txt"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
               MOVE "/Users/simonvargas/rejects.txt"
                   TO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-CATALOG-NAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
           WRITE CLOSE-REPORT-LINE.
           CLOSE CLOSE-REPORT-FILE.

      * An off-cycle run keeps its stubs and its payment register
      * (with any refusals) in files named for the run
       CATALOG-OFF-CYCLE-FILES.
           MOVE SPACES TO WS-CATALOG-NAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_stubs.txt" DELIMITED BY SIZE
               INTO WS-CATALOG-NAME.
           MOVE WS-CATALOG-NAME TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO WS-CATALOG-NAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_ocreg.txt" DELIMITED BY SIZE
               INTO WS-CATALOG-NAME.
           MOVE WS-CATALOG-NAME TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO WS-CATALOG-NAME.
           STRING "/Users/simonvargas/" DELIMITED BY SIZE
                   WS-COMPANY-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PAY-PERIOD-ID DELIMITED BY SIZE
                   "_emptax.txt" DELIMITED BY SIZE
               INTO WS-CATALOG-NAME.
           MOVE WS-CATALOG-NAME TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

       ADD-PERIOD-TO-LIST.
           MOVE 'N' TO WS-ALREADY-LISTED-SW.
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
