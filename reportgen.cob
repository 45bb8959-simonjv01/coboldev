               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

      *> unpack mode: a mainframe-style fixed-length extract read a
      *> byte at a time, so packed fields holding newline or other
      *> control bytes come through intact, decoded by the rules on
      *> its own field-layout control file
           SELECT EXTRACT-FILE ASSIGN TO
                   '/Users/simonvargas/extract.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT FIELD-LAYOUT-FILE ASSIGN TO
                   '/Users/simonvargas/pkdlay.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKL-STATUS.

           SELECT UNPACK-OUTPUT-FILE ASSIGN TO
                   '/Users/simonvargas/unpacked.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNPACK-OUT-STATUS.

           SELECT UNPACK-REJECT-FILE ASSIGN TO
                   '/Users/simonvargas/unpkrej.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *> join mode: the keyed reference file the input is enriched
      *> from, the control file naming the key and the fields to
      *> bring across, and the matched / unmatched outputs
           SELECT REFERENCE-FILE ASSIGN TO
                   '/Users/simonvargas/joinref.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.

           SELECT JOIN-CONTROL-FILE ASSIGN TO
                   '/Users/simonvargas/joinctl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JCTL-STATUS.

           SELECT JOIN-OUTPUT-FILE ASSIGN TO
                   '/Users/simonvargas/joined.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNMATCHED-FILE ASSIGN TO
                   '/Users/simonvargas/joinunm.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

      *> profile mode: the columns to profile and their names
           SELECT PROFILE-LAYOUT-FILE ASSIGN TO
                   '/Users/simonvargas/proflay.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05  RL-TO-POS            PIC 9(3).
           05  RL-LITERAL           PIC X(20).

       FD  EXTRACT-FILE.
       01  EXTRACT-BYTE             PIC X(1).

      *> one H rule gives the extract's record length (from-position)
      *> and the line-end bytes, if any, that follow each record
      *> (length); every other rule is a field - C text as is, E
      *> EBCDIC text translated, Z signed zoned decimal, P packed
      *> decimal (COMP-3) - at from-position for length bytes, with
      *> the decimal places the number carries
       FD  FIELD-LAYOUT-FILE.
       01  FIELD-LAYOUT-RECORD.
           05  PL-FIELD-TYPE        PIC X(1).
           05  PL-FROM-POS          PIC 9(4).
           05  PL-LENGTH            PIC 9(3).
           05  PL-DECIMALS          PIC 9(1).
           05  PL-FIELD-NAME        PIC X(20).

       FD  UNPACK-OUTPUT-FILE.
       01  UNPACK-OUTPUT-RECORD     PIC X(1000).

      *> one line per field that would not decode, with the record
      *> number and the field's bytes in hex
       FD  UNPACK-REJECT-FILE.
       01  UNPACK-REJECT-RECORD.
           05  UR-RECORD-NUMBER     PIC 9(7).
           05  FILLER               PIC X(1).
           05  UR-FIELD-NAME        PIC X(20).
           05  FILLER               PIC X(1).
           05  UR-REASON            PIC X(20).
           05  FILLER               PIC X(1).
           05  UR-FROM-POS          PIC 9(4).
           05  FILLER               PIC X(1).
           05  UR-HEX               PIC X(40).

       FD  REFERENCE-FILE.
       01  REFERENCE-RECORD         PIC X(200).

      *> one K rule: the key at from-position for length on the
      *> input record, matched to the key at to-position on the
      *> reference record. F rules: the reference field at
      *> from-position for length goes to to-position on the joined
      *> record - inside columns 1-80 it overlays the input, past
      *> them it is appended
       FD  JOIN-CONTROL-FILE.
       01  JOIN-CONTROL-RECORD.
           05  JC-RULE-TYPE         PIC X(1).
           05  JC-FROM-POS          PIC 9(3).
           05  JC-LENGTH            PIC 9(3).
           05  JC-TO-POS            PIC 9(3).

       FD  JOIN-OUTPUT-FILE.
       01  JOIN-OUTPUT-RECORD       PIC X(200).

       FD  UNMATCHED-FILE.
       01  UNMATCHED-RECORD         PIC X(80).

      *> one line per column: where it starts on the input record,
      *> how long it is (up to 30) and the name it is reported under
       FD  PROFILE-LAYOUT-FILE.
       01  PROFILE-LAYOUT-RECORD.
           05  PC-FROM-POS          PIC 9(3).
           05  PC-LENGTH            PIC 9(3).
           05  PC-COLUMN-NAME       PIC X(20).

      *> sort mode: the chosen column range is copied up front as
      *> the sort key so one fixed key definition covers sorting on
      *> any column range of the record
           88  VERIFY-MODE         VALUE 'I'.
           88  LOAD-MODE           VALUE 'L'.
           88  REFORMAT-MODE       VALUE 'F'.
           88  UNPACK-MODE         VALUE 'P'.
           88  JOIN-MODE           VALUE 'J'.
           88  PROFILE-MODE        VALUE 'D'.
       01  WS-ARG-NUM              PIC 9(2).
       01  WS-ARG-VALUE            PIC X(5).
       01  WS-BATCH-INVOKED-SW     PIC X VALUE 'N'.
       01  WS-RULE-SUB             PIC 9(3).
       01  WS-RULE-BAD-COUNT       PIC 9(3) VALUE ZERO.

      *> unpack-mode state: the extract's field layout loaded once,
      *> each field proved inside the extract record, and the
      *> record being decoded
       01  WS-PKL-STATUS           PIC XX.
       01  WS-PKL-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-PKL-EOF          VALUE 'Y'.
       01  WS-EXTRACT-STATUS       PIC XX.
       01  WS-EXTRACT-EOF-FLAG     PIC X VALUE 'N'.
           88  WS-EXTRACT-EOF      VALUE 'Y'.
       01  WS-UNPACK-OUT-STATUS    PIC XX.
       01  WS-UNPACK-FORMAT        PIC X VALUE 'D'.
           88  WS-UNPACK-DISPLAY   VALUE 'D'.
           88  WS-UNPACK-CSV       VALUE 'V'.
       01  WS-EXT-RECLEN           PIC 9(4) VALUE ZERO.
       01  WS-EXT-SKIP-BYTES       PIC 9(3) VALUE ZERO.
       01  WS-FIELD-TABLE.
           05  WS-FLD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-FLD-IDX.
               10  WS-FLD-TYPE      PIC X(1).
               10  WS-FLD-FROM      PIC 9(4).
               10  WS-FLD-LENGTH    PIC 9(3).
               10  WS-FLD-DECIMALS  PIC 9(1).
               10  WS-FLD-NAME      PIC X(20).
       01  WS-FLD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-FLD-BAD-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-FLD-SUB              PIC 9(3).
       01  WS-EXT-RECORD           PIC X(2000).
       01  WS-EXT-BYTES-READ       PIC 9(4).
       01  WS-EXT-RECORD-NUM       PIC 9(7) VALUE ZERO.
       01  WS-UNPK-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-UNPK-REJECT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-UNPK-BAD-FIELD-COUNT PIC 9(7) VALUE ZERO.
       01  WS-UNPK-RECORD-BAD-SW   PIC X.
           88  WS-UNPK-RECORD-BAD  VALUE 'Y'.
       01  WS-UNPK-FIELD-BAD-SW    PIC X.
           88  WS-UNPK-FIELD-BAD   VALUE 'Y'.
       01  WS-UNPK-REASON          PIC X(20).
       01  WS-UNPK-LINE            PIC X(1000).
       01  WS-UNPK-PTR             PIC 9(4).
       01  WS-UNPK-POS             PIC 9(4).
       01  WS-UNPK-LAST-POS        PIC 9(4).
       01  WS-UNPK-BYTE-VAL        PIC 9(3).
       01  WS-UNPK-HIGH            PIC 9(2).
       01  WS-UNPK-LOW             PIC 9(2).
       01  WS-UNPK-DIGITS          PIC X(31).
       01  WS-UNPK-DIGIT-COUNT     PIC 9(2).
       01  WS-UNPK-NEGATIVE-SW     PIC X.
           88  WS-UNPK-NEGATIVE    VALUE 'Y'.
       01  WS-UNPK-TEXT            PIC X(200).
       01  WS-UNPK-TEXT-LEN        PIC 9(3).
       01  WS-UNPK-NUM-TEXT        PIC X(40).
       01  WS-UNPK-NUM-LEN         PIC 9(2).
       01  WS-UNPK-NUM-WIDTH       PIC 9(2).
       01  WS-UNPK-INT-COUNT       PIC 9(2).
       01  WS-UNPK-FIRST-SIG       PIC 9(2).
       01  WS-UNPK-CHAR-IDX        PIC 9(3).
       01  WS-UNPK-QUOTE-SW        PIC X.
           88  WS-UNPK-NEEDS-QUOTES VALUE 'Y'.
       01  WS-UNPK-HEX-IDX         PIC 9(2).
       01  WS-HEX-DIGITS           PIC X(16)
                                   VALUE '0123456789ABCDEF'.
      *> sign overpunch on the last byte of a zoned field that was
      *> translated to ASCII in transfer: +0..+9, then -0..-9
       01  WS-OVERPUNCH-POSITIVE   PIC X(10) VALUE '{ABCDEFGHI'.
       01  WS-OVERPUNCH-NEGATIVE   PIC X(10) VALUE '}JKLMNOPQR'.
      *> E fields: the EBCDIC letters, digits, space, and punctuation
      *> and the ASCII character each one becomes
       01  WS-EBCDIC-CHARACTERS.
           05  FILLER               PIC X(17)
                   VALUE X'404B4C4D4E505B5C5D5E60616B6C6D6E6F'.
           05  FILLER               PIC X(17)
                   VALUE X'7A7B7C7D7E7F8182838485868788899192'.
           05  FILLER               PIC X(17)
                   VALUE X'93949596979899A2A3A4A5A6A7A8A9C1C2'.
           05  FILLER               PIC X(17)
                   VALUE X'C3C4C5C6C7C8C9D1D2D3D4D5D6D7D8D9E2'.
           05  FILLER               PIC X(17)
                   VALUE X'E3E4E5E6E7E8E9F0F1F2F3F4F5F6F7F8F9'.
       01  WS-ASCII-CHARACTERS.
           05  FILLER               PIC X(17)
                   VALUE X'202E3C282B26242A293B2D2F2C255F3E3F'.
           05  FILLER               PIC X(17)
                   VALUE X'3A2340273D226162636465666768696A6B'.
           05  FILLER               PIC X(17)
                   VALUE X'6C6D6E6F707172737475767778797A4142'.
           05  FILLER               PIC X(17)
                   VALUE X'434445464748494A4B4C4D4E4F50515253'.
           05  FILLER               PIC X(17)
                   VALUE X'5455565758595A30313233343536373839'.

      *> join-mode state: the key rule, the field rules, and the
      *> reference file held in storage by key
       01  WS-REF-STATUS           PIC XX.
       01  WS-REF-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-REF-EOF          VALUE 'Y'.
       01  WS-JCTL-STATUS          PIC XX.
       01  WS-JCTL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-JCTL-EOF         VALUE 'Y'.
       01  WS-JOIN-KEY-FROM        PIC 9(3) VALUE ZERO.
       01  WS-JOIN-KEY-LENGTH      PIC 9(3) VALUE ZERO.
       01  WS-JOIN-REF-KEY-POS     PIC 9(3) VALUE ZERO.
       01  WS-JOIN-FIELD-TABLE.
           05  WS-JF-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-JF-IDX.
               10  WS-JF-FROM       PIC 9(3).
               10  WS-JF-LENGTH     PIC 9(3).
               10  WS-JF-TO         PIC 9(3).
       01  WS-JF-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-JF-BAD-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-JOIN-REF-TABLE.
           05  WS-JR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-JR-IDX.
               10  WS-JR-KEY        PIC X(20).
               10  WS-JR-DATA       PIC X(200).
       01  WS-JR-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-JR-FOUND-SW          PIC X VALUE 'N'.
           88  WS-JR-FOUND         VALUE 'Y'.
       01  WS-JOIN-KEY             PIC X(20).
       01  WS-JOIN-LINE            PIC X(200).
       01  WS-JOIN-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-JOIN-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-JOIN-MATCHED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-JOIN-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-JOIN-DUP-REF-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-JOIN-REF-DROPPED     PIC 9(7) VALUE ZERO.

      *> profile-mode state: ten columns fit the one-page summary,
      *> and each keeps its first hundred distinct values with a
      *> count apiece for the most-frequent list
       01  WS-PROF-STATUS          PIC XX.
       01  WS-PROF-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-PROF-EOF         VALUE 'Y'.
       01  WS-PROF-DISTINCT-CAP    PIC 9(3) VALUE 100.
       01  WS-PROF-TABLE.
           05  WS-PC-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-PC-IDX.
               10  WS-PC-FROM       PIC 9(3).
               10  WS-PC-LENGTH     PIC 9(2).
               10  WS-PC-NAME       PIC X(20).
               10  WS-PC-BLANK      PIC 9(7).
               10  WS-PC-NUMERIC    PIC 9(7).
               10  WS-PC-NON-NUMERIC PIC 9(7).
               10  WS-PC-MIN        PIC X(30).
               10  WS-PC-MAX        PIC X(30).
               10  WS-PC-DISTINCT   PIC 9(3).
               10  WS-PC-OVERFLOW-SW PIC X.
                   88  WS-PC-OVERFLOW VALUE 'Y'.
               10  WS-PV-ENTRY OCCURS 100 TIMES
                       INDEXED BY WS-PV-IDX.
                   15  WS-PV-VALUE  PIC X(30).
                   15  WS-PV-COUNT  PIC 9(7).
                   15  WS-PV-TAKEN-SW PIC X.
       01  WS-PC-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-PC-BAD-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PROF-VALUE           PIC X(30).
       01  WS-PROF-FOUND-SW        PIC X.
           88  WS-PROF-FOUND       VALUE 'Y'.
       01  WS-PROF-READ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-PROF-SKIPPED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-PROF-RUN-DATE        PIC 9(8).
       01  WS-PROF-RANK            PIC 9(1).
       01  WS-PROF-BEST-SUB        PIC 9(3).
       01  WS-PROF-BEST-COUNT      PIC 9(7).
       01  WS-PROF-SUB             PIC 9(3).
       01  WS-PROF-PTR             PIC 9(3).
       01  WS-PROF-DISTINCT-OUT    PIC X(4).

       01  WS-PREV-KEY             PIC X(4).
       01  WS-GROUP-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-GRAND-COUNT          PIC 9(5) VALUE ZERO.
               DISPLAY
                   'ENTER MODE: C=COPY R=REPORT S=SPLIT V=CSV M=MERGE'
               DISPLAY '            T=SORT X=COMPARE I=VERIFY '
                       'L=LOAD-CSV F=REFORMAT P=UNPACK'
               DISPLAY '            J=JOIN D=PROFILE'
               ACCEPT WS-RUN-MODE
           ELSE
      *> the run mode came off the command line, so this is an
               END-IF
           END-IF

      *> unpack-mode option: argument 2 is the output format, D for
      *> fixed display columns or V for CSV (blank is D)
           IF UNPACK-MODE
               IF WS-BATCH-INVOKED
                   MOVE 2 TO WS-ARG-NUM
                   DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACE TO WS-UNPACK-FORMAT
                   ACCEPT WS-UNPACK-FORMAT FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACE TO WS-UNPACK-FORMAT
                   END-ACCEPT
               ELSE
                   DISPLAY 'OUTPUT FORMAT: D = DISPLAY COLUMNS, V = CSV'
                   ACCEPT WS-UNPACK-FORMAT
               END-IF
               IF NOT WS-UNPACK-CSV
                   MOVE 'D' TO WS-UNPACK-FORMAT
               END-IF
           END-IF

           IF WS-BATCH-INVOKED
               MOVE 4 TO WS-ARG-NUM
               DISPLAY WS-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT WS-FILTER-VALUE
           END-IF
           PERFORM 213-CHECK-FOR-CHECKPOINT
      *> unpack mode reads the extract, not the text input file
           IF NOT UNPACK-MODE
               OPEN INPUT INPUT-FILE
               IF WS-INPUT-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING INPUT FILE. STATUS: '
                           WS-INPUT-STATUS
                   STOP RUN
               END-IF
           END-IF

           IF WS-RESTARTING
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OUTPUT FILE. STATUS: '
                       WS-OUTPUT-STATUS
               IF NOT UNPACK-MODE
                   CLOSE INPUT-FILE
               END-IF
               STOP RUN
           END-IF
           IF WS-RESTARTING
                   PERFORM 290-LOAD-MODE
               WHEN REFORMAT-MODE
                   PERFORM 295-REFORMAT-MODE
               WHEN UNPACK-MODE
                   PERFORM 400-UNPACK-MODE
               WHEN JOIN-MODE
                   PERFORM 500-JOIN-MODE
               WHEN PROFILE-MODE
                   PERFORM 600-PROFILE-MODE
               WHEN OTHER
                   PERFORM 210-COPY-RECORDS
           END-EVALUATE.
           WRITE OUTPUT-RECORD.

       300-FINALIZE.
           IF NOT UNPACK-MODE
               CLOSE INPUT-FILE
           END-IF
           CLOSE OUTPUT-FILE
           PERFORM 215-CLEAR-CHECKPOINT
           DISPLAY '*** FILE COPY COMPLETED ***'
           DISPLAY 'TOTAL RECORDS PROCESSED: ' WS-RECORD-COUNT
           DISPLAY '*** PROGRAM ENDED SUCCESSFULLY ***'.

      * Mainframe extract conversion: each fixed-length record of the
      * extract is decoded field by field by the field-layout control
      * file - packed decimal and signed zoned fields unpacked, EBCDIC
      * text translated - and written as readable display columns or
      * CSV. A record with any field that will not decode is held
      * back, and each bad field goes to the reject listing with the
      * record number and its bytes in hex, so carrier and old
      * corporate extracts no longer go through a PC utility first
       400-UNPACK-MODE.
           PERFORM 410-LOAD-FIELD-LAYOUT
           IF WS-EXT-RECLEN = ZERO OR WS-FLD-COUNT = ZERO
               DISPLAY 'NO USABLE FIELD LAYOUT - NOTHING UNPACKED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXTRACT FILE. STATUS: '
                       WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT UNPACK-OUTPUT-FILE
           OPEN OUTPUT UNPACK-REJECT-FILE
           IF WS-UNPACK-CSV
               PERFORM 435-WRITE-CSV-HEADING
           END-IF
           PERFORM 420-READ-EXTRACT-RECORD
           PERFORM UNTIL WS-EXT-BYTES-READ = ZERO
               ADD 1 TO WS-EXT-RECORD-NUM
               IF WS-EXT-BYTES-READ < WS-EXT-RECLEN
                   MOVE 'SHORT RECORD        ' TO WS-UNPK-REASON
                   MOVE 1 TO WS-UNPK-POS
                   MOVE WS-EXT-BYTES-READ TO WS-UNPK-LAST-POS
                   PERFORM 470-WRITE-UNPACK-REJECT
                   ADD 1 TO WS-UNPK-REJECT-COUNT
               ELSE
                   PERFORM 430-UNPACK-ONE-RECORD
               END-IF
               PERFORM 420-READ-EXTRACT-RECORD
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE UNPACK-OUTPUT-FILE
           CLOSE UNPACK-REJECT-FILE
           MOVE WS-UNPK-WRITTEN-COUNT TO WS-RECORD-COUNT
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'UNPACK: READ ' WS-EXT-RECORD-NUM
                  ' WRITTEN ' WS-UNPK-WRITTEN-COUNT
                  ' REJECTED ' WS-UNPK-REJECT-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY 'EXTRACT RECORDS READ:     ' WS-EXT-RECORD-NUM
           DISPLAY 'EXTRACT RECORDS WRITTEN:  ' WS-UNPK-WRITTEN-COUNT
           DISPLAY 'EXTRACT RECORDS REJECTED: ' WS-UNPK-REJECT-COUNT
           DISPLAY 'FIELDS THAT DID NOT DECODE: '
                   WS-UNPK-BAD-FIELD-COUNT
           IF WS-UNPK-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> the same proving 297-LOAD-ONE-RULE gives reformat rules:
      *> every field must sit inside the extract record and decode
      *> into the line it is written on, or it is reported and
      *> dropped rather than trusted with data
       410-LOAD-FIELD-LAYOUT.
           MOVE ZERO TO WS-FLD-COUNT
           MOVE ZERO TO WS-EXT-RECLEN
           OPEN INPUT FIELD-LAYOUT-FILE
           IF WS-PKL-STATUS NOT = '00'
               DISPLAY 'NO FIELD LAYOUT FILE (pkdlay.txt). '
                       'STATUS: ' WS-PKL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PKL-EOF
               READ FIELD-LAYOUT-FILE
                   AT END
                       SET WS-PKL-EOF TO TRUE
                   NOT AT END
                       IF PL-FIELD-TYPE = 'H'
                           PERFORM 411-LOAD-LAYOUT-HEADER
                       ELSE
                           PERFORM 412-LOAD-ONE-FIELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-LAYOUT-FILE
           IF WS-EXT-RECLEN = ZERO
               DISPLAY 'FIELD LAYOUT HAS NO H RECORD-LENGTH RULE'
           END-IF
      *> fields were proved against the record length as they were
      *> read, so a length given after them is checked again here
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-COUNT
               IF WS-FLD-FROM (WS-FLD-SUB) + WS-FLD-LENGTH (WS-FLD-SUB)
                       > WS-EXT-RECLEN + 1
                   DISPLAY 'FIELD ' WS-FLD-NAME (WS-FLD-SUB)
                           ' PAST END OF RECORD - LAYOUT UNUSABLE'
                   MOVE ZERO TO WS-FLD-COUNT
               END-IF
           END-PERFORM
           DISPLAY 'EXTRACT RECORD LENGTH: ' WS-EXT-RECLEN
           DISPLAY 'FIELD RULES LOADED: ' WS-FLD-COUNT
           IF WS-FLD-BAD-COUNT > ZERO
               DISPLAY 'FIELD RULES DROPPED AS INVALID: '
                       WS-FLD-BAD-COUNT
           END-IF.

       411-LOAD-LAYOUT-HEADER.
           IF PL-FROM-POS NOT NUMERIC OR PL-FROM-POS = ZERO
                   OR PL-FROM-POS > 2000
               DISPLAY 'H RULE RECORD LENGTH BAD - MUST BE 1-2000'
           ELSE
               MOVE PL-FROM-POS TO WS-EXT-RECLEN
               IF PL-LENGTH NUMERIC
                   MOVE PL-LENGTH TO WS-EXT-SKIP-BYTES
               ELSE
                   MOVE ZERO TO WS-EXT-SKIP-BYTES
               END-IF
           END-IF.

       412-LOAD-ONE-FIELD.
           EVALUATE TRUE
               WHEN PL-FROM-POS NOT NUMERIC OR PL-LENGTH NOT NUMERIC
                       OR PL-DECIMALS NOT NUMERIC
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' RULE NOT NUMERIC - DROPPED'
               WHEN PL-FIELD-TYPE NOT = 'C' AND NOT = 'E'
                       AND NOT = 'Z' AND NOT = 'P'
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' TYPE NOT C, E, Z OR P - DROPPED'
               WHEN PL-FROM-POS = ZERO OR PL-LENGTH = ZERO
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' POSITION OR LENGTH ZERO - DROPPED'
               WHEN (PL-FIELD-TYPE = 'C' OR 'E') AND PL-LENGTH > 200
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' TEXT OVER 200 BYTES - DROPPED'
               WHEN PL-FIELD-TYPE = 'Z'
                       AND (PL-LENGTH > 31 OR PL-DECIMALS
                           NOT < PL-LENGTH)
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' ZONED LENGTH OR DECIMALS BAD - DROPPED'
               WHEN PL-FIELD-TYPE = 'P'
                       AND (PL-LENGTH > 16 OR PL-DECIMALS
                           NOT < PL-LENGTH * 2 - 1)
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD ' PL-FIELD-NAME
                           ' PACKED LENGTH OR DECIMALS BAD - DROPPED'
               WHEN WS-FLD-COUNT >= 100
                   ADD 1 TO WS-FLD-BAD-COUNT
                   DISPLAY 'FIELD TABLE FULL - ' PL-FIELD-NAME
                           ' DROPPED'
               WHEN OTHER
                   ADD 1 TO WS-FLD-COUNT
                   SET WS-FLD-IDX TO WS-FLD-COUNT
                   MOVE PL-FIELD-TYPE TO WS-FLD-TYPE (WS-FLD-IDX)
                   MOVE PL-FROM-POS TO WS-FLD-FROM (WS-FLD-IDX)
                   MOVE PL-LENGTH TO WS-FLD-LENGTH (WS-FLD-IDX)
                   MOVE PL-DECIMALS TO WS-FLD-DECIMALS (WS-FLD-IDX)
                   MOVE PL-FIELD-NAME TO WS-FLD-NAME (WS-FLD-IDX)
           END-EVALUATE.

      *> one extract record is the next record-length bytes; the
      *> line-end bytes after it, if the sender adds any, are read
      *> past. Zero bytes read means the extract is finished.
       420-READ-EXTRACT-RECORD.
           MOVE SPACES TO WS-EXT-RECORD
           MOVE ZERO TO WS-EXT-BYTES-READ
           PERFORM UNTIL WS-EXT-BYTES-READ >= WS-EXT-RECLEN
                   OR WS-EXTRACT-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXT-BYTES-READ
                       MOVE EXTRACT-BYTE
                           TO WS-EXT-RECORD (WS-EXT-BYTES-READ:1)
               END-READ
           END-PERFORM
           IF WS-EXT-BYTES-READ = WS-EXT-RECLEN
               PERFORM WS-EXT-SKIP-BYTES TIMES
                   READ EXTRACT-FILE
                       AT END
                           SET WS-EXTRACT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       430-UNPACK-ONE-RECORD.
           MOVE 'N' TO WS-UNPK-RECORD-BAD-SW
           MOVE SPACES TO WS-UNPK-LINE
           MOVE 1 TO WS-UNPK-PTR
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-COUNT
               MOVE 'N' TO WS-UNPK-FIELD-BAD-SW
               MOVE WS-FLD-FROM (WS-FLD-SUB) TO WS-UNPK-POS
               COMPUTE WS-UNPK-LAST-POS = WS-FLD-FROM (WS-FLD-SUB)
                       + WS-FLD-LENGTH (WS-FLD-SUB) - 1
               IF WS-FLD-SUB > 1
                   IF WS-UNPACK-CSV
                       STRING ',' DELIMITED BY SIZE
                           INTO WS-UNPK-LINE
                           WITH POINTER WS-UNPK-PTR
                   ELSE
                       STRING ' ' DELIMITED BY SIZE
                           INTO WS-UNPK-LINE
                           WITH POINTER WS-UNPK-PTR
                   END-IF
               END-IF
               EVALUATE WS-FLD-TYPE (WS-FLD-SUB)
                   WHEN 'Z'
                       PERFORM 440-DECODE-ZONED-FIELD
                       PERFORM 450-APPEND-NUMBER
                   WHEN 'P'
                       PERFORM 445-DECODE-PACKED-FIELD
                       PERFORM 450-APPEND-NUMBER
                   WHEN OTHER
                       PERFORM 460-APPEND-TEXT
               END-EVALUATE
               IF WS-UNPK-FIELD-BAD
                   SET WS-UNPK-RECORD-BAD TO TRUE
                   ADD 1 TO WS-UNPK-BAD-FIELD-COUNT
                   PERFORM 470-WRITE-UNPACK-REJECT
               END-IF
           END-PERFORM
           IF WS-UNPK-RECORD-BAD
               ADD 1 TO WS-UNPK-REJECT-COUNT
           ELSE
               MOVE WS-UNPK-LINE TO UNPACK-OUTPUT-RECORD
               WRITE UNPACK-OUTPUT-RECORD
               ADD 1 TO WS-UNPK-WRITTEN-COUNT
           END-IF.

       435-WRITE-CSV-HEADING.
           MOVE SPACES TO WS-UNPK-LINE
           MOVE 1 TO WS-UNPK-PTR
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FLD-COUNT
               IF WS-FLD-SUB > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
               END-IF
               STRING WS-FLD-NAME (WS-FLD-SUB) DELIMITED BY SPACE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
           END-PERFORM
           MOVE WS-UNPK-LINE TO UNPACK-OUTPUT-RECORD
           WRITE UNPACK-OUTPUT-RECORD.

      *> each byte's zone half must be a digit zone - F in EBCDIC,
      *> 3 in ASCII - except the last, whose zone carries the sign
      *> (C/A/E/F plus, D/B minus) or, on an extract translated to
      *> ASCII, is a sign overpunch character
       440-DECODE-ZONED-FIELD.
           MOVE 'N' TO WS-UNPK-NEGATIVE-SW
           MOVE SPACES TO WS-UNPK-DIGITS
           MOVE ZERO TO WS-UNPK-DIGIT-COUNT
           PERFORM VARYING WS-UNPK-POS FROM WS-FLD-FROM (WS-FLD-SUB)
                   BY 1 UNTIL WS-UNPK-POS > WS-UNPK-LAST-POS
                   OR WS-UNPK-FIELD-BAD
               PERFORM 480-SPLIT-BYTE
               ADD 1 TO WS-UNPK-DIGIT-COUNT
               EVALUATE TRUE
                   WHEN (WS-UNPK-HIGH = 15 OR WS-UNPK-HIGH = 3)
                           AND WS-UNPK-LOW < 10
                       MOVE WS-HEX-DIGITS (WS-UNPK-LOW + 1:1)
                           TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
                   WHEN WS-UNPK-POS NOT = WS-UNPK-LAST-POS
                       MOVE 'BAD ZONED DIGIT     ' TO WS-UNPK-REASON
                       SET WS-UNPK-FIELD-BAD TO TRUE
                   WHEN (WS-UNPK-HIGH = 12 OR WS-UNPK-HIGH = 10
                           OR WS-UNPK-HIGH = 14)
                           AND WS-UNPK-LOW < 10
                       MOVE WS-HEX-DIGITS (WS-UNPK-LOW + 1:1)
                           TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
                   WHEN (WS-UNPK-HIGH = 13 OR WS-UNPK-HIGH = 11)
                           AND WS-UNPK-LOW < 10
                       MOVE WS-HEX-DIGITS (WS-UNPK-LOW + 1:1)
                           TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
                       SET WS-UNPK-NEGATIVE TO TRUE
                   WHEN OTHER
                       PERFORM 441-DECODE-OVERPUNCH
               END-EVALUATE
           END-PERFORM.

       441-DECODE-OVERPUNCH.
           MOVE 'BAD ZONED SIGN      ' TO WS-UNPK-REASON
           SET WS-UNPK-FIELD-BAD TO TRUE
           PERFORM VARYING WS-UNPK-HEX-IDX FROM 1 BY 1
                   UNTIL WS-UNPK-HEX-IDX > 10
               IF WS-EXT-RECORD (WS-UNPK-POS:1)
                       = WS-OVERPUNCH-POSITIVE (WS-UNPK-HEX-IDX:1)
                   MOVE 'N' TO WS-UNPK-FIELD-BAD-SW
                   MOVE WS-HEX-DIGITS (WS-UNPK-HEX-IDX:1)
                       TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
               END-IF
               IF WS-EXT-RECORD (WS-UNPK-POS:1)
                       = WS-OVERPUNCH-NEGATIVE (WS-UNPK-HEX-IDX:1)
                   MOVE 'N' TO WS-UNPK-FIELD-BAD-SW
                   MOVE WS-HEX-DIGITS (WS-UNPK-HEX-IDX:1)
                       TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
                   SET WS-UNPK-NEGATIVE TO TRUE
               END-IF
           END-PERFORM.

      *> two digits to a byte, high half first; the low half of the
      *> last byte is the sign - C/A/E/F plus, D/B minus
       445-DECODE-PACKED-FIELD.
           MOVE 'N' TO WS-UNPK-NEGATIVE-SW
           MOVE SPACES TO WS-UNPK-DIGITS
           MOVE ZERO TO WS-UNPK-DIGIT-COUNT
           PERFORM VARYING WS-UNPK-POS FROM WS-FLD-FROM (WS-FLD-SUB)
                   BY 1 UNTIL WS-UNPK-POS > WS-UNPK-LAST-POS
                   OR WS-UNPK-FIELD-BAD
               PERFORM 480-SPLIT-BYTE
               IF WS-UNPK-HIGH > 9
                   MOVE 'BAD PACKED DIGIT    ' TO WS-UNPK-REASON
                   SET WS-UNPK-FIELD-BAD TO TRUE
               ELSE
                   ADD 1 TO WS-UNPK-DIGIT-COUNT
                   MOVE WS-HEX-DIGITS (WS-UNPK-HIGH + 1:1)
                       TO WS-UNPK-DIGITS (WS-UNPK-DIGIT-COUNT:1)
               END-IF
               EVALUATE TRUE
                   WHEN WS-UNPK-FIELD-BAD
                       CONTINUE
                   WHEN WS-UNPK-POS NOT = WS-UNPK-LAST-POS
                       IF WS-UNPK-LOW > 9
                           MOVE 'BAD PACKED DIGIT    '
                               TO WS-UNPK-REASON
                           SET WS-UNPK-FIELD-BAD TO TRUE
                       ELSE
                           ADD 1 TO WS-UNPK-DIGIT-COUNT
                           MOVE WS-HEX-DIGITS (WS-UNPK-LOW + 1:1)
                               TO WS-UNPK-DIGITS
                                   (WS-UNPK-DIGIT-COUNT:1)
                       END-IF
                   WHEN WS-UNPK-LOW = 12 OR WS-UNPK-LOW = 10
                           OR WS-UNPK-LOW = 14 OR WS-UNPK-LOW = 15
                       CONTINUE
                   WHEN WS-UNPK-LOW = 13 OR WS-UNPK-LOW = 11
                       SET WS-UNPK-NEGATIVE TO TRUE
                   WHEN OTHER
                       MOVE 'BAD PACKED SIGN     ' TO WS-UNPK-REASON
                       SET WS-UNPK-FIELD-BAD TO TRUE
               END-EVALUATE
           END-PERFORM.

      *> the decoded digits as a signed number with its decimal
      *> point and no leading zeros; display columns right-justify
      *> it in a column wide enough for every digit, sign and point
       450-APPEND-NUMBER.
           MOVE SPACES TO WS-UNPK-NUM-TEXT
           MOVE 1 TO WS-UNPK-NUM-LEN
           IF NOT WS-UNPK-FIELD-BAD
               COMPUTE WS-UNPK-INT-COUNT = WS-UNPK-DIGIT-COUNT
                       - WS-FLD-DECIMALS (WS-FLD-SUB)
               MOVE 1 TO WS-UNPK-FIRST-SIG
               PERFORM UNTIL WS-UNPK-FIRST-SIG >= WS-UNPK-INT-COUNT
                       OR WS-UNPK-DIGITS (WS-UNPK-FIRST-SIG:1)
                           NOT = '0'
                   ADD 1 TO WS-UNPK-FIRST-SIG
               END-PERFORM
               IF WS-UNPK-NEGATIVE
                   STRING '-' DELIMITED BY SIZE
                       INTO WS-UNPK-NUM-TEXT
                       WITH POINTER WS-UNPK-NUM-LEN
               END-IF
               IF WS-UNPK-INT-COUNT = ZERO
                   STRING '0' DELIMITED BY SIZE
                       INTO WS-UNPK-NUM-TEXT
                       WITH POINTER WS-UNPK-NUM-LEN
               ELSE
                   STRING WS-UNPK-DIGITS (WS-UNPK-FIRST-SIG:
                           WS-UNPK-INT-COUNT - WS-UNPK-FIRST-SIG + 1)
                       DELIMITED BY SIZE
                       INTO WS-UNPK-NUM-TEXT
                       WITH POINTER WS-UNPK-NUM-LEN
               END-IF
               IF WS-FLD-DECIMALS (WS-FLD-SUB) > ZERO
                   STRING '.' WS-UNPK-DIGITS (WS-UNPK-INT-COUNT + 1:
                           WS-FLD-DECIMALS (WS-FLD-SUB))
                       DELIMITED BY SIZE
                       INTO WS-UNPK-NUM-TEXT
                       WITH POINTER WS-UNPK-NUM-LEN
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-UNPK-NUM-LEN
           IF WS-UNPACK-DISPLAY
               IF WS-FLD-TYPE (WS-FLD-SUB) = 'P'
                   COMPUTE WS-UNPK-NUM-WIDTH =
                           WS-FLD-LENGTH (WS-FLD-SUB) * 2 + 2
               ELSE
                   COMPUTE WS-UNPK-NUM-WIDTH =
                           WS-FLD-LENGTH (WS-FLD-SUB) + 3
               END-IF
               COMPUTE WS-UNPK-PTR = WS-UNPK-PTR
                       + WS-UNPK-NUM-WIDTH - WS-UNPK-NUM-LEN
           END-IF
           IF WS-UNPK-NUM-LEN > ZERO
               STRING WS-UNPK-NUM-TEXT (1:WS-UNPK-NUM-LEN)
                   DELIMITED BY SIZE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
           END-IF.

      *> text goes out as is in display columns; for CSV it is
      *> trimmed, and quoted (quotes doubled) when it holds a comma
      *> or a quote, the way load mode reads quoted fields back.
      *> A byte that is still not printable once translated - binary
      *> where text was expected - fails the field.
       460-APPEND-TEXT.
           MOVE SPACES TO WS-UNPK-TEXT
           MOVE WS-EXT-RECORD (WS-FLD-FROM (WS-FLD-SUB):
                   WS-FLD-LENGTH (WS-FLD-SUB))
               TO WS-UNPK-TEXT
           IF WS-FLD-TYPE (WS-FLD-SUB) = 'E'
               INSPECT WS-UNPK-TEXT (1:WS-FLD-LENGTH (WS-FLD-SUB))
                   CONVERTING WS-EBCDIC-CHARACTERS
                   TO WS-ASCII-CHARACTERS
           END-IF
           PERFORM VARYING WS-UNPK-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-UNPK-CHAR-IDX > WS-FLD-LENGTH (WS-FLD-SUB)
                   OR WS-UNPK-FIELD-BAD
               COMPUTE WS-UNPK-BYTE-VAL = FUNCTION ORD(
                       WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1)) - 1
               IF WS-UNPK-BYTE-VAL < 32 OR WS-UNPK-BYTE-VAL > 126
                   MOVE 'BAD TEXT BYTE       ' TO WS-UNPK-REASON
                   SET WS-UNPK-FIELD-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-UNPK-FIELD-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-UNPACK-DISPLAY
               STRING WS-UNPK-TEXT (1:WS-FLD-LENGTH (WS-FLD-SUB))
                   DELIMITED BY SIZE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-UNPK-TEXT-LEN
           MOVE 'N' TO WS-UNPK-QUOTE-SW
           PERFORM VARYING WS-UNPK-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-UNPK-CHAR-IDX > WS-FLD-LENGTH (WS-FLD-SUB)
               IF WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-UNPK-CHAR-IDX TO WS-UNPK-TEXT-LEN
               END-IF
               IF WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1) = ','
                       OR WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1) = '"'
                   SET WS-UNPK-NEEDS-QUOTES TO TRUE
               END-IF
           END-PERFORM
           IF WS-UNPK-NEEDS-QUOTES
               STRING '"' DELIMITED BY SIZE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
           END-IF
           PERFORM VARYING WS-UNPK-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-UNPK-CHAR-IDX > WS-UNPK-TEXT-LEN
               IF WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1) = '"'
                   STRING '"' DELIMITED BY SIZE
                       INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
               END-IF
               STRING WS-UNPK-TEXT (WS-UNPK-CHAR-IDX:1)
                   DELIMITED BY SIZE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
           END-PERFORM
           IF WS-UNPK-NEEDS-QUOTES
               STRING '"' DELIMITED BY SIZE
                   INTO WS-UNPK-LINE WITH POINTER WS-UNPK-PTR
           END-IF.

      *> the reason, and up to the first 20 bytes of the field (or
      *> short record) in hex, for whoever chases it with the sender
       470-WRITE-UNPACK-REJECT.
           MOVE SPACES TO UNPACK-REJECT-RECORD
           MOVE WS-EXT-RECORD-NUM TO UR-RECORD-NUMBER
           MOVE WS-UNPK-REASON TO UR-REASON
           MOVE WS-UNPK-POS TO UR-FROM-POS
           IF WS-UNPK-REASON NOT = 'SHORT RECORD'
               MOVE WS-FLD-NAME (WS-FLD-SUB) TO UR-FIELD-NAME
               MOVE WS-FLD-FROM (WS-FLD-SUB) TO UR-FROM-POS
               MOVE WS-FLD-FROM (WS-FLD-SUB) TO WS-UNPK-POS
           END-IF
           MOVE ZERO TO WS-UNPK-HEX-IDX
           PERFORM UNTIL WS-UNPK-POS > WS-UNPK-LAST-POS
                   OR WS-UNPK-HEX-IDX >= 40
               PERFORM 480-SPLIT-BYTE
               MOVE WS-HEX-DIGITS (WS-UNPK-HIGH + 1:1)
                   TO UR-HEX (WS-UNPK-HEX-IDX + 1:1)
               MOVE WS-HEX-DIGITS (WS-UNPK-LOW + 1:1)
                   TO UR-HEX (WS-UNPK-HEX-IDX + 2:1)
               ADD 2 TO WS-UNPK-HEX-IDX
               ADD 1 TO WS-UNPK-POS
           END-PERFORM
           WRITE UNPACK-REJECT-RECORD
           DISPLAY 'EXTRACT RECORD ' WS-EXT-RECORD-NUM ' '
                   UR-FIELD-NAME ' - ' WS-UNPK-REASON.

      *> high (zone) and low (digit) halves of the byte at
      *> WS-UNPK-POS
       480-SPLIT-BYTE.
           COMPUTE WS-UNPK-BYTE-VAL =
                   FUNCTION ORD(WS-EXT-RECORD (WS-UNPK-POS:1)) - 1
           DIVIDE WS-UNPK-BYTE-VAL BY 16 GIVING WS-UNPK-HIGH
               REMAINDER WS-UNPK-LOW.

      * Keyed lookup and enrichment: each input record's key is
      * looked up on the reference file, and the fields the join
      * control file names are brought across onto the record -
      * overlaid inside its 80 columns or appended past them - so a
      * file carrying only an ID picks up the name or department
      * without a throwaway program. Records with no match go to the
      * unmatched file untouched. The control total proves every
      * record read was joined, unmatched, or skipped by the filter.
       500-JOIN-MODE.
           PERFORM 510-LOAD-JOIN-CONTROL
           IF WS-JOIN-KEY-LENGTH = ZERO OR WS-JF-COUNT = ZERO
               DISPLAY 'NO USABLE JOIN CONTROL - NOTHING JOINED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 520-LOAD-REFERENCE-FILE
           IF WS-JR-COUNT = ZERO
               DISPLAY 'NO REFERENCE RECORDS - NOTHING JOINED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOIN-OUTPUT-FILE
           OPEN OUTPUT UNMATCHED-FILE
           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOIN-READ-COUNT
                       IF WS-FILTER-VALUE = SPACES
                               OR IN-KEY-FIELD = WS-FILTER-VALUE
                           PERFORM 530-JOIN-ONE-RECORD
                       ELSE
                           ADD 1 TO WS-JOIN-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOIN-OUTPUT-FILE
           CLOSE UNMATCHED-FILE
           MOVE WS-JOIN-MATCHED-COUNT TO WS-RECORD-COUNT
           PERFORM 540-WRITE-JOIN-TOTALS
           IF WS-JOIN-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> the key rule and every field rule are proved against the
      *> record sizes, the way 297-LOAD-ONE-RULE proves reformat
      *> rules, and bad ones are reported and dropped
       510-LOAD-JOIN-CONTROL.
           OPEN INPUT JOIN-CONTROL-FILE
           IF WS-JCTL-STATUS NOT = '00'
               DISPLAY 'NO JOIN CONTROL FILE (joinctl.txt). '
                       'STATUS: ' WS-JCTL-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JCTL-EOF
               READ JOIN-CONTROL-FILE
                   AT END
                       SET WS-JCTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 511-LOAD-ONE-JOIN-RULE
               END-READ
           END-PERFORM
           CLOSE JOIN-CONTROL-FILE
           IF WS-JOIN-KEY-LENGTH = ZERO
               DISPLAY 'JOIN CONTROL HAS NO USABLE K KEY RULE'
           END-IF
           DISPLAY 'JOIN FIELD RULES LOADED: ' WS-JF-COUNT
           IF WS-JF-BAD-COUNT > ZERO
               DISPLAY 'JOIN RULES DROPPED AS INVALID: '
                       WS-JF-BAD-COUNT
           END-IF.

       511-LOAD-ONE-JOIN-RULE.
           EVALUATE TRUE
               WHEN JC-FROM-POS NOT NUMERIC OR JC-LENGTH NOT NUMERIC
                       OR JC-TO-POS NOT NUMERIC
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'JOIN RULE NOT NUMERIC - DROPPED'
               WHEN JC-FROM-POS = ZERO OR JC-LENGTH = ZERO
                       OR JC-TO-POS = ZERO
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'JOIN RULE POSITION OR LENGTH ZERO - '
                           'DROPPED'
               WHEN JC-RULE-TYPE = 'K'
                       AND (JC-LENGTH > 20
                           OR JC-FROM-POS + JC-LENGTH > 81
                           OR JC-TO-POS + JC-LENGTH > 201)
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'KEY RULE OUTSIDE THE RECORDS OR OVER 20 '
                           '- DROPPED'
               WHEN JC-RULE-TYPE = 'K'
                   MOVE JC-FROM-POS TO WS-JOIN-KEY-FROM
                   MOVE JC-LENGTH TO WS-JOIN-KEY-LENGTH
                   MOVE JC-TO-POS TO WS-JOIN-REF-KEY-POS
               WHEN JC-RULE-TYPE NOT = 'F'
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'JOIN RULE TYPE NOT K OR F - DROPPED'
               WHEN JC-FROM-POS + JC-LENGTH > 201
                       OR JC-TO-POS + JC-LENGTH > 201
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'FIELD RULE PAST COLUMN 200 - DROPPED'
               WHEN WS-JF-COUNT >= 50
                   ADD 1 TO WS-JF-BAD-COUNT
                   DISPLAY 'JOIN FIELD TABLE FULL - RULE DROPPED'
               WHEN OTHER
                   ADD 1 TO WS-JF-COUNT
                   SET WS-JF-IDX TO WS-JF-COUNT
                   MOVE JC-FROM-POS TO WS-JF-FROM (WS-JF-IDX)
                   MOVE JC-LENGTH TO WS-JF-LENGTH (WS-JF-IDX)
                   MOVE JC-TO-POS TO WS-JF-TO (WS-JF-IDX)
           END-EVALUATE.

      *> the first reference record for a key is the one used; later
      *> ones with the same key are counted and named, not loaded
       520-LOAD-REFERENCE-FILE.
           OPEN INPUT REFERENCE-FILE
           IF WS-REF-STATUS NOT = '00'
               DISPLAY 'NO REFERENCE FILE (joinref.txt). STATUS: '
                       WS-REF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REF-EOF
               READ REFERENCE-FILE
                   AT END
                       SET WS-REF-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-JOIN-KEY
                       MOVE REFERENCE-RECORD (WS-JOIN-REF-KEY-POS:
                               WS-JOIN-KEY-LENGTH)
                           TO WS-JOIN-KEY
                       PERFORM 525-FIND-REFERENCE-KEY
                       EVALUATE TRUE
                           WHEN WS-JR-FOUND
                               ADD 1 TO WS-JOIN-DUP-REF-COUNT
                               DISPLAY 'DUPLICATE REFERENCE KEY '
                                       WS-JOIN-KEY ' - FIRST KEPT'
                           WHEN WS-JR-COUNT >= 5000
                               ADD 1 TO WS-JOIN-REF-DROPPED
                               DISPLAY 'REFERENCE TABLE FULL - '
                                       WS-JOIN-KEY ' DROPPED'
                           WHEN OTHER
                               ADD 1 TO WS-JR-COUNT
                               SET WS-JR-IDX TO WS-JR-COUNT
                               MOVE WS-JOIN-KEY
                                   TO WS-JR-KEY (WS-JR-IDX)
                               MOVE REFERENCE-RECORD
                                   TO WS-JR-DATA (WS-JR-IDX)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE REFERENCE-FILE
           DISPLAY 'REFERENCE RECORDS LOADED: ' WS-JR-COUNT.

       525-FIND-REFERENCE-KEY.
           MOVE 'N' TO WS-JR-FOUND-SW
           PERFORM VARYING WS-JR-IDX FROM 1 BY 1
                   UNTIL WS-JR-IDX > WS-JR-COUNT
                      OR WS-JR-FOUND
               IF WS-JR-KEY (WS-JR-IDX) = WS-JOIN-KEY
                   SET WS-JR-FOUND TO TRUE
                   SET WS-JR-IDX DOWN BY 1
               END-IF
           END-PERFORM.

       530-JOIN-ONE-RECORD.
           MOVE SPACES TO WS-JOIN-KEY
           MOVE INPUT-RECORD (WS-JOIN-KEY-FROM:WS-JOIN-KEY-LENGTH)
               TO WS-JOIN-KEY
           PERFORM 525-FIND-REFERENCE-KEY
           IF NOT WS-JR-FOUND
               ADD 1 TO WS-JOIN-UNMATCHED-COUNT
               MOVE INPUT-RECORD TO UNMATCHED-RECORD
               WRITE UNMATCHED-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOIN-MATCHED-COUNT
           MOVE SPACES TO WS-JOIN-LINE
           MOVE INPUT-RECORD TO WS-JOIN-LINE (1:80)
           PERFORM VARYING WS-JF-IDX FROM 1 BY 1
                   UNTIL WS-JF-IDX > WS-JF-COUNT
               MOVE WS-JR-DATA (WS-JR-IDX)
                       (WS-JF-FROM (WS-JF-IDX):WS-JF-LENGTH (WS-JF-IDX))
                   TO WS-JOIN-LINE
                       (WS-JF-TO (WS-JF-IDX):WS-JF-LENGTH (WS-JF-IDX))
           END-PERFORM
           MOVE WS-JOIN-LINE TO JOIN-OUTPUT-RECORD
           WRITE JOIN-OUTPUT-RECORD.

      *> read = joined + unmatched + skipped, on output.txt and the
      *> console, for the data-control sign-off
       540-WRITE-JOIN-TOTALS.
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'JOIN CONTROL TOTALS - REFERENCE RECORDS: '
                  WS-JR-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING '  INPUT READ: ' WS-JOIN-READ-COUNT
                  '  JOINED: ' WS-JOIN-MATCHED-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING '  UNMATCHED: ' WS-JOIN-UNMATCHED-COUNT
                  '  SKIPPED BY FILTER: ' WS-JOIN-SKIPPED-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING '  DUPLICATE REFERENCE KEYS: ' WS-JOIN-DUP-REF-COUNT
                  '  REFERENCE DROPPED: ' WS-JOIN-REF-DROPPED
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY 'JOIN - READ: ' WS-JOIN-READ-COUNT
                   ' JOINED: ' WS-JOIN-MATCHED-COUNT
                   ' UNMATCHED: ' WS-JOIN-UNMATCHED-COUNT
                   ' SKIPPED: ' WS-JOIN-SKIPPED-COUNT
           IF WS-JOIN-READ-COUNT NOT = WS-JOIN-MATCHED-COUNT
                   + WS-JOIN-UNMATCHED-COUNT + WS-JOIN-SKIPPED-COUNT
               DISPLAY '*** JOIN CONTROL TOTALS DO NOT PROVE ***'
               MOVE SPACES TO OUTPUT-RECORD
               STRING '  *** CONTROL TOTALS DO NOT PROVE ***'
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Data profile: before an inbound file is accepted, data
      * control gets one page showing what is really in each column
      * the profile layout names - blank, numeric and non-numeric
      * counts, the lowest and highest value present, how many
      * distinct values (up to the cap) and the three most frequent.
      * The page replaces output.txt for the acceptance sign-off.
       600-PROFILE-MODE.
           PERFORM 610-LOAD-PROFILE-LAYOUT
           IF WS-PC-COUNT = ZERO
               DISPLAY 'NO USABLE PROFILE LAYOUT - NOTHING PROFILED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE
               READ INPUT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-FILTER-VALUE = SPACES
                               OR IN-KEY-FIELD = WS-FILTER-VALUE
                           ADD 1 TO WS-PROF-READ-COUNT
                           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                                   UNTIL WS-PC-IDX > WS-PC-COUNT
                               PERFORM 620-PROFILE-ONE-COLUMN
                           END-PERFORM
                       ELSE
                           ADD 1 TO WS-PROF-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PROF-READ-COUNT TO WS-RECORD-COUNT
           PERFORM 640-PRINT-PROFILE-PAGE.

      *> column rules are proved against the 80-byte input record
      *> and the 30-byte value the profile keeps, like the reformat
      *> rules in 297-LOAD-ONE-RULE
       610-LOAD-PROFILE-LAYOUT.
           OPEN INPUT PROFILE-LAYOUT-FILE
           IF WS-PROF-STATUS NOT = '00'
               DISPLAY 'NO PROFILE LAYOUT FILE (proflay.txt). '
                       'STATUS: ' WS-PROF-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PROF-EOF
               READ PROFILE-LAYOUT-FILE
                   AT END
                       SET WS-PROF-EOF TO TRUE
                   NOT AT END
                       PERFORM 611-LOAD-ONE-COLUMN
               END-READ
           END-PERFORM
           CLOSE PROFILE-LAYOUT-FILE
           DISPLAY 'PROFILE COLUMNS LOADED: ' WS-PC-COUNT
           IF WS-PC-BAD-COUNT > ZERO
               DISPLAY 'PROFILE COLUMNS DROPPED AS INVALID: '
                       WS-PC-BAD-COUNT
           END-IF.

       611-LOAD-ONE-COLUMN.
           EVALUATE TRUE
               WHEN PC-FROM-POS NOT NUMERIC OR PC-LENGTH NOT NUMERIC
                   ADD 1 TO WS-PC-BAD-COUNT
                   DISPLAY 'PROFILE COLUMN NOT NUMERIC - DROPPED'
               WHEN PC-FROM-POS = ZERO OR PC-LENGTH = ZERO
                   ADD 1 TO WS-PC-BAD-COUNT
                   DISPLAY 'PROFILE COLUMN POSITION OR LENGTH ZERO - '
                           'DROPPED'
               WHEN PC-LENGTH > 30
                   ADD 1 TO WS-PC-BAD-COUNT
                   DISPLAY 'PROFILE COLUMN ' PC-COLUMN-NAME
                           ' OVER 30 BYTES - DROPPED'
               WHEN PC-FROM-POS + PC-LENGTH > 81
                   ADD 1 TO WS-PC-BAD-COUNT
                   DISPLAY 'PROFILE COLUMN ' PC-COLUMN-NAME
                           ' PAST COLUMN 80 - DROPPED'
               WHEN WS-PC-COUNT >= 10
                   ADD 1 TO WS-PC-BAD-COUNT
                   DISPLAY 'PROFILE TABLE FULL - ' PC-COLUMN-NAME
                           ' DROPPED'
               WHEN OTHER
                   ADD 1 TO WS-PC-COUNT
                   SET WS-PC-IDX TO WS-PC-COUNT
                   INITIALIZE WS-PC-ENTRY (WS-PC-IDX)
                   MOVE PC-FROM-POS TO WS-PC-FROM (WS-PC-IDX)
                   MOVE PC-LENGTH TO WS-PC-LENGTH (WS-PC-IDX)
                   MOVE PC-COLUMN-NAME TO WS-PC-NAME (WS-PC-IDX)
           END-EVALUATE.

      *> blank values are counted and set aside; everything else
      *> counts as numeric (digits only) or non-numeric and goes into
      *> the low/high and the distinct-value tally
       620-PROFILE-ONE-COLUMN.
           MOVE SPACES TO WS-PROF-VALUE
           MOVE INPUT-RECORD (WS-PC-FROM (WS-PC-IDX):
                   WS-PC-LENGTH (WS-PC-IDX))
               TO WS-PROF-VALUE
           IF WS-PROF-VALUE = SPACES
               ADD 1 TO WS-PC-BLANK (WS-PC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PROF-VALUE (1:WS-PC-LENGTH (WS-PC-IDX)) IS NUMERIC
               ADD 1 TO WS-PC-NUMERIC (WS-PC-IDX)
           ELSE
               ADD 1 TO WS-PC-NON-NUMERIC (WS-PC-IDX)
           END-IF
           IF WS-PC-NUMERIC (WS-PC-IDX)
                   + WS-PC-NON-NUMERIC (WS-PC-IDX) = 1
               MOVE WS-PROF-VALUE TO WS-PC-MIN (WS-PC-IDX)
               MOVE WS-PROF-VALUE TO WS-PC-MAX (WS-PC-IDX)
           END-IF
           IF WS-PROF-VALUE < WS-PC-MIN (WS-PC-IDX)
               MOVE WS-PROF-VALUE TO WS-PC-MIN (WS-PC-IDX)
           END-IF
           IF WS-PROF-VALUE > WS-PC-MAX (WS-PC-IDX)
               MOVE WS-PROF-VALUE TO WS-PC-MAX (WS-PC-IDX)
           END-IF
           PERFORM 625-TALLY-PROFILE-VALUE.

      *> once the cap is reached new values are no longer kept, so
      *> the distinct count reads as "at least" and the frequencies
      *> cover the values first seen
       625-TALLY-PROFILE-VALUE.
           MOVE 'N' TO WS-PROF-FOUND-SW
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PC-DISTINCT (WS-PC-IDX)
                      OR WS-PROF-FOUND
               IF WS-PV-VALUE (WS-PC-IDX, WS-PV-IDX) = WS-PROF-VALUE
                   SET WS-PROF-FOUND TO TRUE
                   SET WS-PV-IDX DOWN BY 1
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PROF-FOUND
                   ADD 1 TO WS-PV-COUNT (WS-PC-IDX, WS-PV-IDX)
               WHEN WS-PC-DISTINCT (WS-PC-IDX) >= WS-PROF-DISTINCT-CAP
                   SET WS-PC-OVERFLOW (WS-PC-IDX) TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PC-DISTINCT (WS-PC-IDX)
                   SET WS-PV-IDX TO WS-PC-DISTINCT (WS-PC-IDX)
                   MOVE WS-PROF-VALUE
                       TO WS-PV-VALUE (WS-PC-IDX, WS-PV-IDX)
                   MOVE 1 TO WS-PV-COUNT (WS-PC-IDX, WS-PV-IDX)
                   MOVE 'N' TO WS-PV-TAKEN-SW (WS-PC-IDX, WS-PV-IDX)
           END-EVALUATE.

       640-PRINT-PROFILE-PAGE.
           ACCEPT WS-PROF-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE '***** FILE COPY DATA PROFILE *****' TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'RUN DATE: ' WS-PROF-RUN-DATE
                  '  RECORDS PROFILED: ' WS-PROF-READ-COUNT
                  '  SKIPPED: ' WS-PROF-SKIPPED-COUNT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               PERFORM 645-PRINT-PROFILE-COLUMN
           END-PERFORM
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'NUMERIC = DIGITS ONLY. DISTINCT VALUES KEPT UP TO '
                  WS-PROF-DISTINCT-CAP ' PER COLUMN.'
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE 'ACCEPTED BY: ____________________  DATE: __________'
               TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           DISPLAY 'RECORDS PROFILED: ' WS-PROF-READ-COUNT
                   ' COLUMNS: ' WS-PC-COUNT.

       645-PRINT-PROFILE-COLUMN.
           IF WS-PC-OVERFLOW (WS-PC-IDX)
               MOVE SPACES TO WS-PROF-DISTINCT-OUT
               STRING WS-PC-DISTINCT (WS-PC-IDX) '+'
                   DELIMITED BY SIZE INTO WS-PROF-DISTINCT-OUT
           ELSE
               MOVE WS-PC-DISTINCT (WS-PC-IDX) TO WS-PROF-DISTINCT-OUT
           END-IF
           MOVE SPACES TO OUTPUT-RECORD
           STRING 'COLUMN: ' WS-PC-NAME (WS-PC-IDX)
                  '  FROM ' WS-PC-FROM (WS-PC-IDX)
                  '  LENGTH ' WS-PC-LENGTH (WS-PC-IDX)
                  '  DISTINCT ' WS-PROF-DISTINCT-OUT
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING '  BLANK ' WS-PC-BLANK (WS-PC-IDX)
                  '  NUMERIC ' WS-PC-NUMERIC (WS-PC-IDX)
                  '  NON-NUMERIC ' WS-PC-NON-NUMERIC (WS-PC-IDX)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING '  MIN: ' WS-PC-MIN (WS-PC-IDX)
                  '  MAX: ' WS-PC-MAX (WS-PC-IDX)
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           MOVE '  TOP:' TO OUTPUT-RECORD
           MOVE 8 TO WS-PROF-PTR
           PERFORM VARYING WS-PROF-RANK FROM 1 BY 1
                   UNTIL WS-PROF-RANK > 3
               PERFORM 650-FIND-NEXT-FREQUENT
               IF WS-PROF-BEST-SUB > ZERO
                   STRING WS-PV-VALUE (WS-PC-IDX, WS-PROF-BEST-SUB)
                              (1:14)
                          '(' WS-PROF-BEST-COUNT ') '
                       DELIMITED BY SIZE INTO OUTPUT-RECORD
                       WITH POINTER WS-PROF-PTR
               END-IF
           END-PERFORM
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.

      *> highest count not already listed; ties go to the value
      *> seen first
       650-FIND-NEXT-FREQUENT.
           MOVE ZERO TO WS-PROF-BEST-SUB
           MOVE ZERO TO WS-PROF-BEST-COUNT
           PERFORM VARYING WS-PROF-SUB FROM 1 BY 1
                   UNTIL WS-PROF-SUB > WS-PC-DISTINCT (WS-PC-IDX)
               IF WS-PV-TAKEN-SW (WS-PC-IDX, WS-PROF-SUB) NOT = 'Y'
                       AND WS-PV-COUNT (WS-PC-IDX, WS-PROF-SUB)
                           > WS-PROF-BEST-COUNT
                   MOVE WS-PROF-SUB TO WS-PROF-BEST-SUB
                   MOVE WS-PV-COUNT (WS-PC-IDX, WS-PROF-SUB)
                       TO WS-PROF-BEST-COUNT
               END-IF
           END-PERFORM
           IF WS-PROF-BEST-SUB > ZERO
               MOVE 'Y' TO WS-PV-TAKEN-SW (WS-PC-IDX, WS-PROF-BEST-SUB)
           END-IF.
