               88 ACH-CREDIT       VALUE 'C'.
               88 ACH-TRAILER      VALUE 'T'.
           05 FILLER                 PIC X(9).
      * company, period, and run stamp - on the trailer only
           05 FILLER                 PIC X(24).

      * Parse view of achpost.cbl's exception line
       FD ACH-EXCEPTION-FILE.
