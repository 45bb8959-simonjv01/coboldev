           05 EM-STATUS-DATE     PIC 9(8).
           05 EM-WORK-STATE      PIC X(2).
           05 EM-HOURLY-RATE     PIC 9(3)V99.
           05 EM-PAY-FREQUENCY   PIC X(1).

       FD JOB-COST-REPORT-FILE.
       01 JOB-COST-REPORT-LINE   PIC X(90).
