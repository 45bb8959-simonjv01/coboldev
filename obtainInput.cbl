           05 EM-STATUS-DATE    pic 9(8).
           05 EM-WORK-STATE     pic x(2).
           05 EM-HOURLY-RATE    pic 9(3)V99.
           05 EM-PAY-FREQUENCY  pic x(1).

      * Year-to-date figures maintained each period by
      * employee-salary-processor.cbl
