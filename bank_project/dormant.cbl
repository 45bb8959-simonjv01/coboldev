                 05 account-branch-code  pic 9(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd dormant-report-file.
           01 dormant-report-line      pic x(90).
