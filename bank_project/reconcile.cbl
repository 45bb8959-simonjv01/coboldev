                 05 account-branch-code  pic 9(3).

           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd snapshot-file.
           01 snapshot-record.
