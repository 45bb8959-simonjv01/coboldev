       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd account-file
               record contains 80 characters
