       data division.
         file section.
           fd audit-log-file.
           01 audit-log-line           pic x(150).

           fd archive-log-file.
           01 archive-log-line         pic x(150).

           fd account-xref-file.
           01 account-xref-record.
