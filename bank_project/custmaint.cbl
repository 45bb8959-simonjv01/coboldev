               05 op-empmaint-perm     pic x(1).
               05 op-rejrepair-perm    pic x(1).
               05 op-custmaint-perm    pic x(1).
               05 op-leaveapr-perm     pic x(1).
               05 op-payrel-perm       pic x(1).
               05 op-posctl-perm       pic x(1).
               05 op-paychg-perm       pic x(1).
               05 op-glentry-perm      pic x(1).

           fd violation-log-file.
           01 violation-log-line       pic x(80).
