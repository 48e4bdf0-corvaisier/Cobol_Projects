       01  HISTO-REC            PIC X(80).

       FD  FIC1-AUDIT.
       01  AUDIT-REC            PIC X(120).

           COPY RUNLOG.

