      *  MUST STAY THE SAME LENGTH AS THAT RECORD.                    *
      *****************************************************************
       FD  KEEP-WORK-FILE.
       01  KEEP-RECORD PIC X(99).

       FD  STORE-CONTROL.
       COPY "store-control.cpy".
