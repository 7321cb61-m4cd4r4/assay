       01  ARCH-HIST-RECORD        PIC X(55).
      *
       FD  ARCH-AUDIT-FILE.
       01  ARCH-AUDIT-RECORD       PIC X(374).
      *
       FD  NEW-HIST-FILE.
           COPY PAY-HISTORY-RECORD
