       FD  RUN-HISTORY.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(8).
           05                          PIC X(149).
       FD  RUN-LOG.
       01  RUN-LOG-RECORD.
           05  RL-RUN-NUMBER           PIC 9(6).
       FD  HISTORY-ARCHIVE.
       01  HISTORY-ARCHIVE-RECORD      PIC X(80).
       FD  RUNHIST-ARCHIVE.
       01  RUNHIST-ARCHIVE-RECORD      PIC X(157).
       FD  RUNLOG-ARCHIVE.
       01  RUNLOG-ARCHIVE-RECORD       PIC X(69).
       FD  PURGE-REPORT.
           05  RHIST-KEEP-WS
                   OCCURS 1 TO 100000 TIMES
                       DEPENDING ON RHIST-KEEP-COUNT-WS.
               10  RHIST-KEEP-ROW-WS   PIC X(157).

       01  RLOG-KEEP-AREA-WS.
           05  RLOG-KEEP-COUNT-WS      PIC 9(6)     VALUE ZERO.
