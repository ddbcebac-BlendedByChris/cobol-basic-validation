                   ACCESS MODE IS RANDOM
                   RECORD KEY IS IX-ACCOUNT-CODE
                   FILE STATUS IS ACCT-IX-STATUS-WS.
           SELECT OPTIONAL INDEX-LOAD-LOG
               ASSIGN TO 'AIXLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-REPORT
               ASSIGN TO 'AIXLOAD.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  ACCOUNT-MASTER-IX-RECORD.
           05  IX-ACCOUNT-CODE         PIC X(4).
           05                          PIC X(76).
      *    ONE RECORD APPENDED PER LOAD, SO THE NIGHTLY CYCLE CAN
      *    CONFIRM THE INDEX WAS REBUILT AFTER THE CYCLE OPENED.
       FD  INDEX-LOAD-LOG.
       01  INDEX-LOAD-LOG-RECORD.
           05  AX-LOAD-DATE            PIC 9(8).
           05  AX-LOAD-TIME            PIC 9(6).
           05  AX-LOADED-COUNT         PIC 9(6).
           05  AX-REJECTED-COUNT       PIC 9(6).
           05  AX-INDEX-BUILT          PIC X.
           05                          PIC X(53).
       FD  LOAD-REPORT.
       01  PRINT-LINE                  PIC X(133).
      *    LEFT BY CYCLECTL - THE NIGHTLY CYCLE STEP RELEASED TO RUN
      *    NEXT, NONE ONCE THAT STEP HAS FINISHED.
       FD  NEXT-STEP-FILE.
       01  NEXT-STEP-RECORD.
           05  NS-STEP-NAME            PIC X(10).
           05  NS-RESTART-FLAG         PIC X.
           05  NS-RUN-NUMBER           PIC 9(6).
           05  NS-GLACK-IN-CYCLE       PIC X.
           05  NS-INDEX-IN-CYCLE       PIC X.
           05                          PIC X(61).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  REJECTED-COUNT-WS       PIC 9(6)     VALUE ZERO.
           05  INDEX-OPEN-SW           PIC X        VALUE 'N'.
               88 INDEX-IS-OPEN                     VALUE 'Y'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-RAW-WS         PIC 9(8)     VALUE ZERO.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

       01  REJECT-LINE.
           05                          PIC X.
           PERFORM 300-LOAD-ONE-RECORD
               UNTIL ACCT-MASTER-EOF-WS = 'YES'.
           PERFORM 800-FOOTER.
           PERFORM 870-LOG-INDEX-LOAD.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT LOAD-REPORT.
           PERFORM 250-READ.
               MOVE 'Y' TO INDEX-OPEN-SW
           END-IF.

      *    ONCE THE NIGHTLY CYCLE IS RUN UNDER CYCLECTL THIS STEP
      *    RUNS ONLY WHEN IT IS THE STEP RELEASED ON CYCLNEXT.DAT,
      *    AND HANDS THE RELEASE BACK WHEN IT FINISHES, SO IT CANNOT
      *    RUN OUT OF ORDER OR TWICE.  WITH NO CYCLNEXT.DAT IT RUNS
      *    AS IT ALWAYS HAS.
      *    WHEN TONIGHT'S CYCLE LEAVES THE RELOAD OUT, OR ONCE THE
      *    CYCLE IS COMPLETE, THE INDEX CAN BE RELOADED AT ANY TIME
      *    (AFTER A DAYTIME ACCTMAINT RUN).
       205-CHECK-CYCLE-RELEASE.
           OPEN INPUT NEXT-STEP-FILE.
           READ NEXT-STEP-FILE INTO NEXT-STEP-RECORD
               AT END MOVE 'YES' TO NEXT-STEP-EOF-WS
           END-READ.
           IF NEXT-STEP-EOF-WS <> 'YES'
                  AND NS-INDEX-IN-CYCLE <> 'N'
               IF NS-STEP-NAME = 'ACCTIXLD'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'ACCTIXLD: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'ACCTIXLD: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

       250-READ.
           READ ACCOUNT-MASTER INTO ACCOUNT-MASTER-RECORD
               AT END MOVE 'YES' TO ACCT-MASTER-EOF-WS
               WRITE PRINT-LINE AFTER 1
           END-IF.

       870-LOG-INDEX-LOAD.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW-WS FROM TIME.
           OPEN EXTEND INDEX-LOAD-LOG.
           MOVE SPACES                 TO INDEX-LOAD-LOG-RECORD.
           MOVE RUN-DATE-WS            TO AX-LOAD-DATE.
           MOVE RUN-TIME-RAW-WS (1:6)  TO AX-LOAD-TIME.
           MOVE LOADED-COUNT-WS        TO AX-LOADED-COUNT.
           MOVE REJECTED-COUNT-WS      TO AX-REJECTED-COUNT.
           IF INDEX-IS-OPEN
               MOVE 'Y' TO AX-INDEX-BUILT
           ELSE
               MOVE 'N' TO AX-INDEX-BUILT
           END-IF.
           WRITE INDEX-LOAD-LOG-RECORD.
           CLOSE INDEX-LOAD-LOG.

       900-CLOSE.
           IF INDEX-IS-OPEN
               CLOSE ACCOUNT-MASTER-IX
           END-IF.
           CLOSE ACCOUNT-MASTER LOAD-REPORT.

      *    THE STEP HAS FINISHED - CYCLECTL CONFIRMS IT AND RELEASES
      *    THE NEXT ONE.
       950-CLEAR-CYCLE-RELEASE.
           IF STEP-WAS-RELEASED
               OPEN OUTPUT NEXT-STEP-FILE
               MOVE NEXT-STEP-SAVE-WS TO NEXT-STEP-RECORD
               MOVE 'NONE' TO NS-STEP-NAME
               MOVE SPACE TO NS-RESTART-FLAG
               WRITE NEXT-STEP-RECORD
               CLOSE NEXT-STEP-FILE
           END-IF.
