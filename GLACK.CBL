           SELECT ACK-REPORT
               ASSIGN TO 'GLACKRPT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05                          PIC X(66).
       FD  ACK-REPORT.
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
           05  LOG-TABLE-FULL-SW       PIC X        VALUE 'N'.
               88 LOG-TABLE-IS-FULL                 VALUE 'Y'.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

       01  RELEASE-TABLE-AREA-WS.
           05  RELEASE-COUNT-WS        PIC 9(4)     VALUE ZERO.
           05  RELEASE-TABLE-WS
           PERFORM 700-PRINT-REGISTER.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           OPEN OUTPUT ACK-REPORT.
           PERFORM 210-LOAD-RELEASE-LOG.
           OPEN INPUT ACK-FILE.
           PERFORM 250-READ-ACK.

      *    ONCE THE NIGHTLY CYCLE IS RUN UNDER CYCLECTL THIS STEP
      *    RUNS ONLY WHEN IT IS THE STEP RELEASED ON CYCLNEXT.DAT,
      *    AND HANDS THE RELEASE BACK WHEN IT FINISHES, SO IT CANNOT
      *    RUN OUT OF ORDER OR TWICE.  WITH NO CYCLNEXT.DAT IT RUNS
      *    AS IT ALWAYS HAS.
      *    GLACK IS ONLY HELD TO THE CYCLE WHILE AN OPEN CYCLE
      *    INCLUDES IT; OTHERWISE THE LEDGER TEAM'S ACKNOWLEDGMENT
      *    IS TAKEN WHENEVER IT COMES IN.
       205-CHECK-CYCLE-RELEASE.
           OPEN INPUT NEXT-STEP-FILE.
           READ NEXT-STEP-FILE INTO NEXT-STEP-RECORD
               AT END MOVE 'YES' TO NEXT-STEP-EOF-WS
           END-READ.
           IF NEXT-STEP-EOF-WS <> 'YES'
                  AND NS-GLACK-IN-CYCLE <> 'N'
               IF NS-STEP-NAME = 'GLACK'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'GLACK: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'GLACK: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

       210-LOAD-RELEASE-LOG.
           OPEN INPUT RELEASE-LOG.
           PERFORM 215-LOAD-ONE-RELEASE

       900-CLOSE.
           CLOSE ACK-FILE ACK-REPORT.

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
