           SELECT OPTIONAL GL-EXTRACT
               ASSIGN TO 'GLEXTR.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-LOG
               ASSIGN TO 'RECONLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT
               ASSIGN TO 'RECONRPT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  GL-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(46).
      *    ONE RECORD APPENDED PER RUN RECONCILED, SO THE NIGHTLY
      *    CYCLE CAN CONFIRM THE RECONCILIATION WAS DONE.
       FD  RECON-LOG.
       01  RECON-LOG-RECORD.
           05  RK-RUN-NUMBER           PIC 9(6).
           05  RK-RECON-DATE           PIC 9(8).
           05  RK-BREAK-COUNT          PIC 9(5).
           05                          PIC X(61).
       FD  RECON-REPORT.
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
           05  TOTALS-FOUND-SW         PIC X        VALUE 'N'.
               88 TOTALS-WERE-FOUND                 VALUE 'Y'.
           05  BREAK-COUNT-WS          PIC 9(5)     VALUE ZERO.
           05  TODAY-WS                PIC 9(8)     VALUE ZERO.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

      *    WHAT VALIDATION ACCEPTED, TALLIED STRAIGHT OFF THE
      *    GOODTRAN BATCH.  REVERSALS ARE SPLIT BY THE ORIGINAL
           PERFORM 360-TALLY-GL-EXTRACT.
           PERFORM 700-PRINT-RECONCILIATION.
           PERFORM 800-FOOTER.
           PERFORM 870-LOG-RECONCILED-RUN.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           OPEN INPUT RECON-CONTROL.
           READ RECON-CONTROL INTO RECON-CONTROL-RECORD
               AT END CONTINUE
           CLOSE RECON-CONTROL.
           OPEN OUTPUT RECON-REPORT.

      *    ONCE THE NIGHTLY CYCLE IS RUN UNDER CYCLECTL THIS STEP
      *    RUNS ONLY WHEN IT IS THE STEP RELEASED ON CYCLNEXT.DAT,
      *    AND HANDS THE RELEASE BACK WHEN IT FINISHES, SO IT CANNOT
      *    RUN OUT OF ORDER OR TWICE.  WITH NO CYCLNEXT.DAT IT RUNS
      *    AS IT ALWAYS HAS.
       205-CHECK-CYCLE-RELEASE.
           OPEN INPUT NEXT-STEP-FILE.
           READ NEXT-STEP-FILE INTO NEXT-STEP-RECORD
               AT END MOVE 'YES' TO NEXT-STEP-EOF-WS
           END-READ.
           IF NEXT-STEP-EOF-WS <> 'YES'
               IF NS-STEP-NAME = 'RECON'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'RECON: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'RECON: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

      *    THE BATCH STAMP ON GOODTRAN NAMES THE RUN THE BATCH
      *    BELONGS TO.  WHEN A DIFFERENT RUN WAS REQUESTED THE
      *    MISMATCH IS ITSELF REPORTED AS A BREAK AND THE BATCH
               WRITE PRINT-LINE AFTER 1
           END-IF.

       870-LOG-RECONCILED-RUN.
           IF STAMP-WAS-SEEN
               ACCEPT TODAY-WS FROM DATE YYYYMMDD
               OPEN EXTEND RECON-LOG
               MOVE SPACES         TO RECON-LOG-RECORD
               MOVE RUN-NUMBER-WS  TO RK-RUN-NUMBER
               MOVE TODAY-WS       TO RK-RECON-DATE
               MOVE BREAK-COUNT-WS TO RK-BREAK-COUNT
               WRITE RECON-LOG-RECORD
               CLOSE RECON-LOG
           END-IF.

       900-CLOSE.
           CLOSE RECON-REPORT.

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
