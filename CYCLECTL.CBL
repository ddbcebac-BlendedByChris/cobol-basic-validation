       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCLECTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CONTROL
               ASSIGN TO 'CYCLCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-STATUS
               ASSIGN TO 'CYCLSTAT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO 'RUNCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG
               ASSIGN TO 'RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-BATCHES
               ASSIGN TO 'POSTED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-TOTALS
               ASSIGN TO 'POSTTOT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RELEASE-LOG
               ASSIGN TO 'GLRELS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-LOG
               ASSIGN TO 'RECONLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-LOAD-LOG
               ASSIGN TO 'AIXLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-HOLD
               ASSIGN TO 'FEEDHOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-CONTROL
               ASSIGN TO 'RECONCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-REPORT
               ASSIGN TO 'CYCLE.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    OPERATOR CARD.  ACTION N OPENS A NEW NIGHTLY CYCLE; ANY
      *    OTHER VALUE (OR NO CARD) SIMPLY ADVANCES THE CYCLE ON
      *    FILE.  THE ACTION IS CLEARED ONCE THE CYCLE IS OPENED SO
      *    A CARD LEFT IN PLACE CANNOT OPEN A SECOND ONE.  GLACK IS
      *    ONLY PART OF THE CYCLE WHEN THE CARD ASKS FOR IT (THE
      *    LEDGER TEAM'S ACKNOWLEDGMENT USUALLY COMES LATER); THE
      *    INDEX RELOAD IS PART OF EVERY CYCLE UNLESS THE CARD SAYS
      *    N, SO IT CANNOT BE FORGOTTEN AFTER AN ACCTMAINT RUN.
       FD  CYCLE-CONTROL.
       01  CYCLE-CONTROL-RECORD.
           05  CY-ACTION               PIC X.
               88 CY-NEW-CYCLE                      VALUE 'N'.
           05  CY-GLACK-STEP           PIC X.
           05  CY-INDEX-STEP           PIC X.
           05  CY-OPERATOR-ID          PIC X(8).
           05                          PIC X(69).
      *    CYCLE STATUS - ONE HEADER RECORD FOR THE CYCLE, THEN ONE
      *    RECORD PER STEP IN RUN ORDER.  STEP STATUS IS P PENDING,
      *    R RELEASED (TOLD TO RUN, NOT YET CONFIRMED), C COMPLETE
      *    OR N NOT PART OF TONIGHT'S CYCLE.
       FD  CYCLE-STATUS.
       01  CYCLE-HEADER-RECORD.
           05  CH-RECORD-TYPE          PIC X.
           05  CH-CYCLE-DATE           PIC 9(8).
           05  CH-START-TIME           PIC 9(6).
           05  CH-BASE-RUN             PIC 9(6).
           05  CH-CYCLE-RUN            PIC 9(6).
           05  CH-OPERATOR-ID          PIC X(8).
           05  CH-CYCLE-STATUS         PIC X.
           05                          PIC X(44).
       01  CYCLE-STEP-RECORD.
           05  CS-RECORD-TYPE          PIC X.
           05  CS-STEP-SEQ             PIC 9.
           05  CS-STEP-NAME            PIC X(10).
           05  CS-STATUS               PIC X.
           05  CS-RELEASE-COUNT        PIC 99.
           05  CS-RELEASE-DATE         PIC 9(8).
           05  CS-RELEASE-TIME         PIC 9(6).
           05  CS-DONE-DATE            PIC 9(8).
           05  CS-DONE-TIME            PIC 9(6).
           05  CS-EVIDENCE             PIC X(30).
           05                          PIC X(7).
       FD  RUN-CONTROL.
       01  RUN-CONTROL-RECORD.
           05  RC-LAST-RUN-NUMBER      PIC 9(6).
           05  RC-OPERATOR-ID          PIC X(8).
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-STALE-DAYS           PIC 9(3).
           05                          PIC X(55).
       FD  RUN-LOG.
       01  RUN-LOG-RECORD.
           05  RL-RUN-NUMBER           PIC 9(6).
           05  RL-EVENT                PIC X.
           05  RL-DATE                 PIC 9(8).
           05  RL-TIME                 PIC 9(6).
           05  RL-OPERATOR-ID          PIC X(8).
           05  RL-DETAIL               PIC X(40).
       FD  POSTED-BATCHES.
       01  POSTED-BATCH-RECORD.
           05  PB-RUN-NUMBER           PIC 9(6).
           05  PB-POSTED-DATE          PIC 9(8).
           05                          PIC X(66).
       FD  POSTING-TOTALS.
       01  POSTING-TOTALS-RECORD.
           05  PT-RUN-NUMBER           PIC 9(6).
           05  PT-RUN-DATE             PIC 9(8).
           05  PT-POSTED-COUNT         PIC 9(6).
           05  PT-NOT-POSTED-COUNT     PIC 9(6).
           05                          PIC X(81).
       FD  RELEASE-LOG.
       01  RELEASE-LOG-RECORD.
           05  GR-RUN-NUMBER           PIC 9(6).
           05  GR-RELEASE-DATE         PIC 9(8).
           05  GR-LINE-COUNT           PIC 9(6).
           05  GR-ACK-DATE             PIC 9(8).
           05                          PIC X(52).
      *    COMPLETION RECORD APPENDED BY RECON FOR EACH RUN IT
      *    RECONCILES.
       FD  RECON-LOG.
       01  RECON-LOG-RECORD.
           05  RK-RUN-NUMBER           PIC 9(6).
           05  RK-RECON-DATE           PIC 9(8).
           05  RK-BREAK-COUNT          PIC 9(5).
           05                          PIC X(61).
      *    COMPLETION RECORD APPENDED BY ACCTIXLD FOR EACH LOAD.
       FD  INDEX-LOAD-LOG.
       01  INDEX-LOAD-LOG-RECORD.
           05  AX-LOAD-DATE            PIC 9(8).
           05  AX-LOAD-TIME            PIC 9(6).
           05  AX-LOADED-COUNT         PIC 9(6).
           05  AX-REJECTED-COUNT       PIC 9(6).
           05  AX-INDEX-BUILT          PIC X.
           05                          PIC X(53).
      *    LEFT BY FEEDCHK.  HOLD FLAG Y MEANS A REQUIRED FEED WAS
      *    MISSING AND THE CYCLE IS NOT TO GO ON TO VALIDATION.
       FD  FEED-HOLD.
       01  FEED-HOLD-RECORD.
           05  FH-CHECK-DATE           PIC 9(8).
           05  FH-CHECK-TIME           PIC 9(6).
           05  FH-HOLD-FLAG            PIC X.
           05  FH-MISSING-COUNT        PIC 9(3).
           05  FH-FIRST-MISSING        PIC X(12).
           05                          PIC X(50).
       FD  RECON-CONTROL.
       01  RECON-CONTROL-RECORD.
           05  RQ-RUN-NUMBER           PIC 9(6).
           05                          PIC X(74).
      *    THE STEP THE SHIFT SHOULD RUN NEXT, FOR THE JOB STREAM TO
      *    PICK UP.  NONE WHEN THE CYCLE IS COMPLETE OR NOT OPEN,
      *    HELD WHEN FEEDCHK IS HOLDING IT FOR A MISSING FEED;
      *    THE RESTART FLAG IS R WHEN THE STEP IS BEING RUN AGAIN
      *    AFTER AN ATTEMPT THAT LEFT NO COMPLETION EVIDENCE.  EACH
      *    STEP REFUSES TO RUN UNLESS IT IS THE ONE NAMED, AND SETS
      *    THE NAME BACK TO NONE WHEN IT FINISHES.  THE IN-CYCLE
      *    FLAGS (Y/N) TELL GLACK AND ACCTIXLD WHETHER TONIGHT'S
      *    CYCLE INCLUDES THEM; WHEN IT DOES NOT, AND ONCE THE CYCLE
      *    IS COMPLETE OR WHEN NONE IS OPEN, THEY RUN FREELY (A
      *    LATE LEDGER ACKNOWLEDGMENT, OR AN INDEX RELOAD AFTER A
      *    DAYTIME ACCTMAINT RUN).
       FD  NEXT-STEP-FILE.
       01  NEXT-STEP-RECORD.
           05  NS-STEP-NAME            PIC X(10).
           05  NS-RESTART-FLAG         PIC X.
           05  NS-RUN-NUMBER           PIC 9(6).
           05  NS-GLACK-IN-CYCLE       PIC X.
           05  NS-INDEX-IN-CYCLE       PIC X.
           05                          PIC X(61).
       FD  CYCLE-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  CONTROL-EOF-WS          PIC XXX      VALUE 'NO'.
           05  STATUS-EOF-WS           PIC XXX      VALUE 'NO'.
           05  RUN-CTL-EOF-WS          PIC XXX      VALUE 'NO'.
           05  LOG-EOF-WS              PIC XXX      VALUE 'NO'.
           05  POSTED-EOF-WS           PIC XXX      VALUE 'NO'.
           05  TOTALS-EOF-WS           PIC XXX      VALUE 'NO'.
           05  RELEASE-EOF-WS          PIC XXX      VALUE 'NO'.
           05  RECON-EOF-WS            PIC XXX      VALUE 'NO'.
           05  INDEX-EOF-WS            PIC XXX      VALUE 'NO'.
           05  HOLD-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-RAW-WS         PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-WS             PIC 9(6)     VALUE ZERO.
           05  LAST-RUN-NUMBER-WS      PIC 9(6)     VALUE ZERO.
           05  OPERATOR-ID-WS          PIC X(8)     VALUE 'UNKNOWN'.
           05  CYCLE-STAMP-WS          PIC 9(14)    VALUE ZERO.
           05  LOAD-STAMP-WS           PIC 9(14)    VALUE ZERO.
           05  CYCLE-ON-FILE-SW        PIC X        VALUE 'N'.
               88 CYCLE-IS-ON-FILE                  VALUE 'Y'.
           05  NEW-CYCLE-SW            PIC X        VALUE 'N'.
               88 NEW-CYCLE-WAS-OPENED              VALUE 'Y'.
           05  NEW-CYCLE-REFUSED-SW    PIC X        VALUE 'N'.
               88 NEW-CYCLE-WAS-REFUSED             VALUE 'Y'.
           05  NEXT-STEP-SW            PIC X        VALUE 'N'.
               88 NEXT-STEP-WAS-FOUND               VALUE 'Y'.
           05  NEXT-STEP-SUB-WS        PIC 9        VALUE ZERO.
           05  FEED-HOLD-SW            PIC X        VALUE 'N'.
               88 FEEDS-ARE-HELD                    VALUE 'Y'.
           05  CYCLE-HELD-SW           PIC X        VALUE 'N'.
               88 CYCLE-WAS-HELD                    VALUE 'Y'.
           05  HOLD-CHECK-DATE-WS      PIC 9(8)     VALUE ZERO.
           05  HOLD-MISSING-WS         PIC 9(3)     VALUE ZERO.
           05  HOLD-FIRST-MISSING-WS   PIC X(12)    VALUE SPACES.
           05  RESTART-SW              PIC X        VALUE 'N'.
               88 STEP-IS-A-RESTART                 VALUE 'Y'.
           05  STEP-SUB-WS             PIC 9        VALUE ZERO.
           05  STEPS-COMPLETE-WS       PIC 9(3)     VALUE ZERO.
           05  STEPS-PENDING-WS        PIC 9(3)     VALUE ZERO.
           05  STEPS-SKIPPED-WS        PIC 9(3)     VALUE ZERO.
           05  RESTART-COUNT-WS        PIC 9(3)     VALUE ZERO.
           05  SEQUENCE-BREAK-COUNT-WS PIC 9(3)     VALUE ZERO.

      *    THE CYCLE HEADER, HELD HERE BETWEEN THE LOAD AND THE
      *    REWRITE OF CYCLSTAT.DAT.
       01  CYCLE-HEADER-WS.
           05  CYCLE-DATE-WS           PIC 9(8)     VALUE ZERO.
           05  CYCLE-START-TIME-WS     PIC 9(6)     VALUE ZERO.
           05  CYCLE-BASE-RUN-WS       PIC 9(6)     VALUE ZERO.
           05  CYCLE-RUN-WS            PIC 9(6)     VALUE ZERO.
           05  CYCLE-OPERATOR-WS       PIC X(8)     VALUE SPACES.
           05  CYCLE-STATUS-WS         PIC X        VALUE SPACE.
               88 CYCLE-IS-OPEN                     VALUE 'O'.
               88 CYCLE-IS-COMPLETE                 VALUE 'C'.

      *    WHAT THE PROGRAMS HAVE LEFT BEHIND FOR THIS CYCLE.  THE
      *    VALIDATION RUN NUMBER IS TAKEN FROM THE RUN LOG; EVERY
      *    LATER STEP IS MATCHED ON THAT RUN NUMBER, EXCEPT THE
      *    INDEX RELOAD, WHICH IS MATCHED ON TIME - A LOAD STAMPED
      *    AFTER THE CYCLE OPENED.
       01  EVIDENCE-WS.
           05  VALIDATION-STARTED-SW   PIC X        VALUE 'N'.
           05  STARTED-RUN-WS          PIC 9(6)     VALUE ZERO.
           05  VALIDATION-DONE-SW      PIC X        VALUE 'N'.
           05  POSTED-FOUND-SW         PIC X        VALUE 'N'.
           05  TOTALS-FOUND-SW         PIC X        VALUE 'N'.
           05  RELEASE-FOUND-SW        PIC X        VALUE 'N'.
           05  RELEASE-LINES-WS        PIC 9(6)     VALUE ZERO.
           05  ACK-FOUND-SW            PIC X        VALUE 'N'.
           05  ACK-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  RECON-FOUND-SW          PIC X        VALUE 'N'.
           05  RECON-BREAKS-WS         PIC 9(5)     VALUE ZERO.
           05  INDEX-FOUND-SW          PIC X        VALUE 'N'.
           05  INDEX-LOADED-WS         PIC 9(6)     VALUE ZERO.

       01  STEP-NAME-VALUES-WS.
           05  PIC X(10)               VALUE 'VALIDATION'.
           05  PIC X(10)               VALUE 'POSTING'.
           05  PIC X(10)               VALUE 'GLSUMM'.
           05  PIC X(10)               VALUE 'GLACK'.
           05  PIC X(10)               VALUE 'RECON'.
           05  PIC X(10)               VALUE 'ACCTIXLD'.

       01  STEP-NAMES-WS REDEFINES STEP-NAME-VALUES-WS.
           05  STEP-NAME-VALUE-WS      PIC X(10) OCCURS 6 TIMES.

       01  STEP-TABLE-AREA-WS.
           05  STEP-COUNT-WS           PIC 9        VALUE 6.
           05  STEP-TABLE-WS
                   OCCURS 6 TIMES
                   INDEXED BY STEP-IDX.
               10  STEP-NAME-WS        PIC X(10).
               10  STEP-STATUS-WS      PIC X.
                   88 STEP-IS-PENDING               VALUE 'P'.
                   88 STEP-IS-RELEASED              VALUE 'R'.
                   88 STEP-IS-COMPLETE              VALUE 'C'.
                   88 STEP-NOT-IN-CYCLE             VALUE 'N'.
               10  STEP-RELEASE-COUNT-WS
                                       PIC 99.
               10  STEP-RELEASE-DATE-WS
                                       PIC 9(8).
               10  STEP-RELEASE-TIME-WS
                                       PIC 9(6).
               10  STEP-DONE-DATE-WS   PIC 9(8).
               10  STEP-DONE-TIME-WS   PIC 9(6).
               10  STEP-EVIDENCE-WS    PIC X(30).
               10  STEP-FOUND-SW-WS    PIC X.
                   88 STEP-EVIDENCE-FOUND           VALUE 'Y'.
               10  STEP-NOTE-WS        PIC X(30).

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(35) VALUE
                                'NIGHTLY CYCLE SUMMARY - CYCLE DATE '.
           05  CYCLE-DATE-OUT          PIC 9(8).
           05                          PIC X(7)  VALUE '  RUN '.
           05  CYCLE-RUN-OUT           PIC 9(6).
           05                          PIC X(12) VALUE '  OPERATOR '.
           05  CYCLE-OPERATOR-OUT      PIC X(8).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(4)  VALUE 'SEQ'.
           05                          PIC X(12) VALUE 'STEP'.
           05                          PIC X(14) VALUE 'STATUS'.
           05                          PIC X(6)  VALUE 'TRIES'.
           05                          PIC X(17) VALUE 'LAST RELEASED'.
           05                          PIC X(17) VALUE 'CONFIRMED'.
           05                          PIC X(32) VALUE 'EVIDENCE'.
           05                          PIC X(30) VALUE 'NOTE'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  STEP-SEQ-OUT            PIC 9.
           05                          PIC X(3).
           05  STEP-NAME-OUT           PIC X(10).
           05                          PIC X(2).
           05  STEP-STATUS-OUT         PIC X(12).
           05                          PIC X(2).
           05  STEP-TRIES-OUT          PIC Z9.
           05                          PIC X(4).
           05  RELEASE-DATE-OUT        PIC 9(8).
           05                          PIC X.
           05  RELEASE-TIME-OUT        PIC 9(6).
           05                          PIC X(2).
           05  DONE-DATE-OUT           PIC 9(8).
           05                          PIC X.
           05  DONE-TIME-OUT           PIC 9(6).
           05                          PIC X(2).
           05  EVIDENCE-OUT            PIC X(30).
           05                          PIC X(2).
           05  NOTE-OUT                PIC X(30).

       01  NOTICE-LINE.
           05                          PIC X.
           05  NOTICE-TEXT-OUT         PIC X(70).

       01  FOOTER-DETAIL-LINE.
           05                          PIC X.
           05  FOOTER-LABEL-OUT        PIC X(38).
           05  FOOTER-COUNT-OUT        PIC Z9(5).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN.
           IF CYCLE-IS-ON-FILE
               PERFORM 300-GATHER-EVIDENCE
               PERFORM 400-ADVANCE-CYCLE
               PERFORM 600-REWRITE-CYCLE-STATUS
           END-IF.
           PERFORM 650-WRITE-NEXT-STEP.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW-WS FROM TIME.
           MOVE RUN-TIME-RAW-WS (1:6) TO RUN-TIME-WS.
           PERFORM 205-READ-CYCLE-CONTROL.
           PERFORM 210-READ-RUN-CONTROL.
           PERFORM 215-READ-FEED-HOLD.
           PERFORM 220-LOAD-CYCLE-STATUS.
           PERFORM 230-DECIDE-NEW-CYCLE.
           OPEN OUTPUT CYCLE-REPORT.

       205-READ-CYCLE-CONTROL.
           OPEN INPUT CYCLE-CONTROL.
           READ CYCLE-CONTROL INTO CYCLE-CONTROL-RECORD
               AT END
                   MOVE 'YES' TO CONTROL-EOF-WS
                   MOVE SPACES TO CYCLE-CONTROL-RECORD
           END-READ.
           CLOSE CYCLE-CONTROL.

       210-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           READ RUN-CONTROL INTO RUN-CONTROL-RECORD
               AT END MOVE 'YES' TO RUN-CTL-EOF-WS
           END-READ.
           IF RUN-CTL-EOF-WS <> 'YES'
               IF RC-LAST-RUN-NUMBER IS NUMERIC
                   MOVE RC-LAST-RUN-NUMBER TO LAST-RUN-NUMBER-WS
               END-IF
               IF RC-OPERATOR-ID <> SPACES
                   MOVE RC-OPERATOR-ID TO OPERATOR-ID-WS
               END-IF
           END-IF.
           CLOSE RUN-CONTROL.
           IF CY-OPERATOR-ID <> SPACES
               MOVE CY-OPERATOR-ID TO OPERATOR-ID-WS
           END-IF.

      *    A HOLD STAYS IN FORCE UNTIL FEEDCHK IS RUN AGAIN AND
      *    CLEARS IT, WHATEVER DAY IT WAS SET.
       215-READ-FEED-HOLD.
           OPEN INPUT FEED-HOLD.
           READ FEED-HOLD
               AT END MOVE 'YES' TO HOLD-EOF-WS
           END-READ.
           IF HOLD-EOF-WS <> 'YES' AND FH-HOLD-FLAG = 'Y'
               MOVE 'Y' TO FEED-HOLD-SW
               IF FH-CHECK-DATE IS NUMERIC
                   MOVE FH-CHECK-DATE TO HOLD-CHECK-DATE-WS
               END-IF
               IF FH-MISSING-COUNT IS NUMERIC
                   MOVE FH-MISSING-COUNT TO HOLD-MISSING-WS
               END-IF
               MOVE FH-FIRST-MISSING TO HOLD-FIRST-MISSING-WS
           END-IF.
           CLOSE FEED-HOLD.

       220-LOAD-CYCLE-STATUS.
           OPEN INPUT CYCLE-STATUS.
           PERFORM 225-LOAD-ONE-STATUS-RECORD
               UNTIL STATUS-EOF-WS = 'YES'.
           CLOSE CYCLE-STATUS.

       225-LOAD-ONE-STATUS-RECORD.
           READ CYCLE-STATUS
               AT END MOVE 'YES' TO STATUS-EOF-WS
           END-READ.
           IF STATUS-EOF-WS <> 'YES'
               EVALUATE CH-RECORD-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO CYCLE-ON-FILE-SW
                       MOVE CH-CYCLE-DATE   TO CYCLE-DATE-WS
                       MOVE CH-START-TIME   TO CYCLE-START-TIME-WS
                       MOVE CH-BASE-RUN     TO CYCLE-BASE-RUN-WS
                       MOVE CH-CYCLE-RUN    TO CYCLE-RUN-WS
                       MOVE CH-OPERATOR-ID  TO CYCLE-OPERATOR-WS
                       MOVE CH-CYCLE-STATUS TO CYCLE-STATUS-WS
                   WHEN 'S'
                       PERFORM 227-LOAD-ONE-STEP-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       227-LOAD-ONE-STEP-RECORD.
           IF CS-STEP-SEQ IS NUMERIC
                   AND CS-STEP-SEQ >= 1
                   AND CS-STEP-SEQ <= STEP-COUNT-WS
               SET STEP-IDX TO CS-STEP-SEQ
               MOVE CS-STEP-NAME     TO STEP-NAME-WS (STEP-IDX)
               MOVE CS-STATUS        TO STEP-STATUS-WS (STEP-IDX)
               MOVE CS-RELEASE-COUNT TO STEP-RELEASE-COUNT-WS (STEP-IDX)
               MOVE CS-RELEASE-DATE  TO STEP-RELEASE-DATE-WS (STEP-IDX)
               MOVE CS-RELEASE-TIME  TO STEP-RELEASE-TIME-WS (STEP-IDX)
               MOVE CS-DONE-DATE     TO STEP-DONE-DATE-WS (STEP-IDX)
               MOVE CS-DONE-TIME     TO STEP-DONE-TIME-WS (STEP-IDX)
               MOVE CS-EVIDENCE      TO STEP-EVIDENCE-WS (STEP-IDX)
               MOVE 'N'              TO STEP-FOUND-SW-WS (STEP-IDX)
               MOVE SPACES           TO STEP-NOTE-WS (STEP-IDX)
           END-IF.

      *    A NEW CYCLE OPENS WHEN THE CARD ASKS FOR ONE, OR ON THE
      *    FIRST RUN OF A NEW DAY ONCE THE LAST CYCLE IS COMPLETE.
      *    AN OPEN CYCLE IS NEVER ABANDONED BY OPENING ANOTHER - THE
      *    STEPS STILL OWED ARE SHOWN AND THE REQUEST IS REFUSED.
       230-DECIDE-NEW-CYCLE.
           IF CY-NEW-CYCLE
               IF CYCLE-IS-ON-FILE AND CYCLE-IS-OPEN
                   MOVE 'Y' TO NEW-CYCLE-REFUSED-SW
                   DISPLAY 'CYCLECTL: CYCLE OF ' CYCLE-DATE-WS
                       ' IS STILL OPEN - NEW CYCLE REFUSED'
               ELSE
                   PERFORM 235-OPEN-NEW-CYCLE
               END-IF
               PERFORM 238-CLEAR-CYCLE-ACTION
           ELSE
               IF CYCLE-IS-ON-FILE
                       AND CYCLE-IS-COMPLETE
                       AND CYCLE-DATE-WS < RUN-DATE-WS
                   PERFORM 235-OPEN-NEW-CYCLE
               END-IF
           END-IF.
           IF NOT CYCLE-IS-ON-FILE
               DISPLAY 'CYCLECTL: NO CYCLE ON FILE - SET ACTION N ON'
                   ' CYCLCTL.DAT TO OPEN ONE'
           END-IF.

      *    THE BASE RUN IS THE LAST RUN NUMBER VALIDATION HAD
      *    ISSUED WHEN THE CYCLE OPENED; THE CYCLE'S OWN VALIDATION
      *    RUN IS THE FIRST ONE ABOVE IT TO LOG A COMPLETION.
       235-OPEN-NEW-CYCLE.
           MOVE 'Y' TO CYCLE-ON-FILE-SW.
           MOVE 'Y' TO NEW-CYCLE-SW.
           MOVE RUN-DATE-WS        TO CYCLE-DATE-WS.
           MOVE RUN-TIME-WS        TO CYCLE-START-TIME-WS.
           MOVE LAST-RUN-NUMBER-WS TO CYCLE-BASE-RUN-WS.
           MOVE ZERO               TO CYCLE-RUN-WS.
           MOVE OPERATOR-ID-WS     TO CYCLE-OPERATOR-WS.
           MOVE 'O'                TO CYCLE-STATUS-WS.
           PERFORM 236-OPEN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT-WS.
           IF CY-GLACK-STEP <> 'Y'
               MOVE 'N' TO STEP-STATUS-WS (4)
           END-IF.
           IF CY-INDEX-STEP = 'N'
               MOVE 'N' TO STEP-STATUS-WS (6)
           END-IF.
           DISPLAY 'CYCLECTL: CYCLE OPENED FOR ' CYCLE-DATE-WS
               ' - LAST RUN ISSUED ' CYCLE-BASE-RUN-WS.

       236-OPEN-ONE-STEP.
           SET STEP-SUB-WS TO STEP-IDX.
           MOVE STEP-NAME-VALUE-WS (STEP-SUB-WS)
                              TO STEP-NAME-WS (STEP-IDX).
           MOVE 'P'           TO STEP-STATUS-WS (STEP-IDX).
           MOVE ZERO          TO STEP-RELEASE-COUNT-WS (STEP-IDX).
           MOVE ZERO          TO STEP-RELEASE-DATE-WS (STEP-IDX).
           MOVE ZERO          TO STEP-RELEASE-TIME-WS (STEP-IDX).
           MOVE ZERO          TO STEP-DONE-DATE-WS (STEP-IDX).
           MOVE ZERO          TO STEP-DONE-TIME-WS (STEP-IDX).
           MOVE SPACES        TO STEP-EVIDENCE-WS (STEP-IDX).
           MOVE 'N'           TO STEP-FOUND-SW-WS (STEP-IDX).
           MOVE SPACES        TO STEP-NOTE-WS (STEP-IDX).

       238-CLEAR-CYCLE-ACTION.
           MOVE SPACE TO CY-ACTION.
           OPEN OUTPUT CYCLE-CONTROL.
           WRITE CYCLE-CONTROL-RECORD.
           CLOSE CYCLE-CONTROL.

       300-GATHER-EVIDENCE.
           PERFORM 310-SCAN-RUN-LOG.
           IF CYCLE-RUN-WS > 0
               PERFORM 320-SCAN-POSTED-REGISTRY
               PERFORM 325-SCAN-POSTING-TOTALS
               PERFORM 330-SCAN-RELEASE-LOG
               PERFORM 340-SCAN-RECON-LOG
           END-IF.
           COMPUTE CYCLE-STAMP-WS
               = CYCLE-DATE-WS * 1000000 + CYCLE-START-TIME-WS.
           PERFORM 350-SCAN-INDEX-LOAD-LOG.
           PERFORM 360-POST-EVIDENCE.

      *    THE LOWEST COMPLETED RUN ABOVE THE BASE IS THE CYCLE'S
      *    RUN.  A START OR RESTART WITH NO COMPLETION IS NOTED SO
      *    THE SUMMARY CAN SAY HOW FAR AN ABENDED VALIDATION GOT.
       310-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG.
           PERFORM 315-SCAN-ONE-LOG-RECORD
               UNTIL LOG-EOF-WS = 'YES'.
           CLOSE RUN-LOG.

       315-SCAN-ONE-LOG-RECORD.
           READ RUN-LOG INTO RUN-LOG-RECORD
               AT END MOVE 'YES' TO LOG-EOF-WS
           END-READ.
           IF LOG-EOF-WS <> 'YES'
                  AND RL-RUN-NUMBER IS NUMERIC
                  AND RL-RUN-NUMBER > CYCLE-BASE-RUN-WS
               EVALUATE RL-EVENT
                   WHEN 'C'
                       MOVE 'Y' TO VALIDATION-DONE-SW
                       IF CYCLE-RUN-WS = 0
                               OR RL-RUN-NUMBER < CYCLE-RUN-WS
                           MOVE RL-RUN-NUMBER TO CYCLE-RUN-WS
                       END-IF
                   WHEN 'S'
                   WHEN 'R'
                       MOVE 'Y' TO VALIDATION-STARTED-SW
                       MOVE RL-RUN-NUMBER TO STARTED-RUN-WS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       320-SCAN-POSTED-REGISTRY.
           OPEN INPUT POSTED-BATCHES.
           PERFORM 322-SCAN-ONE-POSTED-RUN
               UNTIL POSTED-EOF-WS = 'YES'.
           CLOSE POSTED-BATCHES.

       322-SCAN-ONE-POSTED-RUN.
           READ POSTED-BATCHES INTO POSTED-BATCH-RECORD
               AT END MOVE 'YES' TO POSTED-EOF-WS
           END-READ.
           IF POSTED-EOF-WS <> 'YES'
                  AND PB-RUN-NUMBER IS NUMERIC
                  AND PB-RUN-NUMBER = CYCLE-RUN-WS
               MOVE 'Y' TO POSTED-FOUND-SW
           END-IF.

       325-SCAN-POSTING-TOTALS.
           OPEN INPUT POSTING-TOTALS.
           PERFORM 327-SCAN-ONE-TOTALS-RECORD
               UNTIL TOTALS-EOF-WS = 'YES'.
           CLOSE POSTING-TOTALS.

       327-SCAN-ONE-TOTALS-RECORD.
           READ POSTING-TOTALS INTO POSTING-TOTALS-RECORD
               AT END MOVE 'YES' TO TOTALS-EOF-WS
           END-READ.
           IF TOTALS-EOF-WS <> 'YES'
                  AND PT-RUN-NUMBER IS NUMERIC
                  AND PT-RUN-NUMBER = CYCLE-RUN-WS
               MOVE 'Y' TO TOTALS-FOUND-SW
           END-IF.

       330-SCAN-RELEASE-LOG.
           OPEN INPUT RELEASE-LOG.
           PERFORM 335-SCAN-ONE-RELEASE
               UNTIL RELEASE-EOF-WS = 'YES'.
           CLOSE RELEASE-LOG.

       335-SCAN-ONE-RELEASE.
           READ RELEASE-LOG INTO RELEASE-LOG-RECORD
               AT END MOVE 'YES' TO RELEASE-EOF-WS
           END-READ.
           IF RELEASE-EOF-WS <> 'YES'
                  AND GR-RUN-NUMBER IS NUMERIC
                  AND GR-RUN-NUMBER = CYCLE-RUN-WS
               MOVE 'Y' TO RELEASE-FOUND-SW
               IF GR-LINE-COUNT IS NUMERIC
                   MOVE GR-LINE-COUNT TO RELEASE-LINES-WS
               END-IF
               IF GR-ACK-DATE IS NUMERIC AND GR-ACK-DATE > 0
                   MOVE 'Y' TO ACK-FOUND-SW
                   MOVE GR-ACK-DATE TO ACK-DATE-WS
               END-IF
           END-IF.

       340-SCAN-RECON-LOG.
           OPEN INPUT RECON-LOG.
           PERFORM 345-SCAN-ONE-RECON
               UNTIL RECON-EOF-WS = 'YES'.
           CLOSE RECON-LOG.

       345-SCAN-ONE-RECON.
           READ RECON-LOG INTO RECON-LOG-RECORD
               AT END MOVE 'YES' TO RECON-EOF-WS
           END-READ.
           IF RECON-EOF-WS <> 'YES'
                  AND RK-RUN-NUMBER IS NUMERIC
                  AND RK-RUN-NUMBER = CYCLE-RUN-WS
               MOVE 'Y' TO RECON-FOUND-SW
               IF RK-BREAK-COUNT IS NUMERIC
                   MOVE RK-BREAK-COUNT TO RECON-BREAKS-WS
               END-IF
           END-IF.

       350-SCAN-INDEX-LOAD-LOG.
           OPEN INPUT INDEX-LOAD-LOG.
           PERFORM 355-SCAN-ONE-INDEX-LOAD
               UNTIL INDEX-EOF-WS = 'YES'.
           CLOSE INDEX-LOAD-LOG.

       355-SCAN-ONE-INDEX-LOAD.
           READ INDEX-LOAD-LOG INTO INDEX-LOAD-LOG-RECORD
               AT END MOVE 'YES' TO INDEX-EOF-WS
           END-READ.
           IF INDEX-EOF-WS <> 'YES'
                  AND AX-LOAD-DATE IS NUMERIC
                  AND AX-LOAD-TIME IS NUMERIC
                  AND AX-INDEX-BUILT = 'Y'
               COMPUTE LOAD-STAMP-WS
                   = AX-LOAD-DATE * 1000000 + AX-LOAD-TIME
               IF LOAD-STAMP-WS >= CYCLE-STAMP-WS
                   MOVE 'Y' TO INDEX-FOUND-SW
                   IF AX-LOADED-COUNT IS NUMERIC
                       MOVE AX-LOADED-COUNT TO INDEX-LOADED-WS
                   END-IF
               END-IF
           END-IF.

      *    POSTING NEEDS BOTH ITS TOTALS AND ITS REGISTRY ENTRY -
      *    THE TOTALS ARE APPENDED FIRST, SO TOTALS WITHOUT THE
      *    REGISTRY MEANS POSTING STOPPED BETWEEN THE TWO.
       360-POST-EVIDENCE.
           IF VALIDATION-DONE-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (1)
               MOVE SPACES TO STEP-EVIDENCE-WS (1)
               STRING 'RUNLOG C RECORD RUN ' DELIMITED BY SIZE
                       CYCLE-RUN-WS DELIMITED BY SIZE
                   INTO STEP-EVIDENCE-WS (1)
               END-STRING
           ELSE
               IF VALIDATION-STARTED-SW = 'Y'
                   MOVE SPACES TO STEP-EVIDENCE-WS (1)
                   STRING 'RUN ' DELIMITED BY SIZE
                           STARTED-RUN-WS DELIMITED BY SIZE
                           ' STARTED, NO C RECORD'
                               DELIMITED BY SIZE
                       INTO STEP-EVIDENCE-WS (1)
                   END-STRING
               END-IF
           END-IF.
           IF POSTED-FOUND-SW = 'Y' AND TOTALS-FOUND-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (2)
               MOVE 'POSTED.DAT AND POSTTOT.DAT'
                   TO STEP-EVIDENCE-WS (2)
           ELSE
               IF TOTALS-FOUND-SW = 'Y'
                   MOVE 'POSTTOT ONLY - NOT REGISTERED'
                       TO STEP-EVIDENCE-WS (2)
               END-IF
               IF POSTED-FOUND-SW = 'Y'
                   MOVE 'POSTED.DAT ONLY - NO TOTALS'
                       TO STEP-EVIDENCE-WS (2)
               END-IF
           END-IF.
           IF RELEASE-FOUND-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (3)
               MOVE SPACES TO STEP-EVIDENCE-WS (3)
               STRING 'GLRELS RELEASE, ' DELIMITED BY SIZE
                       RELEASE-LINES-WS DELIMITED BY SIZE
                       ' LINES' DELIMITED BY SIZE
                   INTO STEP-EVIDENCE-WS (3)
               END-STRING
           END-IF.
           IF ACK-FOUND-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (4)
               MOVE SPACES TO STEP-EVIDENCE-WS (4)
               STRING 'GLRELS ACK DATE ' DELIMITED BY SIZE
                       ACK-DATE-WS DELIMITED BY SIZE
                   INTO STEP-EVIDENCE-WS (4)
               END-STRING
           END-IF.
           IF RECON-FOUND-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (5)
               MOVE SPACES TO STEP-EVIDENCE-WS (5)
               STRING 'RECONLOG, ' DELIMITED BY SIZE
                       RECON-BREAKS-WS DELIMITED BY SIZE
                       ' BREAK(S)' DELIMITED BY SIZE
                   INTO STEP-EVIDENCE-WS (5)
               END-STRING
           END-IF.
           IF INDEX-FOUND-SW = 'Y'
               MOVE 'Y' TO STEP-FOUND-SW-WS (6)
               MOVE SPACES TO STEP-EVIDENCE-WS (6)
               STRING 'AIXLOG, ' DELIMITED BY SIZE
                       INDEX-LOADED-WS DELIMITED BY SIZE
                       ' LOADED' DELIMITED BY SIZE
                   INTO STEP-EVIDENCE-WS (6)
               END-STRING
           END-IF.

      *    STEPS ARE WALKED IN RUN ORDER.  EVERY STEP WITH ITS
      *    EVIDENCE ON FILE IS CONFIRMED; THE FIRST STEP WITHOUT IT
      *    IS RELEASED (OR RELEASED AGAIN, IF IT WAS RELEASED BEFORE
      *    AND NEVER FINISHED - THE RESTART POINT AFTER AN ABEND).
      *    NOTHING BEYOND THAT STEP IS RELEASED.  A LATER STEP WHOSE
      *    EVIDENCE TURNS UP AHEAD OF AN UNFINISHED EARLIER ONE RAN
      *    OUT OF SEQUENCE AND IS FLAGGED ON THE SUMMARY.  A STEP
      *    ALREADY CONFIRMED STAYS CONFIRMED EVEN IF ITS EVIDENCE HAS
      *    SINCE BEEN ARCHIVED.  VALIDATION IS NOT RELEASED WHILE
      *    FEEDCHK HAS THE CYCLE HELD FOR A MISSING REQUIRED FEED.
       400-ADVANCE-CYCLE.
           PERFORM 410-ADVANCE-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT-WS.
           IF NEXT-STEP-WAS-FOUND
               MOVE 'O' TO CYCLE-STATUS-WS
           ELSE
               MOVE 'C' TO CYCLE-STATUS-WS
           END-IF.

       410-ADVANCE-ONE-STEP.
           EVALUATE TRUE
               WHEN STEP-NOT-IN-CYCLE (STEP-IDX)
                   CONTINUE
               WHEN STEP-EVIDENCE-FOUND (STEP-IDX)
                   PERFORM 420-CONFIRM-STEP
               WHEN STEP-IS-COMPLETE (STEP-IDX)
                   CONTINUE
               WHEN NEXT-STEP-WAS-FOUND
                   CONTINUE
               WHEN STEP-NAME-WS (STEP-IDX) = 'VALIDATION'
                       AND FEEDS-ARE-HELD
                   PERFORM 435-HOLD-STEP
               WHEN OTHER
                   PERFORM 430-RELEASE-STEP
           END-EVALUATE.

       420-CONFIRM-STEP.
           IF NOT STEP-IS-COMPLETE (STEP-IDX)
               MOVE 'C'         TO STEP-STATUS-WS (STEP-IDX)
               MOVE RUN-DATE-WS TO STEP-DONE-DATE-WS (STEP-IDX)
               MOVE RUN-TIME-WS TO STEP-DONE-TIME-WS (STEP-IDX)
           END-IF.
           IF NEXT-STEP-WAS-FOUND
               MOVE 'RAN OUT OF SEQUENCE' TO STEP-NOTE-WS (STEP-IDX)
               ADD 1 TO SEQUENCE-BREAK-COUNT-WS
           END-IF.

       430-RELEASE-STEP.
           MOVE 'Y' TO NEXT-STEP-SW.
           SET NEXT-STEP-SUB-WS TO STEP-IDX.
           IF STEP-IS-RELEASED (STEP-IDX)
               MOVE 'Y' TO RESTART-SW
               MOVE 'RESTART - LAST TRY NOT COMPLETE'
                   TO STEP-NOTE-WS (STEP-IDX)
           ELSE
               MOVE 'N' TO RESTART-SW
               MOVE 'RELEASED TO RUN NEXT' TO STEP-NOTE-WS (STEP-IDX)
           END-IF.
           MOVE 'R' TO STEP-STATUS-WS (STEP-IDX).
           IF STEP-RELEASE-COUNT-WS (STEP-IDX) < 99
               ADD 1 TO STEP-RELEASE-COUNT-WS (STEP-IDX)
           END-IF.
           MOVE RUN-DATE-WS TO STEP-RELEASE-DATE-WS (STEP-IDX).
           MOVE RUN-TIME-WS TO STEP-RELEASE-TIME-WS (STEP-IDX).
           IF STEP-NAME-WS (STEP-IDX) = 'RECON'
               PERFORM 440-WRITE-RECON-CONTROL
           END-IF.

      *    THE STEP STAYS AS IT WAS AND NOTHING AFTER IT IS RELEASED,
      *    SO THE CYCLE REMAINS OPEN UNTIL THE HOLD IS CLEARED.
       435-HOLD-STEP.
           MOVE 'Y' TO NEXT-STEP-SW.
           MOVE 'Y' TO CYCLE-HELD-SW.
           SET NEXT-STEP-SUB-WS TO STEP-IDX.
           MOVE 'HELD - REQUIRED FEED MISSING'
               TO STEP-NOTE-WS (STEP-IDX).

      *    RECON IS POINTED AT THE CYCLE'S RUN SO IT RECONCILES THE
      *    BATCH THIS CYCLE VALIDATED.
       440-WRITE-RECON-CONTROL.
           OPEN OUTPUT RECON-CONTROL.
           MOVE SPACES TO RECON-CONTROL-RECORD.
           MOVE CYCLE-RUN-WS TO RQ-RUN-NUMBER.
           WRITE RECON-CONTROL-RECORD.
           CLOSE RECON-CONTROL.

       600-REWRITE-CYCLE-STATUS.
           OPEN OUTPUT CYCLE-STATUS.
           MOVE SPACES TO CYCLE-HEADER-RECORD.
           MOVE 'H'                 TO CH-RECORD-TYPE.
           MOVE CYCLE-DATE-WS       TO CH-CYCLE-DATE.
           MOVE CYCLE-START-TIME-WS TO CH-START-TIME.
           MOVE CYCLE-BASE-RUN-WS   TO CH-BASE-RUN.
           MOVE CYCLE-RUN-WS        TO CH-CYCLE-RUN.
           MOVE CYCLE-OPERATOR-WS   TO CH-OPERATOR-ID.
           MOVE CYCLE-STATUS-WS     TO CH-CYCLE-STATUS.
           WRITE CYCLE-HEADER-RECORD.
           PERFORM 610-WRITE-ONE-STEP-RECORD
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT-WS.
           CLOSE CYCLE-STATUS.

       610-WRITE-ONE-STEP-RECORD.
           MOVE SPACES TO CYCLE-STEP-RECORD.
           MOVE 'S' TO CS-RECORD-TYPE.
           SET STEP-SUB-WS TO STEP-IDX.
           MOVE STEP-SUB-WS                      TO CS-STEP-SEQ.
           MOVE STEP-NAME-WS (STEP-IDX)          TO CS-STEP-NAME.
           MOVE STEP-STATUS-WS (STEP-IDX)        TO CS-STATUS.
           MOVE STEP-RELEASE-COUNT-WS (STEP-IDX) TO CS-RELEASE-COUNT.
           MOVE STEP-RELEASE-DATE-WS (STEP-IDX)  TO CS-RELEASE-DATE.
           MOVE STEP-RELEASE-TIME-WS (STEP-IDX)  TO CS-RELEASE-TIME.
           MOVE STEP-DONE-DATE-WS (STEP-IDX)     TO CS-DONE-DATE.
           MOVE STEP-DONE-TIME-WS (STEP-IDX)     TO CS-DONE-TIME.
           MOVE STEP-EVIDENCE-WS (STEP-IDX)      TO CS-EVIDENCE.
           WRITE CYCLE-STEP-RECORD.

       650-WRITE-NEXT-STEP.
           OPEN OUTPUT NEXT-STEP-FILE.
           MOVE SPACES TO NEXT-STEP-RECORD.
           MOVE CYCLE-RUN-WS TO NS-RUN-NUMBER.
           MOVE 'Y' TO NS-GLACK-IN-CYCLE.
           MOVE 'Y' TO NS-INDEX-IN-CYCLE.
           PERFORM 655-NOTE-STEP-IN-CYCLE
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT-WS.
           IF CYCLE-WAS-HELD
               MOVE 'HELD' TO NS-STEP-NAME
               DISPLAY 'CYCLECTL: CYCLE HELD BEFORE '
                   STEP-NAME-WS (NEXT-STEP-SUB-WS)
                   ' - REQUIRED FEED MISSING, SEE FEEDCHK.DOC'
           ELSE
               IF NEXT-STEP-WAS-FOUND
                   MOVE STEP-NAME-WS (NEXT-STEP-SUB-WS) TO NS-STEP-NAME
                   IF STEP-IS-A-RESTART
                       MOVE 'R' TO NS-RESTART-FLAG
                   END-IF
                   DISPLAY 'CYCLECTL: NEXT STEP IS '
                       STEP-NAME-WS (NEXT-STEP-SUB-WS)
                   IF STEP-IS-A-RESTART
                       DISPLAY 'CYCLECTL: THIS IS A RESTART - THE LAST'
                           ' ATTEMPT LEFT NO COMPLETION EVIDENCE'
                   END-IF
               ELSE
                   MOVE 'NONE' TO NS-STEP-NAME
                   MOVE 'N' TO NS-GLACK-IN-CYCLE
                   MOVE 'N' TO NS-INDEX-IN-CYCLE
                   IF CYCLE-IS-ON-FILE
                       DISPLAY 'CYCLECTL: CYCLE OF ' CYCLE-DATE-WS
                           ' IS COMPLETE'
                   END-IF
               END-IF
           END-IF.
           WRITE NEXT-STEP-RECORD.
           CLOSE NEXT-STEP-FILE.

       655-NOTE-STEP-IN-CYCLE.
           IF STEP-NAME-WS (STEP-IDX) = 'GLACK'
                  AND STEP-NOT-IN-CYCLE (STEP-IDX)
               MOVE 'N' TO NS-GLACK-IN-CYCLE
           END-IF.
           IF STEP-NAME-WS (STEP-IDX) = 'ACCTIXLD'
                  AND STEP-NOT-IN-CYCLE (STEP-IDX)
               MOVE 'N' TO NS-INDEX-IN-CYCLE
           END-IF.

       700-PRINT-SUMMARY.
           MOVE CYCLE-DATE-WS     TO CYCLE-DATE-OUT.
           MOVE CYCLE-RUN-WS      TO CYCLE-RUN-OUT.
           MOVE CYCLE-OPERATOR-WS TO CYCLE-OPERATOR-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.
           IF NEW-CYCLE-WAS-OPENED
               MOVE '*** NEW CYCLE OPENED ON THIS RUN ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF NEW-CYCLE-WAS-REFUSED
               MOVE '*** NEW CYCLE REFUSED - THE CYCLE BELOW IS STILL
      -            'OPEN ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF NOT CYCLE-IS-ON-FILE
               MOVE '*** NO CYCLE ON FILE - NOTHING RELEASED ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           ELSE
               WRITE PRINT-LINE FROM SPACES AFTER 1
               WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1
               WRITE PRINT-LINE FROM SPACES AFTER 1
               PERFORM 710-PRINT-ONE-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT-WS
               PERFORM 720-PRINT-NEXT-STEP
           END-IF.

       710-PRINT-ONE-STEP.
           SET STEP-SUB-WS TO STEP-IDX.
           MOVE STEP-SUB-WS                      TO STEP-SEQ-OUT.
           MOVE STEP-NAME-WS (STEP-IDX)          TO STEP-NAME-OUT.
           EVALUATE TRUE
               WHEN STEP-IS-COMPLETE (STEP-IDX)
                   MOVE 'COMPLETE' TO STEP-STATUS-OUT
                   ADD 1 TO STEPS-COMPLETE-WS
               WHEN STEP-IS-RELEASED (STEP-IDX)
                   MOVE 'RELEASED' TO STEP-STATUS-OUT
                   ADD 1 TO STEPS-PENDING-WS
               WHEN STEP-NOT-IN-CYCLE (STEP-IDX)
                   MOVE 'NOT IN CYCLE' TO STEP-STATUS-OUT
                   ADD 1 TO STEPS-SKIPPED-WS
               WHEN OTHER
                   MOVE 'PENDING' TO STEP-STATUS-OUT
                   ADD 1 TO STEPS-PENDING-WS
           END-EVALUATE.
           IF STEP-RELEASE-COUNT-WS (STEP-IDX) > 1
               COMPUTE RESTART-COUNT-WS = RESTART-COUNT-WS
                   + STEP-RELEASE-COUNT-WS (STEP-IDX) - 1
           END-IF.
           MOVE STEP-RELEASE-COUNT-WS (STEP-IDX) TO STEP-TRIES-OUT.
           MOVE STEP-RELEASE-DATE-WS (STEP-IDX)  TO RELEASE-DATE-OUT.
           MOVE STEP-RELEASE-TIME-WS (STEP-IDX)  TO RELEASE-TIME-OUT.
           MOVE STEP-DONE-DATE-WS (STEP-IDX)     TO DONE-DATE-OUT.
           MOVE STEP-DONE-TIME-WS (STEP-IDX)     TO DONE-TIME-OUT.
           MOVE STEP-EVIDENCE-WS (STEP-IDX)      TO EVIDENCE-OUT.
           MOVE STEP-NOTE-WS (STEP-IDX)          TO NOTE-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       720-PRINT-NEXT-STEP.
           MOVE SPACES TO NOTICE-TEXT-OUT.
           IF CYCLE-WAS-HELD
               STRING '*** CYCLE HELD BEFORE ' DELIMITED BY SIZE
                       STEP-NAME-WS (NEXT-STEP-SUB-WS)
                           DELIMITED BY SPACE
                       ' - ' DELIMITED BY SIZE
                       HOLD-MISSING-WS DELIMITED BY SIZE
                       ' REQUIRED FEED(S) MISSING ***'
                           DELIMITED BY SIZE
                   INTO NOTICE-TEXT-OUT
               END-STRING
           ELSE
               IF NEXT-STEP-WAS-FOUND
                   IF STEP-IS-A-RESTART
                       STRING 'NEXT STEP: RESTART ' DELIMITED BY SIZE
                               STEP-NAME-WS (NEXT-STEP-SUB-WS)
                                   DELIMITED BY SPACE
                               ' (LAST ATTEMPT DID NOT COMPLETE)'
                                   DELIMITED BY SIZE
                           INTO NOTICE-TEXT-OUT
                       END-STRING
                   ELSE
                       STRING 'NEXT STEP: RUN ' DELIMITED BY SIZE
                               STEP-NAME-WS (NEXT-STEP-SUB-WS)
                                   DELIMITED BY SPACE
                           INTO NOTICE-TEXT-OUT
                       END-STRING
                   END-IF
               ELSE
                   MOVE '*** CYCLE COMPLETE - ALL STEPS CONFIRMED ***'
                       TO NOTICE-TEXT-OUT
               END-IF
           END-IF.
           WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2.
           IF CYCLE-WAS-HELD
               MOVE SPACES TO NOTICE-TEXT-OUT
               STRING 'FEED CHECK OF ' DELIMITED BY SIZE
                       HOLD-CHECK-DATE-WS DELIMITED BY SIZE
                       ' - FIRST MISSING ' DELIMITED BY SIZE
                       HOLD-FIRST-MISSING-WS DELIMITED BY SPACE
                       ' - SEE FEEDCHK.DOC' DELIMITED BY SIZE
                   INTO NOTICE-TEXT-OUT
               END-STRING
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.
           IF RECON-FOUND-SW = 'Y' AND RECON-BREAKS-WS > 0
               MOVE '*** RECON REPORTED BREAKS - SEE RECONRPT.DOC ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       800-FOOTER.
           MOVE 'STEPS CONFIRMED COMPLETE......:' TO FOOTER-LABEL-OUT
           MOVE STEPS-COMPLETE-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'STEPS STILL TO RUN............:' TO FOOTER-LABEL-OUT
           MOVE STEPS-PENDING-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'STEPS NOT IN THIS CYCLE.......:' TO FOOTER-LABEL-OUT
           MOVE STEPS-SKIPPED-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'STEP RESTARTS THIS CYCLE......:' TO FOOTER-LABEL-OUT
           MOVE RESTART-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'STEPS RUN OUT OF SEQUENCE.....:' TO FOOTER-LABEL-OUT
           MOVE SEQUENCE-BREAK-COUNT-WS      TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

       900-CLOSE.
           CLOSE CYCLE-REPORT.
