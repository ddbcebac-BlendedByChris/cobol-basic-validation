       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BALRBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REBUILD-CONTROL
               ASSIGN TO 'BALRCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PERIOD-CONTROL
               ASSIGN TO 'PERIODS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-SNAPSHOT
               ASSIGN TO DYNAMIC SNAPSHOT-FILE-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERGE-LOG
               ASSIGN TO 'MERGELOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCEPTED-HISTORY
               ASSIGN TO 'ACCHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-BATCHES
               ASSIGN TO 'POSTED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-TRANSACTIONS
               ASSIGN TO 'HELDTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-FALLOUT
               ASSIGN TO 'POSTFALL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO 'ACCTBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBUILT-BALANCES
               ASSIGN TO 'BALRBLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-BACKUP
               ASSIGN TO DYNAMIC BACKUP-FILE-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBUILD-REPORT
               ASSIGN TO 'BALRBLD.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    MODE A (OR BLANK) AUDITS ONLY.  MODE R ALSO REPLACES THE
      *    LIVE ACCTBAL.DAT WITH THE REBUILT BALANCES, BUT ONLY WHEN
      *    THE PERSON SIGNING OFF THE AUDIT REPORT IS NAMED; THE
      *    LIVE FILE IS KEPT AS BALB<YYYYMMDD>.DAT AND THE MODE IS
      *    CLEARED SO THE SIGN-OFF IS USED ONCE.  A PERIOD (YYYYMM)
      *    STARTS FROM THAT CLOSE INSTEAD OF THE LATEST ONE.
       FD  REBUILD-CONTROL.
       01  REBUILD-CONTROL-RECORD.
           05  BR-MODE                 PIC X.
               88 BR-RECOVERY-MODE     VALUE 'R'.
           05  BR-PERIOD               PIC 9(6).
           05  BR-SIGNED-OFF-BY        PIC X(8).
           05                          PIC X(65).
       FD  PERIOD-CONTROL.
       01  PERIOD-CONTROL-RECORD.
           05  PD-PERIOD               PIC 9(6).
           05  PD-STATUS               PIC X.
           05                          PIC X(73).
       FD  BALANCE-SNAPSHOT.
       01  BALANCE-SNAPSHOT-RECORD.
           05  SNAP-ACCOUNT-CODE       PIC X(4).
           05  SNAP-ASSET-BALANCE      PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  SNAP-EXPENSE-BALANCE    PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(52).
       FD  MERGE-LOG.
       01  MERGE-LOG-RECORD.
           05  ML-OLD-CODE             PIC X(4).
           05  ML-NEW-CODE             PIC X(4).
           05  ML-MERGE-DATE           PIC 9(8).
           05                          PIC X(64).
       FD  ACCEPTED-HISTORY.
       01  ACCEPTED-HISTORY-RECORD.
           05  AH-RECORD-TYPE          PIC X.
           05  AH-ACCOUNT-CODE         PIC X(4).
           05  AH-TRANSACTION-DATE     PIC X(8).
           05  AH-TRANSACTION-DATE-N
               REDEFINES AH-TRANSACTION-DATE.
               10  AH-MONTH            PIC 99.
               10  AH-DAY              PIC 99.
               10  AH-YEAR             PIC 9(4).
           05  AH-AMOUNT               PIC S9(6)V99.
           05  AH-AMOUNT-X             PIC X(8)
               REDEFINES               AH-AMOUNT.
           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05  AH-REVERSED-TYPE        PIC X.
           05  AH-CURRENCY-CODE        PIC X(3).
           05  AH-ORIGINAL-AMOUNT      PIC X(11).
           05  AH-TRANS-REFERENCE      PIC X(12).
           05  AH-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(10).
      *    ONE ROW PER RUN POSTING HAS APPLIED.
       FD  POSTED-BATCHES.
       01  POSTED-BATCH-RECORD.
           05  PB-RUN-NUMBER           PIC 9(6).
           05  PB-POSTED-DATE          PIC 9(8).
           05                          PIC X(66).
      *    ITEMS POSTING HELD AT THE OVERDRAFT SCREEN, AND ITEMS IT
      *    COULD NOT POST, EACH CARRYING THE ORIGINAL 80-BYTE RECORD
      *    (TRANSACTION REFERENCE IN COLUMNS 41-52).
       FD  HELD-TRANSACTIONS.
       01  HELD-TRANSACTION-RECORD.
           05  HD-RECORD-NUMBER        PIC 9(6).
           05  HD-RUN-NUMBER           PIC 9(6).
           05  HD-ORIGINAL-RECORD      PIC X(80).
           05  HD-HOLD-REASON          PIC X(40).
       FD  POSTING-FALLOUT.
       01  POSTING-FALLOUT-RECORD.
           05  PF-RECORD-NUMBER        PIC 9(6).
           05  PF-SOURCE-FILE          PIC X(12).
           05  PF-RUN-AGE              PIC 9(3).
           05  PF-ORIGINAL-RECORD      PIC X(80).
           05  PF-ERROR-MESSAGE        PIC X(40).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(4).
           05  BAL-ASSET-BALANCE       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  BAL-EXPENSE-BALANCE     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(52).
       FD  REBUILT-BALANCES.
       01  REBUILT-BALANCE-RECORD.
           05  RBL-ACCOUNT-CODE        PIC X(4).
           05  RBL-ASSET-BALANCE       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  RBL-EXPENSE-BALANCE     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(52).
       FD  BALANCE-BACKUP.
       01  BALANCE-BACKUP-RECORD       PIC X(80).
       FD  REBUILD-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  PERIOD-EOF-WS           PIC XXX      VALUE 'NO'.
           05  SNAP-EOF-WS             PIC XXX      VALUE 'NO'.
           05  MERGE-EOF-WS            PIC XXX      VALUE 'NO'.
           05  HIST-EOF-WS             PIC XXX      VALUE 'NO'.
           05  BAL-EOF-WS              PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  START-PERIOD-WS         PIC 9(6)     VALUE ZERO.
           05  HIST-PERIOD-WS          PIC 9(6)     VALUE ZERO.
           05  SIGNED-OFF-BY-WS        PIC X(8)     VALUE SPACES.
           05  SNAPSHOT-FILE-NAME-WS   PIC X(80)    VALUE SPACES.
           05  BACKUP-FILE-NAME-WS     PIC X(80)    VALUE SPACES.
           05  LOOKUP-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  FOUND-SUB-WS            PIC 9(5)     VALUE ZERO.
           05  SOURCE-SUB-WS           PIC 9(5)     VALUE ZERO.
           05  ACCT-FOUND-SW           PIC X        VALUE 'N'.
               88 ACCT-WAS-FOUND                    VALUE 'Y'.
           05  RECOVERY-SW             PIC X        VALUE 'N'.
               88 RECOVERY-REQUESTED                VALUE 'Y'.
           05  REPLACED-SW             PIC X        VALUE 'N'.
               88 LIVE-FILE-REPLACED                VALUE 'Y'.
           05  BAL-TABLE-FULL-SW       PIC X        VALUE 'N'.
               88 BAL-TABLE-IS-FULL                 VALUE 'Y'.
           05  SNAPSHOT-COUNT-WS       PIC 9(6)     VALUE ZERO.
           05  MERGE-FOLDED-WS         PIC 9(6)     VALUE ZERO.
           05  HISTORY-READ-COUNT-WS   PIC 9(7)     VALUE ZERO.
           05  HISTORY-REPLAYED-WS     PIC 9(7)     VALUE ZERO.
           05  HISTORY-BEFORE-WS       PIC 9(7)     VALUE ZERO.
           05  HISTORY-UNUSABLE-WS     PIC 9(7)     VALUE ZERO.
           05  HISTORY-UNPOSTED-WS     PIC 9(7)     VALUE ZERO.
           05  LIVE-COUNT-WS           PIC 9(6)     VALUE ZERO.
           05  REBUILT-COUNT-WS        PIC 9(6)     VALUE ZERO.
           05  DISAGREE-COUNT-WS       PIC 9(6)     VALUE ZERO.
           05  BACKUP-COUNT-WS         PIC 9(6)     VALUE ZERO.

      *    VALIDATION WRITES A BATCH'S HISTORY BEFORE IT IS POSTED,
      *    AND CORRECTION WRITES A RUN-ZERO ROW FOR EVERY RECORD IT
      *    RELEASES.  A ROW IS REPLAYED ONLY WHEN ITS RUN IS ON THE
      *    POSTED-BATCH REGISTRY, OR IT IS THE FIRST RUN-ZERO ROW OF
      *    A REFERENCE NO POSTED RUN CARRIES - THE RULE POSTING USES
      *    FOR BUDGETS.  A REFERENCE STILL HELD AT THE OVERDRAFT
      *    SCREEN OR IN POSTING FALLOUT NEVER REACHED THE BALANCES
      *    AND IS NOT REPLAYED.
       01  HISTORY-FILTER-WS.
           05  POSTED-EOF-WS           PIC XXX      VALUE 'NO'.
           05  HELD-EOF-WS             PIC XXX      VALUE 'NO'.
           05  FALLOUT-EOF-WS          PIC XXX      VALUE 'NO'.
           05  RLS-SCAN-EOF-WS         PIC XXX      VALUE 'NO'.
           05  FILTER-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 FILTER-TABLE-IS-FULL              VALUE 'Y'.
           05  ROW-TAKEN-SW            PIC X        VALUE 'N'.
               88 ROW-IS-TAKEN                      VALUE 'Y'.
           05  RUN-FOUND-SW            PIC X        VALUE 'N'.
               88 RUN-WAS-POSTED                    VALUE 'Y'.
           05  RLS-FOUND-SW            PIC X        VALUE 'N'.
               88 RLS-WAS-FOUND                     VALUE 'Y'.
           05  HELD-FOUND-SW           PIC X        VALUE 'N'.
               88 REFERENCE-IS-HELD                 VALUE 'Y'.
           05  FILTER-KEY-WS           PIC X(12)    VALUE SPACES.
           05  RLS-KEEP-SUB-WS         PIC 9(5)     VALUE ZERO.

       01  POSTED-RUN-AREA-WS.
           05  POSTED-TABLE-COUNT-WS   PIC 9(4)     VALUE ZERO.
           05  POSTED-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON POSTED-TABLE-COUNT-WS
                   ASCENDING KEY IS POSTED-RUN-WS
                   INDEXED BY PST-IDX.
               10  POSTED-RUN-WS       PIC 9(6).

       01  HELD-REFERENCE-AREA-WS.
           05  HELD-REF-COUNT-WS       PIC 9(4)     VALUE ZERO.
           05  HELD-REF-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON HELD-REF-COUNT-WS
                   ASCENDING KEY IS HELD-REFERENCE-WS
                   INDEXED BY HLD-IDX.
               10  HELD-REFERENCE-WS   PIC X(12).

       01  RELEASED-REFERENCE-AREA-WS.
           05  RLS-COUNT-WS            PIC 9(5)     VALUE ZERO.
           05  RLS-TABLE-WS
                   OCCURS 1 TO 20000 TIMES
                       DEPENDING ON RLS-COUNT-WS
                   ASCENDING KEY IS RLS-REFERENCE-WS
                   INDEXED BY RLS-IDX RLS-SCAN-IDX.
               10  RLS-REFERENCE-WS    PIC X(12).
               10  RLS-COVERED-SW      PIC X.
                   88 RLS-IS-COVERED                VALUE 'Y'.
               10  RLS-TAKEN-SW        PIC X.
                   88 RLS-IS-TAKEN                  VALUE 'Y'.

      *    ONE ROW PER ACCOUNT SEEN ON THE SNAPSHOT, IN THE REPLAYED
      *    HISTORY OR ON THE LIVE FILE.  AN ACCOUNT MISSING FROM ONE
      *    SIDE COUNTS AS ZERO ON THAT SIDE.
       01  BALANCE-TABLE-AREA-WS.
           05  BALANCE-TABLE-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  BALANCE-TABLE-WS
                   OCCURS 1 TO 20000 TIMES
                       DEPENDING ON BALANCE-TABLE-COUNT-WS
                   ASCENDING KEY IS BAL-TABLE-CODE-WS
                   INDEXED BY BAL-IDX.
               10  BAL-TABLE-CODE-WS   PIC X(4).
               10  BAL-REBUILT-SW-WS   PIC X.
               10  BAL-REBUILT-ASSET-WS
                                       PIC S9(9)V99.
               10  BAL-REBUILT-EXPENSE-WS
                                       PIC S9(9)V99.
               10  BAL-LIVE-SW-WS      PIC X.
               10  BAL-LIVE-ASSET-WS   PIC S9(9)V99.
               10  BAL-LIVE-EXPENSE-WS PIC S9(9)V99.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(32) VALUE
                             'BALANCE REBUILD - FROM CLOSE OF '.
           05  START-PERIOD-OUT        PIC 9(6).
           05                          PIC X(11) VALUE '  RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(2).
           05  MODE-OUT                PIC X(14).

       01  SECTION-LINE.
           05                          PIC X.
           05  SECTION-TEXT-OUT        PIC X(70).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(17) VALUE
                                       '    REBUILT ASSET'.
           05                          PIC X(17) VALUE
                                       '       LIVE ASSET'.
           05                          PIC X(17) VALUE
                                       '  REBUILT EXPENSE'.
           05                          PIC X(17) VALUE
                                       '     LIVE EXPENSE'.
           05                          PIC X(2).
           05                          PIC X(20) VALUE 'NOTE'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  REBUILT-ASSET-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  LIVE-ASSET-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  REBUILT-EXPENSE-OUT     PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  LIVE-EXPENSE-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  NOTE-OUT                PIC X(20).

       01  NOTICE-LINE.
           05                          PIC X.
           05  NOTICE-TEXT-OUT         PIC X(70).

       01  FOOTER-DETAIL-LINE.
           05                          PIC X.
           05  FOOTER-LABEL-OUT        PIC X(38).
           05  FOOTER-COUNT-OUT        PIC Z9(6).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN.
           IF START-PERIOD-WS = 0
               PERFORM 350-REPORT-NO-CLOSE
           ELSE
           IF SNAPSHOT-COUNT-WS = 0
               PERFORM 360-REPORT-NO-SNAPSHOT
           ELSE
               PERFORM 400-LIST-DISAGREEMENTS
               PERFORM 600-WRITE-REBUILT-FILE
               IF RECOVERY-REQUESTED
                   PERFORM 650-REPLACE-LIVE-FILE
               END-IF
           END-IF
           END-IF.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT REBUILD-REPORT.
           PERFORM 205-READ-REBUILD-CONTROL.
           IF START-PERIOD-WS = 0
               PERFORM 210-FIND-LATEST-CLOSE
           END-IF.
           PERFORM 700-HEADER.
           IF START-PERIOD-WS > 0
               PERFORM 220-LOAD-SNAPSHOT
           END-IF.
           IF SNAPSHOT-COUNT-WS > 0
               PERFORM 230-FOLD-LOGGED-MERGES
               PERFORM 280-LOAD-POSTED-RUNS
               PERFORM 282-LOAD-HELD-REFERENCES
               PERFORM 286-SCAN-RELEASED-ROWS
               PERFORM 240-REPLAY-ACCEPTED-HISTORY
               PERFORM 250-LOAD-LIVE-BALANCES
               IF BALANCE-TABLE-COUNT-WS > 1
                   SORT BALANCE-TABLE-WS
                       ON ASCENDING KEY BAL-TABLE-CODE-WS
               END-IF
           END-IF.

       205-READ-REBUILD-CONTROL.
           OPEN INPUT REBUILD-CONTROL.
           READ REBUILD-CONTROL INTO REBUILD-CONTROL-RECORD
               AT END MOVE SPACES TO REBUILD-CONTROL-RECORD
           END-READ.
           CLOSE REBUILD-CONTROL.
           IF BR-PERIOD IS NUMERIC
                  AND BR-PERIOD (5:2) >= '01'
                  AND BR-PERIOD (5:2) <= '12'
               MOVE BR-PERIOD TO START-PERIOD-WS
           END-IF.
           IF BR-RECOVERY-MODE
               MOVE 'Y' TO RECOVERY-SW
               MOVE BR-SIGNED-OFF-BY TO SIGNED-OFF-BY-WS
           END-IF.

       210-FIND-LATEST-CLOSE.
           OPEN INPUT PERIOD-CONTROL.
           PERFORM 215-CHECK-ONE-PERIOD
               UNTIL PERIOD-EOF-WS = 'YES'.
           CLOSE PERIOD-CONTROL.

       215-CHECK-ONE-PERIOD.
           READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
               AT END MOVE 'YES' TO PERIOD-EOF-WS
           END-READ.
           IF PERIOD-EOF-WS <> 'YES'
                  AND PD-PERIOD IS NUMERIC
                  AND PD-STATUS = 'C'
                  AND PD-PERIOD > START-PERIOD-WS
               MOVE PD-PERIOD TO START-PERIOD-WS
           END-IF.

       220-LOAD-SNAPSHOT.
           MOVE SPACES TO SNAPSHOT-FILE-NAME-WS.
           STRING 'BALP' DELIMITED BY SIZE
                   START-PERIOD-WS DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
               INTO SNAPSHOT-FILE-NAME-WS
           END-STRING.
           OPEN INPUT BALANCE-SNAPSHOT.
           PERFORM 225-LOAD-ONE-SNAPSHOT-ROW
               UNTIL SNAP-EOF-WS = 'YES'.
           CLOSE BALANCE-SNAPSHOT.

       225-LOAD-ONE-SNAPSHOT-ROW.
           READ BALANCE-SNAPSHOT INTO BALANCE-SNAPSHOT-RECORD
               AT END MOVE 'YES' TO SNAP-EOF-WS
           END-READ.
           IF SNAP-EOF-WS <> 'YES'
               ADD 1 TO SNAPSHOT-COUNT-WS
               MOVE SNAP-ACCOUNT-CODE TO LOOKUP-ACCOUNT-WS
               PERFORM 510-FIND-OR-ADD-ACCOUNT
               IF ACCT-WAS-FOUND
                   MOVE 'Y' TO BAL-REBUILT-SW-WS (FOUND-SUB-WS)
                   IF SNAP-ASSET-BALANCE IS NUMERIC
                       ADD SNAP-ASSET-BALANCE
                           TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                   END-IF
                   IF SNAP-EXPENSE-BALANCE IS NUMERIC
                       ADD SNAP-EXPENSE-BALANCE
                           TO BAL-REBUILT-EXPENSE-WS (FOUND-SUB-WS)
                   END-IF
               END-IF
           END-IF.

      *    ACCTMAINT RE-KEYS HISTORY ON A MERGE, SO HISTORY AFTER
      *    THE CLOSE IS ALREADY UNDER THE SURVIVOR.  A RETIRED
      *    ACCOUNT STILL ON THE SNAPSHOT IS FOLDED IN THE SAME WAY
      *    ACCTMAINT FOLDED ITS BALANCES; ONE ALREADY GONE FROM THE
      *    SNAPSHOT WAS MERGED BEFORE THE CLOSE AND NEEDS NOTHING.
       230-FOLD-LOGGED-MERGES.
           OPEN INPUT MERGE-LOG.
           PERFORM 235-FOLD-ONE-MERGE
               UNTIL MERGE-EOF-WS = 'YES'.
           CLOSE MERGE-LOG.

       235-FOLD-ONE-MERGE.
           READ MERGE-LOG INTO MERGE-LOG-RECORD
               AT END MOVE 'YES' TO MERGE-EOF-WS
           END-READ.
           IF MERGE-EOF-WS <> 'YES'
                  AND ML-MERGE-DATE IS NUMERIC
                  AND ML-MERGE-DATE (1:6) > START-PERIOD-WS
               MOVE ML-OLD-CODE TO LOOKUP-ACCOUNT-WS
               PERFORM 500-FIND-ACCOUNT
               IF ACCT-WAS-FOUND
                      AND BAL-REBUILT-SW-WS (FOUND-SUB-WS) = 'Y'
                   MOVE FOUND-SUB-WS TO SOURCE-SUB-WS
                   MOVE ML-NEW-CODE TO LOOKUP-ACCOUNT-WS
                   PERFORM 510-FIND-OR-ADD-ACCOUNT
                   IF ACCT-WAS-FOUND
                       ADD 1 TO MERGE-FOLDED-WS
                       MOVE 'Y' TO BAL-REBUILT-SW-WS (FOUND-SUB-WS)
                       ADD BAL-REBUILT-ASSET-WS (SOURCE-SUB-WS)
                           TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                       ADD BAL-REBUILT-EXPENSE-WS (SOURCE-SUB-WS)
                           TO BAL-REBUILT-EXPENSE-WS (FOUND-SUB-WS)
                       MOVE 'N' TO BAL-REBUILT-SW-WS (SOURCE-SUB-WS)
                       MOVE ZERO
                           TO BAL-REBUILT-ASSET-WS (SOURCE-SUB-WS)
                       MOVE ZERO
                           TO BAL-REBUILT-EXPENSE-WS (SOURCE-SUB-WS)
                   END-IF
               END-IF
           END-IF.

      *    EVERY POSTED ROW (290) DATED AFTER THE CLOSED PERIOD IS
      *    APPLIED TO THE BALANCES THE WAY POSTING APPLIED IT.
       240-REPLAY-ACCEPTED-HISTORY.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 245-REPLAY-ONE-HISTORY-ROW
               UNTIL HIST-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.

       245-REPLAY-ONE-HISTORY-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO HIST-EOF-WS
           END-READ.
           IF HIST-EOF-WS <> 'YES'
               ADD 1 TO HISTORY-READ-COUNT-WS
               IF AH-TRANSACTION-DATE IS NOT NUMERIC
                      OR AH-AMOUNT IS NOT NUMERIC
                   ADD 1 TO HISTORY-UNUSABLE-WS
               ELSE
                   COMPUTE HIST-PERIOD-WS = AH-YEAR * 100 + AH-MONTH
                   IF HIST-PERIOD-WS > START-PERIOD-WS
                       PERFORM 290-CHECK-HISTORY-ROW
                       IF ROW-IS-TAKEN
                           PERFORM 300-APPLY-HISTORY-ROW
                       ELSE
                           ADD 1 TO HISTORY-UNPOSTED-WS
                       END-IF
                   ELSE
                       ADD 1 TO HISTORY-BEFORE-WS
                   END-IF
               END-IF
           END-IF.

       250-LOAD-LIVE-BALANCES.
           OPEN INPUT BALANCE-FILE.
           PERFORM 255-LOAD-ONE-LIVE-BALANCE
               UNTIL BAL-EOF-WS = 'YES'.
           CLOSE BALANCE-FILE.

       255-LOAD-ONE-LIVE-BALANCE.
           READ BALANCE-FILE INTO BALANCE-FILE-RECORD
               AT END MOVE 'YES' TO BAL-EOF-WS
           END-READ.
           IF BAL-EOF-WS <> 'YES'
               ADD 1 TO LIVE-COUNT-WS
               MOVE BAL-ACCOUNT-CODE TO LOOKUP-ACCOUNT-WS
               PERFORM 510-FIND-OR-ADD-ACCOUNT
               IF ACCT-WAS-FOUND
                   MOVE 'Y' TO BAL-LIVE-SW-WS (FOUND-SUB-WS)
                   IF BAL-ASSET-BALANCE IS NUMERIC
                       ADD BAL-ASSET-BALANCE
                           TO BAL-LIVE-ASSET-WS (FOUND-SUB-WS)
                   END-IF
                   IF BAL-EXPENSE-BALANCE IS NUMERIC
                       ADD BAL-EXPENSE-BALANCE
                           TO BAL-LIVE-EXPENSE-WS (FOUND-SUB-WS)
                   END-IF
               END-IF
           END-IF.

       280-LOAD-POSTED-RUNS.
           OPEN INPUT POSTED-BATCHES.
           PERFORM 281-LOAD-ONE-POSTED-RUN
               UNTIL POSTED-EOF-WS = 'YES'.
           CLOSE POSTED-BATCHES.
           IF POSTED-TABLE-COUNT-WS > 1
               SORT POSTED-TABLE-WS
                   ON ASCENDING KEY POSTED-RUN-WS
           END-IF.

       281-LOAD-ONE-POSTED-RUN.
           READ POSTED-BATCHES INTO POSTED-BATCH-RECORD
               AT END MOVE 'YES' TO POSTED-EOF-WS
           END-READ.
           IF POSTED-EOF-WS <> 'YES'
                  AND PB-RUN-NUMBER IS NUMERIC
               IF POSTED-TABLE-COUNT-WS < 5000
                   ADD 1 TO POSTED-TABLE-COUNT-WS
                   MOVE PB-RUN-NUMBER
                       TO POSTED-RUN-WS (POSTED-TABLE-COUNT-WS)
               ELSE
                   MOVE 'Y' TO FILTER-TABLE-FULL-SW
               END-IF
           END-IF.

       282-LOAD-HELD-REFERENCES.
           OPEN INPUT HELD-TRANSACTIONS.
           PERFORM 283-LOAD-ONE-HELD-ITEM
               UNTIL HELD-EOF-WS = 'YES'.
           CLOSE HELD-TRANSACTIONS.
           OPEN INPUT POSTING-FALLOUT.
           PERFORM 284-LOAD-ONE-FALLOUT-ITEM
               UNTIL FALLOUT-EOF-WS = 'YES'.
           CLOSE POSTING-FALLOUT.
           IF HELD-REF-COUNT-WS > 1
               SORT HELD-REF-TABLE-WS
                   ON ASCENDING KEY HELD-REFERENCE-WS
           END-IF.

       283-LOAD-ONE-HELD-ITEM.
           READ HELD-TRANSACTIONS INTO HELD-TRANSACTION-RECORD
               AT END MOVE 'YES' TO HELD-EOF-WS
           END-READ.
           IF HELD-EOF-WS <> 'YES'
               MOVE HD-ORIGINAL-RECORD (41:12) TO FILTER-KEY-WS
               PERFORM 285-ADD-HELD-REFERENCE
           END-IF.

       284-LOAD-ONE-FALLOUT-ITEM.
           READ POSTING-FALLOUT INTO POSTING-FALLOUT-RECORD
               AT END MOVE 'YES' TO FALLOUT-EOF-WS
           END-READ.
           IF FALLOUT-EOF-WS <> 'YES'
               MOVE PF-ORIGINAL-RECORD (41:12) TO FILTER-KEY-WS
               PERFORM 285-ADD-HELD-REFERENCE
           END-IF.

       285-ADD-HELD-REFERENCE.
           IF FILTER-KEY-WS <> SPACES
               IF HELD-REF-COUNT-WS < 5000
                   ADD 1 TO HELD-REF-COUNT-WS
                   MOVE FILTER-KEY-WS
                       TO HELD-REFERENCE-WS (HELD-REF-COUNT-WS)
               ELSE
                   MOVE 'Y' TO FILTER-TABLE-FULL-SW
               END-IF
           END-IF.

      *    EVERY RUN-ZERO REFERENCE IS GATHERED AND KEPT ONCE, THEN
      *    THE HISTORY IS READ AGAIN TO MARK THOSE A POSTED RUN ALSO
      *    CARRIES (A POSTING FALLOUT ITEM PUT BACK BY CORRECTION).
       286-SCAN-RELEASED-ROWS.
           MOVE 'NO' TO RLS-SCAN-EOF-WS.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 287-HOLD-ONE-RELEASED-ROW
               UNTIL RLS-SCAN-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.
           IF RLS-COUNT-WS > 1
               SORT RLS-TABLE-WS
                   ON ASCENDING KEY RLS-REFERENCE-WS
               MOVE 1 TO RLS-KEEP-SUB-WS
               PERFORM 288-KEEP-ONE-RELEASE
                   VARYING RLS-SCAN-IDX FROM 2 BY 1
                   UNTIL RLS-SCAN-IDX > RLS-COUNT-WS
               MOVE RLS-KEEP-SUB-WS TO RLS-COUNT-WS
           END-IF.
           IF RLS-COUNT-WS > 0
               MOVE 'NO' TO RLS-SCAN-EOF-WS
               OPEN INPUT ACCEPTED-HISTORY
               PERFORM 289-MARK-ONE-COVERED-RELEASE
                   UNTIL RLS-SCAN-EOF-WS = 'YES'
               CLOSE ACCEPTED-HISTORY
           END-IF.

       287-HOLD-ONE-RELEASED-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO RLS-SCAN-EOF-WS
           END-READ.
           IF RLS-SCAN-EOF-WS <> 'YES'
                  AND AH-RUN-NUMBER IS NUMERIC
                  AND AH-RUN-NUMBER = ZERO
                  AND AH-TRANS-REFERENCE <> SPACES
               IF RLS-COUNT-WS < 20000
                   ADD 1 TO RLS-COUNT-WS
                   MOVE AH-TRANS-REFERENCE
                       TO RLS-REFERENCE-WS (RLS-COUNT-WS)
                   MOVE 'N' TO RLS-COVERED-SW (RLS-COUNT-WS)
                   MOVE 'N' TO RLS-TAKEN-SW (RLS-COUNT-WS)
               ELSE
                   MOVE 'Y' TO FILTER-TABLE-FULL-SW
               END-IF
           END-IF.

       288-KEEP-ONE-RELEASE.
           IF RLS-REFERENCE-WS (RLS-SCAN-IDX)
                  <> RLS-REFERENCE-WS (RLS-KEEP-SUB-WS)
               ADD 1 TO RLS-KEEP-SUB-WS
               MOVE RLS-TABLE-WS (RLS-SCAN-IDX)
                   TO RLS-TABLE-WS (RLS-KEEP-SUB-WS)
           END-IF.

       289-MARK-ONE-COVERED-RELEASE.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO RLS-SCAN-EOF-WS
           END-READ.
           IF RLS-SCAN-EOF-WS <> 'YES'
                  AND AH-RUN-NUMBER IS NUMERIC
                  AND AH-RUN-NUMBER > ZERO
                  AND AH-TRANS-REFERENCE <> SPACES
               MOVE AH-TRANS-REFERENCE TO FILTER-KEY-WS
               PERFORM 294-FIND-RELEASE
               IF RLS-WAS-FOUND
                   PERFORM 292-FIND-POSTED-RUN
                   IF RUN-WAS-POSTED
                       MOVE 'Y' TO RLS-COVERED-SW (RLS-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A RELEASED ROW LEFT OUT OF A FULL TABLE, OR ONE WITH A
      *    BLANK REFERENCE, IS TAKEN AS IT COMES.
       290-CHECK-HISTORY-ROW.
           MOVE 'N' TO ROW-TAKEN-SW.
           IF AH-RUN-NUMBER IS NUMERIC
               IF AH-RUN-NUMBER = ZERO
                   PERFORM 291-CHECK-RELEASED-ROW
               ELSE
                   PERFORM 292-FIND-POSTED-RUN
                   IF RUN-WAS-POSTED
                       MOVE 'Y' TO ROW-TAKEN-SW
                   END-IF
               END-IF
           END-IF.
           IF ROW-IS-TAKEN
                  AND AH-TRANS-REFERENCE <> SPACES
               MOVE AH-TRANS-REFERENCE TO FILTER-KEY-WS
               PERFORM 296-FIND-HELD-REFERENCE
               IF REFERENCE-IS-HELD
                   MOVE 'N' TO ROW-TAKEN-SW
               END-IF
           END-IF.

       291-CHECK-RELEASED-ROW.
           IF AH-TRANS-REFERENCE = SPACES
               MOVE 'Y' TO ROW-TAKEN-SW
           ELSE
               MOVE AH-TRANS-REFERENCE TO FILTER-KEY-WS
               PERFORM 294-FIND-RELEASE
               IF NOT RLS-WAS-FOUND
                   MOVE 'Y' TO ROW-TAKEN-SW
               ELSE
                   IF NOT RLS-IS-COVERED (RLS-IDX)
                          AND NOT RLS-IS-TAKEN (RLS-IDX)
                       MOVE 'Y' TO ROW-TAKEN-SW
                       MOVE 'Y' TO RLS-TAKEN-SW (RLS-IDX)
                   END-IF
               END-IF
           END-IF.

       292-FIND-POSTED-RUN.
           MOVE 'N' TO RUN-FOUND-SW.
           IF POSTED-TABLE-COUNT-WS > 0
               SEARCH ALL POSTED-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN POSTED-RUN-WS (PST-IDX) = AH-RUN-NUMBER
                      MOVE 'Y' TO RUN-FOUND-SW
               END-SEARCH
           END-IF.

       294-FIND-RELEASE.
           MOVE 'N' TO RLS-FOUND-SW.
           IF RLS-COUNT-WS > 0
               SEARCH ALL RLS-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN RLS-REFERENCE-WS (RLS-IDX) = FILTER-KEY-WS
                      MOVE 'Y' TO RLS-FOUND-SW
               END-SEARCH
           END-IF.

       296-FIND-HELD-REFERENCE.
           MOVE 'N' TO HELD-FOUND-SW.
           IF HELD-REF-COUNT-WS > 0
               SEARCH ALL HELD-REF-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN HELD-REFERENCE-WS (HLD-IDX) = FILTER-KEY-WS
                      MOVE 'Y' TO HELD-FOUND-SW
               END-SEARCH
           END-IF.

       300-APPLY-HISTORY-ROW.
           EVALUATE TRUE
               WHEN AH-RECORD-TYPE = 'A'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       ADD AH-AMOUNT
                           TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                   END-IF
               WHEN AH-RECORD-TYPE = 'E'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       ADD AH-AMOUNT
                           TO BAL-REBUILT-EXPENSE-WS (FOUND-SUB-WS)
                   END-IF
               WHEN AH-RECORD-TYPE = 'T'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       SUBTRACT AH-AMOUNT
                           FROM BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                       PERFORM 315-FIND-DEST
                       IF ACCT-WAS-FOUND
                           ADD AH-AMOUNT
                               TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                       END-IF
                   END-IF
               WHEN AH-RECORD-TYPE = 'R' AND AH-REVERSED-TYPE = 'A'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       SUBTRACT AH-AMOUNT
                           FROM BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                   END-IF
               WHEN AH-RECORD-TYPE = 'R' AND AH-REVERSED-TYPE = 'E'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       SUBTRACT AH-AMOUNT
                           FROM BAL-REBUILT-EXPENSE-WS (FOUND-SUB-WS)
                   END-IF
               WHEN AH-RECORD-TYPE = 'R' AND AH-REVERSED-TYPE = 'T'
                   PERFORM 310-FIND-SOURCE
                   IF ACCT-WAS-FOUND
                       ADD AH-AMOUNT
                           TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                       PERFORM 315-FIND-DEST
                       IF ACCT-WAS-FOUND
                           SUBTRACT AH-AMOUNT
                               FROM BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO ACCT-FOUND-SW
           END-EVALUATE.
           IF ACCT-WAS-FOUND
               ADD 1 TO HISTORY-REPLAYED-WS
           ELSE
               ADD 1 TO HISTORY-UNUSABLE-WS
           END-IF.

       310-FIND-SOURCE.
           MOVE AH-ACCOUNT-CODE TO LOOKUP-ACCOUNT-WS.
           PERFORM 510-FIND-OR-ADD-ACCOUNT.
           IF ACCT-WAS-FOUND
               MOVE 'Y' TO BAL-REBUILT-SW-WS (FOUND-SUB-WS)
           END-IF.

       315-FIND-DEST.
           MOVE AH-DEST-ACCOUNT TO LOOKUP-ACCOUNT-WS.
           PERFORM 510-FIND-OR-ADD-ACCOUNT.
           IF ACCT-WAS-FOUND
               MOVE 'Y' TO BAL-REBUILT-SW-WS (FOUND-SUB-WS)
           END-IF.

       350-REPORT-NO-CLOSE.
           MOVE '*** NO CLOSED PERIOD ON PERIODS.DAT OR BALRCTL.DAT - NO
      -        'THING TO REBUILD FROM ***' TO NOTICE-TEXT-OUT.
           WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2.
           DISPLAY 'BALRBLD: NO CLOSED PERIOD - NOTHING REBUILT'.

       360-REPORT-NO-SNAPSHOT.
           MOVE SPACES TO NOTICE-TEXT-OUT.
           STRING '*** ' DELIMITED BY SIZE
                   SNAPSHOT-FILE-NAME-WS DELIMITED BY SPACE
                   ' MISSING OR EMPTY - NOTHING REBUILT ***'
                       DELIMITED BY SIZE
               INTO NOTICE-TEXT-OUT
           END-STRING.
           WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2.
           DISPLAY 'BALRBLD: ' SNAPSHOT-FILE-NAME-WS (1:15)
               ' MISSING OR EMPTY - NOTHING REBUILT'.

       400-LIST-DISAGREEMENTS.
           MOVE 'ACCOUNTS WHERE THE REBUILT AND LIVE BALANCES DISAGREE'
               TO SECTION-TEXT-OUT.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 2.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           IF BALANCE-TABLE-COUNT-WS > 0
               PERFORM 410-COMPARE-ONE-ACCOUNT
                   VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BALANCE-TABLE-COUNT-WS
           END-IF.
           IF DISAGREE-COUNT-WS = 0
               MOVE '  (NONE - EVERY ACCOUNT AGREES)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       410-COMPARE-ONE-ACCOUNT.
           IF BAL-REBUILT-ASSET-WS (BAL-IDX)
                      <> BAL-LIVE-ASSET-WS (BAL-IDX)
                  OR BAL-REBUILT-EXPENSE-WS (BAL-IDX)
                      <> BAL-LIVE-EXPENSE-WS (BAL-IDX)
               ADD 1 TO DISAGREE-COUNT-WS
               MOVE BAL-TABLE-CODE-WS (BAL-IDX)  TO ACCOUNT-CODE-OUT
               MOVE BAL-REBUILT-ASSET-WS (BAL-IDX)
                                                 TO REBUILT-ASSET-OUT
               MOVE BAL-LIVE-ASSET-WS (BAL-IDX)  TO LIVE-ASSET-OUT
               MOVE BAL-REBUILT-EXPENSE-WS (BAL-IDX)
                                                 TO REBUILT-EXPENSE-OUT
               MOVE BAL-LIVE-EXPENSE-WS (BAL-IDX)
                                                 TO LIVE-EXPENSE-OUT
               EVALUATE TRUE
                   WHEN BAL-LIVE-SW-WS (BAL-IDX) <> 'Y'
                       MOVE 'NOT ON LIVE FILE'   TO NOTE-OUT
                   WHEN BAL-REBUILT-SW-WS (BAL-IDX) <> 'Y'
                       MOVE 'NOT REBUILT'        TO NOTE-OUT
                   WHEN OTHER
                       MOVE SPACES               TO NOTE-OUT
               END-EVALUATE
               WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1
           END-IF.

      *    SEARCH IS SERIAL - ACCOUNTS ARE ADDED AS THEY ARE MET, SO
      *    THE TABLE IS ONLY IN CODE ORDER ONCE IT HAS BEEN SORTED.
       500-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           IF BALANCE-TABLE-COUNT-WS > 0
               SET BAL-IDX TO 1
               SEARCH BALANCE-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN BAL-TABLE-CODE-WS (BAL-IDX)
                            = LOOKUP-ACCOUNT-WS
                      MOVE 'Y' TO ACCT-FOUND-SW
                      SET FOUND-SUB-WS TO BAL-IDX
               END-SEARCH
           END-IF.

       510-FIND-OR-ADD-ACCOUNT.
           PERFORM 500-FIND-ACCOUNT.
           IF NOT ACCT-WAS-FOUND
               IF LOOKUP-ACCOUNT-WS = SPACES
                   CONTINUE
               ELSE
               IF BALANCE-TABLE-COUNT-WS >= 20000
                   MOVE 'Y' TO BAL-TABLE-FULL-SW
               ELSE
                   ADD 1 TO BALANCE-TABLE-COUNT-WS
                   MOVE BALANCE-TABLE-COUNT-WS TO FOUND-SUB-WS
                   MOVE LOOKUP-ACCOUNT-WS
                       TO BAL-TABLE-CODE-WS (FOUND-SUB-WS)
                   MOVE 'N'  TO BAL-REBUILT-SW-WS (FOUND-SUB-WS)
                   MOVE ZERO TO BAL-REBUILT-ASSET-WS (FOUND-SUB-WS)
                   MOVE ZERO TO BAL-REBUILT-EXPENSE-WS (FOUND-SUB-WS)
                   MOVE 'N'  TO BAL-LIVE-SW-WS (FOUND-SUB-WS)
                   MOVE ZERO TO BAL-LIVE-ASSET-WS (FOUND-SUB-WS)
                   MOVE ZERO TO BAL-LIVE-EXPENSE-WS (FOUND-SUB-WS)
                   MOVE 'Y'  TO ACCT-FOUND-SW
               END-IF
               END-IF
           END-IF.

      *    THE REBUILT FILE CARRIES EVERY ACCOUNT THAT IS ON EITHER
      *    SIDE, SO IT CAN STAND IN FOR THE LIVE FILE AS IT IS.
       600-WRITE-REBUILT-FILE.
           OPEN OUTPUT REBUILT-BALANCES.
           IF BALANCE-TABLE-COUNT-WS > 0
               PERFORM 610-WRITE-ONE-REBUILT-ROW
                   VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BALANCE-TABLE-COUNT-WS
           END-IF.
           CLOSE REBUILT-BALANCES.

       610-WRITE-ONE-REBUILT-ROW.
           IF BAL-REBUILT-SW-WS (BAL-IDX) = 'Y'
                  OR BAL-LIVE-SW-WS (BAL-IDX) = 'Y'
               MOVE SPACES TO REBUILT-BALANCE-RECORD
               MOVE BAL-TABLE-CODE-WS (BAL-IDX)   TO RBL-ACCOUNT-CODE
               MOVE BAL-REBUILT-ASSET-WS (BAL-IDX)
                                                  TO RBL-ASSET-BALANCE
               MOVE BAL-REBUILT-EXPENSE-WS (BAL-IDX)
                                                  TO RBL-EXPENSE-BALANCE
               WRITE REBUILT-BALANCE-RECORD
               ADD 1 TO REBUILT-COUNT-WS
           END-IF.

      *    RECOVERY NEEDS A NAMED SIGN-OFF AND A COMPLETE TABLE.  THE
      *    LIVE FILE IS COPIED ASIDE FIRST SO THE REPLACEMENT CAN BE
      *    UNDONE.
       650-REPLACE-LIVE-FILE.
           IF SIGNED-OFF-BY-WS = SPACES
               MOVE '*** RECOVERY MODE NOT SIGNED OFF ON BALRCTL.DAT - L
      -            'IVE FILE NOT REPLACED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           ELSE
           IF BAL-TABLE-IS-FULL OR FILTER-TABLE-IS-FULL
               MOVE '*** TABLE FULL - LIVE FILE NOT REPLACED ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           ELSE
               MOVE SPACES TO BACKUP-FILE-NAME-WS
               STRING 'BALB' DELIMITED BY SIZE
                       RUN-DATE-WS DELIMITED BY SIZE
                       '.DAT' DELIMITED BY SIZE
                   INTO BACKUP-FILE-NAME-WS
               END-STRING
               MOVE 'NO' TO BAL-EOF-WS
               OPEN INPUT BALANCE-FILE
               OPEN OUTPUT BALANCE-BACKUP
               PERFORM 655-BACK-UP-ONE-BALANCE
                   UNTIL BAL-EOF-WS = 'YES'
               CLOSE BALANCE-FILE
               CLOSE BALANCE-BACKUP
               OPEN OUTPUT BALANCE-FILE
               PERFORM 660-WRITE-ONE-LIVE-BALANCE
                   VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BALANCE-TABLE-COUNT-WS
               CLOSE BALANCE-FILE
               MOVE 'Y' TO REPLACED-SW
               MOVE SPACES TO BR-MODE
               OPEN OUTPUT REBUILD-CONTROL
               WRITE REBUILD-CONTROL-RECORD
               CLOSE REBUILD-CONTROL
           END-IF
           END-IF.

       655-BACK-UP-ONE-BALANCE.
           READ BALANCE-FILE INTO BALANCE-FILE-RECORD
               AT END MOVE 'YES' TO BAL-EOF-WS
           END-READ.
           IF BAL-EOF-WS <> 'YES'
               WRITE BALANCE-BACKUP-RECORD FROM BALANCE-FILE-RECORD
               ADD 1 TO BACKUP-COUNT-WS
           END-IF.

       660-WRITE-ONE-LIVE-BALANCE.
           IF BAL-REBUILT-SW-WS (BAL-IDX) = 'Y'
                  OR BAL-LIVE-SW-WS (BAL-IDX) = 'Y'
               MOVE SPACES TO BALANCE-FILE-RECORD
               MOVE BAL-TABLE-CODE-WS (BAL-IDX)   TO BAL-ACCOUNT-CODE
               MOVE BAL-REBUILT-ASSET-WS (BAL-IDX)
                                                  TO BAL-ASSET-BALANCE
               MOVE BAL-REBUILT-EXPENSE-WS (BAL-IDX)
                                                  TO BAL-EXPENSE-BALANCE
               WRITE BALANCE-FILE-RECORD
           END-IF.

       700-HEADER.
           MOVE START-PERIOD-WS TO START-PERIOD-OUT.
           MOVE RUN-DATE-WS     TO RUN-DATE-OUT.
           IF RECOVERY-REQUESTED
               MOVE 'RECOVERY MODE' TO MODE-OUT
           ELSE
               MOVE 'AUDIT ONLY'    TO MODE-OUT
           END-IF.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.

       800-FOOTER.
           IF BAL-TABLE-IS-FULL
               MOVE '*** OVER 20000 ACCOUNTS - REBUILD INCOMPLETE ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF FILTER-TABLE-IS-FULL
               MOVE '*** POSTED RUN OR REFERENCE TABLE FULL - REBUILD IN
      -            'COMPLETE ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

           MOVE 'SNAPSHOT ROWS LOADED..........:' TO FOOTER-LABEL-OUT
           MOVE SNAPSHOT-COUNT-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 3.

           MOVE 'LOGGED MERGES FOLDED IN.......:' TO FOOTER-LABEL-OUT
           MOVE MERGE-FOLDED-WS              TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'HISTORY ROWS READ.............:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-READ-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ROWS IN OR BEFORE THE CLOSE...:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-BEFORE-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ROWS NOT POSTED OR REPEATED...:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-UNPOSTED-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ROWS REPLAYED.................:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-REPLAYED-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ROWS NOT REPLAYABLE...........:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-UNUSABLE-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'LIVE BALANCE ROWS.............:' TO FOOTER-LABEL-OUT
           MOVE LIVE-COUNT-WS                TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REBUILT BALANCE ROWS WRITTEN..:' TO FOOTER-LABEL-OUT
           MOVE REBUILT-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ACCOUNTS THAT DISAGREE........:' TO FOOTER-LABEL-OUT
           MOVE DISAGREE-COUNT-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           IF LIVE-FILE-REPLACED
               MOVE SPACES TO NOTICE-TEXT-OUT
               STRING 'ACCTBAL.DAT REPLACED, SIGNED OFF BY '
                           DELIMITED BY SIZE
                       SIGNED-OFF-BY-WS DELIMITED BY SPACE
                       ' - OLD FILE ' DELIMITED BY SIZE
                       BACKUP-FILE-NAME-WS DELIMITED BY SPACE
                   INTO NOTICE-TEXT-OUT
               END-STRING
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

       900-CLOSE.
           CLOSE REBUILD-REPORT.
           DISPLAY 'BALRBLD: ' DISAGREE-COUNT-WS
               ' ACCOUNTS DISAGREE - SEE BALRBLD.DOC'.
           IF LIVE-FILE-REPLACED
               DISPLAY 'BALRBLD: ACCTBAL.DAT REPLACED, OLD FILE KEPT AS'
                   ' ' BACKUP-FILE-NAME-WS (1:16)
           END-IF.
