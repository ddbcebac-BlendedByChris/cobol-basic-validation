       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-CONTROL
               ASSIGN TO 'BANKCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-ACCOUNT-MAP
               ASSIGN TO 'BANKMAP.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-STATEMENT
               ASSIGN TO 'BANKSTMT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARRIED-IN-ITEMS
               ASSIGN TO DYNAMIC CARRIED-IN-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARRIED-OUT-ITEMS
               ASSIGN TO DYNAMIC CARRIED-OUT-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO 'ACCTBAL.DAT'
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
           SELECT BANK-REC-REPORT
               ASSIGN TO 'BANKREC.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE CONTROL RECORD NAMES THE STATEMENT MONTH (YYYYMM) AND
      *    HOW MANY DAYS APART A BANK LINE AND A BOOK ENTRY MAY BE
      *    DATED AND STILL MATCH.  ZERO OR MISSING MEANS LAST MONTH
      *    AND 3 DAYS.
       FD  BANK-CONTROL.
       01  BANK-CONTROL-RECORD.
           05  BK-STATEMENT-MONTH      PIC 9(6).
           05  BK-DATE-TOLERANCE       PIC 9(2).
           05                          PIC X(72).
      *    ONE LINE PER ACCOUNT HELD AT THE BANK - THE BANK'S OWN
      *    ACCOUNT NUMBER AND OUR ACCOUNT CODE FOR IT.
       FD  BANK-ACCOUNT-MAP.
       01  BANK-ACCOUNT-MAP-RECORD.
           05  BM-BANK-ACCOUNT         PIC X(12).
           05  BM-ACCOUNT-CODE         PIC X(4).
           05                          PIC X(64).
      *    THE BANK'S STATEMENT FOR THE MONTH.  D LINES ARE ITEMS
      *    THROUGH THE ACCOUNT, C INTO IT AND D OUT OF IT.  ONE B
      *    LINE PER ACCOUNT CARRIES THE CLOSING BALANCE, DIRECTION
      *    C IN CREDIT OR D OVERDRAWN.
       FD  BANK-STATEMENT.
       01  BANK-STATEMENT-RECORD.
           05  BS-RECORD-TYPE          PIC X.
               88 BS-ITEM-LINE         VALUE 'D'.
               88 BS-CLOSING-LINE      VALUE 'B'.
           05  BS-BANK-ACCOUNT         PIC X(12).
           05  BS-DATE                 PIC 9(8).
           05  BS-AMOUNT               PIC 9(9)V99.
           05  BS-DIRECTION            PIC X.
               88 BS-MONEY-IN          VALUE 'C'.
               88 BS-MONEY-OUT         VALUE 'D'.
           05  BS-BANK-REFERENCE       PIC X(16).
           05                          PIC X(31).
      *    ITEMS STILL UNMATCHED AT THE END OF A MONTH, STAMPED WITH
      *    THE MONTH (BANKO<YYYYMM>.DAT).  THE NEXT MONTH'S RUN READS
      *    THEM BACK AND TRIES THEM AGAIN.  SIDE B IS A BANK LINE,
      *    SIDE L A LEDGER ENTRY FROM ACCHIST.
       FD  CARRIED-IN-ITEMS.
       01  CARRIED-IN-RECORD.
           05  CI-SIDE                 PIC X.
           05  CI-ACCOUNT-CODE         PIC X(4).
           05  CI-DATE                 PIC 9(8).
           05  CI-AMOUNT               PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  CI-REFERENCE            PIC X(16).
           05  CI-ORIGINAL-REFERENCE   PIC X(12).
           05  CI-FIRST-MONTH          PIC 9(6).
           05                          PIC X(21).
       FD  CARRIED-OUT-ITEMS.
       01  CARRIED-OUT-RECORD.
           05  CO-SIDE                 PIC X.
           05  CO-ACCOUNT-CODE         PIC X(4).
           05  CO-DATE                 PIC 9(8).
           05  CO-AMOUNT               PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  CO-REFERENCE            PIC X(16).
           05  CO-ORIGINAL-REFERENCE   PIC X(12).
           05  CO-FIRST-MONTH          PIC 9(6).
           05                          PIC X(21).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(4).
           05  BAL-ASSET-BALANCE       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  BAL-EXPENSE-BALANCE     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(52).
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
           05                          PIC X(14).
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
       FD  BANK-REC-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  MAP-EOF-WS              PIC XXX      VALUE 'NO'.
           05  STMT-EOF-WS             PIC XXX      VALUE 'NO'.
           05  CARRIED-EOF-WS          PIC XXX      VALUE 'NO'.
           05  BAL-EOF-WS              PIC XXX      VALUE 'NO'.
           05  HIST-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  STATEMENT-MONTH-WS      PIC 9(6)     VALUE ZERO.
           05  PRIOR-MONTH-WS          PIC 9(6)     VALUE ZERO.
           05  WORK-YEAR-WS            PIC 9(4)     VALUE ZERO.
           05  WORK-MONTH-WS           PIC 99       VALUE ZERO.
           05  DATE-TOLERANCE-WS       PIC 9(2)     VALUE 3.
           05  CARRIED-IN-NAME-WS      PIC X(80)    VALUE SPACES.
           05  CARRIED-OUT-NAME-WS     PIC X(80)    VALUE SPACES.
           05  SEARCH-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  SEARCH-BANK-ACCOUNT-WS  PIC X(12)    VALUE SPACES.
           05  MAP-FOUND-SW            PIC X        VALUE 'N'.
               88 MAP-WAS-FOUND                     VALUE 'Y'.
           05  FOUND-MAP-SUB-WS        PIC 9(3)     VALUE ZERO.
           05  HIST-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  HIST-SIGNED-AMOUNT-WS   PIC S9(9)V99 VALUE ZERO.
           05  ITEM-ACCOUNT-WS         PIC X(4)     VALUE SPACES.
           05  ITEM-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  ITEM-AMOUNT-WS          PIC S9(9)V99 VALUE ZERO.
           05  ITEM-REFERENCE-WS       PIC X(16)    VALUE SPACES.
           05  ITEM-ORIG-REF-WS        PIC X(12)    VALUE SPACES.
           05  ITEM-FIRST-MONTH-WS     PIC 9(6)     VALUE ZERO.
           05  ITEM-CARRIED-SW         PIC X        VALUE 'N'.
           05  DATE-GAP-WS             PIC S9(8)    VALUE ZERO.
           05  BEST-GAP-WS             PIC S9(8)    VALUE ZERO.
           05  BEST-BOOK-SUB-WS        PIC 9(5)     VALUE ZERO.
           05  CONTRA-SUB-WS           PIC 9(5)     VALUE ZERO.
           05  PROOF-DIFFERENCE-WS     PIC S9(11)V99 VALUE ZERO.
           05  ADJUSTED-BANK-WS        PIC S9(11)V99 VALUE ZERO.
           05  BOOK-AT-MONTH-END-WS    PIC S9(11)V99 VALUE ZERO.
           05  STMT-LINES-READ-WS      PIC 9(6)     VALUE ZERO.
           05  STMT-UNMAPPED-WS        PIC 9(6)     VALUE ZERO.
           05  STMT-INVALID-WS         PIC 9(6)     VALUE ZERO.
           05  CARRIED-IN-COUNT-WS     PIC 9(6)     VALUE ZERO.
           05  CARRIED-OUT-COUNT-WS    PIC 9(6)     VALUE ZERO.
           05  BOOK-ITEMS-NEW-WS       PIC 9(6)     VALUE ZERO.
           05  HISTORY-UNPOSTED-WS     PIC 9(6)     VALUE ZERO.
           05  MATCHED-COUNT-WS        PIC 9(6)     VALUE ZERO.
           05  CONTRA-COUNT-WS         PIC 9(6)     VALUE ZERO.
           05  BANK-ONLY-COUNT-WS      PIC 9(6)     VALUE ZERO.
           05  BOOK-ONLY-COUNT-WS      PIC 9(6)     VALUE ZERO.
           05  UNRECONCILED-COUNT-WS   PIC 9(6)     VALUE ZERO.
           05  MAP-TABLE-FULL-SW       PIC X        VALUE 'N'.
               88 MAP-TABLE-IS-FULL                 VALUE 'Y'.
           05  BANK-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 BANK-TABLE-IS-FULL                VALUE 'Y'.
           05  BOOK-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 BOOK-TABLE-IS-FULL                VALUE 'Y'.

      *    VALIDATION WRITES A BATCH'S HISTORY BEFORE IT IS POSTED,
      *    AND CORRECTION WRITES A RUN-ZERO ROW FOR EVERY RECORD IT
      *    RELEASES.  A ROW IS A BOOK ENTRY ONLY WHEN ITS RUN IS ON
      *    THE POSTED-BATCH REGISTRY, OR IT IS THE FIRST RUN-ZERO ROW
      *    OF A REFERENCE NO POSTED RUN CARRIES - THE RULE POSTING
      *    USES FOR BUDGETS.  A REFERENCE STILL HELD AT THE OVERDRAFT
      *    SCREEN OR IN POSTING FALLOUT NEVER REACHED THE BOOKS AND
      *    IS PASSED BY.
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

      *    EACH ACCOUNT HELD AT THE BANK, WITH WHAT THE PROOF NEEDS:
      *    THE BANK'S CLOSING BALANCE, OUR BALANCE FROM ACCTBAL.DAT,
      *    MOVEMENT DATED AFTER THE MONTH (ALREADY IN ACCTBAL.DAT BUT
      *    NOT IN THE STATEMENT) AND THE UNMATCHED TOTALS EACH SIDE.
       01  MAP-TABLE-AREA-WS.
           05  MAP-TABLE-COUNT-WS      PIC 9(3)     VALUE ZERO.
           05  MAP-TABLE-WS
                   OCCURS 1 TO 200 TIMES
                       DEPENDING ON MAP-TABLE-COUNT-WS
                   INDEXED BY MAP-IDX.
               10  MAP-BANK-ACCOUNT-WS PIC X(12).
               10  MAP-ACCOUNT-CODE-WS PIC X(4).
               10  MAP-CLOSING-SW-WS   PIC X.
               10  MAP-BANK-CLOSING-WS PIC S9(11)V99.
               10  MAP-BOOK-BALANCE-WS PIC S9(11)V99.
               10  MAP-LATER-MOVE-WS   PIC S9(11)V99.
               10  MAP-BANK-ONLY-WS    PIC S9(11)V99.
               10  MAP-BOOK-ONLY-WS    PIC S9(11)V99.

      *    BANK LINES AND LEDGER ENTRIES TO BE MATCHED.  AMOUNTS ARE
      *    SIGNED FROM THE ACCOUNT'S POINT OF VIEW - MONEY IN IS
      *    POSITIVE.  STATE IS O OPEN, M MATCHED, C CANCELLED BY ITS
      *    OWN REVERSAL IN THE BOOKS.
       01  BANK-TABLE-AREA-WS.
           05  BANK-TABLE-COUNT-WS     PIC 9(5)     VALUE ZERO.
           05  BANK-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON BANK-TABLE-COUNT-WS
                   INDEXED BY BANK-IDX.
               10  BANK-ACCOUNT-WS     PIC X(4).
               10  BANK-DATE-WS        PIC 9(8).
               10  BANK-SERIAL-WS      PIC 9(8).
               10  BANK-AMOUNT-WS      PIC S9(9)V99.
               10  BANK-REFERENCE-WS   PIC X(16).
               10  BANK-FIRST-MONTH-WS PIC 9(6).
               10  BANK-CARRIED-SW-WS  PIC X.
               10  BANK-STATE-WS       PIC X.

       01  BOOK-TABLE-AREA-WS.
           05  BOOK-TABLE-COUNT-WS     PIC 9(5)     VALUE ZERO.
           05  BOOK-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON BOOK-TABLE-COUNT-WS
                   INDEXED BY BOOK-IDX ORIG-IDX.
               10  BOOK-ACCOUNT-WS     PIC X(4).
               10  BOOK-DATE-WS        PIC 9(8).
               10  BOOK-SERIAL-WS      PIC 9(8).
               10  BOOK-AMOUNT-WS      PIC S9(9)V99.
               10  BOOK-REFERENCE-WS   PIC X(16).
               10  BOOK-ORIG-REF-WS    PIC X(12).
               10  BOOK-FIRST-MONTH-WS PIC 9(6).
               10  BOOK-CARRIED-SW-WS  PIC X.
               10  BOOK-STATE-WS       PIC X.

       01  DATE-SERIAL-WS.
           05  DAY-SERIAL-WS           PIC 9(8)     VALUE ZERO.
           05  SERIAL-YEAR-WS          PIC 9(4)     VALUE ZERO.
           05  SERIAL-MONTH-WS         PIC 99       VALUE ZERO.
           05  SERIAL-DAY-WS           PIC 99       VALUE ZERO.
           05  SERIAL-MONTH-SUB-WS     PIC 99       VALUE ZERO.
           05  SERIAL-YEAR-M1-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-4-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-100-WS     PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-400-WS     PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-4-WS         PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-100-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-400-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-QUOT-WS          PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAP-SW          PIC X        VALUE 'N'.

       01  MONTH-DAYS-VALUES-WS.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 28.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 30.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 30.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 30.
           05  PIC 99                  VALUE 31.
           05  PIC 99                  VALUE 30.
           05  PIC 99                  VALUE 31.

       01  MONTH-DAYS-WS REDEFINES MONTH-DAYS-VALUES-WS.
           05  MONTH-DAYS-TABLE-WS     PIC 99  OCCURS 12 TIMES.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(38) VALUE
                             'BANK STATEMENT RECONCILIATION - MONTH '.
           05  STATEMENT-MONTH-OUT     PIC 9(6).
           05                          PIC X(11) VALUE '  RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(18) VALUE
                                       '  DATE TOLERANCE '.
           05  DATE-TOLERANCE-OUT      PIC Z9.
           05                          PIC X(5)  VALUE ' DAYS'.

       01  SECTION-LINE.
           05                          PIC X.
           05  SECTION-TEXT-OUT        PIC X(70).

       01  ITEM-COLUMN-HEADER.
           05                          PIC X.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(10) VALUE 'DATE'.
           05                          PIC X(17) VALUE
                                       '           AMOUNT'.
           05                          PIC X(2).
           05                          PIC X(18) VALUE 'REFERENCE'.
           05                          PIC X(12) VALUE 'OPEN SINCE'.

       01  ITEM-LINE.
           05                          PIC X.
           05  ITEM-ACCOUNT-OUT        PIC X(4).
           05                          PIC X(2).
           05  ITEM-DATE-OUT           PIC 9(8).
           05                          PIC X(2).
           05  ITEM-AMOUNT-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(4).
           05  ITEM-REFERENCE-OUT      PIC X(16).
           05                          PIC X(2).
           05  ITEM-FIRST-MONTH-OUT    PIC 9(6).

       01  PROOF-ACCOUNT-LINE.
           05                          PIC X.
           05                          PIC X(8)  VALUE 'ACCOUNT '.
           05  PROOF-ACCOUNT-OUT       PIC X(4).
           05                          PIC X(15) VALUE
                                       '  BANK ACCOUNT '.
           05  PROOF-BANK-ACCOUNT-OUT  PIC X(12).

       01  PROOF-AMOUNT-LINE.
           05                          PIC X.
           05                          PIC X(3).
           05  PROOF-LABEL-OUT         PIC X(38).
           05  PROOF-AMOUNT-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  PROOF-FLAG-OUT          PIC X(20).

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
           IF BANK-TABLE-COUNT-WS > 0
               PERFORM 300-MATCH-ONE-BANK-ITEM
                   VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-TABLE-COUNT-WS
           END-IF.
           IF BOOK-TABLE-COUNT-WS > 0
               PERFORM 350-CANCEL-ONE-REVERSAL
                   VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOK-TABLE-COUNT-WS
           END-IF.
           PERFORM 400-LIST-BANK-ONLY.
           PERFORM 420-LIST-BOOK-ONLY.
           PERFORM 440-PRINT-BALANCE-PROOF.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 205-READ-BANK-CONTROL.
           PERFORM 207-SET-FILE-NAMES.
           PERFORM 210-LOAD-BANK-ACCOUNT-MAP.
           PERFORM 215-LOAD-BALANCES.
           PERFORM 220-LOAD-CARRIED-ITEMS.
           PERFORM 230-LOAD-BANK-STATEMENT.
           PERFORM 280-LOAD-POSTED-RUNS.
           PERFORM 282-LOAD-HELD-REFERENCES.
           PERFORM 286-SCAN-RELEASED-ROWS.
           PERFORM 240-SCAN-ACCEPTED-HISTORY.
           OPEN OUTPUT BANK-REC-REPORT.
           OPEN OUTPUT CARRIED-OUT-ITEMS.
           PERFORM 700-HEADER.

       205-READ-BANK-CONTROL.
           OPEN INPUT BANK-CONTROL.
           READ BANK-CONTROL INTO BANK-CONTROL-RECORD
               AT END
                   MOVE ZERO TO BK-STATEMENT-MONTH
                   MOVE ZERO TO BK-DATE-TOLERANCE
           END-READ.
           CLOSE BANK-CONTROL.
           IF BK-STATEMENT-MONTH IS NUMERIC
                  AND BK-STATEMENT-MONTH (5:2) >= '01'
                  AND BK-STATEMENT-MONTH (5:2) <= '12'
               MOVE BK-STATEMENT-MONTH TO STATEMENT-MONTH-WS
           ELSE
               MOVE RUN-DATE-WS (1:4) TO WORK-YEAR-WS
               MOVE RUN-DATE-WS (5:2) TO WORK-MONTH-WS
               PERFORM 206-STEP-BACK-ONE-MONTH
               COMPUTE STATEMENT-MONTH-WS
                   = WORK-YEAR-WS * 100 + WORK-MONTH-WS
           END-IF.
           IF BK-DATE-TOLERANCE IS NUMERIC AND BK-DATE-TOLERANCE > 0
               MOVE BK-DATE-TOLERANCE TO DATE-TOLERANCE-WS
           END-IF.

       206-STEP-BACK-ONE-MONTH.
           IF WORK-MONTH-WS = 1
               MOVE 12 TO WORK-MONTH-WS
               SUBTRACT 1 FROM WORK-YEAR-WS
           ELSE
               SUBTRACT 1 FROM WORK-MONTH-WS
           END-IF.

      *    LAST MONTH'S LEFTOVERS COME IN, THIS MONTH'S GO OUT UNDER
      *    THIS MONTH'S NAME, SO A MONTH CAN BE RERUN AS OFTEN AS
      *    NEEDED WITHOUT CARRYING ANYTHING TWICE.
       207-SET-FILE-NAMES.
           MOVE STATEMENT-MONTH-WS (1:4) TO WORK-YEAR-WS.
           MOVE STATEMENT-MONTH-WS (5:2) TO WORK-MONTH-WS.
           PERFORM 206-STEP-BACK-ONE-MONTH.
           COMPUTE PRIOR-MONTH-WS = WORK-YEAR-WS * 100 + WORK-MONTH-WS.
           MOVE SPACES TO CARRIED-IN-NAME-WS.
           STRING 'BANKO' DELIMITED BY SIZE
                   PRIOR-MONTH-WS DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
               INTO CARRIED-IN-NAME-WS
           END-STRING.
           MOVE SPACES TO CARRIED-OUT-NAME-WS.
           STRING 'BANKO' DELIMITED BY SIZE
                   STATEMENT-MONTH-WS DELIMITED BY SIZE
                   '.DAT' DELIMITED BY SIZE
               INTO CARRIED-OUT-NAME-WS
           END-STRING.

       210-LOAD-BANK-ACCOUNT-MAP.
           OPEN INPUT BANK-ACCOUNT-MAP.
           PERFORM 212-LOAD-ONE-MAPPING
               UNTIL MAP-EOF-WS = 'YES'.
           CLOSE BANK-ACCOUNT-MAP.

       212-LOAD-ONE-MAPPING.
           READ BANK-ACCOUNT-MAP INTO BANK-ACCOUNT-MAP-RECORD
               AT END MOVE 'YES' TO MAP-EOF-WS
           END-READ.
           IF MAP-EOF-WS <> 'YES'
                  AND BM-BANK-ACCOUNT <> SPACES
                  AND BM-ACCOUNT-CODE <> SPACES
               IF MAP-TABLE-COUNT-WS = 200
                   MOVE 'Y' TO MAP-TABLE-FULL-SW
               ELSE
                   ADD 1 TO MAP-TABLE-COUNT-WS
                   MOVE BM-BANK-ACCOUNT
                       TO MAP-BANK-ACCOUNT-WS (MAP-TABLE-COUNT-WS)
                   MOVE BM-ACCOUNT-CODE
                       TO MAP-ACCOUNT-CODE-WS (MAP-TABLE-COUNT-WS)
                   MOVE 'N'
                       TO MAP-CLOSING-SW-WS (MAP-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO MAP-BANK-CLOSING-WS (MAP-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO MAP-BOOK-BALANCE-WS (MAP-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO MAP-LATER-MOVE-WS (MAP-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO MAP-BANK-ONLY-WS (MAP-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO MAP-BOOK-ONLY-WS (MAP-TABLE-COUNT-WS)
               END-IF
           END-IF.

       215-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           PERFORM 217-LOAD-ONE-BALANCE
               UNTIL BAL-EOF-WS = 'YES'.
           CLOSE BALANCE-FILE.

       217-LOAD-ONE-BALANCE.
           READ BALANCE-FILE INTO BALANCE-FILE-RECORD
               AT END MOVE 'YES' TO BAL-EOF-WS
           END-READ.
           IF BAL-EOF-WS <> 'YES'
               MOVE BAL-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-MAP-BY-ACCOUNT
               IF MAP-WAS-FOUND AND BAL-ASSET-BALANCE IS NUMERIC
                   MOVE BAL-ASSET-BALANCE
                       TO MAP-BOOK-BALANCE-WS (FOUND-MAP-SUB-WS)
               END-IF
           END-IF.

      *    AN ITEM CARRIED FOR AN ACCOUNT NO LONGER ON THE MAP IS
      *    DROPPED - THE ACCOUNT HAS LEFT THE BANK.
       220-LOAD-CARRIED-ITEMS.
           OPEN INPUT CARRIED-IN-ITEMS.
           PERFORM 222-LOAD-ONE-CARRIED-ITEM
               UNTIL CARRIED-EOF-WS = 'YES'.
           CLOSE CARRIED-IN-ITEMS.

       222-LOAD-ONE-CARRIED-ITEM.
           READ CARRIED-IN-ITEMS INTO CARRIED-IN-RECORD
               AT END MOVE 'YES' TO CARRIED-EOF-WS
           END-READ.
           IF CARRIED-EOF-WS <> 'YES'
               MOVE CI-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-MAP-BY-ACCOUNT
               IF MAP-WAS-FOUND
                      AND CI-DATE IS NUMERIC
                      AND CI-AMOUNT IS NUMERIC
                   ADD 1 TO CARRIED-IN-COUNT-WS
                   MOVE CI-ACCOUNT-CODE       TO ITEM-ACCOUNT-WS
                   MOVE CI-DATE               TO ITEM-DATE-WS
                   MOVE CI-AMOUNT             TO ITEM-AMOUNT-WS
                   MOVE CI-REFERENCE          TO ITEM-REFERENCE-WS
                   MOVE CI-ORIGINAL-REFERENCE TO ITEM-ORIG-REF-WS
                   MOVE CI-FIRST-MONTH        TO ITEM-FIRST-MONTH-WS
                   MOVE 'Y'                   TO ITEM-CARRIED-SW
                   IF CI-SIDE = 'B'
                       PERFORM 260-ADD-BANK-ITEM
                   ELSE
                       PERFORM 265-ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-IF.

       230-LOAD-BANK-STATEMENT.
           OPEN INPUT BANK-STATEMENT.
           PERFORM 232-LOAD-ONE-STATEMENT-LINE
               UNTIL STMT-EOF-WS = 'YES'.
           CLOSE BANK-STATEMENT.

       232-LOAD-ONE-STATEMENT-LINE.
           READ BANK-STATEMENT INTO BANK-STATEMENT-RECORD
               AT END MOVE 'YES' TO STMT-EOF-WS
           END-READ.
           IF STMT-EOF-WS <> 'YES'
               ADD 1 TO STMT-LINES-READ-WS
               MOVE BS-BANK-ACCOUNT TO SEARCH-BANK-ACCOUNT-WS
               PERFORM 505-FIND-MAP-BY-BANK-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT MAP-WAS-FOUND
                       ADD 1 TO STMT-UNMAPPED-WS
                   WHEN BS-AMOUNT IS NOT NUMERIC
                          OR NOT (BS-MONEY-IN OR BS-MONEY-OUT)
                       ADD 1 TO STMT-INVALID-WS
                   WHEN BS-CLOSING-LINE
                       PERFORM 234-TAKE-CLOSING-BALANCE
                   WHEN BS-ITEM-LINE AND BS-DATE IS NUMERIC
                       PERFORM 236-TAKE-STATEMENT-ITEM
                   WHEN OTHER
                       ADD 1 TO STMT-INVALID-WS
               END-EVALUATE
           END-IF.

       234-TAKE-CLOSING-BALANCE.
           MOVE 'Y' TO MAP-CLOSING-SW-WS (FOUND-MAP-SUB-WS).
           IF BS-MONEY-IN
               MOVE BS-AMOUNT TO MAP-BANK-CLOSING-WS (FOUND-MAP-SUB-WS)
           ELSE
               COMPUTE MAP-BANK-CLOSING-WS (FOUND-MAP-SUB-WS)
                   = 0 - BS-AMOUNT
           END-IF.

       236-TAKE-STATEMENT-ITEM.
           MOVE MAP-ACCOUNT-CODE-WS (FOUND-MAP-SUB-WS)
                                       TO ITEM-ACCOUNT-WS.
           MOVE BS-DATE                TO ITEM-DATE-WS.
           IF BS-MONEY-IN
               MOVE BS-AMOUNT          TO ITEM-AMOUNT-WS
           ELSE
               COMPUTE ITEM-AMOUNT-WS = 0 - BS-AMOUNT
           END-IF.
           MOVE BS-BANK-REFERENCE      TO ITEM-REFERENCE-WS.
           MOVE SPACES                 TO ITEM-ORIG-REF-WS.
           MOVE STATEMENT-MONTH-WS     TO ITEM-FIRST-MONTH-WS.
           MOVE 'N'                    TO ITEM-CARRIED-SW.
           PERFORM 260-ADD-BANK-ITEM.

      *    THE BOOK SIDE IS THE POSTED MOVEMENT (290) ON EACH MAPPED
      *    ACCOUNT'S ASSET BALANCE, SIGNED AS POSTING APPLIED IT.
      *    E ROWS AND THEIR REVERSALS NEVER TOUCH CASH - PASSED BY.
      *    ROWS DATED IN THE MONTH BECOME ITEMS; ROWS DATED AFTER IT
      *    ARE ALREADY IN ACCTBAL.DAT AND ARE TOTALLED FOR THE PROOF.
       240-SCAN-ACCEPTED-HISTORY.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 242-SCAN-ONE-HISTORY-ROW
               UNTIL HIST-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.

       242-SCAN-ONE-HISTORY-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO HIST-EOF-WS
           END-READ.
           IF HIST-EOF-WS <> 'YES'
                  AND AH-TRANSACTION-DATE IS NUMERIC
                  AND AH-AMOUNT IS NUMERIC
               PERFORM 290-CHECK-HISTORY-ROW
               IF ROW-IS-TAKEN
                   PERFORM 244-SIGN-HISTORY-ROW
               ELSE
                   ADD 1 TO HISTORY-UNPOSTED-WS
               END-IF
           END-IF.

       244-SIGN-HISTORY-ROW.
           COMPUTE HIST-DATE-WS
               = AH-YEAR * 10000 + AH-MONTH * 100 + AH-DAY.
           EVALUATE TRUE
               WHEN AH-RECORD-TYPE = 'A'
                   MOVE AH-AMOUNT TO HIST-SIGNED-AMOUNT-WS
                   MOVE AH-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
               WHEN AH-RECORD-TYPE = 'T'
                   COMPUTE HIST-SIGNED-AMOUNT-WS = 0 - AH-AMOUNT
                   MOVE AH-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
                   MOVE AH-AMOUNT TO HIST-SIGNED-AMOUNT-WS
                   MOVE AH-DEST-ACCOUNT TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
               WHEN AH-RECORD-TYPE = 'R'
                      AND AH-REVERSED-TYPE = 'A'
                   COMPUTE HIST-SIGNED-AMOUNT-WS = 0 - AH-AMOUNT
                   MOVE AH-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
               WHEN AH-RECORD-TYPE = 'R'
                      AND AH-REVERSED-TYPE = 'T'
                   MOVE AH-AMOUNT TO HIST-SIGNED-AMOUNT-WS
                   MOVE AH-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
                   COMPUTE HIST-SIGNED-AMOUNT-WS = 0 - AH-AMOUNT
                   MOVE AH-DEST-ACCOUNT TO SEARCH-ACCOUNT-WS
                   PERFORM 245-TAKE-HISTORY-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       245-TAKE-HISTORY-MOVEMENT.
           PERFORM 500-FIND-MAP-BY-ACCOUNT.
           IF MAP-WAS-FOUND
               IF HIST-DATE-WS (1:6) = STATEMENT-MONTH-WS
                   ADD 1 TO BOOK-ITEMS-NEW-WS
                   MOVE SEARCH-ACCOUNT-WS      TO ITEM-ACCOUNT-WS
                   MOVE HIST-DATE-WS           TO ITEM-DATE-WS
                   MOVE HIST-SIGNED-AMOUNT-WS  TO ITEM-AMOUNT-WS
                   MOVE AH-TRANS-REFERENCE     TO ITEM-REFERENCE-WS
                   MOVE AH-ORIGINAL-REFERENCE  TO ITEM-ORIG-REF-WS
                   MOVE STATEMENT-MONTH-WS     TO ITEM-FIRST-MONTH-WS
                   MOVE 'N'                    TO ITEM-CARRIED-SW
                   PERFORM 265-ADD-BOOK-ITEM
               ELSE
                   IF HIST-DATE-WS (1:6) > STATEMENT-MONTH-WS
                       ADD HIST-SIGNED-AMOUNT-WS
                           TO MAP-LATER-MOVE-WS (FOUND-MAP-SUB-WS)
                   END-IF
               END-IF
           END-IF.

       260-ADD-BANK-ITEM.
           IF BANK-TABLE-COUNT-WS = 10000
               MOVE 'Y' TO BANK-TABLE-FULL-SW
           ELSE
               ADD 1 TO BANK-TABLE-COUNT-WS
               SET BANK-IDX TO BANK-TABLE-COUNT-WS
               MOVE ITEM-ACCOUNT-WS     TO BANK-ACCOUNT-WS (BANK-IDX)
               MOVE ITEM-DATE-WS        TO BANK-DATE-WS (BANK-IDX)
               PERFORM 270-SERIAL-OF-ITEM-DATE
               MOVE DAY-SERIAL-WS       TO BANK-SERIAL-WS (BANK-IDX)
               MOVE ITEM-AMOUNT-WS      TO BANK-AMOUNT-WS (BANK-IDX)
               MOVE ITEM-REFERENCE-WS   TO BANK-REFERENCE-WS (BANK-IDX)
               MOVE ITEM-FIRST-MONTH-WS
                                   TO BANK-FIRST-MONTH-WS (BANK-IDX)
               MOVE ITEM-CARRIED-SW
                                   TO BANK-CARRIED-SW-WS (BANK-IDX)
               MOVE 'O'                 TO BANK-STATE-WS (BANK-IDX)
           END-IF.

       265-ADD-BOOK-ITEM.
           IF BOOK-TABLE-COUNT-WS = 10000
               MOVE 'Y' TO BOOK-TABLE-FULL-SW
           ELSE
               ADD 1 TO BOOK-TABLE-COUNT-WS
               SET BOOK-IDX TO BOOK-TABLE-COUNT-WS
               MOVE ITEM-ACCOUNT-WS     TO BOOK-ACCOUNT-WS (BOOK-IDX)
               MOVE ITEM-DATE-WS        TO BOOK-DATE-WS (BOOK-IDX)
               PERFORM 270-SERIAL-OF-ITEM-DATE
               MOVE DAY-SERIAL-WS       TO BOOK-SERIAL-WS (BOOK-IDX)
               MOVE ITEM-AMOUNT-WS      TO BOOK-AMOUNT-WS (BOOK-IDX)
               MOVE ITEM-REFERENCE-WS   TO BOOK-REFERENCE-WS (BOOK-IDX)
               MOVE ITEM-ORIG-REF-WS    TO BOOK-ORIG-REF-WS (BOOK-IDX)
               MOVE ITEM-FIRST-MONTH-WS
                                   TO BOOK-FIRST-MONTH-WS (BOOK-IDX)
               MOVE ITEM-CARRIED-SW
                                   TO BOOK-CARRIED-SW-WS (BOOK-IDX)
               MOVE 'O'                 TO BOOK-STATE-WS (BOOK-IDX)
           END-IF.

       270-SERIAL-OF-ITEM-DATE.
           MOVE ITEM-DATE-WS (1:4) TO SERIAL-YEAR-WS.
           MOVE ITEM-DATE-WS (5:2) TO SERIAL-MONTH-WS.
           MOVE ITEM-DATE-WS (7:2) TO SERIAL-DAY-WS.
           PERFORM 560-COMPUTE-DAY-SERIAL.

      *    A BANK LINE PAIRS WITH THE OPEN LEDGER ENTRY ON THE SAME
      *    ACCOUNT FOR THE SAME SIGNED AMOUNT WHOSE DATE IS CLOSEST,
      *    PROVIDED IT IS WITHIN THE TOLERANCE.
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

       300-MATCH-ONE-BANK-ITEM.
           MOVE ZERO TO BEST-BOOK-SUB-WS.
           MOVE 99999 TO BEST-GAP-WS.
           IF BOOK-TABLE-COUNT-WS > 0
               PERFORM 310-TRY-ONE-BOOK-ITEM
                   VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOK-TABLE-COUNT-WS
           END-IF.
           IF BEST-BOOK-SUB-WS > 0
               MOVE 'M' TO BANK-STATE-WS (BANK-IDX)
               MOVE 'M' TO BOOK-STATE-WS (BEST-BOOK-SUB-WS)
               ADD 1 TO MATCHED-COUNT-WS
           END-IF.

       310-TRY-ONE-BOOK-ITEM.
           IF BOOK-STATE-WS (BOOK-IDX) = 'O'
                  AND BOOK-ACCOUNT-WS (BOOK-IDX)
                          = BANK-ACCOUNT-WS (BANK-IDX)
                  AND BOOK-AMOUNT-WS (BOOK-IDX)
                          = BANK-AMOUNT-WS (BANK-IDX)
               COMPUTE DATE-GAP-WS = BOOK-SERIAL-WS (BOOK-IDX)
                                   - BANK-SERIAL-WS (BANK-IDX)
               IF DATE-GAP-WS < 0
                   COMPUTE DATE-GAP-WS = 0 - DATE-GAP-WS
               END-IF
               IF DATE-GAP-WS <= DATE-TOLERANCE-WS
                      AND DATE-GAP-WS < BEST-GAP-WS
                   MOVE DATE-GAP-WS TO BEST-GAP-WS
                   SET BEST-BOOK-SUB-WS TO BOOK-IDX
               END-IF
           END-IF.

      *    A LEDGER ENTRY AND ITS OWN REVERSAL THAT ARE BOTH STILL
      *    OPEN NEVER REACHED THE BANK - THEY CANCEL EACH OTHER OUT
      *    AND ARE NOT CARRIED.
       350-CANCEL-ONE-REVERSAL.
           IF BOOK-STATE-WS (BOOK-IDX) = 'O'
                  AND BOOK-ORIG-REF-WS (BOOK-IDX) <> SPACES
               MOVE ZERO TO CONTRA-SUB-WS
               PERFORM 355-FIND-REVERSED-ORIGINAL
                   VARYING ORIG-IDX FROM 1 BY 1
                   UNTIL ORIG-IDX > BOOK-TABLE-COUNT-WS
                      OR CONTRA-SUB-WS > 0
               IF CONTRA-SUB-WS > 0
                   MOVE 'C' TO BOOK-STATE-WS (BOOK-IDX)
                   MOVE 'C' TO BOOK-STATE-WS (CONTRA-SUB-WS)
                   ADD 2 TO CONTRA-COUNT-WS
               END-IF
           END-IF.

       355-FIND-REVERSED-ORIGINAL.
           IF BOOK-STATE-WS (ORIG-IDX) = 'O'
                  AND BOOK-ACCOUNT-WS (ORIG-IDX)
                          = BOOK-ACCOUNT-WS (BOOK-IDX)
                  AND BOOK-REFERENCE-WS (ORIG-IDX)
                          = BOOK-ORIG-REF-WS (BOOK-IDX)
                  AND BOOK-AMOUNT-WS (ORIG-IDX) + BOOK-AMOUNT-WS
                          (BOOK-IDX) = 0
               SET CONTRA-SUB-WS TO ORIG-IDX
           END-IF.

       400-LIST-BANK-ONLY.
           MOVE 'ON THE BANK STATEMENT BUT NOT IN OUR BOOKS'
               TO SECTION-TEXT-OUT.
           PERFORM 720-ITEM-SECTION-HEADER.
           IF BANK-TABLE-COUNT-WS > 0
               PERFORM 410-LIST-ONE-BANK-ONLY
                   VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-TABLE-COUNT-WS
           END-IF.
           IF BANK-ONLY-COUNT-WS = 0
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       410-LIST-ONE-BANK-ONLY.
           IF BANK-STATE-WS (BANK-IDX) = 'O'
               ADD 1 TO BANK-ONLY-COUNT-WS
               MOVE BANK-ACCOUNT-WS (BANK-IDX)   TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-MAP-BY-ACCOUNT
               IF MAP-WAS-FOUND
                   ADD BANK-AMOUNT-WS (BANK-IDX)
                       TO MAP-BANK-ONLY-WS (FOUND-MAP-SUB-WS)
               END-IF
               MOVE BANK-ACCOUNT-WS (BANK-IDX)   TO ITEM-ACCOUNT-OUT
               MOVE BANK-DATE-WS (BANK-IDX)      TO ITEM-DATE-OUT
               MOVE BANK-AMOUNT-WS (BANK-IDX)    TO ITEM-AMOUNT-OUT
               MOVE BANK-REFERENCE-WS (BANK-IDX) TO ITEM-REFERENCE-OUT
               MOVE BANK-FIRST-MONTH-WS (BANK-IDX)
                                              TO ITEM-FIRST-MONTH-OUT
               WRITE PRINT-LINE FROM ITEM-LINE AFTER 1
               MOVE SPACES                       TO CARRIED-OUT-RECORD
               MOVE 'B'                          TO CO-SIDE
               MOVE BANK-ACCOUNT-WS (BANK-IDX)   TO CO-ACCOUNT-CODE
               MOVE BANK-DATE-WS (BANK-IDX)      TO CO-DATE
               MOVE BANK-AMOUNT-WS (BANK-IDX)    TO CO-AMOUNT
               MOVE BANK-REFERENCE-WS (BANK-IDX) TO CO-REFERENCE
               MOVE BANK-FIRST-MONTH-WS (BANK-IDX)
                                                 TO CO-FIRST-MONTH
               WRITE CARRIED-OUT-RECORD
               ADD 1 TO CARRIED-OUT-COUNT-WS
           END-IF.

       420-LIST-BOOK-ONLY.
           MOVE 'IN OUR BOOKS BUT NOT YET THROUGH THE BANK'
               TO SECTION-TEXT-OUT.
           PERFORM 720-ITEM-SECTION-HEADER.
           IF BOOK-TABLE-COUNT-WS > 0
               PERFORM 430-LIST-ONE-BOOK-ONLY
                   VARYING BOOK-IDX FROM 1 BY 1
                   UNTIL BOOK-IDX > BOOK-TABLE-COUNT-WS
           END-IF.
           IF BOOK-ONLY-COUNT-WS = 0
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       430-LIST-ONE-BOOK-ONLY.
           IF BOOK-STATE-WS (BOOK-IDX) = 'O'
               ADD 1 TO BOOK-ONLY-COUNT-WS
               MOVE BOOK-ACCOUNT-WS (BOOK-IDX)   TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-MAP-BY-ACCOUNT
               IF MAP-WAS-FOUND
                   ADD BOOK-AMOUNT-WS (BOOK-IDX)
                       TO MAP-BOOK-ONLY-WS (FOUND-MAP-SUB-WS)
               END-IF
               MOVE BOOK-ACCOUNT-WS (BOOK-IDX)   TO ITEM-ACCOUNT-OUT
               MOVE BOOK-DATE-WS (BOOK-IDX)      TO ITEM-DATE-OUT
               MOVE BOOK-AMOUNT-WS (BOOK-IDX)    TO ITEM-AMOUNT-OUT
               MOVE BOOK-REFERENCE-WS (BOOK-IDX) TO ITEM-REFERENCE-OUT
               MOVE BOOK-FIRST-MONTH-WS (BOOK-IDX)
                                              TO ITEM-FIRST-MONTH-OUT
               WRITE PRINT-LINE FROM ITEM-LINE AFTER 1
               MOVE SPACES                       TO CARRIED-OUT-RECORD
               MOVE 'L'                          TO CO-SIDE
               MOVE BOOK-ACCOUNT-WS (BOOK-IDX)   TO CO-ACCOUNT-CODE
               MOVE BOOK-DATE-WS (BOOK-IDX)      TO CO-DATE
               MOVE BOOK-AMOUNT-WS (BOOK-IDX)    TO CO-AMOUNT
               MOVE BOOK-REFERENCE-WS (BOOK-IDX) TO CO-REFERENCE
               MOVE BOOK-ORIG-REF-WS (BOOK-IDX)
                   TO CO-ORIGINAL-REFERENCE
               MOVE BOOK-FIRST-MONTH-WS (BOOK-IDX)
                                                 TO CO-FIRST-MONTH
               WRITE CARRIED-OUT-RECORD
               ADD 1 TO CARRIED-OUT-COUNT-WS
           END-IF.

      *    BANK CLOSING BALANCE, PLUS WHAT WE HAVE BOOKED THAT THE
      *    BANK HAS NOT YET SHOWN, LESS WHAT THE BANK SHOWS THAT WE
      *    HAVE NOT BOOKED, MUST EQUAL OUR BALANCE AT MONTH END -
      *    ACCTBAL.DAT LESS ANYTHING DATED AFTER THE MONTH.
       440-PRINT-BALANCE-PROOF.
           MOVE 'RECONCILED BALANCE PROOF' TO SECTION-TEXT-OUT.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 3.
           IF MAP-TABLE-COUNT-WS = 0
               MOVE '*** BANKMAP.DAT MISSING OR EMPTY - NO ACCOUNTS TO R
      -            'ECONCILE ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           ELSE
               PERFORM 450-PROVE-ONE-ACCOUNT
                   VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-TABLE-COUNT-WS
           END-IF.

       450-PROVE-ONE-ACCOUNT.
           MOVE MAP-ACCOUNT-CODE-WS (MAP-IDX) TO PROOF-ACCOUNT-OUT.
           MOVE MAP-BANK-ACCOUNT-WS (MAP-IDX) TO PROOF-BANK-ACCOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-ACCOUNT-LINE AFTER 2.
           COMPUTE ADJUSTED-BANK-WS = MAP-BANK-CLOSING-WS (MAP-IDX)
                                    + MAP-BOOK-ONLY-WS (MAP-IDX)
                                    - MAP-BANK-ONLY-WS (MAP-IDX).
           COMPUTE BOOK-AT-MONTH-END-WS
               = MAP-BOOK-BALANCE-WS (MAP-IDX)
               - MAP-LATER-MOVE-WS (MAP-IDX).
           COMPUTE PROOF-DIFFERENCE-WS
               = ADJUSTED-BANK-WS - BOOK-AT-MONTH-END-WS.
           MOVE SPACES TO PROOF-FLAG-OUT.
           IF MAP-CLOSING-SW-WS (MAP-IDX) <> 'Y'
               MOVE '*** NO CLOSING LINE' TO PROOF-FLAG-OUT
           END-IF.
           MOVE 'BANK CLOSING BALANCE..........:' TO PROOF-LABEL-OUT.
           MOVE MAP-BANK-CLOSING-WS (MAP-IDX)     TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE SPACES TO PROOF-FLAG-OUT.
           MOVE 'ADD BOOKED, NOT YET AT BANK...:' TO PROOF-LABEL-OUT.
           MOVE MAP-BOOK-ONLY-WS (MAP-IDX)        TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE 'LESS AT BANK, NOT BOOKED......:' TO PROOF-LABEL-OUT.
           MOVE MAP-BANK-ONLY-WS (MAP-IDX)        TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE 'ADJUSTED BANK BALANCE.........:' TO PROOF-LABEL-OUT.
           MOVE ADJUSTED-BANK-WS                  TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE 'ACCTBAL.DAT ASSET BALANCE.....:' TO PROOF-LABEL-OUT.
           MOVE MAP-BOOK-BALANCE-WS (MAP-IDX)     TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 2.
           MOVE 'LESS BOOKED AFTER MONTH END...:' TO PROOF-LABEL-OUT.
           MOVE MAP-LATER-MOVE-WS (MAP-IDX)       TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE 'BOOK BALANCE AT MONTH END.....:' TO PROOF-LABEL-OUT.
           MOVE BOOK-AT-MONTH-END-WS              TO PROOF-AMOUNT-OUT.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 1.
           MOVE 'DIFFERENCE....................:' TO PROOF-LABEL-OUT.
           MOVE PROOF-DIFFERENCE-WS               TO PROOF-AMOUNT-OUT.
           IF PROOF-DIFFERENCE-WS = 0
               MOVE 'RECONCILED'                  TO PROOF-FLAG-OUT
           ELSE
               MOVE '*** NOT RECONCILED'          TO PROOF-FLAG-OUT
               ADD 1 TO UNRECONCILED-COUNT-WS
           END-IF.
           WRITE PRINT-LINE FROM PROOF-AMOUNT-LINE AFTER 2.

       500-FIND-MAP-BY-ACCOUNT.
           MOVE 'N' TO MAP-FOUND-SW.
           IF MAP-TABLE-COUNT-WS > 0
               SET MAP-IDX TO 1
               SEARCH MAP-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN MAP-ACCOUNT-CODE-WS (MAP-IDX)
                            = SEARCH-ACCOUNT-WS
                      MOVE 'Y' TO MAP-FOUND-SW
                      SET FOUND-MAP-SUB-WS TO MAP-IDX
               END-SEARCH
           END-IF.

       505-FIND-MAP-BY-BANK-ACCOUNT.
           MOVE 'N' TO MAP-FOUND-SW.
           IF MAP-TABLE-COUNT-WS > 0
               SET MAP-IDX TO 1
               SEARCH MAP-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN MAP-BANK-ACCOUNT-WS (MAP-IDX)
                            = SEARCH-BANK-ACCOUNT-WS
                      MOVE 'Y' TO MAP-FOUND-SW
                      SET FOUND-MAP-SUB-WS TO MAP-IDX
               END-SEARCH
           END-IF.

      *    DAYS FROM A FIXED EPOCH FOR THE DATE IN THE SERIAL-*
      *    FIELDS, SO TWO DATES CAN BE DIFFERENCED IN DAYS.
       560-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO DAY-SERIAL-WS.
           IF SERIAL-MONTH-WS > 1 AND SERIAL-MONTH-WS <= 12
               PERFORM 565-ADD-SERIAL-MONTH-DAYS
                   VARYING SERIAL-MONTH-SUB-WS FROM 1 BY 1
                   UNTIL SERIAL-MONTH-SUB-WS >= SERIAL-MONTH-WS
           END-IF.
           ADD SERIAL-DAY-WS TO DAY-SERIAL-WS.
           MOVE 'N' TO SERIAL-LEAP-SW.
           DIVIDE SERIAL-YEAR-WS BY 4 GIVING SERIAL-QUOT-WS
                   REMAINDER SERIAL-REM-4-WS.
           IF SERIAL-REM-4-WS = 0
               DIVIDE SERIAL-YEAR-WS BY 100 GIVING SERIAL-QUOT-WS
                       REMAINDER SERIAL-REM-100-WS
               IF SERIAL-REM-100-WS NOT = 0
                   MOVE 'Y' TO SERIAL-LEAP-SW
               ELSE
                   DIVIDE SERIAL-YEAR-WS BY 400 GIVING SERIAL-QUOT-WS
                           REMAINDER SERIAL-REM-400-WS
                   IF SERIAL-REM-400-WS = 0
                       MOVE 'Y' TO SERIAL-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF SERIAL-LEAP-SW = 'Y' AND SERIAL-MONTH-WS > 2
               ADD 1 TO DAY-SERIAL-WS
           END-IF.
           SUBTRACT 1 FROM SERIAL-YEAR-WS
               GIVING SERIAL-YEAR-M1-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 4
               GIVING SERIAL-LEAPS-4-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 100
               GIVING SERIAL-LEAPS-100-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 400
               GIVING SERIAL-LEAPS-400-WS.
           COMPUTE DAY-SERIAL-WS
               = DAY-SERIAL-WS + SERIAL-YEAR-WS * 365
               + SERIAL-LEAPS-4-WS - SERIAL-LEAPS-100-WS
               + SERIAL-LEAPS-400-WS.

       565-ADD-SERIAL-MONTH-DAYS.
           ADD MONTH-DAYS-TABLE-WS (SERIAL-MONTH-SUB-WS)
               TO DAY-SERIAL-WS.

       700-HEADER.
           MOVE STATEMENT-MONTH-WS TO STATEMENT-MONTH-OUT.
           MOVE RUN-DATE-WS        TO RUN-DATE-OUT.
           MOVE DATE-TOLERANCE-WS  TO DATE-TOLERANCE-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.

       720-ITEM-SECTION-HEADER.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 3.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM ITEM-COLUMN-HEADER AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       800-FOOTER.
           IF MAP-TABLE-IS-FULL
               MOVE '*** BANKMAP.DAT EXCEEDS 200 ACCOUNTS - LATER ACCOUN
      -            'TS NOT RECONCILED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF BANK-TABLE-IS-FULL OR BOOK-TABLE-IS-FULL
                  OR FILTER-TABLE-IS-FULL
               MOVE '*** MORE THAN 10000 ITEMS ON ONE SIDE - RECONCILIAT
      -            'ION INCOMPLETE ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

           MOVE 'STATEMENT LINES READ..........:' TO FOOTER-LABEL-OUT
           MOVE STMT-LINES-READ-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 3.

           MOVE 'LINES FOR UNMAPPED ACCOUNTS...:' TO FOOTER-LABEL-OUT
           MOVE STMT-UNMAPPED-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'LINES NOT USABLE..............:' TO FOOTER-LABEL-OUT
           MOVE STMT-INVALID-WS              TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'BOOK ENTRIES IN THE MONTH.....:' TO FOOTER-LABEL-OUT
           MOVE BOOK-ITEMS-NEW-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'HISTORY ROWS NOT POSTED.......:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-UNPOSTED-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ITEMS CARRIED IN..............:' TO FOOTER-LABEL-OUT
           MOVE CARRIED-IN-COUNT-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'PAIRS MATCHED.................:' TO FOOTER-LABEL-OUT
           MOVE MATCHED-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'BOOK ENTRIES REVERSED IN BOOKS:' TO FOOTER-LABEL-OUT
           MOVE CONTRA-COUNT-WS              TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'AT BANK, NOT IN BOOKS.........:' TO FOOTER-LABEL-OUT
           MOVE BANK-ONLY-COUNT-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'IN BOOKS, NOT AT BANK.........:' TO FOOTER-LABEL-OUT
           MOVE BOOK-ONLY-COUNT-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ITEMS CARRIED FORWARD.........:' TO FOOTER-LABEL-OUT
           MOVE CARRIED-OUT-COUNT-WS         TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ACCOUNTS NOT RECONCILED.......:' TO FOOTER-LABEL-OUT
           MOVE UNRECONCILED-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

       900-CLOSE.
           CLOSE CARRIED-OUT-ITEMS BANK-REC-REPORT.
           DISPLAY 'BANKREC: MONTH ' STATEMENT-MONTH-WS ' - '
               MATCHED-COUNT-WS ' MATCHED, '
               CARRIED-OUT-COUNT-WS ' CARRIED FORWARD TO '
               CARRIED-OUT-NAME-WS (1:15).
           IF UNRECONCILED-COUNT-WS > 0
               DISPLAY 'BANKREC: ' UNRECONCILED-COUNT-WS
                   ' ACCOUNTS DO NOT RECONCILE - SEE BANKREC.DOC'
           END-IF.
