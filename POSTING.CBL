           SELECT OPTIONAL HELD-TRANSACTIONS
               ASSIGN TO 'HELDTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCHANGE-RATES
               ASSIGN TO 'EXCHRATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'BUDGET.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCEPTED-HISTORY
               ASSIGN TO 'ACCHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  AM-OPEN-DATE            PIC X(8).
           05  AM-CLOSE-DATE           PIC X(8).
           05  AM-OVERDRAFT-LIMIT      PIC 9(7)V99.
           05  AM-HOME-CURRENCY        PIC X(3).
           05                          PIC X(17).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(4).
           05  HD-RUN-NUMBER           PIC 9(6).
           05  HD-ORIGINAL-RECORD      PIC X(80).
           05  HD-HOLD-REASON          PIC X(40).
      *    DATED EXCHANGE RATES, AS READ BY VALIDATION.  A RATE IS IN
      *    EFFECT FROM ITS EFFECTIVE DATE UNTIL THE NEXT ENTRY FOR
      *    THE SAME CURRENCY.
       FD  EXCHANGE-RATES.
       01  EXCHANGE-RATE-RECORD.
           05  ER-CURRENCY-CODE        PIC X(3).
           05  ER-EFFECTIVE-DATE       PIC 9(8).
           05  ER-RATE                 PIC 9(4)V9(6).
           05                          PIC X(59).
      *    EXPENSE BUDGET PER ACCOUNT PER PERIOD (YYYYMM), AS
      *    MAINTAINED BY BUDMAINT.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-ACCOUNT-CODE         PIC X(4).
           05  BU-PERIOD               PIC 9(6).
           05  BU-BUDGET-AMOUNT        PIC 9(9)V99.
           05  BU-CHANGED-DATE         PIC 9(8).
           05                          PIC X(51).
      *    ACCEPTED HISTORY, READ ONLY FOR THE EXPENSE ALREADY
      *    POSTED AGAINST EACH BUDGET.
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
           05  SOURCE-SUB-WS           PIC 9(5)     VALUE ZERO.
           05  DEST-SUB-WS             PIC 9(5)     VALUE ZERO.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

       01  ACCOUNT-MASTER-WS.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
           05  BAL-FILE-EOF-WS         PIC XXX      VALUE 'NO'.
               10  HELD-AMOUNT-WS      PIC S9(6)V99.
               10  HELD-REASON-WS      PIC X(40).

      *    GOODTRAN CARRIES THE BASE AMOUNT VALIDATION CONVERTED.
      *    EACH FOREIGN RECORD IS CONVERTED AGAIN HERE AT THE RATE
      *    FOR ITS TRANSACTION DATE, AND IS NOT POSTED WHEN THE RATE
      *    HAS GONE OR NO LONGER GIVES THE SAME BASE AMOUNT - THE
      *    RATE FILE WAS CHANGED BETWEEN THE TWO RUNS.
       01  CURRENCY-CONVERSION-WS.
           05  RATE-EOF-WS             PIC XXX       VALUE 'NO'.
           05  RATE-TABLE-FULL-SW      PIC X         VALUE 'N'.
               88 RATE-TABLE-IS-FULL                 VALUE 'Y'.
           05  RATE-FOUND-SW           PIC X         VALUE 'N'.
               88 RATE-WAS-FOUND                     VALUE 'Y'.
           05  CONVERSION-OK-SW        PIC X         VALUE 'Y'.
               88 CONVERSION-IS-OK                   VALUE 'Y'.
           05  CONVERSION-RATE-WS      PIC 9(4)V9(6) VALUE ZERO.
           05  RATE-DATE-WS            PIC 9(8)      VALUE ZERO.
           05  RATE-TRANS-DATE-WS      PIC 9(8)      VALUE ZERO.
           05  CONVERTED-AMOUNT-WS     PIC S9(9)V99  VALUE ZERO.
           05  FOREIGN-POSTED-COUNT-WS PIC 9(6)      VALUE ZERO.
           05  RATE-TABLE-COUNT-WS     PIC 9(4)      VALUE ZERO.
           05  RATE-TABLE-WS
                   OCCURS 1 TO 2000 TIMES
                       DEPENDING ON RATE-TABLE-COUNT-WS
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY-WS    PIC X(3).
               10  RATE-EFFECTIVE-DATE-WS
                                       PIC 9(8).
               10  RATE-VALUE-WS       PIC 9(4)V9(6).

      *    EVERY BUDGET ON FILE WITH THE EXPENSE ALREADY POSTED
      *    AGAINST IT, NET OF REVERSALS.  VALIDATION WRITES THE
      *    HISTORY ROWS OF A BATCH BEFORE IT IS POSTED, SO ONLY ROWS
      *    OF RUNS ON THE POSTED-BATCH REGISTRY ARE COUNTED; THIS
      *    RUN'S EXPENSE IS ADDED AS IT POSTS, AND A POSTING THAT
      *    TAKES THE ACCOUNT PAST ITS BUDGET IS WARNED ON THE
      *    REGISTER.
       01  BUDGET-CONTROL-WS.
           05  BUDGET-EOF-WS           PIC XXX       VALUE 'NO'.
           05  HIST-EOF-WS             PIC XXX       VALUE 'NO'.
           05  BUDGET-TABLE-FULL-SW    PIC X         VALUE 'N'.
               88 BUDGET-TABLE-IS-FULL               VALUE 'Y'.
           05  BUDGET-FOUND-SW         PIC X         VALUE 'N'.
               88 BUDGET-WAS-FOUND                   VALUE 'Y'.
           05  HIST-RUN-POSTED-SW      PIC X         VALUE 'N'.
               88 HIST-RUN-WAS-POSTED                VALUE 'Y'.
           05  HIST-LAST-RUN-WS        PIC 9(6)      VALUE ZERO.
           05  BUDGET-LOOKUP-KEY-WS.
               10  BUDGET-LOOKUP-CODE-WS
                                       PIC X(4)      VALUE SPACES.
               10  BUDGET-LOOKUP-PERIOD-WS
                                       PIC 9(6)      VALUE ZERO.
           05  BUDGET-MOVEMENT-WS      PIC S9(9)V99  VALUE ZERO.
           05  BUDGET-SPENT-BEFORE-WS  PIC S9(11)V99 VALUE ZERO.
           05  BUDGET-WARNING-COUNT-WS PIC 9(6)      VALUE ZERO.
           05  BUDGET-TABLE-COUNT-WS   PIC 9(5)      VALUE ZERO.
           05  BUDGET-TABLE-WS
                   OCCURS 1 TO 30000 TIMES
                       DEPENDING ON BUDGET-TABLE-COUNT-WS
                   ASCENDING KEY IS BUD-TABLE-KEY-WS
                   INDEXED BY BUD-IDX.
               10  BUD-TABLE-KEY-WS.
                   15  BUD-TABLE-CODE-WS
                                       PIC X(4).
                   15  BUD-TABLE-PERIOD-WS
                                       PIC 9(6).
               10  BUD-TABLE-AMOUNT-WS PIC 9(9)V99.
               10  BUD-TABLE-SPENT-WS  PIC S9(11)V99.

      *    HISTORY ROWS CORRECTION WRITES WHEN IT RELEASES A RECORD
      *    CARRY RUN NUMBER ZERO, WHICH NEVER REACHES THE POSTED-
      *    BATCH REGISTRY.  THEY ARE HELD HERE BY REFERENCE AND
      *    COUNTED AS SPENT UNLESS THE SAME REFERENCE IS ALREADY
      *    COUNTED FROM A POSTED RUN (A POSTING FALLOUT ITEM PUT
      *    BACK) OR IS ON TONIGHT'S GOODTRAN, WHERE IT IS COUNTED
      *    AS IT POSTS.
       01  RELEASED-EXPENSE-WS.
           05  RLS-SCAN-EOF-WS         PIC XXX       VALUE 'NO'.
           05  RLS-GOOD-EOF-WS         PIC XXX       VALUE 'NO'.
           05  RLS-BATCH-SKIP-SW       PIC X         VALUE 'N'.
               88 RLS-BATCH-IS-SKIPPED               VALUE 'Y'.
           05  RLS-FOUND-SW            PIC X         VALUE 'N'.
               88 RLS-WAS-FOUND                      VALUE 'Y'.
           05  RLS-TABLE-FULL-SW       PIC X         VALUE 'N'.
               88 RLS-TABLE-IS-FULL                  VALUE 'Y'.
           05  RLS-COUNTED-SW          PIC X         VALUE 'N'.
               88 RELEASE-IS-COUNTED                 VALUE 'Y'.
           05  RLS-SEARCH-KEY-WS       PIC X(12)     VALUE SPACES.
           05  RLS-KEEP-SUB-WS         PIC 9(4)      VALUE ZERO.
           05  RLS-COUNT-WS            PIC 9(4)      VALUE ZERO.
           05  RLS-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON RLS-COUNT-WS
                   ASCENDING KEY IS RLS-REFERENCE-WS
                   INDEXED BY RLS-IDX RLS-SCAN-IDX.
               10  RLS-REFERENCE-WS    PIC X(12).
               10  RLS-BUDGET-KEY-WS.
                   15  RLS-BUDGET-CODE-WS
                                       PIC X(4).
                   15  RLS-BUDGET-PERIOD-WS
                                       PIC 9(6).
               10  RLS-AMOUNT-WS       PIC S9(9)V99.
               10  RLS-COVERED-SW      PIC X.
                   88 RLS-IS-COVERED                 VALUE 'Y'.
               10  RLS-TONIGHT-SW      PIC X.
                   88 RLS-IS-TONIGHT                 VALUE 'Y'.

       01  RUN-STAMP-WS.
           05  RUN-NUMBER-WS           PIC 9(6)      VALUE ZERO.
           05  RUN-DATE-WS             PIC 9(8)      VALUE ZERO.
           05  GT-AMOUNT-X             PIC X(8)
               REDEFINES               GT-AMOUNT.
           05  GT-TRANSACTION-DATE     PIC X(8).
           05  GT-TRANSACTION-DATE-PARTS
               REDEFINES               GT-TRANSACTION-DATE.
               10  GT-TRANS-MONTH      PIC 99.
               10  GT-TRANS-DAY        PIC 99.
               10  GT-TRANS-YEAR       PIC 9(4).
      *    COLUMN 26 OF AN ACCEPTED TYPE R RECORD CARRIES THE
      *    ORIGINAL TRANSACTION'S TYPE, STAMPED BY VALIDATION, SO
      *    THE REVERSAL BACKS THE RIGHT BALANCE OUT.
           05  GT-REVERSED-TYPE        PIC X.
      *    A FOREIGN-CURRENCY RECORD CARRIES ITS CURRENCY AND THE
      *    AMOUNT AS KEYED; GT-AMOUNT IS THEN THE BASE EQUIVALENT.
      *    BLANK CURRENCY MEANS THE RECORD WAS KEYED IN BASE.
           05  GT-CURRENCY-CODE        PIC X(3).
           05  GT-ORIGINAL-AMOUNT      PIC S9(9)V99.
           05  GT-ORIGINAL-AMOUNT-X    PIC X(11)
               REDEFINES               GT-ORIGINAL-AMOUNT.
      *    THE SENDING DEPARTMENT'S TRANSACTION REFERENCE, AND FOR A
      *    REVERSAL THE REFERENCE OF THE ORIGINAL IT BACKS OUT.
           05  GT-TRANS-REFERENCE      PIC X(12).
           05  GT-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(16).

      *    ALTERNATE VIEW OF THE TYPE 'B' BATCH STAMP VALIDATION
      *    WRITES AT THE HEAD OF EACH GOODTRAN BATCH.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(6)  VALUE 'DEST'.
           05                          PIC X(12) VALUE 'AMOUNT'.
           05                          PIC X(5)  VALUE 'CCY'.
           05                          PIC X(16) VALUE 'ORIGINAL'.
           05                          PIC X(10) VALUE 'DATE'.
           05                          PIC X(14) VALUE 'REFERENCE'.
           05                          PIC X(11) VALUE 'DISPOSITION'.

       01  COLUMN-HEADER2.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(6)  VALUE 'CODE'.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(12) VALUE '(BASE)'.
           05                          PIC X(5)  VALUE SPACES.
           05                          PIC X(16) VALUE 'AMOUNT'.
           05                          PIC X(10) VALUE SPACES.
           05                          PIC X(14) VALUE SPACES.
           05                          PIC X(11) VALUE SPACES.

       01  DETAIL-LINE.
           05                          PIC X(2).
           05  AMOUNT-OUT              PIC ZZZ,ZZ9.99.
           05                          PIC X(2).
           05  CURRENCY-CODE-OUT       PIC X(3).
           05                          PIC X(2).
           05  ORIGINAL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZ9.99.
           05  ORIGINAL-AMOUNT-OUT-X   PIC X(14)
               REDEFINES               ORIGINAL-AMOUNT-OUT.
           05                          PIC X(2).
           05  TRANSACTION-DATE-OUT    PIC X(8).
           05                          PIC X(2).
           05  TRANS-REFERENCE-OUT     PIC X(12).
           05                          PIC X(2).
           05  DISPOSITION-OUT         PIC X(40).

       01  FOOTER-DETAIL-LINE.
           05  FOOTER-AMT-LABEL-OUT    PIC X(38).
           05  FOOTER-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  BUDGET-WARNING-LINE.
           05                          PIC X.
           05                          PIC X(9)  VALUE SPACES.
           05                          PIC X(27) VALUE
                                       '*** OVER BUDGET FOR PERIOD '.
           05  BUDGET-PERIOD-OUT       PIC 9(6).
           05                          PIC X(9)  VALUE ' - BUDGET'.
           05  BUDGET-AMOUNT-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(17) VALUE
                                       '  POSTED TO DATE '.
           05  BUDGET-SPENT-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(4)  VALUE ' ***'.

       01  HELD-SECTION-LINE.
           05                          PIC X.
           05                          PIC X(50) VALUE
           PERFORM 870-WRITE-RUN-TOTALS.
           PERFORM 880-REGISTER-POSTED-RUNS.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 226-LOAD-BALANCE-FILE.
           PERFORM 228-SUM-OPENING-BALANCES.
           PERFORM 230-LOAD-POSTED-REGISTRY.
           PERFORM 240-LOAD-EXCHANGE-RATES.
           PERFORM 260-LOAD-BUDGETS.
           OPEN INPUT GOOD-TRANSACTIONS.
           OPEN OUTPUT POSTING-REGISTER.
           OPEN EXTEND POSTING-FALLOUT.
           PERFORM 700-HEADER.
           PERFORM 250-READ.

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
               IF NS-STEP-NAME = 'POSTING'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'POSTING: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'POSTING: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

       220-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM 225-LOAD-ACCOUNT-MASTER-READ
                   TO POSTED-RUN-WS (POSTED-TABLE-COUNT-WS)
           END-IF.

       240-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATES.
           PERFORM 245-LOAD-ONE-EXCHANGE-RATE
               UNTIL RATE-EOF-WS = 'YES'
                  OR RATE-TABLE-COUNT-WS = 2000.
           IF RATE-EOF-WS <> 'YES'
               MOVE 'Y' TO RATE-TABLE-FULL-SW
           END-IF.
           CLOSE EXCHANGE-RATES.

       245-LOAD-ONE-EXCHANGE-RATE.
           READ EXCHANGE-RATES INTO EXCHANGE-RATE-RECORD
               AT END MOVE 'YES' TO RATE-EOF-WS
           END-READ.
           IF RATE-EOF-WS <> 'YES'
                  AND ER-CURRENCY-CODE <> SPACES
                  AND ER-EFFECTIVE-DATE IS NUMERIC
                  AND ER-RATE IS NUMERIC
               ADD 1 TO RATE-TABLE-COUNT-WS
               MOVE ER-CURRENCY-CODE
                   TO RATE-CURRENCY-WS (RATE-TABLE-COUNT-WS)
               MOVE ER-EFFECTIVE-DATE
                   TO RATE-EFFECTIVE-DATE-WS (RATE-TABLE-COUNT-WS)
               MOVE ER-RATE
                   TO RATE-VALUE-WS (RATE-TABLE-COUNT-WS)
           END-IF.

       250-READ.
           READ GOOD-TRANSACTIONS INTO GOOD-TRANSACTION-FIELDS
               AT END MOVE 'YES' TO EOF-WS
           END-READ.

      *    A BUDGET FILE TOO BIG FOR THE TABLE IS NOT USED AT ALL -
      *    A PARTIAL LOAD WOULD WARN ON SOME ACCOUNTS AND NOT OTHERS.
       260-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           PERFORM 262-LOAD-ONE-BUDGET
               UNTIL BUDGET-EOF-WS = 'YES'
                  OR BUDGET-TABLE-IS-FULL.
           CLOSE BUDGET-FILE.
           IF BUDGET-TABLE-IS-FULL
               MOVE ZERO TO BUDGET-TABLE-COUNT-WS
           END-IF.
           IF BUDGET-TABLE-COUNT-WS > 0
               IF BUDGET-TABLE-COUNT-WS > 1
                   SORT BUDGET-TABLE-WS
                       ON ASCENDING KEY BUD-TABLE-KEY-WS
               END-IF
               PERFORM 265-SCAN-POSTED-EXPENSE
           END-IF.

       262-LOAD-ONE-BUDGET.
           READ BUDGET-FILE INTO BUDGET-RECORD
               AT END MOVE 'YES' TO BUDGET-EOF-WS
           END-READ.
           IF BUDGET-EOF-WS <> 'YES'
                  AND BU-PERIOD IS NUMERIC
                  AND BU-BUDGET-AMOUNT IS NUMERIC
               IF BUDGET-TABLE-COUNT-WS < 30000
                   ADD 1 TO BUDGET-TABLE-COUNT-WS
                   MOVE BU-ACCOUNT-CODE
                       TO BUD-TABLE-CODE-WS (BUDGET-TABLE-COUNT-WS)
                   MOVE BU-PERIOD
                       TO BUD-TABLE-PERIOD-WS (BUDGET-TABLE-COUNT-WS)
                   MOVE BU-BUDGET-AMOUNT
                       TO BUD-TABLE-AMOUNT-WS (BUDGET-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO BUD-TABLE-SPENT-WS (BUDGET-TABLE-COUNT-WS)
               ELSE
                   MOVE 'Y' TO BUDGET-TABLE-FULL-SW
               END-IF
           END-IF.

       265-SCAN-POSTED-EXPENSE.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 267-TAKE-ONE-HISTORY-ROW
               UNTIL HIST-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.
           IF RLS-COUNT-WS > 0
               IF RLS-COUNT-WS > 1
                   SORT RLS-TABLE-WS
                       ON ASCENDING KEY RLS-REFERENCE-WS
                   PERFORM 270-DROP-REPEATED-RELEASES
               END-IF
               PERFORM 272-MARK-COVERED-RELEASES
               PERFORM 276-MARK-TONIGHTS-RELEASES
               PERFORM 279-COUNT-ONE-RELEASE
                   VARYING RLS-SCAN-IDX FROM 1 BY 1
                   UNTIL RLS-SCAN-IDX > RLS-COUNT-WS
           END-IF.

       266-ADD-HISTORY-ROW.
           IF AH-RECORD-TYPE = 'E'
               ADD AH-AMOUNT TO BUD-TABLE-SPENT-WS (BUD-IDX)
           ELSE
               SUBTRACT AH-AMOUNT FROM BUD-TABLE-SPENT-WS (BUD-IDX)
           END-IF.

       267-TAKE-ONE-HISTORY-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO HIST-EOF-WS
           END-READ.
           IF HIST-EOF-WS <> 'YES'
                  AND (AH-RECORD-TYPE = 'E'
                    OR (AH-RECORD-TYPE = 'R'
                        AND AH-REVERSED-TYPE = 'E'))
                  AND AH-TRANSACTION-DATE IS NUMERIC
                  AND AH-AMOUNT IS NUMERIC
                  AND AH-RUN-NUMBER IS NUMERIC
               MOVE AH-ACCOUNT-CODE TO BUDGET-LOOKUP-CODE-WS
               COMPUTE BUDGET-LOOKUP-PERIOD-WS
                   = AH-YEAR * 100 + AH-MONTH
               PERFORM 530-FIND-BUDGET
               IF BUDGET-WAS-FOUND
                   IF AH-RUN-NUMBER = ZERO
                       IF AH-TRANS-REFERENCE <> SPACES
                              AND NOT RLS-TABLE-IS-FULL
                           PERFORM 269-HOLD-RELEASED-ROW
                       ELSE
                           PERFORM 266-ADD-HISTORY-ROW
                       END-IF
                   ELSE
                       PERFORM 268-CHECK-HISTORY-RUN
                       IF HIST-RUN-WAS-POSTED
                           PERFORM 266-ADD-HISTORY-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    HISTORY IS WRITTEN A RUN AT A TIME, SO THE LAST ANSWER
      *    IS KEPT AND THE REGISTRY SEARCHED ONLY WHEN THE RUN
      *    NUMBER CHANGES.
       268-CHECK-HISTORY-RUN.
           IF AH-RUN-NUMBER <> HIST-LAST-RUN-WS
                  OR HIST-LAST-RUN-WS = ZERO
               MOVE AH-RUN-NUMBER TO HIST-LAST-RUN-WS
               MOVE 'N' TO HIST-RUN-POSTED-SW
               IF POSTED-TABLE-COUNT-WS > 0
                   SET PST-IDX TO 1
                   SEARCH POSTED-TABLE-WS
                       AT END
                          CONTINUE
                       WHEN POSTED-RUN-WS (PST-IDX) = AH-RUN-NUMBER
                          MOVE 'Y' TO HIST-RUN-POSTED-SW
                   END-SEARCH
               END-IF
           END-IF.

      *    A RELEASED ROW WITH NO ROOM LEFT IN THE TABLE IS SIMPLY
      *    COUNTED AS SPENT, AS ONE WITH A BLANK REFERENCE IS.
       269-HOLD-RELEASED-ROW.
           IF RLS-COUNT-WS < 5000
               ADD 1 TO RLS-COUNT-WS
               MOVE AH-TRANS-REFERENCE
                   TO RLS-REFERENCE-WS (RLS-COUNT-WS)
               MOVE BUDGET-LOOKUP-KEY-WS
                   TO RLS-BUDGET-KEY-WS (RLS-COUNT-WS)
               IF AH-RECORD-TYPE = 'E'
                   MOVE AH-AMOUNT TO RLS-AMOUNT-WS (RLS-COUNT-WS)
               ELSE
                   COMPUTE RLS-AMOUNT-WS (RLS-COUNT-WS)
                       = ZERO - AH-AMOUNT
               END-IF
               MOVE 'N' TO RLS-COVERED-SW (RLS-COUNT-WS)
               MOVE 'N' TO RLS-TONIGHT-SW (RLS-COUNT-WS)
           ELSE
               MOVE 'Y' TO RLS-TABLE-FULL-SW
               PERFORM 266-ADD-HISTORY-ROW
           END-IF.

      *    A RECORD RELEASED, DROPPED TO FALLOUT AND RELEASED AGAIN
      *    LEAVES A ROW FOR EACH RELEASE; ONLY THE FIRST IS KEPT.
       270-DROP-REPEATED-RELEASES.
           MOVE 1 TO RLS-KEEP-SUB-WS.
           PERFORM 271-KEEP-ONE-RELEASE
               VARYING RLS-SCAN-IDX FROM 2 BY 1
               UNTIL RLS-SCAN-IDX > RLS-COUNT-WS.
           MOVE RLS-KEEP-SUB-WS TO RLS-COUNT-WS.

       271-KEEP-ONE-RELEASE.
           IF RLS-REFERENCE-WS (RLS-SCAN-IDX)
                  <> RLS-REFERENCE-WS (RLS-KEEP-SUB-WS)
               ADD 1 TO RLS-KEEP-SUB-WS
               MOVE RLS-TABLE-WS (RLS-SCAN-IDX)
                   TO RLS-TABLE-WS (RLS-KEEP-SUB-WS)
           END-IF.

      *    THE HISTORY IS READ AGAIN FOR ROWS OF POSTED RUNS THAT
      *    CARRY A RELEASED REFERENCE - THOSE WERE COUNTED ABOVE.
       272-MARK-COVERED-RELEASES.
           MOVE 'NO' TO RLS-SCAN-EOF-WS.
           MOVE ZERO TO HIST-LAST-RUN-WS.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 273-CHECK-ONE-HISTORY-ROW
               UNTIL RLS-SCAN-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.

       273-CHECK-ONE-HISTORY-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO RLS-SCAN-EOF-WS
           END-READ.
           IF RLS-SCAN-EOF-WS <> 'YES'
                  AND (AH-RECORD-TYPE = 'E'
                    OR (AH-RECORD-TYPE = 'R'
                        AND AH-REVERSED-TYPE = 'E'))
                  AND AH-RUN-NUMBER IS NUMERIC
                  AND AH-RUN-NUMBER > ZERO
                  AND AH-TRANS-REFERENCE <> SPACES
               MOVE AH-TRANS-REFERENCE TO RLS-SEARCH-KEY-WS
               PERFORM 278-FIND-RELEASE
               IF RLS-WAS-FOUND
                   PERFORM 268-CHECK-HISTORY-RUN
                   IF HIST-RUN-WAS-POSTED
                       MOVE 'Y' TO RLS-COVERED-SW (RLS-IDX)
                   END-IF
               END-IF
           END-IF.

      *    RELEASED RECORDS ON TONIGHT'S GOODTRAN, OUTSIDE ANY BATCH
      *    ALREADY POSTED, ARE LEFT FOR 390 TO COUNT AS THEY POST.
       276-MARK-TONIGHTS-RELEASES.
           MOVE 'NO' TO RLS-GOOD-EOF-WS.
           MOVE 'N' TO RLS-BATCH-SKIP-SW.
           OPEN INPUT GOOD-TRANSACTIONS.
           PERFORM 277-CHECK-ONE-GOOD-RECORD
               UNTIL RLS-GOOD-EOF-WS = 'YES'.
           CLOSE GOOD-TRANSACTIONS.

       277-CHECK-ONE-GOOD-RECORD.
           READ GOOD-TRANSACTIONS INTO GOOD-TRANSACTION-FIELDS
               AT END MOVE 'YES' TO RLS-GOOD-EOF-WS
           END-READ.
           IF RLS-GOOD-EOF-WS <> 'YES'
               IF GT-BATCH-STAMP
                   MOVE 'N' TO RLS-BATCH-SKIP-SW
                   IF POSTED-TABLE-COUNT-WS > 0
                          AND GB-RUN-NUMBER IS NUMERIC
                       SET PST-IDX TO 1
                       SEARCH POSTED-TABLE-WS
                           AT END
                              CONTINUE
                           WHEN POSTED-RUN-WS (PST-IDX)
                                    = GB-RUN-NUMBER
                              MOVE 'Y' TO RLS-BATCH-SKIP-SW
                       END-SEARCH
                   END-IF
               ELSE
                   IF NOT RLS-BATCH-IS-SKIPPED
                          AND GT-TRANS-REFERENCE <> SPACES
                       MOVE GT-TRANS-REFERENCE TO RLS-SEARCH-KEY-WS
                       PERFORM 278-FIND-RELEASE
                       IF RLS-WAS-FOUND
                           MOVE 'Y' TO RLS-TONIGHT-SW (RLS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       278-FIND-RELEASE.
           MOVE 'N' TO RLS-FOUND-SW.
           SEARCH ALL RLS-TABLE-WS
               AT END
                  CONTINUE
               WHEN RLS-REFERENCE-WS (RLS-IDX) = RLS-SEARCH-KEY-WS
                  MOVE 'Y' TO RLS-FOUND-SW
           END-SEARCH.

       279-COUNT-ONE-RELEASE.
           IF NOT RLS-IS-COVERED (RLS-SCAN-IDX)
                  AND NOT RLS-IS-TONIGHT (RLS-SCAN-IDX)
               MOVE RLS-BUDGET-KEY-WS (RLS-SCAN-IDX)
                   TO BUDGET-LOOKUP-KEY-WS
               PERFORM 530-FIND-BUDGET
               IF BUDGET-WAS-FOUND
                   ADD RLS-AMOUNT-WS (RLS-SCAN-IDX)
                       TO BUD-TABLE-SPENT-WS (BUD-IDX)
               END-IF
           END-IF.

       300-POST.
           ADD 1 TO RECORD-NUMBER-WS.
           IF GT-BATCH-STAMP
               MOVE 'AMOUNT NOT NUMERIC - NOT POSTED'
                   TO DISPOSITION-OUT
               PERFORM 360-PRINT-NOT-POSTED
           ELSE
           PERFORM 380-CHECK-CONVERSION
           IF NOT CONVERSION-IS-OK
               PERFORM 360-PRINT-NOT-POSTED
           ELSE
               EVALUATE GT-RECORD-TYPE
                   WHEN 'A'
               END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 250-READ.

               ADD GT-AMOUNT TO EXPENSE-POSTED-TOTAL-WS
               MOVE 'POSTED TO EXPENSE BALANCE' TO DISPOSITION-OUT
               PERFORM 350-PRINT-POSTED
               PERFORM 390-APPLY-TO-BUDGET
           ELSE
               PERFORM 365-PRINT-SOURCE-LOOKUP-FAIL
           END-IF.
                   MOVE 'REVERSAL BACKED OUT OF EXPENSE'
                       TO DISPOSITION-OUT
                   PERFORM 350-PRINT-POSTED
                   PERFORM 390-APPLY-TO-BUDGET
               END-IF
           ELSE
               PERFORM 365-PRINT-SOURCE-LOOKUP-FAIL

       350-PRINT-POSTED.
           ADD 1 TO POSTED-COUNT-WS.
           IF GT-CURRENCY-CODE <> SPACES
               ADD 1 TO FOREIGN-POSTED-COUNT-WS
           END-IF.
           PERFORM 370-PRINT-REGISTER-LINE.

       360-PRINT-NOT-POSTED.
           ELSE
               MOVE ZERO              TO AMOUNT-OUT
           END-IF.
           MOVE GT-CURRENCY-CODE      TO CURRENCY-CODE-OUT.
           IF GT-CURRENCY-CODE <> SPACES
                   AND GT-ORIGINAL-AMOUNT IS NUMERIC
               MOVE GT-ORIGINAL-AMOUNT TO ORIGINAL-AMOUNT-OUT
           ELSE
               MOVE SPACES            TO ORIGINAL-AMOUNT-OUT-X
           END-IF.
           MOVE GT-TRANSACTION-DATE   TO TRANSACTION-DATE-OUT.
           MOVE GT-TRANS-REFERENCE    TO TRANS-REFERENCE-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       380-CHECK-CONVERSION.
           MOVE 'Y' TO CONVERSION-OK-SW.
           IF GT-CURRENCY-CODE <> SPACES
               PERFORM 385-FIND-EXCHANGE-RATE
               IF NOT RATE-WAS-FOUND
                       OR GT-ORIGINAL-AMOUNT IS NOT NUMERIC
                   MOVE 'N' TO CONVERSION-OK-SW
                   MOVE 'NO EXCHANGE RATE - NOT POSTED'
                       TO DISPOSITION-OUT
               ELSE
                   COMPUTE CONVERTED-AMOUNT-WS ROUNDED
                       = GT-ORIGINAL-AMOUNT * CONVERSION-RATE-WS
                       ON SIZE ERROR
                           MOVE ZERO TO CONVERTED-AMOUNT-WS
                   END-COMPUTE
                   IF CONVERTED-AMOUNT-WS <> GT-AMOUNT
                       MOVE 'N' TO CONVERSION-OK-SW
                       MOVE 'EXCHANGE RATE CHANGED - NOT POSTED'
                           TO DISPOSITION-OUT
                   END-IF
               END-IF
           END-IF.

       385-FIND-EXCHANGE-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE ZERO TO CONVERSION-RATE-WS.
           MOVE ZERO TO RATE-DATE-WS.
           MOVE ZERO TO RATE-TRANS-DATE-WS.
           IF GT-TRANS-MONTH IS NUMERIC AND GT-TRANS-DAY IS NUMERIC
                   AND GT-TRANS-YEAR IS NUMERIC
               COMPUTE RATE-TRANS-DATE-WS
                   = GT-TRANS-YEAR * 10000 + GT-TRANS-MONTH * 100
                   + GT-TRANS-DAY
           END-IF.
           IF RATE-TABLE-COUNT-WS > 0
               PERFORM 386-SCAN-ONE-RATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT-WS
           END-IF.

       386-SCAN-ONE-RATE.
           IF RATE-CURRENCY-WS (RATE-IDX) = GT-CURRENCY-CODE
                  AND RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                          <= RATE-TRANS-DATE-WS
                  AND RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                          >= RATE-DATE-WS
               MOVE 'Y' TO RATE-FOUND-SW
               MOVE RATE-EFFECTIVE-DATE-WS (RATE-IDX) TO RATE-DATE-WS
               MOVE RATE-VALUE-WS (RATE-IDX) TO CONVERSION-RATE-WS
           END-IF.

      *    A POSTED EXPENSE, OR A REVERSAL OF ONE, MOVES THE
      *    SPENDING AGAINST THE BUDGET FOR ITS TRANSACTION PERIOD.
      *    THE WARNING IS GIVEN ONCE, ON THE POSTING THAT CROSSES
      *    THE BUDGET.
      *    A POSTING FALLOUT ITEM PUT BACK BY CORRECTION IS ALREADY
      *    IN THE SPENT FIGURE FROM THE RUN IT FIRST CAME IN WITH.
       390-APPLY-TO-BUDGET.
           MOVE 'N' TO RLS-COUNTED-SW.
           IF RLS-COUNT-WS > 0
                  AND GT-TRANS-REFERENCE <> SPACES
               MOVE GT-TRANS-REFERENCE TO RLS-SEARCH-KEY-WS
               PERFORM 278-FIND-RELEASE
               IF RLS-WAS-FOUND
                   MOVE RLS-COVERED-SW (RLS-IDX) TO RLS-COUNTED-SW
               END-IF
           END-IF.
           IF BUDGET-TABLE-COUNT-WS > 0
                  AND NOT RELEASE-IS-COUNTED
                  AND GT-TRANS-MONTH IS NUMERIC
                  AND GT-TRANS-YEAR IS NUMERIC
               MOVE GT-ACCOUNT-CODE TO BUDGET-LOOKUP-CODE-WS
               COMPUTE BUDGET-LOOKUP-PERIOD-WS
                   = GT-TRANS-YEAR * 100 + GT-TRANS-MONTH
               PERFORM 530-FIND-BUDGET
               IF BUDGET-WAS-FOUND
                   MOVE BUD-TABLE-SPENT-WS (BUD-IDX)
                       TO BUDGET-SPENT-BEFORE-WS
                   IF GT-RECORD-TYPE = 'E'
                       ADD GT-AMOUNT TO BUD-TABLE-SPENT-WS (BUD-IDX)
                   ELSE
                       SUBTRACT GT-AMOUNT
                           FROM BUD-TABLE-SPENT-WS (BUD-IDX)
                   END-IF
                   IF BUDGET-SPENT-BEFORE-WS
                          <= BUD-TABLE-AMOUNT-WS (BUD-IDX)
                      AND BUD-TABLE-SPENT-WS (BUD-IDX)
                          > BUD-TABLE-AMOUNT-WS (BUD-IDX)
                       PERFORM 395-PRINT-BUDGET-WARNING
                   END-IF
               END-IF
           END-IF.

       395-PRINT-BUDGET-WARNING.
           ADD 1 TO BUDGET-WARNING-COUNT-WS.
           MOVE BUD-TABLE-PERIOD-WS (BUD-IDX) TO BUDGET-PERIOD-OUT.
           MOVE BUD-TABLE-AMOUNT-WS (BUD-IDX) TO BUDGET-AMOUNT-OUT.
           MOVE BUD-TABLE-SPENT-WS (BUD-IDX)  TO BUDGET-SPENT-OUT.
           WRITE PRINT-LINE FROM BUDGET-WARNING-LINE AFTER 1.

       500-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           IF BALANCE-TABLE-COUNT-WS > 0
               MOVE 'Y' TO ACCT-FOUND-SW
           END-IF.

       530-FIND-BUDGET.
           MOVE 'N' TO BUDGET-FOUND-SW.
           SEARCH ALL BUDGET-TABLE-WS
               AT END
                  CONTINUE
               WHEN BUD-TABLE-KEY-WS (BUD-IDX) = BUDGET-LOOKUP-KEY-WS
                  MOVE 'Y' TO BUDGET-FOUND-SW
           END-SEARCH.

       700-HEADER.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER PAGE.
           WRITE PRINT-LINE FROM COLUMN-HEADER2 AFTER 1.
           MOVE HELD-COUNT-WS                TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'FOREIGN CURRENCY POSTED.......:' TO FOOTER-LABEL-OUT
           MOVE FOREIGN-POSTED-COUNT-WS      TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'EXPENSE OVER-BUDGET WARNINGS..:' TO FOOTER-LABEL-OUT
           MOVE BUDGET-WARNING-COUNT-WS      TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ASSET AMOUNT POSTED...........:'
               TO FOOTER-AMT-LABEL-OUT
           MOVE ASSET-POSTED-TOTAL-WS        TO FOOTER-AMOUNT-OUT
               WRITE PRINT-LINE AFTER 1
           END-IF.

           IF BUDGET-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** BUDGET FILE EXCEEDS 30000 ENTRIES -'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    NO BUDGET WARNINGS WERE GIVEN ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.

           IF RATE-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** EXCHANGE RATE FILE EXCEEDS 2000 ENTRIES -'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    LATER RATES WERE NOT LOADED ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.

           PERFORM 820-PRINT-OVERDRAFT-EXCEPTIONS.

           WRITE PRINT-LINE FROM SPACES AFTER 2.
       900-CLOSE.
           CLOSE GOOD-TRANSACTIONS POSTING-REGISTER
                 POSTING-FALLOUT HELD-TRANSACTIONS.

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
