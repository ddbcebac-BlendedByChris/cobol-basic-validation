       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDGVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VARIANCE-CONTROL
               ASSIGN TO 'BUDGCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'BUDGET.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCEPTED-HISTORY
               ASSIGN TO 'ACCHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-BATCHES
               ASSIGN TO 'POSTED.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT
               ASSIGN TO 'BUDGVAR.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE PERIOD (YYYYMM) TO REPORT AND THE TOLERANCE, AS A
      *    PERCENTAGE OF BUDGET, AN ACCOUNT MAY OVERSPEND BEFORE IT
      *    IS FLAGGED.  ZERO OR MISSING KEEPS THE DEFAULTS - THE
      *    CURRENT MONTH AND 10 PER CENT.
       FD  VARIANCE-CONTROL.
       01  VARIANCE-CONTROL-RECORD.
           05  BV-PERIOD               PIC 9(6).
           05  BV-PERIOD-PARTS REDEFINES BV-PERIOD.
               10  BV-YEAR             PIC 9(4).
               10  BV-MONTH            PIC 99.
           05  BV-TOLERANCE-PCT        PIC 9(3)V99.
           05                          PIC X(69).
      *    BUDGET PER EXPENSE ACCOUNT PER PERIOD, MAINTAINED BY
      *    BUDMAINT.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-ACCOUNT-CODE         PIC X(4).
           05  BU-PERIOD               PIC 9(6).
           05  BU-PERIOD-PARTS REDEFINES BU-PERIOD.
               10  BU-YEAR             PIC 9(4).
               10  BU-MONTH            PIC 99.
           05  BU-BUDGET-AMOUNT        PIC 9(9)V99.
           05  BU-CHANGED-DATE         PIC 9(8).
           05                          PIC X(51).
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
       FD  VARIANCE-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  BUDGET-EOF-WS           PIC XXX      VALUE 'NO'.
           05  HIST-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  REPORT-PERIOD-WS        PIC 9(6)     VALUE ZERO.
           05  REPORT-PERIOD-PARTS-WS REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YEAR-WS      PIC 9(4).
               10  REPORT-MONTH-WS     PIC 99.
           05  TOLERANCE-PCT-WS        PIC 9(3)V99  VALUE 10.
           05  YEAR-START-DATE-WS      PIC 9(8)     VALUE ZERO.
           05  EARLIEST-HIST-DATE-WS   PIC 9(8)     VALUE ZERO.
           05  ACTIVITY-DATE-WS        PIC 9(8)     VALUE ZERO.
           05  ACTIVITY-AMOUNT-WS      PIC S9(9)V99 VALUE ZERO.
           05  LOOKUP-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  FOUND-SUB-WS            PIC 9(5)     VALUE ZERO.
           05  ACCT-FOUND-SW           PIC X        VALUE 'N'.
               88 ACCT-WAS-FOUND                    VALUE 'Y'.
           05  LINE-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 LINE-TABLE-IS-FULL                VALUE 'Y'.
           05  BUDGET-READ-COUNT-WS    PIC 9(6)     VALUE ZERO.
           05  BUDGET-USED-COUNT-WS    PIC 9(6)     VALUE ZERO.
           05  HISTORY-READ-COUNT-WS   PIC 9(7)     VALUE ZERO.
           05  EXPENSE-ROW-COUNT-WS    PIC 9(7)     VALUE ZERO.
           05  REVERSAL-ROW-COUNT-WS   PIC 9(7)     VALUE ZERO.
           05  HISTORY-UNDATED-WS      PIC 9(7)     VALUE ZERO.
           05  HISTORY-UNPOSTED-WS     PIC 9(7)     VALUE ZERO.
           05  FLAGGED-COUNT-WS        PIC 9(5)     VALUE ZERO.
           05  UNBUDGETED-COUNT-WS     PIC 9(5)     VALUE ZERO.

      *    VALIDATION WRITES A BATCH'S HISTORY BEFORE IT IS POSTED,
      *    AND CORRECTION WRITES A RUN-ZERO ROW FOR EVERY RECORD IT
      *    RELEASES.  A ROW COUNTS AS SPENT ONLY WHEN ITS RUN IS ON
      *    THE POSTED-BATCH REGISTRY, OR IT IS THE FIRST RUN-ZERO ROW
      *    OF A REFERENCE NO POSTED RUN CARRIES - THE RULE POSTING
      *    USES WHEN IT CHECKS SPENDING AGAINST BUDGET, SO THIS
      *    REPORT AGREES WITH THE WARNINGS ON ITS REGISTER.
       01  HISTORY-FILTER-WS.
           05  POSTED-EOF-WS           PIC XXX      VALUE 'NO'.
           05  RLS-SCAN-EOF-WS         PIC XXX      VALUE 'NO'.
           05  FILTER-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 FILTER-TABLE-IS-FULL              VALUE 'Y'.
           05  ROW-TAKEN-SW            PIC X        VALUE 'N'.
               88 ROW-IS-TAKEN                      VALUE 'Y'.
           05  RUN-FOUND-SW            PIC X        VALUE 'N'.
               88 RUN-WAS-POSTED                    VALUE 'Y'.
           05  RLS-FOUND-SW            PIC X        VALUE 'N'.
               88 RLS-WAS-FOUND                     VALUE 'Y'.
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

      *    ONE LINE PER ACCOUNT THAT HAS A BUDGET OR ANY EXPENSE
      *    ACTIVITY IN THE YEAR UP TO THE REPORT PERIOD.  THE
      *    BUDGET SWITCHES SAY WHETHER A BUDGET RECORD EXISTS AT
      *    ALL - A ZERO BUDGET IS NOT THE SAME AS NONE.
       01  VARIANCE-LINE-AREA-WS.
           05  LINE-TABLE-COUNT-WS     PIC 9(5)     VALUE ZERO.
           05  LINE-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON LINE-TABLE-COUNT-WS
                   INDEXED BY LINE-IDX.
               10  LINE-ACCOUNT-WS     PIC X(4).
               10  LINE-MTD-BUDGET-WS  PIC S9(11)V99.
               10  LINE-MTD-ACTUAL-WS  PIC S9(11)V99.
               10  LINE-YTD-BUDGET-WS  PIC S9(11)V99.
               10  LINE-YTD-ACTUAL-WS  PIC S9(11)V99.
               10  LINE-MTD-BUDGETED-SW
                                       PIC X.
               10  LINE-YTD-BUDGETED-SW
                                       PIC X.
               10  LINE-FLAG-WS        PIC X(7).

       01  VARIANCE-WORK-WS.
           05  VARIANCE-AMOUNT-WS      PIC S9(11)V99 VALUE ZERO.
           05  VARIANCE-PCT-WS         PIC S9(4)V9   VALUE ZERO.
           05  VARIANCE-LIMIT-WS       PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-MTD-BUDGET-WS     PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-MTD-ACTUAL-WS     PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-YTD-BUDGET-WS     PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-YTD-ACTUAL-WS     PIC S9(11)V99 VALUE ZERO.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(40) VALUE
                           'EXPENSE BUDGET VARIANCE REPORT - PERIOD '.
           05  REPORT-PERIOD-OUT       PIC 9(6).
           05                          PIC X(12) VALUE '   RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(13) VALUE
                                       '   TOLERANCE '.
           05  TOLERANCE-OUT           PIC ZZ9.99.
           05                          PIC X     VALUE '%'.

       01  SECTION-LINE.
           05                          PIC X.
           05  SECTION-TEXT-OUT        PIC X(70).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(6)  VALUE SPACES.
           05                          PIC X(57) VALUE
           '------------------- MONTH TO DATE ----------------------'.
           05                          PIC X(57) VALUE
           '------------------- YEAR TO DATE -----------------------'.

       01  COLUMN-HEADER2.
           05                          PIC X.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(16) VALUE
                                       '         BUDGET'.
           05                          PIC X(16) VALUE
                                       '         ACTUAL'.
           05                          PIC X(16) VALUE
                                       '       VARIANCE'.
           05                          PIC X(9)  VALUE
                                       '   VAR %'.
           05                          PIC X(16) VALUE
                                       '         BUDGET'.
           05                          PIC X(16) VALUE
                                       '         ACTUAL'.
           05                          PIC X(16) VALUE
                                       '       VARIANCE'.
           05                          PIC X(9)  VALUE
                                       '   VAR %'.
           05                          PIC X(4)  VALUE 'OVER'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  MTD-BUDGET-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  MTD-BUDGET-OUT-X REDEFINES MTD-BUDGET-OUT
                                       PIC X(15).
           05                          PIC X.
           05  MTD-ACTUAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X.
           05  MTD-VARIANCE-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  MTD-VARIANCE-OUT-X REDEFINES MTD-VARIANCE-OUT
                                       PIC X(15).
           05                          PIC X(2).
           05  MTD-PCT-OUT             PIC ZZZ9.9-.
           05  MTD-PCT-OUT-X REDEFINES MTD-PCT-OUT
                                       PIC X(7).
           05                          PIC X.
           05  YTD-BUDGET-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  YTD-BUDGET-OUT-X REDEFINES YTD-BUDGET-OUT
                                       PIC X(15).
           05                          PIC X.
           05  YTD-ACTUAL-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X.
           05  YTD-VARIANCE-OUT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  YTD-VARIANCE-OUT-X REDEFINES YTD-VARIANCE-OUT
                                       PIC X(15).
           05                          PIC X(2).
           05  YTD-PCT-OUT             PIC ZZZ9.9-.
           05  YTD-PCT-OUT-X REDEFINES YTD-PCT-OUT
                                       PIC X(7).
           05                          PIC X.
           05  FLAG-OUT                PIC X(7).

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
           IF LINE-TABLE-COUNT-WS > 0
               PERFORM 300-ASSESS-ONE-ACCOUNT
                   VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-TABLE-COUNT-WS
           END-IF.
           PERFORM 400-LIST-FLAGGED-ACCOUNTS.
           PERFORM 450-LIST-ALL-ACCOUNTS.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS (1:6) TO REPORT-PERIOD-WS.
           PERFORM 205-READ-VARIANCE-CONTROL.
           COMPUTE YEAR-START-DATE-WS = REPORT-YEAR-WS * 10000 + 101.
           PERFORM 220-LOAD-BUDGETS.
           PERFORM 280-LOAD-POSTED-RUNS.
           PERFORM 286-SCAN-RELEASED-ROWS.
           PERFORM 240-SCAN-ACCEPTED-HISTORY.
           IF LINE-TABLE-COUNT-WS > 1
               SORT LINE-TABLE-WS ON ASCENDING KEY LINE-ACCOUNT-WS
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           PERFORM 700-HEADER.

       205-READ-VARIANCE-CONTROL.
           OPEN INPUT VARIANCE-CONTROL.
           READ VARIANCE-CONTROL INTO VARIANCE-CONTROL-RECORD
               AT END
                   MOVE ZERO TO BV-PERIOD
                   MOVE ZERO TO BV-TOLERANCE-PCT
           END-READ.
           IF BV-PERIOD IS NUMERIC AND BV-YEAR > 0
                  AND BV-MONTH >= 1 AND BV-MONTH <= 12
               MOVE BV-PERIOD TO REPORT-PERIOD-WS
           END-IF.
           IF BV-TOLERANCE-PCT IS NUMERIC AND BV-TOLERANCE-PCT > 0
               MOVE BV-TOLERANCE-PCT TO TOLERANCE-PCT-WS
           END-IF.
           CLOSE VARIANCE-CONTROL.

      *    ONLY BUDGETS IN THE REPORT YEAR UP TO THE REPORT PERIOD
      *    COUNT - THE PERIOD ITSELF FOR MONTH TO DATE, ALL OF THEM
      *    FOR YEAR TO DATE.
       220-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           PERFORM 225-LOAD-ONE-BUDGET
               UNTIL BUDGET-EOF-WS = 'YES'.
           CLOSE BUDGET-FILE.

       225-LOAD-ONE-BUDGET.
           READ BUDGET-FILE INTO BUDGET-RECORD
               AT END MOVE 'YES' TO BUDGET-EOF-WS
           END-READ.
           IF BUDGET-EOF-WS <> 'YES'
               ADD 1 TO BUDGET-READ-COUNT-WS
               IF BU-PERIOD IS NUMERIC
                      AND BU-BUDGET-AMOUNT IS NUMERIC
                      AND BU-YEAR = REPORT-YEAR-WS
                      AND BU-MONTH <= REPORT-MONTH-WS
                   MOVE BU-ACCOUNT-CODE TO LOOKUP-ACCOUNT-WS
                   PERFORM 510-FIND-OR-ADD-LINE
                   IF ACCT-WAS-FOUND
                       ADD 1 TO BUDGET-USED-COUNT-WS
                       ADD BU-BUDGET-AMOUNT
                           TO LINE-YTD-BUDGET-WS (FOUND-SUB-WS)
                       MOVE 'Y' TO LINE-YTD-BUDGETED-SW (FOUND-SUB-WS)
                       IF BU-MONTH = REPORT-MONTH-WS
                           ADD BU-BUDGET-AMOUNT
                               TO LINE-MTD-BUDGET-WS (FOUND-SUB-WS)
                           MOVE 'Y'
                               TO LINE-MTD-BUDGETED-SW (FOUND-SUB-WS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ACTUAL SPENDING IS EVERY POSTED E ROW (290) LESS EVERY
      *    POSTED REVERSAL OF ONE, BY TRANSACTION DATE.
       240-SCAN-ACCEPTED-HISTORY.
           OPEN INPUT ACCEPTED-HISTORY.
           PERFORM 245-SCAN-ONE-HISTORY-ROW
               UNTIL HIST-EOF-WS = 'YES'.
           CLOSE ACCEPTED-HISTORY.

       245-SCAN-ONE-HISTORY-ROW.
           READ ACCEPTED-HISTORY INTO ACCEPTED-HISTORY-RECORD
               AT END MOVE 'YES' TO HIST-EOF-WS
           END-READ.
           IF HIST-EOF-WS <> 'YES'
               ADD 1 TO HISTORY-READ-COUNT-WS
               IF AH-TRANSACTION-DATE IS NUMERIC
                      AND AH-MONTH >= 1 AND AH-MONTH <= 12
                      AND AH-AMOUNT IS NUMERIC
                   COMPUTE ACTIVITY-DATE-WS
                       = AH-YEAR * 10000 + AH-MONTH * 100 + AH-DAY
                   IF EARLIEST-HIST-DATE-WS = 0
                          OR ACTIVITY-DATE-WS < EARLIEST-HIST-DATE-WS
                       MOVE ACTIVITY-DATE-WS TO EARLIEST-HIST-DATE-WS
                   END-IF
                   PERFORM 250-TAKE-EXPENSE-ROW
               ELSE
                   ADD 1 TO HISTORY-UNDATED-WS
               END-IF
           END-IF.

       250-TAKE-EXPENSE-ROW.
           MOVE ZERO TO ACTIVITY-AMOUNT-WS.
           IF AH-RECORD-TYPE = 'E'
               MOVE AH-AMOUNT TO ACTIVITY-AMOUNT-WS
           ELSE
           IF AH-RECORD-TYPE = 'R' AND AH-REVERSED-TYPE = 'E'
               COMPUTE ACTIVITY-AMOUNT-WS = 0 - AH-AMOUNT
           END-IF
           END-IF.
           IF (AH-RECORD-TYPE = 'E'
                  OR (AH-RECORD-TYPE = 'R' AND AH-REVERSED-TYPE = 'E'))
                  AND AH-YEAR = REPORT-YEAR-WS
                  AND AH-MONTH <= REPORT-MONTH-WS
               PERFORM 290-CHECK-HISTORY-ROW
               IF ROW-IS-TAKEN
                   PERFORM 255-ADD-EXPENSE-ROW
               ELSE
                   ADD 1 TO HISTORY-UNPOSTED-WS
               END-IF
           END-IF.

       255-ADD-EXPENSE-ROW.
           MOVE AH-ACCOUNT-CODE TO LOOKUP-ACCOUNT-WS.
           PERFORM 510-FIND-OR-ADD-LINE.
           IF ACCT-WAS-FOUND
               IF AH-RECORD-TYPE = 'E'
                   ADD 1 TO EXPENSE-ROW-COUNT-WS
               ELSE
                   ADD 1 TO REVERSAL-ROW-COUNT-WS
               END-IF
               ADD ACTIVITY-AMOUNT-WS
                   TO LINE-YTD-ACTUAL-WS (FOUND-SUB-WS)
               IF AH-MONTH = REPORT-MONTH-WS
                   ADD ACTIVITY-AMOUNT-WS
                       TO LINE-MTD-ACTUAL-WS (FOUND-SUB-WS)
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

      *    AN ACCOUNT IS FLAGGED WHEN ITS ACTUAL EXCEEDS ITS BUDGET
      *    BY MORE THAN THE TOLERANCE, MONTH TO DATE, YEAR TO DATE
      *    OR BOTH.  SPENDING WITH NO BUDGET RECORD AT ALL IS NOT
      *    FLAGGED BUT COUNTED AS UNBUDGETED.
       300-ASSESS-ONE-ACCOUNT.
           MOVE SPACES TO LINE-FLAG-WS (LINE-IDX).
           IF LINE-MTD-BUDGETED-SW (LINE-IDX) = 'Y'
               COMPUTE VARIANCE-LIMIT-WS ROUNDED
                   = LINE-MTD-BUDGET-WS (LINE-IDX)
                   * TOLERANCE-PCT-WS / 100
               IF LINE-MTD-ACTUAL-WS (LINE-IDX)
                      - LINE-MTD-BUDGET-WS (LINE-IDX)
                      > VARIANCE-LIMIT-WS
                   MOVE 'MTD' TO LINE-FLAG-WS (LINE-IDX)
               END-IF
           END-IF.
           IF LINE-YTD-BUDGETED-SW (LINE-IDX) = 'Y'
               COMPUTE VARIANCE-LIMIT-WS ROUNDED
                   = LINE-YTD-BUDGET-WS (LINE-IDX)
                   * TOLERANCE-PCT-WS / 100
               IF LINE-YTD-ACTUAL-WS (LINE-IDX)
                      - LINE-YTD-BUDGET-WS (LINE-IDX)
                      > VARIANCE-LIMIT-WS
                   IF LINE-FLAG-WS (LINE-IDX) = SPACES
                       MOVE 'YTD' TO LINE-FLAG-WS (LINE-IDX)
                   ELSE
                       MOVE 'MTD+YTD' TO LINE-FLAG-WS (LINE-IDX)
                   END-IF
               END-IF
           ELSE
               IF LINE-YTD-ACTUAL-WS (LINE-IDX) NOT = ZERO
                   ADD 1 TO UNBUDGETED-COUNT-WS
               END-IF
           END-IF.
           IF LINE-FLAG-WS (LINE-IDX) NOT = SPACES
               ADD 1 TO FLAGGED-COUNT-WS
           END-IF.

       400-LIST-FLAGGED-ACCOUNTS.
           MOVE 'ACCOUNTS OVER BUDGET BY MORE THAN THE TOLERANCE'
               TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF FLAGGED-COUNT-WS > 0
               PERFORM 410-LIST-ONE-FLAGGED
                   VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-TABLE-COUNT-WS
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       410-LIST-ONE-FLAGGED.
           IF LINE-FLAG-WS (LINE-IDX) NOT = SPACES
               PERFORM 730-PRINT-ACCOUNT-LINE
           END-IF.

       450-LIST-ALL-ACCOUNTS.
           MOVE 'ALL ACCOUNTS WITH A BUDGET OR EXPENSE ACTIVITY'
               TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF LINE-TABLE-COUNT-WS > 0
               PERFORM 730-PRINT-ACCOUNT-LINE
                   VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > LINE-TABLE-COUNT-WS
               PERFORM 750-PRINT-TOTAL-LINE
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       510-FIND-OR-ADD-LINE.
           MOVE 'N' TO ACCT-FOUND-SW.
           IF LINE-TABLE-COUNT-WS > 0
               SET LINE-IDX TO 1
               SEARCH LINE-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN LINE-ACCOUNT-WS (LINE-IDX) = LOOKUP-ACCOUNT-WS
                      MOVE 'Y' TO ACCT-FOUND-SW
                      SET FOUND-SUB-WS TO LINE-IDX
               END-SEARCH
           END-IF.
           IF NOT ACCT-WAS-FOUND
               IF LINE-TABLE-COUNT-WS < 10000
                   ADD 1 TO LINE-TABLE-COUNT-WS
                   MOVE LINE-TABLE-COUNT-WS TO FOUND-SUB-WS
                   MOVE LOOKUP-ACCOUNT-WS
                       TO LINE-ACCOUNT-WS (FOUND-SUB-WS)
                   MOVE ZERO TO LINE-MTD-BUDGET-WS (FOUND-SUB-WS)
                   MOVE ZERO TO LINE-MTD-ACTUAL-WS (FOUND-SUB-WS)
                   MOVE ZERO TO LINE-YTD-BUDGET-WS (FOUND-SUB-WS)
                   MOVE ZERO TO LINE-YTD-ACTUAL-WS (FOUND-SUB-WS)
                   MOVE 'N' TO LINE-MTD-BUDGETED-SW (FOUND-SUB-WS)
                   MOVE 'N' TO LINE-YTD-BUDGETED-SW (FOUND-SUB-WS)
                   MOVE SPACES TO LINE-FLAG-WS (FOUND-SUB-WS)
                   MOVE 'Y' TO ACCT-FOUND-SW
               ELSE
                   MOVE 'Y' TO LINE-TABLE-FULL-SW
               END-IF
           END-IF.

       700-HEADER.
           MOVE REPORT-PERIOD-WS TO REPORT-PERIOD-OUT.
           MOVE RUN-DATE-WS      TO RUN-DATE-OUT.
           MOVE TOLERANCE-PCT-WS TO TOLERANCE-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.

       720-SECTION-HEADER.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 3.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER2 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

      *    VARIANCE IS ACTUAL LESS BUDGET, SO OVERSPENDING IS
      *    POSITIVE.  WITH NO BUDGET RECORD THE BUDGET AND VARIANCE
      *    COLUMNS ARE LEFT BLANK; WITH A ZERO BUDGET THE
      *    PERCENTAGE IS.
       730-PRINT-ACCOUNT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE LINE-ACCOUNT-WS (LINE-IDX)    TO ACCOUNT-CODE-OUT.
           MOVE LINE-MTD-ACTUAL-WS (LINE-IDX) TO MTD-ACTUAL-OUT.
           MOVE LINE-YTD-ACTUAL-WS (LINE-IDX) TO YTD-ACTUAL-OUT.
           IF LINE-MTD-BUDGETED-SW (LINE-IDX) = 'Y'
               MOVE LINE-MTD-BUDGET-WS (LINE-IDX) TO MTD-BUDGET-OUT
               COMPUTE VARIANCE-AMOUNT-WS
                   = LINE-MTD-ACTUAL-WS (LINE-IDX)
                   - LINE-MTD-BUDGET-WS (LINE-IDX)
               MOVE VARIANCE-AMOUNT-WS TO MTD-VARIANCE-OUT
               IF LINE-MTD-BUDGET-WS (LINE-IDX) > 0
                   COMPUTE VARIANCE-PCT-WS ROUNDED
                       = VARIANCE-AMOUNT-WS * 100
                       / LINE-MTD-BUDGET-WS (LINE-IDX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VARIANCE-PCT-WS
                   END-COMPUTE
                   MOVE VARIANCE-PCT-WS TO MTD-PCT-OUT
               END-IF
           ELSE
               MOVE '      NO BUDGET' TO MTD-BUDGET-OUT-X
           END-IF.
           IF LINE-YTD-BUDGETED-SW (LINE-IDX) = 'Y'
               MOVE LINE-YTD-BUDGET-WS (LINE-IDX) TO YTD-BUDGET-OUT
               COMPUTE VARIANCE-AMOUNT-WS
                   = LINE-YTD-ACTUAL-WS (LINE-IDX)
                   - LINE-YTD-BUDGET-WS (LINE-IDX)
               MOVE VARIANCE-AMOUNT-WS TO YTD-VARIANCE-OUT
               IF LINE-YTD-BUDGET-WS (LINE-IDX) > 0
                   COMPUTE VARIANCE-PCT-WS ROUNDED
                       = VARIANCE-AMOUNT-WS * 100
                       / LINE-YTD-BUDGET-WS (LINE-IDX)
                       ON SIZE ERROR
                           MOVE 9999.9 TO VARIANCE-PCT-WS
                   END-COMPUTE
                   MOVE VARIANCE-PCT-WS TO YTD-PCT-OUT
               END-IF
           ELSE
               MOVE '      NO BUDGET' TO YTD-BUDGET-OUT-X
           END-IF.
           MOVE LINE-FLAG-WS (LINE-IDX) TO FLAG-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       750-PRINT-TOTAL-LINE.
           MOVE ZERO TO TOTAL-MTD-BUDGET-WS TOTAL-MTD-ACTUAL-WS
                        TOTAL-YTD-BUDGET-WS TOTAL-YTD-ACTUAL-WS.
           PERFORM 755-ADD-ONE-TOTAL
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-TABLE-COUNT-WS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'ALL' TO ACCOUNT-CODE-OUT.
           MOVE TOTAL-MTD-BUDGET-WS TO MTD-BUDGET-OUT.
           MOVE TOTAL-MTD-ACTUAL-WS TO MTD-ACTUAL-OUT.
           COMPUTE VARIANCE-AMOUNT-WS
               = TOTAL-MTD-ACTUAL-WS - TOTAL-MTD-BUDGET-WS.
           MOVE VARIANCE-AMOUNT-WS TO MTD-VARIANCE-OUT.
           MOVE TOTAL-YTD-BUDGET-WS TO YTD-BUDGET-OUT.
           MOVE TOTAL-YTD-ACTUAL-WS TO YTD-ACTUAL-OUT.
           COMPUTE VARIANCE-AMOUNT-WS
               = TOTAL-YTD-ACTUAL-WS - TOTAL-YTD-BUDGET-WS.
           MOVE VARIANCE-AMOUNT-WS TO YTD-VARIANCE-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 2.

       755-ADD-ONE-TOTAL.
           ADD LINE-MTD-BUDGET-WS (LINE-IDX) TO TOTAL-MTD-BUDGET-WS.
           ADD LINE-MTD-ACTUAL-WS (LINE-IDX) TO TOTAL-MTD-ACTUAL-WS.
           ADD LINE-YTD-BUDGET-WS (LINE-IDX) TO TOTAL-YTD-BUDGET-WS.
           ADD LINE-YTD-ACTUAL-WS (LINE-IDX) TO TOTAL-YTD-ACTUAL-WS.

       800-FOOTER.
           MOVE 'BUDGET RECORDS READ...........:' TO FOOTER-LABEL-OUT.
           MOVE BUDGET-READ-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 3.
           MOVE 'BUDGET RECORDS IN THE YEAR....:' TO FOOTER-LABEL-OUT.
           MOVE BUDGET-USED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'HISTORY ROWS READ.............:' TO FOOTER-LABEL-OUT.
           MOVE HISTORY-READ-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'EXPENSE ROWS IN THE YEAR......:' TO FOOTER-LABEL-OUT.
           MOVE EXPENSE-ROW-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'EXPENSE REVERSALS NETTED......:' TO FOOTER-LABEL-OUT.
           MOVE REVERSAL-ROW-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'ROWS NOT POSTED OR REPEATED...:' TO FOOTER-LABEL-OUT.
           MOVE HISTORY-UNPOSTED-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'HISTORY ROWS UNREADABLE.......:' TO FOOTER-LABEL-OUT.
           MOVE HISTORY-UNDATED-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'ACCOUNTS REPORTED.............:' TO FOOTER-LABEL-OUT.
           MOVE LINE-TABLE-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'ACCOUNTS OVER TOLERANCE.......:' TO FOOTER-LABEL-OUT.
           MOVE FLAGGED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'ACCOUNTS SPENDING, NO BUDGET..:' TO FOOTER-LABEL-OUT.
           MOVE UNBUDGETED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           IF EARLIEST-HIST-DATE-WS > YEAR-START-DATE-WS
               MOVE SPACES TO NOTICE-TEXT-OUT
               STRING '*** ACCHIST.DAT STARTS ' DELIMITED BY SIZE
                       EARLIEST-HIST-DATE-WS DELIMITED BY SIZE
                       ' - EARLIER MONTHS MAY BE ARCHIVED ***'
                           DELIMITED BY SIZE
                   INTO NOTICE-TEXT-OUT
               END-STRING
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF LINE-TABLE-IS-FULL
               MOVE '*** OVER 10000 ACCOUNTS - REPORT IS INCOMPLETE ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF FILTER-TABLE-IS-FULL
               MOVE '*** POSTED RUN OR REFERENCE TABLE FULL - REPORT INC
      -            'OMPLETE ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

       900-CLOSE.
           CLOSE VARIANCE-REPORT.
           DISPLAY 'BUDGVAR: PERIOD ' REPORT-PERIOD-WS ', '
               FLAGGED-COUNT-WS ' ACCOUNTS OVER TOLERANCE'.
