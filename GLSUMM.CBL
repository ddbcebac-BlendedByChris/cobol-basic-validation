           SELECT OPTIONAL RELEASE-LOG
               ASSIGN TO 'GLRELS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCHANGE-RATES
               ASSIGN TO 'EXCHRATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    AND DATE FROM THE BATCH STAMP) AND A 'Z' TRAILER (LINE
      *    COUNT, HASH TOTAL OF GL-AMOUNT, AND SEPARATE DR AND CR
      *    TOTALS) SO A TRUNCATED FILE IS CAUGHT AT LOAD TIME.
      *    GL-AMOUNT IS ALWAYS IN BASE CURRENCY.  A LINE SUMMARIZING
      *    FOREIGN-CURRENCY TRANSACTIONS NAMES THE CURRENCY AND
      *    CARRIES THE TOTAL AS KEYED IN GL-ORIGINAL-AMOUNT; ON A
      *    BASE-CURRENCY LINE THE CURRENCY IS BLANK AND THE ORIGINAL
      *    AMOUNT EQUALS GL-AMOUNT.
       FD  GL-EXTRACT.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE         PIC X(4).
           05  GL-COUNT                PIC 9(6).
           05  GL-AMOUNT               PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  GL-CURRENCY-CODE        PIC X(3).
           05  GL-ORIGINAL-AMOUNT      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(29).
       01  GL-CONTROL-HEADER.
           05  GLH-RECORD-TYPE         PIC X.
           05  GLH-RUN-NUMBER          PIC 9(6).
           05  GR-LINE-COUNT           PIC 9(6).
           05  GR-ACK-DATE             PIC 9(8).
           05                          PIC X(52).
      *    DATED EXCHANGE RATES, AS READ BY VALIDATION.  A RATE IS IN
      *    EFFECT FROM ITS EFFECTIVE DATE UNTIL THE NEXT ENTRY FOR
      *    THE SAME CURRENCY.
       FD  EXCHANGE-RATES.
       01  EXCHANGE-RATE-RECORD.
           05  ER-CURRENCY-CODE        PIC X(3).
           05  ER-EFFECTIVE-DATE       PIC 9(8).
           05  ER-RATE                 PIC 9(4)V9(6).
           05                          PIC X(59).
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
           05  ENTRY-APPENDED-SW       PIC X        VALUE 'N'.
               88 ENTRY-WAS-APPENDED                VALUE 'Y'.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

      *    THE PAIRED TOTALS ACCUMULATE THE DEBIT AND CREDIT SIDES
      *    GENERATED IN MATCHED PAIRS (TRANSFERS AND REVERSED
      *    TRANSFERS).  THEY MUST AGREE OR THE EXTRACT DOES NOT
           05  EXTRACT-CR-TOTAL-WS     PIC S9(13)V99 VALUE ZERO.
           05  EXTRACT-HASH-TOTAL-WS   PIC S9(13)V99 VALUE ZERO.

      *    THE GOODTRAN BASE AMOUNT IS CARRIED TO THE EXTRACT.  A
      *    FOREIGN-CURRENCY RECORD IS RECHECKED AT THE RATE FOR ITS
      *    TRANSACTION DATE EXACTLY AS POSTING RECHECKS IT; WHEN
      *    THERE IS NO RATE, OR THE RECOMPUTED AMOUNT DIFFERS OR
      *    OVERFLOWS, POSTING SENDS THE RECORD TO FALLOUT, SO IT IS
      *    LEFT OUT OF THE EXTRACT AND COUNTED ON THE FOOTER.
       01  CURRENCY-CONVERSION-WS.
           05  RATE-EOF-WS             PIC XXX       VALUE 'NO'.
           05  RATE-TABLE-FULL-SW      PIC X         VALUE 'N'.
               88 RATE-TABLE-IS-FULL                 VALUE 'Y'.
           05  RATE-FOUND-SW           PIC X         VALUE 'N'.
               88 RATE-WAS-FOUND                     VALUE 'Y'.
           05  CONVERSION-RATE-WS      PIC 9(4)V9(6) VALUE ZERO.
           05  RATE-DATE-WS            PIC 9(8)      VALUE ZERO.
           05  RATE-TRANS-DATE-WS      PIC 9(8)      VALUE ZERO.
           05  ENTRY-BASE-AMOUNT-WS    PIC S9(11)V99 VALUE ZERO.
           05  ENTRY-ORIGINAL-AMOUNT-WS
                                       PIC S9(11)V99 VALUE ZERO.
           05  CONVERTED-AMOUNT-WS     PIC S9(9)V99  VALUE ZERO.
           05  ENTRY-EXCLUDED-SW       PIC X         VALUE 'N'.
               88 ENTRY-IS-EXCLUDED                  VALUE 'Y'.
           05  EXCLUDED-COUNT-WS       PIC 9(6)      VALUE ZERO.
           05  RATE-TABLE-COUNT-WS     PIC 9(4)      VALUE ZERO.
           05  RATE-TABLE-WS
                   OCCURS 1 TO 2000 TIMES
                       DEPENDING ON RATE-TABLE-COUNT-WS
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY-WS    PIC X(3).
               10  RATE-EFFECTIVE-DATE-WS
                                       PIC 9(8).
               10  RATE-VALUE-WS       PIC 9(4)V9(6).

       01  GOOD-TRANSACTION-FIELDS.
           05  GT-RECORD-TYPE          PIC X.
               88 GT-BATCH-STAMP       VALUE 'B'.
           05  GT-AMOUNT-X             PIC X(8)
               REDEFINES               GT-AMOUNT.
           05  GT-TRANSACTION-DATE     PIC X(8).
           05  GT-TRANSACTION-DATE-PARTS
               REDEFINES               GT-TRANSACTION-DATE.
               10  GT-TRANS-MONTH      PIC 99.
               10  GT-TRANS-DAY        PIC 99.
               10  GT-TRANS-YEAR       PIC 9(4).
           05  GT-REVERSED-TYPE        PIC X.
           05  GT-CURRENCY-CODE        PIC X(3).
           05  GT-ORIGINAL-AMOUNT      PIC S9(9)V99.
           05                          PIC X(40).

       01  GOOD-BATCH-STAMP-FIELDS
           REDEFINES GOOD-TRANSACTION-FIELDS.
                   15  SUM-REC-TYPE-WS PIC X.
                   15  SUM-DATE-WS     PIC X(8).
                   15  SUM-DR-CR-WS    PIC X.
                   15  SUM-CURRENCY-WS PIC X(3).
               10  SUM-LINE-COUNT-WS   PIC 9(6).
               10  SUM-AMOUNT-WS       PIC S9(11)V99.
               10  SUM-ORIGINAL-WS     PIC S9(11)V99.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(6)  VALUE 'DR/CR'.
           05                          PIC X(9)  VALUE '   COUNT'.
           05                          PIC X(18) VALUE
                                       '       BASE AMOUNT'.
           05                          PIC X(5)  VALUE '  CCY'.
           05                          PIC X(19) VALUE
                                       '    ORIGINAL AMOUNT'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  COUNT-OUT               PIC ZZZZZ9.
           05                          PIC X(2).
           05  AMOUNT-OUT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  CURRENCY-CODE-OUT       PIC X(3).
           05  ORIGINAL-AMOUNT-OUT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  FOOTER-DETAIL-LINE.
           05                          PIC X.
           PERFORM 700-WRITE-EXTRACT.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           PERFORM 210-LOAD-EXCHANGE-RATES.
           OPEN INPUT GOOD-TRANSACTIONS.
           OPEN OUTPUT GL-EXTRACT.
           OPEN OUTPUT GL-SUMMARY-REPORT.
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
               IF NS-STEP-NAME = 'GLSUMM'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'GLSUMM: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'GLSUMM: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

       210-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATES.
           PERFORM 215-LOAD-ONE-EXCHANGE-RATE
               UNTIL RATE-EOF-WS = 'YES'
                  OR RATE-TABLE-COUNT-WS = 2000.
           IF RATE-EOF-WS <> 'YES'
               MOVE 'Y' TO RATE-TABLE-FULL-SW
           END-IF.
           CLOSE EXCHANGE-RATES.

       215-LOAD-ONE-EXCHANGE-RATE.
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
           END-IF.

       300-COLLECT.
           MOVE 'N' TO ENTRY-EXCLUDED-SW.
           IF NOT GT-BATCH-STAMP
               PERFORM 350-CONVERT-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN GT-BATCH-STAMP
                   PERFORM 310-NOTE-BATCH-STAMP
               WHEN ENTRY-IS-EXCLUDED
                   ADD 1 TO EXCLUDED-COUNT-WS
               WHEN GT-RECORD-TYPE = 'A' OR GT-RECORD-TYPE = 'E'
                   PERFORM 320-ADD-SUMMARY-LINE-SOURCE-D
               WHEN GT-RECORD-TYPE = 'T'
                   MOVE GT-ACCOUNT-CODE
                       TO SUM-ACCOUNT-WS (SUM-COUNT-WS)
                   MOVE 'D' TO SUM-DR-CR-WS (SUM-COUNT-WS)
                   ADD ENTRY-BASE-AMOUNT-WS TO PAIRED-DR-TOTAL-WS
               END-IF
               PERFORM 340-APPEND-SUMMARY-ENTRY
               IF ENTRY-WAS-APPENDED
                   MOVE GT-DEST-ACCOUNT-CODE
                       TO SUM-ACCOUNT-WS (SUM-COUNT-WS)
                   MOVE 'C' TO SUM-DR-CR-WS (SUM-COUNT-WS)
                   ADD ENTRY-BASE-AMOUNT-WS TO PAIRED-CR-TOTAL-WS
               END-IF
           END-IF.

                           MOVE GT-ACCOUNT-CODE
                               TO SUM-ACCOUNT-WS (SUM-COUNT-WS)
                           MOVE 'C' TO SUM-DR-CR-WS (SUM-COUNT-WS)
                           ADD ENTRY-BASE-AMOUNT-WS
                               TO PAIRED-CR-TOTAL-WS
                       END-IF
                       PERFORM 340-APPEND-SUMMARY-ENTRY
                       IF ENTRY-WAS-APPENDED
                           MOVE GT-DEST-ACCOUNT-CODE
                               TO SUM-ACCOUNT-WS (SUM-COUNT-WS)
                           MOVE 'D' TO SUM-DR-CR-WS (SUM-COUNT-WS)
                           ADD ENTRY-BASE-AMOUNT-WS
                               TO PAIRED-DR-TOTAL-WS
                       END-IF
                   END-IF
               WHEN OTHER
                   TO SUM-REC-TYPE-WS (SUM-COUNT-WS)
               MOVE GT-TRANSACTION-DATE
                   TO SUM-DATE-WS (SUM-COUNT-WS)
               MOVE GT-CURRENCY-CODE
                   TO SUM-CURRENCY-WS (SUM-COUNT-WS)
               MOVE 1 TO SUM-LINE-COUNT-WS (SUM-COUNT-WS)
               MOVE ENTRY-BASE-AMOUNT-WS
                   TO SUM-AMOUNT-WS (SUM-COUNT-WS)
               MOVE ENTRY-ORIGINAL-AMOUNT-WS
                   TO SUM-ORIGINAL-WS (SUM-COUNT-WS)
               MOVE 'Y' TO ENTRY-APPENDED-SW
           ELSE
               MOVE 'Y' TO SUM-TABLE-FULL-SW
           END-IF.

       350-CONVERT-AMOUNT.
           IF GT-AMOUNT IS NUMERIC
               MOVE GT-AMOUNT TO ENTRY-BASE-AMOUNT-WS
           ELSE
               MOVE ZERO TO ENTRY-BASE-AMOUNT-WS
               MOVE 'Y' TO ENTRY-EXCLUDED-SW
           END-IF.
           IF GT-CURRENCY-CODE = SPACES
               MOVE ENTRY-BASE-AMOUNT-WS TO ENTRY-ORIGINAL-AMOUNT-WS
           ELSE
               MOVE ZERO TO ENTRY-ORIGINAL-AMOUNT-WS
               PERFORM 355-FIND-EXCHANGE-RATE
               IF NOT RATE-WAS-FOUND
                       OR GT-ORIGINAL-AMOUNT IS NOT NUMERIC
                   MOVE 'Y' TO ENTRY-EXCLUDED-SW
               ELSE
                   MOVE GT-ORIGINAL-AMOUNT TO ENTRY-ORIGINAL-AMOUNT-WS
                   COMPUTE CONVERTED-AMOUNT-WS ROUNDED
                       = GT-ORIGINAL-AMOUNT * CONVERSION-RATE-WS
                       ON SIZE ERROR
                           MOVE ZERO TO CONVERTED-AMOUNT-WS
                   END-COMPUTE
                   IF CONVERTED-AMOUNT-WS <> GT-AMOUNT
                       MOVE 'Y' TO ENTRY-EXCLUDED-SW
                   END-IF
               END-IF
           END-IF.

       355-FIND-EXCHANGE-RATE.
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
               PERFORM 356-SCAN-ONE-RATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT-WS
           END-IF.

       356-SCAN-ONE-RATE.
           IF RATE-CURRENCY-WS (RATE-IDX) = GT-CURRENCY-CODE
                  AND RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                          <= RATE-TRANS-DATE-WS
                  AND RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                          >= RATE-DATE-WS
               MOVE 'Y' TO RATE-FOUND-SW
               MOVE RATE-EFFECTIVE-DATE-WS (RATE-IDX) TO RATE-DATE-WS
               MOVE RATE-VALUE-WS (RATE-IDX) TO CONVERSION-RATE-WS
           END-IF.

       600-SORT-AND-COMPRESS.
           IF SUM-COUNT-WS > 1
               SORT SUM-ENTRY-WS
                   TO SUM-LINE-COUNT-WS (SUM-KEEP-SUB-WS)
               ADD SUM-AMOUNT-WS (SUM-SCAN-SUB-WS)
                   TO SUM-AMOUNT-WS (SUM-KEEP-SUB-WS)
               ADD SUM-ORIGINAL-WS (SUM-SCAN-SUB-WS)
                   TO SUM-ORIGINAL-WS (SUM-KEEP-SUB-WS)
           ELSE
               ADD 1 TO SUM-KEEP-SUB-WS
               MOVE SUM-ENTRY-WS (SUM-SCAN-SUB-WS)
                   TO GL-COUNT
               MOVE SUM-AMOUNT-WS (SUM-SCAN-SUB-WS)
                   TO GL-AMOUNT
               MOVE SUM-CURRENCY-WS (SUM-SCAN-SUB-WS)
                   TO GL-CURRENCY-CODE
               MOVE SUM-ORIGINAL-WS (SUM-SCAN-SUB-WS)
                   TO GL-ORIGINAL-AMOUNT
               WRITE GL-EXTRACT-RECORD
               ADD 1 TO LINES-WRITTEN-WS
           END-IF.
               TO COUNT-OUT.
           MOVE SUM-AMOUNT-WS (SUM-SCAN-SUB-WS)
               TO AMOUNT-OUT.
           MOVE SUM-CURRENCY-WS (SUM-SCAN-SUB-WS)
               TO CURRENCY-CODE-OUT.
           MOVE SUM-ORIGINAL-WS (SUM-SCAN-SUB-WS)
               TO ORIGINAL-AMOUNT-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       800-FOOTER.
           MOVE SKIPPED-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'NOT POSTED (AMOUNT OR RATE)...:' TO FOOTER-LABEL-OUT
           MOVE EXCLUDED-COUNT-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'EXTRACT DEBIT TOTAL...........:'
               TO FOOTER-AMT-LABEL-OUT
           MOVE EXTRACT-DR-TOTAL-WS          TO FOOTER-AMOUNT-OUT
               WRITE PRINT-LINE AFTER 1
           END-IF.

           IF RATE-TABLE-IS-FULL
               MOVE '*** EXCHANGE RATE FILE EXCEEDS 2000 ENTRIES -'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 2
               MOVE '    LATER RATES WERE NOT LOADED ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.

       900-CLOSE.
           CLOSE GOOD-TRANSACTIONS GL-EXTRACT GL-SUMMARY-REPORT.

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
