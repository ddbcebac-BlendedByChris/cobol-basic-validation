       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STORDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-ORDERS
               ASSIGN TO 'STORDERS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER
               ASSIGN TO 'ACCTMAST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO 'RUNCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG
               ASSIGN TO 'RUNLOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ORDER-BATCH
               ASSIGN TO 'STANDORD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOURCE-FILE-LIST
               ASSIGN TO 'FILELIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDER-REGISTER
               ASSIGN TO 'STORDREG.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER STANDING ORDER.  TYPE IS A, E OR T; THE
      *    DESTINATION ACCOUNT IS REQUIRED FOR T AND IGNORED
      *    OTHERWISE.  FREQUENCY IS W (WEEKLY), M (MONTHLY) OR Q
      *    (QUARTERLY).  DATES ARE YYYYMMDD; A ZERO END DATE MEANS
      *    THE ORDER RUNS UNTIL STOPPED.  THE ANCHOR DAY IS THE DAY
      *    OF THE MONTH A MONTHLY OR QUARTERLY ORDER FALLS DUE ON -
      *    IN A SHORT MONTH THE ORDER FALLS DUE ON THE LAST DAY AND
      *    RETURNS TO THE ANCHOR DAY THE MONTH AFTER.  ZERO MEANS
      *    TAKE IT FROM THE FIRST NEXT-DUE DATE.  STATUS IS A
      *    (ACTIVE - BLANK IS TREATED AS ACTIVE), E (END DATE
      *    REACHED) OR S (STOPPED - ACCOUNT CLOSED); ONLY ACTIVE
      *    ORDERS GENERATE.  THE FILE IS REWRITTEN EACH RUN WITH
      *    THE NEXT-DUE DATES ROLLED FORWARD.
       FD  STANDING-ORDERS.
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID             PIC X(6).
           05  SO-ACCOUNT-CODE         PIC X(4).
           05  SO-DEST-ACCOUNT-CODE    PIC X(4).
           05  SO-RECORD-TYPE          PIC X.
               88 SO-TYPE-VALID        VALUE 'A' 'E' 'T'.
               88 SO-TYPE-TRANSFER     VALUE 'T'.
           05  SO-AMOUNT               PIC 9(6)V99.
           05  SO-FREQUENCY            PIC X.
               88 SO-FREQ-VALID        VALUE 'W' 'M' 'Q'.
               88 SO-FREQ-WEEKLY       VALUE 'W'.
               88 SO-FREQ-QUARTERLY    VALUE 'Q'.
           05  SO-NEXT-DUE-DATE        PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-ANCHOR-DAY           PIC 99.
           05  SO-STATUS               PIC X.
               88 SO-STATUS-ACTIVE     VALUE 'A' ' '.
           05  SO-LAST-GENERATED       PIC 9(8).
           05  SO-DESCRIPTION          PIC X(20).
           05                          PIC X(9).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE         PIC X(4).
           05  AM-ACCOUNT-NAME         PIC X(30).
           05  AM-STATUS               PIC X.
           05  AM-OPEN-DATE            PIC X(8).
           05  AM-CLOSE-DATE           PIC X(8).
           05                          PIC X(29).
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
      *    THE GENERATED SOURCE FILE - AN ORDINARY 80-BYTE FEED WITH
      *    AN 'H' BATCH HEADER AND A 'Z' BATCH TRAILER, READ BY
      *    VALIDATION LIKE ANY DEPARTMENT'S FILE.
       FD  STANDING-ORDER-BATCH.
       01  STANDING-ORDER-BATCH-RECORD PIC X(80).
       FD  SOURCE-FILE-LIST.
       01  SOURCE-FILE-LIST-RECORD     PIC X(80).
       FD  ORDER-REGISTER.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  ORDER-EOF-WS            PIC XXX      VALUE 'NO'.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
           05  LOG-EOF-WS              PIC XXX      VALUE 'NO'.
           05  PRIOR-BATCH-EOF-WS      PIC XXX      VALUE 'NO'.
           05  SRC-LIST-EOF-WS         PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  LAST-RUN-NUMBER-WS      PIC 9(6)     VALUE ZERO.
           05  OPERATOR-ID-WS          PIC X(8)     VALUE 'UNKNOWN'.
           05  BATCH-FILE-NAME-WS      PIC X(80)    VALUE
                                       'STANDORD.DAT'.
           05  DEFAULT-SOURCE-FILE-WS  PIC X(80)    VALUE
                                       'SOURCE6.DAT'.
           05  SRC-LIST-COUNT-WS       PIC 9(3)     VALUE ZERO.
           05  ALREADY-LISTED-SW       PIC X        VALUE 'N'.
               88 BATCH-IS-LISTED                   VALUE 'Y'.
           05  ORDER-VALID-SW          PIC X        VALUE 'Y'.
               88 ORDER-IS-VALID                    VALUE 'Y'.
           05  ORDER-HELD-SW           PIC X        VALUE 'N'.
               88 ORDER-IS-HELD                     VALUE 'Y'.
           05  SKIP-REASON-WS          PIC X(30)    VALUE SPACES.
           05  CATCH-UP-COUNT-WS       PIC 9(3)     VALUE ZERO.
           05  CATCH-UP-LIMIT-WS       PIC 9(3)     VALUE 60.
           05  MONTHS-TO-ADD-WS        PIC 9        VALUE ZERO.
           05  ORDERS-READ-WS          PIC 9(5)     VALUE ZERO.
           05  ORDERS-INACTIVE-WS      PIC 9(5)     VALUE ZERO.
           05  ORDERS-NOT-DUE-WS       PIC 9(5)     VALUE ZERO.
           05  ITEMS-GENERATED-WS      PIC 9(6)     VALUE ZERO.
           05  ITEMS-SKIPPED-WS        PIC 9(5)     VALUE ZERO.
           05  ORDERS-ENDED-WS         PIC 9(5)     VALUE ZERO.
           05  ORDERS-STOPPED-WS       PIC 9(5)     VALUE ZERO.
           05  ORDERS-CAPPED-WS        PIC 9(5)     VALUE ZERO.
           05  GENERATED-HASH-WS       PIC 9(10)V99 VALUE ZERO.
           05  GENERATED-AMOUNT-WS     PIC 9(10)V99 VALUE ZERO.

      *    THE BATCH ALREADY ON STANDORD.DAT IS CHECKED BEFORE IT IS
      *    OVERWRITTEN - IF IT CARRIES ITEMS AND NO VALIDATION RUN
      *    SINCE IT WAS GENERATED HAS LOGGED PROCESSING IT, THE
      *    ITEMS WOULD BE LOST (THEIR ORDERS HAVE ALREADY ROLLED
      *    FORWARD), SO THE RUN STOPS.
       01  PRIOR-BATCH-WS.
           05  PRIOR-BASE-RUN-WS       PIC 9(6)     VALUE ZERO.
           05  PRIOR-ITEM-COUNT-WS     PIC 9(6)     VALUE ZERO.
           05  PRIOR-CONSUMED-SW       PIC X        VALUE 'N'.
               88 PRIOR-WAS-CONSUMED                VALUE 'Y'.
           05  PRIOR-BATCH-RECORD-WS   PIC X(80)    VALUE SPACES.
           05  PRIOR-HEADER-FIELDS-WS
               REDEFINES PRIOR-BATCH-RECORD-WS.
               10  PRIOR-RECORD-TYPE-WS
                                       PIC X.
               10  PRIOR-HDR-BASE-RUN-WS
                                       PIC 9(6).
               10                      PIC X(73).
           05  PRIOR-TRAILER-FIELDS-WS
               REDEFINES PRIOR-BATCH-RECORD-WS.
               10                      PIC X.
               10  PRIOR-TRL-COUNT-WS  PIC 9(6).
               10                      PIC X(73).

      *    DATE ROLLING.  A WEEKLY ORDER MOVES ON SEVEN DAYS; A
      *    MONTHLY OR QUARTERLY ORDER MOVES ON ONE OR THREE MONTHS
      *    TO ITS ANCHOR DAY, CUT BACK TO THE LAST DAY OF A SHORT
      *    MONTH.
       01  DATE-ROLL-WS.
           05  ROLL-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  ROLL-DATE-PARTS-WS REDEFINES ROLL-DATE-WS.
               10  ROLL-YEAR-WS        PIC 9(4).
               10  ROLL-MONTH-WS       PIC 99.
               10  ROLL-DAY-WS         PIC 99.
           05  ROLL-ANCHOR-DAY-WS      PIC 99       VALUE ZERO.
           05  MAX-DAY-WS              PIC 99       VALUE ZERO.
           05  LEAP-YEAR-SW            PIC X        VALUE 'N'.
           05  QUOTIENT-WS             PIC 9(4)     VALUE ZERO.
           05  REMAINDER-4-WS          PIC 9(4)     VALUE ZERO.
           05  REMAINDER-100-WS        PIC 9(4)     VALUE ZERO.
           05  REMAINDER-400-WS        PIC 9(4)     VALUE ZERO.

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

       01  ACCOUNT-MASTER-WS.
           05  ACCOUNT-TABLE-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  MASTER-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 MASTER-TABLE-IS-FULL              VALUE 'Y'.
           05  ACCT-FOUND-SW           PIC X        VALUE 'N'.
               88 ACCT-WAS-FOUND                    VALUE 'Y'.
           05  ACCT-FOUND-STATUS-WS    PIC X        VALUE SPACE.
           05  SEARCH-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  ACCOUNT-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON ACCOUNT-TABLE-COUNT-WS
                   ASCENDING KEY IS ACCT-TABLE-CODE-WS
                   INDEXED BY ACCT-IDX.
               10  ACCT-TABLE-CODE-WS  PIC X(4).
               10  ACCT-TABLE-STATUS-WS
                                       PIC X.

       01  ORDER-TABLE-AREA-WS.
           05  ORDER-TABLE-COUNT-WS    PIC 9(4)     VALUE ZERO.
           05  ORDER-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON ORDER-TABLE-COUNT-WS
                   INDEXED BY ORD-IDX.
               10  ORDER-TABLE-RECORD-WS
                                       PIC X(80).

       01  GENERATED-DETAIL-WS.
           05  GD-RECORD-TYPE          PIC X.
           05  GD-ACCOUNT-CODE         PIC X(4).
           05  GD-DEST-ACCOUNT-CODE    PIC X(4).
           05  GD-AMOUNT               PIC 9(6)V99.
           05  GD-TRANSACTION-DATE.
               10  GD-MONTH            PIC 99.
               10  GD-DAY              PIC 99.
               10  GD-YEAR             PIC 9(4).
           05                          PIC X(15).
      *    THE REFERENCE IS THE ORDER ID AND THE DUE DATE AS
      *    YYMMDD, SO EACH GENERATED ITEM IS UNIQUE.
           05  GD-TRANS-REFERENCE.
               10  GD-REF-ORDER-ID     PIC X(6).
               10  GD-REF-DUE-DATE     PIC 9(6).
           05                          PIC X(28).

       01  GENERATED-HEADER-WS.
           05                          PIC X     VALUE 'H'.
           05  GH-BASE-RUN             PIC 9(6).
           05  GH-GENERATED-DATE       PIC 9(8).
           05                          PIC X(20) VALUE
                                       'STANDING ORDERS'.
           05                          PIC X(45) VALUE SPACES.

       01  GENERATED-TRAILER-WS.
           05                          PIC X     VALUE 'Z'.
           05  GZ-DETAIL-COUNT         PIC 9(6).
           05  GZ-HASH-TOTAL           PIC 9(10)V99.
           05                          PIC X(61) VALUE SPACES.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(36) VALUE
                               'STANDING ORDER REGISTER - RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(12) VALUE '  OPERATOR '.
           05  OPERATOR-ID-OUT         PIC X(8).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(8)  VALUE 'ORDER'.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(6)  VALUE 'DEST'.
           05                          PIC X(3)  VALUE 'T'.
           05                          PIC X(13) VALUE '      AMOUNT'.
           05                          PIC X(3)  VALUE 'F'.
           05                          PIC X(10) VALUE 'DUE DATE'.
           05                          PIC X(32) VALUE 'RESULT'.
           05                          PIC X(10) VALUE 'NEXT DUE'.
           05                          PIC X(20) VALUE 'DESCRIPTION'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ORDER-ID-OUT            PIC X(6).
           05                          PIC X(2).
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  DEST-ACCOUNT-OUT        PIC X(4).
           05                          PIC X(2).
           05  RECORD-TYPE-OUT         PIC X.
           05                          PIC X(2).
           05  AMOUNT-OUT              PIC ZZZ,ZZ9.99.
           05                          PIC X(3).
           05  FREQUENCY-OUT           PIC X.
           05                          PIC X(2).
           05  DUE-DATE-OUT            PIC 9(8).
           05                          PIC X(2).
           05  RESULT-OUT              PIC X(30).
           05                          PIC X(2).
           05  NEXT-DUE-OUT            PIC 9(8).
           05                          PIC X(2).
           05  DESCRIPTION-OUT         PIC X(20).

       01  NOTICE-LINE.
           05                          PIC X.
           05  NOTICE-TEXT-OUT         PIC X(70).

       01  FOOTER-DETAIL-LINE.
           05                          PIC X.
           05  FOOTER-LABEL-OUT        PIC X(38).
           05  FOOTER-COUNT-OUT        PIC Z9(5).

       01  FOOTER-AMOUNT-LINE.
           05                          PIC X.
           05  FOOTER-AMT-LABEL-OUT    PIC X(38).
           05  FOOTER-AMOUNT-OUT       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN.
           PERFORM 300-PROCESS-ONE-ORDER
               VARYING ORD-IDX FROM 1 BY 1
               UNTIL ORD-IDX > ORDER-TABLE-COUNT-WS.
           PERFORM 600-WRITE-BATCH-TRAILER.
           PERFORM 610-REWRITE-STANDING-ORDERS.
           PERFORM 620-ADD-TO-FILE-LIST.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 205-READ-RUN-CONTROL.
           PERFORM 210-CHECK-PRIOR-BATCH.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 230-LOAD-STANDING-ORDERS.
           OPEN OUTPUT STANDING-ORDER-BATCH.
           MOVE LAST-RUN-NUMBER-WS TO GH-BASE-RUN.
           MOVE RUN-DATE-WS        TO GH-GENERATED-DATE.
           WRITE STANDING-ORDER-BATCH-RECORD FROM GENERATED-HEADER-WS.
           OPEN OUTPUT ORDER-REGISTER.
           PERFORM 700-HEADER.

      *    THE RUN DATE OVERRIDE ON RUNCTL.DAT IS HONOURED SO THE
      *    ITEMS FALL DUE ON THE SAME DATE VALIDATION WILL SCREEN
      *    THEM AGAINST.
       205-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           READ RUN-CONTROL INTO RUN-CONTROL-RECORD
               AT END
                   MOVE ZERO TO RC-LAST-RUN-NUMBER
                   MOVE SPACES TO RC-OPERATOR-ID
                   MOVE ZERO TO RC-RUN-DATE
           END-READ.
           IF RC-LAST-RUN-NUMBER IS NUMERIC
               MOVE RC-LAST-RUN-NUMBER TO LAST-RUN-NUMBER-WS
           END-IF.
           IF RC-OPERATOR-ID <> SPACES
               MOVE RC-OPERATOR-ID TO OPERATOR-ID-WS
           END-IF.
           IF RC-RUN-DATE IS NUMERIC AND RC-RUN-DATE > 0
               MOVE RC-RUN-DATE TO RUN-DATE-WS
           END-IF.
           CLOSE RUN-CONTROL.

       210-CHECK-PRIOR-BATCH.
           OPEN INPUT STANDING-ORDER-BATCH.
           PERFORM 212-READ-PRIOR-BATCH
               UNTIL PRIOR-BATCH-EOF-WS = 'YES'.
           CLOSE STANDING-ORDER-BATCH.
           IF PRIOR-ITEM-COUNT-WS > 0
               OPEN INPUT RUN-LOG
               PERFORM 215-SCAN-ONE-LOG-RECORD
                   UNTIL LOG-EOF-WS = 'YES'
                      OR PRIOR-WAS-CONSUMED
               CLOSE RUN-LOG
               IF NOT PRIOR-WAS-CONSUMED
                   DISPLAY 'STORDGEN: STANDORD.DAT STILL HOLDS '
                       PRIOR-ITEM-COUNT-WS
                       ' ITEMS NOT YET PROCESSED BY VALIDATION'
                   DISPLAY 'STORDGEN: RUN VALIDATION FIRST - THIS'
                       ' RUN IS STOPPED, NO FILES WERE CHANGED'
                   STOP RUN
               END-IF
           END-IF.

       212-READ-PRIOR-BATCH.
           READ STANDING-ORDER-BATCH INTO PRIOR-BATCH-RECORD-WS
               AT END MOVE 'YES' TO PRIOR-BATCH-EOF-WS
           END-READ.
           IF PRIOR-BATCH-EOF-WS <> 'YES'
               EVALUATE PRIOR-RECORD-TYPE-WS
                   WHEN 'H'
                       IF PRIOR-HDR-BASE-RUN-WS IS NUMERIC
                           MOVE PRIOR-HDR-BASE-RUN-WS
                               TO PRIOR-BASE-RUN-WS
                       END-IF
                   WHEN 'Z'
                       IF PRIOR-TRL-COUNT-WS IS NUMERIC
                           MOVE PRIOR-TRL-COUNT-WS
                               TO PRIOR-ITEM-COUNT-WS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    VALIDATION LOGS AN F RECORD NAMING EACH SOURCE FILE IT
      *    FINISHES.  ANY RUN NUMBERED ABOVE THE ONE ON FILE WHEN
      *    THE BATCH WAS GENERATED HAS TAKEN IT.
       215-SCAN-ONE-LOG-RECORD.
           READ RUN-LOG INTO RUN-LOG-RECORD
               AT END MOVE 'YES' TO LOG-EOF-WS
           END-READ.
           IF LOG-EOF-WS <> 'YES'
                  AND RL-EVENT = 'F'
                  AND RL-RUN-NUMBER IS NUMERIC
                  AND RL-RUN-NUMBER > PRIOR-BASE-RUN-WS
                  AND RL-DETAIL = BATCH-FILE-NAME-WS
               MOVE 'Y' TO PRIOR-CONSUMED-SW
           END-IF.

       220-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM 225-LOAD-ONE-ACCOUNT
               UNTIL ACCT-MASTER-EOF-WS = 'YES'
                  OR ACCOUNT-TABLE-COUNT-WS = 10000.
           IF ACCT-MASTER-EOF-WS <> 'YES'
               MOVE 'Y' TO MASTER-TABLE-FULL-SW
           END-IF.
           CLOSE ACCOUNT-MASTER.
           IF ACCOUNT-TABLE-COUNT-WS > 1
               SORT ACCOUNT-TABLE-WS
                   ON ASCENDING KEY ACCT-TABLE-CODE-WS
           END-IF.

       225-LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MASTER INTO ACCOUNT-MASTER-RECORD
               AT END MOVE 'YES' TO ACCT-MASTER-EOF-WS
           END-READ.
           IF ACCT-MASTER-EOF-WS <> 'YES'
               ADD 1 TO ACCOUNT-TABLE-COUNT-WS
               MOVE AM-ACCOUNT-CODE
                   TO ACCT-TABLE-CODE-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE AM-STATUS
                   TO ACCT-TABLE-STATUS-WS (ACCOUNT-TABLE-COUNT-WS)
           END-IF.

      *    THE WHOLE ORDER FILE IS HELD SO IT CAN BE REWRITTEN WITH
      *    THE ROLLED DATES.  A FILE TOO BIG FOR THE TABLE IS NOT
      *    TOUCHED AT ALL - PART-ROLLING IT WOULD LOSE ORDERS.
       230-LOAD-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDERS.
           PERFORM 235-LOAD-ONE-ORDER
               UNTIL ORDER-EOF-WS = 'YES'
                  OR ORDER-TABLE-COUNT-WS = 5000.
           IF ORDER-EOF-WS <> 'YES'
               READ STANDING-ORDERS
                   AT END MOVE 'YES' TO ORDER-EOF-WS
               END-READ
           END-IF.
           CLOSE STANDING-ORDERS.
           IF ORDER-EOF-WS <> 'YES'
               DISPLAY 'STORDGEN: STORDERS.DAT EXCEEDS 5000 ORDERS'
               DISPLAY 'STORDGEN: THIS RUN IS STOPPED, NO FILES WERE'
                   ' CHANGED'
               STOP RUN
           END-IF.

       235-LOAD-ONE-ORDER.
           READ STANDING-ORDERS INTO STANDING-ORDER-RECORD
               AT END MOVE 'YES' TO ORDER-EOF-WS
           END-READ.
           IF ORDER-EOF-WS <> 'YES'
                  AND STANDING-ORDER-RECORD <> SPACES
               ADD 1 TO ORDER-TABLE-COUNT-WS
               MOVE STANDING-ORDER-RECORD
                   TO ORDER-TABLE-RECORD-WS (ORDER-TABLE-COUNT-WS)
           END-IF.

      *    EACH ACTIVE ORDER GENERATES ONE ITEM FOR EVERY DUE DATE
      *    UP TO AND INCLUDING THE RUN DATE, SO A MISSED NIGHT IS
      *    CAUGHT UP RATHER THAN LOST.  EACH ITEM CARRIES ITS OWN
      *    DUE DATE AS THE TRANSACTION DATE.
       300-PROCESS-ONE-ORDER.
           MOVE ORDER-TABLE-RECORD-WS (ORD-IDX)
               TO STANDING-ORDER-RECORD.
           ADD 1 TO ORDERS-READ-WS.
           IF NOT SO-STATUS-ACTIVE
               ADD 1 TO ORDERS-INACTIVE-WS
           ELSE
               PERFORM 310-CHECK-ORDER-FIELDS
               IF NOT ORDER-IS-VALID
                   PERFORM 390-REPORT-SKIPPED
               ELSE
                   IF SO-NEXT-DUE-DATE > RUN-DATE-WS
                       ADD 1 TO ORDERS-NOT-DUE-WS
                   ELSE
                       PERFORM 320-CHECK-ORDER-ACCOUNTS
                       IF ORDER-IS-VALID
                           PERFORM 330-GENERATE-DUE-ITEMS
                       ELSE
                           PERFORM 390-REPORT-SKIPPED
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE STANDING-ORDER-RECORD
               TO ORDER-TABLE-RECORD-WS (ORD-IDX).

       310-CHECK-ORDER-FIELDS.
           MOVE 'Y' TO ORDER-VALID-SW.
           MOVE SPACES TO SKIP-REASON-WS.
           EVALUATE TRUE
               WHEN SO-ACCOUNT-CODE = SPACES
                   MOVE 'ACCOUNT CODE IS BLANK' TO SKIP-REASON-WS
               WHEN NOT SO-TYPE-VALID
                   MOVE 'RECORD TYPE NOT A, E OR T' TO SKIP-REASON-WS
               WHEN SO-TYPE-TRANSFER AND SO-DEST-ACCOUNT-CODE = SPACES
                   MOVE 'TRANSFER HAS NO DEST ACCOUNT'
                       TO SKIP-REASON-WS
               WHEN SO-AMOUNT IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO SKIP-REASON-WS
               WHEN SO-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO SKIP-REASON-WS
               WHEN NOT SO-FREQ-VALID
                   MOVE 'FREQUENCY NOT W, M OR Q' TO SKIP-REASON-WS
               WHEN SO-NEXT-DUE-DATE IS NOT NUMERIC
                   MOVE 'NEXT-DUE DATE NOT NUMERIC' TO SKIP-REASON-WS
               WHEN SO-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC' TO SKIP-REASON-WS
               WHEN OTHER
                   MOVE SO-NEXT-DUE-DATE TO ROLL-DATE-WS
                   IF ROLL-MONTH-WS < 1 OR ROLL-MONTH-WS > 12
                       MOVE 'NEXT-DUE DATE NOT VALID'
                           TO SKIP-REASON-WS
                   ELSE
                       PERFORM 370-DETERMINE-MAX-DAY
                       IF ROLL-DAY-WS < 1 OR ROLL-DAY-WS > MAX-DAY-WS
                           MOVE 'NEXT-DUE DATE NOT VALID'
                               TO SKIP-REASON-WS
                       END-IF
                   END-IF
           END-EVALUATE.
           IF SKIP-REASON-WS <> SPACES
               MOVE 'N' TO ORDER-VALID-SW
           END-IF.

      *    A CLOSED ACCOUNT STOPS THE ORDER FOR GOOD.  A FROZEN OR
      *    UNKNOWN ACCOUNT ONLY HOLDS IT - THE ORDER IS LEFT DUE AND
      *    CATCHES UP ONCE THE ACCOUNT IS SORTED OUT.
       320-CHECK-ORDER-ACCOUNTS.
           MOVE SO-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS.
           PERFORM 500-FIND-ACCOUNT.
           PERFORM 325-CHECK-ONE-ACCOUNT.
           IF ORDER-IS-VALID AND SO-TYPE-TRANSFER
               MOVE SO-DEST-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-ACCOUNT
               PERFORM 325-CHECK-ONE-ACCOUNT
           END-IF.

       325-CHECK-ONE-ACCOUNT.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               EVALUATE TRUE
                   WHEN NOT ACCT-WAS-FOUND
                       MOVE 'N' TO ORDER-VALID-SW
                       MOVE SPACES TO SKIP-REASON-WS
                       STRING 'ACCOUNT ' DELIMITED BY SIZE
                               SEARCH-ACCOUNT-WS DELIMITED BY SIZE
                               ' NOT ON MASTER - HELD'
                                   DELIMITED BY SIZE
                           INTO SKIP-REASON-WS
                       END-STRING
                   WHEN ACCT-FOUND-STATUS-WS = 'C'
                       MOVE 'N' TO ORDER-VALID-SW
                       MOVE SPACES TO SKIP-REASON-WS
                       STRING 'ACCOUNT ' DELIMITED BY SIZE
                               SEARCH-ACCOUNT-WS DELIMITED BY SIZE
                               ' CLOSED - STOPPED'
                                   DELIMITED BY SIZE
                           INTO SKIP-REASON-WS
                       END-STRING
                       MOVE 'S' TO SO-STATUS
                       ADD 1 TO ORDERS-STOPPED-WS
                   WHEN ACCT-FOUND-STATUS-WS = 'F'
                       MOVE 'N' TO ORDER-VALID-SW
                       MOVE SPACES TO SKIP-REASON-WS
                       STRING 'ACCOUNT ' DELIMITED BY SIZE
                               SEARCH-ACCOUNT-WS DELIMITED BY SIZE
                               ' FROZEN - HELD'
                                   DELIMITED BY SIZE
                           INTO SKIP-REASON-WS
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       330-GENERATE-DUE-ITEMS.
           IF SO-ANCHOR-DAY IS NOT NUMERIC OR SO-ANCHOR-DAY = 0
               MOVE SO-NEXT-DUE-DATE (7:2) TO SO-ANCHOR-DAY
           END-IF.
           MOVE ZERO TO CATCH-UP-COUNT-WS.
           PERFORM 335-GENERATE-ONE-ITEM
               UNTIL NOT SO-STATUS-ACTIVE
                  OR SO-NEXT-DUE-DATE > RUN-DATE-WS
                  OR CATCH-UP-COUNT-WS = CATCH-UP-LIMIT-WS.
           IF SO-STATUS-ACTIVE
                  AND SO-NEXT-DUE-DATE <= RUN-DATE-WS
               ADD 1 TO ORDERS-CAPPED-WS
               MOVE 'CATCH-UP LIMIT - REST NEXT RUN' TO SKIP-REASON-WS
               PERFORM 390-REPORT-SKIPPED
           END-IF.

      *    AN OCCURRENCE PAST THE END DATE IS NEVER GENERATED; THE
      *    ORDER IS MARKED ENDED INSTEAD.
       335-GENERATE-ONE-ITEM.
           IF SO-END-DATE > 0 AND SO-NEXT-DUE-DATE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
               ADD 1 TO ORDERS-ENDED-WS
               MOVE 'END DATE REACHED - ORDER ENDED' TO SKIP-REASON-WS
               PERFORM 390-REPORT-SKIPPED
           ELSE
               MOVE SPACES               TO GENERATED-DETAIL-WS
               MOVE SO-RECORD-TYPE       TO GD-RECORD-TYPE
               MOVE SO-ACCOUNT-CODE      TO GD-ACCOUNT-CODE
               IF SO-TYPE-TRANSFER
                   MOVE SO-DEST-ACCOUNT-CODE TO GD-DEST-ACCOUNT-CODE
               END-IF
               MOVE SO-AMOUNT            TO GD-AMOUNT
               MOVE SO-NEXT-DUE-DATE     TO ROLL-DATE-WS
               MOVE ROLL-MONTH-WS        TO GD-MONTH
               MOVE ROLL-DAY-WS          TO GD-DAY
               MOVE ROLL-YEAR-WS         TO GD-YEAR
               MOVE SO-ORDER-ID          TO GD-REF-ORDER-ID
               MOVE SO-NEXT-DUE-DATE     TO GD-REF-DUE-DATE
               WRITE STANDING-ORDER-BATCH-RECORD
                   FROM GENERATED-DETAIL-WS
               ADD 1 TO ITEMS-GENERATED-WS
               ADD SO-AMOUNT TO GENERATED-HASH-WS
               ADD SO-AMOUNT TO GENERATED-AMOUNT-WS
               ADD 1 TO CATCH-UP-COUNT-WS
               MOVE SO-NEXT-DUE-DATE TO SO-LAST-GENERATED
               MOVE SO-NEXT-DUE-DATE TO DUE-DATE-OUT
               PERFORM 350-ROLL-NEXT-DUE
               MOVE 'GENERATED' TO RESULT-OUT
               PERFORM 710-PRINT-ORDER-LINE
           END-IF.

       350-ROLL-NEXT-DUE.
           MOVE SO-NEXT-DUE-DATE TO ROLL-DATE-WS.
           IF SO-FREQ-WEEKLY
               PERFORM 360-ROLL-ONE-WEEK
           ELSE
               IF SO-FREQ-QUARTERLY
                   MOVE 3 TO MONTHS-TO-ADD-WS
               ELSE
                   MOVE 1 TO MONTHS-TO-ADD-WS
               END-IF
               PERFORM 365-ROLL-MONTHS
           END-IF.
           MOVE ROLL-DATE-WS TO SO-NEXT-DUE-DATE.

       360-ROLL-ONE-WEEK.
           PERFORM 370-DETERMINE-MAX-DAY.
           ADD 7 TO ROLL-DAY-WS.
           IF ROLL-DAY-WS > MAX-DAY-WS
               SUBTRACT MAX-DAY-WS FROM ROLL-DAY-WS
               ADD 1 TO ROLL-MONTH-WS
               IF ROLL-MONTH-WS > 12
                   MOVE 1 TO ROLL-MONTH-WS
                   ADD 1 TO ROLL-YEAR-WS
               END-IF
           END-IF.

       365-ROLL-MONTHS.
           ADD MONTHS-TO-ADD-WS TO ROLL-MONTH-WS.
           IF ROLL-MONTH-WS > 12
               SUBTRACT 12 FROM ROLL-MONTH-WS
               ADD 1 TO ROLL-YEAR-WS
           END-IF.
           MOVE SO-ANCHOR-DAY TO ROLL-ANCHOR-DAY-WS.
           PERFORM 370-DETERMINE-MAX-DAY.
           IF ROLL-ANCHOR-DAY-WS > MAX-DAY-WS
               MOVE MAX-DAY-WS TO ROLL-DAY-WS
           ELSE
               MOVE ROLL-ANCHOR-DAY-WS TO ROLL-DAY-WS
           END-IF.

       370-DETERMINE-MAX-DAY.
           MOVE MONTH-DAYS-TABLE-WS (ROLL-MONTH-WS) TO MAX-DAY-WS.
           IF ROLL-MONTH-WS = 02
               PERFORM 375-CHECK-LEAP-YEAR
               IF LEAP-YEAR-SW = 'Y'
                   MOVE 29 TO MAX-DAY-WS
               END-IF
           END-IF.

       375-CHECK-LEAP-YEAR.
           MOVE 'N' TO LEAP-YEAR-SW.
           DIVIDE ROLL-YEAR-WS BY 4 GIVING QUOTIENT-WS
                   REMAINDER REMAINDER-4-WS.
           IF REMAINDER-4-WS = 0
               DIVIDE ROLL-YEAR-WS BY 100 GIVING QUOTIENT-WS
                       REMAINDER REMAINDER-100-WS
               IF REMAINDER-100-WS NOT = 0
                   MOVE 'Y' TO LEAP-YEAR-SW
               ELSE
                   DIVIDE ROLL-YEAR-WS BY 400 GIVING QUOTIENT-WS
                           REMAINDER REMAINDER-400-WS
                   IF REMAINDER-400-WS = 0
                       MOVE 'Y' TO LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.

       390-REPORT-SKIPPED.
           ADD 1 TO ITEMS-SKIPPED-WS.
           IF SO-NEXT-DUE-DATE IS NUMERIC
               MOVE SO-NEXT-DUE-DATE TO DUE-DATE-OUT
           ELSE
               MOVE ZERO TO DUE-DATE-OUT
           END-IF.
           MOVE SKIP-REASON-WS TO RESULT-OUT.
           PERFORM 710-PRINT-ORDER-LINE.

       500-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           MOVE SPACE TO ACCT-FOUND-STATUS-WS.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               SET ACCT-IDX TO 1
               SEARCH ALL ACCOUNT-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN ACCT-TABLE-CODE-WS (ACCT-IDX)
                            = SEARCH-ACCOUNT-WS
                      MOVE 'Y' TO ACCT-FOUND-SW
                      MOVE ACCT-TABLE-STATUS-WS (ACCT-IDX)
                          TO ACCT-FOUND-STATUS-WS
               END-SEARCH
           END-IF.

       600-WRITE-BATCH-TRAILER.
           MOVE ITEMS-GENERATED-WS TO GZ-DETAIL-COUNT.
           MOVE GENERATED-HASH-WS  TO GZ-HASH-TOTAL.
           WRITE STANDING-ORDER-BATCH-RECORD FROM GENERATED-TRAILER-WS.

       610-REWRITE-STANDING-ORDERS.
           IF ORDER-TABLE-COUNT-WS > 0
               OPEN OUTPUT STANDING-ORDERS
               PERFORM 615-WRITE-ONE-ORDER
                   VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > ORDER-TABLE-COUNT-WS
               CLOSE STANDING-ORDERS
           END-IF.

       615-WRITE-ONE-ORDER.
           WRITE STANDING-ORDER-RECORD
               FROM ORDER-TABLE-RECORD-WS (ORD-IDX).

      *    THE GENERATED FILE IS ADDED TO THE NIGHT'S SOURCE LIST
      *    ONCE.  VALIDATION TREATS AN EMPTY OR MISSING LIST AS
      *    SOURCE6.DAT ALONE, SO WHEN THE LIST IS EMPTY THAT DEFAULT
      *    IS WRITTEN FIRST TO KEEP IT IN THE RUN.
       620-ADD-TO-FILE-LIST.
           OPEN INPUT SOURCE-FILE-LIST.
           PERFORM 625-SCAN-ONE-LIST-ENTRY
               UNTIL SRC-LIST-EOF-WS = 'YES'.
           CLOSE SOURCE-FILE-LIST.
           IF NOT BATCH-IS-LISTED
               OPEN EXTEND SOURCE-FILE-LIST
               IF SRC-LIST-COUNT-WS = 0
                   WRITE SOURCE-FILE-LIST-RECORD
                       FROM DEFAULT-SOURCE-FILE-WS
               END-IF
               WRITE SOURCE-FILE-LIST-RECORD FROM BATCH-FILE-NAME-WS
               CLOSE SOURCE-FILE-LIST
           END-IF.

       625-SCAN-ONE-LIST-ENTRY.
           READ SOURCE-FILE-LIST INTO SOURCE-FILE-LIST-RECORD
               AT END MOVE 'YES' TO SRC-LIST-EOF-WS
           END-READ.
           IF SRC-LIST-EOF-WS <> 'YES'
                  AND SOURCE-FILE-LIST-RECORD <> SPACES
               ADD 1 TO SRC-LIST-COUNT-WS
               IF SOURCE-FILE-LIST-RECORD = BATCH-FILE-NAME-WS
                   MOVE 'Y' TO ALREADY-LISTED-SW
               END-IF
           END-IF.

       700-HEADER.
           MOVE RUN-DATE-WS    TO RUN-DATE-OUT.
           MOVE OPERATOR-ID-WS TO OPERATOR-ID-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       710-PRINT-ORDER-LINE.
           MOVE SO-ORDER-ID          TO ORDER-ID-OUT.
           MOVE SO-ACCOUNT-CODE      TO ACCOUNT-CODE-OUT.
           MOVE SO-DEST-ACCOUNT-CODE TO DEST-ACCOUNT-OUT.
           MOVE SO-RECORD-TYPE       TO RECORD-TYPE-OUT.
           IF SO-AMOUNT IS NUMERIC
               MOVE SO-AMOUNT        TO AMOUNT-OUT
           ELSE
               MOVE ZERO             TO AMOUNT-OUT
           END-IF.
           MOVE SO-FREQUENCY         TO FREQUENCY-OUT.
           IF SO-NEXT-DUE-DATE IS NUMERIC
               MOVE SO-NEXT-DUE-DATE TO NEXT-DUE-OUT
           ELSE
               MOVE ZERO             TO NEXT-DUE-OUT
           END-IF.
           MOVE SO-DESCRIPTION       TO DESCRIPTION-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       800-FOOTER.
           IF ACCOUNT-TABLE-COUNT-WS = 0
               MOVE '*** ACCOUNT MASTER MISSING OR EMPTY - ACCOUNT CHE
      -            'CKS SKIPPED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF MASTER-TABLE-IS-FULL
               MOVE '*** ACCOUNT MASTER EXCEEDS 10000 RECORDS - LATER
      -            'ACCOUNTS NOT FOUND ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

           MOVE 'STANDING ORDERS READ..........:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-READ-WS               TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'ORDERS ENDED OR STOPPED BEFORE:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-INACTIVE-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ORDERS NOT YET DUE............:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-NOT-DUE-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ITEMS GENERATED...............:' TO FOOTER-LABEL-OUT
           MOVE ITEMS-GENERATED-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ITEMS SKIPPED OR HELD.........:' TO FOOTER-LABEL-OUT
           MOVE ITEMS-SKIPPED-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ORDERS ENDED THIS RUN.........:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-ENDED-WS              TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ORDERS STOPPED - ACCT CLOSED..:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-STOPPED-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ORDERS AT CATCH-UP LIMIT......:' TO FOOTER-LABEL-OUT
           MOVE ORDERS-CAPPED-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'AMOUNT GENERATED..............:'
               TO FOOTER-AMT-LABEL-OUT
           MOVE GENERATED-AMOUNT-WS          TO FOOTER-AMOUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-AMOUNT-LINE AFTER 1.

       900-CLOSE.
           CLOSE STANDING-ORDER-BATCH ORDER-REGISTER.
           DISPLAY 'STORDGEN: ' ITEMS-GENERATED-WS
               ' ITEMS WRITTEN TO STANDORD.DAT'.
