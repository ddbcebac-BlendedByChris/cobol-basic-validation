           SELECT OPTIONAL PERIOD-CONTROL
               ASSIGN TO 'PERIODS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCHANGE-RATES
               ASSIGN TO 'EXCHRATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEXT-STEP-FILE
               ASSIGN TO 'CYCLNEXT.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       FD  TRANSACTIONS.
       01  TRANSACTIONS-RECORD-IN      PIC X(80).
      *    ACCTMAST.DAT BY ACCTIXLD AFTER EACH MAINTENANCE RUN.
      *    STATUS IS O (OPEN), C (CLOSED) OR F (FROZEN); A BLANK
      *    STATUS ON AN OLD-FORMAT RECORD IS TREATED AS OPEN.
      *    EFFECTIVE DATES ARE YYYYMMDD.  THE HOME CURRENCY IS THE
      *    CURRENCY THE ACCOUNT IS HELD IN; BLANK MEANS THE BASE
      *    (LEDGER) CURRENCY.
       FD  ACCOUNT-MASTER-IX.
       01  ACCOUNT-MASTER-IX-RECORD.
           05  IX-ACCOUNT-CODE         PIC X(4).
               88 IX-STATUS-FROZEN     VALUE 'F'.
           05  IX-OPEN-DATE            PIC X(8).
           05  IX-CLOSE-DATE           PIC X(8).
           05  IX-OVERDRAFT-LIMIT      PIC X(9).
           05  IX-HOME-CURRENCY        PIC X(3).
           05                          PIC X(17).
       FD  CHECKPOINT-CONTROL.
       01  CHECKPOINT-CONTROL-RECORD.
           05  CKC-INTERVAL            PIC 9(5).
           05  CKPT-WARNING-COUNT          PIC 9(5).
           05  CKPT-CLOSED-PERIOD-ERROR-COUNT
                                           PIC 9(5).
           05  CKPT-CURRENCY-ERROR-COUNT   PIC 9(5).
           05  CKPT-RATE-ERROR-COUNT       PIC 9(5).
           05  CKPT-HOME-CURRENCY-COUNT    PIC 9(5).
           05  CKPT-REFERENCE-ERROR-COUNT  PIC 9(5).
       FD  ERROR-EXTRACT.
       01  ERROR-EXTRACT-RECORD        PIC X(150).
       FD  SUSPENSE-FILE.
           05  RH-FUTURE-DATE-ERRORS   PIC 9(5).
           05  RH-STALE-DATE-ERRORS    PIC 9(5).
           05  RH-CLOSED-PERIOD-ERRORS PIC 9(5).
           05  RH-CURRENCY-ERRORS      PIC 9(5).
           05  RH-RATE-ERRORS          PIC 9(5).
           05  RH-HOME-CURRENCY-ERRORS PIC 9(5).
           05  RH-REFERENCE-ERRORS     PIC 9(5).
      *    CUMULATIVE HISTORY OF EVERY ACCEPTED TRANSACTION.  TYPE
      *    R ENTRIES RECORD REVERSALS TAKEN AGAINST THE MATCHING
      *    ORIGINAL KEY, SO AN ORIGINAL CAN ONLY BE REVERSED ONCE
      *    ACROSS RUNS.  THE DEST ACCOUNT (TRANSFERS) AND THE
      *    REVERSED ORIGINAL'S TYPE (REVERSALS) WERE ADDED FOR THE
      *    ACCOUNT STATEMENT RUN; ROWS WRITTEN BEFORE THEN CARRY
      *    SPACES THERE, SO EVERY USE IS GUARDED.  AH-AMOUNT IS
      *    ALWAYS IN THE BASE CURRENCY; A FOREIGN-CURRENCY ROW ALSO
      *    CARRIES ITS CURRENCY CODE AND THE AMOUNT AS ORIGINALLY
      *    KEYED (S9(9)V99).  BASE-CURRENCY ROWS LEAVE BOTH BLANK.
      *    EVERY ROW CARRIES THE SENDING DEPARTMENT'S TRANSACTION
      *    REFERENCE; A REVERSAL ALSO CARRIES THE REFERENCE OF THE
      *    ORIGINAL IT BACKED OUT.  ROWS WRITTEN BEFORE REFERENCES
      *    WERE KEYED CARRY SPACES IN BOTH.
       FD  ACCEPTED-HISTORY.
       01  ACCEPTED-HISTORY-RECORD.
           05  AH-RECORD-TYPE          PIC X.
           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05  AH-REVERSED-TYPE        PIC X.
           05  AH-CURRENCY-CODE        PIC X(3).
           05  AH-ORIGINAL-AMOUNT      PIC X(11).
           05  AH-TRANS-REFERENCE      PIC X(12).
           05  AH-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(10).

      *    ONE RULE-CONTROL RECORD PER VALIDATION CHECK WHOSE
      *    SEVERITY IS BEING OVERRIDDEN: THE CHECK NUMBER (AS SHOWN
           05  PD-PERIOD               PIC 9(6).
           05  PD-STATUS               PIC X.
           05                          PIC X(73).
      *    ONE RECORD PER CURRENCY PER EFFECTIVE DATE (YYYYMMDD).
      *    ER-RATE IS THE NUMBER OF BASE-CURRENCY UNITS BOUGHT BY ONE
      *    UNIT OF THE FOREIGN CURRENCY.  A RATE STAYS IN EFFECT
      *    FROM ITS EFFECTIVE DATE UNTIL THE NEXT ENTRY FOR THE SAME
      *    CURRENCY; A TRANSACTION DATED BEFORE A CURRENCY'S FIRST
      *    ENTRY HAS NO RATE.
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
           05  SUS-TABLE-FULL-SW       PIC X        VALUE 'N'.
               88 SUS-TABLE-IS-FULL                  VALUE 'Y'.

       01  CYCLE-RELEASE-WS.
           05  NEXT-STEP-EOF-WS        PIC XXX      VALUE 'NO'.
           05  CYCLE-RELEASE-SW        PIC X        VALUE 'N'.
               88 STEP-WAS-RELEASED                 VALUE 'Y'.
           05  NEXT-STEP-SAVE-WS       PIC X(80)    VALUE SPACES.

       01  CHECKPOINT-CONTROL-WS.
           05  CHECKPOINT-INTERVAL-WS  PIC 9(5)     VALUE ZERO.
           05  RESTART-SW              PIC X        VALUE 'N'.
                                       PIC 9(5)     VALUE ZERO.
           05  RESTART-CLOSED-PERIOD-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  RESTART-CURRENCY-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  RESTART-RATE-COUNT-WS   PIC 9(5)     VALUE ZERO.
           05  RESTART-HOME-CURRENCY-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  RESTART-REFERENCE-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  CKPT-QUOTIENT-WS        PIC 9(6)     VALUE ZERO.
           05  CKPT-REMAINDER-WS       PIC 9(6)     VALUE ZERO.

           05  ACCT-IX-STATUS-WS       PIC XX       VALUE SPACES.
           05  MASTER-AVAILABLE-SW     PIC X        VALUE 'N'.
               88 MASTER-IS-AVAILABLE               VALUE 'Y'.
           05  ACCT-ON-FILE-SW         PIC X        VALUE 'N'.
               88 ACCT-IS-ON-FILE                   VALUE 'Y'.
           05  ACCT-HOME-CURRENCY-WS   PIC X(3)     VALUE SPACES.

      *    EXCHANGE RATES ARE HELD IN THE ORDER READ.  THE RATE FOR
      *    A TRANSACTION IS THE ENTRY FOR ITS CURRENCY WITH THE
      *    LATEST EFFECTIVE DATE NOT AFTER THE TRANSACTION DATE.
      *    BASE-AMOUNT-WS IS THE AMOUNT EVERY LIMIT, REVERSAL AND
      *    HISTORY CHECK WORKS IN - THE KEYED AMOUNT FOR A BASE-
      *    CURRENCY RECORD, THE CONVERTED AMOUNT FOR A FOREIGN ONE.
       01  CURRENCY-CONVERSION-WS.
           05  RATE-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RATE-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 RATE-TABLE-IS-FULL                VALUE 'Y'.
           05  CURRENCY-KNOWN-SW       PIC X        VALUE 'N'.
               88 CURRENCY-IS-KNOWN                 VALUE 'Y'.
           05  RATE-FOUND-SW           PIC X        VALUE 'N'.
               88 RATE-WAS-FOUND                    VALUE 'Y'.
           05  CONVERSION-RATE-WS      PIC 9(4)V9(6) VALUE ZERO.
           05  RATE-DATE-WS            PIC 9(8)     VALUE ZERO.
           05  RATE-TRANS-DATE-WS      PIC 9(8)     VALUE ZERO.
           05  BASE-AMOUNT-WS          PIC S9(6)V99 VALUE ZERO.
           05  BASE-AMOUNT-X-WS        PIC X(8)
               REDEFINES               BASE-AMOUNT-WS.
           05  RATE-TABLE-COUNT-WS     PIC 9(4)     VALUE ZERO.
           05  RATE-TABLE-WS
                   OCCURS 1 TO 2000 TIMES
                       DEPENDING ON RATE-TABLE-COUNT-WS
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY-WS    PIC X(3).
               10  RATE-EFFECTIVE-DATE-WS
                                       PIC 9(8).
               10  RATE-VALUE-WS       PIC 9(4)V9(6).

       01  CALENDAR-CHECK-WS.
           05  MAX-DAY-WS              PIC 99       VALUE ZERO.
           05  STALE-DATE-ERROR-COUNT-WS   PIC 9(5) VALUE ZERO.
           05  CLOSED-PERIOD-ERROR-COUNT-WS
                                           PIC 9(5) VALUE ZERO.
           05  CURRENCY-ERROR-COUNT-WS     PIC 9(5) VALUE ZERO.
           05  RATE-ERROR-COUNT-WS         PIC 9(5) VALUE ZERO.
           05  HOME-CURRENCY-COUNT-WS      PIC 9(5) VALUE ZERO.
           05  REFERENCE-ERROR-COUNT-WS    PIC 9(5) VALUE ZERO.

       01  RECORD-TYPE-COUNTS-WS.
           05  TYPE-A-ERROR-COUNT-WS       PIC 9(5) VALUE ZERO.
      *    DUPLICATE KEYS ARE COLLECTED FOR EVERY DETAIL RECORD
      *    DURING THE PRE-PASS, SORTED, AND COMPRESSED TO ONE ENTRY
      *    PER DISTINCT KEY (CARRYING THE FIRST RECORD NUMBER), SO
      *    THE MAIN PASS CAN USE A BINARY SEARCH.  THE KEY IS TAKEN
      *    FROM THE RECORD AS KEYED - A FOREIGN RECORD IS KEYED BY
      *    ITS CURRENCY AND ORIGINAL AMOUNT, NOT THE CONVERTED ONE.
      *    THE TRANSACTION REFERENCE IS PART OF THE KEY, SO TWO
      *    GENUINE PAYMENTS OF THE SAME AMOUNT ON THE SAME DAY ARE
      *    NOT TAKEN FOR ONE ANOTHER.
       01  DUP-CHECK-WS.
           05  DUP-TABLE-COUNT-WS          PIC 9(6) VALUE ZERO.
           05  DUP-KEEP-SUB-WS             PIC 9(6) VALUE ZERO.
               10  DUP-SEARCH-ACCOUNT-WS   PIC X(4).
               10  DUP-SEARCH-DATE-WS      PIC X(8).
               10  DUP-SEARCH-AMOUNT-WS    PIC X(8).
               10  DUP-SEARCH-CURRENCY-WS  PIC X(3).
               10  DUP-SEARCH-ORIG-AMOUNT-WS
                                           PIC X(11).
               10  DUP-SEARCH-REFERENCE-WS PIC X(12).
           05  DUP-TABLE-WS
                   OCCURS 1 TO 500000 TIMES
                       DEPENDING ON DUP-TABLE-COUNT-WS
                   15  DUP-KEY-ACCOUNT-WS  PIC X(4).
                   15  DUP-KEY-DATE-WS     PIC X(8).
                   15  DUP-KEY-AMOUNT-WS   PIC X(8).
                   15  DUP-KEY-CURRENCY-WS PIC X(3).
                   15  DUP-KEY-ORIG-AMOUNT-WS
                                           PIC X(11).
                   15  DUP-KEY-REFERENCE-WS
                                           PIC X(12).
               10  DUP-KEY-RECORD-NUM-WS   PIC 9(6).

       01  DUP-ORIGINAL-RECORD-NUM-OUT     PIC ZZZZZ9.

      *    TRANSACTION REFERENCES.  EVERY REFERENCE ON THE ACCEPTED
      *    HISTORY IS LOADED WITH A RECORD NUMBER OF ZERO, AND THE
      *    PRE-PASS ADDS EVERY REFERENCE ON THIS RUN'S SOURCE FILES
      *    WITH ITS RECORD NUMBER.  AFTER THE SORT THE TABLE IS
      *    COMPRESSED TO ONE ENTRY PER REFERENCE - THE HISTORY ENTRY
      *    IF THERE IS ONE, OTHERWISE THE FIRST RECORD THIS RUN
      *    THAT CARRIES IT.  A HISTORY ENTRY KEEPS THE ORIGINAL'S
      *    TYPE, ACCOUNT, DATE AND BASE AMOUNT SO A REVERSAL CAN BE
      *    CHECKED AGAINST THE ORIGINAL IT NAMES, AND COUNTS HOW
      *    OFTEN THAT ORIGINAL HAS BEEN REVERSED.
       01  REFERENCE-CHECK-WS.
           05  REF-TABLE-COUNT-WS      PIC 9(6)     VALUE ZERO.
           05  REF-TABLE-FULL-SW       PIC X        VALUE 'N'.
               88 REF-TABLE-IS-FULL                 VALUE 'Y'.
           05  REF-KEEP-SUB-WS         PIC 9(6)     VALUE ZERO.
           05  REF-SCAN-SUB-WS         PIC 9(6)     VALUE ZERO.
           05  REF-MATCH-SUB-WS        PIC 9(6)     VALUE ZERO.
           05  REF-SEARCH-KEY-WS       PIC X(12)    VALUE SPACES.
           05  REF-TABLE-WS
                   OCCURS 1 TO 500000 TIMES
                       DEPENDING ON REF-TABLE-COUNT-WS
                   ASCENDING KEY IS REF-KEY-WS
                   INDEXED BY REF-IDX.
               10  REF-KEY-WS          PIC X(12).
               10  REF-RECORD-NUM-WS   PIC 9(6).
               10  REF-ORIG-TYPE-WS    PIC X.
               10  REF-ACCOUNT-WS      PIC X(4).
               10  REF-DATE-WS         PIC X(8).
               10  REF-AMOUNT-WS       PIC X(8).
               10  REF-REV-COUNT-WS    PIC 9(5).

       01  REF-FIRST-RECORD-NUM-OUT        PIC ZZZZZ9.

      *    ACCEPTED-TRANSACTION HISTORY, LOADED AND SORTED AT START
      *    OF RUN AND COMPRESSED TO ONE ENTRY PER KEY CARRYING HOW
      *    MANY ORIGINALS WERE ACCEPTED AND HOW MANY HAVE ALREADY
               10  SNAP-STALE-DATE-WS  PIC 9(5)     VALUE ZERO.
               10  SNAP-CLOSED-PERIOD-WS
                                       PIC 9(5)     VALUE ZERO.
               10  SNAP-CURRENCY-WS    PIC 9(5)     VALUE ZERO.
               10  SNAP-RATE-WS        PIC 9(5)     VALUE ZERO.
               10  SNAP-HOME-CURRENCY-WS
                                       PIC 9(5)     VALUE ZERO.
               10  SNAP-REFERENCE-WS   PIC 9(5)     VALUE ZERO.
           05  SNAP-TYPE-COUNTS-WS.
               10  SNAP-TYPE-A-WS      PIC 9(5)     VALUE ZERO.
               10  SNAP-TYPE-E-WS      PIC 9(5)     VALUE ZERO.
                                       PIC 9(6)     VALUE ZERO.
           05  PREPASS-SAVE-COUNT-WS   PIC 9(6)     VALUE ZERO.
           05  PREPASS-SAVE-RECNUM-WS  PIC 9(6)     VALUE ZERO.
           05  PREPASS-SAVE-REF-COUNT-WS
                                       PIC 9(6)     VALUE ZERO.

       01  SOURCE-FILE-CONTROL-WS.
           05  CURRENT-SOURCE-FILE-WS  PIC X(80)    VALUE SPACES.
               10  YEAR-IN             PIC 9999.
               10  YEAR-IN-X           PIC X(4)
                   REDEFINES           YEAR-IN.
      *    COLUMN 26 IS LEFT FOR THE REVERSED-TYPE FLAG SET ON THE
      *    GOODTRAN COPY.  A FOREIGN-CURRENCY RECORD CARRIES ITS
      *    CURRENCY CODE AND THE AMOUNT IN THAT CURRENCY IN COLUMNS
      *    27-40; ITS AMOUNT-IN IS IGNORED AND REPLACED BY THE
      *    CONVERTED BASE AMOUNT.  A BLANK CURRENCY IS THE BASE.
      *    THE TRANSACTION REFERENCE IS ASSIGNED BY THE SENDING
      *    DEPARTMENT AND MUST BE UNIQUE ACROSS ALL ACCEPTED
      *    TRANSACTIONS.  A REVERSAL NAMES THE REFERENCE OF THE
      *    ORIGINAL IT BACKS OUT IN COLUMNS 53-64.
           05                          PIC X.
           05  CURRENCY-CODE-IN        PIC X(3).
           05  ORIGINAL-AMOUNT-IN      PIC S9(9)V99.
           05  ORIGINAL-AMOUNT-IN-X    PIC X(11)
               REDEFINES               ORIGINAL-AMOUNT-IN.
           05  TRANS-REFERENCE-IN      PIC X(12).
           05  ORIGINAL-REFERENCE-IN   PIC X(12).
           05                          PIC X(16).

      *    ALTERNATE VIEW OF THE INPUT RECORD FOR THE 'H' BATCH
      *    HEADER AND 'Z' BATCH TRAILER CONTROL RECORDS.  THE
           PERFORM 800-FOOTER.
           PERFORM 860-WRITE-RUN-END-LOG.
           PERFORM 900-CLOSE.
           PERFORM 950-CLEAR-CYCLE-RELEASE.
           STOP RUN.

       200-OPEN.
           PERFORM 205-CHECK-CYCLE-RELEASE.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 210-READ-YEAR-CONTROL.
           PERFORM 207-LOAD-PERIOD-CONTROL.
           PERFORM 209-LOAD-EXCHANGE-RATES.
           PERFORM 211-LOAD-RULE-CONTROL.
           PERFORM 215-READ-CHECKPOINT-CONTROL.
           PERFORM 214-CHECK-GOODTRAN-HANDOFF.
                   TO WARNING-COUNT-WS
               MOVE RESTART-CLOSED-PERIOD-COUNT-WS
                   TO CLOSED-PERIOD-ERROR-COUNT-WS
               MOVE RESTART-CURRENCY-COUNT-WS
                   TO CURRENCY-ERROR-COUNT-WS
               MOVE RESTART-RATE-COUNT-WS
                   TO RATE-ERROR-COUNT-WS
               MOVE RESTART-HOME-CURRENCY-COUNT-WS
                   TO HOME-CURRENCY-COUNT-WS
               MOVE RESTART-REFERENCE-COUNT-WS
                   TO REFERENCE-ERROR-COUNT-WS
               OPEN EXTEND TRANSACTIONS-REPORT
               OPEN EXTEND GOOD-TRANSACTIONS
               OPEN EXTEND ERROR-EXTRACT
           END-IF.
           OPEN EXTEND RUN-HISTORY.

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
               IF NS-STEP-NAME = 'VALIDATION'
                   MOVE 'Y' TO CYCLE-RELEASE-SW
                   MOVE NEXT-STEP-RECORD TO NEXT-STEP-SAVE-WS
               ELSE
                   DISPLAY 'VALIDATION: NEXT STEP ON CYCLNEXT.DAT IS '
                       NS-STEP-NAME
                   DISPLAY 'VALIDATION: NOT RELEASED - THIS RUN IS'
                       ' STOPPED, NO FILES WERE CHANGED'
                   CLOSE NEXT-STEP-FILE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE NEXT-STEP-FILE.

      *    A NON-RESTART RUN OPENS GOODTRAN FOR OUTPUT, DESTROYING
      *    WHATEVER BATCH IS ON IT.  BEFORE DOING THAT, THE STAMP ON
      *    THE BATCH ALREADY THERE IS CHECKED AGAINST THE POSTED-
               ELSE
                   MOVE 'Y' TO HIST-TABLE-FULL-SW
               END-IF
               PERFORM 234-LOAD-HISTORY-REFERENCES
           END-IF.

      *    ON A RESTART THE ROWS THIS RUN WROTE BEFORE IT STOPPED
      *    ARE LEFT OUT - THEIR REFERENCES ARE ALREADY IN THE TABLE
      *    FROM THE PRE-PASS, AND THE RECORDS AFTER THE CHECKPOINT
      *    ARE ABOUT TO BE VALIDATED AGAIN.
       234-LOAD-HISTORY-REFERENCES.
           IF RESTART-REQUESTED AND AH-RUN-NUMBER = RUN-NUMBER-WS
               CONTINUE
           ELSE
               IF AH-TRANS-REFERENCE <> SPACES
                   IF REF-TABLE-COUNT-WS < 500000
                       ADD 1 TO REF-TABLE-COUNT-WS
                       MOVE AH-TRANS-REFERENCE
                           TO REF-KEY-WS (REF-TABLE-COUNT-WS)
                       MOVE ZERO
                           TO REF-RECORD-NUM-WS (REF-TABLE-COUNT-WS)
                       MOVE AH-RECORD-TYPE
                           TO REF-ORIG-TYPE-WS (REF-TABLE-COUNT-WS)
                       MOVE AH-ACCOUNT-CODE
                           TO REF-ACCOUNT-WS (REF-TABLE-COUNT-WS)
                       MOVE AH-TRANSACTION-DATE
                           TO REF-DATE-WS (REF-TABLE-COUNT-WS)
                       MOVE AH-AMOUNT
                           TO REF-AMOUNT-WS (REF-TABLE-COUNT-WS)
                       MOVE ZERO
                           TO REF-REV-COUNT-WS (REF-TABLE-COUNT-WS)
                   ELSE
                       MOVE 'Y' TO REF-TABLE-FULL-SW
                   END-IF
               END-IF
               IF AH-RECORD-TYPE = 'R'
                       AND AH-ORIGINAL-REFERENCE <> SPACES
                   IF REF-TABLE-COUNT-WS < 500000
                       ADD 1 TO REF-TABLE-COUNT-WS
                       MOVE AH-ORIGINAL-REFERENCE
                           TO REF-KEY-WS (REF-TABLE-COUNT-WS)
                       MOVE ZERO
                           TO REF-RECORD-NUM-WS (REF-TABLE-COUNT-WS)
                       MOVE SPACE
                           TO REF-ORIG-TYPE-WS (REF-TABLE-COUNT-WS)
                       MOVE SPACES
                           TO REF-ACCOUNT-WS (REF-TABLE-COUNT-WS)
                       MOVE SPACES
                           TO REF-DATE-WS (REF-TABLE-COUNT-WS)
                       MOVE SPACES
                           TO REF-AMOUNT-WS (REF-TABLE-COUNT-WS)
                       MOVE 1
                           TO REF-REV-COUNT-WS (REF-TABLE-COUNT-WS)
                   ELSE
                       MOVE 'Y' TO REF-TABLE-FULL-SW
                   END-IF
               END-IF
           END-IF.

       232-COMPRESS-HISTORY-TABLE.
           MOVE SOURCE-FILE-NAME-WS (SRC-IDX)
               TO CURRENT-SOURCE-FILE-WS.
           MOVE DUP-TABLE-COUNT-WS TO PREPASS-SAVE-COUNT-WS.
           MOVE REF-TABLE-COUNT-WS TO PREPASS-SAVE-REF-COUNT-WS.
           MOVE PREPASS-RECORD-NUMBER-WS TO PREPASS-SAVE-RECNUM-WS.
           PERFORM 266-RECONCILE-BATCH-CONTROLS.
           IF BATCH-IS-BALANCED
           ELSE
               MOVE 'N' TO SRC-BALANCED-SW-WS (SRC-IDX)
               MOVE PREPASS-SAVE-COUNT-WS TO DUP-TABLE-COUNT-WS
               MOVE PREPASS-SAVE-REF-COUNT-WS TO REF-TABLE-COUNT-WS
               MOVE PREPASS-SAVE-RECNUM-WS
                   TO PREPASS-RECORD-NUMBER-WS
           END-IF.
                                    DUP-KEY-RECORD-NUM-WS
               PERFORM 270-COMPRESS-DUP-TABLE
           END-IF.
           IF REF-TABLE-COUNT-WS > 1
               SORT REF-TABLE-WS
                   ON ASCENDING KEY REF-KEY-WS
                                    REF-RECORD-NUM-WS
               PERFORM 272-COMPRESS-REF-TABLE
           END-IF.

      *    AFTER THE SORT, EQUAL KEYS SIT TOGETHER WITH THE LOWEST
      *    RECORD NUMBER FIRST.  ONLY THAT FIRST ENTRY IS KEPT, SO
                   TO DUP-TABLE-WS (DUP-KEEP-SUB-WS)
           END-IF.

      *    HISTORY ENTRIES (RECORD NUMBER ZERO) SORT AHEAD OF THIS
      *    RUN'S.  TWO HISTORY ENTRIES FOR ONE REFERENCE ARE THE
      *    ORIGINAL AND A REVERSAL'S MARKER FOR IT, AND ARE MERGED;
      *    A RUN ENTRY BEHIND ANOTHER ENTRY FOR THE SAME REFERENCE
      *    IS DROPPED.
       272-COMPRESS-REF-TABLE.
           MOVE 1 TO REF-KEEP-SUB-WS.
           PERFORM 273-COMPRESS-ONE-REF-ENTRY
               VARYING REF-SCAN-SUB-WS FROM 2 BY 1
               UNTIL REF-SCAN-SUB-WS > REF-TABLE-COUNT-WS.
           MOVE REF-KEEP-SUB-WS TO REF-TABLE-COUNT-WS.

       273-COMPRESS-ONE-REF-ENTRY.
           IF REF-KEY-WS (REF-SCAN-SUB-WS)
                   = REF-KEY-WS (REF-KEEP-SUB-WS)
               IF REF-RECORD-NUM-WS (REF-SCAN-SUB-WS) = 0
                   ADD REF-REV-COUNT-WS (REF-SCAN-SUB-WS)
                       TO REF-REV-COUNT-WS (REF-KEEP-SUB-WS)
                   IF REF-ORIG-TYPE-WS (REF-KEEP-SUB-WS) = SPACE
                       MOVE REF-ORIG-TYPE-WS (REF-SCAN-SUB-WS)
                           TO REF-ORIG-TYPE-WS (REF-KEEP-SUB-WS)
                       MOVE REF-ACCOUNT-WS (REF-SCAN-SUB-WS)
                           TO REF-ACCOUNT-WS (REF-KEEP-SUB-WS)
                       MOVE REF-DATE-WS (REF-SCAN-SUB-WS)
                           TO REF-DATE-WS (REF-KEEP-SUB-WS)
                       MOVE REF-AMOUNT-WS (REF-SCAN-SUB-WS)
                           TO REF-AMOUNT-WS (REF-KEEP-SUB-WS)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO REF-KEEP-SUB-WS
               MOVE REF-TABLE-WS (REF-SCAN-SUB-WS)
                   TO REF-TABLE-WS (REF-KEEP-SUB-WS)
           END-IF.

       265-PROCESS-ONE-SOURCE-FILE.
           MOVE SOURCE-FILE-NAME-WS (SRC-IDX)
               TO CURRENT-SOURCE-FILE-WS.
           SUBTRACT SNAP-CLOSED-PERIOD-WS
               FROM CLOSED-PERIOD-ERROR-COUNT-WS
               GIVING RH-CLOSED-PERIOD-ERRORS.
           SUBTRACT SNAP-CURRENCY-WS FROM CURRENCY-ERROR-COUNT-WS
               GIVING RH-CURRENCY-ERRORS.
           SUBTRACT SNAP-RATE-WS FROM RATE-ERROR-COUNT-WS
               GIVING RH-RATE-ERRORS.
           SUBTRACT SNAP-HOME-CURRENCY-WS FROM HOME-CURRENCY-COUNT-WS
               GIVING RH-HOME-CURRENCY-ERRORS.
           SUBTRACT SNAP-REFERENCE-WS FROM REFERENCE-ERROR-COUNT-WS
               GIVING RH-REFERENCE-ERRORS.
           WRITE RUN-HISTORY-RECORD.

      *    PRE-READS THE SOURCE FILE AND RECONCILES WHAT IS ON IT
                           MOVE BC-HASH-TOTAL
                               TO BATCH-EXPECTED-HASH-WS
                       END-IF
      *            A FOREIGN RECORD'S SENDER ONLY KNOWS THE AMOUNT
      *            IN ITS OWN CURRENCY, SO THAT IS WHAT IT HASHES.
                   WHEN OTHER
                       ADD 1 TO BATCH-DETAIL-COUNT-WS
                       IF CURRENCY-CODE-IN = SPACES
                           IF AMOUNT-IN IS NUMERIC
                               ADD AMOUNT-IN TO BATCH-ACTUAL-HASH-WS
                           END-IF
                       ELSE
                           IF ORIGINAL-AMOUNT-IN IS NUMERIC
                               ADD ORIGINAL-AMOUNT-IN
                                   TO BATCH-ACTUAL-HASH-WS
                           END-IF
                       END-IF
                       PERFORM 448-ADD-DUP-TABLE-ENTRY
                       PERFORM 467-ADD-REF-TABLE-ENTRY
               END-EVALUATE
           END-IF.

                  OR PERIOD-TABLE-COUNT-WS = 600.
           CLOSE PERIOD-CONTROL.

       209-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATES.
           PERFORM 206-LOAD-ONE-EXCHANGE-RATE
               UNTIL RATE-EOF-WS = 'YES'
                  OR RATE-TABLE-COUNT-WS = 2000.
           IF RATE-EOF-WS <> 'YES'
               MOVE 'Y' TO RATE-TABLE-FULL-SW
           END-IF.
           CLOSE EXCHANGE-RATES.

       206-LOAD-ONE-EXCHANGE-RATE.
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

       208-LOAD-ONE-PERIOD.
           READ PERIOD-CONTROL INTO PERIOD-CONTROL-RECORD
               AT END MOVE 'YES' TO PERIOD-EOF-WS
                   MOVE CKPT-CLOSED-PERIOD-ERROR-COUNT
                       TO RESTART-CLOSED-PERIOD-COUNT-WS
               END-IF
               IF CKPT-CURRENCY-ERROR-COUNT IS NUMERIC
                   MOVE CKPT-CURRENCY-ERROR-COUNT
                       TO RESTART-CURRENCY-COUNT-WS
               END-IF
               IF CKPT-RATE-ERROR-COUNT IS NUMERIC
                   MOVE CKPT-RATE-ERROR-COUNT
                       TO RESTART-RATE-COUNT-WS
               END-IF
               IF CKPT-HOME-CURRENCY-COUNT IS NUMERIC
                   MOVE CKPT-HOME-CURRENCY-COUNT
                       TO RESTART-HOME-CURRENCY-COUNT-WS
               END-IF
               IF CKPT-REFERENCE-ERROR-COUNT IS NUMERIC
                   MOVE CKPT-REFERENCE-ERROR-COUNT
                       TO RESTART-REFERENCE-COUNT-WS
               END-IF
           END-IF.

      *    ON RESTART THE DUPLICATE TABLE IS ALREADY COMPLETE FROM
               PERFORM 415-CHECK-FOR-NUM-MONTH
               PERFORM 417-CHECK-FOR-VALID-DATE
               PERFORM 420-CHECK-FOR-NUM-YEAR
               PERFORM 460-CHECK-CURRENCY-CODE
               PERFORM 462-CHECK-HOME-CURRENCY
               PERFORM 425-CHECK-FOR-NUM-AMOUNT
               PERFORM 430-CHECK-FOR-VALID-YEAR
               PERFORM 435-CHECK-FOR-NEG-AMOUNT
               PERFORM 445-CHECK-CLOSED-PERIOD
               PERFORM 440-CHECK-TYPE-SPECIFIC-RULES
               PERFORM 447-CHECK-FOR-DUPLICATE
               PERFORM 465-CHECK-TRANSACTION-REFERENCE
               IF RECORD-IS-VALID
                   PERFORM 355-WRITE-GOOD-TRANSACTION
               ELSE
           ADD 1 TO RECORD-NUMBER-WS.
           MOVE 'Y' TO RECORD-VALID-SW.
           MOVE SPACES TO FIRST-ERROR-MSG-WS.
           MOVE 'N' TO ACCT-ON-FILE-SW.
           MOVE SPACES TO ACCT-HOME-CURRENCY-WS.
           MOVE ZERO TO BASE-AMOUNT-WS.
           MOVE ZERO TO REF-MATCH-SUB-WS.

       400-CHECK-FOR-VALID-REC-TYPE.
           MOVE '400' TO CURRENT-CHECK-ID-WS.
                           ADD 1 TO ACCT-MASTER-ERROR-COUNT-WS
                           PERFORM 345-RECORD-EXCEPTION
                        NOT INVALID KEY
                           MOVE 'Y' TO ACCT-ON-FILE-SW
                           MOVE IX-HOME-CURRENCY
                               TO ACCT-HOME-CURRENCY-WS
                           PERFORM 407-CHECK-ACCT-STATUS
                    END-READ
           END-IF.
                    PERFORM 345-RECORD-EXCEPTION
           END-IF.

      *    A FOREIGN RECORD'S AMOUNT-IN IS NOT USED - ITS ORIGINAL
      *    AMOUNT IS CHECKED BY 460 INSTEAD.
       425-CHECK-FOR-NUM-AMOUNT.
           MOVE '425' TO CURRENT-CHECK-ID-WS.
           IF CURRENCY-CODE-IN = SPACES
                   AND AMOUNT-IN IS NOT NUMERIC
               THEN MOVE 'AMOUNT EXP IN IS NOT NUMERIC'
                       TO ERROR-MESSAGE-OUT
                    ADD 1 TO NUM-AMOUNT-ERROR-COUNT-WS

       435-CHECK-FOR-NEG-AMOUNT.
           MOVE '435' TO CURRENT-CHECK-ID-WS.
           IF BASE-AMOUNT-WS IS NOT NEGATIVE
               THEN CONTINUE
               ELSE MOVE 'AMOUNT EXP IS NEGATIVE'
                       TO ERROR-MESSAGE-OUT
                    ADD 1 TO NEG-AMOUNT-ERROR-COUNT-WS
                    PERFORM 345-RECORD-EXCEPTION
           END-IF.



       441-CHECK-ASSET-RULES.
           MOVE '441' TO CURRENT-CHECK-ID-WS.
           IF BASE-AMOUNT-WS > ASSET-MAX-AMOUNT-WS
               MOVE 'ASSET AMOUNT EXCEEDS TYPE LIMIT'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO TYPE-RULE-ERROR-COUNT-WS

       442-CHECK-EXPENSE-RULES.
           MOVE '442' TO CURRENT-CHECK-ID-WS.
           IF BASE-AMOUNT-WS > EXPENSE-MAX-AMOUNT-WS
               MOVE 'EXPENSE AMOUNT EXCEEDS TYPE LIMIT'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO TYPE-RULE-ERROR-COUNT-WS

       443-CHECK-TRANSFER-RULES.
           MOVE '443' TO CURRENT-CHECK-ID-WS.
           IF BASE-AMOUNT-WS > TRANSFER-MAX-AMOUNT-WS
               MOVE 'TRANSFER AMOUNT EXCEEDS TYPE LIMIT'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO TYPE-RULE-ERROR-COUNT-WS
               MOVE ACCOUNT-CODE-IN     TO DUP-SEARCH-ACCOUNT-WS
               MOVE TRANSACTION-DATE-IN TO DUP-SEARCH-DATE-WS
               MOVE AMOUNT-IN-X         TO DUP-SEARCH-AMOUNT-WS
               MOVE CURRENCY-CODE-IN    TO DUP-SEARCH-CURRENCY-WS
               MOVE ORIGINAL-AMOUNT-IN-X
                   TO DUP-SEARCH-ORIG-AMOUNT-WS
               MOVE TRANS-REFERENCE-IN  TO DUP-SEARCH-REFERENCE-WS
               SET DUP-IDX TO 1
               SEARCH ALL DUP-TABLE-WS
                   AT END
                   TO DUP-KEY-DATE-WS (DUP-TABLE-COUNT-WS)
               MOVE AMOUNT-IN-X
                   TO DUP-KEY-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE CURRENCY-CODE-IN
                   TO DUP-KEY-CURRENCY-WS (DUP-TABLE-COUNT-WS)
               MOVE ORIGINAL-AMOUNT-IN-X
                   TO DUP-KEY-ORIG-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE TRANS-REFERENCE-IN
                   TO DUP-KEY-REFERENCE-WS (DUP-TABLE-COUNT-WS)
               MOVE PREPASS-RECORD-NUMBER-WS
                   TO DUP-KEY-RECORD-NUM-WS (DUP-TABLE-COUNT-WS)
           ELSE
           PERFORM 345-RECORD-EXCEPTION.

      *    AN R RECORD MUST MATCH AN ACCEPTED TRANSACTION IN THE
      *    HISTORY (SAME ACCOUNT, DATE AND BASE AMOUNT) THAT STILL
      *    HAS AN UNREVERSED ORIGINAL.  THE ORIGINAL'S RECORD TYPE
      *    IS KEPT SO THE GOODTRAN COPY CAN BE FLAGGED FOR POSTING
      *    TO BACK THE RIGHT BALANCE OUT.  A REVERSAL THAT NAMES ITS
      *    ORIGINAL'S REFERENCE IS MATCHED BY THAT REFERENCE; ONE
      *    THAT DOES NOT CAN ONLY BACK OUT A TRANSACTION ACCEPTED
      *    BEFORE REFERENCES WERE KEYED, AND IS MATCHED BY KEY.
       450-CHECK-REVERSAL-RULES.
           MOVE '450' TO CURRENT-CHECK-ID-WS.
           MOVE SPACE TO REVERSED-TYPE-WS.
           IF ORIGINAL-REFERENCE-IN <> SPACES
               PERFORM 452-CHECK-REVERSAL-BY-REFERENCE
           ELSE
               PERFORM 454-CHECK-REVERSAL-BY-KEY
           END-IF.

       454-CHECK-REVERSAL-BY-KEY.
           IF HIST-TABLE-COUNT-WS = 0
               MOVE 'REVERSAL MATCHES NO ACCEPTED TRANSACTION'
                   TO ERROR-MESSAGE-OUT
           ELSE
               MOVE ACCOUNT-CODE-IN     TO HIST-SEARCH-ACCOUNT-WS
               MOVE TRANSACTION-DATE-IN TO HIST-SEARCH-DATE-WS
               MOVE BASE-AMOUNT-X-WS    TO HIST-SEARCH-AMOUNT-WS
               SET HIST-IDX TO 1
               SEARCH ALL HIST-TABLE-WS
                   AT END
               END-IF
           END-IF.

      *    THE NAMED ORIGINAL MUST BE ON THE ACCEPTED HISTORY, MUST
      *    NOT ITSELF BE A REVERSAL, AND MUST AGREE WITH THE
      *    REVERSAL ON ACCOUNT, DATE AND BASE AMOUNT.  ITS KEY ENTRY
      *    IN THE HISTORY TABLE IS THEN CHECKED AS BEFORE, SO AN
      *    ORIGINAL ALREADY BACKED OUT BY AN UNREFERENCED REVERSAL
      *    CANNOT BE BACKED OUT AGAIN.
       452-CHECK-REVERSAL-BY-REFERENCE.
           IF REF-TABLE-COUNT-WS = 0
               MOVE 'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO REVERSAL-ERROR-COUNT-WS
               PERFORM 345-RECORD-EXCEPTION
           ELSE
               MOVE ORIGINAL-REFERENCE-IN TO REF-SEARCH-KEY-WS
               SET REF-IDX TO 1
               SEARCH ALL REF-TABLE-WS
                   AT END
                      MOVE
                       'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                          TO ERROR-MESSAGE-OUT
                      ADD 1 TO REVERSAL-ERROR-COUNT-WS
                      PERFORM 345-RECORD-EXCEPTION
                   WHEN REF-KEY-WS (REF-IDX) = REF-SEARCH-KEY-WS
                      PERFORM 453-CHECK-REFERENCED-ORIGINAL
               END-SEARCH
           END-IF.

       453-CHECK-REFERENCED-ORIGINAL.
           IF REF-RECORD-NUM-WS (REF-IDX) <> 0
                   OR REF-ORIG-TYPE-WS (REF-IDX) = SPACE
                   OR REF-ORIG-TYPE-WS (REF-IDX) = 'R'
               MOVE 'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO REVERSAL-ERROR-COUNT-WS
               PERFORM 345-RECORD-EXCEPTION
           ELSE
               IF REF-ACCOUNT-WS (REF-IDX) <> ACCOUNT-CODE-IN
                       OR REF-DATE-WS (REF-IDX) <> TRANSACTION-DATE-IN
                       OR REF-AMOUNT-WS (REF-IDX) <> BASE-AMOUNT-X-WS
                   MOVE 'REVERSAL DOES NOT MATCH ITS ORIGINAL'
                       TO ERROR-MESSAGE-OUT
                   ADD 1 TO REVERSAL-ERROR-COUNT-WS
                   PERFORM 345-RECORD-EXCEPTION
               ELSE
                   IF REF-REV-COUNT-WS (REF-IDX) > 0
                       MOVE 'ORIGINAL TRANSACTION ALREADY REVERSED'
                           TO ERROR-MESSAGE-OUT
                       ADD 1 TO REVERSAL-ERROR-COUNT-WS
                       PERFORM 345-RECORD-EXCEPTION
                   ELSE
                       SET REF-MATCH-SUB-WS TO REF-IDX
                       PERFORM 454-CHECK-REVERSAL-BY-KEY
                   END-IF
               END-IF
           END-IF.

      *    A RECORD WITH A CURRENCY CODE IS CONVERTED TO THE BASE
      *    CURRENCY AT THE RATE IN EFFECT ON ITS TRANSACTION DATE.
      *    WHEN THE DATE ITSELF IS BAD THE DATE CHECKS REJECT THE
      *    RECORD AND NO RATE IS LOOKED FOR.
       460-CHECK-CURRENCY-CODE.
           IF CURRENCY-CODE-IN = SPACES
               IF AMOUNT-IN IS NUMERIC
                   MOVE AMOUNT-IN TO BASE-AMOUNT-WS
               END-IF
           ELSE
               MOVE '460' TO CURRENT-CHECK-ID-WS
               PERFORM 463-FIND-EXCHANGE-RATE
               EVALUATE TRUE
                   WHEN NOT CURRENCY-IS-KNOWN
                       MOVE 'CURRENCY CODE NOT ON RATE FILE'
                           TO ERROR-MESSAGE-OUT
                       ADD 1 TO CURRENCY-ERROR-COUNT-WS
                       PERFORM 345-RECORD-EXCEPTION
                   WHEN ORIGINAL-AMOUNT-IN IS NOT NUMERIC
                       MOVE 'ORIGINAL AMOUNT IS NOT NUMERIC'
                           TO ERROR-MESSAGE-OUT
                       ADD 1 TO CURRENCY-ERROR-COUNT-WS
                       PERFORM 345-RECORD-EXCEPTION
                   WHEN MONTH-IN IS NUMERIC AND DAY-IN IS NUMERIC
                           AND YEAR-IN IS NUMERIC
                       PERFORM 461-CONVERT-TO-BASE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       461-CONVERT-TO-BASE.
           MOVE '461' TO CURRENT-CHECK-ID-WS.
           IF NOT RATE-WAS-FOUND
               MOVE 'NO EXCHANGE RATE FOR TRANSACTION DATE'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO RATE-ERROR-COUNT-WS
               PERFORM 345-RECORD-EXCEPTION
           ELSE
               COMPUTE BASE-AMOUNT-WS ROUNDED
                   = ORIGINAL-AMOUNT-IN * CONVERSION-RATE-WS
                   ON SIZE ERROR
                       MOVE ZERO TO BASE-AMOUNT-WS
                       MOVE 'CONVERTED AMOUNT EXCEEDS FIELD SIZE'
                           TO ERROR-MESSAGE-OUT
                       ADD 1 TO RATE-ERROR-COUNT-WS
                       PERFORM 345-RECORD-EXCEPTION
               END-COMPUTE
           END-IF.

      *    A FOREIGN-CURRENCY TRANSACTION AGAINST AN ACCOUNT HELD IN
      *    THE BASE CURRENCY (OR IN A DIFFERENT CURRENCY) IS FLAGGED
      *    FOR REVIEW.  DEFAULTS TO WARN.
       462-CHECK-HOME-CURRENCY.
           MOVE '462' TO CURRENT-CHECK-ID-WS.
           IF CURRENCY-CODE-IN <> SPACES AND ACCT-IS-ON-FILE
               IF ACCT-HOME-CURRENCY-WS = SPACES
                   MOVE 'FOREIGN CURRENCY ON BASE ACCOUNT'
                       TO ERROR-MESSAGE-OUT
                   ADD 1 TO HOME-CURRENCY-COUNT-WS
                   PERFORM 345-RECORD-EXCEPTION
               ELSE
                   IF ACCT-HOME-CURRENCY-WS <> CURRENCY-CODE-IN
                       MOVE 'CURRENCY DIFFERS FROM ACCOUNT HOME'
                           TO ERROR-MESSAGE-OUT
                       ADD 1 TO HOME-CURRENCY-COUNT-WS
                       PERFORM 345-RECORD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       463-FIND-EXCHANGE-RATE.
           MOVE 'N' TO CURRENCY-KNOWN-SW.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE ZERO TO CONVERSION-RATE-WS.
           MOVE ZERO TO RATE-DATE-WS.
           MOVE ZERO TO RATE-TRANS-DATE-WS.
           IF MONTH-IN IS NUMERIC AND DAY-IN IS NUMERIC
                   AND YEAR-IN IS NUMERIC
               COMPUTE RATE-TRANS-DATE-WS
                   = YEAR-IN * 10000 + MONTH-IN * 100 + DAY-IN
           END-IF.
           IF RATE-TABLE-COUNT-WS > 0
               PERFORM 464-SCAN-ONE-RATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT-WS
           END-IF.

       464-SCAN-ONE-RATE.
           IF RATE-CURRENCY-WS (RATE-IDX) = CURRENCY-CODE-IN
               MOVE 'Y' TO CURRENCY-KNOWN-SW
               IF RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                       <= RATE-TRANS-DATE-WS
                      AND RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                              >= RATE-DATE-WS
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE RATE-EFFECTIVE-DATE-WS (RATE-IDX)
                       TO RATE-DATE-WS
                   MOVE RATE-VALUE-WS (RATE-IDX)
                       TO CONVERSION-RATE-WS
               END-IF
           END-IF.

      *    EVERY DETAIL RECORD MUST CARRY A REFERENCE NOT ALREADY
      *    USED BY AN ACCEPTED TRANSACTION OR BY AN EARLIER RECORD
      *    IN THIS RUN.
       465-CHECK-TRANSACTION-REFERENCE.
           MOVE '465' TO CURRENT-CHECK-ID-WS.
           IF TRANS-REFERENCE-IN = SPACES
               MOVE 'TRANSACTION REFERENCE IS BLANK'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO REFERENCE-ERROR-COUNT-WS
               PERFORM 345-RECORD-EXCEPTION
           ELSE
               IF REF-TABLE-COUNT-WS > 0
                   MOVE TRANS-REFERENCE-IN TO REF-SEARCH-KEY-WS
                   SET REF-IDX TO 1
                   SEARCH ALL REF-TABLE-WS
                       AT END
                          CONTINUE
                       WHEN REF-KEY-WS (REF-IDX) = REF-SEARCH-KEY-WS
                          PERFORM 466-CHECK-REFERENCE-USED
                   END-SEARCH
               END-IF
           END-IF.

       466-CHECK-REFERENCE-USED.
           IF REF-RECORD-NUM-WS (REF-IDX) = 0
               MOVE 'REFERENCE ALREADY ON ACCEPTED HISTORY'
                   TO ERROR-MESSAGE-OUT
               ADD 1 TO REFERENCE-ERROR-COUNT-WS
               PERFORM 345-RECORD-EXCEPTION
           ELSE
               IF REF-RECORD-NUM-WS (REF-IDX) < RECORD-NUMBER-WS
                   MOVE REF-RECORD-NUM-WS (REF-IDX)
                       TO REF-FIRST-RECORD-NUM-OUT
                   MOVE SPACES TO ERROR-MESSAGE-OUT
                   STRING 'REFERENCE ALSO ON RECORD ' DELIMITED BY SIZE
                           REF-FIRST-RECORD-NUM-OUT DELIMITED BY SIZE
                       INTO ERROR-MESSAGE-OUT
                   END-STRING
                   ADD 1 TO REFERENCE-ERROR-COUNT-WS
                   PERFORM 345-RECORD-EXCEPTION
               END-IF
           END-IF.

       467-ADD-REF-TABLE-ENTRY.
           IF TRANS-REFERENCE-IN <> SPACES
               IF REF-TABLE-COUNT-WS < 500000
                   ADD 1 TO REF-TABLE-COUNT-WS
                   MOVE TRANS-REFERENCE-IN
                       TO REF-KEY-WS (REF-TABLE-COUNT-WS)
                   MOVE PREPASS-RECORD-NUMBER-WS
                       TO REF-RECORD-NUM-WS (REF-TABLE-COUNT-WS)
                   MOVE SPACE
                       TO REF-ORIG-TYPE-WS (REF-TABLE-COUNT-WS)
                   MOVE SPACES TO REF-ACCOUNT-WS (REF-TABLE-COUNT-WS)
                   MOVE SPACES TO REF-DATE-WS (REF-TABLE-COUNT-WS)
                   MOVE SPACES TO REF-AMOUNT-WS (REF-TABLE-COUNT-WS)
                   MOVE ZERO
                       TO REF-REV-COUNT-WS (REF-TABLE-COUNT-WS)
               ELSE
                   MOVE 'Y' TO REF-TABLE-FULL-SW
               END-IF
           END-IF.

       446-COUNT-BAD-RECORD-TYPE.
           EVALUATE RECORD-TYPE-IN
               WHEN 'A'
      *    RECORD IS ADDED TO THE CUMULATIVE HISTORY.
       355-WRITE-GOOD-TRANSACTION.
           MOVE TRANSACTIONS-RECORD-IN TO GOOD-RECORD-OUT-WS.
           IF CURRENCY-CODE-IN <> SPACES
               MOVE BASE-AMOUNT-X-WS TO GOOD-RECORD-OUT-WS (10:8)
           END-IF.
           IF REC-TYPE-REVERSAL
               MOVE REVERSED-TYPE-WS TO GOOD-RECORD-OUT-WS (26:1)
               IF REVERSED-TYPE-WS <> SPACE
                   ADD 1 TO HIST-REV-COUNT-WS (HIST-IDX)
                   IF REF-MATCH-SUB-WS > 0
                       ADD 1 TO REF-REV-COUNT-WS (REF-MATCH-SUB-WS)
                   END-IF
               END-IF
           END-IF.
           WRITE GOOD-TRANSACTION-RECORD FROM GOOD-RECORD-OUT-WS.
               MOVE RECORD-TYPE-IN       TO AH-RECORD-TYPE
               MOVE ACCOUNT-CODE-IN      TO AH-ACCOUNT-CODE
               MOVE TRANSACTION-DATE-IN  TO AH-TRANSACTION-DATE
               MOVE BASE-AMOUNT-X-WS     TO AH-AMOUNT
               MOVE RUN-NUMBER-WS        TO AH-RUN-NUMBER
               MOVE TRANS-REFERENCE-IN   TO AH-TRANS-REFERENCE
               IF CURRENCY-CODE-IN <> SPACES
                   MOVE CURRENCY-CODE-IN     TO AH-CURRENCY-CODE
                   MOVE ORIGINAL-AMOUNT-IN-X TO AH-ORIGINAL-AMOUNT
               END-IF
               IF RECORD-TYPE-IN = 'T'
                       OR (REC-TYPE-REVERSAL
                           AND REVERSED-TYPE-WS = 'T')
               END-IF
               IF REC-TYPE-REVERSAL
                   MOVE REVERSED-TYPE-WS TO AH-REVERSED-TYPE
                   MOVE ORIGINAL-REFERENCE-IN
                       TO AH-ORIGINAL-REFERENCE
               END-IF
               WRITE ACCEPTED-HISTORY-RECORD
           END-IF.
               TO CKPT-WARNING-COUNT.
           MOVE CLOSED-PERIOD-ERROR-COUNT-WS
               TO CKPT-CLOSED-PERIOD-ERROR-COUNT.
           MOVE CURRENCY-ERROR-COUNT-WS
               TO CKPT-CURRENCY-ERROR-COUNT.
           MOVE RATE-ERROR-COUNT-WS
               TO CKPT-RATE-ERROR-COUNT.
           MOVE HOME-CURRENCY-COUNT-WS
               TO CKPT-HOME-CURRENCY-COUNT.
           MOVE REFERENCE-ERROR-COUNT-WS
               TO CKPT-REFERENCE-ERROR-COUNT.
           WRITE CHECKPOINT-FILE-RECORD.

      *    EVERY CHECK ROUTES ITS EXCEPTION HERE.  THE CHECK'S
       346-LOOKUP-CHECK-SEVERITY.
           IF CURRENT-CHECK-ID-WS = '436'
                   OR CURRENT-CHECK-ID-WS = '437'
                   OR CURRENT-CHECK-ID-WS = '462'
               MOVE 'W' TO CHECK-SEVERITY-WS
           ELSE
               MOVE 'R' TO CHECK-SEVERITY-WS
           IF CURRENT-CHECK-ID-WS = '400' AND RECORD-TYPE-IN = 'B'
               MOVE 'R' TO CHECK-SEVERITY-WS
           END-IF.
      *    LIKEWISE A FOREIGN RECORD THAT CANNOT BE CONVERTED HAS NO
      *    BASE AMOUNT TO POST, SO 460 AND 461 ALWAYS REJECT.
      *    THE REFERENCE IS HOW EVERY LATER RUN FINDS A TRANSACTION,
      *    SO A MISSING OR REPEATED ONE (465) ALWAYS REJECTS TOO.
           IF CURRENT-CHECK-ID-WS = '460'
                   OR CURRENT-CHECK-ID-WS = '461'
                   OR CURRENT-CHECK-ID-WS = '465'
               MOVE 'R' TO CHECK-SEVERITY-WS
           END-IF.

       347-PRINT-WARNING.
           ADD 1 TO WARNING-COUNT-WS.
           MOVE CLOSED-PERIOD-ERROR-COUNT-WS TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'UNKNOWN CURRENCY (460)........:' TO FOOTER-LABEL-OUT
           MOVE CURRENCY-ERROR-COUNT-WS      TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'NO EXCHANGE RATE (461)........:' TO FOOTER-LABEL-OUT
           MOVE RATE-ERROR-COUNT-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'CURRENCY NOT ACCT HOME (462)..:' TO FOOTER-LABEL-OUT
           MOVE HOME-CURRENCY-COUNT-WS       TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'TRANSACTION REFERENCE (465)...:' TO FOOTER-LABEL-OUT
           MOVE REFERENCE-ERROR-COUNT-WS     TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'TOTAL WARNINGS ISSUED.........:' TO FOOTER-LABEL-OUT
           MOVE WARNING-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.
           IF REF-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** TRANSACTION REFERENCE TABLE FULL (500000) -'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    REFERENCE CHECKS ARE INCOMPLETE ***'
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
           IF SRC-FILE-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** SOURCE FILE LIST TRUNCATED AT 50 -'
           IF MASTER-IS-AVAILABLE
               CLOSE ACCOUNT-MASTER-IX
           END-IF.

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
