           SELECT OPTIONAL PERIOD-CONTROL
               ASSIGN TO 'PERIODS.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCHANGE-RATES
               ASSIGN TO 'EXCHRATE.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SUS-RUN-AGE             PIC 9(3).
           05  SUS-ORIGINAL-RECORD     PIC X(80).
           05  SUS-ERROR-MESSAGE       PIC X(40).
      *    A FIX IS MATCHED TO THE SUSPENDED RECORD CARRYING THE
      *    SAME TRANSACTION REFERENCE.  A FIX WITH NO REFERENCE, OR
      *    FOR A RECORD SUSPENDED WITHOUT ONE, IS MATCHED BY RECORD
      *    NUMBER AND SUPPLIES THE MISSING REFERENCE.  THE ORIGINAL
      *    REFERENCE IS FOR A REVERSAL NAMING THE TRANSACTION IT
      *    BACKS OUT.
       FD  FIX-TRANSACTIONS.
       01  FIX-TRANSACTION-RECORD.
           05  FX-RECORD-NUMBER        PIC 9(6).
           05  FX-DEST-ACCOUNT-CODE    PIC X(4).
           05  FX-AMOUNT               PIC X(8).
           05  FX-TRANSACTION-DATE     PIC X(8).
           05  FX-CURRENCY-CODE        PIC X(3).
           05  FX-ORIGINAL-AMOUNT      PIC X(11).
           05  FX-TRANS-REFERENCE      PIC X(12).
           05  FX-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(11).
      *    NOT-POSTED RECORDS WRITTEN BY POSTING, IN THE SUSPENSE
      *    LAYOUT.  THEY ARE WORKED AFTER THE SUSPENSE FILE WITH THE
      *    SAME SUSFIX MATCHING, AND ANY NOT RELEASED ARE CARRIED
           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05  AH-REVERSED-TYPE        PIC X.
           05  AH-CURRENCY-CODE        PIC X(3).
           05  AH-ORIGINAL-AMOUNT      PIC X(11).
           05  AH-TRANS-REFERENCE      PIC X(12).
           05  AH-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(10).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE         PIC X(4).
           05  PD-PERIOD               PIC 9(6).
           05  PD-STATUS               PIC X.
           05                          PIC X(73).
      *    DATED EXCHANGE RATES, AS READ BY VALIDATION.
       FD  EXCHANGE-RATES.
       01  EXCHANGE-RATE-RECORD.
           05  ER-CURRENCY-CODE        PIC X(3).
           05  ER-EFFECTIVE-DATE       PIC 9(8).
           05  ER-RATE                 PIC 9(4)V9(6).
           05                          PIC X(59).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  SUSPENSE-EOF-WS         PIC XXX      VALUE 'NO'.
           05  FALLOUT-EOF-WS          PIC XXX      VALUE 'NO'.
           05  FALLOUT-READ-COUNT-WS   PIC 9(6)     VALUE ZERO.
           05  FALLOUT-PASS-SW         PIC X        VALUE 'N'.
               88 IN-FALLOUT-PASS                   VALUE 'Y'.
           05  FIX-EOF-WS              PIC XXX      VALUE 'NO'.
           05  GOOD-EOF-WS             PIC XXX      VALUE 'NO'.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
               10  PERIOD-STATUS-WS    PIC X.
                   88 PERIOD-IS-CLOSED VALUE 'C'.

      *    A FOREIGN-CURRENCY RECORD IS RE-CONVERTED FROM ITS
      *    ORIGINAL AMOUNT AT THE RATE IN EFFECT ON ITS TRANSACTION
      *    DATE BEFORE IT IS CHECKED, EXACTLY AS VALIDATION DOES IT,
      *    SO A REPAIRED DATE OR AMOUNT PICKS UP THE RIGHT RATE.
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
           05  RATE-TABLE-COUNT-WS     PIC 9(4)     VALUE ZERO.
           05  RATE-TABLE-WS
                   OCCURS 1 TO 2000 TIMES
                       DEPENDING ON RATE-TABLE-COUNT-WS
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY-WS    PIC X(3).
               10  RATE-EFFECTIVE-DATE-WS
                                       PIC 9(8).
               10  RATE-VALUE-WS       PIC 9(4)V9(6).

       01  ACCOUNT-MASTER-WS.
           05  ACCOUNT-TABLE-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  ACCOUNT-TABLE-WS
               10  FIX-DEST-ACCT-WS    PIC X(4).
               10  FIX-AMOUNT-WS       PIC X(8).
               10  FIX-TRANS-DATE-WS   PIC X(8).
               10  FIX-CURRENCY-WS     PIC X(3).
               10  FIX-ORIG-AMOUNT-WS  PIC X(11).
               10  FIX-TRANS-REF-WS    PIC X(12).
               10  FIX-ORIG-REF-WS     PIC X(12).
               10  FIX-USED-SW-WS      PIC X.

       01  SUSPENDED-REFERENCE-WS      PIC X(12)    VALUE SPACES.

       01  DUP-CHECK-WS.
           05  DUP-TABLE-COUNT-WS      PIC 9(6) VALUE ZERO.
           05  DUP-TABLE-WS
               10  DUP-KEY-ACCOUNT-WS  PIC X(4).
               10  DUP-KEY-DATE-WS     PIC X(8).
               10  DUP-KEY-AMOUNT-WS   PIC X(8).
               10  DUP-KEY-CURRENCY-WS PIC X(3).
               10  DUP-KEY-ORIG-AMOUNT-WS
                                       PIC X(11).
               10  DUP-KEY-REFERENCE-WS
                                       PIC X(12).

      *    TRANSACTION REFERENCES ON THE ACCEPTED HISTORY, LOADED,
      *    SORTED AND MERGED THE WAY VALIDATION DOES IT, SO A
      *    RELEASE CANNOT REUSE A REFERENCE AND A REPAIRED REVERSAL
      *    IS CHECKED AGAINST THE ORIGINAL IT NAMES.  REFERENCES
      *    RELEASED THIS RUN ARE HELD SEPARATELY.
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
               10  REF-ORIG-TYPE-WS    PIC X.
               10  REF-ACCOUNT-WS      PIC X(4).
               10  REF-DATE-WS         PIC X(8).
               10  REF-AMOUNT-WS       PIC X(8).
               10  REF-REV-COUNT-WS    PIC 9(5).

       01  RELEASED-REFERENCE-WS.
           05  RELEASED-REF-COUNT-WS   PIC 9(4)     VALUE ZERO.
           05  RELEASED-REF-FULL-SW    PIC X        VALUE 'N'.
               88 RELEASED-REF-IS-FULL              VALUE 'Y'.
           05  RELEASED-REF-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON RELEASED-REF-COUNT-WS
                   INDEXED BY RREF-IDX.
               10  RELEASED-REF-WS     PIC X(12).

      *    ACCEPTED-TRANSACTION HISTORY FOR REVERSAL MATCHING,
      *    LOADED, SORTED AND COMPRESSED THE SAME WAY VALIDATION
               10  YEAR-IN             PIC 9999.
               10  YEAR-IN-X           PIC X(4)
                   REDEFINES           YEAR-IN.
           05                          PIC X.
           05  CURRENCY-CODE-IN        PIC X(3).
           05  ORIGINAL-AMOUNT-IN      PIC S9(9)V99.
           05  ORIGINAL-AMOUNT-IN-X    PIC X(11)
               REDEFINES               ORIGINAL-AMOUNT-IN.
           05  TRANS-REFERENCE-IN      PIC X(12).
           05  ORIGINAL-REFERENCE-IN   PIC X(12).
           05                          PIC X(16).

       01  GOOD-TRANSACTION-FIELDS.
           05  GT-RECORD-TYPE          PIC X.
           05  GT-DEST-ACCOUNT-CODE    PIC X(4).
           05  GT-AMOUNT-X             PIC X(8).
           05  GT-TRANSACTION-DATE     PIC X(8).
           05                          PIC X.
           05  GT-CURRENCY-CODE        PIC X(3).
           05  GT-ORIGINAL-AMOUNT-X    PIC X(11).
           05  GT-TRANS-REFERENCE      PIC X(12).
           05                          PIC X(28).

       01  COLUMN-HEADER1.
           05                          PIC X.
           PERFORM 208-READ-RUN-CONTROL.
           PERFORM 210-READ-YEAR-CONTROL.
           PERFORM 215-LOAD-PERIOD-CONTROL.
           PERFORM 217-LOAD-EXCHANGE-RATES.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 224-LOAD-GOODTRAN-KEYS.
           PERFORM 227-LOAD-ACCEPTED-HISTORY.
                   TO PERIOD-STATUS-WS (PERIOD-TABLE-COUNT-WS)
           END-IF.

       217-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATES.
           PERFORM 218-LOAD-ONE-EXCHANGE-RATE
               UNTIL RATE-EOF-WS = 'YES'
                  OR RATE-TABLE-COUNT-WS = 2000.
           IF RATE-EOF-WS <> 'YES'
               MOVE 'Y' TO RATE-TABLE-FULL-SW
           END-IF.
           CLOSE EXCHANGE-RATES.

       218-LOAD-ONE-EXCHANGE-RATE.
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

       220-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM 222-LOAD-ACCOUNT-MASTER-READ
                   TO DUP-KEY-DATE-WS (DUP-TABLE-COUNT-WS)
               MOVE GT-AMOUNT-X
                   TO DUP-KEY-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE GT-CURRENCY-CODE
                   TO DUP-KEY-CURRENCY-WS (DUP-TABLE-COUNT-WS)
               MOVE GT-ORIGINAL-AMOUNT-X
                   TO DUP-KEY-ORIG-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE GT-TRANS-REFERENCE
                   TO DUP-KEY-REFERENCE-WS (DUP-TABLE-COUNT-WS)
           END-IF.

       227-LOAD-ACCEPTED-HISTORY.
                   ON ASCENDING KEY HIST-KEY-WS
               PERFORM 232-COMPRESS-HISTORY-TABLE
           END-IF.
           IF REF-TABLE-COUNT-WS > 1
               SORT REF-TABLE-WS
                   ON ASCENDING KEY REF-KEY-WS
               PERFORM 236-COMPRESS-REF-TABLE
           END-IF.
           OPEN EXTEND ACCEPTED-HISTORY.

       231-LOAD-ONE-HISTORY-RECORD.
                       TO HIST-REV-COUNT-WS (HIST-TABLE-COUNT-WS)
               END-IF
           END-IF.
           IF HIST-EOF-WS <> 'YES'
               PERFORM 234-LOAD-HISTORY-REFERENCES
           END-IF.

      *    A REVERSAL ROW ALSO ADDS A MARKER UNDER THE REFERENCE OF
      *    THE ORIGINAL IT BACKED OUT, MERGED INTO THAT ORIGINAL'S
      *    ENTRY BY 236.
       234-LOAD-HISTORY-REFERENCES.
           IF AH-TRANS-REFERENCE <> SPACES
               IF REF-TABLE-COUNT-WS < 500000
                   ADD 1 TO REF-TABLE-COUNT-WS
                   MOVE AH-TRANS-REFERENCE
                       TO REF-KEY-WS (REF-TABLE-COUNT-WS)
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
           END-IF.
           IF AH-RECORD-TYPE = 'R'
                   AND AH-ORIGINAL-REFERENCE <> SPACES
               IF REF-TABLE-COUNT-WS < 500000
                   ADD 1 TO REF-TABLE-COUNT-WS
                   MOVE AH-ORIGINAL-REFERENCE
                       TO REF-KEY-WS (REF-TABLE-COUNT-WS)
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
           END-IF.

       236-COMPRESS-REF-TABLE.
           MOVE 1 TO REF-KEEP-SUB-WS.
           PERFORM 237-COMPRESS-ONE-REF-ENTRY
               VARYING REF-SCAN-SUB-WS FROM 2 BY 1
               UNTIL REF-SCAN-SUB-WS > REF-TABLE-COUNT-WS.
           MOVE REF-KEEP-SUB-WS TO REF-TABLE-COUNT-WS.

       237-COMPRESS-ONE-REF-ENTRY.
           IF REF-KEY-WS (REF-SCAN-SUB-WS)
                   = REF-KEY-WS (REF-KEEP-SUB-WS)
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
           ELSE
               ADD 1 TO REF-KEEP-SUB-WS
               MOVE REF-TABLE-WS (REF-SCAN-SUB-WS)
                   TO REF-TABLE-WS (REF-KEEP-SUB-WS)
           END-IF.

       232-COMPRESS-HISTORY-TABLE.
           MOVE 1 TO HIST-KEEP-SUB-WS.
                   TO FIX-AMOUNT-WS (FIX-TABLE-COUNT-WS)
               MOVE FX-TRANSACTION-DATE
                   TO FIX-TRANS-DATE-WS (FIX-TABLE-COUNT-WS)
               MOVE FX-CURRENCY-CODE
                   TO FIX-CURRENCY-WS (FIX-TABLE-COUNT-WS)
               MOVE FX-ORIGINAL-AMOUNT
                   TO FIX-ORIG-AMOUNT-WS (FIX-TABLE-COUNT-WS)
               MOVE FX-TRANS-REFERENCE
                   TO FIX-TRANS-REF-WS (FIX-TABLE-COUNT-WS)
               MOVE FX-ORIGINAL-REFERENCE
                   TO FIX-ORIG-REF-WS (FIX-TABLE-COUNT-WS)
               MOVE 'N'
                   TO FIX-USED-SW-WS (FIX-TABLE-COUNT-WS)
           END-IF.
           END-IF.
           PERFORM 250-READ.

      *    RECORD NUMBERS RESTART EVERY VALIDATION RUN, SO WHEN
      *    BOTH THE FIX AND THE SUSPENDED RECORD CARRY A REFERENCE
      *    THE REFERENCES MUST AGREE.
       305-FIND-FIX.
           MOVE SUS-ORIGINAL-RECORD (41:12) TO SUSPENDED-REFERENCE-WS.
           SET FIX-IDX TO 1.
           IF FIX-TABLE-COUNT-WS > 0
               SEARCH FIX-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN FIX-USED-SW-WS (FIX-IDX) = 'N'
                           AND ((FIX-TRANS-REF-WS (FIX-IDX) <> SPACES
                                 AND FIX-TRANS-REF-WS (FIX-IDX)
                                         = SUSPENDED-REFERENCE-WS)
                             OR ((FIX-TRANS-REF-WS (FIX-IDX) = SPACES
                                  OR SUSPENDED-REFERENCE-WS = SPACES)
                                 AND FIX-RECORD-NUM-WS (FIX-IDX)
                                         = SUS-RECORD-NUMBER))
                      MOVE 'Y' TO FIX-FOUND-SW
                      SET FIX-SUB-WS TO FIX-IDX
               END-SEARCH
               MOVE FIX-TRANS-DATE-WS (FIX-SUB-WS)
                   TO TRANSACTION-DATE-IN
           END-IF.
           IF FIX-CURRENCY-WS (FIX-SUB-WS) <> SPACES
               MOVE FIX-CURRENCY-WS (FIX-SUB-WS) TO CURRENCY-CODE-IN
           END-IF.
           IF FIX-ORIG-AMOUNT-WS (FIX-SUB-WS) <> SPACES
               MOVE FIX-ORIG-AMOUNT-WS (FIX-SUB-WS)
                   TO ORIGINAL-AMOUNT-IN-X
           END-IF.
           IF FIX-TRANS-REF-WS (FIX-SUB-WS) <> SPACES
               MOVE FIX-TRANS-REF-WS (FIX-SUB-WS) TO TRANS-REFERENCE-IN
           END-IF.
           IF FIX-ORIG-REF-WS (FIX-SUB-WS) <> SPACES
               MOVE FIX-ORIG-REF-WS (FIX-SUB-WS)
                   TO ORIGINAL-REFERENCE-IN
           END-IF.
           PERFORM 400-RUN-ALL-CHECKS.
           IF RECORD-IS-VALID
               PERFORM 320-RELEASE-RECORD
               IF HIST-TABLE-COUNT-WS > 0
                   ADD 1 TO HIST-REV-COUNT-WS (HIST-IDX)
               END-IF
               IF REF-MATCH-SUB-WS > 0
                   ADD 1 TO REF-REV-COUNT-WS (REF-MATCH-SUB-WS)
               END-IF
           END-IF.
           WRITE GOOD-TRANSACTION-RECORD
               FROM CANDIDATE-RECORD-FIELDS.
           MOVE TRANSACTION-DATE-IN  TO AH-TRANSACTION-DATE.
           MOVE AMOUNT-IN-X          TO AH-AMOUNT.
           MOVE ZERO                 TO AH-RUN-NUMBER.
           MOVE TRANS-REFERENCE-IN   TO AH-TRANS-REFERENCE.
           IF CURRENCY-CODE-IN <> SPACES
               MOVE CURRENCY-CODE-IN     TO AH-CURRENCY-CODE
               MOVE ORIGINAL-AMOUNT-IN-X TO AH-ORIGINAL-AMOUNT
           END-IF.
           IF RECORD-TYPE-IN = 'T'
                   OR (REC-TYPE-REVERSAL
                       AND REVERSED-TYPE-WS = 'T')
           END-IF.
           IF REC-TYPE-REVERSAL
               MOVE REVERSED-TYPE-WS TO AH-REVERSED-TYPE
               MOVE ORIGINAL-REFERENCE-IN TO AH-ORIGINAL-REFERENCE
           END-IF.
           WRITE ACCEPTED-HISTORY-RECORD.
           IF RELEASED-REF-COUNT-WS < 5000
               ADD 1 TO RELEASED-REF-COUNT-WS
               MOVE TRANS-REFERENCE-IN
                   TO RELEASED-REF-WS (RELEASED-REF-COUNT-WS)
           ELSE
               MOVE 'Y' TO RELEASED-REF-FULL-SW
           END-IF.
           IF DUP-TABLE-COUNT-WS < 200000
               ADD 1 TO DUP-TABLE-COUNT-WS
               MOVE ACCOUNT-CODE-IN
                   TO DUP-KEY-DATE-WS (DUP-TABLE-COUNT-WS)
               MOVE AMOUNT-IN-X
                   TO DUP-KEY-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE CURRENCY-CODE-IN
                   TO DUP-KEY-CURRENCY-WS (DUP-TABLE-COUNT-WS)
               MOVE ORIGINAL-AMOUNT-IN-X
                   TO DUP-KEY-ORIG-AMOUNT-WS (DUP-TABLE-COUNT-WS)
               MOVE TRANS-REFERENCE-IN
                   TO DUP-KEY-REFERENCE-WS (DUP-TABLE-COUNT-WS)
           ELSE
               MOVE 'Y' TO DUP-TABLE-FULL-SW
           END-IF.
      *    GOODTRAN OR SUSNEW, SO THE FALLOUT FILE IS EMPTIED FOR
      *    THE NEXT POSTING RUN.
       345-PROCESS-FALLOUT-FILE.
           MOVE 'Y' TO FALLOUT-PASS-SW.
           OPEN INPUT POSTING-FALLOUT.
           PERFORM 255-READ-FALLOUT.
           PERFORM 350-PROCESS-ONE-FALLOUT
       400-RUN-ALL-CHECKS.
           MOVE 'Y' TO RECORD-VALID-SW.
           MOVE SPACES TO FIRST-ERROR-MSG-WS.
           MOVE ZERO TO REF-MATCH-SUB-WS.
           PERFORM 405-CHECK-FOR-VALID-REC-TYPE.
           PERFORM 410-CHECK-FOR-BLANK-ACCT.
           PERFORM 415-CHECK-ACCT-ON-MASTER.
           PERFORM 425-CHECK-FOR-NUM-MONTH.
           PERFORM 430-CHECK-FOR-VALID-DATE.
           PERFORM 440-CHECK-FOR-NUM-YEAR.
           PERFORM 475-CHECK-CURRENCY-CODE.
           PERFORM 445-CHECK-FOR-NUM-AMOUNT.
           PERFORM 450-CHECK-FOR-VALID-YEAR.
           PERFORM 455-CHECK-FOR-NEG-AMOUNT.
           PERFORM 458-CHECK-CLOSED-PERIOD.
           PERFORM 460-CHECK-TYPE-SPECIFIC-RULES.
           PERFORM 470-CHECK-FOR-DUPLICATE.
           PERFORM 471-CHECK-TRANSACTION-REFERENCE.

       405-CHECK-FOR-VALID-REC-TYPE.
           IF REC-TYPE-VALID
                   CONTINUE
           END-EVALUATE.

      *    A REVERSAL NAMING ITS ORIGINAL'S REFERENCE IS MATCHED BY
      *    IT; ONE THAT DOES NOT IS MATCHED BY KEY AS BEFORE.
       468-CHECK-REVERSAL-RULES.
           MOVE SPACE TO REVERSED-TYPE-WS.
           IF ORIGINAL-REFERENCE-IN <> SPACES
               PERFORM 473-CHECK-REVERSAL-BY-REFERENCE
           ELSE
               PERFORM 466-CHECK-REVERSAL-BY-KEY
           END-IF.

       466-CHECK-REVERSAL-BY-KEY.
           IF HIST-TABLE-COUNT-WS = 0
               MOVE 'REVERSAL MATCHES NO ACCEPTED TRANSACTION'
                   TO CHECK-MESSAGE-WS
                                  = TRANSACTION-DATE-IN
                          AND DUP-KEY-AMOUNT-WS (DUP-IDX)
                                  = AMOUNT-IN-X
                          AND DUP-KEY-CURRENCY-WS (DUP-IDX)
                                  = CURRENCY-CODE-IN
                          AND DUP-KEY-ORIG-AMOUNT-WS (DUP-IDX)
                                  = ORIGINAL-AMOUNT-IN-X
                          AND DUP-KEY-REFERENCE-WS (DUP-IDX)
                                  = TRANS-REFERENCE-IN
                      MOVE 'DUPLICATE OF AN ACCEPTED TRANSACTION'
                          TO CHECK-MESSAGE-WS
                      PERFORM 580-FLAG-ERROR
               END-SEARCH
           END-IF.

      *    A RELEASED RECORD MUST CARRY A REFERENCE NOT ALREADY ON
      *    THE ACCEPTED HISTORY OR RELEASED EARLIER IN THIS RUN.  A
      *    POSTING FALLOUT RECORD WAS ACCEPTED BY VALIDATION, SO ITS
      *    OWN REFERENCE IS EXPECTED ON THE HISTORY ALREADY (AND IS
      *    BLANK IF IT WAS ACCEPTED BEFORE REFERENCES WERE KEYED).
       471-CHECK-TRANSACTION-REFERENCE.
           IF TRANS-REFERENCE-IN = SPACES
               IF NOT IN-FALLOUT-PASS
                   MOVE 'TRANSACTION REFERENCE IS BLANK'
                       TO CHECK-MESSAGE-WS
                   PERFORM 580-FLAG-ERROR
               END-IF
           ELSE
               IF REF-TABLE-COUNT-WS > 0 AND NOT IN-FALLOUT-PASS
                   MOVE TRANS-REFERENCE-IN TO REF-SEARCH-KEY-WS
                   SET REF-IDX TO 1
                   SEARCH ALL REF-TABLE-WS
                       AT END
                          CONTINUE
                       WHEN REF-KEY-WS (REF-IDX) = REF-SEARCH-KEY-WS
                          MOVE 'REFERENCE ALREADY ON ACCEPTED HISTORY'
                              TO CHECK-MESSAGE-WS
                          PERFORM 580-FLAG-ERROR
                   END-SEARCH
               END-IF
               IF RELEASED-REF-COUNT-WS > 0
                   SET RREF-IDX TO 1
                   SEARCH RELEASED-REF-TABLE-WS
                       AT END
                          CONTINUE
                       WHEN RELEASED-REF-WS (RREF-IDX)
                                = TRANS-REFERENCE-IN
                          MOVE 'REFERENCE ALREADY RELEASED THIS RUN'
                              TO CHECK-MESSAGE-WS
                          PERFORM 580-FLAG-ERROR
                   END-SEARCH
               END-IF
           END-IF.

      *    THE NAMED ORIGINAL MUST BE AN ACCEPTED NON-REVERSAL THAT
      *    AGREES ON ACCOUNT, DATE AND BASE AMOUNT AND HAS NOT BEEN
      *    BACKED OUT; ITS KEY ENTRY IS THEN CHECKED AS BEFORE.
       473-CHECK-REVERSAL-BY-REFERENCE.
           IF REF-TABLE-COUNT-WS = 0
               MOVE 'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                   TO CHECK-MESSAGE-WS
               PERFORM 580-FLAG-ERROR
           ELSE
               MOVE ORIGINAL-REFERENCE-IN TO REF-SEARCH-KEY-WS
               SET REF-IDX TO 1
               SEARCH ALL REF-TABLE-WS
                   AT END
                      MOVE
                       'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                          TO CHECK-MESSAGE-WS
                      PERFORM 580-FLAG-ERROR
                   WHEN REF-KEY-WS (REF-IDX) = REF-SEARCH-KEY-WS
                      PERFORM 474-CHECK-REFERENCED-ORIGINAL
               END-SEARCH
           END-IF.

       474-CHECK-REFERENCED-ORIGINAL.
           IF REF-ORIG-TYPE-WS (REF-IDX) = SPACE
                   OR REF-ORIG-TYPE-WS (REF-IDX) = 'R'
               MOVE 'ORIGINAL REFERENCE NOT ON ACCEPTED HISTORY'
                   TO CHECK-MESSAGE-WS
               PERFORM 580-FLAG-ERROR
           ELSE
               IF REF-ACCOUNT-WS (REF-IDX) <> ACCOUNT-CODE-IN
                       OR REF-DATE-WS (REF-IDX) <> TRANSACTION-DATE-IN
                       OR REF-AMOUNT-WS (REF-IDX) <> AMOUNT-IN-X
                   MOVE 'REVERSAL DOES NOT MATCH ITS ORIGINAL'
                       TO CHECK-MESSAGE-WS
                   PERFORM 580-FLAG-ERROR
               ELSE
                   IF REF-REV-COUNT-WS (REF-IDX) > 0
                       MOVE 'ORIGINAL TRANSACTION ALREADY REVERSED'
                           TO CHECK-MESSAGE-WS
                       PERFORM 580-FLAG-ERROR
                   ELSE
                       SET REF-MATCH-SUB-WS TO REF-IDX
                       PERFORM 466-CHECK-REVERSAL-BY-KEY
                   END-IF
               END-IF
           END-IF.

      *    THE CONVERTED BASE AMOUNT REPLACES AMOUNT-IN, SO EVERY
      *    LATER CHECK AND THE RELEASED GOODTRAN RECORD SEE THE BASE
      *    AMOUNT.  A RECORD THAT CANNOT BE CONVERTED IS LEFT WITH A
      *    ZERO AMOUNT AND STAYS IN SUSPENSE.
       475-CHECK-CURRENCY-CODE.
           IF CURRENCY-CODE-IN <> SPACES
               PERFORM 477-FIND-EXCHANGE-RATE
               EVALUATE TRUE
                   WHEN NOT CURRENCY-IS-KNOWN
                       MOVE ZERO TO AMOUNT-IN
                       MOVE 'CURRENCY CODE NOT ON RATE FILE'
                           TO CHECK-MESSAGE-WS
                       PERFORM 580-FLAG-ERROR
                   WHEN ORIGINAL-AMOUNT-IN IS NOT NUMERIC
                       MOVE ZERO TO AMOUNT-IN
                       MOVE 'ORIGINAL AMOUNT IS NOT NUMERIC'
                           TO CHECK-MESSAGE-WS
                       PERFORM 580-FLAG-ERROR
                   WHEN MONTH-IN IS NUMERIC AND DAY-IN IS NUMERIC
                           AND YEAR-IN IS NUMERIC
                       PERFORM 476-CONVERT-TO-BASE
                   WHEN OTHER
                       MOVE ZERO TO AMOUNT-IN
               END-EVALUATE
           END-IF.

       476-CONVERT-TO-BASE.
           IF NOT RATE-WAS-FOUND
               MOVE ZERO TO AMOUNT-IN
               MOVE 'NO EXCHANGE RATE FOR TRANSACTION DATE'
                   TO CHECK-MESSAGE-WS
               PERFORM 580-FLAG-ERROR
           ELSE
               COMPUTE AMOUNT-IN ROUNDED
                   = ORIGINAL-AMOUNT-IN * CONVERSION-RATE-WS
                   ON SIZE ERROR
                       MOVE ZERO TO AMOUNT-IN
                       MOVE 'CONVERTED AMOUNT EXCEEDS FIELD SIZE'
                           TO CHECK-MESSAGE-WS
                       PERFORM 580-FLAG-ERROR
               END-COMPUTE
           END-IF.

       477-FIND-EXCHANGE-RATE.
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
               PERFORM 478-SCAN-ONE-RATE
                   VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-TABLE-COUNT-WS
           END-IF.

       478-SCAN-ONE-RATE.
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

       580-FLAG-ERROR.
           IF RECORD-IS-VALID
               MOVE CHECK-MESSAGE-WS TO FIRST-ERROR-MSG-WS
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
           IF REF-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** TRANSACTION REFERENCE TABLE FULL (500000) -'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    REFERENCE CHECKS ARE INCOMPLETE ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.
           IF RELEASED-REF-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** MORE THAN 5000 RECORDS RELEASED - LATER'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    RELEASES WERE NOT CHECKED AGAINST THEM ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.

       830-PRINT-AGING-REPORT.
           MOVE AGING-THRESHOLD-WS TO AGING-LIMIT-OUT.
