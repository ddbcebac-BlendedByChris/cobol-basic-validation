           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05  AH-REVERSED-TYPE        PIC X.
           05                          PIC X(14).
           05  AH-TRANS-REFERENCE      PIC X(12).
           05  AH-ORIGINAL-REFERENCE   PIC X(12).
           05                          PIC X(10).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SUS-RECORD-NUMBER       PIC 9(6).
               10  SUS-ORIG-TYPE       PIC X.
               10  SUS-ORIG-ACCOUNT    PIC X(4).
               10  SUS-ORIG-DEST-ACCT  PIC X(4).
               10                      PIC X(31).
               10  SUS-ORIG-REFERENCE  PIC X(12).
               10                      PIC X(28).
           05  SUS-ERROR-MESSAGE       PIC X(40).

       WORKING-STORAGE SECTION.
               88 OPERATOR-IS-DONE                  VALUE 'Y'.
           05  INQ-ACCOUNT-WS          PIC X(4)     VALUE SPACES.
           05  INQ-REPLY-WS            PIC X(80)    VALUE SPACES.
           05  INQ-REFERENCE-WS        PIC X(12)    VALUE SPACES.
           05  REF-SHOWN-COUNT-WS      PIC 9(4)     VALUE ZERO.
           05  SHOWN-COUNT-WS          PIC 99       VALUE ZERO.
           05  SUS-SHOWN-COUNT-WS      PIC 9(4)     VALUE ZERO.
           05  SCAN-SUB-WS             PIC 9(6)     VALUE ZERO.
               10  HT-RUN-WS           PIC 9(6).
               10  HT-DEST-WS          PIC X(4).
               10  HT-REVERSED-WS      PIC X.
               10  HT-REFERENCE-WS     PIC X(12).
               10  HT-ORIG-REF-WS      PIC X(12).

       01  SUSPENSE-TABLE-AREA-WS.
           05  SUS-TABLE-COUNT-WS      PIC 9(4)     VALUE ZERO.
               10  ST-RUN-AGE-WS       PIC 9(3).
               10  ST-ACCOUNT-WS       PIC X(4).
               10  ST-DEST-ACCT-WS     PIC X(4).
               10  ST-REFERENCE-WS     PIC X(12).
               10  ST-ERROR-MSG-WS     PIC X(40).

       01  BALANCE-DISPLAY-WS.
           PERFORM 220-LOAD-ACCEPTED-HISTORY.
           PERFORM 230-LOAD-SUSPENSE-FILE.
           DISPLAY 'ACCOUNT INQUIRY - KEY AN ACCOUNT CODE,'
               ' REF AND A TRANSACTION REFERENCE, OR END TO FINISH'.

       210-LOAD-BALANCE-FILE.
           OPEN INPUT BALANCE-FILE.
                       TO HT-DEST-WS (HIST-TABLE-COUNT-WS)
                   MOVE AH-REVERSED-TYPE
                       TO HT-REVERSED-WS (HIST-TABLE-COUNT-WS)
                   MOVE AH-TRANS-REFERENCE
                       TO HT-REFERENCE-WS (HIST-TABLE-COUNT-WS)
                   MOVE AH-ORIGINAL-REFERENCE
                       TO HT-ORIG-REF-WS (HIST-TABLE-COUNT-WS)
               ELSE
                   MOVE 'Y' TO HIST-TABLE-FULL-SW
               END-IF
                   TO ST-ACCOUNT-WS (SUS-TABLE-COUNT-WS)
               MOVE SUS-ORIG-DEST-ACCT
                   TO ST-DEST-ACCT-WS (SUS-TABLE-COUNT-WS)
               MOVE SUS-ORIG-REFERENCE
                   TO ST-REFERENCE-WS (SUS-TABLE-COUNT-WS)
               MOVE SUS-ERROR-MESSAGE
                   TO ST-ERROR-MSG-WS (SUS-TABLE-COUNT-WS)
           END-IF.

      *    A REPLY OF REF FOLLOWED BY A TRANSACTION REFERENCE
      *    LOOKS UP THAT ONE TRANSACTION INSTEAD OF AN ACCOUNT.
       300-INQUIRY-CYCLE.
           DISPLAY 'ACCOUNT OR REF: ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-REPLY-WS.
           ACCEPT INQ-REPLY-WS.
           EVALUATE TRUE
               WHEN INQ-REPLY-WS = SPACES OR INQ-REPLY-WS = 'END'
                   MOVE 'Y' TO DONE-SW
               WHEN INQ-REPLY-WS (1:4) = 'REF '
                   MOVE INQ-REPLY-WS (5:12) TO INQ-REFERENCE-WS
                   PERFORM 370-SHOW-ONE-REFERENCE
               WHEN OTHER
                   MOVE INQ-REPLY-WS (1:4) TO INQ-ACCOUNT-WS
                   PERFORM 310-SHOW-ONE-ACCOUNT
           END-EVALUATE.

       310-SHOW-ONE-ACCOUNT.
           DISPLAY ' '.
                   '  DATE ' HT-DATE-WS (SCAN-SUB-WS)
                   '  AMT ' HT-AMOUNT-WS (SCAN-SUB-WS)
                   '  RUN ' HT-RUN-WS (SCAN-SUB-WS)
                   '  REF ' HT-REFERENCE-WS (SCAN-SUB-WS)
           END-IF.

       360-SHOW-SUSPENSE-ITEMS.
                   '  ' ST-ERROR-MSG-WS (SCAN-SUB-WS)
           END-IF.

      *    THE ACCEPTED ROW CARRYING THE REFERENCE, ANY REVERSAL
      *    THAT NAMES IT AS ITS ORIGINAL, AND ANY SUSPENSE ITEM
      *    STILL WAITING UNDER IT.
       370-SHOW-ONE-REFERENCE.
           DISPLAY ' '.
           IF INQ-REFERENCE-WS = SPACES
               DISPLAY 'KEY REF FOLLOWED BY THE TRANSACTION REFERENCE'
           ELSE
               MOVE ZERO TO REF-SHOWN-COUNT-WS
               DISPLAY 'ACCEPTED TRANSACTIONS FOR REFERENCE '
                   INQ-REFERENCE-WS ':'
               IF HIST-TABLE-COUNT-WS > 0
                   PERFORM 375-SHOW-ONE-REFERENCE-ROW
                       VARYING SCAN-SUB-WS FROM 1 BY 1
                       UNTIL SCAN-SUB-WS > HIST-TABLE-COUNT-WS
               END-IF
               IF REF-SHOWN-COUNT-WS = 0
                   DISPLAY '  (NONE ON FILE)'
               END-IF
               MOVE ZERO TO REF-SHOWN-COUNT-WS
               DISPLAY 'SUSPENSE ITEMS FOR THE REFERENCE:'
               IF SUS-TABLE-COUNT-WS > 0
                   PERFORM 380-SHOW-ONE-REFERENCE-SUSPENSE
                       VARYING SCAN-SUB-WS FROM 1 BY 1
                       UNTIL SCAN-SUB-WS > SUS-TABLE-COUNT-WS
               END-IF
               IF REF-SHOWN-COUNT-WS = 0
                   DISPLAY '  (NONE)'
               END-IF
           END-IF.
           DISPLAY ' '.

       375-SHOW-ONE-REFERENCE-ROW.
           IF HT-REFERENCE-WS (SCAN-SUB-WS) = INQ-REFERENCE-WS
               ADD 1 TO REF-SHOWN-COUNT-WS
               DISPLAY '  TYPE ' HT-RECORD-TYPE-WS (SCAN-SUB-WS)
                   '  ACCT ' HT-ACCOUNT-WS (SCAN-SUB-WS)
                   '  DEST ' HT-DEST-WS (SCAN-SUB-WS)
                   '  DATE ' HT-DATE-WS (SCAN-SUB-WS)
                   '  AMT ' HT-AMOUNT-WS (SCAN-SUB-WS)
                   '  RUN ' HT-RUN-WS (SCAN-SUB-WS)
               IF HT-ORIG-REF-WS (SCAN-SUB-WS) <> SPACES
                   DISPLAY '    REVERSES REF '
                       HT-ORIG-REF-WS (SCAN-SUB-WS)
               END-IF
           ELSE
               IF HT-ORIG-REF-WS (SCAN-SUB-WS) = INQ-REFERENCE-WS
                   ADD 1 TO REF-SHOWN-COUNT-WS
                   DISPLAY '  REVERSED BY REF '
                       HT-REFERENCE-WS (SCAN-SUB-WS)
                       '  ACCT ' HT-ACCOUNT-WS (SCAN-SUB-WS)
                       '  DATE ' HT-DATE-WS (SCAN-SUB-WS)
                       '  AMT ' HT-AMOUNT-WS (SCAN-SUB-WS)
                       '  RUN ' HT-RUN-WS (SCAN-SUB-WS)
               END-IF
           END-IF.

       380-SHOW-ONE-REFERENCE-SUSPENSE.
           IF ST-REFERENCE-WS (SCAN-SUB-WS) = INQ-REFERENCE-WS
               ADD 1 TO REF-SHOWN-COUNT-WS
               MOVE ST-RUN-AGE-WS (SCAN-SUB-WS) TO AGE-DISPLAY-WS
               DISPLAY '  REC ' ST-RECORD-NUM-WS (SCAN-SUB-WS)
                   '  ACCT ' ST-ACCOUNT-WS (SCAN-SUB-WS)
                   '  FROM ' ST-SOURCE-FILE-WS (SCAN-SUB-WS)
                   '  AGE ' AGE-DISPLAY-WS
                   '  ' ST-ERROR-MSG-WS (SCAN-SUB-WS)
           END-IF.

       900-CLOSE.
           IF MASTER-IS-AVAILABLE
               CLOSE ACCOUNT-MASTER-IX
