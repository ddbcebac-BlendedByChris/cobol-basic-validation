       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMAPPRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PENDING-CHANGES
               ASSIGN TO 'AMPEND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT AS AMENTRY WRITES.  THE CHECKER'S DECISION IS
      *    STAMPED ON THE ITEM; ACCTMAINT ACTS ON IT.
       FD  PENDING-CHANGES.
       01  PENDING-CHANGE-RECORD.
           05  PC-ITEM-NUMBER          PIC 9(6).
           05  PC-STATUS               PIC X.
               88 PC-STATUS-PENDING    VALUE 'P'.
           05  PC-ENTERED-BY           PIC X(8).
           05  PC-ENTERED-DATE         PIC 9(8).
           05  PC-ENTERED-TIME         PIC 9(6).
           05  PC-DECIDED-BY           PIC X(8).
           05  PC-DECIDED-DATE         PIC 9(8).
           05  PC-DECLINE-REASON       PIC X(30).
           05  PC-MAINT-REQUEST.
               10  MT-ACTION           PIC X.
               10  MT-ACCOUNT-CODE     PIC X(4).
               10  MT-ACCOUNT-NAME     PIC X(30).
               10  MT-STATUS           PIC X.
               10  MT-OPEN-DATE        PIC X(8).
               10  MT-CLOSE-DATE       PIC X(8).
               10  MT-MERGE-INTO-CODE  PIC X(4).
               10  MT-OVERDRAFT-LIMIT  PIC X(9).
               10  MT-HOME-CURRENCY    PIC X(3).
               10                      PIC X(12).
           05                          PIC X(5).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  PENDING-EOF-WS          PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  OPERATOR-ID-WS          PIC X(8)     VALUE SPACES.
           05  DONE-SW                 PIC X        VALUE 'N'.
               88 OPERATOR-IS-DONE                  VALUE 'Y'.
           05  ANSWER-VALID-SW         PIC X        VALUE 'N'.
               88 ANSWER-IS-VALID                   VALUE 'Y'.
           05  INQ-REPLY-WS            PIC X(80)    VALUE SPACES.
           05  ACTION-NAME-WS          PIC X(7)     VALUE SPACES.
           05  ITEMS-ON-FILE-WS        PIC 9(5)     VALUE ZERO.
           05  ITEMS-PENDING-WS        PIC 9(5)     VALUE ZERO.
           05  ITEMS-APPROVED-WS       PIC 9(5)     VALUE ZERO.
           05  ITEMS-DECLINED-WS       PIC 9(5)     VALUE ZERO.
           05  ITEMS-SKIPPED-WS        PIC 9(5)     VALUE ZERO.
           05  ITEMS-OWN-WS            PIC 9(5)     VALUE ZERO.
           05  PEND-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 PEND-TABLE-IS-FULL                VALUE 'Y'.

       01  PENDING-TABLE-AREA-WS.
           05  PEND-TABLE-COUNT-WS     PIC 9(4)     VALUE ZERO.
           05  PEND-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON PEND-TABLE-COUNT-WS
                   INDEXED BY PEND-IDX.
               10  PEND-TABLE-RECORD-WS
                                       PIC X(160).

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN.
           IF PEND-TABLE-COUNT-WS > 0
               PERFORM 300-DECIDE-ONE-ITEM
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-TABLE-COUNT-WS
                      OR OPERATOR-IS-DONE
           END-IF.
           PERFORM 600-REWRITE-PENDING-CHANGES.
           PERFORM 900-CLOSE.
           STOP RUN.

      *    THE CHECKER KEYS THEIR OWN ID; ITEMS THEY ENTERED
      *    THEMSELVES ARE SHOWN BUT CANNOT BE DECIDED BY THEM.
       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY 'MAINTENANCE APPROVAL - OPERATOR ID: '
               WITH NO ADVANCING.
           ACCEPT OPERATOR-ID-WS.
           IF OPERATOR-ID-WS = SPACES
               DISPLAY 'AMAPPRV: NO OPERATOR ID - NOTHING DECIDED'
               STOP RUN
           END-IF.
           PERFORM 220-LOAD-PENDING-CHANGES.
           IF PEND-TABLE-IS-FULL
               DISPLAY 'AMAPPRV: AMPEND.DAT EXCEEDS 5000 ITEMS -'
                   ' RUN ACCTMAINT TO CLEAR DECIDED ITEMS FIRST'
               STOP RUN
           END-IF.
           DISPLAY ITEMS-PENDING-WS ' ITEMS AWAITING APPROVAL.'
               ' KEY A TO APPROVE, D TO DECLINE, S TO SKIP,'
               ' END TO FINISH'.

       220-LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES.
           PERFORM 225-LOAD-ONE-PENDING-ITEM
               UNTIL PENDING-EOF-WS = 'YES'
                  OR PEND-TABLE-IS-FULL.
           CLOSE PENDING-CHANGES.

       225-LOAD-ONE-PENDING-ITEM.
           READ PENDING-CHANGES INTO PENDING-CHANGE-RECORD
               AT END MOVE 'YES' TO PENDING-EOF-WS
           END-READ.
           IF PENDING-EOF-WS <> 'YES'
               IF PEND-TABLE-COUNT-WS = 5000
                   MOVE 'Y' TO PEND-TABLE-FULL-SW
               ELSE
                   ADD 1 TO PEND-TABLE-COUNT-WS
                   ADD 1 TO ITEMS-ON-FILE-WS
                   MOVE PENDING-CHANGE-RECORD
                       TO PEND-TABLE-RECORD-WS (PEND-TABLE-COUNT-WS)
                   IF PC-STATUS-PENDING
                       ADD 1 TO ITEMS-PENDING-WS
                   END-IF
               END-IF
           END-IF.

       300-DECIDE-ONE-ITEM.
           MOVE PEND-TABLE-RECORD-WS (PEND-IDX)
               TO PENDING-CHANGE-RECORD.
           IF PC-STATUS-PENDING
               PERFORM 310-SHOW-PENDING-ITEM
               IF PC-ENTERED-BY = OPERATOR-ID-WS
                   DISPLAY '  ENTERED BY YOU - ANOTHER OPERATOR'
                       ' MUST APPROVE OR DECLINE IT'
                   ADD 1 TO ITEMS-OWN-WS
               ELSE
                   MOVE 'N' TO ANSWER-VALID-SW
                   PERFORM 320-ASK-FOR-DECISION
                       UNTIL ANSWER-IS-VALID
                   MOVE PENDING-CHANGE-RECORD
                       TO PEND-TABLE-RECORD-WS (PEND-IDX)
               END-IF
           END-IF.

       310-SHOW-PENDING-ITEM.
           EVALUATE MT-ACTION
               WHEN 'A'
                   MOVE 'ADD    ' TO ACTION-NAME-WS
               WHEN 'C'
                   MOVE 'CHANGE ' TO ACTION-NAME-WS
               WHEN 'X'
                   MOVE 'CLOSE  ' TO ACTION-NAME-WS
               WHEN 'M'
                   MOVE 'MERGE  ' TO ACTION-NAME-WS
               WHEN OTHER
                   MOVE 'INVALID' TO ACTION-NAME-WS
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY 'ITEM ' PC-ITEM-NUMBER '  ' ACTION-NAME-WS
               '  ACCOUNT ' MT-ACCOUNT-CODE
               '  ENTERED BY ' PC-ENTERED-BY
               ' ON ' PC-ENTERED-DATE.
           DISPLAY '  NAME ' MT-ACCOUNT-NAME
               '  STATUS ' MT-STATUS
               '  OPEN ' MT-OPEN-DATE
               '  CLOSE ' MT-CLOSE-DATE.
           DISPLAY '  MERGE INTO ' MT-MERGE-INTO-CODE
               '  OVERDRAFT LIMIT ' MT-OVERDRAFT-LIMIT
               '  HOME CURRENCY ' MT-HOME-CURRENCY.

       320-ASK-FOR-DECISION.
           DISPLAY '  DECISION (A/D/S/END): ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-REPLY-WS.
           ACCEPT INQ-REPLY-WS.
           MOVE 'Y' TO ANSWER-VALID-SW.
           EVALUATE TRUE
               WHEN INQ-REPLY-WS = 'A'
                   MOVE 'A'            TO PC-STATUS
                   MOVE OPERATOR-ID-WS TO PC-DECIDED-BY
                   MOVE RUN-DATE-WS    TO PC-DECIDED-DATE
                   MOVE SPACES         TO PC-DECLINE-REASON
                   ADD 1 TO ITEMS-APPROVED-WS
               WHEN INQ-REPLY-WS = 'D'
                   PERFORM 330-ASK-FOR-REASON
                   MOVE 'D'            TO PC-STATUS
                   MOVE OPERATOR-ID-WS TO PC-DECIDED-BY
                   MOVE RUN-DATE-WS    TO PC-DECIDED-DATE
                   ADD 1 TO ITEMS-DECLINED-WS
               WHEN INQ-REPLY-WS = 'S'
                   ADD 1 TO ITEMS-SKIPPED-WS
               WHEN INQ-REPLY-WS = 'END'
                   MOVE 'Y' TO DONE-SW
               WHEN OTHER
                   MOVE 'N' TO ANSWER-VALID-SW
           END-EVALUATE.

       330-ASK-FOR-REASON.
           DISPLAY '  REASON FOR DECLINING: ' WITH NO ADVANCING.
           MOVE SPACES TO INQ-REPLY-WS.
           ACCEPT INQ-REPLY-WS.
           MOVE INQ-REPLY-WS TO PC-DECLINE-REASON.

      *    THE WHOLE FILE GOES BACK, DECIDED OR NOT, IN ITS
      *    ORIGINAL ORDER.
       600-REWRITE-PENDING-CHANGES.
           IF PEND-TABLE-COUNT-WS > 0
               OPEN OUTPUT PENDING-CHANGES
               PERFORM 610-WRITE-ONE-PENDING-ITEM
                   VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PEND-TABLE-COUNT-WS
               CLOSE PENDING-CHANGES
           END-IF.

       610-WRITE-ONE-PENDING-ITEM.
           WRITE PENDING-CHANGE-RECORD
               FROM PEND-TABLE-RECORD-WS (PEND-IDX).

       900-CLOSE.
           DISPLAY ' '.
           DISPLAY 'AMAPPRV: ' ITEMS-APPROVED-WS ' APPROVED, '
               ITEMS-DECLINED-WS ' DECLINED, '
               ITEMS-SKIPPED-WS ' SKIPPED, '
               ITEMS-OWN-WS ' OF YOUR OWN LEFT FOR ANOTHER OPERATOR'.
