       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAINT-TRANSACTIONS
               ASSIGN TO 'AMTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CHANGES
               ASSIGN TO 'AMPEND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-CONTROL
               ASSIGN TO 'AMCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MAINT-CONTROL-STATUS-WS.
           SELECT ENTRY-REGISTER
               ASSIGN TO 'AMENTRY.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ACCOUNT MAINTENANCE REQUESTS AS KEYED.  NOTHING ON THIS
      *    FILE IS APPLIED DIRECTLY - EACH REQUEST IS QUEUED ON THE
      *    PENDING-CHANGE FILE UNDER THE KEYING OPERATOR'S ID AND
      *    THE FILE IS THEN EMPTIED SO NOTHING IS QUEUED TWICE.
       FD  MAINT-TRANSACTIONS.
       01  MAINT-TRANSACTION-RECORD.
           05  MT-ACTION               PIC X.
               88 MT-ACTION-VALID      VALUE 'A' 'C' 'X' 'M'.
           05  MT-ACCOUNT-CODE         PIC X(4).
           05  MT-ACCOUNT-NAME         PIC X(30).
           05  MT-STATUS               PIC X.
           05  MT-OPEN-DATE            PIC X(8).
           05  MT-CLOSE-DATE           PIC X(8).
           05  MT-MERGE-INTO-CODE      PIC X(4).
           05  MT-OVERDRAFT-LIMIT      PIC X(9).
           05  MT-HOME-CURRENCY        PIC X(3).
           05                          PIC X(12).
      *    ONE RECORD PER MAINTENANCE REQUEST AWAITING A DECISION OR
      *    DECIDED BUT NOT YET APPLIED.  STATUS IS P (PENDING), A
      *    (APPROVED) OR D (DECLINED).  THE ENTERING OPERATOR IS
      *    STAMPED HERE; AMAPPRV STAMPS THE DECIDING OPERATOR, WHO
      *    MAY NOT BE THE SAME PERSON.  ACCTMAINT APPLIES APPROVED
      *    ITEMS, DROPS DECIDED ONES AND KEEPS THE REST.  DATES ARE
      *    YYYYMMDD.
       FD  PENDING-CHANGES.
       01  PENDING-CHANGE-RECORD.
           05  PC-ITEM-NUMBER          PIC 9(6).
           05  PC-STATUS               PIC X.
           05  PC-ENTERED-BY           PIC X(8).
           05  PC-ENTERED-DATE         PIC 9(8).
           05  PC-ENTERED-TIME         PIC 9(6).
           05  PC-DECIDED-BY           PIC X(8).
           05  PC-DECIDED-DATE         PIC 9(8).
           05  PC-DECLINE-REASON       PIC X(30).
           05  PC-MAINT-REQUEST        PIC X(80).
           05                          PIC X(5).
      *    THE LAST ITEM NUMBER ISSUED IS KEPT HERE SO A NUMBER IS
      *    NEVER ISSUED TWICE, EVEN ONCE AMPEND.DAT HAS BEEN DRAINED.
      *    THE OVERDUE DAYS BELONG TO ACCTMAINT AND ARE WRITTEN BACK
      *    AS THEY WERE READ.
       FD  MAINT-CONTROL.
       01  MAINT-CONTROL-RECORD.
           05  AMC-OVERDUE-DAYS        PIC 9(3).
           05  AMC-LAST-ITEM-NUMBER    PIC 9(6).
           05                          PIC X(71).
       FD  ENTRY-REGISTER.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  MAINT-EOF-WS            PIC XXX      VALUE 'NO'.
           05  PENDING-EOF-WS          PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-RAW-WS         PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-WS             PIC 9(6)     VALUE ZERO.
           05  OPERATOR-ID-WS          PIC X(8)     VALUE SPACES.
           05  LAST-ITEM-NUMBER-WS     PIC 9(6)     VALUE ZERO.
           05  MAINT-CONTROL-STATUS-WS PIC XX       VALUE SPACES.
           05  MAINT-CONTROL-SAVE-WS   PIC X(80)    VALUE SPACES.
           05  REQUESTS-TO-QUEUE-WS    PIC 9(5)     VALUE ZERO.
           05  ALREADY-PENDING-WS      PIC 9(5)     VALUE ZERO.
           05  REQUESTS-READ-WS        PIC 9(5)     VALUE ZERO.
           05  REQUESTS-QUEUED-WS      PIC 9(5)     VALUE ZERO.
           05  REQUESTS-REJECTED-WS    PIC 9(5)     VALUE ZERO.
           05  REJECT-REASON-WS        PIC X(30)    VALUE SPACES.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(40) VALUE
                           'MAINTENANCE REQUEST ENTRY - RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(13) VALUE
                                       '  ENTERED BY '.
           05  OPERATOR-ID-OUT         PIC X(8).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(8)  VALUE '  ITEM'.
           05                          PIC X(4)  VALUE 'ACT'.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(32) VALUE 'NAME'.
           05                          PIC X(4)  VALUE 'ST'.
           05                          PIC X(6)  VALUE 'INTO'.
           05                          PIC X(30) VALUE 'RESULT'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ITEM-NUMBER-OUT         PIC Z(5)9.
           05                          PIC X(2).
           05  ACTION-OUT              PIC X.
           05                          PIC X(3).
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  ACCOUNT-NAME-OUT        PIC X(30).
           05                          PIC X(2).
           05  STATUS-OUT              PIC X.
           05                          PIC X(3).
           05  MERGE-INTO-OUT          PIC X(4).
           05                          PIC X(2).
           05  RESULT-OUT              PIC X(30).

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
           PERFORM 300-QUEUE-ONE-REQUEST
               UNTIL MAINT-EOF-WS = 'YES'.
           PERFORM 600-EMPTY-MAINT-TRANSACTIONS.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

      *    THE OPERATOR KEYS THEIR OWN ID.  IT IS THE ID THE
      *    APPROVAL PROGRAM HOLDS THE CHECKER AGAINST, SO A RUN
      *    WITH NO ID QUEUES NOTHING.
       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW-WS FROM TIME.
           MOVE RUN-TIME-RAW-WS (1:6) TO RUN-TIME-WS.
           DISPLAY 'MAINTENANCE REQUEST ENTRY - OPERATOR ID: '
               WITH NO ADVANCING.
           ACCEPT OPERATOR-ID-WS.
           IF OPERATOR-ID-WS = SPACES
               DISPLAY 'AMENTRY: NO OPERATOR ID - NOTHING QUEUED,'
                   ' AMTRAN.DAT LEFT AS IT IS'
               STOP RUN
           END-IF.
           PERFORM 210-FIND-LAST-ITEM-NUMBER.
           PERFORM 220-READ-MAINT-CONTROL.
           PERFORM 230-COUNT-REQUESTS.
           IF REQUESTS-TO-QUEUE-WS > 0
               PERFORM 240-RESERVE-ITEM-NUMBERS
           END-IF.
           MOVE 'NO' TO MAINT-EOF-WS.
           OPEN INPUT MAINT-TRANSACTIONS.
           OPEN EXTEND PENDING-CHANGES.
           OPEN OUTPUT ENTRY-REGISTER.
           PERFORM 700-HEADER.
           PERFORM 250-READ.

      *    ITEM NUMBERS CARRY ON FROM THE LAST ONE ISSUED, OR FROM
      *    THE HIGHEST STILL ON FILE IF THAT IS LATER.
       210-FIND-LAST-ITEM-NUMBER.
           OPEN INPUT PENDING-CHANGES.
           PERFORM 215-SCAN-ONE-PENDING-ITEM
               UNTIL PENDING-EOF-WS = 'YES'.
           CLOSE PENDING-CHANGES.

       215-SCAN-ONE-PENDING-ITEM.
           READ PENDING-CHANGES INTO PENDING-CHANGE-RECORD
               AT END MOVE 'YES' TO PENDING-EOF-WS
           END-READ.
           IF PENDING-EOF-WS <> 'YES'
               ADD 1 TO ALREADY-PENDING-WS
               IF PC-ITEM-NUMBER IS NUMERIC
                      AND PC-ITEM-NUMBER > LAST-ITEM-NUMBER-WS
                   MOVE PC-ITEM-NUMBER TO LAST-ITEM-NUMBER-WS
               END-IF
           END-IF.

       220-READ-MAINT-CONTROL.
           OPEN INPUT MAINT-CONTROL.
           READ MAINT-CONTROL INTO MAINT-CONTROL-RECORD
               AT END MOVE SPACES TO MAINT-CONTROL-RECORD
           END-READ.
           CLOSE MAINT-CONTROL.
           MOVE MAINT-CONTROL-RECORD TO MAINT-CONTROL-SAVE-WS.
           IF AMC-LAST-ITEM-NUMBER IS NUMERIC
                  AND AMC-LAST-ITEM-NUMBER > LAST-ITEM-NUMBER-WS
               MOVE AMC-LAST-ITEM-NUMBER TO LAST-ITEM-NUMBER-WS
           END-IF.

      *    THE REQUESTS ARE COUNTED FIRST SO THEIR NUMBERS CAN BE
      *    TAKEN ON AMCTL.DAT BEFORE ANYTHING IS QUEUED.
       230-COUNT-REQUESTS.
           OPEN INPUT MAINT-TRANSACTIONS.
           PERFORM 235-COUNT-ONE-REQUEST
               UNTIL MAINT-EOF-WS = 'YES'.
           CLOSE MAINT-TRANSACTIONS.

       235-COUNT-ONE-REQUEST.
           PERFORM 250-READ.
           IF MAINT-EOF-WS <> 'YES'
                  AND MAINT-TRANSACTION-RECORD <> SPACES
               PERFORM 305-CHECK-REQUEST
               IF REJECT-REASON-WS = SPACES
                   ADD 1 TO REQUESTS-TO-QUEUE-WS
               END-IF
           END-IF.

      *    A RUN THAT CANNOT RECORD THE NUMBERS IT IS ABOUT TO ISSUE
      *    QUEUES NOTHING.
       240-RESERVE-ITEM-NUMBERS.
           MOVE MAINT-CONTROL-SAVE-WS TO MAINT-CONTROL-RECORD.
           IF AMC-OVERDUE-DAYS IS NOT NUMERIC
               MOVE ZERO TO AMC-OVERDUE-DAYS
           END-IF.
           COMPUTE AMC-LAST-ITEM-NUMBER
               = LAST-ITEM-NUMBER-WS + REQUESTS-TO-QUEUE-WS.
           OPEN OUTPUT MAINT-CONTROL.
           IF MAINT-CONTROL-STATUS-WS = '00'
               WRITE MAINT-CONTROL-RECORD
           END-IF.
           IF MAINT-CONTROL-STATUS-WS = '00'
               CLOSE MAINT-CONTROL
           END-IF.
           IF MAINT-CONTROL-STATUS-WS <> '00'
               DISPLAY 'AMENTRY: AMCTL.DAT NOT REWRITTEN - STATUS '
                   MAINT-CONTROL-STATUS-WS
               DISPLAY 'AMENTRY: NOTHING QUEUED, AMTRAN.DAT LEFT AS'
                   ' IT IS'
               STOP RUN
           END-IF.

       250-READ.
           READ MAINT-TRANSACTIONS INTO MAINT-TRANSACTION-RECORD
               AT END MOVE 'YES' TO MAINT-EOF-WS
           END-READ.

      *    ONLY A REQUEST THAT CANNOT MEAN ANYTHING IS TURNED AWAY
      *    HERE; EVERYTHING ELSE IS CHECKED AGAINST THE MASTER WHEN
      *    ACCTMAINT APPLIES IT.
       300-QUEUE-ONE-REQUEST.
           IF MAINT-TRANSACTION-RECORD <> SPACES
               ADD 1 TO REQUESTS-READ-WS
               PERFORM 305-CHECK-REQUEST
               IF REJECT-REASON-WS = SPACES
                   PERFORM 310-WRITE-PENDING-ITEM
               ELSE
                   ADD 1 TO REQUESTS-REJECTED-WS
                   MOVE ZERO TO ITEM-NUMBER-OUT
                   MOVE REJECT-REASON-WS TO RESULT-OUT
                   PERFORM 710-PRINT-REQUEST-LINE
               END-IF
           END-IF.
           PERFORM 250-READ.

       305-CHECK-REQUEST.
           MOVE SPACES TO REJECT-REASON-WS.
           EVALUATE TRUE
               WHEN NOT MT-ACTION-VALID
                   MOVE 'ACTION CODE IS INVALID'
                       TO REJECT-REASON-WS
               WHEN MT-ACCOUNT-CODE = SPACES
                   MOVE 'ACCOUNT CODE IS BLANK'
                       TO REJECT-REASON-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       310-WRITE-PENDING-ITEM.
           ADD 1 TO LAST-ITEM-NUMBER-WS.
           MOVE SPACES               TO PENDING-CHANGE-RECORD.
           MOVE LAST-ITEM-NUMBER-WS  TO PC-ITEM-NUMBER.
           MOVE 'P'                  TO PC-STATUS.
           MOVE OPERATOR-ID-WS       TO PC-ENTERED-BY.
           MOVE RUN-DATE-WS          TO PC-ENTERED-DATE.
           MOVE RUN-TIME-WS          TO PC-ENTERED-TIME.
           MOVE ZERO                 TO PC-DECIDED-DATE.
           MOVE MAINT-TRANSACTION-RECORD TO PC-MAINT-REQUEST.
           WRITE PENDING-CHANGE-RECORD.
           ADD 1 TO REQUESTS-QUEUED-WS.
           MOVE LAST-ITEM-NUMBER-WS  TO ITEM-NUMBER-OUT.
           MOVE 'QUEUED FOR APPROVAL' TO RESULT-OUT.
           PERFORM 710-PRINT-REQUEST-LINE.

       600-EMPTY-MAINT-TRANSACTIONS.
           CLOSE MAINT-TRANSACTIONS.
           OPEN OUTPUT MAINT-TRANSACTIONS.
           CLOSE MAINT-TRANSACTIONS.

       700-HEADER.
           MOVE RUN-DATE-WS    TO RUN-DATE-OUT.
           MOVE OPERATOR-ID-WS TO OPERATOR-ID-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       710-PRINT-REQUEST-LINE.
           MOVE MT-ACTION          TO ACTION-OUT.
           MOVE MT-ACCOUNT-CODE    TO ACCOUNT-CODE-OUT.
           MOVE MT-ACCOUNT-NAME    TO ACCOUNT-NAME-OUT.
           MOVE MT-STATUS          TO STATUS-OUT.
           MOVE MT-MERGE-INTO-CODE TO MERGE-INTO-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       800-FOOTER.
           MOVE 'REQUESTS READ.................:' TO FOOTER-LABEL-OUT
           MOVE REQUESTS-READ-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'QUEUED FOR APPROVAL...........:' TO FOOTER-LABEL-OUT
           MOVE REQUESTS-QUEUED-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REJECTED AT ENTRY.............:' TO FOOTER-LABEL-OUT
           MOVE REQUESTS-REJECTED-WS         TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ITEMS ALREADY ON PENDING FILE.:' TO FOOTER-LABEL-OUT
           MOVE ALREADY-PENDING-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           IF REQUESTS-REJECTED-WS > 0
               MOVE '*** REJECTED REQUESTS WERE NOT QUEUED AND ARE'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
               MOVE '    NO LONGER ON AMTRAN.DAT - RE-KEY THEM ***'
                   TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       900-CLOSE.
           CLOSE PENDING-CHANGES ENTRY-REGISTER.
           DISPLAY 'AMENTRY: ' REQUESTS-QUEUED-WS
               ' REQUESTS QUEUED FOR APPROVAL, '
               REQUESTS-REJECTED-WS ' REJECTED'.
