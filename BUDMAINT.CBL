       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO 'BUDGET.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUDGET-TRANSACTIONS
               ASSIGN TO 'BUDTRAN.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER
               ASSIGN TO 'ACCTMAST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-REGISTER
               ASSIGN TO 'BUDMAINT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER EXPENSE ACCOUNT PER PERIOD (YYYYMM).  THE
      *    AMOUNT IS WHAT THE ACCOUNT IS PLANNED TO SPEND IN THAT
      *    MONTH; A MONTH WITH NO RECORD HAS NO BUDGET.  THE FILE IS
      *    KEPT IN ACCOUNT AND PERIOD ORDER AND IS CHANGED ONLY
      *    THROUGH THIS PROGRAM.  READ BY BUDGVAR AND POSTING.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05  BU-ACCOUNT-CODE         PIC X(4).
           05  BU-PERIOD               PIC 9(6).
           05  BU-BUDGET-AMOUNT        PIC 9(9)V99.
           05  BU-CHANGED-DATE         PIC 9(8).
           05                          PIC X(51).
      *    BUDGET MAINTENANCE REQUESTS.  ACTION A ADDS A BUDGET FOR
      *    AN ACCOUNT AND PERIOD NOT YET ON FILE, C REPLACES THE
      *    AMOUNT OF ONE THAT IS, D REMOVES IT (AMOUNT IGNORED).
      *    A RERUN OF THE SAME REQUESTS IS HARMLESS - THE ADDS AND
      *    DELETES ARE REJECTED AND THE CHANGES SET THE SAME AMOUNT.
       FD  BUDGET-TRANSACTIONS.
       01  BUDGET-TRANSACTION-RECORD.
           05  BT-ACTION               PIC X.
           05  BT-ACCOUNT-CODE         PIC X(4).
           05  BT-PERIOD               PIC 9(6).
           05  BT-PERIOD-PARTS REDEFINES BT-PERIOD.
               10  BT-YEAR             PIC 9(4).
               10  BT-MONTH            PIC 99.
           05  BT-BUDGET-AMOUNT        PIC 9(9)V99.
           05                          PIC X(58).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE         PIC X(4).
           05  AM-ACCOUNT-NAME         PIC X(30).
           05  AM-STATUS               PIC X.
           05  AM-OPEN-DATE            PIC X(8).
           05  AM-CLOSE-DATE           PIC X(8).
           05                          PIC X(29).
       FD  BUDGET-REGISTER.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
           05  BUDGET-EOF-WS           PIC XXX      VALUE 'NO'.
           05  TRAN-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  SEARCH-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  SEARCH-PERIOD-WS        PIC 9(6)     VALUE ZERO.
           05  FOUND-SUB-WS            PIC 9(5)     VALUE ZERO.
           05  ACCT-FOUND-SW           PIC X        VALUE 'N'.
               88 ACCT-WAS-FOUND                    VALUE 'Y'.
           05  BUDGET-FOUND-SW         PIC X        VALUE 'N'.
               88 BUDGET-WAS-FOUND                  VALUE 'Y'.
           05  REQUEST-OK-SW           PIC X        VALUE 'Y'.
               88 REQUEST-IS-OK                     VALUE 'Y'.
           05  MASTER-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 MASTER-TABLE-IS-FULL              VALUE 'Y'.
           05  BUDGET-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 BUDGET-TABLE-IS-FULL              VALUE 'Y'.
           05  REQUEST-COUNT-WS        PIC 9(6)     VALUE ZERO.
           05  ADDED-COUNT-WS          PIC 9(6)     VALUE ZERO.
           05  CHANGED-COUNT-WS        PIC 9(6)     VALUE ZERO.
           05  DELETED-COUNT-WS        PIC 9(6)     VALUE ZERO.
           05  REJECTED-COUNT-WS       PIC 9(6)     VALUE ZERO.
           05  WRITTEN-COUNT-WS        PIC 9(6)     VALUE ZERO.

      *    ACCOUNT CODES ON THE MASTER, SORTED FOR SEARCH ALL.  AN
      *    EMPTY OR MISSING MASTER SKIPS THE ACCOUNT CHECK.
       01  ACCOUNT-MASTER-WS.
           05  ACCOUNT-TABLE-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  ACCOUNT-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON ACCOUNT-TABLE-COUNT-WS
                   ASCENDING KEY IS ACCT-TABLE-CODE-WS
                   INDEXED BY ACCT-IDX.
               10  ACCT-TABLE-CODE-WS  PIC X(4).

      *    THE WHOLE BUDGET FILE, SO IT CAN BE REWRITTEN IN KEY
      *    ORDER.  IF IT WILL NOT FIT NOTHING IS APPLIED AND THE
      *    FILE IS LEFT AS IT WAS.  A DELETED ENTRY STAYS IN THE
      *    TABLE, MARKED, AND IS LEFT OFF THE REWRITE.
       01  BUDGET-TABLE-AREA-WS.
           05  BUDGET-TABLE-COUNT-WS   PIC 9(5)     VALUE ZERO.
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
               10  BUD-TABLE-CHANGED-WS
                                       PIC 9(8).
               10  BUD-TABLE-DELETED-SW
                                       PIC X.

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(39) VALUE
                           'BUDGET MAINTENANCE REGISTER - RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(8)  VALUE 'ACTION'.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(8)  VALUE 'PERIOD'.
           05                          PIC X(17) VALUE
                                       '    OLD BUDGET'.
           05                          PIC X(17) VALUE
                                       '    NEW BUDGET'.
           05                          PIC X(2)  VALUE SPACES.
           05                          PIC X(11) VALUE 'DISPOSITION'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ACTION-OUT              PIC X(6).
           05                          PIC X(2).
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  PERIOD-OUT              PIC X(6).
           05                          PIC X(2).
           05  OLD-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  OLD-AMOUNT-OUT-X REDEFINES OLD-AMOUNT-OUT
                                       PIC X(14).
           05                          PIC X(3).
           05  NEW-AMOUNT-OUT          PIC ZZZ,ZZZ,ZZ9.99.
           05  NEW-AMOUNT-OUT-X REDEFINES NEW-AMOUNT-OUT
                                       PIC X(14).
           05                          PIC X(5).
           05  DISPOSITION-OUT         PIC X(40).

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
           IF NOT BUDGET-TABLE-IS-FULL
               PERFORM 300-APPLY-REQUEST
                   UNTIL TRAN-EOF-WS = 'YES'
           END-IF.
           PERFORM 600-WRITE-BUDGET-FILE.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 230-LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-TRANSACTIONS.
           OPEN OUTPUT BUDGET-REGISTER.
           PERFORM 700-HEADER.
           PERFORM 250-READ-REQUEST.

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
           END-IF.

       230-LOAD-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE.
           PERFORM 235-LOAD-ONE-BUDGET
               UNTIL BUDGET-EOF-WS = 'YES'
                  OR BUDGET-TABLE-COUNT-WS = 30000.
           IF BUDGET-EOF-WS <> 'YES'
               READ BUDGET-FILE
                   AT END MOVE 'YES' TO BUDGET-EOF-WS
               END-READ
               IF BUDGET-EOF-WS <> 'YES'
                   MOVE 'Y' TO BUDGET-TABLE-FULL-SW
               END-IF
           END-IF.
           CLOSE BUDGET-FILE.

       235-LOAD-ONE-BUDGET.
           READ BUDGET-FILE INTO BUDGET-RECORD
               AT END MOVE 'YES' TO BUDGET-EOF-WS
           END-READ.
           IF BUDGET-EOF-WS <> 'YES'
               ADD 1 TO BUDGET-TABLE-COUNT-WS
               MOVE BU-ACCOUNT-CODE
                   TO BUD-TABLE-CODE-WS (BUDGET-TABLE-COUNT-WS)
               MOVE BU-PERIOD
                   TO BUD-TABLE-PERIOD-WS (BUDGET-TABLE-COUNT-WS)
               MOVE BU-BUDGET-AMOUNT
                   TO BUD-TABLE-AMOUNT-WS (BUDGET-TABLE-COUNT-WS)
               MOVE BU-CHANGED-DATE
                   TO BUD-TABLE-CHANGED-WS (BUDGET-TABLE-COUNT-WS)
               MOVE 'N'
                   TO BUD-TABLE-DELETED-SW (BUDGET-TABLE-COUNT-WS)
           END-IF.

       250-READ-REQUEST.
           READ BUDGET-TRANSACTIONS INTO BUDGET-TRANSACTION-RECORD
               AT END MOVE 'YES' TO TRAN-EOF-WS
           END-READ.

      *    EVERY REQUEST IS CHECKED IN FULL BEFORE IT IS APPLIED;
      *    THE FIRST FAULT FOUND IS THE ONE REPORTED.
       300-APPLY-REQUEST.
           ADD 1 TO REQUEST-COUNT-WS.
           MOVE 'Y' TO REQUEST-OK-SW.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BT-ACCOUNT-CODE TO ACCOUNT-CODE-OUT.
           MOVE BT-PERIOD TO PERIOD-OUT.
           PERFORM 310-CHECK-REQUEST.
           IF REQUEST-IS-OK
               EVALUATE BT-ACTION
                   WHEN 'A'
                       PERFORM 320-ADD-BUDGET
                   WHEN 'C'
                       PERFORM 330-CHANGE-BUDGET
                   WHEN 'D'
                       PERFORM 340-DELETE-BUDGET
               END-EVALUATE
           END-IF.
           IF NOT REQUEST-IS-OK
               ADD 1 TO REJECTED-COUNT-WS
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.
           PERFORM 250-READ-REQUEST.

       310-CHECK-REQUEST.
           EVALUATE BT-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO ACTION-OUT
               WHEN 'C'
                   MOVE 'CHANGE' TO ACTION-OUT
               WHEN 'D'
                   MOVE 'DELETE' TO ACTION-OUT
               WHEN OTHER
                   MOVE BT-ACTION TO ACTION-OUT
                   MOVE 'N' TO REQUEST-OK-SW
                   MOVE 'INVALID ACTION - REJECTED' TO DISPOSITION-OUT
           END-EVALUATE.
           IF REQUEST-IS-OK
               IF BT-PERIOD IS NOT NUMERIC
                      OR BT-YEAR = 0
                      OR BT-MONTH < 1 OR BT-MONTH > 12
                   MOVE 'N' TO REQUEST-OK-SW
                   MOVE 'PERIOD NOT YYYYMM - REJECTED'
                       TO DISPOSITION-OUT
               END-IF
           END-IF.
           IF REQUEST-IS-OK AND BT-ACTION <> 'D'
               IF BT-BUDGET-AMOUNT IS NOT NUMERIC
                   MOVE 'N' TO REQUEST-OK-SW
                   MOVE 'AMOUNT NOT NUMERIC - REJECTED'
                       TO DISPOSITION-OUT
               END-IF
           END-IF.
           IF REQUEST-IS-OK AND ACCOUNT-TABLE-COUNT-WS > 0
                  AND BT-ACTION <> 'D'
               MOVE BT-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               PERFORM 500-FIND-ACCOUNT
               IF NOT ACCT-WAS-FOUND AND NOT MASTER-TABLE-IS-FULL
                   MOVE 'N' TO REQUEST-OK-SW
                   MOVE 'ACCOUNT NOT ON MASTER - REJECTED'
                       TO DISPOSITION-OUT
               END-IF
           END-IF.
           IF REQUEST-IS-OK
               MOVE BT-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               MOVE BT-PERIOD TO SEARCH-PERIOD-WS
               PERFORM 510-FIND-BUDGET
           END-IF.

       320-ADD-BUDGET.
           MOVE SPACES TO OLD-AMOUNT-OUT-X.
           IF BUDGET-WAS-FOUND
               MOVE 'N' TO REQUEST-OK-SW
               MOVE BUD-TABLE-AMOUNT-WS (FOUND-SUB-WS)
                   TO OLD-AMOUNT-OUT
               MOVE 'ALREADY ON FILE, USE C - REJECTED'
                   TO DISPOSITION-OUT
           ELSE
           IF BUDGET-TABLE-COUNT-WS >= 30000
               MOVE 'N' TO REQUEST-OK-SW
               MOVE 'BUDGET TABLE FULL - REJECTED'
                   TO DISPOSITION-OUT
           ELSE
               ADD 1 TO BUDGET-TABLE-COUNT-WS
               MOVE BT-ACCOUNT-CODE
                   TO BUD-TABLE-CODE-WS (BUDGET-TABLE-COUNT-WS)
               MOVE BT-PERIOD
                   TO BUD-TABLE-PERIOD-WS (BUDGET-TABLE-COUNT-WS)
               MOVE BT-BUDGET-AMOUNT
                   TO BUD-TABLE-AMOUNT-WS (BUDGET-TABLE-COUNT-WS)
               MOVE RUN-DATE-WS
                   TO BUD-TABLE-CHANGED-WS (BUDGET-TABLE-COUNT-WS)
               MOVE 'N'
                   TO BUD-TABLE-DELETED-SW (BUDGET-TABLE-COUNT-WS)
               MOVE BT-BUDGET-AMOUNT TO NEW-AMOUNT-OUT
               MOVE 'BUDGET ADDED' TO DISPOSITION-OUT
               ADD 1 TO ADDED-COUNT-WS
           END-IF
           END-IF.

       330-CHANGE-BUDGET.
           IF NOT BUDGET-WAS-FOUND
               MOVE 'N' TO REQUEST-OK-SW
               MOVE 'NOT ON FILE, USE A - REJECTED'
                   TO DISPOSITION-OUT
           ELSE
               MOVE BUD-TABLE-AMOUNT-WS (FOUND-SUB-WS)
                   TO OLD-AMOUNT-OUT
               MOVE BT-BUDGET-AMOUNT
                   TO BUD-TABLE-AMOUNT-WS (FOUND-SUB-WS)
               MOVE RUN-DATE-WS
                   TO BUD-TABLE-CHANGED-WS (FOUND-SUB-WS)
               MOVE BT-BUDGET-AMOUNT TO NEW-AMOUNT-OUT
               MOVE 'BUDGET CHANGED' TO DISPOSITION-OUT
               ADD 1 TO CHANGED-COUNT-WS
           END-IF.

       340-DELETE-BUDGET.
           IF NOT BUDGET-WAS-FOUND
               MOVE 'N' TO REQUEST-OK-SW
               MOVE 'NOT ON FILE - REJECTED' TO DISPOSITION-OUT
           ELSE
               MOVE BUD-TABLE-AMOUNT-WS (FOUND-SUB-WS)
                   TO OLD-AMOUNT-OUT
               MOVE SPACES TO NEW-AMOUNT-OUT-X
               MOVE 'Y' TO BUD-TABLE-DELETED-SW (FOUND-SUB-WS)
               MOVE 'BUDGET DELETED' TO DISPOSITION-OUT
               ADD 1 TO DELETED-COUNT-WS
           END-IF.

       500-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           SEARCH ALL ACCOUNT-TABLE-WS
               AT END
                  CONTINUE
               WHEN ACCT-TABLE-CODE-WS (ACCT-IDX) = SEARCH-ACCOUNT-WS
                  MOVE 'Y' TO ACCT-FOUND-SW
           END-SEARCH.

      *    ADDS GO ON THE END OF THE TABLE, SO IT IS SEARCHED
      *    SERIALLY UNTIL IT IS SORTED FOR THE REWRITE.  A DELETED
      *    ENTRY IS NOT FOUND.
       510-FIND-BUDGET.
           MOVE 'N' TO BUDGET-FOUND-SW.
           IF BUDGET-TABLE-COUNT-WS > 0
               SET BUD-IDX TO 1
               SEARCH BUDGET-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN BUD-TABLE-CODE-WS (BUD-IDX) = SEARCH-ACCOUNT-WS
                    AND BUD-TABLE-PERIOD-WS (BUD-IDX)
                            = SEARCH-PERIOD-WS
                    AND BUD-TABLE-DELETED-SW (BUD-IDX) = 'N'
                      MOVE 'Y' TO BUDGET-FOUND-SW
                      SET FOUND-SUB-WS TO BUD-IDX
               END-SEARCH
           END-IF.

      *    A TRUNCATED LOAD MUST NEVER REWRITE THE FILE - THE
      *    BUDGETS THAT DID NOT FIT WOULD BE LOST.
       600-WRITE-BUDGET-FILE.
           IF NOT BUDGET-TABLE-IS-FULL
               IF BUDGET-TABLE-COUNT-WS > 1
                   SORT BUDGET-TABLE-WS
                       ON ASCENDING KEY BUD-TABLE-KEY-WS
               END-IF
               OPEN OUTPUT BUDGET-FILE
               IF BUDGET-TABLE-COUNT-WS > 0
                   PERFORM 610-WRITE-ONE-BUDGET
                       VARYING BUD-IDX FROM 1 BY 1
                       UNTIL BUD-IDX > BUDGET-TABLE-COUNT-WS
               END-IF
               CLOSE BUDGET-FILE
           END-IF.

       610-WRITE-ONE-BUDGET.
           IF BUD-TABLE-DELETED-SW (BUD-IDX) = 'N'
               MOVE SPACES TO BUDGET-RECORD
               MOVE BUD-TABLE-CODE-WS (BUD-IDX)    TO BU-ACCOUNT-CODE
               MOVE BUD-TABLE-PERIOD-WS (BUD-IDX)  TO BU-PERIOD
               MOVE BUD-TABLE-AMOUNT-WS (BUD-IDX)  TO BU-BUDGET-AMOUNT
               MOVE BUD-TABLE-CHANGED-WS (BUD-IDX) TO BU-CHANGED-DATE
               WRITE BUDGET-RECORD
               ADD 1 TO WRITTEN-COUNT-WS
           END-IF.

       700-HEADER.
           MOVE RUN-DATE-WS TO RUN-DATE-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       800-FOOTER.
           MOVE 'REQUESTS READ.................:' TO FOOTER-LABEL-OUT.
           MOVE REQUEST-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.
           MOVE 'BUDGETS ADDED.................:' TO FOOTER-LABEL-OUT.
           MOVE ADDED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'BUDGETS CHANGED...............:' TO FOOTER-LABEL-OUT.
           MOVE CHANGED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'BUDGETS DELETED...............:' TO FOOTER-LABEL-OUT.
           MOVE DELETED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'REQUESTS REJECTED.............:' TO FOOTER-LABEL-OUT.
           MOVE REJECTED-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           MOVE 'BUDGETS NOW ON FILE...........:' TO FOOTER-LABEL-OUT.
           MOVE WRITTEN-COUNT-WS TO FOOTER-COUNT-OUT.
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.
           IF BUDGET-TABLE-IS-FULL
               MOVE '*** BUDGET.DAT OVER 30000 ENTRIES - NOTHING APPLIED
      -            ', FILE NOT CHANGED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF MASTER-TABLE-IS-FULL
               MOVE '*** ACCOUNT MASTER OVER 10000 - UNMATCHED ACCOUNTS 
      -            'NOT CHECKED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

       900-CLOSE.
           CLOSE BUDGET-TRANSACTIONS BUDGET-REGISTER.
           DISPLAY 'BUDMAINT: ' REQUEST-COUNT-WS ' REQUESTS, '
               REJECTED-COUNT-WS ' REJECTED'.
           IF BUDGET-TABLE-IS-FULL
               DISPLAY 'BUDMAINT: BUDGET FILE TOO LARGE - NOT CHANGED'
           END-IF.
