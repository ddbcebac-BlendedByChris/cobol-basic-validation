       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DORMANT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DORMANCY-CONTROL
               ASSIGN TO 'DORMCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER
               ASSIGN TO 'ACCTMAST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO 'ACCTBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCEPTED-HISTORY
               ASSIGN TO 'ACCHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREEZE-REQUESTS
               ASSIGN TO 'DORMFRZ.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DORMANCY-REPORT
               ASSIGN TO 'DORMANT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE CONTROL RECORD CARRIES THE NUMBER OF DAYS WITHOUT
      *    ACCEPTED ACTIVITY AFTER WHICH AN OPEN ACCOUNT IS DORMANT,
      *    AND AN OPTIONAL RUN DATE (YYYYMMDD) TO MEASURE FROM.
      *    ZERO OR MISSING KEEPS THE DEFAULTS - 365 DAYS AND TODAY.
       FD  DORMANCY-CONTROL.
       01  DORMANCY-CONTROL-RECORD.
           05  DC-DORMANT-DAYS         PIC 9(4).
           05  DC-RUN-DATE             PIC 9(8).
           05                          PIC X(68).
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE         PIC X(4).
           05  AM-ACCOUNT-NAME         PIC X(30).
           05  AM-STATUS               PIC X.
           05  AM-OPEN-DATE            PIC X(8).
           05  AM-CLOSE-DATE           PIC X(8).
           05                          PIC X(29).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(4).
           05  BAL-ASSET-BALANCE       PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05  BAL-EXPENSE-BALANCE     PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           05                          PIC X(52).
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
           05  AH-AMOUNT               PIC X(8).
           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05                          PIC X(49).
      *    FREEZE REQUESTS IN THE AMTRAN.DAT LAYOUT - ACTION C,
      *    STATUS F, EVERY OTHER FIELD BLANK SO NOTHING ELSE ON THE
      *    MASTER CHANGES.  AFTER REVIEW THEY ARE COPIED TO
      *    AMTRAN.DAT AND GO THROUGH AMENTRY AND APPROVAL LIKE ANY
      *    OTHER MAINTENANCE REQUEST.
       FD  FREEZE-REQUESTS.
       01  FREEZE-REQUEST-RECORD.
           05  FR-ACTION               PIC X.
           05  FR-ACCOUNT-CODE         PIC X(4).
           05  FR-ACCOUNT-NAME         PIC X(30).
           05  FR-STATUS               PIC X.
           05  FR-OPEN-DATE            PIC X(8).
           05  FR-CLOSE-DATE           PIC X(8).
           05  FR-MERGE-INTO-CODE      PIC X(4).
           05  FR-OVERDRAFT-LIMIT      PIC X(9).
           05  FR-HOME-CURRENCY        PIC X(3).
           05                          PIC X(12).
       FD  DORMANCY-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
           05  BAL-EOF-WS              PIC XXX      VALUE 'NO'.
           05  HIST-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  DORMANT-DAYS-WS         PIC 9(4)     VALUE 365.
           05  SEARCH-ACCOUNT-WS       PIC X(4)     VALUE SPACES.
           05  ACTIVITY-DATE-WS        PIC 9(8)     VALUE ZERO.
           05  REFERENCE-DATE-WS       PIC 9(8)     VALUE ZERO.
           05  REFERENCE-DATE-X-WS REDEFINES REFERENCE-DATE-WS
                                       PIC X(8).
           05  INACTIVE-DAYS-WS        PIC S9(8)    VALUE ZERO.
           05  HISTORY-READ-COUNT-WS   PIC 9(7)     VALUE ZERO.
           05  HISTORY-UNDATED-WS      PIC 9(7)     VALUE ZERO.
           05  OPEN-ACCOUNT-COUNT-WS   PIC 9(5)     VALUE ZERO.
           05  FREEZE-COUNT-WS         PIC 9(5)     VALUE ZERO.
           05  FOLLOW-UP-COUNT-WS      PIC 9(5)     VALUE ZERO.
           05  BAL-UNMATCHED-WS        PIC 9(5)     VALUE ZERO.
           05  MASTER-TABLE-FULL-SW    PIC X        VALUE 'N'.
               88 MASTER-TABLE-IS-FULL              VALUE 'Y'.

      *    ONE ENTRY PER ACCOUNT ON THE MASTER, SORTED ON CODE SO
      *    HISTORY AND BALANCE ROWS CAN BE MATCHED WITH SEARCH ALL.
      *    LAST ACTIVITY IS YYYYMMDD, ZERO IF THE ACCOUNT HAS NONE.
       01  ACCOUNT-MASTER-WS.
           05  ACCOUNT-TABLE-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  ACCOUNT-TABLE-WS
                   OCCURS 1 TO 10000 TIMES
                       DEPENDING ON ACCOUNT-TABLE-COUNT-WS
                   ASCENDING KEY IS ACCT-TABLE-CODE-WS
                   INDEXED BY ACCT-IDX.
               10  ACCT-TABLE-CODE-WS  PIC X(4).
               10  ACCT-TABLE-NAME-WS  PIC X(30).
               10  ACCT-TABLE-STATUS-WS
                                       PIC X.
               10  ACCT-TABLE-OPEN-DATE-WS
                                       PIC X(8).
               10  ACCT-LAST-ACTIVITY-WS
                                       PIC 9(8).
               10  ACCT-ASSET-WS       PIC S9(9)V99.
               10  ACCT-EXPENSE-WS     PIC S9(9)V99.
               10  ACCT-DORMANT-SW-WS  PIC X.
               10  ACCT-INACTIVE-DAYS-WS
                                       PIC 9(6).

       01  DATE-SERIAL-WS.
           05  RUN-DATE-SERIAL-WS      PIC 9(8)     VALUE ZERO.
           05  DAY-SERIAL-WS           PIC 9(8)     VALUE ZERO.
           05  SERIAL-YEAR-WS          PIC 9(4)     VALUE ZERO.
           05  SERIAL-MONTH-WS         PIC 99       VALUE ZERO.
           05  SERIAL-DAY-WS           PIC 99       VALUE ZERO.
           05  SERIAL-MONTH-SUB-WS     PIC 99       VALUE ZERO.
           05  SERIAL-YEAR-M1-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-4-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-100-WS     PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAPS-400-WS     PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-4-WS         PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-100-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-REM-400-WS       PIC 9(4)     VALUE ZERO.
           05  SERIAL-QUOT-WS          PIC 9(4)     VALUE ZERO.
           05  SERIAL-LEAP-SW          PIC X        VALUE 'N'.

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

       01  HEADER-LINE.
           05                          PIC X.
           05                          PIC X(34) VALUE
                               'DORMANT ACCOUNT REPORT - RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(23) VALUE
                               '  NO ACTIVITY FOR OVER '.
           05  DORMANT-DAYS-OUT        PIC ZZZ9.
           05                          PIC X(5)  VALUE ' DAYS'.

       01  SECTION-LINE.
           05                          PIC X.
           05  SECTION-TEXT-OUT        PIC X(70).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(32) VALUE 'NAME'.
           05                          PIC X(10) VALUE 'OPENED'.
           05                          PIC X(10) VALUE 'LAST ACT'.
           05                          PIC X(8)  VALUE '    DAYS'.
           05                          PIC X(17) VALUE
                                       '            ASSET'.
           05                          PIC X(17) VALUE
                                       '          EXPENSE'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  ACCOUNT-CODE-OUT        PIC X(4).
           05                          PIC X(2).
           05  ACCOUNT-NAME-OUT        PIC X(30).
           05                          PIC X(2).
           05  OPEN-DATE-OUT           PIC X(8).
           05                          PIC X(2).
           05  LAST-ACTIVITY-OUT       PIC X(8).
           05                          PIC X(2).
           05  INACTIVE-DAYS-OUT       PIC ZZZZZ9.
           05                          PIC X(2).
           05  ASSET-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  EXPENSE-OUT             PIC ZZZ,ZZZ,ZZ9.99-.

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
           IF ACCOUNT-TABLE-COUNT-WS > 0
               PERFORM 300-ASSESS-ONE-ACCOUNT
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCOUNT-TABLE-COUNT-WS
           END-IF.
           PERFORM 400-LIST-FREEZE-CANDIDATES.
           PERFORM 450-LIST-FOLLOW-UPS.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 205-READ-DORMANCY-CONTROL.
           MOVE RUN-DATE-WS (1:4) TO SERIAL-YEAR-WS.
           MOVE RUN-DATE-WS (5:2) TO SERIAL-MONTH-WS.
           MOVE RUN-DATE-WS (7:2) TO SERIAL-DAY-WS.
           PERFORM 560-COMPUTE-DAY-SERIAL.
           MOVE DAY-SERIAL-WS TO RUN-DATE-SERIAL-WS.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 230-LOAD-BALANCES.
           PERFORM 240-SCAN-ACCEPTED-HISTORY.
           OPEN OUTPUT FREEZE-REQUESTS.
           OPEN OUTPUT DORMANCY-REPORT.
           PERFORM 700-HEADER.

       205-READ-DORMANCY-CONTROL.
           OPEN INPUT DORMANCY-CONTROL.
           READ DORMANCY-CONTROL INTO DORMANCY-CONTROL-RECORD
               AT END
                   MOVE ZERO TO DC-DORMANT-DAYS
                   MOVE ZERO TO DC-RUN-DATE
           END-READ.
           IF DC-DORMANT-DAYS IS NUMERIC AND DC-DORMANT-DAYS > 0
               MOVE DC-DORMANT-DAYS TO DORMANT-DAYS-WS
           END-IF.
           IF DC-RUN-DATE IS NUMERIC AND DC-RUN-DATE > 0
               MOVE DC-RUN-DATE TO RUN-DATE-WS
           END-IF.
           CLOSE DORMANCY-CONTROL.

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
               MOVE AM-ACCOUNT-NAME
                   TO ACCT-TABLE-NAME-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE AM-STATUS
                   TO ACCT-TABLE-STATUS-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE AM-OPEN-DATE
                   TO ACCT-TABLE-OPEN-DATE-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE ZERO
                   TO ACCT-LAST-ACTIVITY-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE ZERO
                   TO ACCT-ASSET-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE ZERO
                   TO ACCT-EXPENSE-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE 'N'
                   TO ACCT-DORMANT-SW-WS (ACCOUNT-TABLE-COUNT-WS)
               MOVE ZERO
                   TO ACCT-INACTIVE-DAYS-WS (ACCOUNT-TABLE-COUNT-WS)
           END-IF.

       230-LOAD-BALANCES.
           OPEN INPUT BALANCE-FILE.
           PERFORM 235-LOAD-ONE-BALANCE
               UNTIL BAL-EOF-WS = 'YES'.
           CLOSE BALANCE-FILE.

       235-LOAD-ONE-BALANCE.
           READ BALANCE-FILE INTO BALANCE-FILE-RECORD
               AT END MOVE 'YES' TO BAL-EOF-WS
           END-READ.
           IF BAL-EOF-WS <> 'YES'
               MOVE BAL-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
               IF ACCOUNT-TABLE-COUNT-WS > 0
                   SEARCH ALL ACCOUNT-TABLE-WS
                       AT END
                          ADD 1 TO BAL-UNMATCHED-WS
                       WHEN ACCT-TABLE-CODE-WS (ACCT-IDX)
                                = SEARCH-ACCOUNT-WS
                          PERFORM 237-TAKE-BALANCE
                   END-SEARCH
               END-IF
           END-IF.

       237-TAKE-BALANCE.
           IF BAL-ASSET-BALANCE IS NUMERIC
               MOVE BAL-ASSET-BALANCE TO ACCT-ASSET-WS (ACCT-IDX)
           END-IF.
           IF BAL-EXPENSE-BALANCE IS NUMERIC
               MOVE BAL-EXPENSE-BALANCE TO ACCT-EXPENSE-WS (ACCT-IDX)
           END-IF.

      *    ANY ACCEPTED ROW COUNTS AS ACTIVITY ON THE ACCOUNT AND,
      *    FOR A TRANSFER OR A REVERSED TRANSFER, ON THE OTHER SIDE
      *    TOO.  ROW DATES ARE MMDDYYYY; AN UNREADABLE DATE IS
      *    COUNTED AND SKIPPED.
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
                   COMPUTE ACTIVITY-DATE-WS
                       = AH-YEAR * 10000 + AH-MONTH * 100 + AH-DAY
                   MOVE AH-ACCOUNT-CODE TO SEARCH-ACCOUNT-WS
                   PERFORM 250-NOTE-ACTIVITY
                   IF AH-DEST-ACCOUNT <> SPACES
                       MOVE AH-DEST-ACCOUNT TO SEARCH-ACCOUNT-WS
                       PERFORM 250-NOTE-ACTIVITY
                   END-IF
               ELSE
                   ADD 1 TO HISTORY-UNDATED-WS
               END-IF
           END-IF.

       250-NOTE-ACTIVITY.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               SEARCH ALL ACCOUNT-TABLE-WS
                   AT END
                      CONTINUE
                   WHEN ACCT-TABLE-CODE-WS (ACCT-IDX)
                            = SEARCH-ACCOUNT-WS
                      IF ACTIVITY-DATE-WS
                             > ACCT-LAST-ACTIVITY-WS (ACCT-IDX)
                          MOVE ACTIVITY-DATE-WS
                              TO ACCT-LAST-ACTIVITY-WS (ACCT-IDX)
                      END-IF
               END-SEARCH
           END-IF.

      *    ONLY OPEN ACCOUNTS ARE ASSESSED - A BLANK STATUS ON AN
      *    OLD-FORMAT RECORD IS OPEN.  AN ACCOUNT THAT HAS NEVER
      *    HAD ACTIVITY IS MEASURED FROM ITS OPEN DATE; ONE WITH
      *    NEITHER IS DORMANT.
       300-ASSESS-ONE-ACCOUNT.
           IF ACCT-TABLE-STATUS-WS (ACCT-IDX) = 'O'
                  OR ACCT-TABLE-STATUS-WS (ACCT-IDX) = SPACE
               ADD 1 TO OPEN-ACCOUNT-COUNT-WS
               MOVE ACCT-LAST-ACTIVITY-WS (ACCT-IDX)
                   TO REFERENCE-DATE-WS
               IF REFERENCE-DATE-WS = 0
                      AND ACCT-TABLE-OPEN-DATE-WS (ACCT-IDX) IS NUMERIC
                   MOVE ACCT-TABLE-OPEN-DATE-WS (ACCT-IDX)
                       TO REFERENCE-DATE-X-WS
               END-IF
               IF REFERENCE-DATE-WS = 0
                   MOVE 'Y' TO ACCT-DORMANT-SW-WS (ACCT-IDX)
               ELSE
                   MOVE REFERENCE-DATE-WS (1:4) TO SERIAL-YEAR-WS
                   MOVE REFERENCE-DATE-WS (5:2) TO SERIAL-MONTH-WS
                   MOVE REFERENCE-DATE-WS (7:2) TO SERIAL-DAY-WS
                   PERFORM 560-COMPUTE-DAY-SERIAL
                   COMPUTE INACTIVE-DAYS-WS
                       = RUN-DATE-SERIAL-WS - DAY-SERIAL-WS
                   IF INACTIVE-DAYS-WS > DORMANT-DAYS-WS
                       MOVE 'Y' TO ACCT-DORMANT-SW-WS (ACCT-IDX)
                       MOVE INACTIVE-DAYS-WS
                           TO ACCT-INACTIVE-DAYS-WS (ACCT-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A DORMANT ACCOUNT WITH NOTHING ON IT CAN BE FROZEN
      *    OUTRIGHT; ONE STILL CARRYING A BALANCE NEEDS SOMEONE TO
      *    LOOK AT IT FIRST.
       400-LIST-FREEZE-CANDIDATES.
           MOVE 'DORMANT WITH ZERO BALANCES - FREEZE REQUESTED ON DORMFR
      -        'Z.DAT' TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               PERFORM 410-LIST-ONE-FREEZE
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCOUNT-TABLE-COUNT-WS
           END-IF.
           IF FREEZE-COUNT-WS = 0
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       410-LIST-ONE-FREEZE.
           IF ACCT-DORMANT-SW-WS (ACCT-IDX) = 'Y'
                  AND ACCT-ASSET-WS (ACCT-IDX) = ZERO
                  AND ACCT-EXPENSE-WS (ACCT-IDX) = ZERO
               MOVE SPACES TO FREEZE-REQUEST-RECORD
               MOVE 'C' TO FR-ACTION
               MOVE ACCT-TABLE-CODE-WS (ACCT-IDX) TO FR-ACCOUNT-CODE
               MOVE 'F' TO FR-STATUS
               WRITE FREEZE-REQUEST-RECORD
               ADD 1 TO FREEZE-COUNT-WS
               PERFORM 730-PRINT-ACCOUNT-LINE
           END-IF.

       450-LIST-FOLLOW-UPS.
           MOVE 'DORMANT AND STILL CARRYING A BALANCE - FOR FOLLOW-UP, N
      -        'OT FROZEN' TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               PERFORM 460-LIST-ONE-FOLLOW-UP
                   VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCOUNT-TABLE-COUNT-WS
           END-IF.
           IF FOLLOW-UP-COUNT-WS = 0
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       460-LIST-ONE-FOLLOW-UP.
           IF ACCT-DORMANT-SW-WS (ACCT-IDX) = 'Y'
                  AND (ACCT-ASSET-WS (ACCT-IDX) NOT = ZERO
                    OR ACCT-EXPENSE-WS (ACCT-IDX) NOT = ZERO)
               ADD 1 TO FOLLOW-UP-COUNT-WS
               PERFORM 730-PRINT-ACCOUNT-LINE
           END-IF.

      *    DAYS FROM A FIXED EPOCH FOR THE DATE IN THE SERIAL-*
      *    FIELDS, SO TWO DATES CAN BE DIFFERENCED IN DAYS.
       560-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO DAY-SERIAL-WS.
           IF SERIAL-MONTH-WS > 1 AND SERIAL-MONTH-WS <= 12
               PERFORM 565-ADD-SERIAL-MONTH-DAYS
                   VARYING SERIAL-MONTH-SUB-WS FROM 1 BY 1
                   UNTIL SERIAL-MONTH-SUB-WS >= SERIAL-MONTH-WS
           END-IF.
           ADD SERIAL-DAY-WS TO DAY-SERIAL-WS.
           MOVE 'N' TO SERIAL-LEAP-SW.
           DIVIDE SERIAL-YEAR-WS BY 4 GIVING SERIAL-QUOT-WS
                   REMAINDER SERIAL-REM-4-WS.
           IF SERIAL-REM-4-WS = 0
               DIVIDE SERIAL-YEAR-WS BY 100 GIVING SERIAL-QUOT-WS
                       REMAINDER SERIAL-REM-100-WS
               IF SERIAL-REM-100-WS NOT = 0
                   MOVE 'Y' TO SERIAL-LEAP-SW
               ELSE
                   DIVIDE SERIAL-YEAR-WS BY 400 GIVING SERIAL-QUOT-WS
                           REMAINDER SERIAL-REM-400-WS
                   IF SERIAL-REM-400-WS = 0
                       MOVE 'Y' TO SERIAL-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF SERIAL-LEAP-SW = 'Y' AND SERIAL-MONTH-WS > 2
               ADD 1 TO DAY-SERIAL-WS
           END-IF.
           SUBTRACT 1 FROM SERIAL-YEAR-WS
               GIVING SERIAL-YEAR-M1-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 4
               GIVING SERIAL-LEAPS-4-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 100
               GIVING SERIAL-LEAPS-100-WS.
           DIVIDE SERIAL-YEAR-M1-WS BY 400
               GIVING SERIAL-LEAPS-400-WS.
           COMPUTE DAY-SERIAL-WS
               = DAY-SERIAL-WS + SERIAL-YEAR-WS * 365
               + SERIAL-LEAPS-4-WS - SERIAL-LEAPS-100-WS
               + SERIAL-LEAPS-400-WS.

       565-ADD-SERIAL-MONTH-DAYS.
           ADD MONTH-DAYS-TABLE-WS (SERIAL-MONTH-SUB-WS)
               TO DAY-SERIAL-WS.

       700-HEADER.
           MOVE RUN-DATE-WS     TO RUN-DATE-OUT.
           MOVE DORMANT-DAYS-WS TO DORMANT-DAYS-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.

       720-SECTION-HEADER.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 3.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       730-PRINT-ACCOUNT-LINE.
           MOVE ACCT-TABLE-CODE-WS (ACCT-IDX)  TO ACCOUNT-CODE-OUT.
           MOVE ACCT-TABLE-NAME-WS (ACCT-IDX)  TO ACCOUNT-NAME-OUT.
           MOVE ACCT-TABLE-OPEN-DATE-WS (ACCT-IDX)
                                               TO OPEN-DATE-OUT.
           IF ACCT-LAST-ACTIVITY-WS (ACCT-IDX) = 0
               MOVE 'NONE'                     TO LAST-ACTIVITY-OUT
           ELSE
               MOVE ACCT-LAST-ACTIVITY-WS (ACCT-IDX)
                                               TO LAST-ACTIVITY-OUT
           END-IF.
           MOVE ACCT-INACTIVE-DAYS-WS (ACCT-IDX)
                                               TO INACTIVE-DAYS-OUT.
           MOVE ACCT-ASSET-WS (ACCT-IDX)       TO ASSET-OUT.
           MOVE ACCT-EXPENSE-WS (ACCT-IDX)     TO EXPENSE-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       800-FOOTER.
           IF ACCOUNT-TABLE-COUNT-WS = 0
               MOVE '*** ACCOUNT MASTER MISSING OR EMPTY - NO ACCOUNTS A
      -            'SSESSED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF MASTER-TABLE-IS-FULL
               MOVE '*** ACCOUNT MASTER EXCEEDS 10000 RECORDS - LATER AC
      -            'COUNTS NOT ASSESSED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

           MOVE 'ACCOUNTS ON MASTER............:' TO FOOTER-LABEL-OUT
           MOVE ACCOUNT-TABLE-COUNT-WS       TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'OPEN ACCOUNTS ASSESSED........:' TO FOOTER-LABEL-OUT
           MOVE OPEN-ACCOUNT-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'FREEZE REQUESTS WRITTEN.......:' TO FOOTER-LABEL-OUT
           MOVE FREEZE-COUNT-WS              TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'DORMANT WITH A BALANCE........:' TO FOOTER-LABEL-OUT
           MOVE FOLLOW-UP-COUNT-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'HISTORY ROWS READ.............:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-READ-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'HISTORY ROWS WITH NO DATE.....:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-UNDATED-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'BALANCE ROWS NOT ON MASTER....:' TO FOOTER-LABEL-OUT
           MOVE BAL-UNMATCHED-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

       900-CLOSE.
           CLOSE FREEZE-REQUESTS DORMANCY-REPORT.
           DISPLAY 'DORMANT: ' FREEZE-COUNT-WS
               ' FREEZE REQUESTS WRITTEN TO DORMFRZ.DAT, '
               FOLLOW-UP-COUNT-WS ' DORMANT ACCOUNTS CARRY A BALANCE'.
