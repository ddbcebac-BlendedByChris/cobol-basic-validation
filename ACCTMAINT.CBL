           SELECT OPTIONAL ACCOUNT-MASTER
               ASSIGN TO 'ACCTMAST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PENDING-CHANGES
               ASSIGN TO 'AMPEND.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-CONTROL
               ASSIGN TO 'AMCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ACCOUNT-MASTER
               ASSIGN TO 'ACCTMNEW.DAT'
           SELECT MAINT-AUDIT-REPORT
               ASSIGN TO 'AMAUDIT.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-EXCEPTION-REPORT
               ASSIGN TO 'AMEXCP.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO 'ACCTBAL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTING-FALLOUT
               ASSIGN TO 'POSTFALL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERGE-LOG
               ASSIGN TO 'MERGELOG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    F (FROZEN); A BLANK STATUS ON AN OLD-FORMAT RECORD IS
      *    TREATED AS OPEN.  EFFECTIVE DATES ARE YYYYMMDD.  THE
      *    OVERDRAFT LIMIT (9(7)V99) IS READ BY POSTING'S FUNDS
      *    CONTROL; BLANK MEANS NO LIMIT IS ENFORCED.  THE HOME
      *    CURRENCY IS THE CURRENCY THE ACCOUNT IS KEPT IN; BLANK
      *    MEANS BASE, AND VALIDATION FLAGS A FOREIGN-CURRENCY
      *    TRANSACTION AGAINST SUCH AN ACCOUNT.
       FD  ACCOUNT-MASTER.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE         PIC X(4).
           05  AM-OPEN-DATE            PIC X(8).
           05  AM-CLOSE-DATE           PIC X(8).
           05  AM-OVERDRAFT-LIMIT      PIC X(9).
           05  AM-HOME-CURRENCY        PIC X(3).
           05                          PIC X(17).
      *    MAINTENANCE REQUESTS REACH THE MASTER ONLY THROUGH THE
      *    PENDING-CHANGE FILE: AMENTRY QUEUES THE AMTRAN.DAT
      *    REQUESTS UNDER THE ENTERING OPERATOR AND AMAPPRV RECORDS
      *    A DIFFERENT OPERATOR'S DECISION.  STATUS IS P (PENDING),
      *    A (APPROVED) OR D (DECLINED).  APPROVED ITEMS ARE APPLIED
      *    AND DECIDED ITEMS DROPPED FROM THE FILE; PENDING ITEMS
      *    STAY.  THE REQUEST ITSELF IS THE AMTRAN RECORD AS KEYED.
      *    ACTION M (MERGE) RETIRES MT-ACCOUNT-CODE AND FOLDS IT
      *    INTO MT-MERGE-INTO-CODE, RE-KEYING ITS BALANCES, ITS
      *    ACCEPTED-HISTORY ROWS AND ANY SUSPENSE RECORDS AFTER THE
      *    MAINTENANCE PASS.
       FD  PENDING-CHANGES.
       01  PENDING-CHANGE-RECORD.
           05  PC-ITEM-NUMBER          PIC 9(6).
           05  PC-STATUS               PIC X.
               88 PC-STATUS-APPROVED   VALUE 'A'.
               88 PC-STATUS-DECLINED   VALUE 'D'.
           05  PC-ENTERED-BY           PIC X(8).
           05  PC-ENTERED-DATE         PIC 9(8).
           05  PC-ENTERED-TIME         PIC 9(6).
           05  PC-DECIDED-BY           PIC X(8).
           05  PC-DECIDED-DATE         PIC 9(8).
           05  PC-DECLINE-REASON       PIC X(30).
           05  PC-MAINT-REQUEST.
               10  MT-ACTION           PIC X.
                   88 MT-ACTION-ADD    VALUE 'A'.
                   88 MT-ACTION-CHANGE VALUE 'C'.
                   88 MT-ACTION-CLOSE  VALUE 'X'.
                   88 MT-ACTION-MERGE  VALUE 'M'.
               10  MT-ACCOUNT-CODE     PIC X(4).
               10  MT-ACCOUNT-NAME     PIC X(30).
               10  MT-STATUS           PIC X.
                   88 MT-STATUS-VALID  VALUE 'O' 'C' 'F' ' '.
               10  MT-OPEN-DATE        PIC X(8).
               10  MT-CLOSE-DATE       PIC X(8).
               10  MT-MERGE-INTO-CODE  PIC X(4).
               10  MT-OVERDRAFT-LIMIT  PIC X(9).
               10  MT-HOME-CURRENCY    PIC X(3).
               10                      PIC X(12).
           05                          PIC X(5).
      *    A PENDING ITEM OLDER THAN THIS MANY DAYS IS LISTED ON THE
      *    EXCEPTIONS REPORT.  ZERO OR MISSING KEEPS THE DEFAULT.
      *    THE LAST ITEM NUMBER ISSUED IS KEPT HERE BY AMENTRY.
       FD  MAINT-CONTROL.
       01  MAINT-CONTROL-RECORD.
           05  AMC-OVERDUE-DAYS        PIC 9(3).
           05  AMC-LAST-ITEM-NUMBER    PIC 9(6).
           05                          PIC X(71).
       FD  NEW-ACCOUNT-MASTER.
       01  NEW-ACCOUNT-MASTER-RECORD   PIC X(80).
       FD  MAINT-AUDIT-REPORT.
       01  PRINT-LINE                  PIC X(133).
       FD  PENDING-EXCEPTION-REPORT.
       01  EXCEPTION-PRINT-LINE        PIC X(133).
       FD  BALANCE-FILE.
       01  BALANCE-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(4).
      *    RE-POINTED THROUGH THE SUSPENSE WORK AREA.
       FD  POSTING-FALLOUT.
       01  POSTING-FALLOUT-RECORD      PIC X(141).
      *    ONE RECORD APPENDED PER MERGE CARRIED INTO ACCTBAL.DAT,
      *    SO A BALANCE REBUILD FROM AN OLDER SNAPSHOT CAN FOLD THE
      *    RETIRED ACCOUNT INTO ITS SURVIVOR THE SAME WAY.
       FD  MERGE-LOG.
       01  MERGE-LOG-RECORD.
           05  ML-OLD-CODE             PIC X(4).
           05  ML-NEW-CODE             PIC X(4).
           05  ML-MERGE-DATE           PIC 9(8).
           05                          PIC X(64).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  ACCT-MASTER-EOF-WS      PIC XXX      VALUE 'NO'.
           05  PENDING-EOF-WS          PIC XXX      VALUE 'NO'.
           05  ACCT-FOUND-SW           PIC X        VALUE 'N'.
               88 ACCT-WAS-FOUND                    VALUE 'Y'.
           05  FOUND-SUB-WS            PIC 9(5)     VALUE ZERO.
           05  TARGET-FOUND-SW         PIC X        VALUE 'N'.
               88 TARGET-WAS-FOUND                  VALUE 'Y'.
           05  TARGET-SUB-WS           PIC 9(5)     VALUE ZERO.
           05  DECLINE-COUNT-WS        PIC 9(5)     VALUE ZERO.
           05  NOT-INDEPENDENT-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  STILL-PENDING-COUNT-WS  PIC 9(5)     VALUE ZERO.
           05  OVERDUE-COUNT-WS        PIC 9(5)     VALUE ZERO.

      *    EVERY ITEM ON THE PENDING-CHANGE FILE, IN FILE ORDER.
      *    THE KEEP SWITCH IS CLEARED ONCE AN ITEM IS APPLIED OR
      *    DECLINED, AND THE FILE IS REWRITTEN WITH WHAT REMAINS.
       01  PENDING-TABLE-AREA-WS.
           05  PEND-TABLE-COUNT-WS     PIC 9(4)     VALUE ZERO.
           05  PEND-SUB-WS             PIC 9(4)     VALUE ZERO.
           05  PEND-TABLE-FULL-SW      PIC X        VALUE 'N'.
               88 PEND-TABLE-IS-FULL                VALUE 'Y'.
           05  PEND-TABLE-WS
                   OCCURS 1 TO 5000 TIMES
                       DEPENDING ON PEND-TABLE-COUNT-WS.
               10  PEND-KEEP-SW-WS     PIC X.
               10  PEND-TABLE-RECORD-WS
                                       PIC X(160).

       01  PENDING-AGE-WS.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  OVERDUE-DAYS-WS         PIC 9(3)     VALUE 5.
           05  RUN-DATE-SERIAL-WS      PIC 9(8)     VALUE ZERO.
           05  PENDING-AGE-DAYS-WS     PIC S9(8)    VALUE ZERO.
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

      *    ONE ENTRY PER MERGE TAKEN THIS RUN.  THE MAPPING DRIVES
      *    THE RE-KEY PASSES OVER ACCTBAL, ACCHIST AND SUSPENSE
                                       PIC X(8).
                   15  ACCT-TABLE-OD-LIMIT-WS
                                       PIC X(9).
                   15  ACCT-TABLE-HOME-CURRENCY-WS
                                       PIC X(3).
                   15                  PIC X(17).

       01  AUDIT-ACTION-LINE.
           05                          PIC X.
           05                          PIC X(2).
           05  AUDIT-RESULT-OUT        PIC X(40).

       01  AUDIT-APPROVAL-LINE.
           05                          PIC X(4).
           05                          PIC X(6)  VALUE 'ITEM: '.
           05  AUDIT-ITEM-OUT          PIC 9(6).
           05                          PIC X(2).
           05                          PIC X(12) VALUE 'ENTERED BY: '.
           05  AUDIT-ENTERED-BY-OUT    PIC X(8).
           05                          PIC X(4)  VALUE ' ON '.
           05  AUDIT-ENTERED-DATE-OUT  PIC X(8).
           05                          PIC X(2).
           05  AUDIT-DECISION-OUT      PIC X(13).
           05  AUDIT-DECIDED-BY-OUT    PIC X(8).
           05                          PIC X(4)  VALUE ' ON '.
           05  AUDIT-DECIDED-DATE-OUT  PIC X(8).

       01  AUDIT-REASON-LINE.
           05                          PIC X(4).
           05                          PIC X(8)  VALUE 'REASON: '.
           05  AUDIT-REASON-OUT        PIC X(30).

       01  AUDIT-IMAGE-LINE.
           05                          PIC X(4).
           05  AUDIT-IMAGE-LABEL-OUT   PIC X(8).
           05  AUDIT-IMAGE-OPEN-OUT    PIC X(8).
           05                          PIC X(2).
           05  AUDIT-IMAGE-CLOSE-OUT   PIC X(8).
           05                          PIC X(2).
           05  AUDIT-IMAGE-CURRENCY-OUT
                                       PIC X(3).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05  FOOTER-LABEL-OUT        PIC X(38).
           05  FOOTER-COUNT-OUT        PIC Z9(5).

       01  EXCEPTION-HEADER-LINE.
           05                          PIC X.
           05                          PIC X(40) VALUE
                   'MAINTENANCE REQUESTS PENDING MORE THAN '.
           05  EXC-LIMIT-OUT           PIC ZZ9.
           05                          PIC X(17) VALUE
                                       ' DAYS - RUN DATE '.
           05  EXC-RUN-DATE-OUT        PIC 9(8).

       01  EXCEPTION-COLUMN-HEADER.
           05                          PIC X.
           05                          PIC X(8)  VALUE '  ITEM'.
           05                          PIC X(4)  VALUE 'ACT'.
           05                          PIC X(6)  VALUE 'ACCT'.
           05                          PIC X(32) VALUE 'NAME'.
           05                          PIC X(10) VALUE 'MAKER'.
           05                          PIC X(10) VALUE 'ENTERED'.
           05                          PIC X(5)  VALUE ' DAYS'.

       01  EXCEPTION-DETAIL-LINE.
           05                          PIC X.
           05  EXC-ITEM-OUT            PIC Z(5)9.
           05                          PIC X(2).
           05  EXC-ACTION-OUT          PIC X.
           05                          PIC X(3).
           05  EXC-ACCOUNT-OUT         PIC X(4).
           05                          PIC X(2).
           05  EXC-NAME-OUT            PIC X(30).
           05                          PIC X(2).
           05  EXC-ENTERED-BY-OUT      PIC X(8).
           05                          PIC X(2).
           05  EXC-ENTERED-DATE-OUT    PIC X(8).
           05                          PIC X(2).
           05  EXC-AGE-OUT             PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM 200-OPEN.
           IF NOT PEND-TABLE-IS-FULL
               PERFORM 300-WORK-PENDING-ITEM
                   VARYING PEND-SUB-WS FROM 1 BY 1
                   UNTIL PEND-SUB-WS > PEND-TABLE-COUNT-WS
           END-IF.
           PERFORM 800-FOOTER.
           PERFORM 840-REWRITE-PENDING-CHANGES.
           PERFORM 850-WRITE-NEW-MASTER.
           PERFORM 870-PROPAGATE-MERGES.
           PERFORM 890-PRINT-MERGE-AUDIT.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 210-READ-MAINT-CONTROL.
           PERFORM 215-COMPUTE-RUN-DATE-SERIAL.
           PERFORM 220-LOAD-ACCOUNT-MASTER.
           PERFORM 230-LOAD-PENDING-CHANGES.
           OPEN OUTPUT MAINT-AUDIT-REPORT.
           OPEN OUTPUT PENDING-EXCEPTION-REPORT.
           PERFORM 700-HEADER.
           PERFORM 760-EXCEPTION-HEADER.

       210-READ-MAINT-CONTROL.
           OPEN INPUT MAINT-CONTROL.
           READ MAINT-CONTROL INTO MAINT-CONTROL-RECORD
               AT END MOVE ZERO TO AMC-OVERDUE-DAYS
           END-READ.
           IF AMC-OVERDUE-DAYS IS NUMERIC AND AMC-OVERDUE-DAYS > 0
               MOVE AMC-OVERDUE-DAYS TO OVERDUE-DAYS-WS
           END-IF.
           CLOSE MAINT-CONTROL.

       215-COMPUTE-RUN-DATE-SERIAL.
           MOVE RUN-DATE-WS (1:4) TO SERIAL-YEAR-WS.
           MOVE RUN-DATE-WS (5:2) TO SERIAL-MONTH-WS.
           MOVE RUN-DATE-WS (7:2) TO SERIAL-DAY-WS.
           PERFORM 560-COMPUTE-DAY-SERIAL.
           MOVE DAY-SERIAL-WS TO RUN-DATE-SERIAL-WS.

       220-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
                   TO ACCT-TABLE-RECORD-WS (ACCOUNT-TABLE-COUNT-WS)
           END-IF.

      *    THE WHOLE FILE IS HELD SO IT CAN BE REWRITTEN WITH THE
      *    UNDECIDED ITEMS; IF IT WILL NOT FIT NOTHING IS APPLIED.
       230-LOAD-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGES.
           PERFORM 235-LOAD-ONE-PENDING-ITEM
               UNTIL PENDING-EOF-WS = 'YES'
                  OR PEND-TABLE-IS-FULL.
           CLOSE PENDING-CHANGES.

       235-LOAD-ONE-PENDING-ITEM.
           READ PENDING-CHANGES INTO PENDING-CHANGE-RECORD
               AT END MOVE 'YES' TO PENDING-EOF-WS
           END-READ.
           IF PENDING-EOF-WS <> 'YES'
               IF PEND-TABLE-COUNT-WS = 5000
                   MOVE 'Y' TO PEND-TABLE-FULL-SW
               ELSE
                   ADD 1 TO PEND-TABLE-COUNT-WS
                   MOVE 'Y' TO PEND-KEEP-SW-WS (PEND-TABLE-COUNT-WS)
                   MOVE PENDING-CHANGE-RECORD
                       TO PEND-TABLE-RECORD-WS (PEND-TABLE-COUNT-WS)
               END-IF
           END-IF.

      *    ONLY AN ITEM APPROVED BY SOMEONE OTHER THAN ITS ENTERING
      *    OPERATOR IS APPLIED.  AN APPROVAL WITHOUT A CHECKER, OR
      *    BY THE MAKER, GOES BACK TO PENDING FOR A PROPER DECISION.
       300-WORK-PENDING-ITEM.
           MOVE PEND-TABLE-RECORD-WS (PEND-SUB-WS)
               TO PENDING-CHANGE-RECORD.
           MOVE MT-ACCOUNT-CODE TO AUDIT-ACCOUNT-OUT.
           EVALUATE TRUE
               WHEN PC-STATUS-APPROVED
                      AND PC-DECIDED-BY <> SPACES
                      AND PC-DECIDED-BY <> PC-ENTERED-BY
                   MOVE 'APPROVED BY: ' TO AUDIT-DECISION-OUT
                   PERFORM 305-APPLY-MAINTENANCE
                   MOVE 'N' TO PEND-KEEP-SW-WS (PEND-SUB-WS)
               WHEN PC-STATUS-APPROVED
                   MOVE 'APPROVED BY: ' TO AUDIT-DECISION-OUT
                   PERFORM 385-RETURN-TO-PENDING
               WHEN PC-STATUS-DECLINED
                   MOVE 'DECLINED BY: ' TO AUDIT-DECISION-OUT
                   PERFORM 380-REPORT-DECLINED
                   MOVE 'N' TO PEND-KEEP-SW-WS (PEND-SUB-WS)
               WHEN OTHER
                   ADD 1 TO STILL-PENDING-COUNT-WS
                   PERFORM 390-CHECK-PENDING-AGE
           END-EVALUATE.

       305-APPLY-MAINTENANCE.
           MOVE MT-ACCOUNT-CODE TO AUDIT-ACCOUNT-OUT.
           PERFORM 500-FIND-ACCOUNT.
           EVALUATE TRUE
                   ADD 1 TO MAINT-ERROR-COUNT-WS
                   PERFORM 710-PRINT-ACTION-LINE
           END-EVALUATE.

       310-ADD-ACCOUNT.
           IF ACCT-WAS-FOUND
                       TO ACCT-TABLE-CLOSE-DATE-WS (FOUND-SUB-WS)
                   MOVE MT-OVERDRAFT-LIMIT
                       TO ACCT-TABLE-OD-LIMIT-WS (FOUND-SUB-WS)
                   MOVE MT-HOME-CURRENCY
                       TO ACCT-TABLE-HOME-CURRENCY-WS (FOUND-SUB-WS)
                   ADD 1 TO ADD-COUNT-WS
                   MOVE 'ADDED' TO AUDIT-RESULT-OUT
                   PERFORM 710-PRINT-ACTION-LINE
                   MOVE MT-OVERDRAFT-LIMIT
                       TO ACCT-TABLE-OD-LIMIT-WS (FOUND-SUB-WS)
               END-IF
               IF MT-HOME-CURRENCY <> SPACES
                   MOVE MT-HOME-CURRENCY
                       TO ACCT-TABLE-HOME-CURRENCY-WS (FOUND-SUB-WS)
               END-IF
               ADD 1 TO CHANGE-COUNT-WS
               PERFORM 730-PRINT-AFTER-IMAGE
           END-IF.
               TO MAP-NEW-CODE-WS (MERGE-MAP-COUNT-WS).
           ADD 1 TO MERGE-COUNT-WS.

       375-SET-ACTION-NAME.
           EVALUATE TRUE
               WHEN MT-ACTION-ADD
                   MOVE 'ADD    ' TO AUDIT-ACTION-OUT
               WHEN MT-ACTION-CHANGE
                   MOVE 'CHANGE ' TO AUDIT-ACTION-OUT
               WHEN MT-ACTION-CLOSE
                   MOVE 'CLOSE  ' TO AUDIT-ACTION-OUT
               WHEN MT-ACTION-MERGE
                   MOVE 'MERGE  ' TO AUDIT-ACTION-OUT
               WHEN OTHER
                   MOVE 'INVALID' TO AUDIT-ACTION-OUT
           END-EVALUATE.

       380-REPORT-DECLINED.
           PERFORM 375-SET-ACTION-NAME.
           MOVE 'DECLINED - NOT APPLIED' TO AUDIT-RESULT-OUT.
           PERFORM 710-PRINT-ACTION-LINE.
           IF PC-DECLINE-REASON <> SPACES
               MOVE PC-DECLINE-REASON TO AUDIT-REASON-OUT
               WRITE PRINT-LINE FROM AUDIT-REASON-LINE AFTER 1
           END-IF.
           ADD 1 TO DECLINE-COUNT-WS.

       385-RETURN-TO-PENDING.
           PERFORM 375-SET-ACTION-NAME.
           MOVE 'NO INDEPENDENT APPROVAL - LEFT PENDING'
               TO AUDIT-RESULT-OUT.
           PERFORM 710-PRINT-ACTION-LINE.
           ADD 1 TO NOT-INDEPENDENT-COUNT-WS.
           ADD 1 TO MAINT-ERROR-COUNT-WS.
           MOVE 'P'    TO PC-STATUS.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE ZERO   TO PC-DECIDED-DATE.
           MOVE PENDING-CHANGE-RECORD
               TO PEND-TABLE-RECORD-WS (PEND-SUB-WS).
           ADD 1 TO STILL-PENDING-COUNT-WS.
           PERFORM 390-CHECK-PENDING-AGE.

       390-CHECK-PENDING-AGE.
           IF PC-ENTERED-DATE IS NUMERIC AND PC-ENTERED-DATE > 0
               MOVE PC-ENTERED-DATE (1:4) TO SERIAL-YEAR-WS
               MOVE PC-ENTERED-DATE (5:2) TO SERIAL-MONTH-WS
               MOVE PC-ENTERED-DATE (7:2) TO SERIAL-DAY-WS
               PERFORM 560-COMPUTE-DAY-SERIAL
               COMPUTE PENDING-AGE-DAYS-WS
                   = RUN-DATE-SERIAL-WS - DAY-SERIAL-WS
               IF PENDING-AGE-DAYS-WS > OVERDUE-DAYS-WS
                   ADD 1 TO OVERDUE-COUNT-WS
                   PERFORM 770-PRINT-EXCEPTION-LINE
               END-IF
           END-IF.

       500-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           IF ACCOUNT-TABLE-COUNT-WS > 0
               END-SEARCH
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
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER PAGE.
           WRITE PRINT-LINE FROM SPACES AFTER 2.

      *    EVERY ACTION LINE IS FOLLOWED BY WHO ENTERED THE REQUEST
      *    AND WHO DECIDED IT.
       710-PRINT-ACTION-LINE.
           WRITE PRINT-LINE FROM AUDIT-ACTION-LINE AFTER 2.
           MOVE PC-ITEM-NUMBER   TO AUDIT-ITEM-OUT.
           MOVE PC-ENTERED-BY    TO AUDIT-ENTERED-BY-OUT.
           MOVE PC-ENTERED-DATE  TO AUDIT-ENTERED-DATE-OUT.
           MOVE PC-DECIDED-BY    TO AUDIT-DECIDED-BY-OUT.
           MOVE PC-DECIDED-DATE  TO AUDIT-DECIDED-DATE-OUT.
           WRITE PRINT-LINE FROM AUDIT-APPROVAL-LINE AFTER 1.

       720-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE: ' TO AUDIT-IMAGE-LABEL-OUT.
               TO AUDIT-IMAGE-OPEN-OUT.
           MOVE ACCT-TABLE-CLOSE-DATE-WS (FOUND-SUB-WS)
               TO AUDIT-IMAGE-CLOSE-OUT.
           MOVE ACCT-TABLE-HOME-CURRENCY-WS (FOUND-SUB-WS)
               TO AUDIT-IMAGE-CURRENCY-OUT.
           WRITE PRINT-LINE FROM AUDIT-IMAGE-LINE AFTER 1.

       760-EXCEPTION-HEADER.
           MOVE OVERDUE-DAYS-WS TO EXC-LIMIT-OUT.
           MOVE RUN-DATE-WS     TO EXC-RUN-DATE-OUT.
           WRITE EXCEPTION-PRINT-LINE FROM EXCEPTION-HEADER-LINE
               AFTER PAGE.
           WRITE EXCEPTION-PRINT-LINE FROM SPACES AFTER 1.
           WRITE EXCEPTION-PRINT-LINE FROM EXCEPTION-COLUMN-HEADER
               AFTER 1.
           WRITE EXCEPTION-PRINT-LINE FROM SPACES AFTER 1.

       770-PRINT-EXCEPTION-LINE.
           MOVE PC-ITEM-NUMBER      TO EXC-ITEM-OUT.
           MOVE MT-ACTION           TO EXC-ACTION-OUT.
           MOVE MT-ACCOUNT-CODE     TO EXC-ACCOUNT-OUT.
           MOVE MT-ACCOUNT-NAME     TO EXC-NAME-OUT.
           MOVE PC-ENTERED-BY       TO EXC-ENTERED-BY-OUT.
           MOVE PC-ENTERED-DATE     TO EXC-ENTERED-DATE-OUT.
           MOVE PENDING-AGE-DAYS-WS TO EXC-AGE-OUT.
           WRITE EXCEPTION-PRINT-LINE FROM EXCEPTION-DETAIL-LINE
               AFTER 1.

       800-FOOTER.
           MOVE 'ACCOUNTS ADDED................:' TO FOOTER-LABEL-OUT
           MOVE ADD-COUNT-WS                 TO FOOTER-COUNT-OUT
           MOVE MAINT-ERROR-COUNT-WS         TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REQUESTS DECLINED.............:' TO FOOTER-LABEL-OUT
           MOVE DECLINE-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'APPROVALS NOT INDEPENDENT.....:' TO FOOTER-LABEL-OUT
           MOVE NOT-INDEPENDENT-COUNT-WS     TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REQUESTS STILL PENDING........:' TO FOOTER-LABEL-OUT
           MOVE STILL-PENDING-COUNT-WS       TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'PENDING PAST LIMIT (AMEXCP)...:' TO FOOTER-LABEL-OUT
           MOVE OVERDUE-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REQUESTS PENDING PAST LIMIT...:' TO FOOTER-LABEL-OUT
           MOVE OVERDUE-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE EXCEPTION-PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           IF PEND-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** AMPEND.DAT EXCEEDS 5000 ITEMS - NOTHING WAS'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
               MOVE '    APPLIED AND THE FILE WAS LEFT AS IT IS ***'
                   TO PRINT-LINE
               WRITE PRINT-LINE AFTER 1
           END-IF.

           IF MASTER-TABLE-IS-FULL
               WRITE PRINT-LINE FROM SPACES AFTER 2
               MOVE '*** ACCOUNT MASTER EXCEEDS 10000 RECORDS -'
               WRITE PRINT-LINE AFTER 1
           END-IF.

      *    APPLIED AND DECLINED ITEMS ARE DROPPED; THE REST ARE
      *    WRITTEN BACK FOR A LATER DECISION.
       840-REWRITE-PENDING-CHANGES.
           IF NOT PEND-TABLE-IS-FULL
               OPEN OUTPUT PENDING-CHANGES
               PERFORM 845-WRITE-ONE-PENDING-ITEM
                   VARYING PEND-SUB-WS FROM 1 BY 1
                   UNTIL PEND-SUB-WS > PEND-TABLE-COUNT-WS
               CLOSE PENDING-CHANGES
           END-IF.

       845-WRITE-ONE-PENDING-ITEM.
           IF PEND-KEEP-SW-WS (PEND-SUB-WS) = 'Y'
               WRITE PENDING-CHANGE-RECORD
                   FROM PEND-TABLE-RECORD-WS (PEND-SUB-WS)
           END-IF.

      *    WHEN THE OLD MASTER HELD MORE RECORDS THAN THE TABLE,
      *    THE UNLOADED TAIL IS COPIED THROUGH UNCHANGED SO NO
      *    ACCOUNT IS EVER DROPPED FROM THE NEW MASTER.
       870-PROPAGATE-MERGES.
           IF MERGE-COUNT-WS > 0
               PERFORM 871-REKEY-BALANCE-FILE
               IF NOT BAL-TABLE-IS-FULL
                   PERFORM 888-LOG-MERGES
               END-IF
               PERFORM 876-REKEY-ACCEPTED-HISTORY
               PERFORM 880-REKEY-SUSPENSE-FILE
               PERFORM 883-REKEY-FALLOUT-FILE
                   TO MAP-WORK-CODE-WS
           END-IF.

       888-LOG-MERGES.
           OPEN EXTEND MERGE-LOG.
           PERFORM 889-WRITE-ONE-MERGE-LOG
               VARYING MERGE-SUB-WS FROM 1 BY 1
               UNTIL MERGE-SUB-WS > MERGE-MAP-COUNT-WS.
           CLOSE MERGE-LOG.

       889-WRITE-ONE-MERGE-LOG.
           MOVE SPACES                          TO MERGE-LOG-RECORD.
           MOVE MAP-OLD-CODE-WS (MERGE-SUB-WS)  TO ML-OLD-CODE.
           MOVE MAP-NEW-CODE-WS (MERGE-SUB-WS)  TO ML-NEW-CODE.
           MOVE RUN-DATE-WS                     TO ML-MERGE-DATE.
           WRITE MERGE-LOG-RECORD.

       890-PRINT-MERGE-AUDIT.
           IF MERGE-COUNT-WS > 0
               MOVE 'BALANCE ROWS COMBINED/RE-KEYED:'
           END-IF.

       900-CLOSE.
           CLOSE MAINT-AUDIT-REPORT PENDING-EXCEPTION-REPORT.
