       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-CONTROL
               ASSIGN TO 'FEEDCTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-REGISTRY
               ASSIGN TO 'FEEDREG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOURCE-FILE-LIST
               ASSIGN TO 'FILELIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY
               ASSIGN TO 'RUNHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-FILE
               ASSIGN TO DYNAMIC FEED-FILE-NAME-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FEED-STATUS-WS.
           SELECT FEED-HOLD
               ASSIGN TO 'FEEDHOLD.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-REPORT
               ASSIGN TO 'FEEDCHK.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    HOLD OPTION Y HOLDS THE NIGHTLY CYCLE AHEAD OF VALIDATION
      *    WHEN A FEED MARKED REQUIRED IS DUE TONIGHT AND HAS NOT
      *    ARRIVED USABLE.  ANY OTHER VALUE (OR NO CARD) REPORTS THE
      *    SHORTFALL WITHOUT HOLDING ANYTHING.
       FD  FEED-CONTROL.
       01  FEED-CONTROL-RECORD.
           05  FC-HOLD-OPTION          PIC X.
           05                          PIC X(79).
      *    ONE RECORD PER SOURCE FILE A DEPARTMENT SENDS.  SCHEDULE
      *    IS D (EVERY DAY), W (MONDAY TO FRIDAY) OR M (THE DAYS OF
      *    THE MONTH LISTED - A DAY PAST THE END OF A SHORT MONTH
      *    MEANS ITS LAST DAY, SO 31 IS ALWAYS MONTH END).  NOTHING
      *    IS DUE BEFORE THE START DATE, SO A NEW FEED IS NOT SHOWN
      *    LATE FOR DAYS BEFORE IT WAS AGREED.  A FILE WITH FEWER
      *    RECORDS THAN THE MINIMUM (ZERO MEANS ONE) IS TREATED AS
      *    NOT RECEIVED.
       FD  FEED-REGISTRY.
       01  FEED-REGISTRY-RECORD.
           05  FG-FILE-NAME            PIC X(12).
           05  FG-DEPARTMENT           PIC X(20).
           05  FG-CONTACT              PIC X(24).
           05  FG-SCHEDULE             PIC X.
           05  FG-REQUIRED             PIC X.
           05  FG-START-DATE           PIC 9(8).
           05  FG-MIN-RECORDS          PIC 9(5).
           05  FG-MONTH-DAYS.
               10  FG-MONTH-DAY        PIC XX  OCCURS 12 TIMES.
           05                          PIC X(5).
       FD  SOURCE-FILE-LIST.
       01  SOURCE-FILE-LIST-RECORD     PIC X(80).
       FD  RUN-HISTORY.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(8).
           05  RH-SOURCE-FILE          PIC X(12).
           05  RH-RECORDS-READ         PIC 9(6).
           05  RH-GOOD-COUNT           PIC 9(6).
           05                          PIC X(105).
       FD  FEED-FILE.
       01  FEED-FILE-RECORD            PIC X(80).
      *    REWRITTEN ON EVERY RUN.  CYCLECTL WILL NOT RELEASE
      *    VALIDATION WHILE THE HOLD FLAG IS Y; RERUN THIS CHECK
      *    ONCE THE MISSING FEED IS IN, OR WITH HOLD OPTION N ON
      *    FEEDCTL.DAT TO GO AHEAD WITHOUT IT.
       FD  FEED-HOLD.
       01  FEED-HOLD-RECORD.
           05  FH-CHECK-DATE           PIC 9(8).
           05  FH-CHECK-TIME           PIC 9(6).
           05  FH-HOLD-FLAG            PIC X.
           05  FH-MISSING-COUNT        PIC 9(3).
           05  FH-FIRST-MISSING        PIC X(12).
           05                          PIC X(50).
       FD  FEED-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  CONTROL-EOF-WS          PIC XXX      VALUE 'NO'.
           05  REGISTRY-EOF-WS         PIC XXX      VALUE 'NO'.
           05  SRC-LIST-EOF-WS         PIC XXX      VALUE 'NO'.
           05  HISTORY-EOF-WS          PIC XXX      VALUE 'NO'.
           05  FEED-EOF-WS             PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-RAW-WS         PIC 9(8)     VALUE ZERO.
           05  RUN-TIME-WS             PIC 9(6)     VALUE ZERO.
           05  RUN-WEEKDAY-WS          PIC 9        VALUE ZERO.
           05  FEED-FILE-NAME-WS       PIC X(80)    VALUE SPACES.
           05  FEED-STATUS-WS          PIC XX       VALUE SPACES.
           05  FEED-PRESENT-SW         PIC X        VALUE 'N'.
               88 FEED-IS-PRESENT                   VALUE 'Y'.
           05  FEED-RECORD-COUNT-WS    PIC 9(6)     VALUE ZERO.
           05  DUE-TODAY-SW            PIC X        VALUE 'N'.
               88 FEED-IS-DUE-TODAY                 VALUE 'Y'.
           05  USABLE-SW               PIC X        VALUE 'N'.
               88 FEED-IS-USABLE                    VALUE 'Y'.
           05  HOLD-OPTION-SW          PIC X        VALUE 'N'.
               88 HOLD-IS-REQUESTED                 VALUE 'Y'.
           05  CYCLE-HOLD-SW           PIC X        VALUE 'N'.
               88 CYCLE-IS-HELD                     VALUE 'Y'.
           05  LIST-DEFAULTED-SW       PIC X        VALUE 'N'.
               88 LIST-WAS-DEFAULTED                VALUE 'Y'.
           05  REGISTRY-TABLE-FULL-SW  PIC X        VALUE 'N'.
               88 REGISTRY-TABLE-IS-FULL            VALUE 'Y'.
           05  SRC-FILE-TABLE-FULL-SW  PIC X        VALUE 'N'.
               88 SRC-FILE-TABLE-IS-FULL            VALUE 'Y'.
           05  REGISTRY-ENTRY-SW       PIC X        VALUE 'N'.
               88 REGISTRY-ENTRY-IS-GOOD            VALUE 'Y'.
           05  MONTH-DAY-COUNT-WS      PIC 99       VALUE ZERO.
           05  WALK-COUNT-WS           PIC 99       VALUE ZERO.
           05  FIRST-MISSING-WS        PIC X(12)    VALUE SPACES.
           05  REGISTRY-REJECT-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  HISTORY-READ-COUNT-WS   PIC 9(6)     VALUE ZERO.
           05  DUE-TODAY-COUNT-WS      PIC 9(5)     VALUE ZERO.
           05  RECEIVED-COUNT-WS       PIC 9(5)     VALUE ZERO.
           05  MISSING-COUNT-WS        PIC 9(5)     VALUE ZERO.
           05  REQUIRED-MISSING-WS     PIC 9(3)     VALUE ZERO.
           05  LATE-ARRIVED-COUNT-WS   PIC 9(5)     VALUE ZERO.
           05  OUTSTANDING-COUNT-WS    PIC 9(5)     VALUE ZERO.
           05  UNEXPECTED-COUNT-WS     PIC 9(5)     VALUE ZERO.

      *    ONE ENTRY PER REGISTERED FEED, SORTED ON FILE NAME SO THE
      *    RUN HISTORY CAN BE MATCHED WITH SEARCH ALL.  LAST ARRIVAL
      *    IS THE LATEST RUN DATE BEFORE TODAY ON WHICH VALIDATION
      *    PROCESSED THE FILE WITH RECORDS ON IT; PREVIOUS DUE IS THE
      *    LAST DATE BEFORE TODAY THE SCHEDULE CALLED FOR IT.  THE
      *    RESULT IS R RECEIVED, M MISSING, L ARRIVED LATE, O STILL
      *    OUTSTANDING FROM AN EARLIER DATE, U ON THE LIST BUT NOT
      *    DUE, OR SPACE FOR NOTHING TO REPORT.
       01  REGISTRY-AREA-WS.
           05  REG-COUNT-WS            PIC 9(3)     VALUE ZERO.
           05  REG-TABLE-WS
                   OCCURS 1 TO 200 TIMES
                       DEPENDING ON REG-COUNT-WS
                   ASCENDING KEY IS REG-FILE-NAME-WS
                   INDEXED BY REG-IDX.
               10  REG-FILE-NAME-WS    PIC X(12).
               10  REG-DEPARTMENT-WS   PIC X(20).
               10  REG-CONTACT-WS      PIC X(24).
               10  REG-SCHEDULE-WS     PIC X.
               10  REG-REQUIRED-WS     PIC X.
               10  REG-START-DATE-WS   PIC 9(8).
               10  REG-MIN-RECORDS-WS  PIC 9(5).
               10  REG-MONTH-DAY-WS    PIC 99  OCCURS 12 TIMES.
               10  REG-LAST-ARRIVAL-WS PIC 9(8).
               10  REG-PREV-DUE-WS     PIC 9(8).
               10  REG-LISTED-SW-WS    PIC X.
               10  REG-PRESENT-SW-WS   PIC X.
               10  REG-RECORDS-WS      PIC 9(6).
               10  REG-RESULT-WS       PIC X.
               10  REG-REASON-WS       PIC X(26).

      *    TONIGHT'S FILELIST.DAT, AS VALIDATION WILL SEE IT - AN
      *    EMPTY LIST MEANS SOURCE6.DAT ALONE.
       01  SOURCE-FILE-LIST-WS.
           05  SRC-FILE-COUNT-WS       PIC 99       VALUE ZERO.
           05  SRC-FILE-TABLE-WS
                   OCCURS 1 TO 50 TIMES
                       DEPENDING ON SRC-FILE-COUNT-WS
                   INDEXED BY SRC-IDX.
               10  SOURCE-FILE-NAME-WS PIC X(80).
               10  SRC-REGISTERED-SW-WS
                                       PIC X.
               10  SRC-PRESENT-SW-WS   PIC X.
               10  SRC-RECORDS-WS      PIC 9(6).

      *    THE DATE BEING TESTED AGAINST A FEED'S SCHEDULE, WITH ITS
      *    DAY OF THE WEEK (1 MONDAY TO 7 SUNDAY).
       01  CALENDAR-WS.
           05  CAL-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  CAL-DATE-PARTS-WS REDEFINES CAL-DATE-WS.
               10  CAL-YEAR-WS         PIC 9(4).
               10  CAL-MONTH-WS        PIC 99.
               10  CAL-DAY-WS          PIC 99.
           05  CAL-WEEKDAY-WS          PIC 9        VALUE ZERO.
           05  CAL-MONTH-END-WS        PIC 99       VALUE ZERO.
           05  CAL-DAY-SUB-WS          PIC 99       VALUE ZERO.
           05  CAL-DUE-SW              PIC X        VALUE 'N'.
               88 CAL-DATE-IS-DUE                   VALUE 'Y'.
           05  CAL-LEAP-SW             PIC X        VALUE 'N'.
           05  CAL-QUOT-WS             PIC 9(4)     VALUE ZERO.
           05  CAL-REM-4-WS            PIC 9(4)     VALUE ZERO.
           05  CAL-REM-100-WS          PIC 9(4)     VALUE ZERO.
           05  CAL-REM-400-WS          PIC 9(4)     VALUE ZERO.

       01  DATE-SERIAL-WS.
           05  DAY-SERIAL-WS           PIC 9(8)     VALUE ZERO.
           05  WEEKDAY-QUOT-WS         PIC 9(8)     VALUE ZERO.
           05  WEEKDAY-REM-WS          PIC 9        VALUE ZERO.
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
           05                          PIC X(30) VALUE
                                       'FEED ARRIVAL CHECK - RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).
           05                          PIC X(39) VALUE
                       '   HOLD CYCLE ON MISSING REQUIRED FEED '.
           05  HOLD-OPTION-OUT         PIC X.

       01  SECTION-LINE.
           05                          PIC X.
           05  SECTION-TEXT-OUT        PIC X(70).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(14) VALUE 'FILE'.
           05                          PIC X(22) VALUE 'DEPARTMENT'.
           05                          PIC X(26) VALUE 'CONTACT'.
           05                          PIC X(10) VALUE 'SCHEDULE'.
           05                          PIC X(5)  VALUE 'REQ'.
           05                          PIC X(10) VALUE 'DUE'.
           05                          PIC X(10) VALUE 'LAST IN'.
           05                          PIC X(9)  VALUE 'RECORDS'.
           05                          PIC X(26) VALUE 'STATUS'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  FILE-NAME-OUT           PIC X(12).
           05                          PIC X(2).
           05  DEPARTMENT-OUT          PIC X(20).
           05                          PIC X(2).
           05  CONTACT-OUT             PIC X(24).
           05                          PIC X(2).
           05  SCHEDULE-OUT            PIC X(8).
           05                          PIC X(2).
           05  REQUIRED-OUT            PIC X(3).
           05                          PIC X(2).
           05  DUE-DATE-OUT            PIC X(8).
           05                          PIC X(2).
           05  LAST-ARRIVAL-OUT        PIC X(8).
           05                          PIC X(2).
           05  RECORDS-OUT             PIC Z(6)9.
           05                          PIC X(2).
           05  STATUS-OUT              PIC X(26).

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
           IF REG-COUNT-WS > 0
               PERFORM 300-CHECK-ONE-FEED
                   VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT-WS
           END-IF.
           PERFORM 360-CHECK-ONE-LISTED-FILE
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SRC-FILE-COUNT-WS.
           PERFORM 400-LIST-MISSING.
           PERFORM 420-LIST-LATE.
           PERFORM 440-LIST-UNEXPECTED.
           PERFORM 460-LIST-RECEIVED.
           PERFORM 600-WRITE-FEED-HOLD.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-RAW-WS FROM TIME.
           MOVE RUN-TIME-RAW-WS (1:6) TO RUN-TIME-WS.
           MOVE RUN-DATE-WS (1:4) TO SERIAL-YEAR-WS.
           MOVE RUN-DATE-WS (5:2) TO SERIAL-MONTH-WS.
           MOVE RUN-DATE-WS (7:2) TO SERIAL-DAY-WS.
           PERFORM 560-COMPUTE-DAY-SERIAL.
           DIVIDE DAY-SERIAL-WS BY 7 GIVING WEEKDAY-QUOT-WS
                   REMAINDER WEEKDAY-REM-WS.
           PERFORM 565-SET-RUN-WEEKDAY.
           PERFORM 205-READ-FEED-CONTROL.
           PERFORM 210-LOAD-REGISTRY.
           PERFORM 220-LOAD-SOURCE-FILE-LIST.
           PERFORM 230-SCAN-RUN-HISTORY.
           OPEN OUTPUT FEED-REPORT.
           PERFORM 700-HEADER.

       205-READ-FEED-CONTROL.
           OPEN INPUT FEED-CONTROL.
           READ FEED-CONTROL
               AT END MOVE 'YES' TO CONTROL-EOF-WS
           END-READ.
           IF CONTROL-EOF-WS <> 'YES' AND FC-HOLD-OPTION = 'Y'
               MOVE 'Y' TO HOLD-OPTION-SW
           END-IF.
           CLOSE FEED-CONTROL.

       210-LOAD-REGISTRY.
           OPEN INPUT FEED-REGISTRY.
           PERFORM 212-LOAD-ONE-FEED
               UNTIL REGISTRY-EOF-WS = 'YES'
                  OR REGISTRY-TABLE-IS-FULL.
           CLOSE FEED-REGISTRY.
           IF REG-COUNT-WS > 0
               SORT REG-TABLE-WS ON ASCENDING KEY REG-FILE-NAME-WS
           END-IF.

      *    A BLANK NAME, AN UNKNOWN SCHEDULE, A MONTHLY FEED WITH NO
      *    DAYS OR A SECOND ENTRY FOR THE SAME FILE IS LEFT OUT AND
      *    COUNTED ON THE FOOTER.
       212-LOAD-ONE-FEED.
           READ FEED-REGISTRY
               AT END MOVE 'YES' TO REGISTRY-EOF-WS
           END-READ.
           IF REGISTRY-EOF-WS <> 'YES'
               PERFORM 214-CHECK-REGISTRY-ENTRY
               IF REGISTRY-ENTRY-IS-GOOD
                   IF REG-COUNT-WS = 200
                       MOVE 'Y' TO REGISTRY-TABLE-FULL-SW
                   ELSE
                       PERFORM 216-ADD-REGISTRY-ENTRY
                   END-IF
               ELSE
                   ADD 1 TO REGISTRY-REJECT-COUNT-WS
               END-IF
           END-IF.

       214-CHECK-REGISTRY-ENTRY.
           MOVE 'Y' TO REGISTRY-ENTRY-SW.
           MOVE ZERO TO MONTH-DAY-COUNT-WS.
           PERFORM 215-COUNT-ONE-MONTH-DAY
               VARYING CAL-DAY-SUB-WS FROM 1 BY 1
               UNTIL CAL-DAY-SUB-WS > 12.
           IF FG-FILE-NAME = SPACES
               MOVE 'N' TO REGISTRY-ENTRY-SW
           END-IF.
           IF FG-SCHEDULE <> 'D' AND FG-SCHEDULE <> 'W'
                  AND FG-SCHEDULE <> 'M'
               MOVE 'N' TO REGISTRY-ENTRY-SW
           END-IF.
           IF FG-SCHEDULE = 'M' AND MONTH-DAY-COUNT-WS = 0
               MOVE 'N' TO REGISTRY-ENTRY-SW
           END-IF.
           IF REGISTRY-ENTRY-IS-GOOD AND REG-COUNT-WS > 0
               SET REG-IDX TO 1
               SEARCH REG-TABLE-WS
                   AT END
                       CONTINUE
                   WHEN REG-FILE-NAME-WS (REG-IDX) = FG-FILE-NAME
                       MOVE 'N' TO REGISTRY-ENTRY-SW
               END-SEARCH
           END-IF.

       215-COUNT-ONE-MONTH-DAY.
           IF FG-MONTH-DAY (CAL-DAY-SUB-WS) IS NUMERIC
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) >= '01'
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) <= '31'
               ADD 1 TO MONTH-DAY-COUNT-WS
           END-IF.

       216-ADD-REGISTRY-ENTRY.
           ADD 1 TO REG-COUNT-WS.
           SET REG-IDX TO REG-COUNT-WS.
           MOVE FG-FILE-NAME  TO REG-FILE-NAME-WS (REG-IDX).
           MOVE FG-DEPARTMENT TO REG-DEPARTMENT-WS (REG-IDX).
           MOVE FG-CONTACT    TO REG-CONTACT-WS (REG-IDX).
           MOVE FG-SCHEDULE   TO REG-SCHEDULE-WS (REG-IDX).
           MOVE FG-REQUIRED   TO REG-REQUIRED-WS (REG-IDX).
           IF FG-START-DATE IS NUMERIC
               MOVE FG-START-DATE TO REG-START-DATE-WS (REG-IDX)
           ELSE
               MOVE ZERO TO REG-START-DATE-WS (REG-IDX)
           END-IF.
           IF FG-MIN-RECORDS IS NUMERIC AND FG-MIN-RECORDS > 0
               MOVE FG-MIN-RECORDS TO REG-MIN-RECORDS-WS (REG-IDX)
           ELSE
               MOVE 1 TO REG-MIN-RECORDS-WS (REG-IDX)
           END-IF.
           PERFORM 217-TAKE-ONE-MONTH-DAY
               VARYING CAL-DAY-SUB-WS FROM 1 BY 1
               UNTIL CAL-DAY-SUB-WS > 12.
           MOVE ZERO   TO REG-LAST-ARRIVAL-WS (REG-IDX).
           MOVE ZERO   TO REG-PREV-DUE-WS (REG-IDX).
           MOVE 'N'    TO REG-LISTED-SW-WS (REG-IDX).
           MOVE 'N'    TO REG-PRESENT-SW-WS (REG-IDX).
           MOVE ZERO   TO REG-RECORDS-WS (REG-IDX).
           MOVE SPACE  TO REG-RESULT-WS (REG-IDX).
           MOVE SPACES TO REG-REASON-WS (REG-IDX).

       217-TAKE-ONE-MONTH-DAY.
           IF FG-MONTH-DAY (CAL-DAY-SUB-WS) IS NUMERIC
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) >= '01'
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) <= '31'
               MOVE FG-MONTH-DAY (CAL-DAY-SUB-WS)
                   TO REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS)
           ELSE
               MOVE ZERO TO REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS)
           END-IF.

       220-LOAD-SOURCE-FILE-LIST.
           OPEN INPUT SOURCE-FILE-LIST.
           PERFORM 222-LOAD-ONE-LISTED-FILE
               UNTIL SRC-LIST-EOF-WS = 'YES'
                  OR SRC-FILE-COUNT-WS = 50.
           IF SRC-LIST-EOF-WS <> 'YES'
               MOVE 'Y' TO SRC-FILE-TABLE-FULL-SW
           END-IF.
           CLOSE SOURCE-FILE-LIST.
           IF SRC-FILE-COUNT-WS = 0
               MOVE 'Y' TO LIST-DEFAULTED-SW
               ADD 1 TO SRC-FILE-COUNT-WS
               MOVE 'SOURCE6.DAT' TO SOURCE-FILE-NAME-WS (1)
               MOVE 'N'           TO SRC-REGISTERED-SW-WS (1)
           END-IF.

       222-LOAD-ONE-LISTED-FILE.
           READ SOURCE-FILE-LIST INTO SOURCE-FILE-LIST-RECORD
               AT END MOVE 'YES' TO SRC-LIST-EOF-WS
           END-READ.
           IF SRC-LIST-EOF-WS <> 'YES'
                  AND SOURCE-FILE-LIST-RECORD <> SPACES
               ADD 1 TO SRC-FILE-COUNT-WS
               MOVE SOURCE-FILE-LIST-RECORD
                   TO SOURCE-FILE-NAME-WS (SRC-FILE-COUNT-WS)
               MOVE 'N' TO SRC-REGISTERED-SW-WS (SRC-FILE-COUNT-WS)
           END-IF.

      *    VALIDATION WRITES A RUN HISTORY RECORD FOR EACH FILE IT
      *    PROCESSES, SO THE LATEST EARLIER RUN DATE FOR A FILE IS
      *    THE LAST TIME IT ARRIVED.  A FILE READ WITH NO RECORDS ON
      *    IT DID NOT REALLY ARRIVE.
       230-SCAN-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY.
           PERFORM 235-SCAN-ONE-HISTORY-RECORD
               UNTIL HISTORY-EOF-WS = 'YES'.
           CLOSE RUN-HISTORY.

       235-SCAN-ONE-HISTORY-RECORD.
           READ RUN-HISTORY
               AT END MOVE 'YES' TO HISTORY-EOF-WS
           END-READ.
           IF HISTORY-EOF-WS <> 'YES'
               ADD 1 TO HISTORY-READ-COUNT-WS
               IF RH-RUN-DATE IS NUMERIC
                      AND RH-RUN-DATE < RUN-DATE-WS
                      AND RH-RECORDS-READ IS NUMERIC
                      AND RH-RECORDS-READ > 0
                      AND REG-COUNT-WS > 0
                   SEARCH ALL REG-TABLE-WS
                       AT END
                           CONTINUE
                       WHEN REG-FILE-NAME-WS (REG-IDX)
                               = RH-SOURCE-FILE
                           IF RH-RUN-DATE
                                   > REG-LAST-ARRIVAL-WS (REG-IDX)
                               MOVE RH-RUN-DATE
                                   TO REG-LAST-ARRIVAL-WS (REG-IDX)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       300-CHECK-ONE-FEED.
           PERFORM 310-FIND-ON-LIST.
           MOVE REG-FILE-NAME-WS (REG-IDX) TO FEED-FILE-NAME-WS.
           PERFORM 320-PROBE-FEED-FILE.
           MOVE FEED-PRESENT-SW      TO REG-PRESENT-SW-WS (REG-IDX).
           MOVE FEED-RECORD-COUNT-WS TO REG-RECORDS-WS (REG-IDX).
           MOVE RUN-DATE-WS    TO CAL-DATE-WS.
           MOVE RUN-WEEKDAY-WS TO CAL-WEEKDAY-WS.
           PERFORM 550-SET-MONTH-END.
           PERFORM 555-CHECK-DATE-DUE.
           MOVE CAL-DUE-SW TO DUE-TODAY-SW.
           PERFORM 330-FIND-PREVIOUS-DUE.
           MOVE 'N' TO USABLE-SW.
           IF REG-LISTED-SW-WS (REG-IDX) = 'Y'
                  AND FEED-IS-PRESENT
                  AND FEED-RECORD-COUNT-WS
                      >= REG-MIN-RECORDS-WS (REG-IDX)
               MOVE 'Y' TO USABLE-SW
           END-IF.
           IF FEED-IS-DUE-TODAY
               ADD 1 TO DUE-TODAY-COUNT-WS
               PERFORM 340-CLASSIFY-DUE-FEED
           ELSE
               PERFORM 345-CLASSIFY-NOT-DUE-FEED
           END-IF.

       310-FIND-ON-LIST.
           SET SRC-IDX TO 1.
           SEARCH SRC-FILE-TABLE-WS
               AT END
                   CONTINUE
               WHEN SOURCE-FILE-NAME-WS (SRC-IDX)
                       = REG-FILE-NAME-WS (REG-IDX)
                   MOVE 'Y' TO REG-LISTED-SW-WS (REG-IDX)
                   MOVE 'Y' TO SRC-REGISTERED-SW-WS (SRC-IDX)
           END-SEARCH.

      *    STATUS 35 IS A FILE THAT IS NOT THERE; ANY OTHER FAILURE
      *    TO OPEN IS TREATED THE SAME, AS VALIDATION COULD NOT READ
      *    IT EITHER.  THE SIZE IS THE NUMBER OF RECORDS ON IT.
       320-PROBE-FEED-FILE.
           MOVE 'N'  TO FEED-PRESENT-SW.
           MOVE ZERO TO FEED-RECORD-COUNT-WS.
           OPEN INPUT FEED-FILE.
           IF FEED-STATUS-WS = '00'
               MOVE 'Y'  TO FEED-PRESENT-SW
               MOVE 'NO' TO FEED-EOF-WS
               PERFORM 325-COUNT-ONE-FEED-RECORD
                   UNTIL FEED-EOF-WS = 'YES'
               CLOSE FEED-FILE
           END-IF.

       325-COUNT-ONE-FEED-RECORD.
           READ FEED-FILE
               AT END MOVE 'YES' TO FEED-EOF-WS
           END-READ.
           IF FEED-EOF-WS <> 'YES'
               ADD 1 TO FEED-RECORD-COUNT-WS
           END-IF.

      *    WALKS BACK FROM YESTERDAY TO THE LAST DATE THE FEED WAS
      *    DUE.  TWO MONTHS IS FAR ENOUGH FOR ANY SCHEDULE; NOTHING
      *    FOUND IN THAT TIME (OR BEFORE THE START DATE) IS ZERO.
       330-FIND-PREVIOUS-DUE.
           MOVE ZERO TO WALK-COUNT-WS.
           MOVE 'N'  TO CAL-DUE-SW.
           PERFORM 335-STEP-BACK-AND-TEST
               UNTIL CAL-DATE-IS-DUE
                  OR WALK-COUNT-WS >= 62.
           IF CAL-DATE-IS-DUE
               MOVE CAL-DATE-WS TO REG-PREV-DUE-WS (REG-IDX)
           END-IF.

       335-STEP-BACK-AND-TEST.
           PERFORM 570-STEP-BACK-ONE-DAY.
           ADD 1 TO WALK-COUNT-WS.
           PERFORM 555-CHECK-DATE-DUE.

       340-CLASSIFY-DUE-FEED.
           IF FEED-IS-USABLE
               MOVE 'R'        TO REG-RESULT-WS (REG-IDX)
               MOVE 'RECEIVED' TO REG-REASON-WS (REG-IDX)
               ADD 1 TO RECEIVED-COUNT-WS
           ELSE
               MOVE 'M' TO REG-RESULT-WS (REG-IDX)
               ADD 1 TO MISSING-COUNT-WS
               PERFORM 350-SET-MISSING-REASON
               IF REG-REQUIRED-WS (REG-IDX) = 'Y'
                   ADD 1 TO REQUIRED-MISSING-WS
                   IF FIRST-MISSING-WS = SPACES
                       MOVE REG-FILE-NAME-WS (REG-IDX)
                           TO FIRST-MISSING-WS
                   END-IF
               END-IF
           END-IF.

      *    NOT DUE TONIGHT.  IF THE LAST DUE DATE CAME AND WENT WITH
      *    NOTHING RECEIVED SINCE, THE FEED IS LATE - EITHER IT HAS
      *    TURNED UP TONIGHT OR IT IS STILL OUTSTANDING.  OTHERWISE A
      *    FILE ON TONIGHT'S LIST WAS NOT EXPECTED.
       345-CLASSIFY-NOT-DUE-FEED.
           IF REG-PREV-DUE-WS (REG-IDX) > 0
                  AND REG-PREV-DUE-WS (REG-IDX)
                      > REG-LAST-ARRIVAL-WS (REG-IDX)
               IF FEED-IS-USABLE
                   MOVE 'L' TO REG-RESULT-WS (REG-IDX)
                   MOVE 'ARRIVED LATE' TO REG-REASON-WS (REG-IDX)
                   ADD 1 TO LATE-ARRIVED-COUNT-WS
               ELSE
                   MOVE 'O' TO REG-RESULT-WS (REG-IDX)
                   MOVE 'STILL OUTSTANDING'
                       TO REG-REASON-WS (REG-IDX)
                   ADD 1 TO OUTSTANDING-COUNT-WS
               END-IF
           ELSE
               IF REG-LISTED-SW-WS (REG-IDX) = 'Y'
                   MOVE 'U' TO REG-RESULT-WS (REG-IDX)
                   MOVE 'REGISTERED, NOT DUE'
                       TO REG-REASON-WS (REG-IDX)
                   ADD 1 TO UNEXPECTED-COUNT-WS
               END-IF
           END-IF.

       350-SET-MISSING-REASON.
           IF REG-LISTED-SW-WS (REG-IDX) = 'N'
               IF FEED-IS-PRESENT
                   MOVE 'ON DISK, NOT ON FILELIST'
                       TO REG-REASON-WS (REG-IDX)
               ELSE
                   MOVE 'NOT RECEIVED' TO REG-REASON-WS (REG-IDX)
               END-IF
           ELSE
               IF NOT FEED-IS-PRESENT
                   MOVE 'ON FILELIST, NOT ON DISK'
                       TO REG-REASON-WS (REG-IDX)
               ELSE
                   IF FEED-RECORD-COUNT-WS = 0
                       MOVE 'EMPTY FILE' TO REG-REASON-WS (REG-IDX)
                   ELSE
                       MOVE 'SHORT - UNDER MINIMUM'
                           TO REG-REASON-WS (REG-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A FILE ON THE LIST WITH NO REGISTRY ENTRY IS UNEXPECTED
      *    WHATEVER ITS STATE; IT IS PROBED SO THE REPORT CAN SAY
      *    WHETHER VALIDATION WILL FIND ANYTHING IN IT.
       360-CHECK-ONE-LISTED-FILE.
           IF SRC-REGISTERED-SW-WS (SRC-IDX) = 'N'
               MOVE SOURCE-FILE-NAME-WS (SRC-IDX) TO FEED-FILE-NAME-WS
               PERFORM 320-PROBE-FEED-FILE
               MOVE FEED-PRESENT-SW      TO SRC-PRESENT-SW-WS (SRC-IDX)
               MOVE FEED-RECORD-COUNT-WS TO SRC-RECORDS-WS (SRC-IDX)
               ADD 1 TO UNEXPECTED-COUNT-WS
           END-IF.

       400-LIST-MISSING.
           MOVE 'DUE TONIGHT AND NOT RECEIVED, EMPTY OR SHORT'
               TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF MISSING-COUNT-WS > 0
               PERFORM 410-LIST-ONE-MISSING
                   VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT-WS
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       410-LIST-ONE-MISSING.
           IF REG-RESULT-WS (REG-IDX) = 'M'
               MOVE RUN-DATE-WS TO DUE-DATE-OUT
               PERFORM 730-PRINT-FEED-LINE
           END-IF.

       420-LIST-LATE.
           MOVE 'LATE - DUE ON AN EARLIER DATE, NOTHING RECEIVED SINCE'
               TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF LATE-ARRIVED-COUNT-WS + OUTSTANDING-COUNT-WS > 0
               PERFORM 430-LIST-ONE-LATE
                   VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT-WS
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       430-LIST-ONE-LATE.
           IF REG-RESULT-WS (REG-IDX) = 'L'
                  OR REG-RESULT-WS (REG-IDX) = 'O'
               MOVE REG-PREV-DUE-WS (REG-IDX) TO DUE-DATE-OUT
               PERFORM 730-PRINT-FEED-LINE
           END-IF.

       440-LIST-UNEXPECTED.
           MOVE 'ON TONIGHT''S FILELIST BUT NOT EXPECTED'
               TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF UNEXPECTED-COUNT-WS > 0
               IF REG-COUNT-WS > 0
                   PERFORM 450-LIST-ONE-NOT-DUE
                       VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT-WS
               END-IF
               PERFORM 455-LIST-ONE-UNREGISTERED
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SRC-FILE-COUNT-WS
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       450-LIST-ONE-NOT-DUE.
           IF REG-RESULT-WS (REG-IDX) = 'U'
               MOVE SPACES TO DUE-DATE-OUT
               PERFORM 730-PRINT-FEED-LINE
           END-IF.

       455-LIST-ONE-UNREGISTERED.
           IF SRC-REGISTERED-SW-WS (SRC-IDX) = 'N'
               MOVE SOURCE-FILE-NAME-WS (SRC-IDX) TO FILE-NAME-OUT
               MOVE '(NOT REGISTERED)'     TO DEPARTMENT-OUT
               MOVE SPACES                 TO CONTACT-OUT
               MOVE SPACES                 TO SCHEDULE-OUT
               MOVE SPACES                 TO REQUIRED-OUT
               MOVE SPACES                 TO DUE-DATE-OUT
               MOVE SPACES                 TO LAST-ARRIVAL-OUT
               MOVE SRC-RECORDS-WS (SRC-IDX) TO RECORDS-OUT
               IF SRC-PRESENT-SW-WS (SRC-IDX) = 'Y'
                   MOVE 'NOT ON REGISTRY'  TO STATUS-OUT
               ELSE
                   MOVE 'NOT ON REGISTRY OR DISK' TO STATUS-OUT
               END-IF
               WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1
           END-IF.

       460-LIST-RECEIVED.
           MOVE 'DUE TONIGHT AND RECEIVED' TO SECTION-TEXT-OUT.
           PERFORM 720-SECTION-HEADER.
           IF RECEIVED-COUNT-WS > 0
               PERFORM 470-LIST-ONE-RECEIVED
                   VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT-WS
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.

       470-LIST-ONE-RECEIVED.
           IF REG-RESULT-WS (REG-IDX) = 'R'
               MOVE RUN-DATE-WS TO DUE-DATE-OUT
               PERFORM 730-PRINT-FEED-LINE
           END-IF.

       550-SET-MONTH-END.
           MOVE MONTH-DAYS-TABLE-WS (CAL-MONTH-WS) TO CAL-MONTH-END-WS.
           IF CAL-MONTH-WS = 2
               MOVE 'N' TO CAL-LEAP-SW
               DIVIDE CAL-YEAR-WS BY 4 GIVING CAL-QUOT-WS
                       REMAINDER CAL-REM-4-WS
               IF CAL-REM-4-WS = 0
                   DIVIDE CAL-YEAR-WS BY 100 GIVING CAL-QUOT-WS
                           REMAINDER CAL-REM-100-WS
                   IF CAL-REM-100-WS NOT = 0
                       MOVE 'Y' TO CAL-LEAP-SW
                   ELSE
                       DIVIDE CAL-YEAR-WS BY 400 GIVING CAL-QUOT-WS
                               REMAINDER CAL-REM-400-WS
                       IF CAL-REM-400-WS = 0
                           MOVE 'Y' TO CAL-LEAP-SW
                       END-IF
                   END-IF
               END-IF
               IF CAL-LEAP-SW = 'Y'
                   MOVE 29 TO CAL-MONTH-END-WS
               END-IF
           END-IF.

      *    THE DATE IN CAL-DATE-WS IS DUE FOR THE FEED AT REG-IDX
      *    WHEN ITS SCHEDULE CALLS FOR IT ON OR AFTER THE START DATE.
       555-CHECK-DATE-DUE.
           MOVE 'N' TO CAL-DUE-SW.
           IF CAL-DATE-WS >= REG-START-DATE-WS (REG-IDX)
               EVALUATE REG-SCHEDULE-WS (REG-IDX)
                   WHEN 'D'
                       MOVE 'Y' TO CAL-DUE-SW
                   WHEN 'W'
                       IF CAL-WEEKDAY-WS <= 5
                           MOVE 'Y' TO CAL-DUE-SW
                       END-IF
                   WHEN 'M'
                       PERFORM 557-CHECK-ONE-MONTH-DAY
                           VARYING CAL-DAY-SUB-WS FROM 1 BY 1
                           UNTIL CAL-DAY-SUB-WS > 12
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       557-CHECK-ONE-MONTH-DAY.
           IF REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS) = CAL-DAY-WS
               MOVE 'Y' TO CAL-DUE-SW
           END-IF.
           IF REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS)
                   > CAL-MONTH-END-WS
                  AND CAL-DAY-WS = CAL-MONTH-END-WS
               MOVE 'Y' TO CAL-DUE-SW
           END-IF.

      *    DAYS FROM A FIXED EPOCH FOR THE DATE IN THE SERIAL-*
      *    FIELDS.  THE EPOCH FALLS SO THAT A SERIAL LEAVING
      *    REMAINDER 2 WHEN DIVIDED BY 7 IS A MONDAY.
       560-COMPUTE-DAY-SERIAL.
           MOVE ZERO TO DAY-SERIAL-WS.
           IF SERIAL-MONTH-WS > 1 AND SERIAL-MONTH-WS <= 12
               PERFORM 562-ADD-SERIAL-MONTH-DAYS
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

       562-ADD-SERIAL-MONTH-DAYS.
           ADD MONTH-DAYS-TABLE-WS (SERIAL-MONTH-SUB-WS)
               TO DAY-SERIAL-WS.

       565-SET-RUN-WEEKDAY.
           IF WEEKDAY-REM-WS >= 2
               COMPUTE RUN-WEEKDAY-WS = WEEKDAY-REM-WS - 1
           ELSE
               COMPUTE RUN-WEEKDAY-WS = WEEKDAY-REM-WS + 6
           END-IF.

       570-STEP-BACK-ONE-DAY.
           IF CAL-DAY-WS > 1
               SUBTRACT 1 FROM CAL-DAY-WS
           ELSE
               IF CAL-MONTH-WS > 1
                   SUBTRACT 1 FROM CAL-MONTH-WS
               ELSE
                   MOVE 12 TO CAL-MONTH-WS
                   SUBTRACT 1 FROM CAL-YEAR-WS
               END-IF
               PERFORM 550-SET-MONTH-END
               MOVE CAL-MONTH-END-WS TO CAL-DAY-WS
           END-IF.
           IF CAL-WEEKDAY-WS > 1
               SUBTRACT 1 FROM CAL-WEEKDAY-WS
           ELSE
               MOVE 7 TO CAL-WEEKDAY-WS
           END-IF.

      *    CYCLECTL READS THIS BEFORE IT RELEASES VALIDATION.  THE
      *    CYCLE IS HELD ONLY WHEN THE CONTROL CARD ASKS FOR IT AND
      *    A REQUIRED FEED DUE TONIGHT IS NOT USABLE.
       600-WRITE-FEED-HOLD.
           IF HOLD-IS-REQUESTED AND REQUIRED-MISSING-WS > 0
               MOVE 'Y' TO CYCLE-HOLD-SW
           END-IF.
           OPEN OUTPUT FEED-HOLD.
           MOVE SPACES              TO FEED-HOLD-RECORD.
           MOVE RUN-DATE-WS         TO FH-CHECK-DATE.
           MOVE RUN-TIME-WS         TO FH-CHECK-TIME.
           MOVE CYCLE-HOLD-SW       TO FH-HOLD-FLAG.
           MOVE REQUIRED-MISSING-WS TO FH-MISSING-COUNT.
           MOVE FIRST-MISSING-WS    TO FH-FIRST-MISSING.
           WRITE FEED-HOLD-RECORD.
           CLOSE FEED-HOLD.

       700-HEADER.
           MOVE RUN-DATE-WS    TO RUN-DATE-OUT.
           MOVE HOLD-OPTION-SW TO HOLD-OPTION-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.

       720-SECTION-HEADER.
           WRITE PRINT-LINE FROM SECTION-LINE AFTER 3.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       730-PRINT-FEED-LINE.
           MOVE REG-FILE-NAME-WS (REG-IDX)  TO FILE-NAME-OUT.
           MOVE REG-DEPARTMENT-WS (REG-IDX) TO DEPARTMENT-OUT.
           MOVE REG-CONTACT-WS (REG-IDX)    TO CONTACT-OUT.
           EVALUATE REG-SCHEDULE-WS (REG-IDX)
               WHEN 'D'
                   MOVE 'DAILY'    TO SCHEDULE-OUT
               WHEN 'W'
                   MOVE 'WEEKDAYS' TO SCHEDULE-OUT
               WHEN OTHER
                   MOVE 'MONTHLY'  TO SCHEDULE-OUT
           END-EVALUATE.
           IF REG-REQUIRED-WS (REG-IDX) = 'Y'
               MOVE 'YES' TO REQUIRED-OUT
           ELSE
               MOVE 'NO'  TO REQUIRED-OUT
           END-IF.
           IF REG-LAST-ARRIVAL-WS (REG-IDX) = 0
               MOVE 'NONE' TO LAST-ARRIVAL-OUT
           ELSE
               MOVE REG-LAST-ARRIVAL-WS (REG-IDX) TO LAST-ARRIVAL-OUT
           END-IF.
           MOVE REG-RECORDS-WS (REG-IDX)    TO RECORDS-OUT.
           MOVE REG-REASON-WS (REG-IDX)     TO STATUS-OUT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       800-FOOTER.
           IF REG-COUNT-WS = 0
               MOVE '*** FEED REGISTRY MISSING OR EMPTY - NO FEEDS CHECK
      -            'ED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF REGISTRY-TABLE-IS-FULL
               MOVE '*** FEED REGISTRY EXCEEDS 200 FEEDS - LATER ENTRIES
      -            ' NOT CHECKED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF LIST-WAS-DEFAULTED
               MOVE '*** FILELIST.DAT EMPTY - VALIDATION WILL READ SOURC
      -            'E6.DAT ONLY ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF SRC-FILE-TABLE-IS-FULL
               MOVE '*** FILELIST.DAT EXCEEDS 50 FILES - LATER FILES NOT
      -            ' CHECKED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF CYCLE-IS-HELD
               MOVE '*** REQUIRED FEED MISSING - NIGHTLY CYCLE HELD BEFO
      -            'RE VALIDATION ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           ELSE
               IF REQUIRED-MISSING-WS > 0
                   MOVE '*** REQUIRED FEED MISSING - HOLD OPTION NOT SET
      -                ', CYCLE NOT HELD ***' TO NOTICE-TEXT-OUT
                   WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
               END-IF
           END-IF.

           MOVE 'FEEDS ON REGISTRY.............:' TO FOOTER-LABEL-OUT
           MOVE REG-COUNT-WS                 TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'REGISTRY ENTRIES REJECTED.....:' TO FOOTER-LABEL-OUT
           MOVE REGISTRY-REJECT-COUNT-WS     TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'FILES ON FILELIST.............:' TO FOOTER-LABEL-OUT
           MOVE SRC-FILE-COUNT-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'FEEDS DUE TONIGHT.............:' TO FOOTER-LABEL-OUT
           MOVE DUE-TODAY-COUNT-WS           TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'DUE AND RECEIVED..............:' TO FOOTER-LABEL-OUT
           MOVE RECEIVED-COUNT-WS            TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'DUE AND NOT RECEIVED..........:' TO FOOTER-LABEL-OUT
           MOVE MISSING-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REQUIRED FEEDS NOT RECEIVED...:' TO FOOTER-LABEL-OUT
           MOVE REQUIRED-MISSING-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'LATE FEEDS ARRIVED TONIGHT....:' TO FOOTER-LABEL-OUT
           MOVE LATE-ARRIVED-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'LATE FEEDS STILL OUTSTANDING..:' TO FOOTER-LABEL-OUT
           MOVE OUTSTANDING-COUNT-WS         TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'UNEXPECTED FILES ON FILELIST..:' TO FOOTER-LABEL-OUT
           MOVE UNEXPECTED-COUNT-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'RUN HISTORY RECORDS READ......:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-READ-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

       900-CLOSE.
           CLOSE FEED-REPORT.
           IF CYCLE-IS-HELD
               DISPLAY 'FEEDCHK: ' REQUIRED-MISSING-WS
                   ' REQUIRED FEED(S) MISSING, FIRST '
                   FIRST-MISSING-WS ' - CYCLE HELD'
           ELSE
               DISPLAY 'FEEDCHK: ' MISSING-COUNT-WS
                   ' FEED(S) MISSING, '
                   LATE-ARRIVED-COUNT-WS ' LATE, '
                   UNEXPECTED-COUNT-WS ' UNEXPECTED - CYCLE NOT HELD'
           END-IF.
