       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FEEDARRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARRIVAL-CONTROL
               ASSIGN TO 'FEEDACTL.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FEED-REGISTRY
               ASSIGN TO 'FEEDREG.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HISTORY
               ASSIGN TO 'RUNHIST.DAT'
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARRIVAL-REPORT
               ASSIGN TO 'FEEDARRV.DOC'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    THE MONTH (YYYYMM) TO REPORT.  ZERO OR MISSING REPORTS THE
      *    CURRENT MONTH TO DATE.
       FD  ARRIVAL-CONTROL.
       01  ARRIVAL-CONTROL-RECORD.
           05  FA-PERIOD               PIC 9(6).
           05  FA-PERIOD-PARTS REDEFINES FA-PERIOD.
               10  FA-YEAR             PIC 9(4).
               10  FA-MONTH            PIC 99.
           05                          PIC X(74).
      *    THE FEED REGISTRY, AS READ BY FEEDCHK.
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
       FD  RUN-HISTORY.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE             PIC 9(8).
           05  RH-SOURCE-FILE          PIC X(12).
           05  RH-RECORDS-READ         PIC 9(6).
           05  RH-GOOD-COUNT           PIC 9(6).
           05                          PIC X(105).
       FD  ARRIVAL-REPORT.
       01  PRINT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  REGISTRY-EOF-WS         PIC XXX      VALUE 'NO'.
           05  HISTORY-EOF-WS          PIC XXX      VALUE 'NO'.
           05  RUN-DATE-WS             PIC 9(8)     VALUE ZERO.
           05  REPORT-PERIOD-WS        PIC 9(6)     VALUE ZERO.
           05  REPORT-PERIOD-PARTS-WS REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YEAR-WS      PIC 9(4).
               10  REPORT-MONTH-WS     PIC 99.
           05  MONTH-START-DATE-WS     PIC 9(8)     VALUE ZERO.
           05  MONTH-END-DATE-WS       PIC 9(8)     VALUE ZERO.
           05  LAST-DUE-DATE-WS        PIC 9(8)     VALUE ZERO.
           05  MONTH-START-WEEKDAY-WS  PIC 9        VALUE ZERO.
           05  OPEN-DUE-DATE-WS        PIC 9(8)     VALUE ZERO.
           05  WALK-COUNT-WS           PIC 99       VALUE ZERO.
           05  MONTH-DAY-COUNT-WS      PIC 99       VALUE ZERO.
           05  PREV-DEPARTMENT-WS      PIC X(20)    VALUE SPACES.
           05  ARRIVAL-FOUND-SW        PIC X        VALUE 'N'.
               88 ARRIVAL-WAS-FOUND                 VALUE 'Y'.
           05  REGISTRY-ENTRY-SW       PIC X        VALUE 'N'.
               88 REGISTRY-ENTRY-IS-GOOD            VALUE 'Y'.
           05  REGISTRY-TABLE-FULL-SW  PIC X        VALUE 'N'.
               88 REGISTRY-TABLE-IS-FULL            VALUE 'Y'.
           05  ARRIVAL-TABLE-FULL-SW   PIC X        VALUE 'N'.
               88 ARRIVAL-TABLE-IS-FULL             VALUE 'Y'.
           05  REGISTRY-REJECT-COUNT-WS
                                       PIC 9(5)     VALUE ZERO.
           05  HISTORY-READ-COUNT-WS   PIC 9(6)     VALUE ZERO.
           05  ARRIVAL-COUNT-WS        PIC 9(6)     VALUE ZERO.

      *    ONE ENTRY PER REGISTERED FEED, IN DEPARTMENT ORDER SO THE
      *    REPORT CAN TOTAL EACH DEPARTMENT.
       01  REGISTRY-AREA-WS.
           05  REG-COUNT-WS            PIC 9(3)     VALUE ZERO.
           05  REG-TABLE-WS
                   OCCURS 1 TO 200 TIMES
                       DEPENDING ON REG-COUNT-WS
                   ASCENDING KEY IS REG-DEPARTMENT-WS
                                    REG-FILE-NAME-WS
                   INDEXED BY REG-IDX.
               10  REG-FILE-NAME-WS    PIC X(12).
               10  REG-DEPARTMENT-WS   PIC X(20).
               10  REG-SCHEDULE-WS     PIC X.
               10  REG-REQUIRED-WS     PIC X.
               10  REG-START-DATE-WS   PIC 9(8).
               10  REG-MONTH-DAY-WS    PIC 99  OCCURS 12 TIMES.

      *    EVERY DATE ON WHICH VALIDATION PROCESSED A FILE WITH
      *    RECORDS ON IT, FROM THE START OF THE REPORT MONTH ON.
      *    A FILE RUN TWICE IN A DAY SIMPLY APPEARS TWICE.
       01  ARRIVAL-AREA-WS.
           05  ARR-COUNT-WS            PIC 9(5)     VALUE ZERO.
           05  ARR-TABLE-WS
                   OCCURS 1 TO 20000 TIMES
                       DEPENDING ON ARR-COUNT-WS
                   ASCENDING KEY IS ARR-KEY-WS
                   INDEXED BY ARR-IDX.
               10  ARR-KEY-WS.
                   15  ARR-FILE-NAME-WS
                                       PIC X(12).
                   15  ARR-DATE-WS     PIC 9(8).

       01  LOOKUP-KEY-WS.
           05  LOOKUP-FILE-NAME-WS     PIC X(12)    VALUE SPACES.
           05  LOOKUP-DATE-WS          PIC 9(8)     VALUE ZERO.

      *    ARRIVAL COUNTS FOR THE FEED IN HAND, ITS DEPARTMENT AND
      *    THE WHOLE REGISTRY.  A DUE DATE IS ON TIME WHEN THE FILE
      *    WAS PROCESSED THAT DAY, LATE WHEN IT CAME IN AFTER BUT
      *    BEFORE THE NEXT DUE DATE, AND NOT RECEIVED OTHERWISE.
       01  ARRIVAL-COUNTS-WS.
           05  FEED-DUE-WS             PIC 9(5)     VALUE ZERO.
           05  FEED-ON-TIME-WS         PIC 9(5)     VALUE ZERO.
           05  FEED-LATE-WS            PIC 9(5)     VALUE ZERO.
           05  FEED-MISSED-WS          PIC 9(5)     VALUE ZERO.
           05  DEPT-DUE-WS             PIC 9(5)     VALUE ZERO.
           05  DEPT-ON-TIME-WS         PIC 9(5)     VALUE ZERO.
           05  DEPT-LATE-WS            PIC 9(5)     VALUE ZERO.
           05  DEPT-MISSED-WS          PIC 9(5)     VALUE ZERO.
           05  DEPARTMENT-COUNT-WS     PIC 9(5)     VALUE ZERO.
           05  TOTAL-DUE-WS            PIC 9(5)     VALUE ZERO.
           05  TOTAL-ON-TIME-WS        PIC 9(5)     VALUE ZERO.
           05  TOTAL-LATE-WS           PIC 9(5)     VALUE ZERO.
           05  TOTAL-MISSED-WS         PIC 9(5)     VALUE ZERO.
           05  ON-TIME-PCT-WS          PIC 9(3)V9   VALUE ZERO.

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
           05                          PIC X(42) VALUE
                        'FEED ARRIVAL RECORD BY DEPARTMENT - MONTH '.
           05  REPORT-PERIOD-OUT       PIC 9(6).
           05                          PIC X(21) VALUE
                                       '   DUE DATES THROUGH '.
           05  LAST-DUE-DATE-OUT       PIC 9(8).
           05                          PIC X(12) VALUE '   RUN DATE '.
           05  RUN-DATE-OUT            PIC 9(8).

       01  COLUMN-HEADER1.
           05                          PIC X.
           05                          PIC X(22) VALUE 'DEPARTMENT'.
           05                          PIC X(14) VALUE 'FILE'.
           05                          PIC X(10) VALUE 'SCHEDULE'.
           05                          PIC X(5)  VALUE 'REQ'.
           05                          PIC X(8)  VALUE '     DUE'.
           05                          PIC X(9)  VALUE '  ON TIME'.
           05                          PIC X(8)  VALUE '    LATE'.
           05                          PIC X(10) VALUE '  NOT RCVD'.
           05                          PIC X(11) VALUE '  ON TIME %'.

       01  DETAIL-LINE.
           05                          PIC X.
           05  DEPARTMENT-OUT          PIC X(20).
           05                          PIC X(2).
           05  FILE-NAME-OUT           PIC X(12).
           05                          PIC X(2).
           05  SCHEDULE-OUT            PIC X(8).
           05                          PIC X(2).
           05  REQUIRED-OUT            PIC X(3).
           05                          PIC X(4).
           05  DUE-OUT                 PIC ZZZZZ9.
           05                          PIC X(3).
           05  ON-TIME-OUT             PIC ZZZZZ9.
           05                          PIC X(2).
           05  LATE-OUT                PIC ZZZZZ9.
           05                          PIC X(4).
           05  MISSED-OUT              PIC ZZZZZ9.
           05                          PIC X(4).
           05  ON-TIME-PCT-OUT         PIC ZZ9.9.
           05  ON-TIME-PCT-OUT-X REDEFINES ON-TIME-PCT-OUT
                                       PIC X(5).

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
               PERFORM 300-ASSESS-ONE-FEED
                   VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT-WS
               PERFORM 740-PRINT-DEPARTMENT-TOTAL
               PERFORM 750-PRINT-GRAND-TOTAL
           ELSE
               MOVE '  (NONE)' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 1
           END-IF.
           PERFORM 800-FOOTER.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-WS (1:6) TO REPORT-PERIOD-WS.
           PERFORM 205-READ-ARRIVAL-CONTROL.
           COMPUTE MONTH-START-DATE-WS = REPORT-PERIOD-WS * 100 + 1.
           MOVE MONTH-START-DATE-WS TO CAL-DATE-WS.
           PERFORM 550-SET-MONTH-END.
           COMPUTE MONTH-END-DATE-WS
               = REPORT-PERIOD-WS * 100 + CAL-MONTH-END-WS.
           MOVE REPORT-YEAR-WS  TO SERIAL-YEAR-WS.
           MOVE REPORT-MONTH-WS TO SERIAL-MONTH-WS.
           MOVE 1               TO SERIAL-DAY-WS.
           PERFORM 560-COMPUTE-DAY-SERIAL.
           DIVIDE DAY-SERIAL-WS BY 7 GIVING WEEKDAY-QUOT-WS
                   REMAINDER WEEKDAY-REM-WS.
           PERFORM 565-SET-CAL-WEEKDAY.
           MOVE CAL-WEEKDAY-WS TO MONTH-START-WEEKDAY-WS.
           PERFORM 210-LOAD-REGISTRY.
           PERFORM 230-LOAD-ARRIVALS.
           OPEN OUTPUT ARRIVAL-REPORT.
           PERFORM 700-HEADER.

       205-READ-ARRIVAL-CONTROL.
           OPEN INPUT ARRIVAL-CONTROL.
           READ ARRIVAL-CONTROL INTO ARRIVAL-CONTROL-RECORD
               AT END
                   MOVE ZERO TO FA-PERIOD
           END-READ.
           IF FA-PERIOD IS NUMERIC AND FA-YEAR > 0
                  AND FA-MONTH >= 1 AND FA-MONTH <= 12
               MOVE FA-PERIOD TO REPORT-PERIOD-WS
           END-IF.
           CLOSE ARRIVAL-CONTROL.

       210-LOAD-REGISTRY.
           OPEN INPUT FEED-REGISTRY.
           PERFORM 212-LOAD-ONE-FEED
               UNTIL REGISTRY-EOF-WS = 'YES'
                  OR REGISTRY-TABLE-IS-FULL.
           CLOSE FEED-REGISTRY.
           IF REG-COUNT-WS > 0
               SORT REG-TABLE-WS ON ASCENDING KEY REG-DEPARTMENT-WS
                                                  REG-FILE-NAME-WS
           END-IF.

      *    ENTRIES FEEDCHK WOULD LEAVE OUT ARE LEFT OUT HERE TOO.
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
           MOVE FG-SCHEDULE   TO REG-SCHEDULE-WS (REG-IDX).
           MOVE FG-REQUIRED   TO REG-REQUIRED-WS (REG-IDX).
           IF FG-START-DATE IS NUMERIC
               MOVE FG-START-DATE TO REG-START-DATE-WS (REG-IDX)
           ELSE
               MOVE ZERO TO REG-START-DATE-WS (REG-IDX)
           END-IF.
           PERFORM 217-TAKE-ONE-MONTH-DAY
               VARYING CAL-DAY-SUB-WS FROM 1 BY 1
               UNTIL CAL-DAY-SUB-WS > 12.

       217-TAKE-ONE-MONTH-DAY.
           IF FG-MONTH-DAY (CAL-DAY-SUB-WS) IS NUMERIC
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) >= '01'
                  AND FG-MONTH-DAY (CAL-DAY-SUB-WS) <= '31'
               MOVE FG-MONTH-DAY (CAL-DAY-SUB-WS)
                   TO REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS)
           ELSE
               MOVE ZERO TO REG-MONTH-DAY-WS (REG-IDX, CAL-DAY-SUB-WS)
           END-IF.

      *    RUN HISTORY IS WRITTEN BY VALIDATION FOR EACH FILE IT
      *    PROCESSES, SO ITS RUN DATE IS THE DAY THE FILE ARRIVED.
      *    ROWS BEFORE THE REPORT MONTH, AND FILES READ WITH NO
      *    RECORDS ON THEM, ARE NOT ARRIVALS FOR THIS REPORT.
       230-LOAD-ARRIVALS.
           OPEN INPUT RUN-HISTORY.
           PERFORM 235-LOAD-ONE-ARRIVAL
               UNTIL HISTORY-EOF-WS = 'YES'.
           CLOSE RUN-HISTORY.
           IF ARR-COUNT-WS > 0
               SORT ARR-TABLE-WS ON ASCENDING KEY ARR-KEY-WS
           END-IF.

       235-LOAD-ONE-ARRIVAL.
           READ RUN-HISTORY
               AT END MOVE 'YES' TO HISTORY-EOF-WS
           END-READ.
           IF HISTORY-EOF-WS <> 'YES'
               ADD 1 TO HISTORY-READ-COUNT-WS
               IF RH-RUN-DATE IS NUMERIC
                      AND RH-RUN-DATE >= MONTH-START-DATE-WS
                      AND RH-RECORDS-READ IS NUMERIC
                      AND RH-RECORDS-READ > 0
                   IF ARR-COUNT-WS = 20000
                       MOVE 'Y' TO ARRIVAL-TABLE-FULL-SW
                   ELSE
                       ADD 1 TO ARR-COUNT-WS
                       ADD 1 TO ARRIVAL-COUNT-WS
                       MOVE RH-SOURCE-FILE
                           TO ARR-FILE-NAME-WS (ARR-COUNT-WS)
                       MOVE RH-RUN-DATE
                           TO ARR-DATE-WS (ARR-COUNT-WS)
                   END-IF
               END-IF
           END-IF.

      *    DUE DATES ARE TAKEN FROM THE FIRST OF THE MONTH TO ITS
      *    END, OR TO YESTERDAY FOR THE MONTH IN PROGRESS.  A DUE
      *    DATE STILL OPEN AT THE END OF THE MONTH IS FOLLOWED INTO
      *    THE NEXT ONE, UP TO TODAY, TO SEE WHETHER IT CAME IN LATE.
       300-ASSESS-ONE-FEED.
           IF REG-DEPARTMENT-WS (REG-IDX) <> PREV-DEPARTMENT-WS
                  AND REG-IDX > 1
               PERFORM 740-PRINT-DEPARTMENT-TOTAL
           END-IF.
           IF REG-DEPARTMENT-WS (REG-IDX) <> PREV-DEPARTMENT-WS
                  OR REG-IDX = 1
               MOVE REG-DEPARTMENT-WS (REG-IDX) TO PREV-DEPARTMENT-WS
               ADD 1 TO DEPARTMENT-COUNT-WS
           END-IF.
           MOVE ZERO TO FEED-DUE-WS.
           MOVE ZERO TO FEED-ON-TIME-WS.
           MOVE ZERO TO FEED-LATE-WS.
           MOVE ZERO TO FEED-MISSED-WS.
           MOVE ZERO TO OPEN-DUE-DATE-WS.
           MOVE MONTH-START-DATE-WS    TO CAL-DATE-WS.
           MOVE MONTH-START-WEEKDAY-WS TO CAL-WEEKDAY-WS.
           PERFORM 550-SET-MONTH-END.
           PERFORM 310-ASSESS-ONE-DAY
               UNTIL CAL-DATE-WS > MONTH-END-DATE-WS
                  OR CAL-DATE-WS >= RUN-DATE-WS.
           MOVE ZERO TO WALK-COUNT-WS.
           PERFORM 320-FOLLOW-OPEN-DUE-DATE
               UNTIL OPEN-DUE-DATE-WS = 0
                  OR CAL-DATE-WS > RUN-DATE-WS
                  OR WALK-COUNT-WS >= 62.
           IF OPEN-DUE-DATE-WS > 0
               ADD 1 TO FEED-MISSED-WS
           END-IF.
           ADD FEED-DUE-WS     TO DEPT-DUE-WS.
           ADD FEED-ON-TIME-WS TO DEPT-ON-TIME-WS.
           ADD FEED-LATE-WS    TO DEPT-LATE-WS.
           ADD FEED-MISSED-WS  TO DEPT-MISSED-WS.
           PERFORM 730-PRINT-FEED-LINE.

       310-ASSESS-ONE-DAY.
           PERFORM 555-CHECK-DATE-DUE.
           IF CAL-DATE-IS-DUE
               ADD 1 TO FEED-DUE-WS
               IF OPEN-DUE-DATE-WS > 0
                   ADD 1 TO FEED-MISSED-WS
               END-IF
               PERFORM 530-FIND-ARRIVAL
               IF ARRIVAL-WAS-FOUND
                   ADD 1 TO FEED-ON-TIME-WS
                   MOVE ZERO TO OPEN-DUE-DATE-WS
               ELSE
                   MOVE CAL-DATE-WS TO OPEN-DUE-DATE-WS
               END-IF
           ELSE
               IF OPEN-DUE-DATE-WS > 0
                   PERFORM 530-FIND-ARRIVAL
                   IF ARRIVAL-WAS-FOUND
                       ADD 1 TO FEED-LATE-WS
                       MOVE ZERO TO OPEN-DUE-DATE-WS
                   END-IF
               END-IF
           END-IF.
           PERFORM 575-STEP-FORWARD-ONE-DAY.

      *    THE NEXT DUE DATE CLOSES THE OPEN ONE AS NOT RECEIVED.
       320-FOLLOW-OPEN-DUE-DATE.
           PERFORM 555-CHECK-DATE-DUE.
           IF CAL-DATE-IS-DUE
               ADD 1 TO FEED-MISSED-WS
               MOVE ZERO TO OPEN-DUE-DATE-WS
           ELSE
               PERFORM 530-FIND-ARRIVAL
               IF ARRIVAL-WAS-FOUND
                   ADD 1 TO FEED-LATE-WS
                   MOVE ZERO TO OPEN-DUE-DATE-WS
               END-IF
           END-IF.
           ADD 1 TO WALK-COUNT-WS.
           PERFORM 575-STEP-FORWARD-ONE-DAY.

       530-FIND-ARRIVAL.
           MOVE 'N' TO ARRIVAL-FOUND-SW.
           MOVE REG-FILE-NAME-WS (REG-IDX) TO LOOKUP-FILE-NAME-WS.
           MOVE CAL-DATE-WS                TO LOOKUP-DATE-WS.
           IF ARR-COUNT-WS > 0
               SEARCH ALL ARR-TABLE-WS
                   AT END
                       CONTINUE
                   WHEN ARR-KEY-WS (ARR-IDX) = LOOKUP-KEY-WS
                       MOVE 'Y' TO ARRIVAL-FOUND-SW
               END-SEARCH
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

       565-SET-CAL-WEEKDAY.
           IF WEEKDAY-REM-WS >= 2
               COMPUTE CAL-WEEKDAY-WS = WEEKDAY-REM-WS - 1
           ELSE
               COMPUTE CAL-WEEKDAY-WS = WEEKDAY-REM-WS + 6
           END-IF.

       575-STEP-FORWARD-ONE-DAY.
           IF CAL-DAY-WS < CAL-MONTH-END-WS
               ADD 1 TO CAL-DAY-WS
           ELSE
               MOVE 1 TO CAL-DAY-WS
               IF CAL-MONTH-WS < 12
                   ADD 1 TO CAL-MONTH-WS
               ELSE
                   MOVE 1 TO CAL-MONTH-WS
                   ADD 1 TO CAL-YEAR-WS
               END-IF
               PERFORM 550-SET-MONTH-END
           END-IF.
           IF CAL-WEEKDAY-WS < 7
               ADD 1 TO CAL-WEEKDAY-WS
           ELSE
               MOVE 1 TO CAL-WEEKDAY-WS
           END-IF.

       700-HEADER.
           MOVE REPORT-PERIOD-WS TO REPORT-PERIOD-OUT.
           IF RUN-DATE-WS > MONTH-END-DATE-WS
               MOVE MONTH-END-DATE-WS TO LAST-DUE-DATE-WS
           ELSE
               IF RUN-DATE-WS > MONTH-START-DATE-WS
                   COMPUTE LAST-DUE-DATE-WS = RUN-DATE-WS - 1
               ELSE
                   MOVE ZERO TO LAST-DUE-DATE-WS
               END-IF
           END-IF.
           MOVE LAST-DUE-DATE-WS TO LAST-DUE-DATE-OUT.
           MOVE RUN-DATE-WS      TO RUN-DATE-OUT.
           WRITE PRINT-LINE FROM HEADER-LINE AFTER PAGE.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           WRITE PRINT-LINE FROM COLUMN-HEADER1 AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.

       730-PRINT-FEED-LINE.
           MOVE REG-DEPARTMENT-WS (REG-IDX) TO DEPARTMENT-OUT.
           MOVE REG-FILE-NAME-WS (REG-IDX)  TO FILE-NAME-OUT.
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
           MOVE FEED-DUE-WS     TO DUE-OUT.
           MOVE FEED-ON-TIME-WS TO ON-TIME-OUT.
           MOVE FEED-LATE-WS    TO LATE-OUT.
           MOVE FEED-MISSED-WS  TO MISSED-OUT.
           PERFORM 760-SET-ON-TIME-PCT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

       740-PRINT-DEPARTMENT-TOTAL.
           MOVE PREV-DEPARTMENT-WS    TO DEPARTMENT-OUT.
           MOVE '** TOTAL'            TO FILE-NAME-OUT.
           MOVE SPACES                TO SCHEDULE-OUT.
           MOVE SPACES                TO REQUIRED-OUT.
           MOVE DEPT-DUE-WS           TO DUE-OUT.
           MOVE DEPT-ON-TIME-WS       TO ON-TIME-OUT.
           MOVE DEPT-LATE-WS          TO LATE-OUT.
           MOVE DEPT-MISSED-WS        TO MISSED-OUT.
           MOVE DEPT-DUE-WS           TO FEED-DUE-WS.
           MOVE DEPT-ON-TIME-WS       TO FEED-ON-TIME-WS.
           PERFORM 760-SET-ON-TIME-PCT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.
           WRITE PRINT-LINE FROM SPACES AFTER 1.
           ADD DEPT-DUE-WS     TO TOTAL-DUE-WS.
           ADD DEPT-ON-TIME-WS TO TOTAL-ON-TIME-WS.
           ADD DEPT-LATE-WS    TO TOTAL-LATE-WS.
           ADD DEPT-MISSED-WS  TO TOTAL-MISSED-WS.
           MOVE ZERO TO DEPT-DUE-WS.
           MOVE ZERO TO DEPT-ON-TIME-WS.
           MOVE ZERO TO DEPT-LATE-WS.
           MOVE ZERO TO DEPT-MISSED-WS.

       750-PRINT-GRAND-TOTAL.
           MOVE 'ALL DEPARTMENTS'     TO DEPARTMENT-OUT.
           MOVE '** TOTAL'            TO FILE-NAME-OUT.
           MOVE SPACES                TO SCHEDULE-OUT.
           MOVE SPACES                TO REQUIRED-OUT.
           MOVE TOTAL-DUE-WS          TO DUE-OUT.
           MOVE TOTAL-ON-TIME-WS      TO ON-TIME-OUT.
           MOVE TOTAL-LATE-WS         TO LATE-OUT.
           MOVE TOTAL-MISSED-WS       TO MISSED-OUT.
           MOVE TOTAL-DUE-WS          TO FEED-DUE-WS.
           MOVE TOTAL-ON-TIME-WS      TO FEED-ON-TIME-WS.
           PERFORM 760-SET-ON-TIME-PCT.
           WRITE PRINT-LINE FROM DETAIL-LINE AFTER 1.

      *    NOTHING DUE SHOWS NO PERCENTAGE RATHER THAN NOUGHT.
       760-SET-ON-TIME-PCT.
           IF FEED-DUE-WS > 0
               COMPUTE ON-TIME-PCT-WS ROUNDED
                   = FEED-ON-TIME-WS * 100 / FEED-DUE-WS
               MOVE ON-TIME-PCT-WS TO ON-TIME-PCT-OUT
           ELSE
               MOVE '  N/A' TO ON-TIME-PCT-OUT-X
           END-IF.

       800-FOOTER.
           IF REGISTRY-TABLE-IS-FULL
               MOVE '*** FEED REGISTRY EXCEEDS 200 FEEDS - LATER ENTRIES
      -            ' NOT REPORTED ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.
           IF ARRIVAL-TABLE-IS-FULL
               MOVE '*** RUN HISTORY EXCEEDS 20000 ARRIVALS - LATER ARRI
      -            'VALS NOT SEEN ***' TO NOTICE-TEXT-OUT
               WRITE PRINT-LINE FROM NOTICE-LINE AFTER 2
           END-IF.

           MOVE 'DEPARTMENTS...................:' TO FOOTER-LABEL-OUT
           MOVE DEPARTMENT-COUNT-WS          TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 2.

           MOVE 'FEEDS ON REGISTRY.............:' TO FOOTER-LABEL-OUT
           MOVE REG-COUNT-WS                 TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'REGISTRY ENTRIES REJECTED.....:' TO FOOTER-LABEL-OUT
           MOVE REGISTRY-REJECT-COUNT-WS     TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'RUN HISTORY RECORDS READ......:' TO FOOTER-LABEL-OUT
           MOVE HISTORY-READ-COUNT-WS        TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

           MOVE 'ARRIVALS FROM MONTH START.....:' TO FOOTER-LABEL-OUT
           MOVE ARRIVAL-COUNT-WS             TO FOOTER-COUNT-OUT
           WRITE PRINT-LINE FROM FOOTER-DETAIL-LINE AFTER 1.

       900-CLOSE.
           CLOSE ARRIVAL-REPORT.
           DISPLAY 'FEEDARRV: ' TOTAL-ON-TIME-WS ' OF ' TOTAL-DUE-WS
               ' DUE FEEDS ON TIME FOR ' REPORT-PERIOD-WS.
