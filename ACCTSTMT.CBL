           05  AH-RUN-NUMBER           PIC 9(6).
           05  AH-DEST-ACCOUNT         PIC X(4).
           05  AH-REVERSED-TYPE        PIC X.
           05                          PIC X(14).
           05  AH-TRANS-REFERENCE      PIC X(12).
           05                          PIC X(22).
       FD  STATEMENT-REPORT.
       01  PRINT-LINE                  PIC X(133).

               10  ST-SIGN-WS          PIC X.
               10  ST-AMOUNT-WS        PIC S9(6)V99.
               10  ST-RUN-WS           PIC 9(6).
               10  ST-REFERENCE-WS     PIC X(12).

       01  STATEMENT-WORK-WS.
           05  CUR-ACCOUNT-WS          PIC X(4)      VALUE SPACES.
           05                          PIC X(10) VALUE 'DATE'.
           05                          PIC X(26) VALUE 'ACTIVITY'.
           05                          PIC X(6)  VALUE 'OTHER'.
           05                          PIC X(14) VALUE 'REFERENCE'.
           05                          PIC X(8)  VALUE '   RUN'.
           05                          PIC X(13) VALUE '      AMOUNT'.
           05                          PIC X(17) VALUE
       01  BALANCE-LINE.
           05                          PIC X.
           05  BAL-LABEL-OUT           PIC X(42).
           05                          PIC X(35).
           05  BAL-ASSET-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  BAL-EXPENSE-OUT         PIC ZZZ,ZZZ,ZZ9.99-.
           05                          PIC X(2).
           05  OTHER-ACCT-OUT          PIC X(4).
           05                          PIC X(2).
           05  REFERENCE-OUT           PIC X(12).
           05                          PIC X(2).
           05  RUN-NUMBER-OUT          PIC 9(6).
           05                          PIC X(2).
           05  AMOUNT-OUT              PIC ZZZ,ZZ9.99.
               MOVE SPACES TO ST-OTHER-ACCT-WS (ACT-COUNT-WS)
               MOVE SPACE  TO ST-BAL-CODE-WS (ACT-COUNT-WS)
               MOVE SPACE  TO ST-SIGN-WS (ACT-COUNT-WS)
               MOVE AH-TRANS-REFERENCE
                   TO ST-REFERENCE-WS (ACT-COUNT-WS)
               IF AH-AMOUNT IS NUMERIC
                   MOVE AH-AMOUNT TO ST-AMOUNT-WS (ACT-COUNT-WS)
               ELSE
           MOVE ST-TRANS-DATE-WS (SCAN-SUB-WS) TO TRANS-DATE-OUT.
           MOVE ST-DESC-WS (SCAN-SUB-WS)       TO DESC-OUT.
           MOVE ST-OTHER-ACCT-WS (SCAN-SUB-WS) TO OTHER-ACCT-OUT.
           MOVE ST-REFERENCE-WS (SCAN-SUB-WS)  TO REFERENCE-OUT.
           MOVE ST-RUN-WS (SCAN-SUB-WS)        TO RUN-NUMBER-OUT.
           MOVE ST-AMOUNT-WS (SCAN-SUB-WS)     TO AMOUNT-OUT.
           MOVE ST-SIGN-WS (SCAN-SUB-WS)       TO SIGN-OUT.
