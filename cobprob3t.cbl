           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT BIZ-CAL-FILE ASSIGN TO "C:\dos\cobol\bizcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD STANDING-ORDER.
       01 STANDING-ORDER-REC.
           05 SO-KEY.
           05 TL-XREF-SEQ PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-APPR-ID PIC X(5).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       FD BIZ-CAL-FILE.
       01 BIZ-CAL-REC.
           05 BC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BC-TYPE PIC X.
           05 FILLER PIC X(1).
           05 BC-DESC PIC X(20).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "   Failed (Retried):  ".
           05 SOTOT-FAIL-CNT PIC ZZZ9.

       01 BIZ-CAL-WS.
           05 BCT-CNT PIC 9(3) VALUE 0.
           05 BCT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON BCT-CNT
                   INDEXED BY BCT-IDX.
               10 BCT-DATE PIC 9(8).
               10 BCT-TYPE PIC X.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CUR-TIMESTAMP PIC X(21).
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 SRC-ACC-IN PIC 9(10).
           05 DST-ACC-IN PIC 9(10).
           05 SO-AMT-IN PIC X(9).
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
           ACCEPT (4, 50) RUN-MODE-IN.
           DISPLAY (4, 50) RUN-MODE-IN.
           IF RUN-MODE-IN = "X" OR RUN-MODE-IN = "x"
               MOVE RUN-DATE-WS TO BIZ-DATE-WS
               PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END
               IF BIZ-DAY-FLAG = "Y"
                   PERFORM EXECUTE-RTN THRU EXECUTE-END
               ELSE
                   DISPLAY (5, 1)
                       "Not A Business Day - Orders Not Run"
               END-IF
               MOVE 1 TO CHK-ANS
           END-IF.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Closed - Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                       MOVE AM-ACC-TYP TO SRC-TYP-WS
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (7, 60) "Unknown Dest Acct - Re-enter"
                   NOT INVALID KEY
                       IF AM-STATUS = "C"
                           MOVE 0 TO VALID-FLAG
                           DISPLAY (7, 60)
                               "Dest Acct Closed - Re-enter "
                       ELSE
                       IF (SRC-TYP-WS = "D"
                               AND AM-ACC-TYP NOT = "D")
                           OR (SRC-TYP-WS NOT = "D"
                       ELSE
                           MOVE 1 TO VALID-FLAG
                       END-IF
                       END-IF
               END-READ
           END-IF.

                   MOVE AM-BALANCE TO SRC-BAL-WS
                   IF AM-STATUS = "D"
                       MOVE "SOURCE DORMANT" TO SO-RESULT-WS
                   ELSE
                   IF AM-STATUS = "C"
                       MOVE "SOURCE CLOSED" TO SO-RESULT-WS
                   ELSE
                       PERFORM HOLD-SUM-RTN THRU HOLD-SUM-END
                       PERFORM FLOAT-SUM-RTN THRU FLOAT-SUM-END
                       END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

           IF SO-OK-WS = "Y"
               INVALID KEY
                   MOVE "DEST MISSING" TO SO-RESULT-WS
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE "DEST CLOSED" TO SO-RESULT-WS
                   ELSE
                       MOVE "Y" TO SO-OK-WS
                   END-IF
           END-READ.
       EXEC-DST-CHK-END.
           EXIT.
           REWRITE ACCOUNT-MAST-REC.

           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           ADD 1 TO TL-SEQ-CTR.
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "BATCH" TO TL-TELLER-ID.
           CLOSE TRANSAC-LOG.
       FINISH-END.
           EXIT.

       PROC-DATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS.
           OPEN INPUT PROC-DATE-FILE.
           IF PDT-FILE-STATUS = "00"
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDT-PROC-DATE IS NUMERIC
                           IF FUNCTION TEST-DATE-YYYYMMDD(PDT-PROC-DATE)
                                   = 0
                               MOVE PDT-PROC-DATE TO RUN-DATE-WS
                           END-IF
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.
       PROC-DATE-END.
           EXIT.

       LOAD-BIZ-CAL-RTN.
           OPEN INPUT BIZ-CAL-FILE.
           IF BC-FILE-STATUS = "00"
               PERFORM UNTIL BC-EOF = "Y"
                   READ BIZ-CAL-FILE
                       AT END
                           MOVE "Y" TO BC-EOF
                       NOT AT END
                           IF BCT-CNT LESS THAN 400
                               ADD 1 TO BCT-CNT
                               MOVE BC-DATE TO BCT-DATE(BCT-CNT)
                               MOVE BC-TYPE TO BCT-TYPE(BCT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIZ-CAL-FILE
           END-IF.
       LOAD-BIZ-CAL-END.
           EXIT.

       BIZ-DAY-CHK-RTN.
           COMPUTE BIZ-INT-WS = FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS).
           COMPUTE BIZ-DOW = FUNCTION MOD(BIZ-INT-WS, 7).
           IF BIZ-DOW = 0 OR BIZ-DOW = 6
               MOVE "N" TO BIZ-DAY-FLAG
           ELSE
               MOVE "Y" TO BIZ-DAY-FLAG
           END-IF.
           SET BCT-IDX TO 1.
           SEARCH BCT-ENTRY
               AT END
                   CONTINUE
               WHEN BCT-DATE(BCT-IDX) = BIZ-DATE-WS
                   IF BCT-TYPE(BCT-IDX) = "W"
                       MOVE "Y" TO BIZ-DAY-FLAG
                   ELSE
                       MOVE "N" TO BIZ-DAY-FLAG
                   END-IF
           END-SEARCH.
       BIZ-DAY-CHK-END.
           EXIT.
