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
       FD CHEQUE-FILE.
       01 CHEQUE-REC.
           05 CQ-KEY.
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
           05 FILLER PIC X(20) VALUE "   Amount Released: ".
           05 CHQTOT-CLR-AMT PIC ZZZ,ZZZ,ZZ9.99.

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
           05 BIZ-DAYS-WS PIC 9(3).
           05 BIZ-CTR PIC 9(3).
           05 TELLER-ID-IN PIC X(5).
           05 FLOAT-DAYS PIC 99 VALUE 3.
           05 RETURN-FEE PIC 9(3)V99 VALUE 200.00.
           05 CHQ-NEXT-SEQ PIC 9(4).
           05 CHQ-FOUND PIC X VALUE "N".
           05 CLR-DATE-WS PIC 9(8).
           05 CLR-CNT PIC 9(4) VALUE 0.
           05 CLR-AMT PIC 9(9)V99 VALUE 0.
           05 SCR-ROW PIC 99.
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           PERFORM LOAD-FLOAT-CFG-RTN THRU LOAD-FLOAT-CFG-END.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
                   IF AM-STATUS = "D"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Dormant - Re-enter"
                   ELSE
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Closed - Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
           MOVE CHQ-AMT-ACT TO CHQLN-AMOUNT.
           DISPLAY (9, 40) CHQLN-AMOUNT.

           MOVE RUN-DATE-WS TO BIZ-DATE-WS.
           MOVE FLOAT-DAYS TO BIZ-DAYS-WS.
           PERFORM BIZ-ADD-RTN THRU BIZ-ADD-END.
           MOVE BIZ-DATE-WS TO CLR-DATE-WS.

           PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-END.
           MOVE ACC-NO-IN TO CQ-ACC-NO.
       WRITE-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
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

       BIZ-NEXT-DAY-RTN.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS) + 1).
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
       BIZ-NEXT-DAY-END.
           EXIT.

       BIZ-ADD-RTN.
           MOVE 0 TO BIZ-CTR.
           PERFORM BIZ-ADD-ONE-RTN THRU BIZ-ADD-ONE-END
               UNTIL BIZ-CTR NOT LESS THAN BIZ-DAYS-WS.
       BIZ-ADD-END.
           EXIT.

       BIZ-ADD-ONE-RTN.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END
               UNTIL BIZ-DAY-FLAG = "Y".
           ADD 1 TO BIZ-CTR.
       BIZ-ADD-ONE-END.
           EXIT.
