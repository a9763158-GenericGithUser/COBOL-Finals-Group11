           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD TRANSAC-LOG.
       01 TRANSAC-LOG-REC.
           05 TL-SEQ-NO PIC X(6).
           05 TL-XREF-SEQ PIC X(6).
           05 FILLER PIC X(1).
           05 TL-APPR-ID PIC X(5).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 TL-ACC-WS PIC 9(10).
           05 TL-DATE-WS PIC 9(8).
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 THRESH-DATE PIC 9(8).
           05 CUR-TIMESTAMP PIC X(21).
           05 DORMANT-MIN-BAL PIC 9(5)V99 VALUE 500.00.
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE THRESH-DATE = RUN-DATE-WS - 10000.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           PERFORM SCAN-LOG-RTN THRU SCAN-LOG-END.
               WHEN "Tuition"
               WHEN "Reactivation"
               WHEN "Chq Deposit"
               WHEN "Loan Payment"
               WHEN "Chq Paid"
                   MOVE FUNCTION NUMVAL(TL-ACC-NO) TO TL-ACC-WS
                   MOVE FUNCTION NUMVAL(TL-TIMESTAMP(1:8))
                       TO TL-DATE-WS
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF AM-STATUS NOT = "C"
                           PERFORM CHECK-ONE-RTN THRU CHECK-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
       WALK-MASTER-END.
       WRITE-FEE-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "BATCH" TO TL-TELLER-ID.
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
