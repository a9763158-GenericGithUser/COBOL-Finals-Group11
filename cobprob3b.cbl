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
       FD CHANNEL-FILE.
       01 CHANNEL-REC.
           05 CH-ACC-NO PIC X(10).
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
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 CUR-TIMESTAMP PIC X(21).
           05 CH-EOF PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 CHN-ACC-WS PIC 9(10).
           05 CHN-AMT-WS PIC 9(9)V99.
           05 CHN-REASON-WS PIC X(24).
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
                           MOVE "N" TO CHN-OK-WS
                           MOVE "R02 ACCOUNT DORMANT" TO CHN-REASON-WS
                       END-IF
                       IF AM-STATUS = "C"
                           MOVE "N" TO CHN-OK-WS
                           MOVE "R07 ACCOUNT CLOSED" TO CHN-REASON-WS
                       END-IF
               END-READ
           END-IF.


           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "CHANL" TO TL-TELLER-ID.
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
