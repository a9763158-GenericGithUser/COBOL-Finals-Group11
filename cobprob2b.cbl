           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
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
           05 FILLER PIC X(19) VALUE SPACES.
           05 TL-EOF PIC X VALUE "N".
           05 ARL-EOF PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BLOT-DATE-IN PIC 9(8).
           05 ORR-DATE-WS PIC 9(8).
           05 ORR-AMT-WS PIC 9(6)V99.
               DISPLAY (4, 1)
                   "AR Ledger Not Found - Ledger Checks Skipped"
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           DISPLAY (1, 1) "Blotter Date (YYYYMMDD/0=Today): ".
           ACCEPT (1, 40) BLOT-DATE-IN.
           IF BLOT-DATE-IN = 0
           END-IF.
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
