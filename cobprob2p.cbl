               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-KEY
               FILE STATUS IS PE-FILE-STATUS.
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
       FD PAYOR-ENROLL.
       01 PAYOR-ENROLL-REC.
           05 PE-KEY.
               10 PE-ACC-NO PIC 9(10).
           05 PE-CONSENT-DATE PIC 9(8).
           05 PE-STATUS PIC X.
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
           05 PE-FOUND PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 SNO-IN PIC 9(10).
           05 ACC-NO-IN PIC 9(10).
           05 SCR-ROW PIC 99.
               OPEN I-O PAYOR-ENROLL
           END-IF.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
           PERFORM FINISH-RTN THRU FINISH-END.
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (8, 60) "Unknown Bank Acct - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (8, 60) "Account Closed - Re-enter   "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
           CLOSE PAYOR-ENROLL.
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
