               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-KEY
               FILE STATUS IS HF-FILE-STATUS.
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
       FD HOLD-FILE.
       01 HOLD-REC.
           05 HF-KEY.
           05 HF-EXPIRY PIC 9(8).
           05 HF-STATUS PIC X.
           05 HF-REL-DATE PIC 9(8).
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
           05 HF-EOF PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 ACC-NO-IN PIC 9(10).
           05 HOLD-TYPE-IN PIC X.
           05 HOLD-AMT-IN PIC X(9).
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               DISPLAY (4, 1)
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Closed - Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
           CLOSE HOLD-FILE.
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
