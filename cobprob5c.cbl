               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-EXA-NO
               FILE STATUS IS LM-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 LM-ISSUE-DATE PIC 9(8).
           05 LM-EXPIRY-DATE PIC 9(8).
           05 LM-STATUS PIC X.
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(23) VALUE SPACES.
           05 VR-SEQ-CTR PIC 9(6) VALUE 0.
           05 CR-SEQ-CTR PIC 9(6) VALUE 0.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 COR-CNT PIC 9(4) VALUE 0.
           05 SCR-IDX2 PIC 9.
           05 SIT-DATE-IN PIC 9(8).
               DISPLAY (6, 1)
                   "License Master Not Found - No License Answers"
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-VR-SEQ-RTN THRU LOAD-VR-SEQ-END.
           PERFORM LOAD-CR-SEQ-RTN THRU LOAD-CR-SEQ-END.
           OPEN EXTEND VERIF-REG.
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
