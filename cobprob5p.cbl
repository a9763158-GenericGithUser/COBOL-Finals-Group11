               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 XM-UNAME PIC X(5).
           05 XM-C-CODE PIC 9.
           05 XM-C-NAME PIC X(4).
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
           05 CUR-YYYY-WS PIC 9(4).
           05 CUR-MM-WS PIC 9(2).
           05 CUR-DD-WS PIC 9(2).
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
               CLOSE EXAM-MASTER
               OPEN I-O EXAM-MASTER
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           MOVE RUN-DATE-WS(1:4) TO CUR-YYYY-WS.
           MOVE RUN-DATE-WS(5:2) TO CUR-MM-WS.
           MOVE RUN-DATE-WS(7:2) TO CUR-DD-WS.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
           PERFORM FINISH-RTN THRU FINISH-END.
           CLOSE EXAM-MASTER.
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
