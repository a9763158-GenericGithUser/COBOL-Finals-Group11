               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT SITTING-MASTER ASSIGN TO "C:\dos\cobol\sitmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-EXAM-DATE
               FILE STATUS IS SIT-FILE-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO
               "C:\dos\cobol\exmappl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS APL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 XM-UNAME PIC X(5).
           05 XM-C-CODE PIC 9.
           05 XM-C-NAME PIC X(4).
       FD SITTING-MASTER.
       01 SITTING-REC.
           05 SIT-EXAM-DATE PIC 9(8).
           05 SIT-CITY OCCURS 5 TIMES PIC X(15).
           05 SIT-OPEN-DATE PIC 9(8).
           05 SIT-CLOSE-DATE PIC 9(8).
           05 SIT-FEE PIC 9(5)V99.
           05 SIT-MAX-FAIL PIC 99.
           05 SIT-STATUS PIC X.
       FD APPLICATION-FILE.
       01 APPLICATION-REC.
           05 APL-KEY.
               10 APL-EXA-NO PIC 9(10).
               10 APL-SIT-DATE PIC 9(8).
           05 APL-CITY PIC X(15).
           05 APL-APPL-DATE PIC 9(8).
           05 APL-FEE-PAID PIC 9(5)V99.
           05 APL-RCPT-NO PIC X(10).
           05 APL-CERT-NO PIC X(10).
           05 APL-STATUS PIC X.
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
           05 EH-FILE-STATUS PIC XX.
           05 EH-FOUND PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 XM-FILE-STATUS PIC XX.
           05 SIT-FILE-STATUS PIC XX.
           05 SIT-OPEN-WS PIC X VALUE "N".
           05 SIT-DATE-IN PIC 9(8).
           05 APL-FILE-STATUS PIC XX.
           05 APL-OPEN-WS PIC X VALUE "N".

       SCREEN SECTION.
       01 CLRSCR.
                   "Examinee Master Not Found - Run Pre-Registration"
               MOVE 1 TO CHK-ANS
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           MOVE RUN-DATE-WS(1:4) TO CUR-YYYY-WS.
           MOVE RUN-DATE-WS(5:2) TO CUR-MM-WS.
           MOVE RUN-DATE-WS(7:2) TO CUR-DD-WS.
           IF CHK-ANS = 0
               OPEN INPUT SITTING-MASTER
               IF SIT-FILE-STATUS NOT = "00"
                   DISPLAY (1, 1)
                       "Sitting Master Not Found - Run Sitting Setup"
                   MOVE 1 TO CHK-ANS
               ELSE
                   MOVE "Y" TO SIT-OPEN-WS
                   OPEN INPUT APPLICATION-FILE
                   IF APL-FILE-STATUS = "00"
                       MOVE "Y" TO APL-OPEN-WS
                   END-IF
                   DISPLAY (4, 1) "Sitting Date (YYYYMMDD): "
                   PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       SIT-DATE-RTN.
           ACCEPT (4, 40) SIT-DATE-IN.
           MOVE SIT-DATE-IN TO SIT-EXAM-DATE.
           READ SITTING-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (4, 60) "No Such Sitting - Reenter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (4, 40) SIT-DATE-IN
           END-READ.
           IF VALID-FLAG = 0
               PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SIT-DATE-END.
           EXIT.

       INIT-PRINT-RTN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 2 LINES. 
               END-READ
           END-IF.

           IF VALID-FLAG = 1
               MOVE 0 TO VALID-FLAG
               IF APL-OPEN-WS = "Y"
                   MOVE EXA-NO-IN TO APL-EXA-NO
                   MOVE SIT-DATE-IN TO APL-SIT-DATE
                   READ APPLICATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF APL-STATUS = "A"
                               MOVE 1 TO VALID-FLAG
                           END-IF
                   END-READ
               END-IF
               IF VALID-FLAG = 0
                   DISPLAY (4, 60)
                       "No Approved Application - Reenter"
               END-IF
           END-IF.

           IF VALID-FLAG = 1
               DISPLAY (4, 40) EXA-NO-IN
           ELSE
               MOVE SUBJ-PCT-WS(SCR-IDX) TO EH-SUBJ-PCT(SCR-IDX)
           END-PERFORM.
           MOVE REMARK-IN TO EH-LAST-REMARK.
           MOVE SIT-DATE-IN TO EH-SIT-DATE.

           IF EH-FOUND = "Y"
               REWRITE EXAMINEE-HIST-REC
           IF XM-FILE-STATUS = "00"
               CLOSE EXAM-MASTER
           END-IF.
           IF SIT-OPEN-WS = "Y"
               CLOSE SITTING-MASTER
           END-IF.
           IF APL-OPEN-WS = "Y"
               CLOSE APPLICATION-FILE
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
