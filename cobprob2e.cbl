               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT SPONSOR-LINK ASSIGN TO "C:\dos\cobol\spnlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT ENDORSE-LTR ASSIGN TO "C:\dos\cobol\endltr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 EN-COMM-PCT PIC 99.
           05 EN-OPEN-AMT PIC 9(6)V99.
           05 EN-STATUS PIC X.
       FD SPONSOR-LINK.
       01 SPONSOR-LINK-REC.
           05 SL-KEY.
               10 SL-SNO PIC 9(10).
               10 SL-TERM PIC X(16).
           05 SL-SPN-COD PIC X(4).
           05 SL-COVER-TYPE PIC X.
           05 SL-COVER-PCT PIC 9(3).
           05 SL-COVER-FIXED PIC 9(6)V99.
           05 SL-COVER-AMT PIC 9(6)V99.
           05 SL-PAID-AMT PIC 9(6)V99.
           05 SL-LINK-DATE PIC 9(8).
           05 SL-STATUS PIC X.
       FD ENDORSE-LTR.
       01 ENDORSE-LTR-REC.
           05 FILLER PIC X(80).
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
           05 ARL-FILE-STATUS PIC XX.
           05 EN-FILE-STATUS PIC XX.
           05 EL-FILE-STATUS PIC XX.
           05 SL-FILE-STATUS PIC XX.
           05 SL-OPENED PIC X VALUE "N".
           05 SPN-OPEN-WS PIC 9(6)V99.
           05 ARL-EOF PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 CUTOFF-DAYS-IN PIC 9(3).
           05 AGENCY-IN PIC X(3).
           05 COMM-PCT-IN PIC 99.
               CLOSE ENDORSE-FILE
               OPEN I-O ENDORSE-FILE
           END-IF.
           OPEN INPUT SPONSOR-LINK.
           IF SL-FILE-STATUS = "00"
               MOVE "Y" TO SL-OPENED
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.

       ENDORSE-ONE-RTN.
           COMPUTE OPEN-AMT-WS = ARL-ASSESS-AMT - ARL-PAID-AMT.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           IF SPN-OPEN-WS NOT LESS THAN OPEN-AMT-WS
               MOVE 0 TO OPEN-AMT-WS
           ELSE
               SUBTRACT SPN-OPEN-WS FROM OPEN-AMT-WS
           END-IF.
           IF OPEN-AMT-WS GREATER THAN 0
               COMPUTE ASSESS-INT =
                   FUNCTION INTEGER-OF-DATE(ARL-ASSESS-DATE)
       ENDORSE-ONE-END.
           EXIT.

       SPN-OPEN-RTN.
           MOVE 0 TO SPN-OPEN-WS.
           IF SL-OPENED = "Y"
               MOVE ARL-SNO TO SL-SNO
               MOVE ARL-TERM TO SL-TERM
               READ SPONSOR-LINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SL-STATUS = "A"
                               AND SL-COVER-AMT > SL-PAID-AMT
                           COMPUTE SPN-OPEN-WS =
                               SL-COVER-AMT - SL-PAID-AMT
                       END-IF
               END-READ
           END-IF.
       SPN-OPEN-END.
           EXIT.

       ENDORSE-WRITE-RTN.
           MOVE ARL-SNO TO EN-SNO.
           MOVE ARL-TERM TO EN-TERM.
           CLOSE OUTFILE.
           CLOSE AR-LEDGER.
           CLOSE ENDORSE-FILE.
           IF SL-OPENED = "Y"
               CLOSE SPONSOR-LINK
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
