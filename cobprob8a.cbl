           SELECT AUD-QUERY-FILE ASSIGN TO "C:\dos\cobol\audquery.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       FD AUD-QUERY-FILE.
       01 AUD-QUERY-REC.
           05 FILLER PIC X(100).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 ARCH-FILE-NAME PIC X(34).
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 CUTOFF-DATE-IN PIC 9(8).
           05 M-SUB PIC 9.
           05 LOG-EOF PIC X VALUE "N".
           DISPLAY (1, 1) HD01-REC.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HD01-REC.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-CONTROL-RTN THRU LOAD-CONTROL-END.

           DISPLAY (3, 1)
           END-EVALUATE.
       RTV-HASH-END.
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
