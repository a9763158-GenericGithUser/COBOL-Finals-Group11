               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-EXA-NO
               FILE STATUS IS LM-FILE-STATUS.
           SELECT CPD-FILE ASSIGN TO "C:\dos\cobol\cpdcred.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPD-KEY
               FILE STATUS IS CPD-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 LM-ISSUE-DATE PIC 9(8).
           05 LM-EXPIRY-DATE PIC 9(8).
           05 LM-STATUS PIC X.
       FD CPD-FILE.
       01 CPD-REC.
           05 CPD-KEY.
               10 CPD-LIC-NO PIC 9(6).
               10 CPD-PROVIDER PIC X(6).
               10 CPD-ACT-DATE PIC 9(8).
               10 CPD-ACT-CODE PIC X(8).
           05 CPD-ACT-TITLE PIC X(30).
           05 CPD-UNITS PIC 9(2)V9.
           05 CPD-LOAD-DATE PIC 9(8).
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
           05 LM-FOUND PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 EXA-NO-IN PIC 9(10).
           05 LIC-SEQ-CTR PIC 9(6) VALUE 0.
           05 EXPIRY-YYYY PIC 9(4).
           05 ACTION-CNT PIC 9(4) VALUE 0.
           05 RENEW-YEARS PIC 9 VALUE 3.
           05 CPD-FILE-STATUS PIC XX.
           05 CPD-OPENED PIC X VALUE "N".
           05 CPD-EOF PIC X.
           05 CPD-REQ-UNITS PIC 9(3)V9 VALUE 45.0.
           05 CPD-EARNED PIC 9(4)V9.
           05 CPD-EARNED-OUT PIC ZZZ9.9.
           05 CPD-REQ-OUT PIC ZZZ9.9.
           05 PERIOD-START PIC 9(8).
           05 PERIOD-YYYY PIC 9(4).

       SCREEN SECTION.
       01 CLRSCR.
               CLOSE LICENSE-MASTER
               OPEN I-O LICENSE-MASTER
           END-IF.
           OPEN INPUT CPD-FILE.
           IF CPD-FILE-STATUS = "00"
               MOVE "Y" TO CPD-OPENED
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-LIC-SEQ-RTN THRU LOAD-LIC-SEQ-END.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
                   DISPLAY (5, 1)
                       "License Revoked - No Renewal Allowed"
               ELSE
                   PERFORM CPD-UNITS-RTN THRU CPD-UNITS-END
                   IF CPD-EARNED < CPD-REQ-UNITS
                       MOVE CPD-EARNED TO CPD-EARNED-OUT
                       MOVE CPD-REQ-UNITS TO CPD-REQ-OUT
                       DISPLAY (5, 1)
                           "CPD Units Short - Renewal Refused"
                       DISPLAY (6, 1) "CPD Units Earned/Required: "
                       DISPLAY (6, 40) CPD-EARNED-OUT
                       DISPLAY (6, 48) CPD-REQ-OUT
                   ELSE
                       PERFORM RENEW-WRITE-RTN THRU RENEW-WRITE-END
                   END-IF
               END-IF
           END-IF.
       RENEW-END.
           EXIT.

       RENEW-WRITE-RTN.
           MOVE RUN-DATE-WS TO LM-EXPIRY-DATE.
           MOVE RUN-DATE-WS(1:4) TO EXPIRY-YYYY.
           ADD RENEW-YEARS TO EXPIRY-YYYY.
           MOVE EXPIRY-YYYY TO LM-EXPIRY-DATE(1:4).
           MOVE "A" TO LM-STATUS.
           REWRITE LICENSE-MAST-REC.
           ADD 1 TO ACTION-CNT.
           PERFORM LIC-PRINT-RTN THRU LIC-PRINT-END.
           DISPLAY (5, 1) "License Renewed To: ".
           DISPLAY (5, 40) LM-EXPIRY-DATE.
       RENEW-WRITE-END.
           EXIT.

       CPD-UNITS-RTN.
           MOVE LM-EXPIRY-DATE TO PERIOD-START.
           MOVE LM-EXPIRY-DATE(1:4) TO PERIOD-YYYY.
           SUBTRACT RENEW-YEARS FROM PERIOD-YYYY.
           MOVE PERIOD-YYYY TO PERIOD-START(1:4).
           MOVE 0 TO CPD-EARNED.
           MOVE "N" TO CPD-EOF.
           IF CPD-OPENED = "N"
               MOVE "Y" TO CPD-EOF
           ELSE
               MOVE LM-LIC-NO TO CPD-LIC-NO
               MOVE LOW-VALUES TO CPD-PROVIDER
               MOVE ZEROS TO CPD-ACT-DATE
               MOVE LOW-VALUES TO CPD-ACT-CODE
               START CPD-FILE KEY IS NOT LESS THAN CPD-KEY
                   INVALID KEY
                       MOVE "Y" TO CPD-EOF
               END-START
           END-IF.
           PERFORM UNTIL CPD-EOF = "Y"
               READ CPD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CPD-EOF
                   NOT AT END
                       IF CPD-LIC-NO NOT = LM-LIC-NO
                           MOVE "Y" TO CPD-EOF
                       ELSE
                           IF CPD-ACT-DATE NOT < PERIOD-START
                                   AND CPD-ACT-DATE
                                       NOT > RUN-DATE-WS
                               ADD CPD-UNITS TO CPD-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       CPD-UNITS-END.
           EXIT.

       REVOKE-RTN.
           IF LM-FOUND = "N"
               DISPLAY (5, 1) "No License On File"
           CLOSE EXAMINEE-HIST-FILE.
           CLOSE EXAM-MASTER.
           CLOSE LICENSE-MASTER.
           IF CPD-OPENED = "Y"
               CLOSE CPD-FILE
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
