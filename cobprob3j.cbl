               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CO-FILE-STATUS.
           SELECT CIF-MASTER ASSIGN TO "C:\dos\cobol\cifmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS CIF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD COOWNER-FILE.
       01 COOWNER-REC.
           05 CO-KEY.
           05 CO-OWNER-NAME PIC X(25).
           05 CO-RULE PIC X.
           05 CO-STATUS PIC X.
           05 CO-CIF-NO PIC 9(8).
       FD CIF-MASTER.
       01 CIF-MAST-REC.
           05 CIF-NO PIC 9(8).
           05 CIF-NAME PIC X(25).
           05 CIF-ADDR1 PIC X(40).
           05 CIF-ADDR2 PIC X(40).
           05 CIF-BIRTH-DATE PIC 9(8).
           05 CIF-TIN PIC X(12).
           05 CIF-ID-TYPE PIC X(10).
           05 CIF-ID-NO PIC X(20).
           05 CIF-PHONE PIC X(15).
           05 CIF-EMAIL PIC X(30).
           05 CIF-OPEN-DATE PIC 9(8).
           05 CIF-STATUS PIC X.
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 CO-FOUND PIC X VALUE "N".
           05 SCR-ROW PIC 99.
           05 ACTION-CNT PIC 9(4) VALUE 0.
           05 CIF-FILE-STATUS PIC XX.
           05 CIF-NO-IN PIC 9(8).

       SCREEN SECTION.
       01 CLRSCR.
               CLOSE COOWNER-FILE
               OPEN I-O COOWNER-FILE
           END-IF.
           OPEN INPUT CIF-MASTER.
           IF CIF-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "CIF Master Not Found - Run Aborted    "
               MOVE 1 TO CHK-ANS
           END-IF.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (6, 60) "Account Closed - Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
           EXIT.

       ADD-RTN.
           DISPLAY (8, 1) "Co-Owner CIF No.: ".
           PERFORM CO-CIF-RTN THRU CO-CIF-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (9, 1) "Operation Rule (A=And/O=Or): ".
           PERFORM RULE-RTN THRU RULE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE ACC-NO-IN TO CO-ACC-NO.
           MOVE CO-NEXT-SEQ TO CO-SEQ.
           MOVE OWNER-NAME-IN TO CO-OWNER-NAME.
           MOVE CIF-NO-IN TO CO-CIF-NO.
           MOVE FUNCTION UPPER-CASE(RULE-IN) TO CO-RULE.
           MOVE "A" TO CO-STATUS.
           WRITE COOWNER-REC
       ADD-END.
           EXIT.

       CO-CIF-RTN.
           ACCEPT (8, 40) CIF-NO-IN.
           MOVE CIF-NO-IN TO CIF-NO.
           READ CIF-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (8, 55) "Unknown CIF - Re-enter   "
               NOT INVALID KEY
                   IF CIF-STATUS NOT = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (8, 55) "CIF Inactive - Re-enter  "
                   ELSE
                       IF CIF-NO-IN = AM-CIF-NO
                           MOVE 0 TO VALID-FLAG
                           DISPLAY (8, 55)
                               "Primary Owner - Re-enter "
                       ELSE
                           MOVE 1 TO VALID-FLAG
                       END-IF
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               MOVE CIF-NAME TO OWNER-NAME-IN
               DISPLAY (8, 40) CIF-NO-IN
               DISPLAY (8, 55) OWNER-NAME-IN
           ELSE
               PERFORM CO-CIF-RTN THRU CO-CIF-END UNTIL VALID-FLAG = 1
           END-IF.
       CO-CIF-END.
           EXIT.

       RULE-RTN.
           ACCEPT (9, 40) RULE-IN.
           EVALUATE RULE-IN
           CLOSE OUTFILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE COOWNER-FILE.
           CLOSE CIF-MASTER.
       FINISH-END.
           EXIT.
