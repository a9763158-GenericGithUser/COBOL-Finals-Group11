       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4C.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile33.txt".
           SELECT CUST-MASTER ASSIGN TO "C:\dos\cobol\custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACC-NO
               FILE STATUS IS CM-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "C:\dos\cobol\custaudt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD CUST-MASTER.
       01 CUST-MAST-REC.
           05 CM-ACC-NO PIC X(10).
           05 CM-CUS-NAM PIC X(25).
           05 CM-ACC-COD PIC X.
           05 CM-AR-COD PIC 9.
           05 CM-DISC-TYP PIC X.
           05 CM-CONN-STAT PIC X.
           05 CM-SVC-ADDR PIC X(40).
           05 CM-MAIL-ADDR1 PIC X(40).
           05 CM-MAIL-ADDR2 PIC X(40).
           05 CM-CONN-DATE PIC 9(8).
           05 CM-CLOSE-DATE PIC 9(8).
       FD CUST-AUDIT-FILE.
       01 CUST-AUDIT-REC.
           05 CA-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CA-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 CA-PROG PIC X(12).
           05 FILLER PIC X(1).
           05 CA-FUNC PIC X(6).
           05 FILLER PIC X(1).
           05 CA-USER PIC X(5).
           05 FILLER PIC X(1).
           05 CA-BEFORE PIC X(175).
           05 FILLER PIC X(1).
           05 CA-AFTER PIC X(175).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(25) VALUE
               "BROWNOUT ELECTRIC COMPANY".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "Customer Master File Maintenance".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 COLHD1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Date".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Function".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Customer Name".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Clerk".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Conn".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Closed".
       01 AUDIT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDLN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDLN-FUNC PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDLN-ACC-NO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDLN-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AUDLN-CLERK PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AUDLN-CONN PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 AUDLN-CLOSE PIC 9(8).
       01 AUDIT-ADDR-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 AUDAD-LABEL PIC X(10).
           05 AUDAD-ADDR PIC X(40).

       01 DATA-REC.
           05 ACC-NO-IN PIC X(10).
           05 NAME-IN PIC X(25).
           05 ACC-COD-IN PIC X.
           05 AR-COD-IN PIC X.
           05 DISC-IN PIC X.
           05 SVC-ADDR-IN PIC X(40).
           05 MAIL1-IN PIC X(40).
           05 MAIL2-IN PIC X(40).
           05 DATE-IN PIC X(8).
           05 FUNC-IN PIC X.
           05 FUNC-NAME-IN PIC X(8).
           05 CLERK-IN PIC X(5).
           05 CM-BEFORE-WS PIC X(175).
           05 BLANK-OK PIC X VALUE "N".

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 CM-STATUS PIC XX.
           05 CA-FILE-STATUS PIC XX.
           05 CM-FOUND PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 ACTION-CNT PIC 9(4) VALUE 0.

       01 ACTION-TOT-REC.
           05 FILLER PIC X(29) VALUE
               "Maintenance Actions Taken:   ".
           05 ACTTOT-CNT-OUT PIC ZZZ9.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           OPEN I-O CUST-MASTER.
           IF CM-STATUS = "35"
               OPEN OUTPUT CUST-MASTER
               CLOSE CUST-MASTER
               OPEN I-O CUST-MASTER
           END-IF.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF CA-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUST-AUDIT-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           DISPLAY (1, 1) "Clerk ID: ".
           ACCEPT (1, 40) CLERK-IN.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       INIT-PRINT-RTN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM COLHD1-REC AFTER ADVANCING 2 LINES.
       INIT-PRINT-END.
           EXIT.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) SPACER.
           DISPLAY (5, 1)
               "Function (A=Add/C=Change/X=Close): ".
           PERFORM FUNC-RTN THRU FUNC-END.
           MOVE 0 TO VALID-FLAG.

           DISPLAY (7, 1) "Account Number: ".
           ACCEPT (7, 40) ACC-NO-IN.
           DISPLAY (7, 40) ACC-NO-IN.
           MOVE ACC-NO-IN TO CM-ACC-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE "N" TO CM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO CM-FOUND
           END-READ.

           EVALUATE FUNC-IN
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-RTN THRU ADD-END
               WHEN "C"
               WHEN "c"
                   PERFORM CHANGE-RTN THRU CHANGE-END
               WHEN OTHER
                   PERFORM CLOSE-RTN THRU CLOSE-END
           END-EVALUATE.

           DISPLAY (19, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
       PROCESS-END.
           EXIT.

       FUNC-RTN.
           ACCEPT (5, 45) FUNC-IN.
           EVALUATE FUNC-IN
               WHEN "A"
               WHEN "a"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Add" TO FUNC-NAME-IN
               WHEN "C"
               WHEN "c"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Change" TO FUNC-NAME-IN
               WHEN "X"
               WHEN "x"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Close" TO FUNC-NAME-IN
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.

           IF VALID-FLAG = 1
               DISPLAY (5, 45) FUNC-IN
               DISPLAY (6, 1) "Function Name: "
               DISPLAY (6, 40) FUNC-NAME-IN
           ELSE
               PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-FLAG = 1
           END-IF.
       FUNC-END.
           EXIT.

       ADD-RTN.
           IF CM-FOUND = "Y"
               DISPLAY (8, 1)
                   "Account Already On File - Add Rejected"
           ELSE
               MOVE SPACES TO CM-BEFORE-WS
               MOVE "N" TO BLANK-OK
               MOVE ACC-NO-IN TO CM-ACC-NO
               DISPLAY (8, 1) "Customer Name: "
               ACCEPT (8, 40) NAME-IN
               MOVE NAME-IN TO CM-CUS-NAM
               DISPLAY (9, 1) "Account Code (R/C/I): "
               PERFORM ACC-COD-RTN THRU ACC-COD-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (10, 1) "Area Code: "
               PERFORM AR-COD-RTN THRU AR-COD-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (11, 1) "Discount Type (N/L/S/B): "
               PERFORM DISC-RTN THRU DISC-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (12, 1) "Service Address: "
               ACCEPT (12, 40) SVC-ADDR-IN
               MOVE SVC-ADDR-IN TO CM-SVC-ADDR
               DISPLAY (13, 1) "Mailing Address (Blank=Service): "
               ACCEPT (13, 40) MAIL1-IN
               DISPLAY (14, 1) "Mailing Address Line 2: "
               ACCEPT (14, 40) MAIL2-IN
               IF MAIL1-IN = SPACES AND MAIL2-IN = SPACES
                   MOVE SVC-ADDR-IN TO CM-MAIL-ADDR1
                   MOVE SPACES TO CM-MAIL-ADDR2
               ELSE
                   MOVE MAIL1-IN TO CM-MAIL-ADDR1
                   MOVE MAIL2-IN TO CM-MAIL-ADDR2
               END-IF
               DISPLAY (15, 1) "Connect Date (YYYYMMDD, Blank=Today): "
               ACCEPT (15, 40) DATE-IN
               IF DATE-IN IS NUMERIC
                   MOVE DATE-IN TO CM-CONN-DATE
               ELSE
                   MOVE RUN-DATE-WS TO CM-CONN-DATE
               END-IF
               DISPLAY (15, 40) CM-CONN-DATE
               MOVE "C" TO CM-CONN-STAT
               MOVE 0 TO CM-CLOSE-DATE
               WRITE CUST-MAST-REC
               PERFORM AUDIT-RTN THRU AUDIT-END
               DISPLAY (17, 1) "Customer Added"
           END-IF.
       ADD-END.
           EXIT.

       CHANGE-RTN.
           IF CM-FOUND = "N"
               DISPLAY (8, 1)
                   "Account Not On File - Change Rejected    "
           ELSE
               IF CM-CLOSE-DATE GREATER THAN 0
                   DISPLAY (8, 1)
                       "Account Is Closed - Change Rejected      "
               ELSE
                   PERFORM CHANGE-FLDS-RTN THRU CHANGE-FLDS-END
               END-IF
           END-IF.
       CHANGE-END.
           EXIT.

       CHANGE-FLDS-RTN.
           MOVE CUST-MAST-REC TO CM-BEFORE-WS.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (16, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (8, 1) "Customer Name: ".
           DISPLAY (8, 40) CM-CUS-NAM.
           MOVE SPACES TO NAME-IN.
           ACCEPT (8, 40) NAME-IN.
           IF NAME-IN NOT = SPACES
               MOVE NAME-IN TO CM-CUS-NAM
           END-IF.
           DISPLAY (9, 1) "Account Code (R/C/I): ".
           DISPLAY (9, 40) CM-ACC-COD.
           PERFORM ACC-COD-RTN THRU ACC-COD-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (10, 1) "Area Code: ".
           DISPLAY (10, 40) CM-AR-COD.
           PERFORM AR-COD-RTN THRU AR-COD-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (11, 1) "Discount Type (N/L/S/B): ".
           DISPLAY (11, 40) CM-DISC-TYP.
           PERFORM DISC-RTN THRU DISC-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (12, 1) "Service Address: ".
           DISPLAY (12, 40) CM-SVC-ADDR.
           MOVE SPACES TO SVC-ADDR-IN.
           ACCEPT (12, 40) SVC-ADDR-IN.
           IF SVC-ADDR-IN NOT = SPACES
               MOVE SVC-ADDR-IN TO CM-SVC-ADDR
           END-IF.
           DISPLAY (13, 1) "Mailing Address: ".
           DISPLAY (13, 40) CM-MAIL-ADDR1.
           MOVE SPACES TO MAIL1-IN.
           ACCEPT (13, 40) MAIL1-IN.
           IF MAIL1-IN NOT = SPACES
               MOVE MAIL1-IN TO CM-MAIL-ADDR1
           END-IF.
           DISPLAY (14, 1) "Mailing Address Line 2: ".
           DISPLAY (14, 40) CM-MAIL-ADDR2.
           MOVE SPACES TO MAIL2-IN.
           ACCEPT (14, 40) MAIL2-IN.
           IF MAIL2-IN NOT = SPACES
               MOVE MAIL2-IN TO CM-MAIL-ADDR2
           END-IF.
           DISPLAY (15, 1) "Connect Date (YYYYMMDD): ".
           DISPLAY (15, 40) CM-CONN-DATE.
           MOVE SPACES TO DATE-IN.
           ACCEPT (15, 40) DATE-IN.
           IF DATE-IN IS NUMERIC
               MOVE DATE-IN TO CM-CONN-DATE
           END-IF.
           IF CUST-MAST-REC = CM-BEFORE-WS
               DISPLAY (17, 1) "No Changes Entered"
           ELSE
               REWRITE CUST-MAST-REC
               PERFORM AUDIT-RTN THRU AUDIT-END
               DISPLAY (17, 1) "Customer Changed"
           END-IF.
       CHANGE-FLDS-END.
           EXIT.

       CLOSE-RTN.
           IF CM-FOUND = "N"
               DISPLAY (8, 1)
                   "Account Not On File - Action Rejected    "
           ELSE
               IF CM-CLOSE-DATE GREATER THAN 0
                   DISPLAY (8, 1)
                       "Account Already Closed                   "
               ELSE
                   MOVE CUST-MAST-REC TO CM-BEFORE-WS
                   DISPLAY (8, 1) "Customer Name: "
                   DISPLAY (8, 40) CM-CUS-NAM
                   DISPLAY (9, 1) "Close Date (YYYYMMDD, Blank=Today): "
                   MOVE SPACES TO DATE-IN
                   ACCEPT (9, 40) DATE-IN
                   IF DATE-IN IS NUMERIC
                       MOVE DATE-IN TO CM-CLOSE-DATE
                   ELSE
                       MOVE RUN-DATE-WS TO CM-CLOSE-DATE
                   END-IF
                   DISPLAY (9, 40) CM-CLOSE-DATE
                   REWRITE CUST-MAST-REC
                   PERFORM AUDIT-RTN THRU AUDIT-END
                   DISPLAY (17, 1) "Customer Account Closed"
               END-IF
           END-IF.
       CLOSE-END.
           EXIT.

       ACC-COD-RTN.
           MOVE SPACES TO ACC-COD-IN.
           ACCEPT (9, 40) ACC-COD-IN.
           MOVE FUNCTION UPPER-CASE(ACC-COD-IN) TO ACC-COD-IN.
           EVALUATE ACC-COD-IN
               WHEN "R"
               WHEN "C"
               WHEN "I"
                   MOVE 1 TO VALID-FLAG
                   MOVE ACC-COD-IN TO CM-ACC-COD
               WHEN SPACES
                   IF BLANK-OK = "Y"
                       MOVE 1 TO VALID-FLAG
                   ELSE
                       MOVE 0 TO VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.

           IF VALID-FLAG = 1
               DISPLAY (9, 40) CM-ACC-COD
           ELSE
               PERFORM ACC-COD-RTN THRU ACC-COD-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACC-COD-END.
           EXIT.

       AR-COD-RTN.
           MOVE SPACES TO AR-COD-IN.
           ACCEPT (10, 40) AR-COD-IN.
           IF AR-COD-IN IS NUMERIC
               MOVE 1 TO VALID-FLAG
               MOVE AR-COD-IN TO CM-AR-COD
           ELSE
               IF AR-COD-IN = SPACES AND BLANK-OK = "Y"
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.

           IF VALID-FLAG = 1
               DISPLAY (10, 40) CM-AR-COD
           ELSE
               PERFORM AR-COD-RTN THRU AR-COD-END UNTIL VALID-FLAG = 1
           END-IF.
       AR-COD-END.
           EXIT.

       DISC-RTN.
           MOVE SPACES TO DISC-IN.
           ACCEPT (11, 40) DISC-IN.
           MOVE FUNCTION UPPER-CASE(DISC-IN) TO DISC-IN.
           EVALUATE DISC-IN
               WHEN "N"
               WHEN "L"
               WHEN "S"
               WHEN "B"
                   MOVE 1 TO VALID-FLAG
                   MOVE DISC-IN TO CM-DISC-TYP
               WHEN SPACES
                   IF BLANK-OK = "Y"
                       MOVE 1 TO VALID-FLAG
                   ELSE
                       MOVE 0 TO VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.

           IF VALID-FLAG = 1
               DISPLAY (11, 40) CM-DISC-TYP
           ELSE
               PERFORM DISC-RTN THRU DISC-END UNTIL VALID-FLAG = 1
           END-IF.
       DISC-END.
           EXIT.

       AUDIT-RTN.
           MOVE SPACES TO CUST-AUDIT-REC.
           MOVE RUN-DATE-WS TO CA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CA-TIME.
           MOVE "PROG3PROB4C" TO CA-PROG.
           MOVE FUNC-NAME-IN TO CA-FUNC.
           MOVE CLERK-IN TO CA-USER.
           MOVE CM-BEFORE-WS TO CA-BEFORE.
           MOVE CUST-MAST-REC TO CA-AFTER.
           WRITE CUST-AUDIT-REC.

           MOVE RUN-DATE-WS TO AUDLN-DATE.
           MOVE FUNC-NAME-IN TO AUDLN-FUNC.
           MOVE CM-ACC-NO TO AUDLN-ACC-NO.
           MOVE CM-CUS-NAM TO AUDLN-NAME.
           MOVE CLERK-IN TO AUDLN-CLERK.
           MOVE CM-CONN-STAT TO AUDLN-CONN.
           MOVE CM-CLOSE-DATE TO AUDLN-CLOSE.
           WRITE OUTREC FROM AUDIT-LINE-REC AFTER ADVANCING 1 LINE.
           IF CM-SVC-ADDR NOT = CM-BEFORE-WS(40:40)
               MOVE "Service:" TO AUDAD-LABEL
               MOVE CM-SVC-ADDR TO AUDAD-ADDR
               WRITE OUTREC FROM AUDIT-ADDR-REC AFTER ADVANCING 1 LINE
           END-IF.
           IF CM-MAIL-ADDR1 NOT = CM-BEFORE-WS(80:40)
                   OR CM-MAIL-ADDR2 NOT = CM-BEFORE-WS(120:40)
               MOVE "Mailing:" TO AUDAD-LABEL
               MOVE CM-MAIL-ADDR1 TO AUDAD-ADDR
               WRITE OUTREC FROM AUDIT-ADDR-REC AFTER ADVANCING 1 LINE
               IF CM-MAIL-ADDR2 NOT = SPACES
                   MOVE SPACES TO AUDAD-LABEL
                   MOVE CM-MAIL-ADDR2 TO AUDAD-ADDR
                   WRITE OUTREC FROM AUDIT-ADDR-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           ADD 1 TO ACTION-CNT.
       AUDIT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (19, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
                   PERFORM PROCESS-RTN THRU PROCESS-END
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
                   MOVE 1 TO CHK-ANS
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
       ANS-CHK-END.
           EXIT.

       FINISH-RTN.
           MOVE ACTION-CNT TO ACTTOT-CNT-OUT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM ACTION-TOT-REC AFTER ADVANCING 1 LINE.
           CLOSE OUTFILE.
           CLOSE CUST-MASTER.
           CLOSE CUST-AUDIT-FILE.
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
