       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3F.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile39.txt".
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT COOWNER-FILE ASSIGN TO "C:\dos\cobol\coowner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CO-FILE-STATUS.
           SELECT CIF-MASTER ASSIGN TO "C:\dos\cobol\cifmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS CIF-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "C:\dos\cobol\fxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD ACCOUNT-MASTER.
       01 ACCOUNT-MAST-REC.
           05 AM-ACC-NO PIC 9(10).
           05 AM-ACC-NAME PIC X(25).
           05 AM-ACC-TYP PIC X.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD COOWNER-FILE.
       01 COOWNER-REC.
           05 CO-KEY.
               10 CO-ACC-NO PIC 9(10).
               10 CO-SEQ PIC 99.
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
       FD FX-RATE-FILE.
       01 FX-RATE-REC.
           05 FXF-CCY PIC X(3).
           05 FILLER PIC X(1).
           05 FXF-RATE PIC X(10).
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
           05 FILLER PIC X(16) VALUE
               "China Trust Bank".
           05 FILLER PIC X(32) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(35) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Makati City".
           05 FILLER PIC X(34) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Customer Information File".
           05 FILLER PIC X(25) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "Customer Relationship Report As Of ".
           05 HD4-RUN-DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 CIF-LOG-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CFLG-ACTION PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CFLG-CIF-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CFLG-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CFLG-ACC-NO PIC Z(10).
       01 REL-CUST-REC.
           05 FILLER PIC X(9) VALUE "CIF No.: ".
           05 RLC-CIF-NO PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Name: ".
           05 RLC-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "TIN: ".
           05 RLC-TIN PIC X(12).
       01 REL-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Role    ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Type    ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Status  ".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Balance".
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Peso Equiv.".
       01 REL-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-ACC-NO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RLL-ROLE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-TYPE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RLL-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RLL-PESO PIC -ZZZ,ZZZ,ZZ9.99.
       01 REL-TOT-REC.
           05 FILLER PIC X(42) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Combined Balance: ".
           05 RLT-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REL-NONE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "No Accounts Owned Or Co-Owned".
       01 REL-GRAND-REC.
           05 FILLER PIC X(22) VALUE "Customers Listed:     ".
           05 RLG-CUST-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Account Links Listed: ".
           05 RLG-ACC-CNT PIC ZZZ,ZZ9.
       01 REL-GRAND2-REC.
           05 FILLER PIC X(22) VALUE "Total Of Balances:    ".
           05 RLG-TOTAL PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 CIF-TOT-REC.
           05 FILLER PIC X(29) VALUE
               "Maintenance Actions Taken:   ".
           05 CFTOT-CNT-OUT PIC ZZZ9.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 AM-FILE-STATUS PIC XX.
           05 CO-FILE-STATUS PIC XX.
           05 CIF-FILE-STATUS PIC XX.
           05 FX-FILE-STATUS PIC XX.
           05 AM-EOF PIC X VALUE "N".
           05 CO-EOF PIC X VALUE "N".
           05 CIF-EOF PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 CIF-NO-IN PIC 9(8).
           05 ACC-NO-IN PIC 9(10).
           05 NAME-IN PIC X(25).
           05 ADDR1-IN PIC X(40).
           05 ADDR2-IN PIC X(40).
           05 BIRTH-IN PIC 9(8).
           05 BIRTH-IN-R REDEFINES BIRTH-IN.
               10 BIRTH-YY PIC 9(4).
               10 BIRTH-MM PIC 99.
               10 BIRTH-DD PIC 99.
           05 TIN-IN PIC X(12).
           05 ID-TYPE-IN PIC X(10).
           05 ID-NO-IN PIC X(20).
           05 PHONE-IN PIC X(15).
           05 EMAIL-IN PIC X(30).
           05 STATUS-IN PIC X.
           05 EXEMPT-IN PIC X.
           05 BLANK-OK PIC X VALUE "N".
           05 CIF-NEXT-NO PIC 9(8).
           05 REL-ON-SCREEN PIC X VALUE "N".
           05 SCR-ROW PIC 99.
           05 ACTION-CNT PIC 9(4) VALUE 0.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 FX-RATE PIC 9(3)V9999 VALUE 1.
           05 PESO-EQUIV PIC S9(11)V99.
           05 CUST-TOTAL PIC S9(11)V99.
           05 GRAND-TOTAL PIC S9(11)V99 VALUE 0.
           05 CUST-ACC-CNT PIC 9(4).
           05 REL-CUST-CNT PIC 9(6) VALUE 0.
           05 REL-ACC-CNT PIC 9(6) VALUE 0.
           05 REL-ROLE-WS PIC X(8).

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           MOVE RUN-DATE-WS TO HD4-RUN-DATE.
           OPEN OUTPUT OUTFILE.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Account Master Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O COOWNER-FILE.
           IF CO-FILE-STATUS = "35"
               OPEN OUTPUT COOWNER-FILE
               CLOSE COOWNER-FILE
               OPEN I-O COOWNER-FILE
           END-IF.
           OPEN I-O CIF-MASTER.
           IF CIF-FILE-STATUS = "35"
               OPEN OUTPUT CIF-MASTER
               CLOSE CIF-MASTER
               OPEN I-O CIF-MASTER
           END-IF.
           PERFORM LOAD-FX-RATE-RTN THRU LOAD-FX-RATE-END.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-FX-RATE-RTN.
           OPEN INPUT FX-RATE-FILE.
           IF FX-FILE-STATUS = "00"
               READ FX-RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(FXF-RATE) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(FXF-RATE) TO FX-RATE
                       END-IF
               END-READ
               CLOSE FX-RATE-FILE
           ELSE
               DISPLAY (24, 1)
                   "FX Rate File Not Found - USD Rate Defaulted To 1"
           END-IF.
       LOAD-FX-RATE-END.
           EXIT.

       INIT-PRINT-RTN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
       INIT-PRINT-END.
           EXIT.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (4, 1) SPACER.
           DISPLAY (5, 1)
               "Function (A/C/K=Link/L=List/T=Tax/R=Rpt): ".
           PERFORM FUNC-RTN THRU FUNC-END.
           MOVE 0 TO VALID-FLAG.

           EVALUATE RUN-MODE-IN
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-RTN THRU ADD-END
               WHEN "C"
               WHEN "c"
                   DISPLAY (6, 1) "CIF Number: "
                   PERFORM CIF-CHK-RTN THRU CIF-CHK-END
                   MOVE 0 TO VALID-FLAG
                   PERFORM CHANGE-RTN THRU CHANGE-END
               WHEN "K"
               WHEN "k"
                   PERFORM LINK-RTN THRU LINK-END
               WHEN "T"
               WHEN "t"
                   PERFORM EXEMPT-RTN THRU EXEMPT-END
               WHEN "L"
               WHEN "l"
                   DISPLAY (6, 1) "CIF Number: "
                   PERFORM CIF-CHK-RTN THRU CIF-CHK-END
                   MOVE 0 TO VALID-FLAG
                   PERFORM INQ-RTN THRU INQ-END
               WHEN OTHER
                   PERFORM REL-RPT-RTN THRU REL-RPT-END
           END-EVALUATE.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       PROCESS-END.
           EXIT.

       FUNC-RTN.
           ACCEPT (5, 45) RUN-MODE-IN.
           EVALUATE RUN-MODE-IN
               WHEN "A"
               WHEN "a"
               WHEN "C"
               WHEN "c"
               WHEN "K"
               WHEN "k"
               WHEN "L"
               WHEN "l"
               WHEN "T"
               WHEN "t"
               WHEN "R"
               WHEN "r"
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (5, 45) RUN-MODE-IN
           ELSE
               PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-FLAG = 1
           END-IF.
       FUNC-END.
           EXIT.

       CIF-CHK-RTN.
           ACCEPT (6, 40) CIF-NO-IN.
           MOVE CIF-NO-IN TO CIF-NO.
           READ CIF-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 55) "Unknown CIF - Re-enter   "
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (6, 40) CIF-NO-IN
               DISPLAY (6, 55) CIF-NAME
           ELSE
               PERFORM CIF-CHK-RTN THRU CIF-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       CIF-CHK-END.
           EXIT.

       ADD-RTN.
           PERFORM NEXT-CIF-RTN THRU NEXT-CIF-END.
           DISPLAY (6, 1) "CIF Number: ".
           DISPLAY (6, 40) CIF-NEXT-NO.
           MOVE "N" TO BLANK-OK.
           DISPLAY (7, 1) "Customer Full Name: ".
           PERFORM NAME-RTN THRU NAME-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Address Line 1: ".
           PERFORM ADDR1-RTN THRU ADDR1-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (9, 1) "Address Line 2: ".
           MOVE SPACES TO ADDR2-IN.
           ACCEPT (9, 40) ADDR2-IN.
           DISPLAY (9, 40) ADDR2-IN.
           DISPLAY (10, 1) "Birth Date (YYYYMMDD): ".
           PERFORM BIRTH-RTN THRU BIRTH-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (11, 1) "TIN: ".
           PERFORM TIN-RTN THRU TIN-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (12, 1) "ID Type: ".
           PERFORM ID-TYPE-RTN THRU ID-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (13, 1) "ID Number: ".
           PERFORM ID-NO-RTN THRU ID-NO-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (14, 1) "Contact Phone: ".
           MOVE SPACES TO PHONE-IN.
           ACCEPT (14, 40) PHONE-IN.
           DISPLAY (14, 40) PHONE-IN.
           DISPLAY (15, 1) "E-mail Address: ".
           MOVE SPACES TO EMAIL-IN.
           ACCEPT (15, 40) EMAIL-IN.
           DISPLAY (15, 40) EMAIL-IN.

           MOVE CIF-NEXT-NO TO CIF-NO.
           MOVE NAME-IN TO CIF-NAME.
           MOVE ADDR1-IN TO CIF-ADDR1.
           MOVE ADDR2-IN TO CIF-ADDR2.
           MOVE BIRTH-IN TO CIF-BIRTH-DATE.
           MOVE TIN-IN TO CIF-TIN.
           MOVE ID-TYPE-IN TO CIF-ID-TYPE.
           MOVE ID-NO-IN TO CIF-ID-NO.
           MOVE PHONE-IN TO CIF-PHONE.
           MOVE EMAIL-IN TO CIF-EMAIL.
           MOVE RUN-DATE-WS TO CIF-OPEN-DATE.
           MOVE "A" TO CIF-STATUS.
           WRITE CIF-MAST-REC
               INVALID KEY
                   DISPLAY (18, 1) "CIF Not Added - Duplicate Key"
               NOT INVALID KEY
                   ADD 1 TO ACTION-CNT
                   MOVE "CIF Added" TO CFLG-ACTION
                   MOVE 0 TO CFLG-ACC-NO
                   PERFORM CIF-PRINT-RTN THRU CIF-PRINT-END
                   DISPLAY (18, 1) "CIF Added - Number: "
                   DISPLAY (18, 40) CIF-NO
           END-WRITE.
       ADD-END.
           EXIT.

       NEXT-CIF-RTN.
           MOVE 0 TO CIF-NEXT-NO.
           MOVE "N" TO CIF-EOF.
           MOVE 0 TO CIF-NO.
           START CIF-MASTER KEY IS NOT LESS THAN CIF-NO
               INVALID KEY
                   MOVE "Y" TO CIF-EOF
           END-START.
           PERFORM UNTIL CIF-EOF = "Y"
               READ CIF-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO CIF-EOF
                   NOT AT END
                       MOVE CIF-NO TO CIF-NEXT-NO
               END-READ
           END-PERFORM.
           ADD 1 TO CIF-NEXT-NO.
       NEXT-CIF-END.
           EXIT.

       NAME-RTN.
           MOVE SPACES TO NAME-IN.
           ACCEPT (7, 40) NAME-IN.
           IF NAME-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF NAME-IN NOT = SPACES
                   DISPLAY (7, 40) NAME-IN
               END-IF
           ELSE
               PERFORM NAME-RTN THRU NAME-END UNTIL VALID-FLAG = 1
           END-IF.
       NAME-END.
           EXIT.

       ADDR1-RTN.
           MOVE SPACES TO ADDR1-IN.
           ACCEPT (8, 40) ADDR1-IN.
           IF ADDR1-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF ADDR1-IN NOT = SPACES
                   DISPLAY (8, 40) ADDR1-IN
               END-IF
           ELSE
               PERFORM ADDR1-RTN THRU ADDR1-END UNTIL VALID-FLAG = 1
           END-IF.
       ADDR1-END.
           EXIT.

       BIRTH-RTN.
           MOVE 0 TO BIRTH-IN.
           ACCEPT (10, 40) BIRTH-IN.
           IF BIRTH-IN = 0 AND BLANK-OK = "Y"
               MOVE 1 TO VALID-FLAG
           ELSE
               IF BIRTH-YY < 1900 OR BIRTH-IN > RUN-DATE-WS
                       OR BIRTH-MM < 1 OR BIRTH-MM > 12
                       OR BIRTH-DD < 1 OR BIRTH-DD > 31
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (10, 55) "Invalid Date - Re-enter"
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (10, 40) BIRTH-IN
                   DISPLAY (10, 55) "                       "
               END-IF
           END-IF.
           IF VALID-FLAG = 0
               PERFORM BIRTH-RTN THRU BIRTH-END UNTIL VALID-FLAG = 1
           END-IF.
       BIRTH-END.
           EXIT.

       TIN-RTN.
           MOVE SPACES TO TIN-IN.
           ACCEPT (11, 40) TIN-IN.
           IF TIN-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF TIN-IN NOT = SPACES
                   DISPLAY (11, 40) TIN-IN
               END-IF
           ELSE
               PERFORM TIN-RTN THRU TIN-END UNTIL VALID-FLAG = 1
           END-IF.
       TIN-END.
           EXIT.

       ID-TYPE-RTN.
           MOVE SPACES TO ID-TYPE-IN.
           ACCEPT (12, 40) ID-TYPE-IN.
           IF ID-TYPE-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF ID-TYPE-IN NOT = SPACES
                   DISPLAY (12, 40) ID-TYPE-IN
               END-IF
           ELSE
               PERFORM ID-TYPE-RTN THRU ID-TYPE-END UNTIL VALID-FLAG = 1
           END-IF.
       ID-TYPE-END.
           EXIT.

       ID-NO-RTN.
           MOVE SPACES TO ID-NO-IN.
           ACCEPT (13, 40) ID-NO-IN.
           IF ID-NO-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF ID-NO-IN NOT = SPACES
                   DISPLAY (13, 40) ID-NO-IN
               END-IF
           ELSE
               PERFORM ID-NO-RTN THRU ID-NO-END UNTIL VALID-FLAG = 1
           END-IF.
       ID-NO-END.
           EXIT.

       CHANGE-RTN.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (17, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (7, 1) "Customer Full Name: ".
           DISPLAY (7, 40) CIF-NAME.
           PERFORM NAME-RTN THRU NAME-END.
           MOVE 0 TO VALID-FLAG.
           IF NAME-IN NOT = SPACES
               MOVE NAME-IN TO CIF-NAME
           END-IF.
           DISPLAY (8, 1) "Address Line 1: ".
           DISPLAY (8, 40) CIF-ADDR1.
           PERFORM ADDR1-RTN THRU ADDR1-END.
           MOVE 0 TO VALID-FLAG.
           IF ADDR1-IN NOT = SPACES
               MOVE ADDR1-IN TO CIF-ADDR1
           END-IF.
           DISPLAY (9, 1) "Address Line 2: ".
           DISPLAY (9, 40) CIF-ADDR2.
           MOVE SPACES TO ADDR2-IN.
           ACCEPT (9, 40) ADDR2-IN.
           IF ADDR2-IN NOT = SPACES
               MOVE ADDR2-IN TO CIF-ADDR2
           END-IF.
           DISPLAY (10, 1) "Birth Date (YYYYMMDD): ".
           DISPLAY (10, 40) CIF-BIRTH-DATE.
           PERFORM BIRTH-RTN THRU BIRTH-END.
           MOVE 0 TO VALID-FLAG.
           IF BIRTH-IN NOT = 0
               MOVE BIRTH-IN TO CIF-BIRTH-DATE
           END-IF.
           DISPLAY (11, 1) "TIN: ".
           DISPLAY (11, 40) CIF-TIN.
           PERFORM TIN-RTN THRU TIN-END.
           MOVE 0 TO VALID-FLAG.
           IF TIN-IN NOT = SPACES
               MOVE TIN-IN TO CIF-TIN
           END-IF.
           DISPLAY (12, 1) "ID Type: ".
           DISPLAY (12, 40) CIF-ID-TYPE.
           PERFORM ID-TYPE-RTN THRU ID-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           IF ID-TYPE-IN NOT = SPACES
               MOVE ID-TYPE-IN TO CIF-ID-TYPE
           END-IF.
           DISPLAY (13, 1) "ID Number: ".
           DISPLAY (13, 40) CIF-ID-NO.
           PERFORM ID-NO-RTN THRU ID-NO-END.
           MOVE 0 TO VALID-FLAG.
           IF ID-NO-IN NOT = SPACES
               MOVE ID-NO-IN TO CIF-ID-NO
           END-IF.
           DISPLAY (14, 1) "Contact Phone: ".
           DISPLAY (14, 40) CIF-PHONE.
           MOVE SPACES TO PHONE-IN.
           ACCEPT (14, 40) PHONE-IN.
           IF PHONE-IN NOT = SPACES
               MOVE PHONE-IN TO CIF-PHONE
           END-IF.
           DISPLAY (15, 1) "E-mail Address: ".
           DISPLAY (15, 40) CIF-EMAIL.
           MOVE SPACES TO EMAIL-IN.
           ACCEPT (15, 40) EMAIL-IN.
           IF EMAIL-IN NOT = SPACES
               MOVE EMAIL-IN TO CIF-EMAIL
           END-IF.
           DISPLAY (16, 1) "Status (A=Active/I=Inactive): ".
           DISPLAY (16, 40) CIF-STATUS.
           PERFORM STATUS-RTN THRU STATUS-END.
           MOVE 0 TO VALID-FLAG.
           IF STATUS-IN NOT = SPACES
               MOVE FUNCTION UPPER-CASE(STATUS-IN) TO CIF-STATUS
           END-IF.

           REWRITE CIF-MAST-REC.
           ADD 1 TO ACTION-CNT.
           MOVE "CIF Changed" TO CFLG-ACTION.
           MOVE 0 TO CFLG-ACC-NO.
           PERFORM CIF-PRINT-RTN THRU CIF-PRINT-END.
           DISPLAY (18, 1) "CIF Record Updated".
       CHANGE-END.
           EXIT.

       STATUS-RTN.
           MOVE SPACES TO STATUS-IN.
           ACCEPT (16, 40) STATUS-IN.
           EVALUATE STATUS-IN
               WHEN " "
               WHEN "A"
               WHEN "a"
               WHEN "I"
               WHEN "i"
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               IF STATUS-IN NOT = SPACES
                   DISPLAY (16, 40) STATUS-IN
               END-IF
           ELSE
               PERFORM STATUS-RTN THRU STATUS-END UNTIL VALID-FLAG = 1
           END-IF.
       STATUS-END.
           EXIT.

       LINK-RTN.
           DISPLAY (6, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           IF AM-CIF-NO NOT = 0
               DISPLAY (9, 1) "Account Already Linked To CIF: "
               DISPLAY (9, 40) AM-CIF-NO
               DISPLAY (10, 1) "Account Not Linked"
           ELSE
               DISPLAY (8, 1) "CIF Number: "
               PERFORM LINK-CIF-RTN THRU LINK-CIF-END
               MOVE 0 TO VALID-FLAG
               MOVE CIF-NO-IN TO AM-CIF-NO
               REWRITE ACCOUNT-MAST-REC
               ADD 1 TO ACTION-CNT
               MOVE "Acct Linked" TO CFLG-ACTION
               MOVE AM-ACC-NO TO CFLG-ACC-NO
               PERFORM CIF-PRINT-RTN THRU CIF-PRINT-END
               DISPLAY (10, 1) "Account Linked To CIF"
           END-IF.
       LINK-END.
           EXIT.

       EXEMPT-RTN.
           DISPLAY (6, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Currently Tax Exempt: ".
           IF AM-TAX-EXEMPT = "Y"
               DISPLAY (8, 40) "Y"
           ELSE
               DISPLAY (8, 40) "N"
           END-IF.
           DISPLAY (9, 1) "Exempt From Withholding Tax (Y/N): ".
           PERFORM EXEMPT-FLAG-RTN THRU EXEMPT-FLAG-END.
           MOVE 0 TO VALID-FLAG.
           MOVE FUNCTION UPPER-CASE(EXEMPT-IN) TO AM-TAX-EXEMPT.
           REWRITE ACCOUNT-MAST-REC.
           ADD 1 TO ACTION-CNT.
           IF AM-TAX-EXEMPT = "Y"
               MOVE "Tax Exempt" TO CFLG-ACTION
           ELSE
               MOVE "Taxable" TO CFLG-ACTION
           END-IF.
           MOVE AM-ACC-NO TO CFLG-ACC-NO.
           MOVE AM-CIF-NO TO CIF-NO.
           MOVE AM-ACC-NAME TO CIF-NAME.
           PERFORM CIF-PRINT-RTN THRU CIF-PRINT-END.
           DISPLAY (10, 1) "Tax Exemption Flag Updated".
       EXEMPT-END.
           EXIT.

       EXEMPT-FLAG-RTN.
           ACCEPT (9, 40) EXEMPT-IN.
           EVALUATE EXEMPT-IN
               WHEN "Y"
               WHEN "y"
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (9, 40) EXEMPT-IN
           ELSE
               PERFORM EXEMPT-FLAG-RTN THRU EXEMPT-FLAG-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       EXEMPT-FLAG-END.
           EXIT.

       ACCT-CHK-RTN.
           ACCEPT (6, 40) ACC-NO-IN.
           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 55) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (6, 40) ACC-NO-IN
               DISPLAY (7, 1) "Account Name: "
               DISPLAY (7, 40) AM-ACC-NAME
           ELSE
               PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACCT-CHK-END.
           EXIT.

       LINK-CIF-RTN.
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
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (8, 40) CIF-NO-IN
               DISPLAY (8, 55) CIF-NAME
           ELSE
               PERFORM LINK-CIF-RTN THRU LINK-CIF-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LINK-CIF-END.
           EXIT.

       INQ-RTN.
           DISPLAY (7, 1) "Address: ".
           DISPLAY (7, 40) CIF-ADDR1.
           DISPLAY (8, 40) CIF-ADDR2.
           DISPLAY (9, 1) "Birth Date / TIN: ".
           DISPLAY (9, 40) CIF-BIRTH-DATE.
           DISPLAY (9, 55) CIF-TIN.
           DISPLAY (10, 1) "ID Type / Number: ".
           DISPLAY (10, 40) CIF-ID-TYPE.
           DISPLAY (10, 55) CIF-ID-NO.
           DISPLAY (11, 1) "Phone / E-mail: ".
           DISPLAY (11, 40) CIF-PHONE.
           DISPLAY (12, 40) CIF-EMAIL.
           DISPLAY (13, 1) "Opened / Status: ".
           DISPLAY (13, 40) CIF-OPEN-DATE.
           DISPLAY (13, 55) CIF-STATUS.
           DISPLAY (14, 1) REL-COLHD-REC.
           MOVE 15 TO SCR-ROW.
           MOVE "Y" TO REL-ON-SCREEN.
           PERFORM CUST-ACCTS-RTN THRU CUST-ACCTS-END.
           MOVE "N" TO REL-ON-SCREEN.
           IF CUST-ACC-CNT = 0
               DISPLAY (15, 1) REL-NONE-REC
           ELSE
               MOVE CUST-TOTAL TO RLT-TOTAL
               DISPLAY (SCR-ROW, 1) REL-TOT-REC
           END-IF.
       INQ-END.
           EXIT.

       REL-RPT-RTN.
           DISPLAY (7, 1) "Printing Customer Relationship Report".
           MOVE 0 TO REL-CUST-CNT.
           MOVE 0 TO REL-ACC-CNT.
           MOVE 0 TO GRAND-TOTAL.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "N" TO CIF-EOF.
           MOVE 0 TO CIF-NO.
           START CIF-MASTER KEY IS NOT LESS THAN CIF-NO
               INVALID KEY
                   MOVE "Y" TO CIF-EOF
           END-START.
           PERFORM UNTIL CIF-EOF = "Y"
               READ CIF-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO CIF-EOF
                   NOT AT END
                       PERFORM REL-CUST-RTN THRU REL-CUST-END
               END-READ
           END-PERFORM.
           MOVE REL-CUST-CNT TO RLG-CUST-CNT.
           MOVE REL-ACC-CNT TO RLG-ACC-CNT.
           MOVE GRAND-TOTAL TO RLG-TOTAL.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM REL-GRAND-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM REL-GRAND2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           DISPLAY (8, 1) "Customers Listed: ".
           DISPLAY (8, 40) RLG-CUST-CNT.
       REL-RPT-END.
           EXIT.

       REL-CUST-RTN.
           ADD 1 TO REL-CUST-CNT.
           MOVE CIF-NO TO RLC-CIF-NO.
           MOVE CIF-NAME TO RLC-NAME.
           MOVE CIF-TIN TO RLC-TIN.
           WRITE OUTREC FROM REL-CUST-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM REL-COLHD-REC AFTER ADVANCING 1 LINE.
           MOVE "N" TO REL-ON-SCREEN.
           PERFORM CUST-ACCTS-RTN THRU CUST-ACCTS-END.
           IF CUST-ACC-CNT = 0
               WRITE OUTREC FROM REL-NONE-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE CUST-TOTAL TO RLT-TOTAL
               WRITE OUTREC FROM REL-TOT-REC AFTER ADVANCING 1 LINE
           END-IF.
           ADD CUST-TOTAL TO GRAND-TOTAL.
           ADD CUST-ACC-CNT TO REL-ACC-CNT.
       REL-CUST-END.
           EXIT.

       CUST-ACCTS-RTN.
           MOVE 0 TO CUST-TOTAL.
           MOVE 0 TO CUST-ACC-CNT.
           MOVE "N" TO AM-EOF.
           MOVE 0 TO AM-ACC-NO.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN AM-ACC-NO
               INVALID KEY
                   MOVE "Y" TO AM-EOF
           END-START.
           PERFORM UNTIL AM-EOF = "Y"
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF AM-CIF-NO = CIF-NO
                           MOVE "Owner" TO REL-ROLE-WS
                           PERFORM REL-LINE-RTN THRU REL-LINE-END
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO CO-EOF.
           MOVE 0 TO CO-ACC-NO.
           MOVE 0 TO CO-SEQ.
           START COOWNER-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY
                   MOVE "Y" TO CO-EOF
           END-START.
           PERFORM UNTIL CO-EOF = "Y"
               READ COOWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CO-EOF
                   NOT AT END
                       IF CO-CIF-NO = CIF-NO AND CO-STATUS = "A"
                           PERFORM CO-ACCT-RTN THRU CO-ACCT-END
                       END-IF
               END-READ
           END-PERFORM.
       CUST-ACCTS-END.
           EXIT.

       CO-ACCT-RTN.
           MOVE CO-ACC-NO TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Co-Owner" TO REL-ROLE-WS
                   PERFORM REL-LINE-RTN THRU REL-LINE-END
           END-READ.
       CO-ACCT-END.
           EXIT.

       REL-LINE-RTN.
           ADD 1 TO CUST-ACC-CNT.
           MOVE AM-ACC-NO TO RLL-ACC-NO.
           MOVE REL-ROLE-WS TO RLL-ROLE.
           EVALUATE AM-ACC-TYP
               WHEN "S"
                   MOVE "Savings" TO RLL-TYPE
               WHEN "C"
                   MOVE "Checking" TO RLL-TYPE
               WHEN "D"
                   MOVE "Dollar" TO RLL-TYPE
               WHEN OTHER
                   MOVE SPACES TO RLL-TYPE
           END-EVALUATE.
           EVALUATE AM-STATUS
               WHEN "D"
                   MOVE "Dormant" TO RLL-STATUS
               WHEN "C"
                   MOVE "Closed" TO RLL-STATUS
               WHEN OTHER
                   MOVE "Active" TO RLL-STATUS
           END-EVALUATE.
           MOVE AM-BALANCE TO RLL-BALANCE.
           IF AM-ACC-TYP = "D"
               COMPUTE PESO-EQUIV ROUNDED = AM-BALANCE * FX-RATE
           ELSE
               MOVE AM-BALANCE TO PESO-EQUIV
           END-IF.
           MOVE PESO-EQUIV TO RLL-PESO.
           ADD PESO-EQUIV TO CUST-TOTAL.
           IF REL-ON-SCREEN = "Y"
               IF SCR-ROW < 21
                   DISPLAY (SCR-ROW, 1) REL-LINE-REC
                   ADD 1 TO SCR-ROW
               END-IF
           ELSE
               WRITE OUTREC FROM REL-LINE-REC AFTER ADVANCING 1 LINE
           END-IF.
       REL-LINE-END.
           EXIT.

       CIF-PRINT-RTN.
           MOVE CIF-NO TO CFLG-CIF-NO.
           MOVE CIF-NAME TO CFLG-NAME.
           WRITE OUTREC FROM CIF-LOG-REC AFTER ADVANCING 1 LINE.
       CIF-PRINT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
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
           MOVE ACTION-CNT TO CFTOT-CNT-OUT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CIF-TOT-REC AFTER ADVANCING 1 LINE.
           CLOSE OUTFILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE COOWNER-FILE.
           CLOSE CIF-MASTER.
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
