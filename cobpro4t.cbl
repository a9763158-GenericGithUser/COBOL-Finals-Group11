       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4T.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile35.txt".
           SELECT CUST-MASTER ASSIGN TO "C:\dos\cobol\custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACC-NO
               FILE STATUS IS CM-STATUS.
           SELECT ELEC-BILL-FILE ASSIGN TO "C:\dos\cobol\elecbill.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS EB-FILE-STATUS.
           SELECT SALES-EXTRACT ASSIGN TO "C:\dos\cobol\salesext.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-FILE-STATUS.
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
       FD ELEC-BILL-FILE.
       01 ELEC-BILL-REC.
           05 EB-KEY.
               10 EB-ACC-NO PIC X(10).
               10 EB-PERIOD PIC 9(6).
           05 EB-BILL-DATE PIC 9(8).
           05 EB-KWH PIC 9(6).
           05 EB-ACC-COD PIC X.
           05 EB-BILL-AMT PIC 9(7)V99.
           05 EB-PAID-AMT PIC 9(7)V99.
           05 EB-STATUS PIC X.
           05 EB-VAT-AMT PIC 9(7)V99.
           05 EB-FRAN-AMT PIC 9(7)V99.
       FD SALES-EXTRACT.
       01 SALES-EXT-REC.
           05 SX-REC-TYPE PIC X(2).
           05 SX-PERIOD PIC 9(6).
           05 SX-ACC-COD PIC X.
           05 SX-AR-COD PIC 9.
           05 SX-CUST-CNT PIC 9(6).
           05 SX-KWH PIC 9(10).
           05 SX-AMOUNT PIC 9(11)V99.
           05 SX-AVG-KWH PIC 9(7).
           05 SX-PY-PERIOD PIC 9(6).
           05 SX-PY-CUST-CNT PIC 9(6).
           05 SX-PY-KWH PIC 9(10).
           05 SX-PY-AMOUNT PIC 9(11)V99.
       01 SALES-EXT-HDR.
           05 SXH-REC-TYPE PIC X(2).
           05 SXH-COMPANY PIC X(25).
           05 SXH-RUN-DATE PIC 9(8).
           05 SXH-FROM-PERIOD PIC 9(6).
           05 SXH-TO-PERIOD PIC 9(6).
           05 FILLER PIC X(34).
       01 SALES-EXT-TRL.
           05 SXT-REC-TYPE PIC X(2).
           05 SXT-REC-CNT PIC 9(6).
           05 SXT-CUST-CNT PIC 9(8).
           05 SXT-KWH PIC 9(12).
           05 SXT-AMOUNT PIC 9(13)V99.
           05 FILLER PIC X(38).
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
               "ENERGY SALES STATISTICS BY CLASS".
           05 FILLER PIC X(24) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD3-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Periods: ".
           05 HD3-FROM PIC 9(6).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HD3-TO PIC 9(6).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 PER-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Period: ".
           05 PERHD-PERIOD PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Prior Year Period: ".
           05 PERHD-PY-PERIOD PIC 9(6).
       01 STAT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Class".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Area".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Cust.".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "KwH".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Avg KwH".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PY KwH".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "KwH Chg%".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Amt Chg%".
       01 STAT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-CLASS PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-AREA PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-CUST PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-KWH PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-AMT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-AVG PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-PY-KWH PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-KWH-CHG PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-AMT-CHG PIC X(7).
       01 RUN-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Bills Read In Range:  ".
           05 RUNTOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Unclassified Bills:   ".
           05 RUNTOT-SKIP PIC ZZZ,ZZ9.

       01 CLASS-DEF-WS.
           05 FILLER PIC X(12) VALUE "RResidential".
           05 FILLER PIC X(12) VALUE "CCommercial ".
           05 FILLER PIC X(12) VALUE "IIndustrial ".
       01 CLASS-TBL REDEFINES CLASS-DEF-WS.
           05 CLS-ENTRY OCCURS 3 TIMES INDEXED BY CLS-IDX.
               10 CLS-CODE PIC X.
               10 CLS-NAME PIC X(11).

       01 STAT-TBL-WS.
           05 ST-PER OCCURS 12 TIMES.
               10 ST-PERIOD PIC 9(6).
               10 ST-PY-PERIOD PIC 9(6).
               10 ST-CLS OCCURS 3 TIMES.
                   15 ST-AREA OCCURS 10 TIMES.
                       20 ST-CNT PIC 9(6).
                       20 ST-KWH PIC 9(10).
                       20 ST-AMT PIC 9(11)V99.
                       20 ST-PY-CNT PIC 9(6).
                       20 ST-PY-KWH PIC 9(10).
                       20 ST-PY-AMT PIC 9(11)V99.

       01 STAT-WS.
           05 FROM-PERIOD-IN PIC 9(6).
           05 TO-PERIOD-IN PIC 9(6).
           05 FROM-MONTH-NO PIC 9(6).
           05 TO-MONTH-NO PIC 9(6).
           05 BILL-MONTH-NO PIC 9(6).
           05 MONTH-NO-WS PIC 9(6).
           05 YEAR-WS PIC 9(4).
           05 MONTH-WS PIC 99.
           05 PER-CNT PIC 99 VALUE 0.
           05 P-SUB PIC 99.
           05 C-SUB PIC 9.
           05 A-SUB PIC 99.
           05 PER-OFFSET PIC S9(6).
           05 READ-CNT PIC 9(6) VALUE 0.
           05 SKIP-CNT PIC 9(6) VALUE 0.
           05 LAST-ACC-WS PIC X(10) VALUE SPACES.
           05 LAST-AR-WS PIC 9 VALUE 0.
           05 LAST-FOUND-WS PIC X VALUE "N".
           05 AREA-OUT-WS PIC 9.
           05 AVG-KWH-WS PIC 9(7).
           05 CHG-PCT-WS PIC S9(5)V9.
           05 CHG-EDIT-WS PIC -ZZZ9.9.
           05 PT-CNT PIC 9(8).
           05 PT-KWH PIC 9(12).
           05 PT-AMT PIC 9(13)V99.
           05 PT-PY-CNT PIC 9(8).
           05 PT-PY-KWH PIC 9(12).
           05 PT-PY-AMT PIC 9(13)V99.
           05 XT-REC-CNT PIC 9(6) VALUE 0.
           05 XT-CUST-CNT PIC 9(8) VALUE 0.
           05 XT-KWH PIC 9(12) VALUE 0.
           05 XT-AMT PIC 9(13)V99 VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 RUN-OK PIC X VALUE "Y".
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 EB-EOF PIC X VALUE "N".
           05 SX-FILE-STATUS PIC XX.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           OPEN INPUT CUST-MASTER.
           IF CM-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Customer Master File Not Found - Run Aborted"
               MOVE "N" TO RUN-OK
           END-IF.
           OPEN INPUT ELEC-BILL-FILE.
           IF EB-FILE-STATUS NOT = "00"
               DISPLAY (5, 1)
                   "Electric Bill File Not Found - Run Aborted"
               MOVE "N" TO RUN-OK
           END-IF.

           IF RUN-OK = "Y"
               DISPLAY (4, 1) "From Period (YYYYMM): "
               PERFORM FROM-CHK-RTN THRU FROM-CHK-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (5, 1) "To Period (YYYYMM): "
               PERFORM TO-CHK-RTN THRU TO-CHK-END
               MOVE 0 TO VALID-FLAG
               OPEN OUTPUT SALES-EXTRACT
               PERFORM TABLE-INIT-RTN THRU TABLE-INIT-END
               PERFORM SCAN-RTN THRU SCAN-END
               PERFORM PRINT-RTN THRU PRINT-END
               PERFORM EXTRACT-END-RTN THRU EXTRACT-END-END
               CLOSE SALES-EXTRACT
               DISPLAY (7, 1) "Sales Statistics Complete"
               DISPLAY (8, 1) "Bills Read In Range: "
               DISPLAY (8, 40) RUNTOT-READ
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       FROM-CHK-RTN.
           ACCEPT (4, 40) FROM-PERIOD-IN.
           MOVE FROM-PERIOD-IN TO MONTH-NO-WS.
           PERFORM PERIOD-CHK-RTN THRU PERIOD-CHK-END.
           IF VALID-FLAG = 1
               MOVE MONTH-NO-WS TO FROM-MONTH-NO
               DISPLAY (4, 60) "                    "
           ELSE
               DISPLAY (4, 60) "Invalid Period      "
               PERFORM FROM-CHK-RTN THRU FROM-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       FROM-CHK-END.
           EXIT.

       TO-CHK-RTN.
           ACCEPT (5, 40) TO-PERIOD-IN.
           MOVE TO-PERIOD-IN TO MONTH-NO-WS.
           PERFORM PERIOD-CHK-RTN THRU PERIOD-CHK-END.
           IF VALID-FLAG = 1
               MOVE MONTH-NO-WS TO TO-MONTH-NO
               IF TO-MONTH-NO LESS THAN FROM-MONTH-NO
                       OR TO-MONTH-NO - FROM-MONTH-NO GREATER THAN 11
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.
           IF VALID-FLAG = 1
               COMPUTE PER-CNT = TO-MONTH-NO - FROM-MONTH-NO + 1
               DISPLAY (5, 60) "                    "
           ELSE
               DISPLAY (5, 60) "1 To 12 Months Only "
               PERFORM TO-CHK-RTN THRU TO-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       TO-CHK-END.
           EXIT.

       PERIOD-CHK-RTN.
           DIVIDE MONTH-NO-WS BY 100 GIVING YEAR-WS
               REMAINDER MONTH-WS.
           IF YEAR-WS LESS THAN 1900 OR MONTH-WS LESS THAN 1
                   OR MONTH-WS GREATER THAN 12
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
               COMPUTE MONTH-NO-WS = YEAR-WS * 12 + MONTH-WS - 1
           END-IF.
       PERIOD-CHK-END.
           EXIT.

       TABLE-INIT-RTN.
           INITIALIZE STAT-TBL-WS.
           PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > PER-CNT
               COMPUTE MONTH-NO-WS = FROM-MONTH-NO + P-SUB - 1
               DIVIDE MONTH-NO-WS BY 12 GIVING YEAR-WS
                   REMAINDER MONTH-WS
               COMPUTE ST-PERIOD(P-SUB) =
                   YEAR-WS * 100 + MONTH-WS + 1
               COMPUTE ST-PY-PERIOD(P-SUB) = ST-PERIOD(P-SUB) - 100
           END-PERFORM.
       TABLE-INIT-END.
           EXIT.

       SCAN-RTN.
           MOVE "N" TO EB-EOF.
           MOVE SPACES TO EB-ACC-NO.
           MOVE 0 TO EB-PERIOD.
           START ELEC-BILL-FILE KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO EB-EOF
           END-START.
           PERFORM UNTIL EB-EOF = "Y"
               READ ELEC-BILL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EB-EOF
                   NOT AT END
                       PERFORM SCAN-ONE-RTN THRU SCAN-ONE-END
               END-READ
           END-PERFORM.
       SCAN-END.
           EXIT.

       SCAN-ONE-RTN.
           DIVIDE EB-PERIOD BY 100 GIVING YEAR-WS
               REMAINDER MONTH-WS.
           COMPUTE BILL-MONTH-NO = YEAR-WS * 12 + MONTH-WS - 1.
           COMPUTE PER-OFFSET = BILL-MONTH-NO - FROM-MONTH-NO + 1.
           IF PER-OFFSET GREATER THAN 0 AND PER-OFFSET NOT > PER-CNT
               MOVE PER-OFFSET TO P-SUB
               PERFORM CELL-RTN THRU CELL-END
               IF VALID-FLAG = 1
                   ADD 1 TO READ-CNT
                   ADD 1 TO ST-CNT(P-SUB, C-SUB, A-SUB)
                   ADD EB-KWH TO ST-KWH(P-SUB, C-SUB, A-SUB)
                   ADD EB-BILL-AMT TO ST-AMT(P-SUB, C-SUB, A-SUB)
               ELSE
                   ADD 1 TO SKIP-CNT
               END-IF
           END-IF.
           COMPUTE PER-OFFSET = PER-OFFSET + 12.
           IF PER-OFFSET GREATER THAN 0 AND PER-OFFSET NOT > PER-CNT
               MOVE PER-OFFSET TO P-SUB
               PERFORM CELL-RTN THRU CELL-END
               IF VALID-FLAG = 1
                   ADD 1 TO ST-PY-CNT(P-SUB, C-SUB, A-SUB)
                   ADD EB-KWH TO ST-PY-KWH(P-SUB, C-SUB, A-SUB)
                   ADD EB-BILL-AMT TO ST-PY-AMT(P-SUB, C-SUB, A-SUB)
               END-IF
           END-IF.
       SCAN-ONE-END.
           EXIT.

       CELL-RTN.
           MOVE 0 TO VALID-FLAG.
           IF EB-ACC-NO NOT = LAST-ACC-WS
               MOVE EB-ACC-NO TO LAST-ACC-WS
               MOVE EB-ACC-NO TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE "N" TO LAST-FOUND-WS
                   NOT INVALID KEY
                       MOVE "Y" TO LAST-FOUND-WS
                       MOVE CM-AR-COD TO LAST-AR-WS
               END-READ
           END-IF.
           IF LAST-FOUND-WS = "Y"
               SET CLS-IDX TO 1
               SEARCH CLS-ENTRY
                   AT END
                       MOVE 0 TO VALID-FLAG
                   WHEN CLS-CODE(CLS-IDX) =
                           FUNCTION UPPER-CASE(EB-ACC-COD)
                       MOVE 1 TO VALID-FLAG
                       SET C-SUB TO CLS-IDX
                       COMPUTE A-SUB = LAST-AR-WS + 1
               END-SEARCH
           END-IF.
       CELL-END.
           EXIT.

       PRINT-RTN.
           MOVE RUN-DATE-WS TO HD3-RUN-DATE.
           MOVE FROM-PERIOD-IN TO HD3-FROM.
           MOVE TO-PERIOD-IN TO HD3-TO.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           MOVE "H1" TO SXH-REC-TYPE.
           MOVE "BROWNOUT ELECTRIC COMPANY" TO SXH-COMPANY.
           MOVE RUN-DATE-WS TO SXH-RUN-DATE.
           MOVE FROM-PERIOD-IN TO SXH-FROM-PERIOD.
           MOVE TO-PERIOD-IN TO SXH-TO-PERIOD.
           WRITE SALES-EXT-HDR.

           PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > PER-CNT
               PERFORM PRINT-PER-RTN THRU PRINT-PER-END
           END-PERFORM.

           MOVE READ-CNT TO RUNTOT-READ.
           MOVE SKIP-CNT TO RUNTOT-SKIP.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RUN-TOT-REC AFTER ADVANCING 1 LINE.
       PRINT-END.
           EXIT.

       PRINT-PER-RTN.
           MOVE ST-PERIOD(P-SUB) TO PERHD-PERIOD.
           MOVE ST-PY-PERIOD(P-SUB) TO PERHD-PY-PERIOD.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM PER-HD-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM STAT-COLHD-REC AFTER ADVANCING 1 LINE.
           MOVE 0 TO PT-CNT.
           MOVE 0 TO PT-KWH.
           MOVE 0 TO PT-AMT.
           MOVE 0 TO PT-PY-CNT.
           MOVE 0 TO PT-PY-KWH.
           MOVE 0 TO PT-PY-AMT.
           PERFORM VARYING C-SUB FROM 1 BY 1 UNTIL C-SUB > 3
               PERFORM VARYING A-SUB FROM 1 BY 1 UNTIL A-SUB > 10
                   IF ST-CNT(P-SUB, C-SUB, A-SUB) > 0
                           OR ST-PY-CNT(P-SUB, C-SUB, A-SUB) > 0
                       PERFORM PRINT-CELL-RTN THRU PRINT-CELL-END
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "TOTAL" TO STLN-CLASS.
           MOVE SPACES TO STLN-AREA.
           MOVE PT-CNT TO STLN-CUST.
           MOVE PT-KWH TO STLN-KWH.
           MOVE PT-AMT TO STLN-AMT.
           MOVE PT-PY-KWH TO STLN-PY-KWH.
           IF PT-CNT > 0
               COMPUTE AVG-KWH-WS ROUNDED = PT-KWH / PT-CNT
           ELSE
               MOVE 0 TO AVG-KWH-WS
           END-IF.
           MOVE AVG-KWH-WS TO STLN-AVG.
           MOVE "   N/A " TO STLN-KWH-CHG.
           IF PT-PY-KWH > 0
               COMPUTE CHG-PCT-WS ROUNDED =
                   (PT-KWH - PT-PY-KWH) * 100 / PT-PY-KWH
               MOVE CHG-PCT-WS TO CHG-EDIT-WS
               MOVE CHG-EDIT-WS TO STLN-KWH-CHG
           END-IF.
           MOVE "   N/A " TO STLN-AMT-CHG.
           IF PT-PY-AMT > 0
               COMPUTE CHG-PCT-WS ROUNDED =
                   (PT-AMT - PT-PY-AMT) * 100 / PT-PY-AMT
               MOVE CHG-PCT-WS TO CHG-EDIT-WS
               MOVE CHG-EDIT-WS TO STLN-AMT-CHG
           END-IF.
           WRITE OUTREC FROM STAT-LINE-REC AFTER ADVANCING 1 LINE.
       PRINT-PER-END.
           EXIT.

       PRINT-CELL-RTN.
           MOVE CLS-NAME(C-SUB) TO STLN-CLASS.
           COMPUTE AREA-OUT-WS = A-SUB - 1.
           MOVE AREA-OUT-WS TO STLN-AREA.
           MOVE ST-CNT(P-SUB, C-SUB, A-SUB) TO STLN-CUST.
           MOVE ST-KWH(P-SUB, C-SUB, A-SUB) TO STLN-KWH.
           MOVE ST-AMT(P-SUB, C-SUB, A-SUB) TO STLN-AMT.
           MOVE ST-PY-KWH(P-SUB, C-SUB, A-SUB) TO STLN-PY-KWH.
           IF ST-CNT(P-SUB, C-SUB, A-SUB) > 0
               COMPUTE AVG-KWH-WS ROUNDED =
                   ST-KWH(P-SUB, C-SUB, A-SUB) /
                   ST-CNT(P-SUB, C-SUB, A-SUB)
           ELSE
               MOVE 0 TO AVG-KWH-WS
           END-IF.
           MOVE AVG-KWH-WS TO STLN-AVG.
           MOVE "   N/A " TO STLN-KWH-CHG.
           IF ST-PY-KWH(P-SUB, C-SUB, A-SUB) > 0
               COMPUTE CHG-PCT-WS ROUNDED =
                   (ST-KWH(P-SUB, C-SUB, A-SUB) -
                    ST-PY-KWH(P-SUB, C-SUB, A-SUB)) * 100 /
                   ST-PY-KWH(P-SUB, C-SUB, A-SUB)
               MOVE CHG-PCT-WS TO CHG-EDIT-WS
               MOVE CHG-EDIT-WS TO STLN-KWH-CHG
           END-IF.
           MOVE "   N/A " TO STLN-AMT-CHG.
           IF ST-PY-AMT(P-SUB, C-SUB, A-SUB) > 0
               COMPUTE CHG-PCT-WS ROUNDED =
                   (ST-AMT(P-SUB, C-SUB, A-SUB) -
                    ST-PY-AMT(P-SUB, C-SUB, A-SUB)) * 100 /
                   ST-PY-AMT(P-SUB, C-SUB, A-SUB)
               MOVE CHG-PCT-WS TO CHG-EDIT-WS
               MOVE CHG-EDIT-WS TO STLN-AMT-CHG
           END-IF.
           WRITE OUTREC FROM STAT-LINE-REC AFTER ADVANCING 1 LINE.

           ADD ST-CNT(P-SUB, C-SUB, A-SUB) TO PT-CNT.
           ADD ST-KWH(P-SUB, C-SUB, A-SUB) TO PT-KWH.
           ADD ST-AMT(P-SUB, C-SUB, A-SUB) TO PT-AMT.
           ADD ST-PY-CNT(P-SUB, C-SUB, A-SUB) TO PT-PY-CNT.
           ADD ST-PY-KWH(P-SUB, C-SUB, A-SUB) TO PT-PY-KWH.
           ADD ST-PY-AMT(P-SUB, C-SUB, A-SUB) TO PT-PY-AMT.

           MOVE "D1" TO SX-REC-TYPE.
           MOVE ST-PERIOD(P-SUB) TO SX-PERIOD.
           MOVE CLS-CODE(C-SUB) TO SX-ACC-COD.
           MOVE AREA-OUT-WS TO SX-AR-COD.
           MOVE ST-CNT(P-SUB, C-SUB, A-SUB) TO SX-CUST-CNT.
           MOVE ST-KWH(P-SUB, C-SUB, A-SUB) TO SX-KWH.
           MOVE ST-AMT(P-SUB, C-SUB, A-SUB) TO SX-AMOUNT.
           MOVE AVG-KWH-WS TO SX-AVG-KWH.
           MOVE ST-PY-PERIOD(P-SUB) TO SX-PY-PERIOD.
           MOVE ST-PY-CNT(P-SUB, C-SUB, A-SUB) TO SX-PY-CUST-CNT.
           MOVE ST-PY-KWH(P-SUB, C-SUB, A-SUB) TO SX-PY-KWH.
           MOVE ST-PY-AMT(P-SUB, C-SUB, A-SUB) TO SX-PY-AMOUNT.
           WRITE SALES-EXT-REC.
           ADD 1 TO XT-REC-CNT.
           ADD ST-CNT(P-SUB, C-SUB, A-SUB) TO XT-CUST-CNT.
           ADD ST-KWH(P-SUB, C-SUB, A-SUB) TO XT-KWH.
           ADD ST-AMT(P-SUB, C-SUB, A-SUB) TO XT-AMT.
       PRINT-CELL-END.
           EXIT.

       EXTRACT-END-RTN.
           MOVE "T1" TO SXT-REC-TYPE.
           MOVE XT-REC-CNT TO SXT-REC-CNT.
           MOVE XT-CUST-CNT TO SXT-CUST-CNT.
           MOVE XT-KWH TO SXT-KWH.
           MOVE XT-AMT TO SXT-AMOUNT.
           WRITE SALES-EXT-TRL.
       EXTRACT-END-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE CUST-MASTER.
           CLOSE ELEC-BILL-FILE.
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
