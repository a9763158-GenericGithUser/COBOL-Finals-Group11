       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4V.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile37.txt".
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
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE
               "MONTHLY TAX REMITTANCE".
           05 FILLER PIC X(29) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD3-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Billing Period: ".
           05 HD3-PERIOD PIC 9(6).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 TAX-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Tax Type: ".
           05 TAXHD-NAME PIC X(20).
       01 TAX-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Area".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Bills".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Exempt".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Taxable Sales".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Tax Billed".
       01 TAX-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TXLN-AREA PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TXLN-CNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TXLN-EXEMPT PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TXLN-BASE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TXLN-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 GRAND-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Total Taxes For Remittance:   ".
           05 GRTOT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 RUN-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Bills For Period:     ".
           05 RUNTOT-READ PIC ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "No Customer Master:   ".
           05 RUNTOT-SKIP PIC ZZZ,ZZ9.

       01 TAX-DEF-WS.
           05 FILLER PIC X(21) VALUE "VValue Added Tax     ".
           05 FILLER PIC X(21) VALUE "FLocal Franchise Tax ".
       01 TAX-DEF-TBL REDEFINES TAX-DEF-WS.
           05 TXD-ENTRY OCCURS 2 TIMES.
               10 TXD-CODE PIC X.
               10 TXD-NAME PIC X(20).

       01 REMIT-TBL-WS.
           05 RM-TAX OCCURS 2 TIMES.
               10 RM-AREA OCCURS 10 TIMES.
                   15 RM-CNT PIC 9(6).
                   15 RM-EXEMPT PIC 9(6).
                   15 RM-BASE PIC 9(11)V99.
                   15 RM-AMT PIC 9(11)V99.

       01 REMIT-WS.
           05 PERIOD-IN PIC 9(6).
           05 YEAR-WS PIC 9(4).
           05 MONTH-WS PIC 99.
           05 T-SUB PIC 9.
           05 A-SUB PIC 99.
           05 AREA-OUT-WS PIC 9.
           05 BASE-WS PIC S9(9)V99.
           05 TAX-AMT-WS PIC 9(7)V99.
           05 READ-CNT PIC 9(6) VALUE 0.
           05 SKIP-CNT PIC 9(6) VALUE 0.
           05 ST-CNT PIC 9(8).
           05 ST-EXEMPT PIC 9(8).
           05 ST-BASE PIC 9(11)V99.
           05 ST-AMT PIC 9(11)V99.
           05 GT-AMT PIC 9(11)V99 VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 RUN-OK PIC X VALUE "Y".
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 EB-EOF PIC X VALUE "N".
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
               DISPLAY (4, 1) "Billing Period (YYYYMM): "
               PERFORM PERIOD-CHK-RTN THRU PERIOD-CHK-END
               MOVE 0 TO VALID-FLAG
               INITIALIZE REMIT-TBL-WS
               PERFORM SCAN-RTN THRU SCAN-END
               PERFORM PRINT-RTN THRU PRINT-END
               DISPLAY (7, 1) "Tax Remittance Report Complete"
               DISPLAY (8, 1) "Bills For Period: "
               DISPLAY (8, 40) RUNTOT-READ
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       PERIOD-CHK-RTN.
           ACCEPT (4, 40) PERIOD-IN.
           DIVIDE PERIOD-IN BY 100 GIVING YEAR-WS
               REMAINDER MONTH-WS.
           IF YEAR-WS LESS THAN 1900 OR MONTH-WS LESS THAN 1
                   OR MONTH-WS GREATER THAN 12
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (4, 60) "                    "
           ELSE
               DISPLAY (4, 60) "Invalid Period      "
               PERFORM PERIOD-CHK-RTN THRU PERIOD-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       PERIOD-CHK-END.
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
                       IF EB-PERIOD = PERIOD-IN
                           PERFORM SCAN-ONE-RTN THRU SCAN-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
       SCAN-END.
           EXIT.

       SCAN-ONE-RTN.
           ADD 1 TO READ-CNT.
           MOVE EB-ACC-NO TO CM-ACC-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
                   COMPUTE A-SUB = CM-AR-COD + 1
           END-READ.
           IF VALID-FLAG = 0
               ADD 1 TO SKIP-CNT
           ELSE
               COMPUTE BASE-WS =
                   EB-BILL-AMT - EB-VAT-AMT - EB-FRAN-AMT
               IF BASE-WS LESS THAN 0
                   MOVE 0 TO BASE-WS
               END-IF
               PERFORM VARYING T-SUB FROM 1 BY 1 UNTIL T-SUB > 2
                   IF T-SUB = 1
                       MOVE EB-VAT-AMT TO TAX-AMT-WS
                   ELSE
                       MOVE EB-FRAN-AMT TO TAX-AMT-WS
                   END-IF
                   ADD 1 TO RM-CNT(T-SUB, A-SUB)
                   IF TAX-AMT-WS = 0
                       ADD 1 TO RM-EXEMPT(T-SUB, A-SUB)
                   ELSE
                       ADD BASE-WS TO RM-BASE(T-SUB, A-SUB)
                       ADD TAX-AMT-WS TO RM-AMT(T-SUB, A-SUB)
                   END-IF
               END-PERFORM
           END-IF.
       SCAN-ONE-END.
           EXIT.

       PRINT-RTN.
           MOVE RUN-DATE-WS TO HD3-RUN-DATE.
           MOVE PERIOD-IN TO HD3-PERIOD.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING T-SUB FROM 1 BY 1 UNTIL T-SUB > 2
               PERFORM PRINT-TAX-RTN THRU PRINT-TAX-END
           END-PERFORM.
           MOVE GT-AMT TO GRTOT-AMT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM GRAND-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE READ-CNT TO RUNTOT-READ.
           MOVE SKIP-CNT TO RUNTOT-SKIP.
           WRITE OUTREC FROM RUN-TOT-REC AFTER ADVANCING 1 LINE.
       PRINT-END.
           EXIT.

       PRINT-TAX-RTN.
           MOVE TXD-NAME(T-SUB) TO TAXHD-NAME.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM TAX-HD-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM TAX-COLHD-REC AFTER ADVANCING 1 LINE.
           MOVE 0 TO ST-CNT.
           MOVE 0 TO ST-EXEMPT.
           MOVE 0 TO ST-BASE.
           MOVE 0 TO ST-AMT.
           PERFORM VARYING A-SUB FROM 1 BY 1 UNTIL A-SUB > 10
               IF RM-CNT(T-SUB, A-SUB) > 0
                   COMPUTE AREA-OUT-WS = A-SUB - 1
                   MOVE AREA-OUT-WS TO TXLN-AREA
                   MOVE RM-CNT(T-SUB, A-SUB) TO TXLN-CNT
                   MOVE RM-EXEMPT(T-SUB, A-SUB) TO TXLN-EXEMPT
                   MOVE RM-BASE(T-SUB, A-SUB) TO TXLN-BASE
                   MOVE RM-AMT(T-SUB, A-SUB) TO TXLN-AMT
                   WRITE OUTREC FROM TAX-LINE-REC
                       AFTER ADVANCING 1 LINE
                   ADD RM-CNT(T-SUB, A-SUB) TO ST-CNT
                   ADD RM-EXEMPT(T-SUB, A-SUB) TO ST-EXEMPT
                   ADD RM-BASE(T-SUB, A-SUB) TO ST-BASE
                   ADD RM-AMT(T-SUB, A-SUB) TO ST-AMT
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO TXLN-AREA.
           MOVE ST-CNT TO TXLN-CNT.
           MOVE ST-EXEMPT TO TXLN-EXEMPT.
           MOVE ST-BASE TO TXLN-BASE.
           MOVE ST-AMT TO TXLN-AMT.
           WRITE OUTREC FROM TAX-LINE-REC AFTER ADVANCING 1 LINE.
           ADD ST-AMT TO GT-AMT.
       PRINT-TAX-END.
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
