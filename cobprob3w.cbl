       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3W.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile42.txt".
           SELECT WTAX-LOG ASSIGN TO "C:\dos\cobol\wtaxlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FILE-STATUS.
           SELECT CIF-MASTER ASSIGN TO "C:\dos\cobol\cifmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS CIF-FILE-STATUS.
           SELECT CUST-MASTER ASSIGN TO "C:\dos\cobol\custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACC-NO
               FILE STATUS IS CM-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(80).
       FD WTAX-LOG.
       01 WTAX-LOG-REC.
           05 WT-SOURCE PIC X.
           05 FILLER PIC X(1).
           05 WT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WT-ACC-NO PIC X(10).
           05 FILLER PIC X(1).
           05 WT-CIF-NO PIC X(8).
           05 FILLER PIC X(1).
           05 WT-NAME PIC X(25).
           05 FILLER PIC X(1).
           05 WT-CCY PIC X(3).
           05 FILLER PIC X(1).
           05 WT-RATE PIC X(5).
           05 FILLER PIC X(1).
           05 WT-GROSS PIC X(12).
           05 FILLER PIC X(1).
           05 WT-TAX PIC X(12).
           05 FILLER PIC X(1).
           05 WT-NET PIC X(12).
           05 FILLER PIC X(1).
           05 WT-GROSS-PHP PIC X(12).
           05 FILLER PIC X(1).
           05 WT-TAX-PHP PIC X(12).
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
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "Final Withholding Tax On Interest".
           05 FILLER PIC X(23) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(25) VALUE
               "BROWNOUT ELECTRIC COMPANY".
           05 FILLER PIC X(27) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 RMT-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "Monthly Remittance Summary - Month: ".
           05 RMTHD-MONTH PIC 9(6).
       01 RMT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "Withholding Agent".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Ccy".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Count".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Gross Interest".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Tax Withheld".
       01 RMT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMTLN-AGENT PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RMTLN-CCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMTLN-CNT PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RMTLN-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RMTLN-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 RMT-PHP-REC.
           05 FILLER PIC X(17) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Peso Equivalent ".
           05 FILLER PIC X(7) VALUE SPACES.
           05 RMTPH-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RMTPH-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 RMT-AGT-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Total To Remit (PHP) For:     ".
           05 RMTAT-AGENT PIC X(25).
           05 RMTAT-TAX PIC ZZZ,ZZZ,ZZ9.99.
       01 RMT-GRAND-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(55) VALUE
               "Grand Total Tax Withheld (PHP):".
           05 RMTGR-TAX PIC ZZZ,ZZZ,ZZ9.99.

       01 CERT-HD1-REC.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(50) VALUE
               "CERTIFICATE OF FINAL TAX WITHHELD ON INTEREST".
       01 CERT-HD2-REC.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "For The Year:  ".
           05 CRTHD-YEAR PIC 9(4).
       01 CERT-AGT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Withholding Agent:  ".
           05 CRT-AGENT PIC X(25).
       01 CERT-PAYEE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Payee:              ".
           05 CRT-NAME PIC X(25).
       01 CERT-ID-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRT-ID-LABEL PIC X(20).
           05 CRT-ID PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "TIN:  ".
           05 CRT-TIN PIC X(12).
       01 CERT-ADDR-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRT-ADDR-LABEL PIC X(20).
           05 CRT-ADDR PIC X(40).
       01 CERT-COLHD-REC.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Quarter".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Gross Interest".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Tax Withheld".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Net Interest".
       01 CERT-LINE-REC.
           05 FILLER PIC X(12) VALUE SPACES.
           05 CRTLN-QTR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRTLN-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRTLN-TAX PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CRTLN-NET PIC ZZZ,ZZZ,ZZ9.99.
       01 CERT-NOTE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
               "Amounts in pesos; dollar interest at book FX rate.".
       01 CERT-SIG1-REC.
           05 FILLER PIC X(45) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "_________________________".
       01 CERT-SIG2-REC.
           05 FILLER PIC X(50) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Authorized Signatory".
       01 CERT-END-REC.
           05 FILLER PIC X(80) VALUE ALL "-".
       01 CERT-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Certificates Printed:       ".
           05 CRTTOT-CNT PIC ZZZ9.

       01 RMT-TABLE-WS.
           05 RMT-ENTRY OCCURS 3 TIMES.
               10 RMT-SOURCE PIC X.
               10 RMT-CCY PIC X(3).
               10 RMT-CNT PIC 9(5).
               10 RMT-GROSS PIC 9(9)V99.
               10 RMT-TAX PIC 9(9)V99.
               10 RMT-GROSS-PHP PIC 9(9)V99.
               10 RMT-TAX-PHP PIC 9(9)V99.

       01 PAYEE-TABLE-WS.
           05 PY-CNT PIC 9(3) VALUE 0.
           05 PY-ENTRY OCCURS 500 TIMES.
               10 PY-SOURCE PIC X.
               10 PY-ID PIC X(10).
               10 PY-CIF-NO PIC 9(8).
               10 PY-ACC-NO PIC X(10).
               10 PY-NAME PIC X(25).
               10 PY-QTR OCCURS 4 TIMES.
                   15 PY-Q-GROSS PIC 9(9)V99.
                   15 PY-Q-TAX PIC 9(9)V99.

       01 WTAX-WS.
           05 RPT-MONTH-IN PIC 9(6).
           05 RPT-YEAR-IN PIC 9(4).
           05 WT-DATE-WS PIC 9(8).
           05 WT-DATE-RD REDEFINES WT-DATE-WS.
               10 WT-YYYY PIC 9(4).
               10 WT-MM PIC 99.
               10 WT-DD PIC 99.
           05 WT-CIF-WS PIC 9(8).
           05 WT-GROSS-WS PIC 9(9)V99.
           05 WT-TAX-WS PIC 9(9)V99.
           05 WT-GROSS-PHP-WS PIC 9(9)V99.
           05 WT-TAX-PHP-WS PIC 9(9)V99.
           05 PY-ID-WS PIC X(10).
           05 R-SUB PIC 9.
           05 P-SUB PIC 9(3).
           05 Q-SUB PIC 9.
           05 PY-FOUND PIC X.
           05 AGT-TAX-TOT PIC 9(9)V99.
           05 GRAND-TAX-TOT PIC 9(9)V99 VALUE 0.
           05 YR-GROSS-TOT PIC 9(9)V99.
           05 YR-TAX-TOT PIC 9(9)V99.
           05 CERT-CNT PIC 9(4) VALUE 0.

       01 INIT-FLAGS.
           05 CHK-ANS PIC 9 VALUE 0.
           05 WT-FILE-STATUS PIC XX.
           05 WT-EOF PIC X VALUE "N".
           05 CIF-FILE-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           OPEN INPUT CIF-MASTER.
           OPEN INPUT CUST-MASTER.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Run Mode (M=Monthly/C=Certificates): ".
           ACCEPT (5, 50) RUN-MODE-IN.
           DISPLAY (5, 50) RUN-MODE-IN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           IF RUN-MODE-IN = "C" OR RUN-MODE-IN = "c"
               PERFORM CERT-RUN-RTN THRU CERT-RUN-END
           ELSE
               PERFORM REMIT-RTN THRU REMIT-END
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       REMIT-RTN.
           DISPLAY (6, 1) "Remittance Month (YYYYMM): ".
           ACCEPT (6, 50) RPT-MONTH-IN.
           IF RPT-MONTH-IN = 0
               MOVE RUN-DATE-WS(1:6) TO RPT-MONTH-IN
           END-IF.
           DISPLAY (6, 50) RPT-MONTH-IN.
           MOVE "B" TO RMT-SOURCE(1).
           MOVE "PHP" TO RMT-CCY(1).
           MOVE "B" TO RMT-SOURCE(2).
           MOVE "USD" TO RMT-CCY(2).
           MOVE "E" TO RMT-SOURCE(3).
           MOVE "PHP" TO RMT-CCY(3).
           PERFORM VARYING R-SUB FROM 1 BY 1 UNTIL R-SUB > 3
               MOVE 0 TO RMT-CNT(R-SUB)
               MOVE 0 TO RMT-GROSS(R-SUB)
               MOVE 0 TO RMT-TAX(R-SUB)
               MOVE 0 TO RMT-GROSS-PHP(R-SUB)
               MOVE 0 TO RMT-TAX-PHP(R-SUB)
           END-PERFORM.

           MOVE "N" TO WT-EOF.
           OPEN INPUT WTAX-LOG.
           IF WT-FILE-STATUS = "00"
               PERFORM UNTIL WT-EOF = "Y"
                   READ WTAX-LOG
                       AT END
                           MOVE "Y" TO WT-EOF
                       NOT AT END
                           PERFORM WT-DECODE-RTN THRU WT-DECODE-END
                           IF WT-DATE-WS(1:6) = RPT-MONTH-IN
                               PERFORM REMIT-ONE-RTN
                                   THRU REMIT-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WTAX-LOG
           ELSE
               DISPLAY (8, 1)
                   "Withholding Tax Log Not Found - Nothing Withheld"
           END-IF.

           MOVE RPT-MONTH-IN TO RMTHD-MONTH.
           WRITE OUTREC FROM RMT-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM RMT-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE 0 TO AGT-TAX-TOT.
           PERFORM VARYING R-SUB FROM 1 BY 1 UNTIL R-SUB > 2
               MOVE "China Trust Bank" TO RMTLN-AGENT
               PERFORM REMIT-LINE-RTN THRU REMIT-LINE-END
           END-PERFORM.
           MOVE "China Trust Bank" TO RMTAT-AGENT.
           MOVE AGT-TAX-TOT TO RMTAT-TAX.
           WRITE OUTREC FROM RMT-AGT-TOT-REC AFTER ADVANCING 1 LINE.
           ADD AGT-TAX-TOT TO GRAND-TAX-TOT.

           MOVE 0 TO AGT-TAX-TOT.
           MOVE 3 TO R-SUB.
           MOVE "Brownout Electric Company" TO RMTLN-AGENT.
           PERFORM REMIT-LINE-RTN THRU REMIT-LINE-END.
           MOVE "Brownout Electric Company" TO RMTAT-AGENT.
           MOVE AGT-TAX-TOT TO RMTAT-TAX.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RMT-AGT-TOT-REC AFTER ADVANCING 1 LINE.
           ADD AGT-TAX-TOT TO GRAND-TAX-TOT.

           MOVE GRAND-TAX-TOT TO RMTGR-TAX.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RMT-GRAND-REC AFTER ADVANCING 1 LINE.
           DISPLAY (10, 1) "Total Tax Withheld (PHP): ".
           DISPLAY (10, 40) RMTGR-TAX.
       REMIT-END.
           EXIT.

       REMIT-ONE-RTN.
           IF WT-SOURCE = "E"
               MOVE 3 TO R-SUB
           ELSE
               IF WT-CCY = "USD"
                   MOVE 2 TO R-SUB
               ELSE
                   MOVE 1 TO R-SUB
               END-IF
           END-IF.
           ADD 1 TO RMT-CNT(R-SUB).
           ADD WT-GROSS-WS TO RMT-GROSS(R-SUB).
           ADD WT-TAX-WS TO RMT-TAX(R-SUB).
           ADD WT-GROSS-PHP-WS TO RMT-GROSS-PHP(R-SUB).
           ADD WT-TAX-PHP-WS TO RMT-TAX-PHP(R-SUB).
       REMIT-ONE-END.
           EXIT.

       REMIT-LINE-RTN.
           MOVE RMT-CCY(R-SUB) TO RMTLN-CCY.
           MOVE RMT-CNT(R-SUB) TO RMTLN-CNT.
           MOVE RMT-GROSS(R-SUB) TO RMTLN-GROSS.
           MOVE RMT-TAX(R-SUB) TO RMTLN-TAX.
           WRITE OUTREC FROM RMT-LINE-REC AFTER ADVANCING 1 LINE.
           IF RMT-CCY(R-SUB) = "USD"
               MOVE RMT-GROSS-PHP(R-SUB) TO RMTPH-GROSS
               MOVE RMT-TAX-PHP(R-SUB) TO RMTPH-TAX
               WRITE OUTREC FROM RMT-PHP-REC AFTER ADVANCING 1 LINE
           END-IF.
           ADD RMT-TAX-PHP(R-SUB) TO AGT-TAX-TOT.
       REMIT-LINE-END.
           EXIT.

       CERT-RUN-RTN.
           DISPLAY (6, 1) "Certificate Year (YYYY): ".
           ACCEPT (6, 50) RPT-YEAR-IN.
           IF RPT-YEAR-IN = 0
               MOVE RUN-DATE-WS(1:4) TO RPT-YEAR-IN
           END-IF.
           DISPLAY (6, 50) RPT-YEAR-IN.

           MOVE "N" TO WT-EOF.
           OPEN INPUT WTAX-LOG.
           IF WT-FILE-STATUS = "00"
               PERFORM UNTIL WT-EOF = "Y"
                   READ WTAX-LOG
                       AT END
                           MOVE "Y" TO WT-EOF
                       NOT AT END
                           PERFORM WT-DECODE-RTN THRU WT-DECODE-END
                           IF WT-YYYY = RPT-YEAR-IN
                               PERFORM PAYEE-ADD-RTN
                                   THRU PAYEE-ADD-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WTAX-LOG
           ELSE
               DISPLAY (8, 1)
                   "Withholding Tax Log Not Found - Nothing Withheld"
           END-IF.

           PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > PY-CNT
               PERFORM CERT-PRINT-RTN THRU CERT-PRINT-END
           END-PERFORM.
           MOVE CERT-CNT TO CRTTOT-CNT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-TOT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (10, 1) "Certificates Printed: ".
           DISPLAY (10, 40) CRTTOT-CNT.
       CERT-RUN-END.
           EXIT.

       WT-DECODE-RTN.
           MOVE FUNCTION NUMVAL(WT-DATE) TO WT-DATE-WS.
           MOVE FUNCTION NUMVAL(WT-CIF-NO) TO WT-CIF-WS.
           MOVE FUNCTION NUMVAL(WT-GROSS) TO WT-GROSS-WS.
           MOVE FUNCTION NUMVAL(WT-TAX) TO WT-TAX-WS.
           MOVE FUNCTION NUMVAL(WT-GROSS-PHP) TO WT-GROSS-PHP-WS.
           MOVE FUNCTION NUMVAL(WT-TAX-PHP) TO WT-TAX-PHP-WS.
       WT-DECODE-END.
           EXIT.

       PAYEE-ADD-RTN.
           IF WT-SOURCE = "B" AND WT-CIF-WS NOT = 0
               MOVE WT-CIF-WS TO PY-ID-WS
           ELSE
               MOVE WT-ACC-NO TO PY-ID-WS
           END-IF.
           COMPUTE Q-SUB = (WT-MM + 2) / 3.
           MOVE "N" TO PY-FOUND.
           PERFORM VARYING P-SUB FROM 1 BY 1
                   UNTIL P-SUB > PY-CNT OR PY-FOUND = "Y"
               IF PY-SOURCE(P-SUB) = WT-SOURCE
                       AND PY-ID(P-SUB) = PY-ID-WS
                   MOVE "Y" TO PY-FOUND
                   ADD WT-GROSS-PHP-WS TO PY-Q-GROSS(P-SUB, Q-SUB)
                   ADD WT-TAX-PHP-WS TO PY-Q-TAX(P-SUB, Q-SUB)
               END-IF
           END-PERFORM.
           IF PY-FOUND = "N"
               IF PY-CNT LESS THAN 500
                   ADD 1 TO PY-CNT
                   MOVE WT-SOURCE TO PY-SOURCE(PY-CNT)
                   MOVE PY-ID-WS TO PY-ID(PY-CNT)
                   MOVE WT-CIF-WS TO PY-CIF-NO(PY-CNT)
                   MOVE WT-ACC-NO TO PY-ACC-NO(PY-CNT)
                   MOVE WT-NAME TO PY-NAME(PY-CNT)
                   PERFORM VARYING R-SUB FROM 1 BY 1 UNTIL R-SUB > 4
                       MOVE 0 TO PY-Q-GROSS(PY-CNT, R-SUB)
                       MOVE 0 TO PY-Q-TAX(PY-CNT, R-SUB)
                   END-PERFORM
                   ADD WT-GROSS-PHP-WS TO PY-Q-GROSS(PY-CNT, Q-SUB)
                   ADD WT-TAX-PHP-WS TO PY-Q-TAX(PY-CNT, Q-SUB)
               ELSE
                   DISPLAY (23, 1)
                       "Payee Table Full - Some Certificates Omitted"
               END-IF
           END-IF.
       PAYEE-ADD-END.
           EXIT.

       CERT-PRINT-RTN.
           MOVE RPT-YEAR-IN TO CRTHD-YEAR.
           MOVE PY-NAME(P-SUB) TO CRT-NAME.
           MOVE SPACES TO CRT-TIN.
           MOVE SPACES TO CRT-ADDR.
           MOVE "Address:" TO CRT-ADDR-LABEL.
           IF PY-SOURCE(P-SUB) = "E"
               MOVE "Brownout Electric Company" TO CRT-AGENT
               MOVE "Customer Account:" TO CRT-ID-LABEL
               MOVE PY-ACC-NO(P-SUB) TO CRT-ID
               MOVE PY-ACC-NO(P-SUB) TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUS-NAM TO CRT-NAME
                       IF CM-MAIL-ADDR1 NOT = SPACES
                           MOVE CM-MAIL-ADDR1 TO CRT-ADDR
                       ELSE
                           MOVE CM-SVC-ADDR TO CRT-ADDR
                       END-IF
               END-READ
           ELSE
               MOVE "China Trust Bank" TO CRT-AGENT
               IF PY-CIF-NO(P-SUB) NOT = 0
                   MOVE "CIF No.:" TO CRT-ID-LABEL
                   MOVE PY-CIF-NO(P-SUB) TO CRT-ID
                   MOVE PY-CIF-NO(P-SUB) TO CIF-NO
                   READ CIF-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CIF-NAME TO CRT-NAME
                           MOVE CIF-TIN TO CRT-TIN
                           MOVE CIF-ADDR1 TO CRT-ADDR
                   END-READ
               ELSE
                   MOVE "Account No.:" TO CRT-ID-LABEL
                   MOVE PY-ACC-NO(P-SUB) TO CRT-ID
               END-IF
           END-IF.

           WRITE OUTREC FROM SPACER AFTER ADVANCING PAGE.
           IF PY-SOURCE(P-SUB) = "E"
               WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE
           ELSE
               WRITE OUTREC FROM HD01-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE
           END-IF.
           WRITE OUTREC FROM CERT-HD1-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-HD2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-AGT-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-PAYEE-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-ID-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-ADDR-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-COLHD-REC AFTER ADVANCING 2 LINES.

           MOVE 0 TO YR-GROSS-TOT.
           MOVE 0 TO YR-TAX-TOT.
           PERFORM VARYING Q-SUB FROM 1 BY 1 UNTIL Q-SUB > 4
               EVALUATE Q-SUB
                   WHEN 1
                       MOVE "1st Qtr" TO CRTLN-QTR
                   WHEN 2
                       MOVE "2nd Qtr" TO CRTLN-QTR
                   WHEN 3
                       MOVE "3rd Qtr" TO CRTLN-QTR
                   WHEN OTHER
                       MOVE "4th Qtr" TO CRTLN-QTR
               END-EVALUATE
               MOVE PY-Q-GROSS(P-SUB, Q-SUB) TO CRTLN-GROSS
               MOVE PY-Q-TAX(P-SUB, Q-SUB) TO CRTLN-TAX
               COMPUTE CRTLN-NET = PY-Q-GROSS(P-SUB, Q-SUB)
                   - PY-Q-TAX(P-SUB, Q-SUB)
               WRITE OUTREC FROM CERT-LINE-REC AFTER ADVANCING 1 LINE
               ADD PY-Q-GROSS(P-SUB, Q-SUB) TO YR-GROSS-TOT
               ADD PY-Q-TAX(P-SUB, Q-SUB) TO YR-TAX-TOT
           END-PERFORM.
           MOVE "Total" TO CRTLN-QTR.
           MOVE YR-GROSS-TOT TO CRTLN-GROSS.
           MOVE YR-TAX-TOT TO CRTLN-TAX.
           COMPUTE CRTLN-NET = YR-GROSS-TOT - YR-TAX-TOT.
           WRITE OUTREC FROM CERT-LINE-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-NOTE-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-SIG1-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM CERT-SIG2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-END-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO CERT-CNT.
       CERT-PRINT-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE CIF-MASTER.
           CLOSE CUST-MASTER.
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
