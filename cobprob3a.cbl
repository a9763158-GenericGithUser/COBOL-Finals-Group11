       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3A.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile41.txt".
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT AML-PARM-FILE ASSIGN TO "C:\dos\cobol\amlparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "C:\dos\cobol\fxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
           SELECT AML-REPORTED ASSIGN TO "C:\dos\cobol\amlrptd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS AR-FILE-STATUS.
           SELECT AML-EXTRACT ASSIGN TO "C:\dos\cobol\amlext.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AX-FILE-STATUS.
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
       FD TRANSAC-LOG.
       01 TRANSAC-LOG-REC.
           05 TL-SEQ-NO PIC X(6).
           05 FILLER PIC X(1).
           05 TL-TELLER-ID PIC X(5).
           05 FILLER PIC X(1).
           05 TL-TIMESTAMP PIC X(14).
           05 FILLER PIC X(1).
           05 TL-ACC-NO PIC X(10).
           05 FILLER PIC X(1).
           05 TL-TRANSAC-NAME PIC X(12).
           05 FILLER PIC X(1).
           05 TL-AMOUNT PIC X(14).
           05 FILLER PIC X(1).
           05 TL-BALANCE PIC X(15).
           05 FILLER PIC X(1).
           05 TL-XREF-SEQ PIC X(6).
           05 FILLER PIC X(1).
           05 TL-APPR-ID PIC X(5).
       FD AML-PARM-FILE.
       01 AML-PARM-REC.
           05 APF-THRESHOLD PIC X(12).
           05 FILLER PIC X(1).
           05 APF-STRUCT-PCT PIC X(3).
           05 FILLER PIC X(1).
           05 APF-STRUCT-CNT PIC X(2).
           05 FILLER PIC X(1).
           05 APF-RAPID-HRS PIC X(3).
           05 FILLER PIC X(1).
           05 APF-RAPID-PCT PIC X(3).
           05 FILLER PIC X(1).
           05 APF-RAPID-MIN PIC X(12).
       FD FX-RATE-FILE.
       01 FX-RATE-REC.
           05 FXF-CCY PIC X(3).
           05 FILLER PIC X(1).
           05 FXF-RATE PIC X(10).
       FD AML-REPORTED.
       01 AML-REPORTED-REC.
           05 AR-KEY.
               10 AR-SEQ-NO PIC 9(6).
               10 AR-FLAG PIC X(2).
           05 AR-RPT-DATE PIC 9(8).
       FD AML-EXTRACT.
       01 AML-EXT-REC.
           05 AX-REC-TYPE PIC X(2).
           05 AX-FLAG PIC X(2).
           05 AX-SEQ-NO PIC 9(6).
           05 AX-TXN-DATE PIC 9(8).
           05 AX-TXN-TIME PIC 9(6).
           05 AX-ACC-NO PIC 9(10).
           05 AX-ACC-NAME PIC X(25).
           05 AX-TXN-NAME PIC X(12).
           05 AX-CCY PIC X(3).
           05 AX-ORIG-AMT PIC 9(11)V99.
           05 AX-PESO-AMT PIC 9(11)V99.
           05 AX-TELLER-ID PIC X(5).
           05 AX-APPR-ID PIC X(5).
           05 AX-REL-SEQ PIC 9(6).
       01 AML-EXT-HDR.
           05 AXH-REC-TYPE PIC X(2).
           05 AXH-INSTITUTION PIC X(25).
           05 AXH-RUN-DATE PIC 9(8).
           05 AXH-FROM-DATE PIC 9(8).
           05 AXH-TO-DATE PIC 9(8).
           05 AXH-THRESHOLD PIC 9(11)V99.
           05 FILLER PIC X(52).
       01 AML-EXT-TRL.
           05 AXT-REC-TYPE PIC X(2).
           05 AXT-REC-CNT PIC 9(6).
           05 AXT-CT-CNT PIC 9(6).
           05 AXT-SS-CNT PIC 9(6).
           05 AXT-RT-CNT PIC 9(6).
           05 AXT-PESO-AMT PIC 9(13)V99.
           05 FILLER PIC X(75).
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
           05 FILLER PIC X(21) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "Covered/Suspicious Transaction Review".
           05 FILLER PIC X(22) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD4-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Period: ".
           05 HD4-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " to ".
           05 HD4-TO PIC 9(8).
       01 HD05-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Threshold: ".
           05 HD5-THRESH PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(16) VALUE "  Struct Floor: ".
           05 HD5-FLOOR PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(14) VALUE "  Rapid Hrs:  ".
           05 HD5-HRS PIC ZZ9.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 SEC-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SECHD-TITLE PIC X(50).
       01 AML-COLHD-REC.
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Flg".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Seq No".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Date".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Account".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Transaction".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Amount (PHP)".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Tellr".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Apprv".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RelSeq".
       01 AML-LINE-REC.
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-FLAG PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-TXN PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-TELLER PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-APPR PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 AMLLN-REL-SEQ PIC Z(6).
       01 GRP-TOT-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Day Total For Acct: ".
           05 GRPTOT-CNT PIC Z9.
           05 FILLER PIC X(7) VALUE " Txns  ".
           05 GRPTOT-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 AML-TOT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Covered Transactions (CT):  ".
           05 AMLTOT-CT PIC ZZZ,ZZ9.
       01 AML-TOT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Structuring Items (SS):     ".
           05 AMLTOT-SS PIC ZZZ,ZZ9.
       01 AML-TOT3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Rapid Transfer Items (RT):  ".
           05 AMLTOT-RT PIC ZZZ,ZZ9.
       01 AML-TOT4-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Skipped - Already Reported: ".
           05 AMLTOT-SKIP PIC ZZZ,ZZ9.
       01 AML-TOT5-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Extract Amount (PHP):       ".
           05 AMLTOT-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 STRUCT-TABLE-WS.
           05 ST-CNT PIC 9(4) VALUE 0.
           05 ST-ENTRY OCCURS 1000 TIMES.
               10 ST-SEQ PIC 9(6).
               10 ST-DATE PIC 9(8).
               10 ST-TIME PIC 9(6).
               10 ST-ACC-NO PIC 9(10).
               10 ST-TXN PIC X(12).
               10 ST-ORIG-AMT PIC 9(11)V99.
               10 ST-PESO-AMT PIC 9(11)V99.
               10 ST-TELLER PIC X(5).
               10 ST-APPR PIC X(5).
               10 ST-DONE PIC X.

       01 XFER-IN-TABLE-WS.
           05 XI-CNT PIC 9(3) VALUE 0.
           05 XI-NEXT PIC 9(3) VALUE 0.
           05 XI-ENTRY OCCURS 500 TIMES.
               10 XI-SEQ PIC 9(6).
               10 XI-ACC-NO PIC 9(10).
               10 XI-MINUTES PIC 9(11).
               10 XI-PESO-AMT PIC 9(11)V99.

       01 AML-WS.
           05 THRESH-WS PIC 9(11)V99 VALUE 500000.00.
           05 STRUCT-PCT-WS PIC 9(3) VALUE 80.
           05 STRUCT-CNT-WS PIC 99 VALUE 2.
           05 RAPID-HRS-WS PIC 9(3) VALUE 24.
           05 RAPID-PCT-WS PIC 9(3) VALUE 90.
           05 RAPID-MIN-WS PIC 9(11)V99 VALUE 100000.00.
           05 FLOOR-WS PIC 9(11)V99.
           05 FX-RATE PIC 9(3)V9999 VALUE 1.
           05 DATE-FROM-IN PIC 9(8).
           05 DATE-TO-IN PIC 9(8).
           05 TL-SEQ-WS PIC 9(6).
           05 TL-ACC-WS PIC 9(10).
           05 TL-DATE-WS PIC 9(8).
           05 TL-TIME-WS PIC 9(6).
           05 TL-TIME-RD REDEFINES TL-TIME-WS.
               10 TL-HH PIC 99.
               10 TL-MI PIC 99.
               10 TL-SS PIC 99.
           05 TL-MINUTES PIC 9(11).
           05 TL-ORIG-AMT PIC 9(11)V99.
           05 TL-PESO-AMT PIC 9(11)V99.
           05 TL-CCY-WS PIC X(3).
           05 ACC-NAME-WS PIC X(25).
           05 FLAG-WS PIC X(2).
           05 REL-SEQ-WS PIC 9(6).
           05 RPTD-FLAG PIC X.
           05 TXN-KIND PIC X.
           05 I-SUB PIC 9(4).
           05 J-SUB PIC 9(4).
           05 X-SUB PIC 9(3).
           05 GRP-CNT PIC 99.
           05 GRP-NEW-CNT PIC 99.
           05 GRP-AMT PIC 9(11)V99.
           05 RAPID-HIT PIC X.
           05 RAPID-MIN-AMT PIC 9(11)V99.
           05 WINDOW-MIN PIC 9(7).
           05 CT-CNT PIC 9(6) VALUE 0.
           05 SS-CNT PIC 9(6) VALUE 0.
           05 RT-CNT PIC 9(6) VALUE 0.
           05 SKIP-CNT PIC 9(6) VALUE 0.
           05 XT-REC-CNT PIC 9(6) VALUE 0.
           05 XT-PESO-AMT PIC 9(13)V99 VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 CHK-ANS PIC 9 VALUE 0.
           05 AM-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 TL-EOF PIC X VALUE "N".
           05 AP-FILE-STATUS PIC XX.
           05 FX-FILE-STATUS PIC XX.
           05 AR-FILE-STATUS PIC XX.
           05 AX-FILE-STATUS PIC XX.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           OPEN OUTPUT OUTFILE.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Account Master Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O AML-REPORTED.
           IF AR-FILE-STATUS = "35"
               OPEN OUTPUT AML-REPORTED
               CLOSE AML-REPORTED
               OPEN I-O AML-REPORTED
           END-IF.
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-END.
           PERFORM LOAD-FX-RATE-RTN THRU LOAD-FX-RATE-END.

           IF CHK-ANS = 0
               DISPLAY (1, 1) HD01-REC
               DISPLAY (2, 1) HD02-REC
               DISPLAY (3, 1) HD03-REC
               DISPLAY (5, 1) "Date From (YYYYMMDD): "
               ACCEPT (5, 40) DATE-FROM-IN
               DISPLAY (5, 40) DATE-FROM-IN
               DISPLAY (6, 1) "Date To   (YYYYMMDD): "
               ACCEPT (6, 40) DATE-TO-IN
               IF DATE-TO-IN = 0
                   MOVE RUN-DATE-WS TO DATE-TO-IN
               END-IF
               DISPLAY (6, 40) DATE-TO-IN
               OPEN OUTPUT AML-EXTRACT
               PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END
               PERFORM COVERED-PASS-RTN THRU COVERED-PASS-END
               PERFORM STRUCT-PASS-RTN THRU STRUCT-PASS-END
               PERFORM RAPID-PASS-RTN THRU RAPID-PASS-END
               PERFORM TOTALS-RTN THRU TOTALS-END
               CLOSE AML-EXTRACT
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT AML-PARM-FILE.
           IF AP-FILE-STATUS = "00"
               READ AML-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(APF-THRESHOLD) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(APF-THRESHOLD)
                               TO THRESH-WS
                       END-IF
                       IF FUNCTION NUMVAL(APF-STRUCT-PCT) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(APF-STRUCT-PCT)
                               TO STRUCT-PCT-WS
                       END-IF
                       IF FUNCTION NUMVAL(APF-STRUCT-CNT) GREATER THAN 1
                           MOVE FUNCTION NUMVAL(APF-STRUCT-CNT)
                               TO STRUCT-CNT-WS
                       END-IF
                       IF FUNCTION NUMVAL(APF-RAPID-HRS) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(APF-RAPID-HRS)
                               TO RAPID-HRS-WS
                       END-IF
                       IF FUNCTION NUMVAL(APF-RAPID-PCT) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(APF-RAPID-PCT)
                               TO RAPID-PCT-WS
                       END-IF
                       IF APF-RAPID-MIN NOT = SPACES
                           MOVE FUNCTION NUMVAL(APF-RAPID-MIN)
                               TO RAPID-MIN-WS
                       END-IF
               END-READ
               CLOSE AML-PARM-FILE
           ELSE
               DISPLAY (24, 1)
                   "AML Parameter File Not Found - Defaults Used"
           END-IF.
           COMPUTE FLOOR-WS ROUNDED = THRESH-WS * STRUCT-PCT-WS / 100.
           COMPUTE WINDOW-MIN = RAPID-HRS-WS * 60.
       LOAD-PARM-END.
           EXIT.

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
               DISPLAY (23, 1)
                   "FX Rate File Not Found - USD Rate Defaulted To 1"
           END-IF.
       LOAD-FX-RATE-END.
           EXIT.

       INIT-PRINT-RTN.
           MOVE RUN-DATE-WS TO HD4-RUN-DATE.
           MOVE DATE-FROM-IN TO HD4-FROM.
           MOVE DATE-TO-IN TO HD4-TO.
           MOVE THRESH-WS TO HD5-THRESH.
           MOVE FLOOR-WS TO HD5-FLOOR.
           MOVE RAPID-HRS-WS TO HD5-HRS.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD05-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AML-EXT-HDR.
           MOVE "H1" TO AXH-REC-TYPE.
           MOVE "CHINA TRUST BANK MAKATI" TO AXH-INSTITUTION.
           MOVE RUN-DATE-WS TO AXH-RUN-DATE.
           MOVE DATE-FROM-IN TO AXH-FROM-DATE.
           MOVE DATE-TO-IN TO AXH-TO-DATE.
           MOVE THRESH-WS TO AXH-THRESHOLD.
           WRITE AML-EXT-HDR.
       INIT-PRINT-END.
           EXIT.

       COVERED-PASS-RTN.
           MOVE "COVERED TRANSACTIONS - AT OR ABOVE THRESHOLD"
               TO SECHD-TITLE.
           PERFORM SECTION-HD-RTN THRU SECTION-HD-END.
           MOVE "N" TO TL-EOF.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               PERFORM UNTIL TL-EOF = "Y"
                   READ TRANSAC-LOG
                       AT END
                           MOVE "Y" TO TL-EOF
                       NOT AT END
                           PERFORM TL-DECODE-RTN THRU TL-DECODE-END
                           IF TXN-KIND NOT = SPACE
                               AND TL-PESO-AMT NOT LESS THAN THRESH-WS
                               MOVE "CT" TO FLAG-WS
                               MOVE 0 TO REL-SEQ-WS
                               PERFORM FLAG-ONE-RTN THRU FLAG-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAC-LOG
           END-IF.
       COVERED-PASS-END.
           EXIT.

       STRUCT-PASS-RTN.
           MOVE "STRUCTURING - SPLIT CASH JUST UNDER THRESHOLD"
               TO SECHD-TITLE.
           PERFORM SECTION-HD-RTN THRU SECTION-HD-END.
           MOVE 0 TO ST-CNT.
           MOVE "N" TO TL-EOF.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               PERFORM UNTIL TL-EOF = "Y"
                   READ TRANSAC-LOG
                       AT END
                           MOVE "Y" TO TL-EOF
                       NOT AT END
                           PERFORM TL-DECODE-RTN THRU TL-DECODE-END
                           IF TXN-KIND = "C"
                               AND TL-PESO-AMT NOT LESS THAN FLOOR-WS
                               AND TL-PESO-AMT LESS THAN THRESH-WS
                               PERFORM STRUCT-ADD-RTN
                                   THRU STRUCT-ADD-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAC-LOG
           END-IF.
           PERFORM VARYING I-SUB FROM 1 BY 1 UNTIL I-SUB > ST-CNT
               IF ST-DONE(I-SUB) = "N"
                   PERFORM STRUCT-GROUP-RTN THRU STRUCT-GROUP-END
               END-IF
           END-PERFORM.
       STRUCT-PASS-END.
           EXIT.

       STRUCT-ADD-RTN.
           IF ST-CNT LESS THAN 1000
               ADD 1 TO ST-CNT
               MOVE TL-SEQ-WS TO ST-SEQ(ST-CNT)
               MOVE TL-DATE-WS TO ST-DATE(ST-CNT)
               MOVE TL-TIME-WS TO ST-TIME(ST-CNT)
               MOVE TL-ACC-WS TO ST-ACC-NO(ST-CNT)
               MOVE TL-TRANSAC-NAME TO ST-TXN(ST-CNT)
               MOVE TL-ORIG-AMT TO ST-ORIG-AMT(ST-CNT)
               MOVE TL-PESO-AMT TO ST-PESO-AMT(ST-CNT)
               MOVE TL-TELLER-ID TO ST-TELLER(ST-CNT)
               MOVE TL-APPR-ID TO ST-APPR(ST-CNT)
               MOVE "N" TO ST-DONE(ST-CNT)
           ELSE
               DISPLAY (23, 1)
                   "Structuring Table Full - Narrow The Date Range"
           END-IF.
       STRUCT-ADD-END.
           EXIT.

       STRUCT-GROUP-RTN.
           MOVE 0 TO GRP-CNT.
           MOVE 0 TO GRP-NEW-CNT.
           MOVE 0 TO GRP-AMT.
           PERFORM VARYING J-SUB FROM I-SUB BY 1 UNTIL J-SUB > ST-CNT
               IF ST-ACC-NO(J-SUB) = ST-ACC-NO(I-SUB)
                   AND ST-DATE(J-SUB) = ST-DATE(I-SUB)
                   ADD 1 TO GRP-CNT
                   ADD ST-PESO-AMT(J-SUB) TO GRP-AMT
                   MOVE ST-SEQ(J-SUB) TO AR-SEQ-NO
                   MOVE "SS" TO AR-FLAG
                   READ AML-REPORTED
                       INVALID KEY
                           ADD 1 TO GRP-NEW-CNT
                   END-READ
               END-IF
           END-PERFORM.

           IF GRP-CNT NOT LESS THAN STRUCT-CNT-WS
                   AND GRP-AMT GREATER THAN THRESH-WS
               IF GRP-NEW-CNT = 0
                   ADD GRP-CNT TO SKIP-CNT
               ELSE
                   PERFORM VARYING J-SUB FROM I-SUB BY 1
                           UNTIL J-SUB > ST-CNT
                       IF ST-ACC-NO(J-SUB) = ST-ACC-NO(I-SUB)
                           AND ST-DATE(J-SUB) = ST-DATE(I-SUB)
                           PERFORM STRUCT-FLAG-RTN
                               THRU STRUCT-FLAG-END
                       END-IF
                   END-PERFORM
                   MOVE GRP-CNT TO GRPTOT-CNT
                   MOVE GRP-AMT TO GRPTOT-AMT
                   WRITE OUTREC FROM GRP-TOT-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           PERFORM VARYING J-SUB FROM I-SUB BY 1 UNTIL J-SUB > ST-CNT
               IF ST-ACC-NO(J-SUB) = ST-ACC-NO(I-SUB)
                   AND ST-DATE(J-SUB) = ST-DATE(I-SUB)
                   MOVE "Y" TO ST-DONE(J-SUB)
               END-IF
           END-PERFORM.
       STRUCT-GROUP-END.
           EXIT.

       STRUCT-FLAG-RTN.
           MOVE ST-SEQ(J-SUB) TO TL-SEQ-WS.
           MOVE ST-DATE(J-SUB) TO TL-DATE-WS.
           MOVE ST-TIME(J-SUB) TO TL-TIME-WS.
           MOVE ST-ACC-NO(J-SUB) TO TL-ACC-WS.
           MOVE ST-TXN(J-SUB) TO TL-TRANSAC-NAME.
           MOVE ST-ORIG-AMT(J-SUB) TO TL-ORIG-AMT.
           MOVE ST-PESO-AMT(J-SUB) TO TL-PESO-AMT.
           MOVE ST-TELLER(J-SUB) TO TL-TELLER-ID.
           MOVE ST-APPR(J-SUB) TO TL-APPR-ID.
           PERFORM ACCT-INFO-RTN THRU ACCT-INFO-END.
           MOVE "SS" TO FLAG-WS.
           MOVE ST-SEQ(I-SUB) TO REL-SEQ-WS.
           PERFORM FLAG-ONE-RTN THRU FLAG-ONE-END.
       STRUCT-FLAG-END.
           EXIT.

       RAPID-PASS-RTN.
           MOVE "RAPID IN-AND-OUT TRANSFERS" TO SECHD-TITLE.
           PERFORM SECTION-HD-RTN THRU SECTION-HD-END.
           MOVE 0 TO XI-CNT.
           MOVE 0 TO XI-NEXT.
           MOVE "N" TO TL-EOF.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               PERFORM UNTIL TL-EOF = "Y"
                   READ TRANSAC-LOG
                       AT END
                           MOVE "Y" TO TL-EOF
                       NOT AT END
                           PERFORM TL-DECODE-RTN THRU TL-DECODE-END
                           PERFORM RAPID-ONE-RTN THRU RAPID-ONE-END
                   END-READ
               END-PERFORM
               CLOSE TRANSAC-LOG
           END-IF.
       RAPID-PASS-END.
           EXIT.

       RAPID-ONE-RTN.
           IF TL-TRANSAC-NAME = "Transfer In"
                   AND TL-DATE-WS NOT LESS THAN DATE-FROM-IN
                   AND TL-DATE-WS NOT GREATER THAN DATE-TO-IN
                   AND TL-PESO-AMT NOT LESS THAN RAPID-MIN-WS
               ADD 1 TO XI-NEXT
               IF XI-NEXT GREATER THAN 500
                   MOVE 1 TO XI-NEXT
               END-IF
               IF XI-CNT LESS THAN 500
                   ADD 1 TO XI-CNT
               END-IF
               MOVE TL-SEQ-WS TO XI-SEQ(XI-NEXT)
               MOVE TL-ACC-WS TO XI-ACC-NO(XI-NEXT)
               MOVE TL-MINUTES TO XI-MINUTES(XI-NEXT)
               MOVE TL-PESO-AMT TO XI-PESO-AMT(XI-NEXT)
           ELSE
               IF TXN-KIND NOT = SPACE
                   AND TL-TRANSAC-NAME NOT = "Initial Dep"
                   AND TL-TRANSAC-NAME NOT = "Deposit"
                   AND TL-TRANSAC-NAME NOT = "Chq Deposit"
                   AND TL-TRANSAC-NAME NOT = "Loan Payment"
                   PERFORM RAPID-MATCH-RTN THRU RAPID-MATCH-END
               END-IF
           END-IF.
       RAPID-ONE-END.
           EXIT.

       RAPID-MATCH-RTN.
           MOVE "N" TO RAPID-HIT.
           MOVE 0 TO REL-SEQ-WS.
           PERFORM VARYING X-SUB FROM 1 BY 1
                   UNTIL X-SUB > XI-CNT OR RAPID-HIT = "Y"
               IF XI-ACC-NO(X-SUB) = TL-ACC-WS
                   AND TL-MINUTES NOT LESS THAN XI-MINUTES(X-SUB)
                   AND TL-MINUTES - XI-MINUTES(X-SUB)
                       NOT GREATER THAN WINDOW-MIN
                   COMPUTE RAPID-MIN-AMT ROUNDED =
                       XI-PESO-AMT(X-SUB) * RAPID-PCT-WS / 100
                   IF TL-PESO-AMT NOT LESS THAN RAPID-MIN-AMT
                       MOVE "Y" TO RAPID-HIT
                       MOVE XI-SEQ(X-SUB) TO REL-SEQ-WS
                   END-IF
               END-IF
           END-PERFORM.
           IF RAPID-HIT = "Y"
               MOVE "RT" TO FLAG-WS
               PERFORM FLAG-ONE-RTN THRU FLAG-ONE-END
           END-IF.
       RAPID-MATCH-END.
           EXIT.

       TL-DECODE-RTN.
           MOVE SPACE TO TXN-KIND.
           MOVE FUNCTION NUMVAL(TL-SEQ-NO) TO TL-SEQ-WS.
           MOVE FUNCTION NUMVAL(TL-ACC-NO) TO TL-ACC-WS.
           MOVE FUNCTION NUMVAL(TL-TIMESTAMP(1:8)) TO TL-DATE-WS.
           MOVE FUNCTION NUMVAL(TL-TIMESTAMP(9:6)) TO TL-TIME-WS.
           IF TL-DATE-WS NOT LESS THAN DATE-FROM-IN
                   AND TL-DATE-WS NOT GREATER THAN DATE-TO-IN
               EVALUATE TL-TRANSAC-NAME
                   WHEN "Deposit"
                   WHEN "Initial Dep"
                   WHEN "Withdrawal"
                   WHEN "Closure Pay"
                       MOVE "C" TO TXN-KIND
                   WHEN "Transfer Out"
                   WHEN "Chq Deposit"
                   WHEN "Loan Payment"
                   WHEN "Chq Paid"
                       MOVE "O" TO TXN-KIND
                   WHEN OTHER
                       MOVE SPACE TO TXN-KIND
               END-EVALUATE
           END-IF.
           IF TXN-KIND NOT = SPACE
                   OR TL-TRANSAC-NAME = "Transfer In"
               MOVE FUNCTION NUMVAL-C(TL-AMOUNT) TO TL-ORIG-AMT
               COMPUTE TL-MINUTES =
                   FUNCTION INTEGER-OF-DATE(TL-DATE-WS) * 1440
                   + TL-HH * 60 + TL-MI
               PERFORM ACCT-INFO-RTN THRU ACCT-INFO-END
           END-IF.
       TL-DECODE-END.
           EXIT.

       ACCT-INFO-RTN.
           MOVE TL-ACC-WS TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO ACC-NAME-WS
                   MOVE "PHP" TO TL-CCY-WS
                   MOVE TL-ORIG-AMT TO TL-PESO-AMT
               NOT INVALID KEY
                   MOVE AM-ACC-NAME TO ACC-NAME-WS
                   IF AM-ACC-TYP = "D"
                       MOVE "USD" TO TL-CCY-WS
                       COMPUTE TL-PESO-AMT ROUNDED =
                           TL-ORIG-AMT * FX-RATE
                   ELSE
                       MOVE "PHP" TO TL-CCY-WS
                       MOVE TL-ORIG-AMT TO TL-PESO-AMT
                   END-IF
           END-READ.
       ACCT-INFO-END.
           EXIT.

       FLAG-ONE-RTN.
           MOVE TL-SEQ-WS TO AR-SEQ-NO.
           MOVE FLAG-WS TO AR-FLAG.
           MOVE "N" TO RPTD-FLAG.
           READ AML-REPORTED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RPTD-FLAG
           END-READ.
           IF RPTD-FLAG = "Y"
               ADD 1 TO SKIP-CNT
           ELSE
               MOVE RUN-DATE-WS TO AR-RPT-DATE
               WRITE AML-REPORTED-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE FLAG-WS
                   WHEN "CT"
                       ADD 1 TO CT-CNT
                   WHEN "SS"
                       ADD 1 TO SS-CNT
                   WHEN OTHER
                       ADD 1 TO RT-CNT
               END-EVALUATE
               MOVE "D1" TO AX-REC-TYPE
               MOVE FLAG-WS TO AX-FLAG
               MOVE TL-SEQ-WS TO AX-SEQ-NO
               MOVE TL-DATE-WS TO AX-TXN-DATE
               MOVE TL-TIME-WS TO AX-TXN-TIME
               MOVE TL-ACC-WS TO AX-ACC-NO
               MOVE ACC-NAME-WS TO AX-ACC-NAME
               MOVE TL-TRANSAC-NAME TO AX-TXN-NAME
               MOVE TL-CCY-WS TO AX-CCY
               MOVE TL-ORIG-AMT TO AX-ORIG-AMT
               MOVE TL-PESO-AMT TO AX-PESO-AMT
               MOVE TL-TELLER-ID TO AX-TELLER-ID
               MOVE TL-APPR-ID TO AX-APPR-ID
               MOVE REL-SEQ-WS TO AX-REL-SEQ
               WRITE AML-EXT-REC
               ADD 1 TO XT-REC-CNT
               ADD TL-PESO-AMT TO XT-PESO-AMT
               MOVE FLAG-WS TO AMLLN-FLAG
               MOVE TL-SEQ-WS TO AMLLN-SEQ
               MOVE TL-DATE-WS TO AMLLN-DATE
               MOVE TL-ACC-WS TO AMLLN-ACC-NO
               MOVE TL-TRANSAC-NAME TO AMLLN-TXN
               MOVE TL-PESO-AMT TO AMLLN-AMT
               MOVE TL-TELLER-ID TO AMLLN-TELLER
               MOVE TL-APPR-ID TO AMLLN-APPR
               MOVE REL-SEQ-WS TO AMLLN-REL-SEQ
               WRITE OUTREC FROM AML-LINE-REC AFTER ADVANCING 1 LINE
           END-IF.
       FLAG-ONE-END.
           EXIT.

       SECTION-HD-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SEC-HD-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AML-COLHD-REC AFTER ADVANCING 1 LINE.
       SECTION-HD-END.
           EXIT.

       TOTALS-RTN.
           MOVE SPACES TO AML-EXT-TRL.
           MOVE "T1" TO AXT-REC-TYPE.
           MOVE XT-REC-CNT TO AXT-REC-CNT.
           MOVE CT-CNT TO AXT-CT-CNT.
           MOVE SS-CNT TO AXT-SS-CNT.
           MOVE RT-CNT TO AXT-RT-CNT.
           MOVE XT-PESO-AMT TO AXT-PESO-AMT.
           WRITE AML-EXT-TRL.

           MOVE CT-CNT TO AMLTOT-CT.
           MOVE SS-CNT TO AMLTOT-SS.
           MOVE RT-CNT TO AMLTOT-RT.
           MOVE SKIP-CNT TO AMLTOT-SKIP.
           MOVE XT-PESO-AMT TO AMLTOT-AMT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM AML-TOT1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AML-TOT2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AML-TOT3-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AML-TOT4-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AML-TOT5-REC AFTER ADVANCING 1 LINE.
           DISPLAY (8, 1) "Covered Transactions: ".
           DISPLAY (8, 40) AMLTOT-CT.
           DISPLAY (9, 1) "Structuring Items: ".
           DISPLAY (9, 40) AMLTOT-SS.
           DISPLAY (10, 1) "Rapid Transfer Items: ".
           DISPLAY (10, 40) AMLTOT-RT.
           DISPLAY (11, 1) "Skipped - Already Reported: ".
           DISPLAY (11, 40) AMLTOT-SKIP.
       TOTALS-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE AML-REPORTED.
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
