           SELECT DISC-RULE-FILE ASSIGN TO "C:\dos\cobol\discrule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "C:\dos\cobol\taxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-FILE-STATUS.
           SELECT ROUTE-FILE ASSIGN TO "C:\dos\cobol\routebk.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-FILE-STATUS.
           SELECT SURCHARGE-FILE ASSIGN TO "C:\dos\cobol\surchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SC-FILE-STATUS.
           SELECT DCN-PARM-FILE ASSIGN TO "C:\dos\cobol\dcnbill.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.
           SELECT ADJ-MEMO ASSIGN TO "C:\dos\cobol\adjmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS AJ-FILE-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "C:\dos\cobol\custaudt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT BIZ-CAL-FILE ASSIGN TO "C:\dos\cobol\bizcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 CM-ACC-COD PIC X.
           05 CM-AR-COD PIC 9.
           05 CM-DISC-TYP PIC X.
           05 CM-CONN-STAT PIC X.
           05 CM-SVC-ADDR PIC X(40).
           05 CM-MAIL-ADDR1 PIC X(40).
           05 CM-MAIL-ADDR2 PIC X(40).
           05 CM-CONN-DATE PIC 9(8).
           05 CM-CLOSE-DATE PIC 9(8).
       FD RATE-TABLE-FILE.
       01 RATE-TABLE-REC.
           05 RTF-AR-COD PIC 9.
           05 CKPT-HIGH-KWH PIC 9(6).
           05 CKPT-HIGH-CUS-NAM PIC X(25).
           05 CKPT-REC-FLAG PIC 9.
           05 CKPT-TOTAL-VAT PIC 9(8)V99.
           05 CKPT-TOTAL-FRAN PIC 9(8)V99.
       FD BILL-PRINT-FILE.
       01 BILL-PRINT-REC.
           05 FILLER PIC X(80).
           05 EB-BILL-AMT PIC 9(7)V99.
           05 EB-PAID-AMT PIC 9(7)V99.
           05 EB-STATUS PIC X.
           05 EB-VAT-AMT PIC 9(7)V99.
           05 EB-FRAN-AMT PIC 9(7)V99.
       FD READINGS-FILE.
       01 READINGS-REC.
           05 RD-ACC-NO PIC X(10).
           05 DRF-SEN-PCT PIC X(3).
           05 FILLER PIC X(1).
           05 DRF-SEN-CAP PIC X(9).
       FD TAX-RATE-FILE.
       01 TAX-RATE-REC.
           05 TXR-TYPE PIC X.
           05 FILLER PIC X(1).
           05 TXR-AR-COD PIC X.
           05 FILLER PIC X(1).
           05 TXR-EFF-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 TXR-RATE PIC X(6).
       FD SURCHARGE-FILE.
       01 SURCHARGE-REC.
           05 SC-KEY.
               10 SC-ACC-NO PIC X(10).
               10 SC-PERIOD PIC 9(6).
           05 SC-ASSESS-DATE PIC 9(8).
           05 SC-BASE-AMT PIC 9(7)V99.
           05 SC-RATE PIC 9V9999.
           05 SC-AMOUNT PIC 9(7)V99.
           05 SC-PAID-AMT PIC 9(7)V99.
           05 SC-STATUS PIC X.
       FD ADJ-MEMO.
       01 ADJ-MEMO-REC.
           05 AJ-KEY.
               10 AJ-ACC-NO PIC X(10).
               10 AJ-PERIOD PIC 9(6).
               10 AJ-SEQ PIC 99.
           05 AJ-TYPE PIC X.
           05 AJ-AMOUNT PIC 9(7)V99.
           05 AJ-REASON PIC X(2).
           05 AJ-CLERK PIC X(5).
           05 AJ-APPR-ID PIC X(5).
           05 AJ-DATE PIC 9(8).
           05 AJ-STATUS PIC X.
       FD DCN-PARM-FILE.
       01 DCN-PARM-REC.
           05 DNP-MIN-CHARGE PIC X(9).
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
       FD BIZ-CAL-FILE.
       01 BIZ-CAL-REC.
           05 BC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BC-TYPE PIC X.
           05 FILLER PIC X(1).
           05 BC-DESC PIC X(20).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 PREV-RED-OUT PIC Z(6).
           05 CUR-RED-OUT PIC Z(6).

       01 BIZ-CAL-WS.
           05 BCT-CNT PIC 9(3) VALUE 0.
           05 BCT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON BCT-CNT
                   INDEXED BY BCT-IDX.
               10 BCT-DATE PIC 9(8).
               10 BCT-TYPE PIC X.

       01 INIT-FLAGS.
           05 END-PROG PIC 9 VALUE 0.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 RT-EOF PIC X VALUE "N".
           05 CKPT-FILE-STATUS PIC XX.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 DUE-DATE-WS PIC 9(8).
           05 DUE-DAYS PIC 99 VALUE 15.
           05 LAST-CKPT-ACC-NO PIC X(10) VALUE SPACES.
           05 RO-EOF PIC X VALUE "N".
           05 EXC-GRP-ROUTE PIC X(4).
           05 EXC-GRP-READER PIC X(5).
           05 SC-FILE-STATUS PIC XX.
           05 SC-EOF PIC X VALUE "N".
           05 SURCH-ARR-WS PIC 9(7)V99 VALUE 0.
           05 AJ-FILE-STATUS PIC XX.
           05 AJ-EOF PIC X VALUE "N".
           05 ADJ-ACC-WS PIC X(10).
           05 ADJ-PER-WS PIC 9(6).
           05 ADJ-NET-WS PIC S9(7)V99 VALUE 0.
           05 ADJ-BASE-WS PIC S9(8)V99 VALUE 0.
           05 DN-FILE-STATUS PIC XX.
           05 DCN-MIN-CHARGE PIC 9(6)V99 VALUE 0.
           05 DCN-BILL-FLAG PIC X VALUE "N".
           05 DCN-NEXT-FLAG PIC X VALUE "N".
           05 DCN-MIN-CNT PIC 9(4) VALUE 0.
           05 DCN-SKIP-CNT PIC 9(4) VALUE 0.
           05 CA-FILE-STATUS PIC XX.
           05 CM-BEFORE-WS PIC X(175).
           05 MAIL1-WS PIC X(40).
           05 MAIL2-WS PIC X(40).
           05 TX-FILE-STATUS PIC XX.
           05 TX-EOF PIC X VALUE "N".
           05 TAX-DATE-WS PIC 9(8).
           05 TAX-TYPE-WS PIC X.
           05 TAX-AREA-WS PIC X.
           05 TAX-RATE-WS PIC 9(2)V99.
           05 TAX-BEST-DATE PIC 9(8).
           05 TAX-WILD-DATE PIC 9(8).
           05 TAX-WILD-RATE PIC 9(2)V99.
           05 TAX-BASE-WS PIC 9(7)V99.
           05 VAT-RATE-WS PIC 9(2)V99 VALUE 0.
           05 FRAN-RATE-WS PIC 9(2)V99 VALUE 0.
           05 VAT-AMT-WS PIC 9(7)V99 VALUE 0.
           05 FRAN-AMT-WS PIC 9(7)V99 VALUE 0.
           05 TOTAL-VAT-RUN PIC 9(8)V99 VALUE 0.
           05 TOTAL-FRAN-RUN PIC 9(8)V99 VALUE 0.

       01 TAX-TBL-WS.
           05 TXT-CNT PIC 99 VALUE 0.
           05 TXT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON TXT-CNT
                   INDEXED BY TXT-IDX.
               10 TXT-TYPE PIC X.
               10 TXT-AR-COD PIC X.
               10 TXT-EFF-DATE PIC 9(8).
               10 TXT-RATE PIC 9(2)V99.

       01 BILLP-TAX-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BPTAX-DESC PIC X(14).
           05 FILLER PIC X(2) VALUE " (".
           05 BPTAX-RATE PIC Z9.99.
           05 FILLER PIC X(4) VALUE "%): ".
           05 BPTAX-AMT PIC ZZZ,ZZ9.99.
       01 TOTALS-VAT-TRAILER.
           05 FILLER PIC X(18) VALUE "Total VAT Billed: ".
           05 TOTAL-VAT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 TOTALS-FRAN-TRAILER.
           05 FILLER PIC X(29) VALUE
               "Total Franchise Tax Billed:  ".
           05 TOTAL-FRAN-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 BILLP-CHG-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RERATE-NEW-AMT PIC 9(7)V99.
           05 RERATE-ADJ PIC S9(7)V99.
           05 RERATE-CNT PIC 9(4) VALUE 0.
           05 RERATE-SKIP-CNT PIC 9(4) VALUE 0.
           05 RERATE-SKIP-FLAG PIC X VALUE "N".
           05 RERATE-TOT-ADJ PIC S9(9)V99 VALUE 0.
       01 RERATE-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RRTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(20) VALUE "   Total Adjustment:".
           05 RRTOT-ADJ PIC -ZZZ,ZZ9.99.
           05 FILLER PIC X(15) VALUE "   Not Rerated:".
           05 RRTOT-SKIP PIC ZZZ9.

       01 READINGS-TBL-WS.
           05 RDT-CNT PIC 9(3) VALUE 0.
           05 FILLER PIC X(21) VALUE "   Accounts Billed:  ".
           05 EXCTOT-BILLED PIC ZZZ9.

       01 DCN-LINE-REC.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DCNLN-ACC-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DCNLN-NAME PIC X(20).
           05 DCNLN-ACTION PIC X(40).
       01 DCN-TOT-REC.
           05 FILLER PIC X(33) VALUE
               "Disconnected - Min. Charge Billed".
           05 FILLER PIC X(2) VALUE ": ".
           05 DCNTOT-MIN PIC ZZZ9.
           05 FILLER PIC X(16) VALUE "   Not Billed:  ".
           05 DCNTOT-SKIP PIC ZZZ9.

       01 RATE-TABLE-WS.
           05 RATE-TBL-CNT PIC 99 VALUE 0.
           05 RATE-TBL-ENTRY OCCURS 1 TO 20 TIMES
           05 BPACC-NO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 BPACC-NAME PIC X(25).
       01 BILLP-ADDR-REC.
           05 FILLER PIC X(15) VALUE SPACES.
           05 BPADDR-LINE PIC X(40).
       01 BILLP-TYPE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Account Type: ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Arrears (Unpaid): ".
           05 BPARR-AMT PIC ZZZ,ZZ9.99.
       01 BILLP-SUR-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Incl. Late Payment Surcharge: ".
           05 BPSUR-AMT PIC ZZZ,ZZ9.99.
       01 BILLP-DCN-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "SERVICE DISCONNECTED - MINIMUM CHARGE".
       01 BILLP-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "TOTAL AMOUNT DUE: ".
       01 BILLP-STUB1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "REMITTANCE STUB".
       01 BILLP-STUB3-REC.
           05 FILLER PIC X(15) VALUE SPACES.
           05 BPSTB-NAME PIC X(25).
       01 BILLP-STUB2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Account No.: ".
           PERFORM LOAD-TARIFF-RTN THRU LOAD-TARIFF-END.
           PERFORM LOAD-EXP-RATE-RTN THRU LOAD-EXP-RATE-END.
           PERFORM LOAD-DISC-RULE-RTN THRU LOAD-DISC-RULE-END.
           PERFORM LOAD-TAX-RATE-RTN THRU LOAD-TAX-RATE-END.
           PERFORM LOAD-DCN-PARM-RTN THRU LOAD-DCN-PARM-END.
           PERFORM LOAD-CHECKPOINT-RTN THRU LOAD-CHECKPOINT-END.
           IF LAST-CKPT-ACC-NO NOT = SPACES
               OPEN EXTEND OUTFILE
               OPEN OUTPUT OUTFILE
               OPEN OUTPUT BILL-PRINT-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           COMPUTE DUE-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS) + DUE-DAYS).
           MOVE DUE-DATE-WS TO BIZ-DATE-WS.
           PERFORM BIZ-ROLL-RTN THRU BIZ-ROLL-END.
           MOVE BIZ-DATE-WS TO DUE-DATE-WS.
           OPEN I-O ELEC-BILL-FILE.
           IF EB-FILE-STATUS = "35"
               OPEN OUTPUT ELEC-BILL-FILE
               CLOSE METER-HIST
               OPEN I-O METER-HIST
           END-IF.
           OPEN I-O SURCHARGE-FILE.
           IF SC-FILE-STATUS = "35"
               OPEN OUTPUT SURCHARGE-FILE
               CLOSE SURCHARGE-FILE
               OPEN I-O SURCHARGE-FILE
           END-IF.
           OPEN I-O ADJ-MEMO.
           IF AJ-FILE-STATUS = "35"
               OPEN OUTPUT ADJ-MEMO
               CLOSE ADJ-MEMO
               OPEN I-O ADJ-MEMO
           END-IF.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF CA-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUST-AUDIT-FILE
           END-IF.
           DISPLAY (1, 1) "Billing Period (YYYYMM): ".
           ACCEPT (1, 40) PERIOD-IN.
           DISPLAY (1, 1) SPACER.
                   MOVE 0 TO TOTAL-KWH-RUN
                   MOVE 0 TO TOTAL-SYS-CHARG-RUN
                   MOVE 0 TO TOTAL-REVENUE-RUN
                   MOVE 0 TO TOTAL-VAT-RUN
                   MOVE 0 TO TOTAL-FRAN-RUN
                   MOVE 0 TO REC
                   MOVE 0 TO CUR-HIGH-KWH
                   MOVE SPACES TO HIGH-CUS-KWH
               MOVE 0 TO VALID-FLAG

               PERFORM ARREARS-RTN THRU ARREARS-END
               MOVE RUN-DATE-WS TO TAX-DATE-WS
               PERFORM TAX-RTN THRU TAX-END
               COMPUTE CUR-CHARGES-WS = ELEC-BILL + SYS-CHARG-IN
                   + VAT-AMT-WS + FRAN-AMT-WS
               COMPUTE TOT-BIL-IN = CUR-CHARGES-WS + ARREARS-WS
               MOVE ARREARS-WS TO BPARR-AMT
               DISPLAY (12, 60) "Arrears: "
       LOAD-DISC-RULE-END.
           EXIT.

       LOAD-TAX-RATE-RTN.
           OPEN INPUT TAX-RATE-FILE.
           IF TX-FILE-STATUS = "00"
               PERFORM UNTIL TX-EOF = "Y"
                   READ TAX-RATE-FILE
                       AT END
                           MOVE "Y" TO TX-EOF
                       NOT AT END
                           ADD 1 TO TXT-CNT
                           MOVE FUNCTION UPPER-CASE(TXR-TYPE)
                               TO TXT-TYPE(TXT-CNT)
                           MOVE TXR-AR-COD TO TXT-AR-COD(TXT-CNT)
                           MOVE FUNCTION NUMVAL(TXR-EFF-DATE)
                               TO TXT-EFF-DATE(TXT-CNT)
                           MOVE FUNCTION NUMVAL(TXR-RATE)
                               TO TXT-RATE(TXT-CNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           ELSE
               DISPLAY (3, 1)
                   "Tax Rate File Not Found - No Taxes Billed"
           END-IF.
       LOAD-TAX-RATE-END.
           EXIT.

       LOAD-DCN-PARM-RTN.
           OPEN INPUT DCN-PARM-FILE.
           IF DN-FILE-STATUS = "00"
               READ DCN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(DNP-MIN-CHARGE)
                           TO DCN-MIN-CHARGE
               END-READ
               CLOSE DCN-PARM-FILE
           END-IF.
       LOAD-DCN-PARM-END.
           EXIT.

       DISCOUNT-RTN.
           MOVE 0 TO LIFE-DISC-WS.
           MOVE 0 TO SEN-DISC-WS.
       DISCOUNT-END.
           EXIT.

       TAX-RTN.
           COMPUTE TAX-BASE-WS = ELEC-BILL + SYS-CHARG-IN.
           MOVE AR-COD-IN TO TAX-AREA-WS.
           MOVE "V" TO TAX-TYPE-WS.
           PERFORM TAX-RATE-FIND-RTN THRU TAX-RATE-FIND-END.
           MOVE TAX-RATE-WS TO VAT-RATE-WS.
           MOVE "F" TO TAX-TYPE-WS.
           PERFORM TAX-RATE-FIND-RTN THRU TAX-RATE-FIND-END.
           MOVE TAX-RATE-WS TO FRAN-RATE-WS.
           IF LIFE-DISC-WS GREATER THAN 0
               MOVE 0 TO VAT-RATE-WS
               MOVE 0 TO FRAN-RATE-WS
           END-IF.
           IF SEN-DISC-WS GREATER THAN 0
               MOVE 0 TO VAT-RATE-WS
           END-IF.
           COMPUTE VAT-AMT-WS ROUNDED =
               TAX-BASE-WS * VAT-RATE-WS / 100.
           COMPUTE FRAN-AMT-WS ROUNDED =
               TAX-BASE-WS * FRAN-RATE-WS / 100.
       TAX-END.
           EXIT.

       TAX-RATE-FIND-RTN.
           MOVE 0 TO TAX-RATE-WS.
           MOVE 0 TO TAX-BEST-DATE.
           MOVE 0 TO TAX-WILD-DATE.
           MOVE 0 TO TAX-WILD-RATE.
           PERFORM VARYING TXT-IDX FROM 1 BY 1 UNTIL TXT-IDX > TXT-CNT
               IF TXT-TYPE(TXT-IDX) = TAX-TYPE-WS
                       AND TXT-EFF-DATE(TXT-IDX)
                           NOT GREATER THAN TAX-DATE-WS
                   IF TXT-AR-COD(TXT-IDX) = TAX-AREA-WS
                           AND TXT-EFF-DATE(TXT-IDX)
                               GREATER THAN TAX-BEST-DATE
                       MOVE TXT-EFF-DATE(TXT-IDX) TO TAX-BEST-DATE
                       MOVE TXT-RATE(TXT-IDX) TO TAX-RATE-WS
                   END-IF
                   IF TXT-AR-COD(TXT-IDX) = "*"
                           AND TXT-EFF-DATE(TXT-IDX)
                               GREATER THAN TAX-WILD-DATE
                       MOVE TXT-EFF-DATE(TXT-IDX) TO TAX-WILD-DATE
                       MOVE TXT-RATE(TXT-IDX) TO TAX-WILD-RATE
                   END-IF
               END-IF
           END-PERFORM.
           IF TAX-BEST-DATE = 0
               MOVE TAX-WILD-RATE TO TAX-RATE-WS
           END-IF.
       TAX-RATE-FIND-END.
           EXIT.

       EXPORT-CAPTURE-RTN.
           MOVE "N" TO EXPORT-FLAG.
           MOVE 0 TO EXPORT-READ-WS.
           END-PERFORM.
           MOVE RERATE-CNT TO RRTOT-CNT.
           MOVE RERATE-TOT-ADJ TO RRTOT-ADJ.
           MOVE RERATE-SKIP-CNT TO RRTOT-SKIP.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RERATE-TOT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (4, 1) "Rerate Complete - Accounts: ".
           EXIT.

       RERATE-ONE-RTN.
           MOVE "N" TO RERATE-SKIP-FLAG.
           IF EB-KWH = 0
               MOVE "Y" TO RERATE-SKIP-FLAG
           ELSE
               MOVE EB-ACC-NO TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-CONN-STAT = "D"
                           MOVE "Y" TO RERATE-SKIP-FLAG
                       END-IF
               END-READ
           END-IF.
           IF RERATE-SKIP-FLAG = "Y"
               ADD 1 TO RERATE-SKIP-CNT
           ELSE
               PERFORM RERATE-CALC-RTN THRU RERATE-CALC-END
           END-IF.
       RERATE-ONE-END.
           EXIT.

       RERATE-CALC-RTN.
           MOVE EB-BILL-AMT TO RERATE-OLD-AMT.
           MOVE EB-KWH TO KW-USED-IN.
           MOVE EB-ACC-COD TO ACC-COD-IN.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 0 TO SYS-CHAR-PER
                   MOVE 0 TO AR-COD-IN
                   MOVE "N" TO DISC-TYP-WS
               NOT INVALID KEY
                   SET RT-IDX TO 1
           END-READ.
           PERFORM DISCOUNT-RTN THRU DISCOUNT-END.
           COMPUTE SYS-CHARG-IN = ELEC-BILL * SYS-CHAR-PER.
           MOVE EB-BILL-DATE TO TAX-DATE-WS.
           PERFORM TAX-RTN THRU TAX-END.
           MOVE VAT-AMT-WS TO EB-VAT-AMT.
           MOVE FRAN-AMT-WS TO EB-FRAN-AMT.
           MOVE EB-ACC-NO TO ADJ-ACC-WS.
           MOVE EB-PERIOD TO ADJ-PER-WS.
           PERFORM ADJ-NET-RTN THRU ADJ-NET-END.
           COMPUTE ADJ-BASE-WS = ELEC-BILL + SYS-CHARG-IN
               + VAT-AMT-WS + FRAN-AMT-WS + ADJ-NET-WS.
           IF ADJ-BASE-WS LESS THAN 0
               MOVE 0 TO RERATE-NEW-AMT
           ELSE
               MOVE ADJ-BASE-WS TO RERATE-NEW-AMT
           END-IF.
           COMPUTE RERATE-ADJ = RERATE-NEW-AMT - RERATE-OLD-AMT.

           MOVE RERATE-NEW-AMT TO EB-BILL-AMT.
           MOVE RERATE-NEW-AMT TO RRLN-NEW.
           MOVE RERATE-ADJ TO RRLN-ADJ.
           WRITE OUTREC FROM RERATE-LINE-REC AFTER ADVANCING 1 LINE.
       RERATE-CALC-END.
           EXIT.

       LOAD-CHECKPOINT-RTN.
                           MOVE CKPT-HIGH-KWH TO CUR-HIGH-KWH
                           MOVE CKPT-HIGH-CUS-NAM TO HIGH-CUS-KWH
                           MOVE CKPT-REC-FLAG TO REC
                           MOVE CKPT-TOTAL-VAT TO TOTAL-VAT-RUN
                           MOVE CKPT-TOTAL-FRAN TO TOTAL-FRAN-RUN
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           EXIT.

       READ-NEXT-MASTER-RTN.
           MOVE "Y" TO DCN-NEXT-FLAG.
           PERFORM UNTIL DCN-NEXT-FLAG = "N"
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO MASTER-EOF
                       MOVE "N" TO DCN-NEXT-FLAG
                   NOT AT END
                       MOVE CM-ACC-NO TO ACC-NO-IN
                       MOVE CM-CUS-NAM TO CUS-NAM-IN
                       IF CM-CLOSE-DATE GREATER THAN 0
                           CONTINUE
                       ELSE
                           IF CM-CONN-STAT = "D"
                               PERFORM DCN-BILL-RTN THRU DCN-BILL-END
                           ELSE
                               MOVE "N" TO DCN-NEXT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       READ-NEXT-MASTER-END.
           EXIT.

       DCN-BILL-RTN.
           MOVE ACC-NO-IN TO DCNLN-ACC-NO.
           MOVE CUS-NAM-IN TO DCNLN-NAME.
           PERFORM VARYING RDT-IDX FROM 1 BY 1
                   UNTIL RDT-IDX > RDT-CNT
               IF RDT-ACC-NO(RDT-IDX) = ACC-NO-IN
                   MOVE "Y" TO RDT-MATCHED(RDT-IDX)
               END-IF
           END-PERFORM.
           IF DCN-MIN-CHARGE = 0
               MOVE "SERVICE DISCONNECTED - NOT BILLED"
                   TO DCNLN-ACTION
               ADD 1 TO DCN-SKIP-CNT
           ELSE
               MOVE ACC-NO-IN TO EB-ACC-NO
               MOVE PERIOD-IN TO EB-PERIOD
               READ ELEC-BILL-FILE
                   INVALID KEY
                       PERFORM DCN-MIN-RTN THRU DCN-MIN-END
                       MOVE "SERVICE DISCONNECTED - MINIMUM CHARGE"
                           TO DCNLN-ACTION
                   NOT INVALID KEY
                       MOVE "SERVICE DISCONNECTED - ALREADY BILLED"
                           TO DCNLN-ACTION
               END-READ
           END-IF.
           WRITE OUTREC FROM DCN-LINE-REC AFTER ADVANCING 1 LINE.
       DCN-BILL-END.
           EXIT.

       DCN-MIN-RTN.
           MOVE "Y" TO DCN-BILL-FLAG.
           MOVE "N" TO REVIEW-FLAG-IN.
           MOVE "N" TO EST-FLAG-WS.
           MOVE "N" TO TRUEUP-FLAG-WS.
           MOVE "N" TO CHG-NOTE-WS.
           MOVE "N" TO EXPORT-FLAG.
           MOVE CM-ACC-COD TO ACC-COD-IN.
           PERFORM ACC-COD-SET-RTN THRU ACC-COD-SET-END.
           MOVE 0 TO VALID-FLAG.
           MOVE ACC-NO-IN TO MH-ACC-NO.
           READ METER-HIST
               INVALID KEY
                   MOVE 0 TO PREV-RED-IN
               NOT INVALID KEY
                   MOVE MH-LAST-READING TO PREV-RED-IN
           END-READ.
           MOVE PREV-RED-IN TO CUR-RED-IN.
           MOVE 0 TO KW-USED-IN.
           MOVE 0 TO BLK-CNT.
           MOVE 0 TO LIFE-DISC-WS.
           MOVE 0 TO SEN-DISC-WS.
           MOVE 0 TO SYS-CHARG-IN.
           MOVE DCN-MIN-CHARGE TO ELEC-BILL.
           PERFORM ARREARS-RTN THRU ARREARS-END.
           MOVE CM-AR-COD TO AR-COD-IN.
           MOVE RUN-DATE-WS TO TAX-DATE-WS.
           PERFORM TAX-RTN THRU TAX-END.
           COMPUTE CUR-CHARGES-WS = ELEC-BILL + SYS-CHARG-IN
               + VAT-AMT-WS + FRAN-AMT-WS.
           COMPUTE TOT-BIL-IN = CUR-CHARGES-WS + ARREARS-WS.
           MOVE ARREARS-WS TO BPARR-AMT.
           MOVE KW-USED-IN TO KW-USED-OUT.
           MOVE SYS-CHARG-IN TO SYS-CHAR-OUT.
           MOVE TOT-BIL-IN TO TOT-BIL-OUT.
           ADD 1 TO DCN-MIN-CNT.
           PERFORM PRINT-RTN THRU PRINT-END.
           MOVE "N" TO DCN-BILL-FLAG.
       DCN-MIN-END.
           EXIT.

       PRIOR-PERIOD-RTN.
           DIVIDE PERIOD-IN BY 100 GIVING PP-YYYY
               REMAINDER PP-MM.
               PERFORM EXPORT-OFFSET-RTN THRU EXPORT-OFFSET-END
               COMPUTE SYS-CHARG-IN = ELEC-BILL * SYS-CHAR-PER
               PERFORM ARREARS-RTN THRU ARREARS-END
               MOVE RUN-DATE-WS TO TAX-DATE-WS
               PERFORM TAX-RTN THRU TAX-END
               COMPUTE CUR-CHARGES-WS = ELEC-BILL + SYS-CHARG-IN
                   + VAT-AMT-WS + FRAN-AMT-WS
               COMPUTE TOT-BIL-IN = CUR-CHARGES-WS + ARREARS-WS
               MOVE ARREARS-WS TO BPARR-AMT
               MOVE KW-USED-IN TO KW-USED-OUT
           EXIT.

       CM-STAMP-RTN.
           MOVE CUST-MAST-REC TO CM-BEFORE-WS.
           MOVE FUNCTION UPPER-CASE(ACC-COD-IN) TO CM-ACC-COD.
           MOVE AR-COD-IN TO CM-AR-COD.
           MOVE DISC-TYP-WS TO CM-DISC-TYP.
           REWRITE CUST-MAST-REC.
           IF CUST-MAST-REC NOT = CM-BEFORE-WS
               MOVE SPACES TO CUST-AUDIT-REC
               MOVE RUN-DATE-WS TO CA-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CA-TIME
               MOVE "PROG3PROB4" TO CA-PROG
               MOVE "STAMP" TO CA-FUNC
               MOVE "BATCH" TO CA-USER
               MOVE CM-BEFORE-WS TO CA-BEFORE
               MOVE CUST-MAST-REC TO CA-AFTER
               WRITE CUST-AUDIT-REC
           END-IF.
       CM-STAMP-END.
           EXIT.

                       END-IF
               END-READ
           END-PERFORM.
           PERFORM SURCH-ARR-RTN THRU SURCH-ARR-END.
           ADD SURCH-ARR-WS TO ARREARS-WS.
       ARREARS-END.
           EXIT.

       SURCH-ARR-RTN.
           MOVE 0 TO SURCH-ARR-WS.
           MOVE "N" TO SC-EOF.
           MOVE ACC-NO-IN TO SC-ACC-NO.
           MOVE 0 TO SC-PERIOD.
           START SURCHARGE-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO SC-EOF
           END-START.
           PERFORM UNTIL SC-EOF = "Y"
               READ SURCHARGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SC-EOF
                   NOT AT END
                       IF SC-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO SC-EOF
                       ELSE
                           IF SC-STATUS = "O"
                               COMPUTE SURCH-ARR-WS = SURCH-ARR-WS +
                                   SC-AMOUNT - SC-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SURCH-ARR-END.
           EXIT.

       WRITE-EB-RTN.
           MOVE 0 TO EB-PRIOR-PAID.
           MOVE ACC-NO-IN TO EB-ACC-NO.
           MOVE RUN-DATE-WS TO EB-BILL-DATE.
           MOVE KW-USED-IN TO EB-KWH.
           MOVE FUNCTION UPPER-CASE(ACC-COD-IN) TO EB-ACC-COD.
           MOVE ACC-NO-IN TO ADJ-ACC-WS.
           MOVE PERIOD-IN TO ADJ-PER-WS.
           PERFORM ADJ-NET-RTN THRU ADJ-NET-END.
           COMPUTE ADJ-BASE-WS = CUR-CHARGES-WS + ADJ-NET-WS.
           IF ADJ-BASE-WS LESS THAN 0
               MOVE 0 TO EB-BILL-AMT
           ELSE
               MOVE ADJ-BASE-WS TO EB-BILL-AMT
           END-IF.
           MOVE EB-PRIOR-PAID TO EB-PAID-AMT.
           MOVE VAT-AMT-WS TO EB-VAT-AMT.
           MOVE FRAN-AMT-WS TO EB-FRAN-AMT.
           IF EB-PAID-AMT NOT LESS THAN EB-BILL-AMT
               MOVE "P" TO EB-STATUS
           ELSE
       WRITE-EB-END.
           EXIT.

       ADJ-NET-RTN.
           MOVE 0 TO ADJ-NET-WS.
           MOVE "N" TO AJ-EOF.
           MOVE ADJ-ACC-WS TO AJ-ACC-NO.
           MOVE ADJ-PER-WS TO AJ-PERIOD.
           MOVE 0 TO AJ-SEQ.
           START ADJ-MEMO KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY
                   MOVE "Y" TO AJ-EOF
           END-START.
           PERFORM UNTIL AJ-EOF = "Y"
               READ ADJ-MEMO NEXT RECORD
                   AT END
                       MOVE "Y" TO AJ-EOF
                   NOT AT END
                       IF AJ-ACC-NO NOT = ADJ-ACC-WS
                               OR AJ-PERIOD NOT = ADJ-PER-WS
                           MOVE "Y" TO AJ-EOF
                       ELSE
                           IF AJ-STATUS = "P"
                               IF AJ-TYPE = "D"
                                   ADD AJ-AMOUNT TO ADJ-NET-WS
                               ELSE
                                   SUBTRACT AJ-AMOUNT FROM ADJ-NET-WS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       ADJ-NET-END.
           EXIT.

       WRITE-CHECKPOINT-RTN.
           MOVE ACC-NO-IN TO CKPT-ACC-NO.
           MOVE TOTAL-KWH-RUN TO CKPT-TOTAL-KWH.
           MOVE CUR-HIGH-KWH TO CKPT-HIGH-KWH.
           MOVE HIGH-CUS-KWH TO CKPT-HIGH-CUS-NAM.
           MOVE REC TO CKPT-REC-FLAG.
           MOVE TOTAL-VAT-RUN TO CKPT-TOTAL-VAT.
           MOVE TOTAL-FRAN-RUN TO CKPT-TOTAL-FRAN.
           WRITE CHECKPOINT-REC.
       WRITE-CHECKPOINT-END.
           EXIT.
               END-IF
               ADD KW-USED-IN TO TOTAL-KWH-RUN
               ADD SYS-CHARG-IN TO TOTAL-SYS-CHARG-RUN
               COMPUTE TOTAL-REVENUE-RUN = TOTAL-REVENUE-RUN
                   + ELEC-BILL + SYS-CHARG-IN
               ADD VAT-AMT-WS TO TOTAL-VAT-RUN
               ADD FRAN-AMT-WS TO TOTAL-FRAN-RUN
           END-IF.
           IF DCN-BILL-FLAG = "Y"
               MOVE "DISCONN" TO STATUS-OUT
           END-IF.

           WRITE OUTREC FROM REC-OUT AFTER ADVANCING 1 LINE.
           IF REVIEW-FLAG-IN = "N" OR EST-FLAG-WS = "Y"
               PERFORM WRITE-EB-RTN THRU WRITE-EB-END
               PERFORM BILL-PRINT-RTN THRU BILL-PRINT-END
               IF DCN-BILL-FLAG NOT = "Y"
                   PERFORM MH-UPDATE-RTN THRU MH-UPDATE-END
               END-IF
           END-IF.
       PRINT-END.
           EXIT.
           MOVE DUE-DATE-WS(7:2) TO BPDUE-DD.
           MOVE DUE-DATE-WS(1:4) TO BPDUE-YYYY.
           MOVE ACC-NO-IN TO BPSTB-ACC-NO.
           MOVE CUS-NAM-IN TO BPSTB-NAME.
           IF CM-MAIL-ADDR1 = SPACES AND CM-MAIL-ADDR2 = SPACES
               MOVE CM-SVC-ADDR TO MAIL1-WS
               MOVE SPACES TO MAIL2-WS
           ELSE
               MOVE CM-MAIL-ADDR1 TO MAIL1-WS
               MOVE CM-MAIL-ADDR2 TO MAIL2-WS
           END-IF.
           MOVE TOT-BIL-IN TO BPSTB-AMT.
           MOVE DUE-DATE-WS(5:2) TO BPSTB-MM.
           MOVE DUE-DATE-WS(7:2) TO BPSTB-DD.
           WRITE BILL-PRINT-REC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE BILL-PRINT-REC FROM BILLP-ACCT-REC
               AFTER ADVANCING 1 LINE.
           PERFORM BILL-ADDR-RTN THRU BILL-ADDR-END.
           WRITE BILL-PRINT-REC FROM BILLP-TYPE-REC
               AFTER ADVANCING 1 LINE.
           WRITE BILL-PRINT-REC FROM BILLP-READ-REC
               WRITE BILL-PRINT-REC FROM BILLP-CHG-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF DCN-BILL-FLAG = "Y"
               WRITE BILL-PRINT-REC FROM BILLP-DCN-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BILL-PRINT-REC FROM BILLP-ENERGY-REC
               AFTER ADVANCING 1 LINE.
           PERFORM VARYING BLK-IDX FROM 1 BY 1
           END-IF.
           WRITE BILL-PRINT-REC FROM BILLP-SYS-REC
               AFTER ADVANCING 1 LINE.
           IF VAT-AMT-WS GREATER THAN 0
               MOVE "VAT" TO BPTAX-DESC
               MOVE VAT-RATE-WS TO BPTAX-RATE
               MOVE VAT-AMT-WS TO BPTAX-AMT
               WRITE BILL-PRINT-REC FROM BILLP-TAX-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF FRAN-AMT-WS GREATER THAN 0
               MOVE "Franchise Tax" TO BPTAX-DESC
               MOVE FRAN-RATE-WS TO BPTAX-RATE
               MOVE FRAN-AMT-WS TO BPTAX-AMT
               WRITE BILL-PRINT-REC FROM BILLP-TAX-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BILL-PRINT-REC FROM BILLP-ARR-REC
               AFTER ADVANCING 1 LINE.
           IF SURCH-ARR-WS GREATER THAN 0
               MOVE SURCH-ARR-WS TO BPSUR-AMT
               WRITE BILL-PRINT-REC FROM BILLP-SUR-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           WRITE BILL-PRINT-REC FROM BILLP-TOT-REC
               AFTER ADVANCING 1 LINE.
           WRITE BILL-PRINT-REC FROM BILLP-DUE-REC
               AFTER ADVANCING 1 LINE.
           WRITE BILL-PRINT-REC FROM BILLP-STUB2-REC
               AFTER ADVANCING 1 LINE.
           WRITE BILL-PRINT-REC FROM BILLP-STUB3-REC
               AFTER ADVANCING 1 LINE.
           PERFORM BILL-ADDR-RTN THRU BILL-ADDR-END.
       BILL-PRINT-END.
           EXIT.

       BILL-ADDR-RTN.
           IF MAIL1-WS NOT = SPACES
               MOVE MAIL1-WS TO BPADDR-LINE
               WRITE BILL-PRINT-REC FROM BILLP-ADDR-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF MAIL2-WS NOT = SPACES
               MOVE MAIL2-WS TO BPADDR-LINE
               WRITE BILL-PRINT-REC FROM BILLP-ADDR-REC
                   AFTER ADVANCING 1 LINE
           END-IF.
       BILL-ADDR-END.
           EXIT.

       EST-OUT-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM ESTOUT-HD-REC AFTER ADVANCING 1 LINE.
                   AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM TOTALS-REVENUE-TRAILER
                   AFTER ADVANCING 1 LINE
               MOVE TOTAL-VAT-RUN TO TOTAL-VAT-OUT
               MOVE TOTAL-FRAN-RUN TO TOTAL-FRAN-OUT
               WRITE OUTREC FROM TOTALS-VAT-TRAILER
                   AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM TOTALS-FRAN-TRAILER
                   AFTER ADVANCING 1 LINE
               MOVE DCN-MIN-CNT TO DCNTOT-MIN
               MOVE DCN-SKIP-CNT TO DCNTOT-SKIP
               WRITE OUTREC FROM DCN-TOT-REC AFTER ADVANCING 1 LINE
               PERFORM EST-OUT-RTN THRU EST-OUT-END
               WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM DISC-SUM-HD-REC
           CLOSE CUST-MASTER.
           CLOSE ELEC-BILL-FILE.
           CLOSE METER-HIST.
           CLOSE SURCHARGE-FILE.
           CLOSE ADJ-MEMO.
           CLOSE CUST-AUDIT-FILE.
           CLOSE CHECKPOINT-FILE.

           IF MASTER-EOF = "Y" AND CM-OPEN-FAILED = "N"
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

       LOAD-BIZ-CAL-RTN.
           OPEN INPUT BIZ-CAL-FILE.
           IF BC-FILE-STATUS = "00"
               PERFORM UNTIL BC-EOF = "Y"
                   READ BIZ-CAL-FILE
                       AT END
                           MOVE "Y" TO BC-EOF
                       NOT AT END
                           IF BCT-CNT LESS THAN 400
                               ADD 1 TO BCT-CNT
                               MOVE BC-DATE TO BCT-DATE(BCT-CNT)
                               MOVE BC-TYPE TO BCT-TYPE(BCT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIZ-CAL-FILE
           END-IF.
       LOAD-BIZ-CAL-END.
           EXIT.

       BIZ-DAY-CHK-RTN.
           COMPUTE BIZ-INT-WS = FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS).
           COMPUTE BIZ-DOW = FUNCTION MOD(BIZ-INT-WS, 7).
           IF BIZ-DOW = 0 OR BIZ-DOW = 6
               MOVE "N" TO BIZ-DAY-FLAG
           ELSE
               MOVE "Y" TO BIZ-DAY-FLAG
           END-IF.
           SET BCT-IDX TO 1.
           SEARCH BCT-ENTRY
               AT END
                   CONTINUE
               WHEN BCT-DATE(BCT-IDX) = BIZ-DATE-WS
                   IF BCT-TYPE(BCT-IDX) = "W"
                       MOVE "Y" TO BIZ-DAY-FLAG
                   ELSE
                       MOVE "N" TO BIZ-DAY-FLAG
                   END-IF
           END-SEARCH.
       BIZ-DAY-CHK-END.
           EXIT.

       BIZ-ROLL-RTN.
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END
               UNTIL BIZ-DAY-FLAG = "Y".
       BIZ-ROLL-END.
           EXIT.

       BIZ-NEXT-DAY-RTN.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS) + 1).
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
       BIZ-NEXT-DAY-END.
           EXIT.
