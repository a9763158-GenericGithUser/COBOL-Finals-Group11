               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-ACC-NO
               FILE STATUS IS DL-FILE-STATUS.
           SELECT SURCHARGE-FILE ASSIGN TO "C:\dos\cobol\surchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SC-FILE-STATUS.
           SELECT SVC-ORDER ASSIGN TO "C:\dos\cobol\svcordr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-KEY
               FILE STATUS IS SV-FILE-STATUS.
           SELECT ELEC-PAY-REG ASSIGN TO "C:\dos\cobol\elecpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EP-FILE-STATUS.
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
       FD ELEC-BILL-FILE.
       01 ELEC-BILL-REC.
           05 EB-KEY.
           05 EB-BILL-AMT PIC 9(7)V99.
           05 EB-PAID-AMT PIC 9(7)V99.
           05 EB-STATUS PIC X.
           05 EB-VAT-AMT PIC 9(7)V99.
           05 EB-FRAN-AMT PIC 9(7)V99.
       FD DISCONN-FILE.
       01 DISCONN-REC.
           05 FILLER PIC X(80).
           05 DL-DATE PIC 9(8).
           05 DL-INTEREST PIC 9(5)V99.
           05 DL-STATUS PIC X.
           05 DL-TAX-EXEMPT PIC X.
           05 DL-TAX-WHELD PIC 9(5)V99.
           05 DL-RCV-AMT PIC 9(7)V99.
           05 DL-INT-DATE PIC 9(8).
           05 DL-INT-LAST PIC 9(5)V99.
           05 DL-REF-DATE PIC 9(8).
           05 DL-REF-AMT PIC 9(7)V99.
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
       FD SVC-ORDER.
       01 SVC-ORDER-REC.
           05 SV-KEY.
               10 SV-ACC-NO PIC X(10).
               10 SV-SEQ PIC 99.
           05 SV-TYPE PIC X.
           05 SV-RAISE-DATE PIC 9(8).
           05 SV-SCHED-DATE PIC 9(8).
           05 SV-DONE-DATE PIC 9(8).
           05 SV-STATUS PIC X.
           05 SV-CREW PIC X(5).
           05 SV-AMOUNT PIC 9(7)V99.
       FD ELEC-PAY-REG.
       01 ELEC-PAY-REC.
           05 EP-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EP-ACC-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EP-METHOD PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EP-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
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
       01 DCN-MSG3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "from date of notice.".
       01 DCN-ORD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "Disconnect Order - Acct: ".
           05 DCORD-ACC-NO PIC X(10).
           05 FILLER PIC X(13) VALUE "  Scheduled: ".
           05 DCORD-SCHED PIC 9(8).
       01 RECON-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "Reconnect Order - Acct:  ".
           05 RCNLN-ACC-NO PIC X(10).
           05 FILLER PIC X(7) VALUE "  Fee: ".
           05 RCNLN-FEE PIC ZZ,ZZ9.99.

       01 POST-WS.
           05 ACC-NO-IN PIC X(10).
           05 OPEN-EDIT-WS PIC ZZZ,ZZ9.99.
           05 CASH-CNT PIC 9(4) VALUE 0.
           05 CASH-TOT PIC 9(7)V99 VALUE 0.
           05 CONN-STAT-WS PIC X.
           05 RECON-FEE PIC 9(5)V99 VALUE 250.00.
           05 RECON-DUE-WS PIC 9(5)V99.
           05 RECON-EDIT-WS PIC ZZ,ZZ9.99.
           05 PAY-REQ-WS PIC 9(7)V99.

       01 SVC-ORDER-WS.
           05 SV-FILE-STATUS PIC XX.
           05 SV-EOF PIC X VALUE "N".
           05 SV-SCAN-ACC PIC X(10).
           05 SV-NEXT-SEQ PIC 99.
           05 SV-OPEN-D PIC X.
           05 SV-OPEN-R PIC X.
           05 SV-NEW-TYPE PIC X.
           05 SV-NEW-SCHED PIC 9(8).
           05 SV-NEW-AMT PIC 9(7)V99.

       01 DEP-APPLY-WS.
           05 DL-FILE-STATUS PIC XX.
           05 DL-FOUND PIC X.
           05 DEP-AVAIL-WS PIC 9(7)V99.
           05 DEP-APPLIED-WS PIC 9(7)V99.
           05 DEP-SURCH-WS PIC 9(7)V99.
           05 DEP-BILL-WS PIC 9(7)V99.
           05 DEP-REFUND-WS PIC 9(7)V99.

       01 DCN-TBL-WS.

       01 DELINQ-WS.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 BIZ-DAYS-WS PIC 9(3).
           05 BIZ-CTR PIC 9(3).
           05 RUN-DATE-INT PIC 9(7).
           05 BILL-DATE-INT PIC 9(7).
           05 DAYS-OVERDUE PIC S9(5).
           05 DCN-LAST-NAME PIC X(25).
           05 DCN-NOTICE-FLAG PIC X.

       01 BIZ-CAL-WS.
           05 BCT-CNT PIC 9(3) VALUE 0.
           05 BCT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON BCT-CNT
                   INDEXED BY BCT-IDX.
               10 BCT-DATE PIC 9(8).
               10 BCT-TYPE PIC X.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 DC-FILE-STATUS PIC XX.
           05 EB-EOF PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 SC-FILE-STATUS PIC XX.
           05 SC-EOF PIC X VALUE "N".
           05 EP-FILE-STATUS PIC XX.
           05 EP-METHOD-WS PIC X(14).
           05 EP-AMOUNT-WS PIC 9(7)V99.

       SCREEN SECTION.
       01 CLRSCR.
               CLOSE DEP-LEDGER
               OPEN I-O DEP-LEDGER
           END-IF.
           OPEN I-O SURCHARGE-FILE.
           IF SC-FILE-STATUS = "35"
               OPEN OUTPUT SURCHARGE-FILE
               CLOSE SURCHARGE-FILE
               OPEN I-O SURCHARGE-FILE
           END-IF.
           OPEN I-O SVC-ORDER.
           IF SV-FILE-STATUS = "35"
               OPEN OUTPUT SVC-ORDER
               CLOSE SVC-ORDER
               OPEN I-O SVC-ORDER
           END-IF.
           OPEN EXTEND ELEC-PAY-REG.
           IF EP-FILE-STATUS NOT = "00"
               OPEN OUTPUT ELEC-PAY-REG
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).

           MOVE 0 TO VALID-FLAG.

           PERFORM OPEN-TOT-RTN THRU OPEN-TOT-END.
           MOVE 0 TO RECON-DUE-WS.
           IF CONN-STAT-WS = "D"
               MOVE ACC-NO-IN TO SV-SCAN-ACC
               PERFORM SVC-SCAN-RTN THRU SVC-SCAN-END
               IF SV-OPEN-R = "Y"
                   DISPLAY (10, 1) "Reconnection Order Already Pending"
               ELSE
                   MOVE RECON-FEE TO RECON-DUE-WS
                   MOVE RECON-FEE TO RECON-EDIT-WS
                   DISPLAY (10, 1)
                       "Service Disconnected - Reconnect Fee: "
                   DISPLAY (10, 40) RECON-EDIT-WS
               END-IF
           END-IF.
           IF OPEN-TOT-WS = 0 AND RECON-DUE-WS = 0
               DISPLAY (6, 1) "No Open Balance For This Account"
           ELSE
               MOVE OPEN-TOT-WS TO OPEN-EDIT-WS
               DISPLAY (7, 1) "Amount Paid: "
               ACCEPT (7, 40) PAY-AMT-IN
               MOVE FUNCTION NUMVAL(PAY-AMT-IN) TO PAY-AMT-ACT
               COMPUTE PAY-REQ-WS = OPEN-TOT-WS + RECON-DUE-WS
               IF RECON-DUE-WS GREATER THAN 0
                       AND PAY-AMT-ACT NOT LESS THAN PAY-REQ-WS
                   PERFORM RECON-RTN THRU RECON-END
                   MOVE OPEN-TOT-WS TO PAY-AMT-ACT
               ELSE
                   IF RECON-DUE-WS GREATER THAN 0
                       DISPLAY (11, 1)
                           "Arrears Plus Fee Required For Reconnection"
                   END-IF
                   IF PAY-AMT-ACT GREATER THAN OPEN-TOT-WS
                       MOVE OPEN-TOT-WS TO PAY-AMT-ACT
                       DISPLAY (8, 1)
                           "Payment Capped At Open Balance"
                   END-IF
               END-IF
               IF OPEN-TOT-WS GREATER THAN 0
                   PERFORM APPLY-RTN THRU APPLY-END
               END-IF
           END-IF.

           DISPLAY (12, 1) "INPUT ANOTHER RECORD (Y/N)".
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
                   MOVE CM-CUS-NAM TO CUS-NAM-IN
                   MOVE CM-CONN-STAT TO CONN-STAT-WS
           END-READ.

           IF VALID-FLAG = 1
                       END-IF
               END-READ
           END-PERFORM.
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
                               COMPUTE OPEN-TOT-WS = OPEN-TOT-WS +
                                   SC-AMOUNT - SC-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       OPEN-TOT-END.
           EXIT.

       APPLY-RTN.
           MOVE PAY-AMT-ACT TO PAY-APPLY-REM.
           MOVE 0 TO PAY-LAST-PERIOD.
           PERFORM SURCH-APPLY-RTN THRU SURCH-APPLY-END.
           MOVE "N" TO EB-EOF.
           MOVE ACC-NO-IN TO EB-ACC-NO.
           MOVE 0 TO EB-PERIOD.

           ADD 1 TO CASH-CNT.
           ADD PAY-AMT-ACT TO CASH-TOT.
           MOVE "Cash" TO EP-METHOD-WS.
           MOVE PAY-AMT-ACT TO EP-AMOUNT-WS.
           PERFORM EPAY-WRITE-RTN THRU EPAY-WRITE-END.
           COMPUTE OPEN-TOT-WS = OPEN-TOT-WS - PAY-AMT-ACT.

           MOVE ACC-NO-IN TO PAYLN-ACC-NO.
           MOVE OPEN-TOT-WS TO OPEN-EDIT-WS.
           DISPLAY (9, 1) "Remaining Open Balance: ".
           DISPLAY (9, 40) OPEN-EDIT-WS.
           IF OPEN-TOT-WS = 0 AND CONN-STAT-WS NOT = "D"
               MOVE ACC-NO-IN TO SV-SCAN-ACC
               PERFORM SVC-CANCEL-RTN THRU SVC-CANCEL-END
           END-IF.
       APPLY-END.
           EXIT.

       RECON-RTN.
           MOVE "R" TO SV-NEW-TYPE.
           MOVE RUN-DATE-WS TO SV-NEW-SCHED.
           MOVE RECON-FEE TO SV-NEW-AMT.
           PERFORM SVC-WRITE-RTN THRU SVC-WRITE-END.
           ADD RECON-FEE TO CASH-TOT.
           MOVE "Reconnect Fee" TO EP-METHOD-WS.
           MOVE RECON-FEE TO EP-AMOUNT-WS.
           PERFORM EPAY-WRITE-RTN THRU EPAY-WRITE-END.
           MOVE ACC-NO-IN TO RCNLN-ACC-NO.
           MOVE RECON-FEE TO RCNLN-FEE.
           WRITE OUTREC FROM RECON-LINE-REC AFTER ADVANCING 1 LINE.
           DISPLAY (11, 1) "Reconnection Order Raised".
       RECON-END.
           EXIT.

       EPAY-WRITE-RTN.
           MOVE SPACES TO ELEC-PAY-REC.
           MOVE RUN-DATE-WS TO EP-DATE.
           MOVE ACC-NO-IN TO EP-ACC-NO.
           MOVE EP-METHOD-WS TO EP-METHOD.
           MOVE EP-AMOUNT-WS TO EP-AMOUNT.
           WRITE ELEC-PAY-REC.
       EPAY-WRITE-END.
           EXIT.

       SVC-SCAN-RTN.
           MOVE 1 TO SV-NEXT-SEQ.
           MOVE "N" TO SV-OPEN-D.
           MOVE "N" TO SV-OPEN-R.
           MOVE "N" TO SV-EOF.
           MOVE SV-SCAN-ACC TO SV-ACC-NO.
           MOVE 0 TO SV-SEQ.
           START SVC-ORDER KEY IS NOT LESS THAN SV-KEY
               INVALID KEY
                   MOVE "Y" TO SV-EOF
           END-START.
           PERFORM UNTIL SV-EOF = "Y"
               READ SVC-ORDER NEXT RECORD
                   AT END
                       MOVE "Y" TO SV-EOF
                   NOT AT END
                       IF SV-ACC-NO NOT = SV-SCAN-ACC
                           MOVE "Y" TO SV-EOF
                       ELSE
                           COMPUTE SV-NEXT-SEQ = SV-SEQ + 1
                           IF SV-STATUS = "O" AND SV-TYPE = "D"
                               MOVE "Y" TO SV-OPEN-D
                           END-IF
                           IF SV-STATUS = "O" AND SV-TYPE = "R"
                               MOVE "Y" TO SV-OPEN-R
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SVC-SCAN-END.
           EXIT.

       SVC-WRITE-RTN.
           PERFORM SVC-SCAN-RTN THRU SVC-SCAN-END.
           MOVE SV-SCAN-ACC TO SV-ACC-NO.
           MOVE SV-NEXT-SEQ TO SV-SEQ.
           MOVE SV-NEW-TYPE TO SV-TYPE.
           MOVE RUN-DATE-WS TO SV-RAISE-DATE.
           MOVE SV-NEW-SCHED TO SV-SCHED-DATE.
           MOVE 0 TO SV-DONE-DATE.
           MOVE "O" TO SV-STATUS.
           MOVE SPACES TO SV-CREW.
           MOVE SV-NEW-AMT TO SV-AMOUNT.
           WRITE SVC-ORDER-REC
               INVALID KEY
                   DISPLAY (11, 40) "Service Order Not Written"
           END-WRITE.
       SVC-WRITE-END.
           EXIT.

       SVC-CANCEL-RTN.
           MOVE "N" TO SV-EOF.
           MOVE SV-SCAN-ACC TO SV-ACC-NO.
           MOVE 0 TO SV-SEQ.
           START SVC-ORDER KEY IS NOT LESS THAN SV-KEY
               INVALID KEY
                   MOVE "Y" TO SV-EOF
           END-START.
           PERFORM UNTIL SV-EOF = "Y"
               READ SVC-ORDER NEXT RECORD
                   AT END
                       MOVE "Y" TO SV-EOF
                   NOT AT END
                       IF SV-ACC-NO NOT = SV-SCAN-ACC
                           MOVE "Y" TO SV-EOF
                       ELSE
                           IF SV-STATUS = "O" AND SV-TYPE = "D"
                               MOVE "X" TO SV-STATUS
                               MOVE RUN-DATE-WS TO SV-DONE-DATE
                               REWRITE SVC-ORDER-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SVC-CANCEL-END.
           EXIT.

       SURCH-APPLY-RTN.
           MOVE "N" TO SC-EOF.
           MOVE ACC-NO-IN TO SC-ACC-NO.
           MOVE 0 TO SC-PERIOD.
           START SURCHARGE-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE "Y" TO SC-EOF
           END-START.
           PERFORM UNTIL SC-EOF = "Y" OR PAY-APPLY-REM = 0
               READ SURCHARGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SC-EOF
                   NOT AT END
                       IF SC-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO SC-EOF
                       ELSE
                           IF SC-STATUS = "O"
                               PERFORM SURCH-APPLY-ONE-RTN
                                   THRU SURCH-APPLY-ONE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SURCH-APPLY-END.
           EXIT.

       SURCH-APPLY-ONE-RTN.
           COMPUTE PAY-OPEN-AMT = SC-AMOUNT - SC-PAID-AMT.
           IF PAY-APPLY-REM LESS THAN PAY-OPEN-AMT
               ADD PAY-APPLY-REM TO SC-PAID-AMT
               MOVE 0 TO PAY-APPLY-REM
           ELSE
               ADD PAY-OPEN-AMT TO SC-PAID-AMT
               MOVE "P" TO SC-STATUS
               SUBTRACT PAY-OPEN-AMT FROM PAY-APPLY-REM
           END-IF.
           REWRITE SURCHARGE-REC.
       SURCH-APPLY-ONE-END.
           EXIT.

       APPLY-ONE-RTN.
           MOVE EB-PERIOD TO PAY-LAST-PERIOD.
           COMPUTE PAY-OPEN-AMT = EB-BILL-AMT - EB-PAID-AMT.
                   ADD 1 TO DEL-CNT
                   ADD PAY-OPEN-AMT TO DEL-TOT
                   ADD PAY-OPEN-AMT TO DCN-ACCT-OPEN
                   MOVE EB-BILL-DATE TO BIZ-DATE-WS
                   MOVE GRACE-DAYS TO BIZ-DAYS-WS
                   PERFORM BIZ-ADD-RTN THRU BIZ-ADD-END
                   IF RUN-DATE-WS GREATER THAN BIZ-DATE-WS
                       MOVE "Y" TO DCN-NOTICE-FLAG
                   END-IF
               END-IF
                   AFTER ADVANCING 1 LINE
               WRITE DISCONN-REC FROM DCN-MSG3-REC
                   AFTER ADVANCING 1 LINE
               PERFORM DCN-ORDER-RTN THRU DCN-ORDER-END
           ELSE
               MOVE DCT-ACC-NO(DCT-IDX) TO DEPCV-ACC-NO
               WRITE OUTREC FROM DEP-COVER-REC
       NOTICE-ONE-END.
           EXIT.

       DCN-ORDER-RTN.
           MOVE DCT-ACC-NO(DCT-IDX) TO CM-ACC-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE SPACE TO CM-CONN-STAT
           END-READ.
           IF CM-CONN-STAT NOT = "D"
               MOVE DCT-ACC-NO(DCT-IDX) TO SV-SCAN-ACC
               PERFORM SVC-SCAN-RTN THRU SVC-SCAN-END
               IF SV-OPEN-D = "N"
                   MOVE "D" TO SV-NEW-TYPE
                   MOVE RUN-DATE-WS TO BIZ-DATE-WS
                   MOVE 5 TO BIZ-DAYS-WS
                   PERFORM BIZ-ADD-RTN THRU BIZ-ADD-END
                   MOVE BIZ-DATE-WS TO SV-NEW-SCHED
                   MOVE DCT-OPEN(DCT-IDX) TO SV-NEW-AMT
                   PERFORM SVC-WRITE-RTN THRU SVC-WRITE-END
                   MOVE DCT-ACC-NO(DCT-IDX) TO DCORD-ACC-NO
                   MOVE SV-NEW-SCHED TO DCORD-SCHED
                   WRITE OUTREC FROM DCN-ORD-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       DCN-ORDER-END.
           EXIT.

       DEP-APPLY-RTN.
           MOVE DCT-ACC-NO(DCT-IDX) TO DL-ACC-NO.
           READ DEP-LEDGER
                   COMPUTE DEP-APPLIED-WS =
                       DEP-AVAIL-WS - PAY-APPLY-REM
                   MOVE PAY-APPLY-REM TO DEP-REFUND-WS
                   COMPUTE DEP-BILL-WS =
                       DEP-APPLIED-WS - DEP-SURCH-WS
                   IF DEP-BILL-WS GREATER THAN DCT-OPEN(DCT-IDX)
                       MOVE 0 TO DCT-OPEN(DCT-IDX)
                   ELSE
                       SUBTRACT DEP-BILL-WS
                           FROM DCT-OPEN(DCT-IDX)
                   END-IF
                   MOVE DCT-ACC-NO(DCT-IDX) TO DEPNT-ACC-NO
                   MOVE DEP-APPLIED-WS TO DEPNT-AMT
                   IF DEP-APPLIED-WS GREATER THAN 0
                       MOVE "Deposit Appl" TO EP-METHOD-WS
                       MOVE DEP-APPLIED-WS TO EP-AMOUNT-WS
                       PERFORM EPAY-WRITE-RTN THRU EPAY-WRITE-END
                   END-IF
                   WRITE OUTREC FROM DEP-NOTE-REC
                       AFTER ADVANCING 1 LINE
                   IF DEP-REFUND-WS GREATER THAN 0
                       MOVE "R" TO DL-STATUS
                       MOVE RUN-DATE-WS TO DL-REF-DATE
                       MOVE DEP-REFUND-WS TO DL-REF-AMT
                       MOVE DCT-ACC-NO(DCT-IDX) TO DEPVC-ACC-NO
                       MOVE DEP-REFUND-WS TO DEPVC-AMT
                       WRITE OUTREC FROM DEP-VCH-REC
           EXIT.

       DEP-APPLY-BILLS-RTN.
           MOVE PAY-APPLY-REM TO DEP-SURCH-WS.
           PERFORM SURCH-APPLY-RTN THRU SURCH-APPLY-END.
           SUBTRACT PAY-APPLY-REM FROM DEP-SURCH-WS.
           MOVE "N" TO EB-EOF.
           MOVE ACC-NO-IN TO EB-ACC-NO.
           MOVE 0 TO EB-PERIOD.
           CLOSE CUST-MASTER.
           CLOSE ELEC-BILL-FILE.
           CLOSE DEP-LEDGER.
           CLOSE SURCHARGE-FILE.
           CLOSE SVC-ORDER.
           CLOSE ELEC-PAY-REG.
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

       BIZ-NEXT-DAY-RTN.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS) + 1).
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
       BIZ-NEXT-DAY-END.
           EXIT.

       BIZ-ADD-RTN.
           MOVE 0 TO BIZ-CTR.
           PERFORM BIZ-ADD-ONE-RTN THRU BIZ-ADD-ONE-END
               UNTIL BIZ-CTR NOT LESS THAN BIZ-DAYS-WS.
       BIZ-ADD-END.
           EXIT.

       BIZ-ADD-ONE-RTN.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END
               UNTIL BIZ-DAY-FLAG = "Y".
           ADD 1 TO BIZ-CTR.
       BIZ-ADD-ONE-END.
           EXIT.
