               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT SPONSOR-LINK ASSIGN TO "C:\dos\cobol\spnlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT BIZ-CAL-FILE ASSIGN TO "C:\dos\cobol\bizcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD INSTALL-FILE.
       01 INSTALL-REC.
           05 INS-KEY.
           05 EN-COMM-PCT PIC 99.
           05 EN-OPEN-AMT PIC 9(6)V99.
           05 EN-STATUS PIC X.
       FD SPONSOR-LINK.
       01 SPONSOR-LINK-REC.
           05 SL-KEY.
               10 SL-SNO PIC 9(10).
               10 SL-TERM PIC X(16).
           05 SL-SPN-COD PIC X(4).
           05 SL-COVER-TYPE PIC X.
           05 SL-COVER-PCT PIC 9(3).
           05 SL-COVER-FIXED PIC 9(6)V99.
           05 SL-COVER-AMT PIC 9(6)V99.
           05 SL-PAID-AMT PIC 9(6)V99.
           05 SL-LINK-DATE PIC 9(8).
           05 SL-STATUS PIC X.
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
           05 FILLER PIC X(19) VALUE SPACES.
           05 SC-FEE-OUT PIC Z,ZZ9.99.
           05 LAB-FEE-OUT PIC Z,ZZ9.99.
           05 M-FEE-OUT PIC Z,ZZ9.99.
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
           05 OR-AMT PIC 9(6)V99.
           05 OR-DISC PIC 9(5)V99.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 ARL-FILE-STATUS PIC XX.
           05 REV-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 EN-FILE-STATUS PIC XX.
           05 EN-FOUND PIC X VALUE "N".
           05 COMM-AMT-WS PIC 9(6)V99.
           05 SL-FILE-STATUS PIC XX.
           05 SL-FOUND PIC X VALUE "N".
           05 SPN-SHARE-AMT PIC 9(5)V99 VALUE ZERO.
           05 STU-SHARE-AMT PIC 9(5)V99 VALUE ZERO.
           05 SPN-SHARE-OUT PIC ZZ,ZZ9.99.
           05 SPN-OPEN-AMT PIC 9(6)V99.
           05 SPN-PAID-WS PIC 9(6)V99.
           05 STU-OPEN-WS PIC S9(6)V99.
           05 PAYOR-CNT PIC 99.
           05 PAYOR-OK-WS PIC X.
           05 PAYOR-SHOW-ROW PIC 99.
               CLOSE ENDORSE-FILE
               OPEN I-O ENDORSE-FILE
           END-IF.
           OPEN I-O SPONSOR-LINK.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT SPONSOR-LINK
               CLOSE SPONSOR-LINK
               OPEN I-O SPONSOR-LINK
           END-IF.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
           IF ORP-FILE-STATUS NOT = "00"
               OPEN OUTPUT OR-PRINT-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           DISPLAY (1, 1)
               "Term (e.g. 1ST SEM 2011-2012): ".
           ACCEPT (1, 40) TERM-IN.
           MOVE TOTAL-FEE TO TOTAL-FEE-OUT.
           DISPLAY (19, 1) "Total Amount of Fees: ".
           DISPLAY (19, 40) TOTAL-FEE-OUT.
           PERFORM SPN-SHARE-RTN THRU SPN-SHARE-END.

           IF SPN-SHARE-AMT > 0 AND STU-SHARE-AMT = 0
               MOVE "S" TO PAY-METHOD-IN
               MOVE "Sponsor" TO PAY-METHOD-NAME-IN
               DISPLAY (21, 1) "Payment Method: "
               DISPLAY (21, 40) PAY-METHOD-NAME-IN
           ELSE
               DISPLAY (20, 1)
               "Payment Method (B=Bank/C=Cash/I=Instal/L=On Acct): "
               PERFORM PAY-METHOD-RTN THRU PAY-METHOD-END
               MOVE 0 TO VALID-FLAG
           END-IF.

           PERFORM PRINT-RTN THRU PRINT-END.
           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
       PROCESS-END.
           EXIT.
       SPN-SHARE-RTN.
           MOVE 0 TO SPN-SHARE-AMT.
           MOVE SNO-IN TO SL-SNO.
           MOVE TERM-IN TO SL-TERM.
           READ SPONSOR-LINK
               INVALID KEY
                   MOVE "N" TO SL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SL-FOUND
           END-READ.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               IF SL-COVER-TYPE = "P"
                   COMPUTE SPN-SHARE-AMT ROUNDED =
                       TOTAL-FEE * SL-COVER-PCT / 100
               ELSE
                   IF SL-COVER-FIXED > TOTAL-FEE
                       MOVE TOTAL-FEE TO SPN-SHARE-AMT
                   ELSE
                       MOVE SL-COVER-FIXED TO SPN-SHARE-AMT
                   END-IF
               END-IF
           END-IF.
           COMPUTE STU-SHARE-AMT = TOTAL-FEE - SPN-SHARE-AMT.
           IF SPN-SHARE-AMT > 0
               MOVE SPN-SHARE-AMT TO SPN-SHARE-OUT
               DISPLAY (18, 55) "Sponsor " SL-SPN-COD ": "
               DISPLAY (18, 70) SPN-SHARE-OUT
               MOVE STU-SHARE-AMT TO SPN-SHARE-OUT
               DISPLAY (19, 55) "Student Share: "
               DISPLAY (19, 70) SPN-SHARE-OUT
           END-IF.
       SPN-SHARE-END.
           EXIT.

       FEE-ENTRY-RTN.
           MOVE "N" TO OVERRIDE-FLAG.
           MOVE C-CODE-IN TO FS-C-CODE.
       WRITE-TUITION-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "PUP  " TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
               WHEN "B"
               WHEN "b"
                   MOVE "Bank Debit" TO PAY-METHOD-NAME-IN
                   MOVE STU-SHARE-AMT TO DEBIT-AMT
                   PERFORM BANK-DEBIT-RTN THRU BANK-DEBIT-END
               WHEN "C"
               WHEN "c"
                   DISPLAY (21, 60) "Unknown Bank Acct - Re-enter"
               NOT INVALID KEY
                   PERFORM HOLD-FULL-CHK-RTN THRU HOLD-FULL-CHK-END
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (21, 60)
                           "Account Closed - Re-enter          "
                   ELSE
                   IF HOLD-FULL-WS = "Y"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (21, 60)
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
                   END-IF
           END-READ
           END-IF
           END-IF.
               ACCEPT (23, 40) PLN-DUE-MM
               ACCEPT (23, 43) PLN-DUE-DD
               ACCEPT (23, 46) PLN-DUE-YYYY
               COMPUTE PLN-AMT ROUNDED = STU-SHARE-AMT / PLN-CNT-IN
               COMPUTE PLN-LAST-AMT =
                   STU-SHARE-AMT - (PLN-AMT * (PLN-CNT-IN - 1))
               PERFORM INSTALL-WRITE-RTN THRU INSTALL-WRITE-END
                   VARYING PLN-SEQ FROM 1 BY 1
                   UNTIL PLN-SEQ > PLN-CNT-IN
           MOVE PLN-DUE-YYYY TO INS-DUE-DATE(1:4).
           MOVE PLN-DUE-MM TO INS-DUE-DATE(5:2).
           MOVE PLN-DUE-DD TO INS-DUE-DATE(7:2).
           MOVE INS-DUE-DATE TO BIZ-DATE-WS.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(BIZ-DATE-WS) = 0
                   OR BIZ-DATE-WS(7:2) NOT > "28"
               SUBTRACT 1 FROM BIZ-DATE-WS
           END-PERFORM.
           IF FUNCTION TEST-DATE-YYYYMMDD(BIZ-DATE-WS) = 0
               PERFORM BIZ-ROLL-RTN THRU BIZ-ROLL-END
               MOVE BIZ-DATE-WS TO INS-DUE-DATE
           END-IF.
           IF PLN-SEQ = PLN-CNT-IN
               MOVE PLN-LAST-AMT TO INS-AMT-DUE
           ELSE
           MOVE STU-TYPE-NAME-IN TO STU-TYPE-NAME-OUT.
           MOVE DISC-NAME-IN TO DISC-NAME-OUT.
           MOVE PAY-METHOD-NAME-IN TO PAY-METHOD-NAME-OUT.
           MOVE STU-SHARE-AMT TO TOTAL-FEE-OUT.
           IF OVERRIDE-FLAG = "Y"
               MOVE "OVR" TO OVR-FLAG-OUT
           ELSE
                       THRU INSTALL-SCHED-PRINT-END
               WHEN "L"
               WHEN "l"
               WHEN "S"
                   CONTINUE
               WHEN OTHER
                   MOVE STU-SHARE-AMT TO OR-AMT
                   MOVE DISC-AMOUNT TO OR-DISC
                   PERFORM WRITE-OR-RTN THRU WRITE-OR-END
           END-EVALUATE.
               MOVE 0 TO ARL-BANK-ACC-NO
               MOVE "O" TO ARL-STATUS
           ELSE
               MOVE STU-SHARE-AMT TO ARL-PAID-AMT
               IF ARL-PAY-METHOD = "B"
                   MOVE STU-SHARE-AMT TO ARL-BANK-PAID-AMT
                   MOVE BANK-ACC-NO-IN TO ARL-BANK-ACC-NO
               ELSE
                   MOVE 0 TO ARL-BANK-PAID-AMT
                   MOVE 0 TO ARL-BANK-ACC-NO
               END-IF
               IF ARL-PAID-AMT NOT LESS THAN ARL-ASSESS-AMT
                   MOVE "P" TO ARL-STATUS
               ELSE
                   MOVE "O" TO ARL-STATUS
               END-IF
           END-IF.
           WRITE AR-LEDGER-REC
               INVALID KEY
                   REWRITE AR-LEDGER-REC
           END-WRITE.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               MOVE SPN-SHARE-AMT TO SL-COVER-AMT
               REWRITE SPONSOR-LINK-REC
           END-IF.
       AR-ASSESS-END.
           EXIT.

           EXIT.

       POST-ENTRY-RTN.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           MOVE STU-OPEN-WS TO PAY-OPEN-TOT.
           IF PAY-OPEN-TOT = 0
               IF SPN-OPEN-AMT > 0
                   DISPLAY (7, 1)
                       "Student Share Fully Paid - Sponsor Open   "
               ELSE
                   DISPLAY (7, 1)
                       "Statement Fully Paid - Nothing Open       "
               END-IF
           ELSE
               MOVE PAY-OPEN-TOT TO PSTLN-OPEN-BAL
               DISPLAY (7, 1) "Open Balance: "
       POST-ENTRY-END.
           EXIT.

       SPN-OPEN-RTN.
           MOVE 0 TO SPN-OPEN-AMT.
           MOVE 0 TO SPN-PAID-WS.
           MOVE ARL-SNO TO SL-SNO.
           MOVE ARL-TERM TO SL-TERM.
           READ SPONSOR-LINK
               INVALID KEY
                   MOVE "N" TO SL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SL-FOUND
           END-READ.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               MOVE SL-PAID-AMT TO SPN-PAID-WS
               IF SL-COVER-AMT > SL-PAID-AMT
                   COMPUTE SPN-OPEN-AMT = SL-COVER-AMT - SL-PAID-AMT
               END-IF
           END-IF.
           COMPUTE STU-OPEN-WS =
               ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-AMT.
           IF STU-OPEN-WS < 0
               MOVE 0 TO STU-OPEN-WS
           END-IF.
       SPN-OPEN-END.
           EXIT.

       SPN-CANCEL-RTN.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               MOVE "C" TO SL-STATUS
               REWRITE SPONSOR-LINK-REC
               IF SL-PAID-AMT > 0
                   DISPLAY (14, 1)
                       "Sponsor Remitted - Refund Sponsor Manually"
               END-IF
           END-IF.
       SPN-CANCEL-END.
           EXIT.

       ENDORSED-POST-RTN.
           MOVE ARL-SNO TO EN-SNO.
           MOVE ARL-TERM TO EN-TERM.
                   DISPLAY (11, 60) "Unknown Bank Acct - Re-enter"
               NOT INVALID KEY
                   PERFORM HOLD-FULL-CHK-RTN THRU HOLD-FULL-CHK-END
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (11, 60)
                           "Account Closed - Re-enter          "
                   ELSE
                   IF HOLD-FULL-WS = "Y"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (11, 60)
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
                   END-IF
           END-READ
           END-IF
           END-IF.
           END-IF.
           IF ARL-PAID-AMT NOT LESS THAN ARL-ASSESS-AMT
               MOVE "P" TO ARL-STATUS
           END-IF.
           COMPUTE STU-OPEN-WS =
               ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-AMT.
           IF STU-OPEN-WS NOT GREATER THAN 0 AND ARL-PAY-METHOD = "L"
               PERFORM PROM-NOTE-PAID-RTN THRU PROM-NOTE-PAID-END
           END-IF.
           REWRITE AR-LEDGER-REC.

           MOVE SNAME-IN TO PSTLN-SNAME.
           MOVE PAY-APPLIED TO PSTLN-AMT.
           MOVE PAY-METHOD-NAME-IN TO PSTLN-METHOD.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           MOVE STU-OPEN-WS TO PAY-OPEN-TOT.
           MOVE PAY-OPEN-TOT TO PSTLN-OPEN-BAL.
           WRITE OUTREC FROM POST-LINE-REC AFTER ADVANCING 1 LINE.
           MOVE PAY-APPLIED TO OR-AMT.
           END-IF.
           PERFORM VOID-INSTALL-RTN THRU VOID-INSTALL-END.
           PERFORM VOID-SUMMARY-RTN THRU VOID-SUMMARY-END.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           PERFORM SPN-CANCEL-RTN THRU SPN-CANCEL-END.

           MOVE "V" TO ARL-STATUS.
           REWRITE AR-LEDGER-REC.
                   MOVE "Cash" TO REV-METHOD
               WHEN "I"
                   MOVE "Installment" TO REV-METHOD
               WHEN "S"
                   MOVE "Sponsor" TO REV-METHOD
               WHEN OTHER
                   MOVE SPACES TO REV-METHOD
           END-EVALUATE.
                   DISPLAY (12, 1)
                       "Bank Acct Not On File - Manual Re-credit Needed"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       DISPLAY (12, 1)
                           "Bank Acct Closed - Manual Re-credit Needed"
                   ELSE
                       COMPUTE AM-BALANCE =
                           AM-BALANCE + ARL-BANK-PAID-AMT
                       REWRITE ACCOUNT-MAST-REC
                       MOVE "Tuition Rev" TO TL-TXN-NAME-WS
                       MOVE ARL-BANK-PAID-AMT TO TL-TXN-AMT-WS
                       PERFORM WRITE-TUITION-TXNLOG-RTN
                           THRU WRITE-TUITION-TXNLOG-END
                   END-IF
           END-READ.
       VOID-RECREDIT-END.
           EXIT.
           EXIT.

       AGE-LINE-RTN.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           MOVE STU-OPEN-WS TO AGE-OPEN-AMT.
           IF AGE-OPEN-AMT = 0
               CONTINUE
           ELSE
               END-IF
           END-PERFORM.

           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           COMPUTE REFUND-AMT ROUNDED =
               (ARL-PAID-AMT - SPN-PAID-WS) * DROP-PCT / 100.
           MOVE REFUND-AMT TO REFUND-EDIT.
           DISPLAY (9, 1) "Refundable Portion: ".
           DISPLAY (9, 40) REFUND-EDIT.
                   SUBTRACT REFUND-AMT FROM ARL-BANK-PAID-AMT
               END-IF
           END-IF.
           PERFORM SPN-CANCEL-RTN THRU SPN-CANCEL-END.
           MOVE "R" TO ARL-STATUS.
           REWRITE AR-LEDGER-REC.

                   DISPLAY (13, 1)
                       "Bank Acct Not On File - Manual Re-credit Needed"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       DISPLAY (13, 1)
                           "Bank Acct Closed - Manual Re-credit Needed"
                   ELSE
                       COMPUTE AM-BALANCE = AM-BALANCE + REFUND-AMT
                       REWRITE ACCOUNT-MAST-REC
                       MOVE "Tuition Ref" TO TL-TXN-NAME-WS
                       MOVE REFUND-AMT TO TL-TXN-AMT-WS
                       PERFORM WRITE-TUITION-TXNLOG-RTN
                           THRU WRITE-TUITION-TXNLOG-END
                   END-IF
           END-READ.
       DROP-RECREDIT-END.
           EXIT.
           CLOSE FEE-SCHED.
           CLOSE PAYOR-ENROLL.
           CLOSE ENDORSE-FILE.
           CLOSE SPONSOR-LINK.
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
