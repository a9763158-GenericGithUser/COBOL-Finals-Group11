       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4B.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile36.txt".
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
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "C:\dos\cobol\holdfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-KEY
               FILE STATUS IS HF-FILE-STATUS.
           SELECT CHEQUE-FILE ASSIGN TO "C:\dos\cobol\chqfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CQ-KEY
               FILE STATUS IS CQ-FILE-STATUS.
           SELECT AUTO-DEBIT-ENROLL ASSIGN TO
               "C:\dos\cobol\adenroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-ELEC-ACC
               FILE STATUS IS AE-FILE-STATUS.
           SELECT AUTO-DEBIT-LOG ASSIGN TO "C:\dos\cobol\adlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS AD-FILE-STATUS.
           SELECT SURCH-PARM-FILE ASSIGN TO "C:\dos\cobol\surchprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
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
           05 TL-SEQ-NO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-TELLER-ID PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-TIMESTAMP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-ACC-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-TRANSAC-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-BALANCE PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-XREF-SEQ PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TL-APPR-ID PIC X(5).
       FD HOLD-FILE.
       01 HOLD-REC.
           05 HF-KEY.
               10 HF-ACC-NO PIC 9(10).
               10 HF-SEQ PIC 99.
           05 HF-TYPE PIC X.
           05 HF-AMOUNT PIC 9(7)V99.
           05 HF-AUTHORITY PIC X(20).
           05 HF-PLACED-DATE PIC 9(8).
           05 HF-EXPIRY PIC 9(8).
           05 HF-STATUS PIC X.
           05 HF-REL-DATE PIC 9(8).
       FD CHEQUE-FILE.
       01 CHEQUE-REC.
           05 CQ-KEY.
               10 CQ-ACC-NO PIC 9(10).
               10 CQ-SEQ PIC 9(4).
           05 CQ-DRAWEE-BANK PIC X(15).
           05 CQ-CHQ-NO PIC 9(8).
           05 CQ-AMOUNT PIC 9(7)V99.
           05 CQ-DEP-DATE PIC 9(8).
           05 CQ-CLEAR-DATE PIC 9(8).
           05 CQ-STATUS PIC X.
       FD AUTO-DEBIT-ENROLL.
       01 AUTO-DEBIT-ENROLL-REC.
           05 AE-ELEC-ACC PIC X(10).
           05 AE-BANK-ACC PIC 9(10).
           05 AE-ENROLL-DATE PIC 9(8).
           05 AE-STATUS PIC X.
       FD AUTO-DEBIT-LOG.
       01 AUTO-DEBIT-LOG-REC.
           05 AD-KEY.
               10 AD-ELEC-ACC PIC X(10).
               10 AD-PERIOD PIC 9(6).
           05 AD-BANK-ACC PIC 9(10).
           05 AD-DUE-DATE PIC 9(8).
           05 AD-RUN-DATE PIC 9(8).
           05 AD-AMOUNT PIC 9(7)V99.
           05 AD-STATUS PIC X.
           05 AD-REASON PIC X(20).
           05 AD-TL-SEQ PIC 9(6).
       FD SURCH-PARM-FILE.
       01 SURCH-PARM-REC.
           05 SP-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 SP-DUE-DAYS PIC X(2).
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
           05 FILLER PIC X(25) VALUE
               "BROWNOUT ELECTRIC COMPANY".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(28) VALUE
               "AUTO-DEBIT OF ELECTRIC BILLS".
           05 FILLER PIC X(26) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(26) VALUE
               "AUTO-DEBIT ENROLLMENT LOG".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD4-RUN-DATE PIC 9(8).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 AE-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Customer Name".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Bank Account".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Enrolled".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Status ".
       01 AE-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AELN-ELEC-ACC PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 AELN-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AELN-BANK-ACC PIC 9(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 AELN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AELN-STATUS PIC X(7).
       01 AE-TOT-REC.
           05 FILLER PIC X(29) VALUE
               "Maintenance Actions Taken:   ".
           05 AETOT-CNT PIC ZZZ9.
       01 DB-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "DEBITS POSTED".
       01 RJ-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "REJECTED DEBITS".
       01 DB-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Period".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Due Date".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Bank Account".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Remarks".
       01 DB-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-ELEC-ACC PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-PERIOD PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-DUE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-BANK-ACC PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DBLN-REMARK PIC X(20).
       01 DB-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Debits Posted:    ".
           05 DBTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 DBTOT-AMT PIC Z,ZZZ,ZZ9.99.
       01 RJ-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Debits Rejected:  ".
           05 RJTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 RJTOT-AMT PIC Z,ZZZ,ZZ9.99.

       01 REJ-TBL-WS.
           05 RJT-CNT PIC 9(3) VALUE 0.
           05 RJT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON RJT-CNT
                   INDEXED BY RJT-IDX.
               10 RJT-ELEC-ACC PIC X(10).
               10 RJT-PERIOD PIC 9(6).
               10 RJT-DUE PIC 9(8).
               10 RJT-BANK-ACC PIC 9(10).
               10 RJT-AMT PIC 9(7)V99.
               10 RJT-REASON PIC X(20).

       01 DEBIT-WS.
           05 ELEC-ACC-IN PIC X(10).
           05 BANK-ACC-IN PIC 9(10).
           05 DUE-DAYS PIC 99 VALUE 15.
           05 DUE-INT-WS PIC 9(7).
           05 DUE-DATE-WS PIC 9(8).
           05 DEBIT-AMT PIC 9(7)V99.
           05 AVAIL-WS PIC S9(9)V99.
           05 HOLD-AMT-WS PIC 9(9)V99.
           05 HOLD-FULL-WS PIC X.
           05 FLOAT-AMT-WS PIC 9(9)V99.
           05 REJ-REASON-WS PIC X(20).
           05 DB-CNT PIC 9(4) VALUE 0.
           05 DB-TOT PIC 9(8)V99 VALUE 0.
           05 RJ-CNT PIC 9(4) VALUE 0.
           05 RJ-TOT PIC 9(8)V99 VALUE 0.
           05 ACTION-CNT PIC 9(4) VALUE 0.
           05 TL-SEQ-CTR PIC 9(6) VALUE 0.
           05 CUR-TIMESTAMP PIC X(21).

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
           05 CHK-ANS PIC 9 VALUE 0.
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 EB-EOF PIC X VALUE "N".
           05 AM-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 HF-FILE-STATUS PIC XX.
           05 HF-EOF PIC X VALUE "N".
           05 CQ-FILE-STATUS PIC XX.
           05 CQ-EOF PIC X VALUE "N".
           05 AE-FILE-STATUS PIC XX.
           05 AE-EOF PIC X VALUE "N".
           05 AD-FILE-STATUS PIC XX.
           05 SP-FILE-STATUS PIC XX.
           05 EP-FILE-STATUS PIC XX.
           05 RUN-MODE-IN PIC X.
           05 FUNC-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 RUN-DATE-INT PIC 9(7).

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           OPEN INPUT CUST-MASTER.
           IF CM-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Customer Master File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-FILE-STATUS NOT = "00"
               DISPLAY (5, 1)
                   "Account Master Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O AUTO-DEBIT-ENROLL.
           IF AE-FILE-STATUS = "35"
               OPEN OUTPUT AUTO-DEBIT-ENROLL
               CLOSE AUTO-DEBIT-ENROLL
               OPEN I-O AUTO-DEBIT-ENROLL
           END-IF.
           MOVE RUN-DATE-WS TO HD4-RUN-DATE.

           IF CHK-ANS = 0
               DISPLAY (1, 1)
                   "Run Mode (E=Enrollment/D=Due-Date Debit Run): "
               ACCEPT (1, 50) RUN-MODE-IN
               IF RUN-MODE-IN = "D" OR RUN-MODE-IN = "d"
                   PERFORM DEBIT-RUN-RTN THRU DEBIT-RUN-END
               ELSE
                   WRITE OUTREC FROM HD01-REC
                   WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE
                   WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE
                   WRITE OUTREC FROM AE-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM PROCESS-RTN THRU PROCESS-END
                       UNTIL CHK-ANS = 1
                   MOVE ACTION-CNT TO AETOT-CNT
                   WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM AE-TOT-REC AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) SPACER.
           DISPLAY (4, 1) "Function (E=Enroll/R=Revoke/L=List): ".
           PERFORM FUNC-RTN THRU FUNC-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (5, 1) "Electric Account No: ".
           PERFORM ELEC-CHK-RTN THRU ELEC-CHK-END.
           MOVE 0 TO VALID-FLAG.

           EVALUATE FUNC-IN
               WHEN "E"
                   PERFORM ENROLL-RTN THRU ENROLL-END
               WHEN "R"
                   PERFORM REVOKE-RTN THRU REVOKE-END
               WHEN OTHER
                   PERFORM LIST-RTN THRU LIST-END
           END-EVALUATE.

           DISPLAY (14, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       PROCESS-END.
           EXIT.

       FUNC-RTN.
           ACCEPT (4, 40) FUNC-IN.
           MOVE FUNCTION UPPER-CASE(FUNC-IN) TO FUNC-IN.
           IF FUNC-IN = "E" OR FUNC-IN = "R" OR FUNC-IN = "L"
               MOVE 1 TO VALID-FLAG
               DISPLAY (4, 40) FUNC-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM FUNC-RTN THRU FUNC-END UNTIL VALID-FLAG = 1
           END-IF.
       FUNC-END.
           EXIT.

       ELEC-CHK-RTN.
           ACCEPT (5, 40) ELEC-ACC-IN.
           MOVE ELEC-ACC-IN TO CM-ACC-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (5, 40) ELEC-ACC-IN
               DISPLAY (5, 60) "                          "
               DISPLAY (6, 1) "Customer Name: "
               DISPLAY (6, 40) CM-CUS-NAM
           ELSE
               PERFORM ELEC-CHK-RTN THRU ELEC-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ELEC-CHK-END.
           EXIT.

       ENROLL-RTN.
           IF CM-CLOSE-DATE GREATER THAN 0
               DISPLAY (10, 1) "Account Closed - Cannot Enroll"
           ELSE
               DISPLAY (7, 1) "China Trust Acct No: "
               PERFORM BANK-CHK-RTN THRU BANK-CHK-END
               MOVE 0 TO VALID-FLAG
               MOVE ELEC-ACC-IN TO AE-ELEC-ACC
               MOVE BANK-ACC-IN TO AE-BANK-ACC
               MOVE RUN-DATE-WS TO AE-ENROLL-DATE
               MOVE "A" TO AE-STATUS
               WRITE AUTO-DEBIT-ENROLL-REC
                   INVALID KEY
                       REWRITE AUTO-DEBIT-ENROLL-REC
               END-WRITE
               ADD 1 TO ACTION-CNT
               PERFORM AE-PRINT-RTN THRU AE-PRINT-END
               DISPLAY (10, 1) "Auto-Debit Enrollment Recorded"
           END-IF.
       ENROLL-END.
           EXIT.

       BANK-CHK-RTN.
           ACCEPT (7, 40) BANK-ACC-IN.
           MOVE BANK-ACC-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (7, 60) "Unknown Bank Acct - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (7, 60) "Account Closed - Re-enter   "
                   ELSE
                   IF AM-ACC-TYP = "D"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (7, 60) "Peso Accounts Only-Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (7, 40) BANK-ACC-IN
               DISPLAY (7, 60) "                            "
               DISPLAY (8, 1) "Account Holder: "
               DISPLAY (8, 40) AM-ACC-NAME
           ELSE
               PERFORM BANK-CHK-RTN THRU BANK-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BANK-CHK-END.
           EXIT.

       REVOKE-RTN.
           MOVE ELEC-ACC-IN TO AE-ELEC-ACC.
           READ AUTO-DEBIT-ENROLL
               INVALID KEY
                   DISPLAY (10, 1) "Not Enrolled - No Revocation"
               NOT INVALID KEY
                   IF AE-STATUS = "A"
                       MOVE "R" TO AE-STATUS
                       REWRITE AUTO-DEBIT-ENROLL-REC
                       ADD 1 TO ACTION-CNT
                       PERFORM AE-PRINT-RTN THRU AE-PRINT-END
                       DISPLAY (10, 1) "Enrollment Revoked"
                   ELSE
                       DISPLAY (10, 1) "Enrollment Already Revoked"
                   END-IF
           END-READ.
       REVOKE-END.
           EXIT.

       LIST-RTN.
           MOVE ELEC-ACC-IN TO AE-ELEC-ACC.
           READ AUTO-DEBIT-ENROLL
               INVALID KEY
                   DISPLAY (8, 1) "No Auto-Debit Enrollment On File"
               NOT INVALID KEY
                   DISPLAY (8, 1) AE-COLHD-REC
                   PERFORM AE-FORMAT-RTN THRU AE-FORMAT-END
                   DISPLAY (9, 1) AE-LINE-REC
           END-READ.
       LIST-END.
           EXIT.

       AE-FORMAT-RTN.
           MOVE AE-ELEC-ACC TO AELN-ELEC-ACC.
           MOVE CM-CUS-NAM TO AELN-NAME.
           MOVE AE-BANK-ACC TO AELN-BANK-ACC.
           MOVE AE-ENROLL-DATE TO AELN-DATE.
           IF AE-STATUS = "A"
               MOVE "Active" TO AELN-STATUS
           ELSE
               MOVE "Revoked" TO AELN-STATUS
           END-IF.
       AE-FORMAT-END.
           EXIT.

       AE-PRINT-RTN.
           PERFORM AE-FORMAT-RTN THRU AE-FORMAT-END.
           WRITE OUTREC FROM AE-LINE-REC AFTER ADVANCING 1 LINE.
       AE-PRINT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (14, 40) ANS.
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

       DEBIT-RUN-RTN.
           OPEN I-O ELEC-BILL-FILE.
           IF EB-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Electric Bill File Not Found - Run Aborted"
           ELSE
               PERFORM LOAD-PARM-RTN THRU LOAD-PARM-END
               PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END
               OPEN EXTEND TRANSAC-LOG
               IF TL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRANSAC-LOG
               END-IF
               OPEN EXTEND ELEC-PAY-REG
               IF EP-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ELEC-PAY-REG
               END-IF
               OPEN INPUT HOLD-FILE
               IF HF-FILE-STATUS = "35"
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN INPUT HOLD-FILE
               END-IF
               OPEN INPUT CHEQUE-FILE
               IF CQ-FILE-STATUS = "35"
                   OPEN OUTPUT CHEQUE-FILE
                   CLOSE CHEQUE-FILE
                   OPEN INPUT CHEQUE-FILE
               END-IF
               OPEN I-O AUTO-DEBIT-LOG
               IF AD-FILE-STATUS = "35"
                   OPEN OUTPUT AUTO-DEBIT-LOG
                   CLOSE AUTO-DEBIT-LOG
                   OPEN I-O AUTO-DEBIT-LOG
               END-IF

               WRITE OUTREC FROM HD01-REC
               WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM DB-HD-REC AFTER ADVANCING 2 LINES
               WRITE OUTREC FROM DB-COLHD-REC AFTER ADVANCING 1 LINE

               MOVE "N" TO AE-EOF
               MOVE SPACES TO AE-ELEC-ACC
               START AUTO-DEBIT-ENROLL
                   KEY IS NOT LESS THAN AE-ELEC-ACC
                   INVALID KEY
                       MOVE "Y" TO AE-EOF
               END-START
               PERFORM UNTIL AE-EOF = "Y"
                   READ AUTO-DEBIT-ENROLL NEXT RECORD
                       AT END
                           MOVE "Y" TO AE-EOF
                       NOT AT END
                           IF AE-STATUS = "A"
                               PERFORM DEBIT-ACCT-RTN
                                   THRU DEBIT-ACCT-END
                           END-IF
                   END-READ
               END-PERFORM

               MOVE DB-CNT TO DBTOT-CNT
               MOVE DB-TOT TO DBTOT-AMT
               WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM DB-TOT-REC AFTER ADVANCING 1 LINE
               PERFORM REJ-REPORT-RTN THRU REJ-REPORT-END

               CLOSE ELEC-BILL-FILE
               CLOSE TRANSAC-LOG
               CLOSE ELEC-PAY-REG
               CLOSE HOLD-FILE
               CLOSE CHEQUE-FILE
               CLOSE AUTO-DEBIT-LOG
               DISPLAY (4, 1) "Auto-Debit Run Complete"
               DISPLAY (5, 1) "Debits Posted: "
               DISPLAY (5, 40) DBTOT-CNT
               DISPLAY (6, 1) "Debits Rejected: "
               DISPLAY (6, 40) RJTOT-CNT
           END-IF.
       DEBIT-RUN-END.
           EXIT.

       LOAD-PARM-RTN.
           OPEN INPUT SURCH-PARM-FILE.
           IF SP-FILE-STATUS = "00"
               READ SURCH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(SP-DUE-DAYS) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(SP-DUE-DAYS)
                               TO DUE-DAYS
                       END-IF
               END-READ
               CLOSE SURCH-PARM-FILE
           END-IF.
       LOAD-PARM-END.
           EXIT.

       LOAD-TXN-SEQ-RTN.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               PERFORM UNTIL TL-FILE-STATUS NOT = "00"
                   READ TRANSAC-LOG
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE TL-SEQ-NO TO TL-SEQ-CTR
                   END-READ
               END-PERFORM
               CLOSE TRANSAC-LOG
           END-IF.
       LOAD-TXN-SEQ-END.
           EXIT.

       DEBIT-ACCT-RTN.
           MOVE AE-ELEC-ACC TO ELEC-ACC-IN.
           MOVE AE-BANK-ACC TO BANK-ACC-IN.
           MOVE "N" TO EB-EOF.
           MOVE ELEC-ACC-IN TO EB-ACC-NO.
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
                       IF EB-ACC-NO NOT = ELEC-ACC-IN
                           MOVE "Y" TO EB-EOF
                       ELSE
                           IF (EB-STATUS = "O" OR EB-STATUS = "E")
                                   AND EB-PAID-AMT LESS THAN
                                       EB-BILL-AMT
                               PERFORM DEBIT-BILL-RTN
                                   THRU DEBIT-BILL-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       DEBIT-ACCT-END.
           EXIT.

       DEBIT-BILL-RTN.
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(EB-BILL-DATE) + DUE-DAYS.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(DUE-INT-WS).
           PERFORM BIZ-ROLL-RTN THRU BIZ-ROLL-END.
           COMPUTE DUE-INT-WS = FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS).
           COMPUTE DUE-DATE-WS = FUNCTION DATE-OF-INTEGER(DUE-INT-WS).
           IF DUE-INT-WS NOT GREATER THAN RUN-DATE-INT
                   AND DUE-DATE-WS NOT LESS THAN AE-ENROLL-DATE
               MOVE ELEC-ACC-IN TO AD-ELEC-ACC
               MOVE EB-PERIOD TO AD-PERIOD
               READ AUTO-DEBIT-LOG
                   INVALID KEY
                       PERFORM DEBIT-TRY-RTN THRU DEBIT-TRY-END
               END-READ
           END-IF.
       DEBIT-BILL-END.
           EXIT.

       DEBIT-TRY-RTN.
           COMPUTE DEBIT-AMT = EB-BILL-AMT - EB-PAID-AMT.
           MOVE SPACES TO REJ-REASON-WS.
           MOVE BANK-ACC-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "BANK ACCT NOT FOUND" TO REJ-REASON-WS
           END-READ.
           IF REJ-REASON-WS = SPACES AND AM-STATUS = "D"
               MOVE "ACCOUNT DORMANT" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES AND AM-STATUS = "C"
               MOVE "ACCOUNT CLOSED" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES AND AM-ACC-TYP = "D"
               MOVE "DOLLAR ACCOUNT" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES
               PERFORM HOLD-SUM-RTN THRU HOLD-SUM-END
               PERFORM FLOAT-SUM-RTN THRU FLOAT-SUM-END
               COMPUTE AVAIL-WS = AM-BALANCE - DEBIT-AMT
               IF HOLD-FULL-WS = "Y"
                   MOVE "ACCOUNT FROZEN" TO REJ-REASON-WS
               ELSE
                   IF AVAIL-WS LESS THAN 0
                       MOVE "INSUFFICIENT FUNDS" TO REJ-REASON-WS
                   ELSE
                       IF AVAIL-WS LESS THAN HOLD-AMT-WS
                           MOVE "FUNDS HELD" TO REJ-REASON-WS
                       ELSE
                           IF AVAIL-WS LESS THAN
                                   HOLD-AMT-WS + FLOAT-AMT-WS
                               MOVE "UNCLEARED CHEQUES"
                                   TO REJ-REASON-WS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE ELEC-ACC-IN TO AD-ELEC-ACC.
           MOVE EB-PERIOD TO AD-PERIOD.
           MOVE BANK-ACC-IN TO AD-BANK-ACC.
           MOVE DUE-DATE-WS TO AD-DUE-DATE.
           MOVE RUN-DATE-WS TO AD-RUN-DATE.
           MOVE DEBIT-AMT TO AD-AMOUNT.
           MOVE REJ-REASON-WS TO AD-REASON.
           MOVE 0 TO AD-TL-SEQ.
           IF REJ-REASON-WS = SPACES
               PERFORM DEBIT-POST-RTN THRU DEBIT-POST-END
               MOVE "D" TO AD-STATUS
               MOVE TL-SEQ-CTR TO AD-TL-SEQ
           ELSE
               MOVE "R" TO AD-STATUS
               PERFORM REJ-ADD-RTN THRU REJ-ADD-END
           END-IF.
           WRITE AUTO-DEBIT-LOG-REC.
       DEBIT-TRY-END.
           EXIT.

       DEBIT-POST-RTN.
           COMPUTE AM-BALANCE = AM-BALANCE - DEBIT-AMT.
           REWRITE ACCOUNT-MAST-REC.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "BATCH" TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE AM-ACC-NO TO TL-ACC-NO.
           MOVE "Elec AutoDeb" TO TL-TRANSAC-NAME.
           MOVE DEBIT-AMT TO TL-AMOUNT.
           MOVE AM-BALANCE TO TL-BALANCE.
           MOVE SPACES TO TL-XREF-SEQ.
           MOVE SPACES TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.

           ADD DEBIT-AMT TO EB-PAID-AMT.
           MOVE "P" TO EB-STATUS.
           REWRITE ELEC-BILL-REC.
           MOVE SPACES TO ELEC-PAY-REC.
           MOVE RUN-DATE-WS TO EP-DATE.
           MOVE ELEC-ACC-IN TO EP-ACC-NO.
           MOVE "Bank Debit" TO EP-METHOD.
           MOVE DEBIT-AMT TO EP-AMOUNT.
           WRITE ELEC-PAY-REC.
           ADD 1 TO DB-CNT.
           ADD DEBIT-AMT TO DB-TOT.

           MOVE ELEC-ACC-IN TO DBLN-ELEC-ACC.
           MOVE EB-PERIOD TO DBLN-PERIOD.
           MOVE DUE-DATE-WS TO DBLN-DUE.
           MOVE BANK-ACC-IN TO DBLN-BANK-ACC.
           MOVE DEBIT-AMT TO DBLN-AMT.
           MOVE "DEBITED" TO DBLN-REMARK.
           WRITE OUTREC FROM DB-LINE-REC AFTER ADVANCING 1 LINE.
       DEBIT-POST-END.
           EXIT.

       REJ-ADD-RTN.
           ADD 1 TO RJ-CNT.
           ADD DEBIT-AMT TO RJ-TOT.
           IF RJT-CNT LESS THAN 200
               ADD 1 TO RJT-CNT
               MOVE ELEC-ACC-IN TO RJT-ELEC-ACC(RJT-CNT)
               MOVE EB-PERIOD TO RJT-PERIOD(RJT-CNT)
               MOVE DUE-DATE-WS TO RJT-DUE(RJT-CNT)
               MOVE BANK-ACC-IN TO RJT-BANK-ACC(RJT-CNT)
               MOVE DEBIT-AMT TO RJT-AMT(RJT-CNT)
               MOVE REJ-REASON-WS TO RJT-REASON(RJT-CNT)
           END-IF.
       REJ-ADD-END.
           EXIT.

       REJ-REPORT-RTN.
           WRITE OUTREC FROM RJ-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM DB-COLHD-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING RJT-IDX FROM 1 BY 1 UNTIL RJT-IDX > RJT-CNT
               MOVE RJT-ELEC-ACC(RJT-IDX) TO DBLN-ELEC-ACC
               MOVE RJT-PERIOD(RJT-IDX) TO DBLN-PERIOD
               MOVE RJT-DUE(RJT-IDX) TO DBLN-DUE
               MOVE RJT-BANK-ACC(RJT-IDX) TO DBLN-BANK-ACC
               MOVE RJT-AMT(RJT-IDX) TO DBLN-AMT
               MOVE RJT-REASON(RJT-IDX) TO DBLN-REMARK
               WRITE OUTREC FROM DB-LINE-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE RJ-CNT TO RJTOT-CNT.
           MOVE RJ-TOT TO RJTOT-AMT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RJ-TOT-REC AFTER ADVANCING 1 LINE.
       REJ-REPORT-END.
           EXIT.

       HOLD-SUM-RTN.
           MOVE 0 TO HOLD-AMT-WS.
           MOVE "N" TO HOLD-FULL-WS.
           MOVE "N" TO HF-EOF.
           MOVE BANK-ACC-IN TO HF-ACC-NO.
           MOVE 0 TO HF-SEQ.
           START HOLD-FILE KEY IS NOT LESS THAN HF-KEY
               INVALID KEY
                   MOVE "Y" TO HF-EOF
           END-START.
           PERFORM UNTIL HF-EOF = "Y"
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO HF-EOF
                   NOT AT END
                       IF HF-ACC-NO NOT = BANK-ACC-IN
                           MOVE "Y" TO HF-EOF
                       ELSE
                           IF HF-STATUS = "A"
                                   AND (HF-EXPIRY = 0
                                   OR HF-EXPIRY NOT LESS
                                       THAN RUN-DATE-WS)
                               IF HF-TYPE = "F"
                                   MOVE "Y" TO HOLD-FULL-WS
                               ELSE
                                   ADD HF-AMOUNT TO HOLD-AMT-WS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       HOLD-SUM-END.
           EXIT.

       FLOAT-SUM-RTN.
           MOVE 0 TO FLOAT-AMT-WS.
           MOVE "N" TO CQ-EOF.
           MOVE BANK-ACC-IN TO CQ-ACC-NO.
           MOVE 0 TO CQ-SEQ.
           START CHEQUE-FILE KEY IS NOT LESS THAN CQ-KEY
               INVALID KEY
                   MOVE "Y" TO CQ-EOF
           END-START.
           PERFORM UNTIL CQ-EOF = "Y"
               READ CHEQUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CQ-EOF
                   NOT AT END
                       IF CQ-ACC-NO NOT = BANK-ACC-IN
                           MOVE "Y" TO CQ-EOF
                       ELSE
                           IF CQ-STATUS = "F"
                               ADD CQ-AMOUNT TO FLOAT-AMT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FLOAT-SUM-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE CUST-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE AUTO-DEBIT-ENROLL.
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
