           SELECT OPERATOR-FILE ASSIGN TO "C:\dos\cobol\operfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-FILE-STATUS.
           SELECT OPER-SEC-FILE ASSIGN TO "C:\dos\cobol\opersec.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-ID
               FILE STATUS IS OS-FILE-STATUS.
           SELECT SEC-LOG ASSIGN TO "C:\dos\cobol\seclog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT SEC-PARM-FILE ASSIGN TO "C:\dos\cobol\secparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "C:\dos\cobol\loanmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NO
               FILE STATUS IS LN-FILE-STATUS.
           SELECT LOAN-SCHED ASSIGN TO "C:\dos\cobol\loansched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS LS-FILE-STATUS.
           SELECT CIF-MASTER ASSIGN TO "C:\dos\cobol\cifmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-NO
               FILE STATUS IS CIF-FILE-STATUS.
           SELECT WTAX-PARM-FILE ASSIGN TO "C:\dos\cobol\wtaxprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WTP-FILE-STATUS.
           SELECT WTAX-LOG ASSIGN TO "C:\dos\cobol\wtaxlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "C:\dos\cobol\brmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-COD
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT VAULT-LEDGER ASSIGN TO "C:\dos\cobol\vaultlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD TRANSAC-LOG.
       01 TRANSAC-LOG-REC.
           05 TL-SEQ-NO PIC 9(6).
           05 CO-OWNER-NAME PIC X(25).
           05 CO-RULE PIC X.
           05 CO-STATUS PIC X.
           05 CO-CIF-NO PIC 9(8).
       FD TXN-LIMIT-FILE.
       01 TXN-LIMIT-REC.
           05 TXL-TYPE PIC X.
           05 OPF-AUTH PIC X(13).
           05 FILLER PIC X(1).
           05 OPF-SUPV PIC X.
       FD OPER-SEC-FILE.
       01 OPER-SEC-REC.
           05 OS-ID PIC X(5).
           05 OS-PW-HASH PIC 9(10).
           05 OS-PW-DATE PIC 9(8).
           05 OS-MUST-CHG PIC X.
           05 OS-FAIL-CNT PIC 9.
           05 OS-LOCKED PIC X.
           05 OS-LOCK-DATE PIC 9(8).
           05 OS-LAST-SIGNON PIC 9(8).
           05 OS-SEC-ADMIN PIC X.
           05 OS-UPD-OPER PIC X(5).
           05 OS-UPD-DATE PIC 9(8).
       FD SEC-LOG.
       01 SEC-LOG-REC.
           05 SL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 SL-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 SL-OPER PIC X(5).
           05 FILLER PIC X(1).
           05 SL-BY-OPER PIC X(5).
           05 FILLER PIC X(1).
           05 SL-PROG PIC X(12).
           05 FILLER PIC X(1).
           05 SL-EVENT PIC X(8).
           05 FILLER PIC X(1).
           05 SL-DETAIL PIC X(20).
       FD SEC-PARM-FILE.
       01 SEC-PARM-REC.
           05 SP-PW-DAYS PIC 9(3).
           05 FILLER PIC X(1).
           05 SP-REVIEW-DAYS PIC 9(3).
       FD LOAN-MASTER.
       01 LOAN-MAST-REC.
           05 LN-LOAN-NO PIC 9(10).
           05 LN-ACC-NO PIC 9(10).
           05 LN-BORROWER PIC X(25).
           05 LN-PRINCIPAL PIC 9(9)V99.
           05 LN-RATE PIC 99V99.
           05 LN-TERM PIC 9(3).
           05 LN-RELEASE-DATE PIC 9(8).
           05 LN-INSTALL PIC 9(9)V99.
           05 LN-PRIN-BAL PIC 9(9)V99.
           05 LN-AUTO-DEB PIC X.
           05 LN-STATUS PIC X.
           05 LN-OFFICER PIC X(5).
           05 LN-APPR-ID PIC X(5).
       FD LOAN-SCHED.
       01 LOAN-SCHED-REC.
           05 LS-KEY.
               10 LS-LOAN-NO PIC 9(10).
               10 LS-INST-NO PIC 9(3).
           05 LS-DUE-DATE PIC 9(8).
           05 LS-PRIN-DUE PIC 9(9)V99.
           05 LS-INT-DUE PIC 9(7)V99.
           05 LS-PEN-DUE PIC 9(7)V99.
           05 LS-PRIN-PAID PIC 9(9)V99.
           05 LS-INT-PAID PIC 9(7)V99.
           05 LS-PEN-PAID PIC 9(7)V99.
           05 LS-PEN-DATE PIC 9(8).
           05 LS-STATUS PIC X.
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
       FD WTAX-PARM-FILE.
       01 WTAX-PARM-REC.
           05 WTP-RATE PIC X(6).
       FD WTAX-LOG.
       01 WTAX-LOG-REC.
           05 WT-SOURCE PIC X.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-ACC-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-CIF-NO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-NAME PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-CCY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-RATE PIC Z9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-GROSS PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-TAX PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-NET PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-GROSS-PHP PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-TAX-PHP PIC ZZZZZZZZ9.99.
       FD BRANCH-MASTER.
       01 BRANCH-MAST-REC.
           05 BRM-COD PIC X(3).
           05 BRM-NAME PIC X(15).
           05 BRM-INS-LIMIT PIC 9(11)V99.
           05 BRM-VAULT-BAL PIC S9(11)V99.
           05 BRM-STATUS PIC X.
           05 BRM-LAST-TXN PIC 9(8).
       FD VAULT-LEDGER.
       01 VAULT-LEDGER-REC.
           05 VL-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 VL-TIME PIC X(6).
           05 FILLER PIC X(1).
           05 VL-BR-COD PIC X(3).
           05 FILLER PIC X(1).
           05 VL-TYPE PIC X(12).
           05 FILLER PIC X(1).
           05 VL-TELLER PIC X(5).
           05 FILLER PIC X(1).
           05 VL-AMOUNT PIC X(14).
           05 FILLER PIC X(1).
           05 VL-VAULT-BAL PIC X(18).
           05 FILLER PIC X(1).
           05 VL-APPR-ID PIC X(5).
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
           05 DRW-AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 DRW-OS-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 DRW-TOT-OVER PIC 9(9)V99 VALUE 0.
           05 DRW-TOT-SHORT PIC 9(9)V99 VALUE 0.
           05 DRW-OS-WS PIC S9(9)V99.
           05 TXL-EOF PIC X VALUE "N".
           05 OP-FILE-STATUS PIC XX.
           05 OP-EOF PIC X VALUE "N".
           05 OS-FILE-STATUS PIC XX.
           05 OS-FOUND PIC X.
           05 SL-FILE-STATUS PIC XX.
           05 PW-IN PIC X(10).
           05 PW-HASH-SRC PIC X(15).
           05 PW-HASH-WS PIC 9(10).
           05 PW-SUB PIC 99.
           05 PW-OK PIC X.
           05 PW-MAX-FAIL PIC 9 VALUE 3.
           05 SP-FILE-STATUS PIC XX.
           05 PW-DAYS-WS PIC 9(3) VALUE 90.
           05 PW-AGE-WS PIC S9(7).
           05 PW-EXPIRED PIC X.
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB3".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 APPR-ID-WS PIC X(5) VALUE SPACES.
           05 OVR-DECLINED PIC X VALUE "N".
           05 OVR-ANS-IN PIC X(5).
           05 OVR-APPR-CNT PIC 9(4) VALUE 0.
           05 OVR-DECL-CNT PIC 9(4) VALUE 0.
           05 TL-DATE-WS PIC 9(8).
           05 LN-FILE-STATUS PIC XX.
           05 LS-FILE-STATUS PIC XX.
           05 LS-EOF PIC X VALUE "N".
           05 LOAN-FLAG PIC X VALUE "N".
           05 LOAN-VALID PIC 9 VALUE 0.
           05 LOAN-NO-IN PIC 9(10).
           05 LOAN-OWED-WS PIC 9(9)V99.
           05 LOAN-OWED-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 LOAN-OPEN-CNT PIC 9(3).
           05 PAY-REM PIC 9(9)V99.
           05 PAY-PART PIC 9(9)V99.
           05 PAY-SEQ-WS PIC 9(6).
           05 PAY-INT-WS PIC 9(9)V99.
           05 PAY-PEN-WS PIC 9(9)V99.
           05 CIF-FILE-STATUS PIC XX.
           05 CIF-NO-IN PIC 9(8).
           05 WTP-FILE-STATUS PIC XX.
           05 WT-FILE-STATUS PIC XX.
           05 WTAX-RATE PIC 99V99 VALUE 20.
           05 WHT-AMT PIC 9(7)V99.
           05 WHT-PESO PIC 9(9)V99.
           05 WHT-TOTAL-AMT PIC 9(9)V99 VALUE 0.
           05 WHT-EXEMPT-CTR PIC 9(5) VALUE 0.
           05 BRM-FILE-STATUS PIC XX.
           05 VL-FILE-STATUS PIC XX.
           05 VL-EOF PIC X VALUE "N".
           05 VL-AMT-WS PIC 9(9)V99.
           05 DRW-VAULT-REQ PIC 9(9)V99 VALUE 0.
           05 DRW-VAULT-RTN PIC 9(9)V99 VALUE 0.

       01 BR-DFLT-WS.
           05 FILLER PIC X(18) VALUE "PARParanaque      ".
           05 FILLER PIC X(18) VALUE "PASPasay          ".
           05 FILLER PIC X(18) VALUE "MANMandaluyong    ".
           05 FILLER PIC X(18) VALUE "SMESta. Mesa      ".
           05 FILLER PIC X(18) VALUE "SJASan Juan       ".
       01 BR-DFLT-TBL REDEFINES BR-DFLT-WS.
           05 BRD-ENTRY OCCURS 5 TIMES INDEXED BY BRD-IDX.
               10 BRD-COD PIC X(3).
               10 BRD-NAME PIC X(15).

       01 TXN-LIMIT-WS.
           05 TXL-CNT PIC 9 VALUE 0.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Teller ID:            ".
           05 DRWSL-TELLER PIC X(5).
       01 DRW-VAULT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Cash From Vault:      ".
           05 DRWSL-VAULT-REQ PIC ZZZ,ZZZ,ZZ9.99.
       01 DRW-VAULT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Returned To Vault:    ".
           05 DRWSL-VAULT-RTN PIC ZZZ,ZZZ,ZZ9.99.
       01 DRW-LINE2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Cash Deposits Taken:  ".
       01 INT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Account Name".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Gross Int.".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Tax W/H".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "New Balance".
       01 INT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INTLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INTLN-ACC-NAME PIC X(20).
           05 INTLN-INT-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 INTLN-WHT-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 INTLN-NEW-BAL PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 INTLN-EXEMPT PIC X(5).
       01 INT-TOTALS-REC.
           05 FILLER PIC X(28) VALUE "Accounts Credited Interest: ".
           05 INTTOT-CTR-OUT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Total Interest: ".
           05 INTTOT-AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.
       01 INT-WHT-TOT-REC.
           05 FILLER PIC X(28) VALUE "Tax Exempt Accounts:        ".
           05 WHTTOT-EXM-OUT PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Tax Withheld:   ".
           05 WHTTOT-AMT-OUT PIC ZZZ,ZZZ,ZZ9.99.

       01 BRN-SUMMARY-WS.
           05 BSM-CNT PIC 99 VALUE 0.
           05 BSM-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON BSM-CNT
                   INDEXED BY BSM-IDX.
               10 BSM-BR-COD PIC X(3).
               10 BSM-TOT-DEP PIC S9(9)V99 VALUE 0.
               10 BSM-TOT-WD PIC S9(9)V99 VALUE 0.
               10 BSM-END-BAL PIC S9(9)V99 VALUE 0.
           05 BSM-CUR-IDX PIC 99 VALUE 0.
       01 BSM-ACCT-WS.
           05 BSM-ACCT-CNT PIC 9(3) VALUE 0.
           05 BSM-ACCT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON BSM-ACCT-CNT
                   INDEXED BY BSM-ACCT-IDX.
               10 BSM-ACCT-NO PIC 9(10).
               10 BSM-ACCT-BR-IDX PIC 99 VALUE 0.
               10 BSM-ACCT-BAL PIC S9(9)V99 VALUE 0.
               10 BSM-ACCT-DOL PIC S9(9)V99 VALUE 0.
       01 BRN-HD-REC.
               CLOSE COOWNER-FILE
               OPEN I-O COOWNER-FILE
           END-IF.
           OPEN I-O LOAN-MASTER.
           IF LN-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF.
           OPEN I-O LOAN-SCHED.
           IF LS-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-SCHED
               CLOSE LOAN-SCHED
               OPEN I-O LOAN-SCHED
           END-IF.
           OPEN I-O CIF-MASTER.
           IF CIF-FILE-STATUS = "35"
               OPEN OUTPUT CIF-MASTER
               CLOSE CIF-MASTER
               OPEN I-O CIF-MASTER
           END-IF.
           OPEN INPUT BRANCH-MASTER.
           IF BRM-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER
               PERFORM VARYING BRD-IDX FROM 1 BY 1 UNTIL BRD-IDX > 5
                   MOVE BRD-COD(BRD-IDX) TO BRM-COD
                   MOVE BRD-NAME(BRD-IDX) TO BRM-NAME
                   MOVE 2000000.00 TO BRM-INS-LIMIT
                   MOVE 0 TO BRM-VAULT-BAL
                   MOVE "A" TO BRM-STATUS
                   MOVE 0 TO BRM-LAST-TXN
                   WRITE BRANCH-MAST-REC
               END-PERFORM
               CLOSE BRANCH-MASTER
               OPEN INPUT BRANCH-MASTER
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-SEC-PARM-RTN THRU LOAD-SEC-PARM-END.
           PERFORM LOAD-FX-RATE-RTN THRU LOAD-FX-RATE-END.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
       LOAD-FX-RATE-END.
           EXIT.

       LOAD-WTAX-RTN.
           OPEN INPUT WTAX-PARM-FILE.
           IF WTP-FILE-STATUS = "00"
               READ WTAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(WTP-RATE) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(WTP-RATE) TO WTAX-RATE
                       END-IF
               END-READ
               CLOSE WTAX-PARM-FILE
           ELSE
               DISPLAY (23, 1)
                   "W/Tax Rate File Not Found - Rate Defaulted To 20%"
           END-IF.
           OPEN EXTEND WTAX-LOG.
           IF WT-FILE-STATUS NOT = "00"
               OPEN OUTPUT WTAX-LOG
           END-IF.
       LOAD-WTAX-END.
           EXIT.

       LOAD-TXN-LIMIT-RTN.
           OPEN INPUT TXN-LIMIT-FILE.
           IF TXL-FILE-STATUS = "00"
                       DISPLAY (20, 60) "Unknown Operator"
                   WHEN OPT-ID(OPT-IDX) = OVR-ANS-IN
                       IF OPT-SUPV(OPT-IDX) = "Y"
                           MOVE OVR-ANS-IN TO SEC-OPER-WS
                           MOVE TELLER-ID-IN TO SEC-BY-WS
                           PERFORM SUPV-PW-RTN THRU SUPV-PW-END
                           IF PW-OK = "Y"
                               MOVE "Y" TO OVR-OK-WS
                               MOVE OVR-ANS-IN TO APPR-ID-WS
                               DISPLAY (20, 60) "Approved        "
                           ELSE
                               DISPLAY (20, 60) SEC-MSG-WS
                           END-IF
                       ELSE
                           DISPLAY (20, 60) "Not Supervisor  "
                       END-IF
               UNTIL DORMANT-OK = "Y".
           PERFORM COOWNER-SHOW-RTN THRU COOWNER-SHOW-END.
           MOVE "N" TO XFER-FLAG.
           MOVE "N" TO LOAN-FLAG.
           IF ACCT-FOUND = "Y"
               MOVE AM-ACC-NAME TO ACC-NAME-IN
               MOVE AM-CIF-NO TO CIF-NO-IN
               DISPLAY (6, 1) "Account Name: "
               DISPLAY (6, 40) ACC-NAME-IN
           ELSE
               DISPLAY (6, 1) "Customer CIF No.: "
               PERFORM CIF-CHK-RTN THRU CIF-CHK-END
               MOVE 0 TO VALID-FLAG
           END-IF.

           DISPLAY (7, 1) "Gender Code: ".
           PERFORM GEND-RTN.
           IF XFER-FLAG = "Y" AND TXN-OK = "Y"
               PERFORM XFER-DEST-UPDATE-RTN THRU XFER-DEST-UPDATE-END
           END-IF.
           IF LOAN-FLAG = "Y" AND TXN-OK = "Y"
               PERFORM LOAN-PAY-APPLY-RTN THRU LOAN-PAY-APPLY-END
           END-IF.
           
           DISPLAY (16, 1) "Branch Code: ".
           PERFORM BRN-RTN.
       ACCT-LOOKUP-END.
           EXIT.

       CIF-CHK-RTN.
           ACCEPT (6, 40) CIF-NO-IN.
           MOVE CIF-NO-IN TO CIF-NO.
           READ CIF-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 55) "Unknown CIF - Re-enter   "
               NOT INVALID KEY
                   IF CIF-STATUS NOT = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (6, 55) "CIF Inactive - Re-enter  "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               MOVE CIF-NAME TO ACC-NAME-IN
               DISPLAY (6, 40) CIF-NO-IN
               DISPLAY (6, 55) ACC-NAME-IN
           ELSE
               PERFORM CIF-CHK-RTN THRU CIF-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       CIF-CHK-END.
           EXIT.

       DORMANT-CHK-RTN.
           IF ACCT-FOUND = "Y" AND AM-STATUS = "C"
               DISPLAY (5, 60)
                   "Account Closed - Enter Different Acct"
               ACCEPT (5, 40) ACC-NO-IN
               DISPLAY (5, 40) ACC-NO-IN
               PERFORM ACCT-LOOKUP-RTN THRU ACCT-LOOKUP-END
           ELSE
           IF ACCT-FOUND = "Y" AND AM-STATUS = "D"
               DISPLAY (5, 60)
                   "Account Dormant - Reactivate (Y/N)?: "
               END-IF
           ELSE
               MOVE "Y" TO DORMANT-OK
           END-IF
           END-IF.
       DORMANT-CHK-END.
           EXIT.
       WRITE-REACT-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
                   WHEN "W"
                   WHEN "w"
                       ADD DRW-CASH-WS TO DRW-WD-TOT
                   WHEN "L"
                   WHEN "l"
                       ADD DRW-CASH-WS TO DRW-DEP-TOT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE "A" TO AM-STATUS
               MOVE SPACES TO AM-BR-COD
               MOVE CIF-NO-IN TO AM-CIF-NO
               MOVE "N" TO AM-TAX-EXEMPT
               WRITE ACCOUNT-MAST-REC
               MOVE "Y" TO ACCT-FOUND
               MOVE "Y" TO NEW-ACCT-FLAG

       WRITE-TXNLOG-RTN.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           IF NEW-ACCT-FLAG = "Y"
               ADD 1 TO TL-SEQ-CTR
               MOVE TL-SEQ-CTR TO TL-SEQ-NO
               ELSE
                   IF XFER-FLAG = "Y"
                       MOVE "Failed XFER" TO TL-TRANSAC-NAME
                   ELSE
                   IF LOAN-FLAG = "Y"
                       MOVE "Failed LnPay" TO TL-TRANSAC-NAME
                   ELSE
                       MOVE "Failed WD" TO TL-TRANSAC-NAME
                   END-IF
                   END-IF
               END-IF
           ELSE
               MOVE TRANSAC-NAME-IN TO TL-TRANSAC-NAME
               MOVE SPACES TO TL-XREF-SEQ
           END-IF.
           WRITE TRANSAC-LOG-REC.
           MOVE TL-SEQ-CTR TO PAY-SEQ-WS.

           IF OD-FEE-FLAG = "Y"
               ADD 1 TO TL-SEQ-CTR
       INTEREST-BATCH-RTN.
           DISPLAY (2, 1) "Monthly Interest Rate (e.g. 00025 = .25%): ".
           ACCEPT (2, 50) INTEREST-RATE-IN.
           PERFORM LOAD-WTAX-RTN THRU LOAD-WTAX-END.

           WRITE OUTREC FROM INT-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM INT-COLHD-REC AFTER ADVANCING 1 LINE.
                   AT END
                       MOVE "Y" TO AM-EOF
                   NOT AT END
                       IF (AM-ACC-TYP = "S" OR AM-ACC-TYP = "D")
                               AND AM-STATUS NOT = "C"
                           COMPUTE INT-AMT =
                               AM-BALANCE * INTEREST-RATE-IN
                           ADD INT-AMT TO AM-BALANCE
                           PERFORM WRITE-INT-TXNLOG-RTN
                               THRU WRITE-INT-TXNLOG-END
                           PERFORM INT-WHT-RTN THRU INT-WHT-END
                           REWRITE ACCOUNT-MAST-REC
                           ADD 1 TO INT-ACCT-CTR
                           IF AM-ACC-TYP = "D"
                               ADD INT-AMT TO INT-DOL-TOT
                           MOVE AM-ACC-NO TO INTLN-ACC-NO
                           MOVE AM-ACC-NAME TO INTLN-ACC-NAME
                           MOVE INT-AMT TO INTLN-INT-AMT
                           MOVE WHT-AMT TO INTLN-WHT-AMT
                           MOVE AM-BALANCE TO INTLN-NEW-BAL
                           WRITE OUTREC FROM INT-LINE-REC
                               AFTER ADVANCING 1 LINE
           COMPUTE PESO-EQUIV ROUNDED = INT-DOL-TOT * FX-RATE.
           MOVE PESO-EQUIV TO INTDOL-PESO-OUT.
           WRITE OUTREC FROM INT-DOL-LINE-REC AFTER ADVANCING 1 LINE.
           MOVE WHT-EXEMPT-CTR TO WHTTOT-EXM-OUT.
           MOVE WHT-TOTAL-AMT TO WHTTOT-AMT-OUT.
           WRITE OUTREC FROM INT-WHT-TOT-REC AFTER ADVANCING 1 LINE.
           CLOSE WTAX-LOG.
       INTEREST-BATCH-END.
           EXIT.

       INT-WHT-RTN.
           MOVE 0 TO WHT-AMT.
           MOVE SPACES TO INTLN-EXEMPT.
           IF AM-TAX-EXEMPT = "Y"
               ADD 1 TO WHT-EXEMPT-CTR
               MOVE "Exmpt" TO INTLN-EXEMPT
           ELSE
               IF INT-AMT GREATER THAN 0
                   COMPUTE WHT-AMT ROUNDED =
                       INT-AMT * WTAX-RATE / 100
               END-IF
           END-IF.
           IF WHT-AMT GREATER THAN 0
               SUBTRACT WHT-AMT FROM AM-BALANCE
               ADD 1 TO TL-SEQ-CTR
               MOVE TL-SEQ-CTR TO TL-SEQ-NO
               MOVE "BATCH" TO TL-TELLER-ID
               MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP
               MOVE AM-ACC-NO TO TL-ACC-NO
               MOVE "Interest Tax" TO TL-TRANSAC-NAME
               MOVE WHT-AMT TO TL-AMOUNT
               MOVE AM-BALANCE TO TL-BALANCE
               MOVE SPACES TO TL-XREF-SEQ
               MOVE SPACES TO TL-APPR-ID
               WRITE TRANSAC-LOG-REC
               MOVE "B" TO WT-SOURCE
               MOVE RUN-DATE-WS TO WT-DATE
               MOVE AM-ACC-NO TO WT-ACC-NO
               MOVE AM-CIF-NO TO WT-CIF-NO
               MOVE AM-ACC-NAME TO WT-NAME
               MOVE WTAX-RATE TO WT-RATE
               MOVE INT-AMT TO WT-GROSS
               MOVE WHT-AMT TO WT-TAX
               COMPUTE WT-NET = INT-AMT - WHT-AMT
               IF AM-ACC-TYP = "D"
                   MOVE "USD" TO WT-CCY
                   COMPUTE PESO-EQUIV ROUNDED = INT-AMT * FX-RATE
                   MOVE PESO-EQUIV TO WT-GROSS-PHP
                   COMPUTE WHT-PESO ROUNDED = WHT-AMT * FX-RATE
               ELSE
                   MOVE "PHP" TO WT-CCY
                   MOVE INT-AMT TO WT-GROSS-PHP
                   MOVE WHT-AMT TO WHT-PESO
               END-IF
               MOVE WHT-PESO TO WT-TAX-PHP
               WRITE WTAX-LOG-REC
               ADD WHT-PESO TO WHT-TOTAL-AMT
           END-IF.
       INT-WHT-END.
           EXIT.

       WRITE-INT-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "BATCH" TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
                       DISPLAY (9, 60)
                           "Source Acct Not On File - Re-enter"
                   END-IF
               WHEN "L"
               WHEN "l"
                   IF ACCT-FOUND = "Y"
                       MOVE 1 TO VALID-FLAG
                       MOVE "Loan Payment" TO TRANSAC-NAME-IN
                       MOVE "Y" TO LOAN-FLAG
                       MOVE 0 TO LOAN-VALID
                       PERFORM LOAN-NO-RTN THRU LOAN-NO-END
                           UNTIL LOAN-VALID = 1
                   ELSE
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (9, 60)
                           "Account Not On File - Re-enter    "
                   END-IF
              WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
                       DISPLAY (11, 60)
                           "Unknown Dest Acct - Re-enter           "
                   NOT INVALID KEY
                       IF AM-STATUS = "C"
                           MOVE 0 TO XFER-VALID
                           DISPLAY (11, 60)
                               "Dest Account Closed - Re-enter         "
                       ELSE
                       IF (XFER-SRC-TYP = "D"
                               AND AM-ACC-TYP NOT = "D")
                           OR (XFER-SRC-TYP NOT = "D"
                       ELSE
                           MOVE 1 TO XFER-VALID
                       END-IF
                       END-IF
                       MOVE ACC-NO-IN TO AM-ACC-NO
                       READ ACCOUNT-MASTER
                           INVALID KEY
       XFER-DEST-END.
           EXIT.

       LOAN-NO-RTN.
           DISPLAY (10, 60) "Loan No.: ".
           ACCEPT (10, 75) LOAN-NO-IN.
           MOVE LOAN-NO-IN TO LN-LOAN-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 0 TO LOAN-VALID
                   DISPLAY (11, 60)
                       "Unknown Loan - Re-enter                "
               NOT INVALID KEY
                   IF LN-ACC-NO NOT = ACC-NO-IN
                       MOVE 0 TO LOAN-VALID
                       DISPLAY (11, 60)
                           "Loan Not Linked To Account - Re-enter  "
                   ELSE
                   IF LN-STATUS NOT = "A"
                       MOVE 0 TO LOAN-VALID
                       DISPLAY (11, 60)
                           "Loan Already Paid - Re-enter           "
                   ELSE
                       MOVE 1 TO LOAN-VALID
                       PERFORM LOAN-OWED-RTN THRU LOAN-OWED-END
                       MOVE LOAN-OWED-WS TO LOAN-OWED-EDIT
                       DISPLAY (11, 60)
                           "Loan Payoff:                           "
                       DISPLAY (11, 73) LOAN-OWED-EDIT
                   END-IF
                   END-IF
           END-READ.
       LOAN-NO-END.
           EXIT.

       LOAN-OWED-RTN.
           MOVE 0 TO LOAN-OWED-WS.
           MOVE "N" TO LS-EOF.
           MOVE LN-LOAN-NO TO LS-LOAN-NO.
           MOVE 0 TO LS-INST-NO.
           START LOAN-SCHED KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO LS-EOF
           END-START.
           PERFORM UNTIL LS-EOF = "Y"
               READ LOAN-SCHED NEXT RECORD
                   AT END
                       MOVE "Y" TO LS-EOF
                   NOT AT END
                       IF LS-LOAN-NO NOT = LN-LOAN-NO
                           MOVE "Y" TO LS-EOF
                       ELSE
                           IF LS-STATUS = "O"
                               COMPUTE LOAN-OWED-WS = LOAN-OWED-WS
                                   + LS-PRIN-DUE - LS-PRIN-PAID
                                   + LS-INT-DUE - LS-INT-PAID
                                   + LS-PEN-DUE - LS-PEN-PAID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       LOAN-OWED-END.
           EXIT.

       LOAN-PAY-APPLY-RTN.
           MOVE LOAN-NO-IN TO LN-LOAN-NO.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE "Y" TO LS-EOF
           END-READ.
           MOVE AMO-ACT TO PAY-REM.
           MOVE 0 TO PAY-INT-WS.
           MOVE 0 TO PAY-PEN-WS.
           MOVE 0 TO LOAN-OPEN-CNT.
           MOVE "N" TO LS-EOF.
           MOVE LN-LOAN-NO TO LS-LOAN-NO.
           MOVE 0 TO LS-INST-NO.
           START LOAN-SCHED KEY IS NOT LESS THAN LS-KEY
               INVALID KEY
                   MOVE "Y" TO LS-EOF
           END-START.
           PERFORM UNTIL LS-EOF = "Y"
               READ LOAN-SCHED NEXT RECORD
                   AT END
                       MOVE "Y" TO LS-EOF
                   NOT AT END
                       IF LS-LOAN-NO NOT = LN-LOAN-NO
                           MOVE "Y" TO LS-EOF
                       ELSE
                           IF LS-STATUS = "O" AND PAY-REM > 0
                               PERFORM LOAN-APPLY-INST-RTN
                                   THRU LOAN-APPLY-INST-END
                           END-IF
                           IF LS-STATUS = "O"
                               ADD 1 TO LOAN-OPEN-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF LOAN-OPEN-CNT = 0
               MOVE "P" TO LN-STATUS
               DISPLAY (16, 60) "Loan Fully Paid"
           END-IF.
           REWRITE LOAN-MAST-REC.
           IF PAY-PEN-WS GREATER THAN 0
               MOVE "Loan Pen Pd" TO TL-TRANSAC-NAME
               MOVE PAY-PEN-WS TO TL-AMOUNT
               PERFORM LOAN-SPLIT-LOG-RTN THRU LOAN-SPLIT-LOG-END
           END-IF.
           IF PAY-INT-WS GREATER THAN 0
               MOVE "Loan Int Pd" TO TL-TRANSAC-NAME
               MOVE PAY-INT-WS TO TL-AMOUNT
               PERFORM LOAN-SPLIT-LOG-RTN THRU LOAN-SPLIT-LOG-END
           END-IF.
       LOAN-PAY-APPLY-END.
           EXIT.

       LOAN-SPLIT-LOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE ACC-NO-IN TO TL-ACC-NO.
           MOVE BALANCE-IN TO TL-BALANCE.
           MOVE PAY-SEQ-WS TO TL-XREF-SEQ.
           MOVE APPR-ID-WS TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.
       LOAN-SPLIT-LOG-END.
           EXIT.

       LOAN-APPLY-INST-RTN.
           COMPUTE PAY-PART = LS-PEN-DUE - LS-PEN-PAID.
           IF PAY-PART GREATER THAN PAY-REM
               MOVE PAY-REM TO PAY-PART
           END-IF.
           ADD PAY-PART TO LS-PEN-PAID.
           ADD PAY-PART TO PAY-PEN-WS.
           SUBTRACT PAY-PART FROM PAY-REM.
           COMPUTE PAY-PART = LS-INT-DUE - LS-INT-PAID.
           IF PAY-PART GREATER THAN PAY-REM
               MOVE PAY-REM TO PAY-PART
           END-IF.
           ADD PAY-PART TO LS-INT-PAID.
           ADD PAY-PART TO PAY-INT-WS.
           SUBTRACT PAY-PART FROM PAY-REM.
           COMPUTE PAY-PART = LS-PRIN-DUE - LS-PRIN-PAID.
           IF PAY-PART GREATER THAN PAY-REM
               MOVE PAY-REM TO PAY-PART
           END-IF.
           ADD PAY-PART TO LS-PRIN-PAID.
           SUBTRACT PAY-PART FROM PAY-REM.
           SUBTRACT PAY-PART FROM LN-PRIN-BAL.
           IF LS-PEN-PAID = LS-PEN-DUE
                   AND LS-INT-PAID = LS-INT-DUE
                   AND LS-PRIN-PAID = LS-PRIN-DUE
               MOVE "P" TO LS-STATUS
           END-IF.
           REWRITE LOAN-SCHED-REC.
       LOAN-APPLY-INST-END.
           EXIT.

       ACC-TYP-RTN.
           ACCEPT (12, 40) ACC-TYP-IN.
           EVALUATE ACC-TYP-IN
               MOVE "N" TO TXN-OK
               DISPLAY (15, 60) "Override Declined - Refused     "
           ELSE
           IF TRANSAC-TYPE-IN = "L" OR TRANSAC-TYPE-IN = "l"
               MOVE INI-DEP-ACT TO BALANCE-IN
               IF AMO-ACT = 0 OR AMO-ACT GREATER THAN LOAN-OWED-WS
                   MOVE "N" TO TXN-OK
                   DISPLAY (15, 60) "Exceeds Loan Payoff - Refused   "
               END-IF
           ELSE
           IF TRANSAC-TYPE-IN = "T" OR TRANSAC-TYPE-IN = "t"
               IF INI-DEP-ACT LESS THAN AMO-ACT
                   MOVE INI-DEP-ACT TO BALANCE-IN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE BALANCE-IN TO BALANCE-OUT.
           DISPLAY (15, 40) BALANCE-OUT.
           MOVE "N" TO HOLD-BLOCK.
           MOVE "N" TO FLOAT-BLOCK.
           IF TRANSAC-TYPE-IN NOT = "D" AND TRANSAC-TYPE-IN NOT = "d"
                   AND TRANSAC-TYPE-IN NOT = "L"
                   AND TRANSAC-TYPE-IN NOT = "l"
               PERFORM HOLD-SUM-RTN THRU HOLD-SUM-END
               PERFORM FLOAT-SUM-RTN THRU FLOAT-SUM-END
               IF HOLD-FULL-WS = "Y"
       BRN-RTN.
           ACCEPT (16, 40) BR-COD-IN.
           MOVE FUNCTION UPPER-CASE(BR-COD-IN) TO BR-COD-OUT.
           MOVE BR-COD-OUT TO BRM-COD.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
               NOT INVALID KEY
                   IF BRM-STATUS = "A"
                       MOVE 1 TO VALID-FLAG
                       MOVE BRM-NAME TO BR-NAME-IN
                   ELSE
                       MOVE 0 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (16, 40) BR-COD-OUT
                   IF TRANSAC-TYPE-IN = "D" OR TRANSAC-TYPE-IN = "d"
                       MOVE AMO-SUM TO BSM-TOT-DEP(BSM-CNT)
                   ELSE
                   IF TRANSAC-TYPE-IN NOT = "L"
                           AND TRANSAC-TYPE-IN NOT = "l"
                       MOVE AMO-SUM TO BSM-TOT-WD(BSM-CNT)
                   END-IF
                   END-IF
                   MOVE BSM-CNT TO BSM-CUR-IDX
               WHEN BSM-BR-COD(BSM-IDX) = BR-COD-OUT
                   IF TRANSAC-TYPE-IN = "D" OR TRANSAC-TYPE-IN = "d"
                       ADD AMO-SUM TO BSM-TOT-DEP(BSM-IDX)
                   ELSE
                   IF TRANSAC-TYPE-IN NOT = "L"
                           AND TRANSAC-TYPE-IN NOT = "l"
                       ADD AMO-SUM TO BSM-TOT-WD(BSM-IDX)
                   END-IF
                   END-IF
                   MOVE BSM-IDX TO BSM-CUR-IDX
           END-SEARCH.

           CLOSE HOLD-FILE.
           CLOSE CHEQUE-FILE.
           CLOSE COOWNER-FILE.
           CLOSE LOAN-MASTER.
           CLOSE LOAN-SCHED.
           CLOSE CIF-MASTER.
           CLOSE BRANCH-MASTER.
       FINISH-END.
           EXIT.

       DRAWER-BAL-RTN.
           PERFORM DRAWER-VAULT-RTN THRU DRAWER-VAULT-END.
           COMPUTE DRW-EXPECTED = DRW-VAULT-REQ - DRW-VAULT-RTN
               + DRW-DEP-TOT - DRW-WD-TOT.
           MOVE DRW-EXPECTED TO DRW-OS-EDIT.
           DISPLAY (20, 1) "Expected Drawer Cash: ".
           DISPLAY (20, 25) DRW-OS-EDIT.
           DISPLAY (22, 25) DRW-OS-EDIT.

           MOVE TELLER-ID-IN TO DRWSL-TELLER.
           MOVE DRW-VAULT-REQ TO DRWSL-VAULT-REQ.
           MOVE DRW-VAULT-RTN TO DRWSL-VAULT-RTN.
           MOVE DRW-DEP-TOT TO DRWSL-DEP.
           MOVE DRW-WD-TOT TO DRWSL-WD.
           MOVE DRW-EXPECTED TO DRWSL-EXPECTED.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM DRW-HD-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DRW-LINE1-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM DRW-VAULT1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DRW-VAULT2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DRW-LINE2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DRW-LINE3-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DRW-LINE4-REC AFTER ADVANCING 1 LINE.
       DRAWER-BAL-END.
           EXIT.

       DRAWER-VAULT-RTN.
           MOVE 0 TO DRW-VAULT-REQ.
           MOVE 0 TO DRW-VAULT-RTN.
           OPEN INPUT VAULT-LEDGER.
           IF VL-FILE-STATUS = "00"
               MOVE "N" TO VL-EOF
               PERFORM UNTIL VL-EOF = "Y"
                   READ VAULT-LEDGER
                       AT END
                           MOVE "Y" TO VL-EOF
                       NOT AT END
                           IF VL-DATE = RUN-DATE-WS
                                   AND VL-TELLER = TELLER-ID-IN
                               MOVE FUNCTION NUMVAL-C(VL-AMOUNT)
                                   TO VL-AMT-WS
                               IF VL-TYPE = "Requisition"
                                   ADD VL-AMT-WS TO DRW-VAULT-REQ
                               END-IF
                               IF VL-TYPE = "Teller Rtn"
                                   ADD VL-AMT-WS TO DRW-VAULT-RTN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-LEDGER
           END-IF.
       DRAWER-VAULT-END.
           EXIT.

       DRAWER-SUMMARY-RTN.
           MOVE RUN-DATE-WS TO DRWBR-DATE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           END-IF.
       DRAWER-SUM-ONE-END.
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

       SUPV-PW-RTN.
           MOVE "N" TO PW-OK.
           MOVE "TELLER LIMIT" TO SEC-DETAIL-WS.
           OPEN I-O OPER-SEC-FILE.
           IF OS-FILE-STATUS NOT = "00"
               MOVE "Password Not Set" TO SEC-MSG-WS
           ELSE
               MOVE SEC-OPER-WS TO OS-ID
               READ OPER-SEC-FILE
                   INVALID KEY
                       MOVE "N" TO OS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO OS-FOUND
               END-READ
               IF OS-FOUND = "N"
                   MOVE "Password Not Set" TO SEC-MSG-WS
               ELSE
                   PERFORM PW-AGE-RTN THRU PW-AGE-END
                   IF OS-MUST-CHG = "Y" OR PW-EXPIRED = "Y"
                       MOVE "Password Expired" TO SEC-MSG-WS
                       MOVE "OVRPWEXP" TO SEC-EVENT-WS
                       PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                   ELSE
                       IF OS-LOCKED = "Y"
                           MOVE "Operator Locked " TO SEC-MSG-WS
                           MOVE "LOCKUSE " TO SEC-EVENT-WS
                           PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                       ELSE
                           DISPLAY (21, 1) "Supervisor Password: "
                           MOVE SPACES TO PW-IN
                           ACCEPT (21, 50) PW-IN WITH NO-ECHO
                           MOVE "OVRFAIL " TO SEC-EVENT-WS
                           PERFORM PW-CHECK-RTN THRU PW-CHECK-END
                           IF PW-OK NOT = "Y"
                               IF OS-LOCKED = "Y"
                                   MOVE "Operator Locked " TO SEC-MSG-WS
                               ELSE
                                   MOVE "Wrong Password  " TO SEC-MSG-WS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CLOSE OPER-SEC-FILE
           END-IF.
       SUPV-PW-END.
           EXIT.

       PW-CHECK-RTN.
           PERFORM PW-HASH-RTN THRU PW-HASH-END.
           IF PW-HASH-WS = OS-PW-HASH
               MOVE "Y" TO PW-OK
               MOVE 0 TO OS-FAIL-CNT
           ELSE
               MOVE "N" TO PW-OK
               ADD 1 TO OS-FAIL-CNT
               PERFORM SEC-LOG-RTN THRU SEC-LOG-END
               IF OS-FAIL-CNT NOT LESS THAN PW-MAX-FAIL
                   MOVE "Y" TO OS-LOCKED
                   MOVE RUN-DATE-WS TO OS-LOCK-DATE
                   MOVE "LOCKOUT " TO SEC-EVENT-WS
                   PERFORM SEC-LOG-RTN THRU SEC-LOG-END
               END-IF
           END-IF.
           REWRITE OPER-SEC-REC.
       PW-CHECK-END.
           EXIT.

       PW-HASH-RTN.
           MOVE SEC-OPER-WS TO PW-HASH-SRC(1:5).
           MOVE PW-IN TO PW-HASH-SRC(6:10).
           MOVE 7 TO PW-HASH-WS.
           PERFORM PW-HASH-ONE-RTN THRU PW-HASH-ONE-END
               VARYING PW-SUB FROM 1 BY 1 UNTIL PW-SUB > 15.
       PW-HASH-END.
           EXIT.

       PW-HASH-ONE-RTN.
           COMPUTE PW-HASH-WS = FUNCTION MOD(PW-HASH-WS * 131
               + FUNCTION ORD(PW-HASH-SRC(PW-SUB:1)), 999999937).
       PW-HASH-ONE-END.
           EXIT.

       PW-AGE-RTN.
           MOVE "N" TO PW-EXPIRED.
           IF FUNCTION TEST-DATE-YYYYMMDD(OS-PW-DATE) NOT = 0
               MOVE "Y" TO PW-EXPIRED
           ELSE
               IF PW-DAYS-WS > 0
                   COMPUTE PW-AGE-WS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
                       - FUNCTION INTEGER-OF-DATE(OS-PW-DATE)
                   IF PW-AGE-WS > PW-DAYS-WS
                       MOVE "Y" TO PW-EXPIRED
                   END-IF
               END-IF
           END-IF.
       PW-AGE-END.
           EXIT.

       LOAD-SEC-PARM-RTN.
           OPEN INPUT SEC-PARM-FILE.
           IF SP-FILE-STATUS = "00"
               READ SEC-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-PW-DAYS IS NUMERIC
                           MOVE SP-PW-DAYS TO PW-DAYS-WS
                       END-IF
               END-READ
               CLOSE SEC-PARM-FILE
           END-IF.
       LOAD-SEC-PARM-END.
           EXIT.

       SEC-LOG-RTN.
           MOVE SPACES TO SEC-LOG-REC.
           MOVE RUN-DATE-WS TO SL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SL-TIME.
           MOVE SEC-OPER-WS TO SL-OPER.
           MOVE SEC-BY-WS TO SL-BY-OPER.
           MOVE SEC-PROG-WS TO SL-PROG.
           MOVE SEC-EVENT-WS TO SL-EVENT.
           MOVE SEC-DETAIL-WS TO SL-DETAIL.
           OPEN EXTEND SEC-LOG.
           IF SL-FILE-STATUS NOT = "00"
               OPEN OUTPUT SEC-LOG
           END-IF.
           WRITE SEC-LOG-REC.
           CLOSE SEC-LOG.
       SEC-LOG-END.
           EXIT.
