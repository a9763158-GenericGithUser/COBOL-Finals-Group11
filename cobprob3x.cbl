       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3X.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile40.txt".
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
           SELECT STANDING-ORDER ASSIGN TO "C:\dos\cobol\stording.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS SO-FILE-STATUS.
           SELECT CLOSED-ACCT ASSIGN TO "C:\dos\cobol\closacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ACC-NO
               FILE STATUS IS CL-FILE-STATUS.
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
           SELECT FX-RATE-FILE ASSIGN TO "C:\dos\cobol\fxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
           SELECT WTAX-PARM-FILE ASSIGN TO "C:\dos\cobol\wtaxprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WTP-FILE-STATUS.
           SELECT WTAX-LOG ASSIGN TO "C:\dos\cobol\wtaxlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(80).
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
       FD STANDING-ORDER.
       01 STANDING-ORDER-REC.
           05 SO-KEY.
               10 SO-SRC-ACC PIC 9(10).
               10 SO-SEQ PIC 99.
           05 SO-DST-ACC PIC 9(10).
           05 SO-AMOUNT PIC 9(7)V99.
           05 SO-FREQ PIC X.
           05 SO-NEXT-RUN PIC 9(8).
           05 SO-EXPIRY PIC 9(8).
           05 SO-STATUS PIC X.
       FD CLOSED-ACCT.
       01 CLOSED-ACCT-REC.
           05 CL-ACC-NO PIC 9(10).
           05 CL-ACC-NAME PIC X(25).
           05 CL-ACC-TYP PIC X.
           05 CL-CIF-NO PIC 9(8).
           05 CL-CLOSE-DATE PIC 9(8).
           05 CL-INT-AMT PIC 9(7)V99.
           05 CL-PAYOUT PIC 9(9)V99.
           05 CL-PAY-MODE PIC X.
           05 CL-DST-ACC PIC 9(10).
           05 CL-SO-CNT PIC 99.
           05 CL-TELLER-ID PIC X(5).
           05 CL-APPR-ID PIC X(5).
           05 CL-WHT-AMT PIC 9(7)V99.
       FD OPERATOR-FILE.
       01 OPERATOR-REC.
           05 OPF-ID PIC X(5).
           05 FILLER PIC X(1).
           05 OPF-NAME PIC X(20).
           05 FILLER PIC X(1).
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
       FD FX-RATE-FILE.
       01 FX-RATE-REC.
           05 FXF-CCY PIC X(3).
           05 FILLER PIC X(1).
           05 FXF-RATE PIC X(10).
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
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Account Closure".
           05 FILLER PIC X(32) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD4-RUN-DATE PIC 9(8).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 CERT-HD-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "CERTIFICATE OF ACCOUNT CLOSURE".
       01 CERT-TXT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(56) VALUE
               "This certifies that the deposit account below has been".
       01 CERT-TXT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(56) VALUE
               "closed and its final balance settled in full.".
       01 CERT-LN1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Account No.:    ".
           05 CRT-ACC-NO PIC 9(10).
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Closure Date:  ".
           05 CRT-CLOSE-DATE PIC 9(8).
       01 CERT-LN2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Account Name:   ".
           05 CRT-ACC-NAME PIC X(25).
       01 CERT-LN3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Account Type:   ".
           05 CRT-ACC-TYP PIC X(8).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "CIF No.:       ".
           05 CRT-CIF-NO PIC 9(8).
       01 CERT-LN4-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Balance Before Interest:    ".
           05 CRT-OLD-BAL PIC ZZZ,ZZZ,ZZ9.99.
       01 CERT-LN5-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Interest To Closure Date:   ".
           05 CRT-INT-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 CERT-LN5A-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Less Withholding Tax:       ".
           05 CRT-WHT-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 CERT-LN6-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Final Balance Paid Out:     ".
           05 CRT-PAYOUT PIC ZZZ,ZZZ,ZZ9.99.
       01 CERT-LN7-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Paid Out By:    ".
           05 CRT-PAY-MODE PIC X(12).
           05 CRT-DST-ACC PIC Z(10).
       01 CERT-LN8-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(28) VALUE "Standing Orders Cancelled:  ".
           05 CRT-SO-CNT PIC Z9.
       01 CERT-LN9-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Processed By:   ".
           05 CRT-TELLER-ID PIC X(5).
           05 FILLER PIC X(13) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Approved By:   ".
           05 CRT-APPR-ID PIC X(5).
       01 CERT-SIG1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "________________________".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "________________________".
       01 CERT-SIG2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "   Customer Signature   ".
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "  Authorized Signature  ".
       01 CERT-END-REC.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 MCR-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(31) VALUE
               "CLOSED ACCOUNTS FOR THE MONTH: ".
           05 MCRHD-MONTH PIC 9(6).
       01 MCR-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Account Name".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Typ".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Closed".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Interest".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Payout".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Mode".
       01 MCR-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MCRLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MCRLN-ACC-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MCRLN-ACC-TYP PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MCRLN-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MCRLN-INT-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 MCRLN-PAYOUT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MCRLN-PAY-MODE PIC X(4).
       01 MCR-TOT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Accounts Closed:    ".
           05 MCRTOT-CNT PIC ZZZ9.
       01 MCR-TOT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Interest Credited:  ".
           05 MCRTOT-INT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "   Paid In Cash:  ".
           05 MCRTOT-CASH PIC ZZZ,ZZZ,ZZ9.99.
       01 MCR-TOT3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Total Paid Out:     ".
           05 MCRTOT-PAYOUT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "   By Transfer:   ".
           05 MCRTOT-XFER PIC ZZZ,ZZZ,ZZ9.99.

       01 OPER-TABLE-WS.
           05 OPT-CNT PIC 99 VALUE 0.
           05 OPT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON OPT-CNT
                   INDEXED BY OPT-IDX.
               10 OPT-ID PIC X(5).
               10 OPT-NAME PIC X(20).
               10 OPT-SUPV PIC X.

       01 CLOSE-WS.
           05 ACC-NO-IN PIC 9(10).
           05 DST-ACC-IN PIC 9(10).
           05 SRC-TYP-WS PIC X.
           05 PAY-MODE-IN PIC X.
           05 CONFIRM-IN PIC X.
           05 INTEREST-RATE-IN PIC 9V9999.
           05 INT-AMT PIC 9(7)V99.
           05 INT-FROM-DATE PIC 9(8).
           05 INT-FROM-RD REDEFINES INT-FROM-DATE.
               10 INT-FROM-YYMM PIC 9(6).
               10 INT-FROM-DD PIC 99.
           05 INT-DAYS PIC 9(5).
           05 WTAX-RATE PIC 99V99 VALUE 20.
           05 WHT-AMT PIC 9(7)V99.
           05 WHT-PESO PIC 9(9)V99.
           05 FX-RATE PIC 9(3)V9999 VALUE 1.
           05 OLD-BAL-WS PIC S9(9)V99.
           05 PAYOUT-WS PIC 9(9)V99.
           05 AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 WHT-EDIT PIC ZZZ,ZZ9.99.
           05 BAL-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
           05 HOLD-CNT PIC 9(3).
           05 FLOAT-CNT PIC 9(3).
           05 SO-CNCL-CNT PIC 99.
           05 REFUSE-WS PIC X(40).
           05 XFER-OUT-SEQ PIC 9(6).
           05 CLOSE-CNT PIC 9(4) VALUE 0.
           05 CLOSE-CNT-EDIT PIC ZZZ9.
           05 RPT-MONTH-IN PIC 9(6).
           05 MCR-CNT PIC 9(4) VALUE 0.
           05 MCR-INT-TOT PIC 9(9)V99 VALUE 0.
           05 MCR-PAY-TOT PIC 9(9)V99 VALUE 0.
           05 MCR-CASH-TOT PIC 9(9)V99 VALUE 0.
           05 MCR-XFER-TOT PIC 9(9)V99 VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 AM-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 TL-SEQ-CTR PIC 9(6) VALUE 0.
           05 CUR-TIMESTAMP PIC X(21).
           05 HF-FILE-STATUS PIC XX.
           05 HF-EOF PIC X VALUE "N".
           05 CQ-FILE-STATUS PIC XX.
           05 CQ-EOF PIC X VALUE "N".
           05 SO-FILE-STATUS PIC XX.
           05 SO-EOF PIC X VALUE "N".
           05 CL-FILE-STATUS PIC XX.
           05 CL-EOF PIC X VALUE "N".
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB3X".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 FX-FILE-STATUS PIC XX.
           05 WTP-FILE-STATUS PIC XX.
           05 WT-FILE-STATUS PIC XX.
           05 RUN-MODE-IN PIC X.
           05 TELLER-ID-IN PIC X(5).
           05 APPR-ID-WS PIC X(5) VALUE SPACES.
           05 OVR-ANS-IN PIC X(5).
           05 OVR-OK-WS PIC X.
           05 APPR-DECLINED PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 RUN-DATE-RD REDEFINES RUN-DATE-WS.
               10 RUN-YYMM PIC 9(6).
               10 RUN-DD PIC 99.
           05 PDT-FILE-STATUS PIC XX.
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
           PERFORM LOAD-SEC-PARM-RTN THRU LOAD-SEC-PARM-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           MOVE RUN-DATE-WS TO HD4-RUN-DATE.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-FILE-STATUS NOT = "00"
               DISPLAY (5, 1)
                   "Account Master Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HF-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
           END-IF.
           OPEN INPUT CHEQUE-FILE.
           IF CQ-FILE-STATUS = "35"
               OPEN OUTPUT CHEQUE-FILE
               CLOSE CHEQUE-FILE
               OPEN INPUT CHEQUE-FILE
           END-IF.
           OPEN I-O STANDING-ORDER.
           IF SO-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER
               CLOSE STANDING-ORDER
               OPEN I-O STANDING-ORDER
           END-IF.
           OPEN I-O CLOSED-ACCT.
           IF CL-FILE-STATUS = "35"
               OPEN OUTPUT CLOSED-ACCT
               CLOSE CLOSED-ACCT
               OPEN I-O CLOSED-ACCT
           END-IF.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSAC-LOG
           END-IF.
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           PERFORM LOAD-FX-RATE-RTN THRU LOAD-FX-RATE-END.
           PERFORM LOAD-WTAX-RTN THRU LOAD-WTAX-END.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.

           IF CHK-ANS = 0
               DISPLAY (1, 1)
                   "Run Mode (C=Close Account/M=Monthly Report): "
               ACCEPT (1, 50) RUN-MODE-IN
               IF RUN-MODE-IN = "M" OR RUN-MODE-IN = "m"
                   PERFORM MONTH-RPT-RTN THRU MONTH-RPT-END
               ELSE
                   DISPLAY (1, 1) SPACER
                   DISPLAY (1, 1) "Teller ID: "
                   ACCEPT (1, 40) TELLER-ID-IN
                   DISPLAY (2, 1)
                       "Monthly Interest Rate (e.g. 00025 = .25%): "
                   ACCEPT (2, 50) INTEREST-RATE-IN
                   PERFORM PROCESS-RTN THRU PROCESS-END
                       UNTIL CHK-ANS = 1
                   MOVE CLOSE-CNT TO CLOSE-CNT-EDIT
                   DISPLAY (22, 1) "Accounts Closed: "
                   DISPLAY (22, 40) CLOSE-CNT-EDIT
               END-IF
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-OPER-RTN.
           OPEN INPUT OPERATOR-FILE.
           IF OP-FILE-STATUS = "00"
               PERFORM UNTIL OP-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO OP-EOF
                       NOT AT END
                           IF OPT-CNT LESS THAN 20
                               ADD 1 TO OPT-CNT
                               MOVE OPF-ID TO OPT-ID(OPT-CNT)
                               MOVE OPF-NAME TO OPT-NAME(OPT-CNT)
                               MOVE FUNCTION UPPER-CASE(OPF-SUPV)
                                   TO OPT-SUPV(OPT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
       LOAD-OPER-END.
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
           END-IF.
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

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (4, 1) SPACER.
           DISPLAY (5, 1) "Account No. To Close: ".
           PERFORM ACC-CHK-RTN THRU ACC-CHK-END.
           MOVE 0 TO VALID-FLAG.

           PERFORM REFUSE-CHK-RTN THRU REFUSE-CHK-END.
           IF REFUSE-WS NOT = SPACES
               DISPLAY (10, 1) "Closure Refused: "
               DISPLAY (10, 40) REFUSE-WS
           ELSE
               PERFORM INT-ACCRUE-RTN THRU INT-ACCRUE-END
               MOVE INT-AMT TO AMT-EDIT
               DISPLAY (10, 1) "Interest To Closure Date: "
               DISPLAY (10, 40) AMT-EDIT
               PERFORM WHT-CALC-RTN THRU WHT-CALC-END
               MOVE WHT-AMT TO WHT-EDIT
               DISPLAY (10, 56) "Tax W/H: "
               DISPLAY (10, 66) WHT-EDIT
               COMPUTE PAYOUT-WS = AM-BALANCE + INT-AMT - WHT-AMT
               MOVE PAYOUT-WS TO AMT-EDIT
               DISPLAY (11, 1) "Final Balance For Payout: "
               DISPLAY (11, 40) AMT-EDIT
               DISPLAY (12, 1) "Payout (C=Cash/T=Transfer): "
               PERFORM PAY-MODE-RTN THRU PAY-MODE-END
               MOVE 0 TO VALID-FLAG
               MOVE 0 TO DST-ACC-IN
               IF PAY-MODE-IN = "T"
                   DISPLAY (13, 1) "Transfer To Account No.: "
                   PERFORM DST-CHK-RTN THRU DST-CHK-END
                   MOVE 0 TO VALID-FLAG
               END-IF
               DISPLAY (14, 1) "Close Account (Y/N)?: "
               ACCEPT (14, 40) CONFIRM-IN
               IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
                   MOVE "N" TO OVR-OK-WS
                   MOVE "N" TO APPR-DECLINED
                   MOVE SPACES TO APPR-ID-WS
                   PERFORM APPROVE-ASK-RTN THRU APPROVE-ASK-END
                       UNTIL OVR-OK-WS = "Y"
                   IF APPR-DECLINED = "Y"
                       DISPLAY (16, 1)
                           "Closure Not Approved - Cancelled"
                   ELSE
                       PERFORM CLOSE-RTN THRU CLOSE-END
                       DISPLAY (16, 1)
                           "Account Closed - Certificate Printed"
                   END-IF
               ELSE
                   DISPLAY (16, 1) "Account Closure Cancelled"
               END-IF
           END-IF.

           DISPLAY (18, 1) "INPUT ANOTHER RECORD(Y/N)?: ".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       PROCESS-END.
           EXIT.

       ACC-CHK-RTN.
           ACCEPT (5, 40) ACC-NO-IN.
           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 55) "Unknown Account - Re-enter  "
               NOT INVALID KEY
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 55) "Already Closed - Re-enter   "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (5, 40) ACC-NO-IN
               DISPLAY (5, 55) "                            "
               DISPLAY (6, 1) "Account Name: "
               DISPLAY (6, 40) AM-ACC-NAME
               DISPLAY (7, 1) "Account Type: "
               DISPLAY (7, 40) AM-ACC-TYP
               MOVE AM-BALANCE TO BAL-EDIT
               DISPLAY (8, 1) "Current Balance: "
               DISPLAY (8, 40) BAL-EDIT
               MOVE AM-ACC-TYP TO SRC-TYP-WS
           ELSE
               PERFORM ACC-CHK-RTN THRU ACC-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACC-CHK-END.
           EXIT.

       REFUSE-CHK-RTN.
           MOVE SPACES TO REFUSE-WS.
           PERFORM HOLD-CNT-RTN THRU HOLD-CNT-END.
           PERFORM FLOAT-CNT-RTN THRU FLOAT-CNT-END.
           IF HOLD-CNT GREATER THAN 0
               MOVE "Active Holds On Account" TO REFUSE-WS
           ELSE
               IF FLOAT-CNT GREATER THAN 0
                   MOVE "Uncleared Cheques On Account" TO REFUSE-WS
               ELSE
                   IF AM-BALANCE LESS THAN 0
                       MOVE "Account Overdrawn - Settle First"
                           TO REFUSE-WS
                   END-IF
               END-IF
           END-IF.
       REFUSE-CHK-END.
           EXIT.

       HOLD-CNT-RTN.
           MOVE 0 TO HOLD-CNT.
           MOVE "N" TO HF-EOF.
           MOVE ACC-NO-IN TO HF-ACC-NO.
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
                       IF HF-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO HF-EOF
                       ELSE
                           IF HF-STATUS = "A"
                                   AND (HF-EXPIRY = 0
                                   OR HF-EXPIRY NOT LESS
                                       THAN RUN-DATE-WS)
                               ADD 1 TO HOLD-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       HOLD-CNT-END.
           EXIT.

       FLOAT-CNT-RTN.
           MOVE 0 TO FLOAT-CNT.
           MOVE "N" TO CQ-EOF.
           MOVE ACC-NO-IN TO CQ-ACC-NO.
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
                       IF CQ-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO CQ-EOF
                       ELSE
                           IF CQ-STATUS = "F"
                               ADD 1 TO FLOAT-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FLOAT-CNT-END.
           EXIT.

       INT-ACCRUE-RTN.
           MOVE 0 TO INT-AMT.
           MOVE 0 TO INT-DAYS.
           IF (AM-ACC-TYP = "S" OR AM-ACC-TYP = "D")
                   AND AM-BALANCE GREATER THAN 0
               PERFORM INT-FROM-RTN THRU INT-FROM-END
               COMPUTE INT-DAYS = RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(INT-FROM-DATE)
               COMPUTE INT-AMT ROUNDED =
                   AM-BALANCE * INTEREST-RATE-IN * INT-DAYS / 30
           END-IF.
       INT-ACCRUE-END.
           EXIT.

       WHT-CALC-RTN.
           MOVE 0 TO WHT-AMT.
           IF AM-TAX-EXEMPT NOT = "Y" AND INT-AMT GREATER THAN 0
               COMPUTE WHT-AMT ROUNDED = INT-AMT * WTAX-RATE / 100
           END-IF.
       WHT-CALC-END.
           EXIT.

       INT-FROM-RTN.
           MOVE RUN-YYMM TO INT-FROM-YYMM.
           MOVE 1 TO INT-FROM-DD.
           CLOSE TRANSAC-LOG.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               PERFORM UNTIL TL-FILE-STATUS NOT = "00"
                   READ TRANSAC-LOG
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TL-ACC-NO = ACC-NO-IN
                                   AND TL-TRANSAC-NAME = "Interest"
                               MOVE TL-TIMESTAMP(1:8) TO INT-FROM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSAC-LOG
           END-IF.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSAC-LOG
           END-IF.
           IF INT-FROM-DATE GREATER THAN RUN-DATE-WS
               MOVE RUN-DATE-WS TO INT-FROM-DATE
           END-IF.
       INT-FROM-END.
           EXIT.

       PAY-MODE-RTN.
           ACCEPT (12, 40) PAY-MODE-IN.
           MOVE FUNCTION UPPER-CASE(PAY-MODE-IN) TO PAY-MODE-IN.
           IF PAY-MODE-IN = "C" OR PAY-MODE-IN = "T"
               MOVE 1 TO VALID-FLAG
               DISPLAY (12, 40) PAY-MODE-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM PAY-MODE-RTN THRU PAY-MODE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       PAY-MODE-END.
           EXIT.

       DST-CHK-RTN.
           ACCEPT (13, 40) DST-ACC-IN.
           IF DST-ACC-IN = ACC-NO-IN
               MOVE 0 TO VALID-FLAG
               DISPLAY (13, 55) "Dest Must Differ - Re-enter "
           ELSE
               MOVE DST-ACC-IN TO AM-ACC-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (13, 55) "Unknown Dest Acct-Re-enter  "
                   NOT INVALID KEY
                       IF AM-STATUS = "C"
                           MOVE 0 TO VALID-FLAG
                           DISPLAY (13, 55)
                               "Dest Acct Closed - Re-enter "
                       ELSE
                       IF (SRC-TYP-WS = "D"
                               AND AM-ACC-TYP NOT = "D")
                           OR (SRC-TYP-WS NOT = "D"
                               AND AM-ACC-TYP = "D")
                           MOVE 0 TO VALID-FLAG
                           DISPLAY (13, 55)
                               "Currency Mismatch - Re-enter"
                       ELSE
                           MOVE 1 TO VALID-FLAG
                       END-IF
                       END-IF
               END-READ
               MOVE ACC-NO-IN TO AM-ACC-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

           IF VALID-FLAG = 1
               DISPLAY (13, 40) DST-ACC-IN
               DISPLAY (13, 55) "                            "
           ELSE
               PERFORM DST-CHK-RTN THRU DST-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       DST-CHK-END.
           EXIT.

       APPROVE-ASK-RTN.
           DISPLAY (20, 1)
               "Approving Supervisor ID (N=Decline): ".
           ACCEPT (20, 50) OVR-ANS-IN.
           DISPLAY (20, 50) OVR-ANS-IN.
           IF OVR-ANS-IN = "N" OR OVR-ANS-IN = "n"
               MOVE "Y" TO OVR-OK-WS
               MOVE "Y" TO APPR-DECLINED
               DISPLAY (20, 60) "Declined        "
           ELSE
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
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
               END-SEARCH
           END-IF.
       APPROVE-ASK-END.
           EXIT.

       CLOSE-RTN.
           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE AM-BALANCE TO OLD-BAL-WS.
           IF INT-AMT GREATER THAN 0
               ADD INT-AMT TO AM-BALANCE
               REWRITE ACCOUNT-MAST-REC
               MOVE "Interest" TO TL-TRANSAC-NAME
               MOVE INT-AMT TO TL-AMOUNT
               MOVE SPACES TO TL-XREF-SEQ
               PERFORM WRITE-CL-TXNLOG-RTN THRU WRITE-CL-TXNLOG-END
           END-IF.
           IF WHT-AMT GREATER THAN 0
               SUBTRACT WHT-AMT FROM AM-BALANCE
               REWRITE ACCOUNT-MAST-REC
               MOVE "Interest Tax" TO TL-TRANSAC-NAME
               MOVE WHT-AMT TO TL-AMOUNT
               MOVE SPACES TO TL-XREF-SEQ
               PERFORM WRITE-CL-TXNLOG-RTN THRU WRITE-CL-TXNLOG-END
               PERFORM WRITE-WTAX-RTN THRU WRITE-WTAX-END
           END-IF.

           PERFORM SO-CANCEL-RTN THRU SO-CANCEL-END.

           MOVE AM-BALANCE TO PAYOUT-WS.
           MOVE 0 TO AM-BALANCE.
           MOVE "C" TO AM-STATUS.
           REWRITE ACCOUNT-MAST-REC.
           IF PAYOUT-WS GREATER THAN 0
               MOVE PAYOUT-WS TO TL-AMOUNT
               MOVE SPACES TO TL-XREF-SEQ
               IF PAY-MODE-IN = "T"
                   MOVE "Transfer Out" TO TL-TRANSAC-NAME
               ELSE
                   MOVE "Closure Pay" TO TL-TRANSAC-NAME
               END-IF
               PERFORM WRITE-CL-TXNLOG-RTN THRU WRITE-CL-TXNLOG-END
           END-IF.
           MOVE TL-SEQ-CTR TO XFER-OUT-SEQ.
           MOVE "Acct Closed" TO TL-TRANSAC-NAME.
           MOVE 0 TO TL-AMOUNT.
           MOVE SPACES TO TL-XREF-SEQ.
           PERFORM WRITE-CL-TXNLOG-RTN THRU WRITE-CL-TXNLOG-END.

           MOVE AM-ACC-NO TO CL-ACC-NO.
           MOVE AM-ACC-NAME TO CL-ACC-NAME.
           MOVE AM-ACC-TYP TO CL-ACC-TYP.
           MOVE AM-CIF-NO TO CL-CIF-NO.
           MOVE RUN-DATE-WS TO CL-CLOSE-DATE.
           MOVE INT-AMT TO CL-INT-AMT.
           MOVE PAYOUT-WS TO CL-PAYOUT.
           MOVE PAY-MODE-IN TO CL-PAY-MODE.
           MOVE DST-ACC-IN TO CL-DST-ACC.
           MOVE SO-CNCL-CNT TO CL-SO-CNT.
           MOVE TELLER-ID-IN TO CL-TELLER-ID.
           MOVE APPR-ID-WS TO CL-APPR-ID.
           MOVE WHT-AMT TO CL-WHT-AMT.
           WRITE CLOSED-ACCT-REC
               INVALID KEY
                   REWRITE CLOSED-ACCT-REC
           END-WRITE.

           IF PAY-MODE-IN = "T" AND PAYOUT-WS GREATER THAN 0
               PERFORM XFER-CREDIT-RTN THRU XFER-CREDIT-END
           END-IF.

           ADD 1 TO CLOSE-CNT.
           PERFORM CERT-PRINT-RTN THRU CERT-PRINT-END.
       CLOSE-END.
           EXIT.

       WRITE-WTAX-RTN.
           MOVE "B" TO WT-SOURCE.
           MOVE RUN-DATE-WS TO WT-DATE.
           MOVE AM-ACC-NO TO WT-ACC-NO.
           MOVE AM-CIF-NO TO WT-CIF-NO.
           MOVE AM-ACC-NAME TO WT-NAME.
           MOVE WTAX-RATE TO WT-RATE.
           MOVE INT-AMT TO WT-GROSS.
           MOVE WHT-AMT TO WT-TAX.
           COMPUTE WT-NET = INT-AMT - WHT-AMT.
           IF AM-ACC-TYP = "D"
               MOVE "USD" TO WT-CCY
               COMPUTE WHT-PESO ROUNDED = INT-AMT * FX-RATE
               MOVE WHT-PESO TO WT-GROSS-PHP
               COMPUTE WHT-PESO ROUNDED = WHT-AMT * FX-RATE
           ELSE
               MOVE "PHP" TO WT-CCY
               MOVE INT-AMT TO WT-GROSS-PHP
               MOVE WHT-AMT TO WHT-PESO
           END-IF.
           MOVE WHT-PESO TO WT-TAX-PHP.
           WRITE WTAX-LOG-REC.
       WRITE-WTAX-END.
           EXIT.

       SO-CANCEL-RTN.
           MOVE 0 TO SO-CNCL-CNT.
           MOVE "N" TO SO-EOF.
           MOVE 0 TO SO-SRC-ACC.
           MOVE 0 TO SO-SEQ.
           START STANDING-ORDER KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE "Y" TO SO-EOF
           END-START.
           PERFORM UNTIL SO-EOF = "Y"
               READ STANDING-ORDER NEXT RECORD
                   AT END
                       MOVE "Y" TO SO-EOF
                   NOT AT END
                       IF (SO-SRC-ACC = ACC-NO-IN
                               OR SO-DST-ACC = ACC-NO-IN)
                               AND SO-STATUS = "A"
                           MOVE "C" TO SO-STATUS
                           REWRITE STANDING-ORDER-REC
                           ADD 1 TO SO-CNCL-CNT
                       END-IF
               END-READ
           END-PERFORM.
       SO-CANCEL-END.
           EXIT.

       XFER-CREDIT-RTN.
           MOVE DST-ACC-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY (17, 1)
                       "Dest Acct Missing - Payout Not Credited"
               NOT INVALID KEY
                   ADD PAYOUT-WS TO AM-BALANCE
                   REWRITE ACCOUNT-MAST-REC
                   MOVE "Transfer In" TO TL-TRANSAC-NAME
                   MOVE PAYOUT-WS TO TL-AMOUNT
                   MOVE XFER-OUT-SEQ TO TL-XREF-SEQ
                   PERFORM WRITE-CL-TXNLOG-RTN
                       THRU WRITE-CL-TXNLOG-END
           END-READ.
           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
       XFER-CREDIT-END.
           EXIT.

       WRITE-CL-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE AM-ACC-NO TO TL-ACC-NO.
           MOVE AM-BALANCE TO TL-BALANCE.
           MOVE APPR-ID-WS TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.
       WRITE-CL-TXNLOG-END.
           EXIT.

       CERT-PRINT-RTN.
           MOVE CL-ACC-NO TO CRT-ACC-NO.
           MOVE CL-CLOSE-DATE TO CRT-CLOSE-DATE.
           MOVE CL-ACC-NAME TO CRT-ACC-NAME.
           EVALUATE CL-ACC-TYP
               WHEN "S"
                   MOVE "Savings" TO CRT-ACC-TYP
               WHEN "C"
                   MOVE "Checking" TO CRT-ACC-TYP
               WHEN "D"
                   MOVE "Dollar" TO CRT-ACC-TYP
               WHEN OTHER
                   MOVE SPACES TO CRT-ACC-TYP
           END-EVALUATE.
           MOVE CL-CIF-NO TO CRT-CIF-NO.
           MOVE OLD-BAL-WS TO CRT-OLD-BAL.
           MOVE CL-INT-AMT TO CRT-INT-AMT.
           MOVE CL-WHT-AMT TO CRT-WHT-AMT.
           MOVE CL-PAYOUT TO CRT-PAYOUT.
           IF CL-PAY-MODE = "T"
               MOVE "Transfer To" TO CRT-PAY-MODE
               MOVE CL-DST-ACC TO CRT-DST-ACC
           ELSE
               MOVE "Cash" TO CRT-PAY-MODE
               MOVE 0 TO CRT-DST-ACC
           END-IF.
           MOVE CL-SO-CNT TO CRT-SO-CNT.
           MOVE CL-TELLER-ID TO CRT-TELLER-ID.
           MOVE CL-APPR-ID TO CRT-APPR-ID.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-TXT1-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-TXT2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN1-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-LN2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN3-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN4-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-LN5-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN5A-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN6-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN7-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN8-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-LN9-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM CERT-SIG1-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM CERT-SIG2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM CERT-END-REC AFTER ADVANCING 2 LINES.
       CERT-PRINT-END.
           EXIT.

       MONTH-RPT-RTN.
           DISPLAY (2, 1) "Report Month (YYYYMM): ".
           ACCEPT (2, 50) RPT-MONTH-IN.
           IF RPT-MONTH-IN = 0
               MOVE RUN-YYMM TO RPT-MONTH-IN
           END-IF.
           MOVE RPT-MONTH-IN TO MCRHD-MONTH.
           WRITE OUTREC FROM MCR-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM MCR-COLHD-REC AFTER ADVANCING 2 LINES.

           MOVE "N" TO CL-EOF.
           MOVE 0 TO CL-ACC-NO.
           START CLOSED-ACCT KEY IS NOT LESS THAN CL-ACC-NO
               INVALID KEY
                   MOVE "Y" TO CL-EOF
           END-START.
           PERFORM UNTIL CL-EOF = "Y"
               READ CLOSED-ACCT NEXT RECORD
                   AT END
                       MOVE "Y" TO CL-EOF
                   NOT AT END
                       IF CL-CLOSE-DATE(1:6) = RPT-MONTH-IN
                           PERFORM MCR-LINE-RTN THRU MCR-LINE-END
                       END-IF
               END-READ
           END-PERFORM.

           MOVE MCR-CNT TO MCRTOT-CNT.
           MOVE MCR-INT-TOT TO MCRTOT-INT.
           MOVE MCR-PAY-TOT TO MCRTOT-PAYOUT.
           MOVE MCR-CASH-TOT TO MCRTOT-CASH.
           MOVE MCR-XFER-TOT TO MCRTOT-XFER.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM MCR-TOT1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM MCR-TOT2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM MCR-TOT3-REC AFTER ADVANCING 1 LINE.
           DISPLAY (4, 1) "Accounts Closed In Month: ".
           DISPLAY (4, 40) MCRTOT-CNT.
       MONTH-RPT-END.
           EXIT.

       MCR-LINE-RTN.
           ADD 1 TO MCR-CNT.
           ADD CL-INT-AMT TO MCR-INT-TOT.
           ADD CL-PAYOUT TO MCR-PAY-TOT.
           MOVE CL-ACC-NO TO MCRLN-ACC-NO.
           MOVE CL-ACC-NAME TO MCRLN-ACC-NAME.
           MOVE CL-ACC-TYP TO MCRLN-ACC-TYP.
           MOVE CL-CLOSE-DATE TO MCRLN-CLOSE-DATE.
           MOVE CL-INT-AMT TO MCRLN-INT-AMT.
           MOVE CL-PAYOUT TO MCRLN-PAYOUT.
           IF CL-PAY-MODE = "T"
               MOVE "XFER" TO MCRLN-PAY-MODE
               ADD CL-PAYOUT TO MCR-XFER-TOT
           ELSE
               MOVE "CASH" TO MCRLN-PAY-MODE
               ADD CL-PAYOUT TO MCR-CASH-TOT
           END-IF.
           WRITE OUTREC FROM MCR-LINE-REC AFTER ADVANCING 1 LINE.
       MCR-LINE-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (18, 40) ANS.
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
           CLOSE OUTFILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE HOLD-FILE.
           CLOSE CHEQUE-FILE.
           CLOSE STANDING-ORDER.
           CLOSE CLOSED-ACCT.
           CLOSE TRANSAC-LOG.
           CLOSE WTAX-LOG.
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

       SUPV-PW-RTN.
           MOVE "N" TO PW-OK.
           MOVE "CLOSURE APPROVAL" TO SEC-DETAIL-WS.
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
