       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3L.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile38.txt".
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
           SELECT LOAN-PARM-FILE ASSIGN TO "C:\dos\cobol\loanprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LP-FILE-STATUS.
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
       FD LOAN-PARM-FILE.
       01 LOAN-PARM-REC.
           05 LPF-PEN-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 LPF-GRACE-DAYS PIC X(2).
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
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Loan Servicing".
           05 FILLER PIC X(33) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD4-RUN-DATE PIC 9(8).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 SCH-HD1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Loan No.: ".
           05 SCHHD-LOAN-NO PIC 9(10).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Account:  ".
           05 SCHHD-ACC-NO PIC 9(10).
       01 SCH-HD2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Borrower: ".
           05 SCHHD-BORROWER PIC X(25).
           05 FILLER PIC X(11) VALUE "Released:  ".
           05 SCHHD-REL-DATE PIC 9(8).
       01 SCH-HD3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Principal: ".
           05 SCHHD-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Rate:  ".
           05 SCHHD-RATE PIC Z9.99.
           05 FILLER PIC X(9) VALUE "%  Term: ".
           05 SCHHD-TERM PIC ZZ9.
           05 FILLER PIC X(17) VALUE " Mos  Installmt: ".
           05 SCHHD-INSTALL PIC ZZZ,ZZ9.99.
       01 SCH-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Inst".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Due Date".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Principal".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Interest".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Penalty".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Paid".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Status".
       01 SCH-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-INST PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SCHLN-DUE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-PRIN PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-INT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-PEN PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-PAID PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHLN-STATUS PIC X(6).
       01 SCH-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Principal Balance:  ".
           05 SCHTOT-PRIN-BAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "   Loan Status:   ".
           05 SCHTOT-STATUS PIC X(6).

       01 ACT-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "LOAN ACTIVITY POSTED".
       01 ACT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Loan No.".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Inst".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Event       ".
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Remarks".
       01 ACT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACTLN-LOAN-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACTLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACTLN-INST PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ACTLN-EVENT PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ACTLN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ACTLN-REMARK PIC X(20).
       01 ACT-TOT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Auto-Debits Posted: ".
           05 ACTTOT-DB-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 ACTTOT-DB-AMT PIC ZZ,ZZZ,ZZ9.99.
       01 ACT-TOT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Auto-Debits Failed: ".
           05 ACTTOT-RJ-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 ACTTOT-RJ-AMT PIC ZZ,ZZZ,ZZ9.99.
       01 ACT-TOT3-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Penalties Accrued:  ".
           05 ACTTOT-PEN-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 ACTTOT-PEN-AMT PIC ZZ,ZZZ,ZZ9.99.

       01 PD-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "PAST-DUE LOANS".
       01 PD-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Loan No.".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Inst".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Due Date".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Days".
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Overdue".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Penalty".
       01 PD-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDLN-LOAN-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDLN-INST PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PDLN-DUE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PDLN-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PDLN-OVERDUE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 PDLN-PEN PIC ZZZ,ZZ9.99.
       01 PD-TOT1-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Loans Past Due:     ".
           05 PDTOT-LOAN-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Installments:  ".
           05 PDTOT-INST-CNT PIC ZZZ9.
       01 PD-TOT2-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Total Overdue:      ".
           05 PDTOT-OVERDUE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "   Penalty Due:   ".
           05 PDTOT-PEN PIC ZZ,ZZZ,ZZ9.99.

       01 OPER-TABLE-WS.
           05 OPT-CNT PIC 99 VALUE 0.
           05 OPT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON OPT-CNT
                   INDEXED BY OPT-IDX.
               10 OPT-ID PIC X(5).
               10 OPT-NAME PIC X(20).
               10 OPT-SUPV PIC X.

       01 LOAN-WS.
           05 LOAN-NO-CTR PIC 9(10) VALUE 0.
           05 LOAN-NO-IN PIC 9(10).
           05 ACC-NO-IN PIC 9(10).
           05 PRIN-IN PIC X(12).
           05 PRIN-ACT PIC 9(9)V99.
           05 RATE-IN PIC X(6).
           05 RATE-ACT PIC 99V99.
           05 TERM-IN PIC X(3).
           05 TERM-ACT PIC 9(3).
           05 AUTO-DEB-IN PIC X.
           05 CONFIRM-IN PIC X.
           05 MONTH-RATE-WS PIC 9V9(8).
           05 GROWTH-WS PIC 9(9)V9(8).
           05 INSTALL-WS PIC 9(9)V99.
           05 INSTALL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 AMT-EDIT PIC ZZZ,ZZZ,ZZ9.99.
           05 SCHED-BAL PIC 9(9)V99.
           05 SCHED-PRIN PIC 9(9)V99.
           05 SCHED-INT PIC 9(7)V99.
           05 INST-SUB PIC 9(3).
           05 REL-DATE-WS PIC 9(8).
           05 REL-DATE-RD REDEFINES REL-DATE-WS.
               10 REL-YYYY PIC 9(4).
               10 REL-MM PIC 99.
               10 REL-DD PIC 99.
           05 DUE-DATE-WS PIC 9(8).
           05 DUE-DATE-RD REDEFINES DUE-DATE-WS.
               10 DUE-YYYY PIC 9(4).
               10 DUE-MM PIC 99.
               10 DUE-DD PIC 99.
           05 NEXT-MON-WS PIC 9(8).
           05 NEXT-MON-RD REDEFINES NEXT-MON-WS.
               10 NXT-YYYY PIC 9(4).
               10 NXT-MM PIC 99.
               10 NXT-DD PIC 99.
           05 LAST-DAY-WS PIC 9(8).
           05 LAST-DAY-RD REDEFINES LAST-DAY-WS.
               10 FILLER PIC 9(6).
               10 LAST-DD PIC 99.
           05 MON-OFFSET PIC 9(5).
           05 YR-OFFSET PIC 9(4).
           05 MON-REM PIC 99.
           05 PEN-RATE-WS PIC 9(2)V99 VALUE 3.00.
           05 GRACE-DAYS PIC 99 VALUE 5.
           05 PEN-FROM-INT PIC 9(7).
           05 GRACE-INT PIC 9(7).
           05 PEN-DAYS PIC 9(5).
           05 PEN-BASE PIC 9(9)V99.
           05 PEN-AMT PIC 9(7)V99.
           05 PAY-REM PIC 9(9)V99.
           05 PAY-PART PIC 9(9)V99.
           05 PAY-SEQ-WS PIC 9(6).
           05 PAY-INT-WS PIC 9(9)V99.
           05 PAY-PEN-WS PIC 9(9)V99.
           05 INST-OWED PIC 9(9)V99.
           05 DEBIT-AMT PIC 9(9)V99.
           05 AVAIL-WS PIC S9(9)V99.
           05 HOLD-AMT-WS PIC 9(9)V99.
           05 HOLD-FULL-WS PIC X.
           05 FLOAT-AMT-WS PIC 9(9)V99.
           05 REJ-REASON-WS PIC X(20).
           05 OPEN-CNT PIC 9(3).
           05 LATE-DAYS PIC 9(5).
           05 LOAN-LATE-FLAG PIC X.
           05 DB-CNT PIC 9(4) VALUE 0.
           05 DB-TOT PIC 9(9)V99 VALUE 0.
           05 RJ-CNT PIC 9(4) VALUE 0.
           05 RJ-TOT PIC 9(9)V99 VALUE 0.
           05 PEN-CNT PIC 9(4) VALUE 0.
           05 PEN-TOT PIC 9(9)V99 VALUE 0.
           05 PD-LOAN-CNT PIC 9(4) VALUE 0.
           05 PD-INST-CNT PIC 9(4) VALUE 0.
           05 PD-OVERDUE-TOT PIC 9(9)V99 VALUE 0.
           05 PD-PEN-TOT PIC 9(9)V99 VALUE 0.
           05 REL-CNT PIC 9(4) VALUE 0.
           05 REL-CNT-EDIT PIC ZZZ9.

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
           05 LN-FILE-STATUS PIC XX.
           05 LN-EOF PIC X VALUE "N".
           05 LS-FILE-STATUS PIC XX.
           05 LS-EOF PIC X VALUE "N".
           05 LP-FILE-STATUS PIC XX.
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB3L".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 RUN-MODE-IN PIC X.
           05 TELLER-ID-IN PIC X(5).
           05 APPR-ID-WS PIC X(5) VALUE SPACES.
           05 OVR-ANS-IN PIC X(5).
           05 OVR-OK-WS PIC X.
           05 APPR-DECLINED PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
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
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSAC-LOG
           END-IF.
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-END.
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.

           IF CHK-ANS = 0
               DISPLAY (1, 1)
                   "Run Mode (R=Release/D=Daily Run/S=Schedule): "
               ACCEPT (1, 50) RUN-MODE-IN
               IF RUN-MODE-IN = "D" OR RUN-MODE-IN = "d"
                   PERFORM DAILY-RUN-RTN THRU DAILY-RUN-END
               ELSE
               IF RUN-MODE-IN = "S" OR RUN-MODE-IN = "s"
                   PERFORM SCHED-INQ-RTN THRU SCHED-INQ-END
                       UNTIL CHK-ANS = 1
               ELSE
                   DISPLAY (1, 1) SPACER
                   DISPLAY (1, 1) "Officer ID: "
                   ACCEPT (1, 40) TELLER-ID-IN
                   PERFORM LOAD-LOAN-NO-RTN THRU LOAD-LOAN-NO-END
                   PERFORM PROCESS-RTN THRU PROCESS-END
                       UNTIL CHK-ANS = 1
                   MOVE REL-CNT TO REL-CNT-EDIT
                   DISPLAY (22, 1) "Loans Released: "
                   DISPLAY (22, 40) REL-CNT-EDIT
               END-IF
               END-IF
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT LOAN-PARM-FILE.
           IF LP-FILE-STATUS = "00"
               READ LOAN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(LPF-PEN-RATE) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(LPF-PEN-RATE)
                               TO PEN-RATE-WS
                       END-IF
                       IF LPF-GRACE-DAYS NOT = SPACES
                           MOVE FUNCTION NUMVAL(LPF-GRACE-DAYS)
                               TO GRACE-DAYS
                       END-IF
               END-READ
               CLOSE LOAN-PARM-FILE
           END-IF.
       LOAD-PARM-END.
           EXIT.

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

       LOAD-LOAN-NO-RTN.
           MOVE "N" TO LN-EOF.
           MOVE ZEROS TO LN-LOAN-NO.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-LOAN-NO
               INVALID KEY
                   MOVE "Y" TO LN-EOF
           END-START.
           PERFORM UNTIL LN-EOF = "Y"
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LN-EOF
                   NOT AT END
                       MOVE LN-LOAN-NO TO LOAN-NO-CTR
               END-READ
           END-PERFORM.
       LOAD-LOAN-NO-END.
           EXIT.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (4, 1) SPACER.
           DISPLAY (5, 1) "Deposit Account No.: ".
           PERFORM ACC-CHK-RTN THRU ACC-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Principal Amount: ".
           PERFORM PRIN-RTN THRU PRIN-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Annual Interest Rate (%): ".
           PERFORM RATE-RTN THRU RATE-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (9, 1) "Term (Months): ".
           PERFORM TERM-RTN THRU TERM-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (10, 1) "Auto-Debit On Due Date (Y/N): ".
           PERFORM AUTO-DEB-RTN THRU AUTO-DEB-END.
           MOVE 0 TO VALID-FLAG.

           PERFORM INSTALL-CALC-RTN THRU INSTALL-CALC-END.
           MOVE INSTALL-WS TO INSTALL-EDIT.
           DISPLAY (11, 1) "Monthly Installment: ".
           DISPLAY (11, 40) INSTALL-EDIT.

           DISPLAY (12, 1) "Release Loan (Y/N)?: ".
           ACCEPT (12, 40) CONFIRM-IN.
           IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
               MOVE "N" TO OVR-OK-WS
               MOVE "N" TO APPR-DECLINED
               PERFORM APPROVE-ASK-RTN THRU APPROVE-ASK-END
                   UNTIL OVR-OK-WS = "Y"
               IF APPR-DECLINED = "Y"
                   DISPLAY (14, 1) "Release Not Approved - Cancelled"
               ELSE
                   PERFORM RELEASE-RTN THRU RELEASE-END
               END-IF
           ELSE
               DISPLAY (14, 1) "Loan Release Cancelled"
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
                   IF AM-STATUS = "D"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 55) "Account Dormant - Re-enter  "
                   ELSE
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 55) "Account Closed - Re-enter   "
                   ELSE
                   IF AM-ACC-TYP = "D"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 55) "Peso Accounts Only-Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (5, 40) ACC-NO-IN
               DISPLAY (5, 55) "                            "
               DISPLAY (6, 1) "Borrower Name: "
               DISPLAY (6, 40) AM-ACC-NAME
           ELSE
               PERFORM ACC-CHK-RTN THRU ACC-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACC-CHK-END.
           EXIT.

       PRIN-RTN.
           ACCEPT (7, 40) PRIN-IN.
           MOVE FUNCTION NUMVAL(PRIN-IN) TO PRIN-ACT.
           IF PRIN-ACT GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               MOVE PRIN-ACT TO AMT-EDIT
               DISPLAY (7, 40) AMT-EDIT
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM PRIN-RTN THRU PRIN-END UNTIL VALID-FLAG = 1
           END-IF.
       PRIN-END.
           EXIT.

       RATE-RTN.
           ACCEPT (8, 40) RATE-IN.
           MOVE FUNCTION NUMVAL(RATE-IN) TO RATE-ACT.
           IF FUNCTION NUMVAL(RATE-IN) NOT GREATER THAN 50
                   AND FUNCTION NUMVAL(RATE-IN) NOT LESS THAN 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (8, 40) RATE-ACT
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM RATE-RTN THRU RATE-END UNTIL VALID-FLAG = 1
           END-IF.
       RATE-END.
           EXIT.

       TERM-RTN.
           ACCEPT (9, 40) TERM-IN.
           MOVE FUNCTION NUMVAL(TERM-IN) TO TERM-ACT.
           IF TERM-ACT GREATER THAN 0 AND TERM-ACT NOT GREATER THAN 360
               MOVE 1 TO VALID-FLAG
               DISPLAY (9, 40) TERM-ACT
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM TERM-RTN THRU TERM-END UNTIL VALID-FLAG = 1
           END-IF.
       TERM-END.
           EXIT.

       AUTO-DEB-RTN.
           ACCEPT (10, 40) AUTO-DEB-IN.
           MOVE FUNCTION UPPER-CASE(AUTO-DEB-IN) TO AUTO-DEB-IN.
           IF AUTO-DEB-IN = "Y" OR AUTO-DEB-IN = "N"
               MOVE 1 TO VALID-FLAG
               DISPLAY (10, 40) AUTO-DEB-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM AUTO-DEB-RTN THRU AUTO-DEB-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       AUTO-DEB-END.
           EXIT.

       INSTALL-CALC-RTN.
           COMPUTE MONTH-RATE-WS = RATE-ACT / 1200.
           IF MONTH-RATE-WS = 0
               COMPUTE INSTALL-WS ROUNDED = PRIN-ACT / TERM-ACT
           ELSE
               COMPUTE GROWTH-WS = (1 + MONTH-RATE-WS) ** TERM-ACT
               COMPUTE INSTALL-WS ROUNDED =
                   PRIN-ACT * MONTH-RATE-WS * GROWTH-WS
                       / (GROWTH-WS - 1)
           END-IF.
       INSTALL-CALC-END.
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

       RELEASE-RTN.
           ADD 1 TO LOAN-NO-CTR.
           MOVE LOAN-NO-CTR TO LN-LOAN-NO.
           MOVE ACC-NO-IN TO LN-ACC-NO.
           MOVE AM-ACC-NAME TO LN-BORROWER.
           MOVE PRIN-ACT TO LN-PRINCIPAL.
           MOVE RATE-ACT TO LN-RATE.
           MOVE TERM-ACT TO LN-TERM.
           MOVE RUN-DATE-WS TO LN-RELEASE-DATE.
           MOVE INSTALL-WS TO LN-INSTALL.
           MOVE PRIN-ACT TO LN-PRIN-BAL.
           MOVE AUTO-DEB-IN TO LN-AUTO-DEB.
           MOVE "A" TO LN-STATUS.
           MOVE TELLER-ID-IN TO LN-OFFICER.
           MOVE APPR-ID-WS TO LN-APPR-ID.
           WRITE LOAN-MAST-REC.

           MOVE PRIN-ACT TO SCHED-BAL.
           MOVE RUN-DATE-WS TO REL-DATE-WS.
           PERFORM VARYING INST-SUB FROM 1 BY 1
                   UNTIL INST-SUB > LN-TERM
               PERFORM SCHED-ONE-RTN THRU SCHED-ONE-END
           END-PERFORM.

           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PRIN-ACT TO AM-BALANCE
                   REWRITE ACCOUNT-MAST-REC
           END-READ.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE "Loan Release" TO TL-TRANSAC-NAME.
           MOVE PRIN-ACT TO DEBIT-AMT.
           PERFORM WRITE-LN-TXNLOG-RTN THRU WRITE-LN-TXNLOG-END.
           ADD 1 TO REL-CNT.

           PERFORM SCHED-PRINT-RTN THRU SCHED-PRINT-END.
           DISPLAY (14, 1) "Loan Released - Loan No.: ".
           DISPLAY (14, 40) LN-LOAN-NO.
       RELEASE-END.
           EXIT.

       SCHED-ONE-RTN.
           COMPUTE SCHED-INT ROUNDED = SCHED-BAL * MONTH-RATE-WS.
           IF INST-SUB = LN-TERM
               MOVE SCHED-BAL TO SCHED-PRIN
           ELSE
               COMPUTE SCHED-PRIN = LN-INSTALL - SCHED-INT
               IF SCHED-PRIN GREATER THAN SCHED-BAL
                   MOVE SCHED-BAL TO SCHED-PRIN
               END-IF
           END-IF.
           SUBTRACT SCHED-PRIN FROM SCHED-BAL.
           PERFORM DUE-DATE-CALC-RTN THRU DUE-DATE-CALC-END.
           MOVE LN-LOAN-NO TO LS-LOAN-NO.
           MOVE INST-SUB TO LS-INST-NO.
           MOVE DUE-DATE-WS TO LS-DUE-DATE.
           MOVE SCHED-PRIN TO LS-PRIN-DUE.
           MOVE SCHED-INT TO LS-INT-DUE.
           MOVE 0 TO LS-PEN-DUE.
           MOVE 0 TO LS-PRIN-PAID.
           MOVE 0 TO LS-INT-PAID.
           MOVE 0 TO LS-PEN-PAID.
           MOVE 0 TO LS-PEN-DATE.
           MOVE "O" TO LS-STATUS.
           WRITE LOAN-SCHED-REC
               INVALID KEY
                   REWRITE LOAN-SCHED-REC
           END-WRITE.
       SCHED-ONE-END.
           EXIT.

       DUE-DATE-CALC-RTN.
           COMPUTE MON-OFFSET = REL-MM - 1 + INST-SUB.
           DIVIDE MON-OFFSET BY 12 GIVING YR-OFFSET
               REMAINDER MON-REM.
           COMPUTE DUE-YYYY = REL-YYYY + YR-OFFSET.
           COMPUTE DUE-MM = MON-REM + 1.
           MOVE REL-DD TO DUE-DD.
           IF REL-DD GREATER THAN 28
               IF DUE-MM = 12
                   COMPUTE NXT-YYYY = DUE-YYYY + 1
                   MOVE 1 TO NXT-MM
               ELSE
                   MOVE DUE-YYYY TO NXT-YYYY
                   COMPUTE NXT-MM = DUE-MM + 1
               END-IF
               MOVE 1 TO NXT-DD
               COMPUTE LAST-DAY-WS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(NEXT-MON-WS) - 1)
               IF REL-DD GREATER THAN LAST-DD
                   MOVE LAST-DD TO DUE-DD
               END-IF
           END-IF.
       DUE-DATE-CALC-END.
           EXIT.

       SCHED-INQ-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Loan No.: ".
           ACCEPT (5, 40) LOAN-NO-IN.
           MOVE LOAN-NO-IN TO LN-LOAN-NO.
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY (5, 55) "Unknown Loan"
               NOT INVALID KEY
                   DISPLAY (6, 1) "Borrower Name: "
                   DISPLAY (6, 40) LN-BORROWER
                   MOVE LN-PRIN-BAL TO AMT-EDIT
                   DISPLAY (7, 1) "Principal Balance: "
                   DISPLAY (7, 40) AMT-EDIT
                   PERFORM SCHED-PRINT-RTN THRU SCHED-PRINT-END
                   DISPLAY (8, 1) "Schedule Printed"
           END-READ.
           DISPLAY (18, 1) "INPUT ANOTHER RECORD(Y/N)?: ".
           PERFORM ANS-SCH-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       SCHED-INQ-END.
           EXIT.

       SCHED-PRINT-RTN.
           MOVE LN-LOAN-NO TO SCHHD-LOAN-NO.
           MOVE LN-ACC-NO TO SCHHD-ACC-NO.
           MOVE LN-BORROWER TO SCHHD-BORROWER.
           MOVE LN-RELEASE-DATE TO SCHHD-REL-DATE.
           MOVE LN-PRINCIPAL TO SCHHD-PRINCIPAL.
           MOVE LN-RATE TO SCHHD-RATE.
           MOVE LN-TERM TO SCHHD-TERM.
           MOVE LN-INSTALL TO SCHHD-INSTALL.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SCH-HD1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SCH-HD2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SCH-HD3-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SCH-COLHD-REC AFTER ADVANCING 2 LINES.
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
                           MOVE LS-INST-NO TO SCHLN-INST
                           MOVE LS-DUE-DATE TO SCHLN-DUE
                           MOVE LS-PRIN-DUE TO SCHLN-PRIN
                           MOVE LS-INT-DUE TO SCHLN-INT
                           MOVE LS-PEN-DUE TO SCHLN-PEN
                           COMPUTE SCHLN-PAID = LS-PRIN-PAID
                               + LS-INT-PAID + LS-PEN-PAID
                           IF LS-STATUS = "P"
                               MOVE "PAID" TO SCHLN-STATUS
                           ELSE
                               IF LS-DUE-DATE LESS THAN RUN-DATE-WS
                                   MOVE "PASTDU" TO SCHLN-STATUS
                               ELSE
                                   MOVE "OPEN" TO SCHLN-STATUS
                               END-IF
                           END-IF
                           WRITE OUTREC FROM SCH-LINE-REC
                               AFTER ADVANCING 1 LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE LN-PRIN-BAL TO SCHTOT-PRIN-BAL.
           IF LN-STATUS = "P"
               MOVE "PAID" TO SCHTOT-STATUS
           ELSE
               MOVE "ACTIVE" TO SCHTOT-STATUS
           END-IF.
           WRITE OUTREC FROM SCH-TOT-REC AFTER ADVANCING 1 LINE.
       SCHED-PRINT-END.
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

       ANS-SCH-RTN.
           ACCEPT (18, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
                   MOVE 1 TO CHK-ANS
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
       ANS-SCH-END.
           EXIT.

       DAILY-RUN-RTN.
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
           WRITE OUTREC FROM ACT-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM ACT-COLHD-REC AFTER ADVANCING 1 LINE.

           MOVE "N" TO LN-EOF.
           MOVE ZEROS TO LN-LOAN-NO.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-LOAN-NO
               INVALID KEY
                   MOVE "Y" TO LN-EOF
           END-START.
           PERFORM UNTIL LN-EOF = "Y"
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LN-EOF
                   NOT AT END
                       IF LN-STATUS = "A"
                           PERFORM LOAN-DAILY-RTN THRU LOAN-DAILY-END
                       END-IF
               END-READ
           END-PERFORM.

           MOVE DB-CNT TO ACTTOT-DB-CNT.
           MOVE DB-TOT TO ACTTOT-DB-AMT.
           MOVE RJ-CNT TO ACTTOT-RJ-CNT.
           MOVE RJ-TOT TO ACTTOT-RJ-AMT.
           MOVE PEN-CNT TO ACTTOT-PEN-CNT.
           MOVE PEN-TOT TO ACTTOT-PEN-AMT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ACT-TOT1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ACT-TOT2-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ACT-TOT3-REC AFTER ADVANCING 1 LINE.

           PERFORM PAST-DUE-RPT-RTN THRU PAST-DUE-RPT-END.

           CLOSE HOLD-FILE.
           CLOSE CHEQUE-FILE.
           DISPLAY (4, 1) "Daily Loan Run Complete".
           DISPLAY (5, 1) "Auto-Debits Posted: ".
           DISPLAY (5, 40) ACTTOT-DB-CNT.
           DISPLAY (6, 1) "Auto-Debits Failed: ".
           DISPLAY (6, 40) ACTTOT-RJ-CNT.
           DISPLAY (7, 1) "Penalties Accrued: ".
           DISPLAY (7, 40) ACTTOT-PEN-CNT.
           DISPLAY (8, 1) "Loans Past Due: ".
           DISPLAY (8, 40) PDTOT-LOAN-CNT.
       DAILY-RUN-END.
           EXIT.

       LOAN-DAILY-RTN.
           MOVE 0 TO OPEN-CNT.
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
                                   AND LS-DUE-DATE NOT GREATER THAN
                                       RUN-DATE-WS
                               PERFORM INST-DUE-RTN THRU INST-DUE-END
                           END-IF
                           IF LS-STATUS = "O"
                               ADD 1 TO OPEN-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-CNT = 0
               MOVE "P" TO LN-STATUS
           END-IF.
           REWRITE LOAN-MAST-REC.
       LOAN-DAILY-END.
           EXIT.

       INST-DUE-RTN.
           IF LN-AUTO-DEB = "Y"
               PERFORM LOAN-DEBIT-TRY-RTN THRU LOAN-DEBIT-TRY-END
           END-IF.
           IF LS-STATUS = "O"
               PERFORM PENALTY-RTN THRU PENALTY-END
           END-IF.
       INST-DUE-END.
           EXIT.

       INST-OWED-RTN.
           COMPUTE INST-OWED =
               (LS-PRIN-DUE - LS-PRIN-PAID)
               + (LS-INT-DUE - LS-INT-PAID)
               + (LS-PEN-DUE - LS-PEN-PAID).
       INST-OWED-END.
           EXIT.

       LOAN-DEBIT-TRY-RTN.
           PERFORM INST-OWED-RTN THRU INST-OWED-END.
           MOVE INST-OWED TO DEBIT-AMT.
           MOVE SPACES TO REJ-REASON-WS.
           MOVE LN-ACC-NO TO AM-ACC-NO.
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

           MOVE LN-LOAN-NO TO ACTLN-LOAN-NO.
           MOVE LN-ACC-NO TO ACTLN-ACC-NO.
           MOVE LS-INST-NO TO ACTLN-INST.
           MOVE "Loan AutoDeb" TO ACTLN-EVENT.
           MOVE DEBIT-AMT TO ACTLN-AMT.
           IF REJ-REASON-WS = SPACES
               COMPUTE AM-BALANCE = AM-BALANCE - DEBIT-AMT
               REWRITE ACCOUNT-MAST-REC
               MOVE "BATCH" TO TL-TELLER-ID
               MOVE "Loan AutoDeb" TO TL-TRANSAC-NAME
               MOVE SPACES TO APPR-ID-WS
               PERFORM WRITE-LN-TXNLOG-RTN THRU WRITE-LN-TXNLOG-END
               MOVE TL-SEQ-CTR TO PAY-SEQ-WS
               MOVE DEBIT-AMT TO PAY-REM
               MOVE 0 TO PAY-INT-WS
               MOVE 0 TO PAY-PEN-WS
               PERFORM APPLY-INST-RTN THRU APPLY-INST-END
               IF PAY-PEN-WS GREATER THAN 0
                   MOVE "Loan Pen Pd" TO TL-TRANSAC-NAME
                   MOVE PAY-PEN-WS TO TL-AMOUNT
                   PERFORM LN-SPLIT-LOG-RTN THRU LN-SPLIT-LOG-END
               END-IF
               IF PAY-INT-WS GREATER THAN 0
                   MOVE "Loan Int Pd" TO TL-TRANSAC-NAME
                   MOVE PAY-INT-WS TO TL-AMOUNT
                   PERFORM LN-SPLIT-LOG-RTN THRU LN-SPLIT-LOG-END
               END-IF
               ADD 1 TO DB-CNT
               ADD DEBIT-AMT TO DB-TOT
               MOVE "DEBITED" TO ACTLN-REMARK
           ELSE
               ADD 1 TO RJ-CNT
               ADD DEBIT-AMT TO RJ-TOT
               MOVE REJ-REASON-WS TO ACTLN-REMARK
           END-IF.
           WRITE OUTREC FROM ACT-LINE-REC AFTER ADVANCING 1 LINE.
       LOAN-DEBIT-TRY-END.
           EXIT.

       APPLY-INST-RTN.
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
       APPLY-INST-END.
           EXIT.

       PENALTY-RTN.
           COMPUTE GRACE-INT =
               FUNCTION INTEGER-OF-DATE(LS-DUE-DATE) + GRACE-DAYS.
           IF RUN-DATE-INT GREATER THAN GRACE-INT
               IF LS-PEN-DATE GREATER THAN 0
                   COMPUTE PEN-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(LS-PEN-DATE)
               ELSE
                   COMPUTE PEN-FROM-INT =
                       FUNCTION INTEGER-OF-DATE(LS-DUE-DATE)
               END-IF
               COMPUTE PEN-DAYS = RUN-DATE-INT - PEN-FROM-INT
               COMPUTE PEN-BASE = (LS-PRIN-DUE - LS-PRIN-PAID)
                   + (LS-INT-DUE - LS-INT-PAID)
               COMPUTE PEN-AMT ROUNDED =
                   PEN-BASE * PEN-RATE-WS / 100 / 30 * PEN-DAYS
               IF PEN-AMT GREATER THAN 0
                   ADD PEN-AMT TO LS-PEN-DUE
                   MOVE RUN-DATE-WS TO LS-PEN-DATE
                   REWRITE LOAN-SCHED-REC
                   MOVE LN-ACC-NO TO AM-ACC-NO
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE 0 TO AM-BALANCE
                   END-READ
                   MOVE "BATCH" TO TL-TELLER-ID
                   MOVE "Loan Penalty" TO TL-TRANSAC-NAME
                   MOVE SPACES TO APPR-ID-WS
                   MOVE PEN-AMT TO DEBIT-AMT
                   PERFORM WRITE-LN-TXNLOG-RTN
                       THRU WRITE-LN-TXNLOG-END
                   ADD 1 TO PEN-CNT
                   ADD PEN-AMT TO PEN-TOT
                   MOVE LN-LOAN-NO TO ACTLN-LOAN-NO
                   MOVE LN-ACC-NO TO ACTLN-ACC-NO
                   MOVE LS-INST-NO TO ACTLN-INST
                   MOVE "Loan Penalty" TO ACTLN-EVENT
                   MOVE PEN-AMT TO ACTLN-AMT
                   MOVE "PENALTY ACCRUED" TO ACTLN-REMARK
                   WRITE OUTREC FROM ACT-LINE-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       PENALTY-END.
           EXIT.

       WRITE-LN-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE LN-ACC-NO TO TL-ACC-NO.
           MOVE DEBIT-AMT TO TL-AMOUNT.
           MOVE AM-BALANCE TO TL-BALANCE.
           MOVE SPACES TO TL-XREF-SEQ.
           MOVE APPR-ID-WS TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.
       WRITE-LN-TXNLOG-END.
           EXIT.

       LN-SPLIT-LOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE "BATCH" TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE LN-ACC-NO TO TL-ACC-NO.
           MOVE AM-BALANCE TO TL-BALANCE.
           MOVE PAY-SEQ-WS TO TL-XREF-SEQ.
           MOVE SPACES TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.
       LN-SPLIT-LOG-END.
           EXIT.

       PAST-DUE-RPT-RTN.
           WRITE OUTREC FROM PD-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM PD-COLHD-REC AFTER ADVANCING 1 LINE.
           MOVE "N" TO LN-EOF.
           MOVE ZEROS TO LN-LOAN-NO.
           START LOAN-MASTER KEY IS NOT LESS THAN LN-LOAN-NO
               INVALID KEY
                   MOVE "Y" TO LN-EOF
           END-START.
           PERFORM UNTIL LN-EOF = "Y"
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LN-EOF
                   NOT AT END
                       IF LN-STATUS = "A"
                           PERFORM PD-LOAN-RTN THRU PD-LOAN-END
                       END-IF
               END-READ
           END-PERFORM.
           MOVE PD-LOAN-CNT TO PDTOT-LOAN-CNT.
           MOVE PD-INST-CNT TO PDTOT-INST-CNT.
           MOVE PD-OVERDUE-TOT TO PDTOT-OVERDUE.
           MOVE PD-PEN-TOT TO PDTOT-PEN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM PD-TOT1-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM PD-TOT2-REC AFTER ADVANCING 1 LINE.
       PAST-DUE-RPT-END.
           EXIT.

       PD-LOAN-RTN.
           MOVE "N" TO LOAN-LATE-FLAG.
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
                               OR LS-DUE-DATE NOT LESS THAN RUN-DATE-WS
                           MOVE "Y" TO LS-EOF
                       ELSE
                           IF LS-STATUS = "O"
                               PERFORM PD-LINE-RTN THRU PD-LINE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF LOAN-LATE-FLAG = "Y"
               ADD 1 TO PD-LOAN-CNT
           END-IF.
       PD-LOAN-END.
           EXIT.

       PD-LINE-RTN.
           MOVE "Y" TO LOAN-LATE-FLAG.
           PERFORM INST-OWED-RTN THRU INST-OWED-END.
           COMPUTE LATE-DAYS = RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(LS-DUE-DATE).
           MOVE LN-LOAN-NO TO PDLN-LOAN-NO.
           MOVE LN-ACC-NO TO PDLN-ACC-NO.
           MOVE LS-INST-NO TO PDLN-INST.
           MOVE LS-DUE-DATE TO PDLN-DUE.
           MOVE LATE-DAYS TO PDLN-DAYS.
           MOVE INST-OWED TO PDLN-OVERDUE.
           COMPUTE PDLN-PEN = LS-PEN-DUE - LS-PEN-PAID.
           WRITE OUTREC FROM PD-LINE-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO PD-INST-CNT.
           ADD INST-OWED TO PD-OVERDUE-TOT.
           COMPUTE PD-PEN-TOT = PD-PEN-TOT
               + LS-PEN-DUE - LS-PEN-PAID.
       PD-LINE-END.
           EXIT.

       HOLD-SUM-RTN.
           MOVE 0 TO HOLD-AMT-WS.
           MOVE "N" TO HOLD-FULL-WS.
           MOVE "N" TO HF-EOF.
           MOVE LN-ACC-NO TO HF-ACC-NO.
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
                       IF HF-ACC-NO NOT = LN-ACC-NO
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
           MOVE LN-ACC-NO TO CQ-ACC-NO.
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
                       IF CQ-ACC-NO NOT = LN-ACC-NO
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
           CLOSE ACCOUNT-MASTER.
           CLOSE LOAN-MASTER.
           CLOSE LOAN-SCHED.
           CLOSE TRANSAC-LOG.
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
           MOVE "LOAN APPROVAL" TO SEC-DETAIL-WS.
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
