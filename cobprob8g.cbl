       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB8G.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile43.txt".
           SELECT GL-MASTER ASSIGN TO "C:\dos\cobol\glmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-ACC-NO
               FILE STATUS IS GL-FILE-STATUS.
           SELECT GL-POST-CTL ASSIGN TO "C:\dos\cobol\glpost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GP-DATE
               FILE STATUS IS GP-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "C:\dos\cobol\glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GMF-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO "C:\dos\cobol\gljrnl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GJ-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "C:\dos\cobol\fxrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-FILE-STATUS.
           SELECT AR-LEDGER ASSIGN TO "C:\dos\cobol\arledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS ARL-FILE-STATUS.
           SELECT OR-REGISTER ASSIGN TO "C:\dos\cobol\orregist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORR-FILE-STATUS.
           SELECT ELEC-BILL-FILE ASSIGN TO "C:\dos\cobol\elecbill.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS EB-FILE-STATUS.
           SELECT ELEC-PAY-REG ASSIGN TO "C:\dos\cobol\elecpay.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EP-FILE-STATUS.
           SELECT SURCHARGE-FILE ASSIGN TO "C:\dos\cobol\surchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SC-FILE-STATUS.
           SELECT ADJ-MEMO ASSIGN TO "C:\dos\cobol\adjmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS AJ-FILE-STATUS.
           SELECT DEP-LEDGER ASSIGN TO "C:\dos\cobol\depledgr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-ACC-NO
               FILE STATUS IS DL-FILE-STATUS.
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
           05 FILLER PIC X(90).
       FD GL-MASTER.
       01 GL-MAST-REC.
           05 GL-ACC-NO PIC 9(6).
           05 GL-NAME PIC X(30).
           05 GL-TYPE PIC X.
           05 GL-BAL PIC S9(11)V99.
           05 GL-LAST-POST PIC 9(8).
       FD GL-POST-CTL.
       01 GL-POST-REC.
           05 GP-DATE PIC 9(8).
           05 GP-STATUS PIC X.
           05 GP-RUN-DATE PIC 9(8).
           05 GP-ENTRY-CNT PIC 9(4).
           05 GP-DR-TOT PIC 9(11)V99.
           05 GP-CR-TOT PIC 9(11)V99.
       FD GL-MAP-FILE.
       01 GL-MAP-REC.
           05 GMF-SRC PIC X(1).
           05 FILLER PIC X(1).
           05 GMF-TXN PIC X(14).
           05 FILLER PIC X(1).
           05 GMF-DR PIC X(6).
           05 FILLER PIC X(1).
           05 GMF-CR PIC X(6).
       FD GL-JOURNAL.
       01 GL-JOURNAL-REC.
           05 GJ-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-SEQ PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-SRC PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-TXN PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-COUNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-ACC-NO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-DC PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 GJ-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
       FD FX-RATE-FILE.
       01 FX-RATE-REC.
           05 FXF-CCY PIC X(3).
           05 FILLER PIC X(1).
           05 FXF-RATE PIC X(10).
       FD AR-LEDGER.
       01 AR-LEDGER-REC.
           05 ARL-KEY.
               10 ARL-SNO PIC 9(10).
               10 ARL-TERM PIC X(16).
           05 ARL-SNAME PIC X(25).
           05 ARL-C-NAME PIC X(27).
           05 ARL-YEAR PIC 9.
           05 ARL-ASSESS-DATE PIC 9(8).
           05 ARL-ASSESS-AMT PIC 9(6)V99.
           05 ARL-DISC-AMT PIC 9(5)V99.
           05 ARL-PAID-AMT PIC 9(6)V99.
           05 ARL-BANK-PAID-AMT PIC 9(6)V99.
           05 ARL-PAY-METHOD PIC X.
           05 ARL-BANK-ACC-NO PIC 9(10).
           05 ARL-STATUS PIC X.
       FD OR-REGISTER.
       01 OR-REGISTER-REC.
           05 ORR-OR-NO PIC X(6).
           05 FILLER PIC X(1).
           05 ORR-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 ORR-SNO PIC X(10).
           05 FILLER PIC X(1).
           05 ORR-AMOUNT PIC X(10).
           05 FILLER PIC X(1).
           05 ORR-DISC PIC X(9).
           05 FILLER PIC X(1).
           05 ORR-METHOD PIC X(14).
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
       FD ELEC-PAY-REG.
       01 ELEC-PAY-REC.
           05 EP-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 EP-ACC-NO PIC X(10).
           05 FILLER PIC X(1).
           05 EP-METHOD PIC X(14).
           05 FILLER PIC X(1).
           05 EP-AMOUNT PIC X(14).
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
       FD DEP-LEDGER.
       01 DEP-LEDGER-REC.
           05 DL-ACC-NO PIC X(10).
           05 DL-AMOUNT PIC 9(7)V99.
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
           05 FILLER PIC X(24) VALUE "General Ledger Interface".
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 CH-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE "Chart Of Accounts Maintenance".
       01 CH-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Acct No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Account Name".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Type".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Action".
       01 CH-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHLN-ACC-NO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CHLN-NAME PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CHLN-TYPE PIC X.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CHLN-ACTION PIC X(12).
       01 JRNL-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Journal Listing For ".
           05 JRNLHD-DATE PIC 9(8).
       01 JRNL-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Src".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Txn Type".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Count".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Acct".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Account Name".
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Debit".
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Credit".
       01 JRNL-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 JLN-SRC PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 JLN-TXN PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 JLN-CNT PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 JLN-ACC-NO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 JLN-NAME PIC X(19).
           05 FILLER PIC X(1) VALUE SPACES.
           05 JLN-DR PIC X(17).
           05 FILLER PIC X(1) VALUE SPACES.
           05 JLN-CR PIC X(17).
       01 JRNL-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Journal Totals".
           05 FILLER PIC X(5) VALUE SPACES.
           05 JTOT-CNT PIC ZZZZ9.
           05 FILLER PIC X(29) VALUE SPACES.
           05 JTOT-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 JTOT-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 NP-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "Activity Not Posted (No GL Entry)".
       01 EXC-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Posting Exceptions For ".
           05 EXCHD-DATE PIC 9(8).
       01 EXC-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Src".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Txn Type".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Count".
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Dr Acc".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Cr Acc".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Reason".
       01 EXC-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-SRC PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXLN-TXN PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXLN-CNT PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 EXLN-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-DR PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-CR PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-REASON PIC X(22).
       01 EXC-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Total Debits: ".
           05 EXTOT-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Total Credits: ".
           05 EXTOT-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 POST-MSG-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PMSG-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PMSG-TEXT PIC X(40).
       01 TB-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Trial Balance As Of ".
           05 TBHD-DATE PIC 9(8).
       01 TB-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Acct No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Account Name".
           05 FILLER PIC X(20) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Type".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Debit".
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Credit".
       01 TB-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TBLN-ACC-NO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 TBLN-NAME PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 TBLN-TYPE PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TBLN-DR PIC X(17).
           05 FILLER PIC X(1) VALUE SPACES.
           05 TBLN-CR PIC X(17).
       01 TB-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Totals".
           05 FILLER PIC X(41) VALUE SPACES.
           05 TBTOT-DR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 TBTOT-CR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TB-STAT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TBST-TEXT PIC X(40).

       01 GL-CHART-DFLT-WS.
           05 FILLER PIC X(37) VALUE
               "101000Cash On Hand - Bank           A".
           05 FILLER PIC X(37) VALUE
               "101100Cash On Hand - School         A".
           05 FILLER PIC X(37) VALUE
               "101200Cash On Hand - Electric       A".
           05 FILLER PIC X(37) VALUE
               "102000Due From Clearing House       A".
           05 FILLER PIC X(37) VALUE
               "110000Loans Receivable              A".
           05 FILLER PIC X(37) VALUE
               "110100Loan Penalties Receivable     A".
           05 FILLER PIC X(37) VALUE
               "120000Tuition Receivable            A".
           05 FILLER PIC X(37) VALUE
               "130000Electric Receivable           A".
           05 FILLER PIC X(37) VALUE
               "190000Inter-Unit Clearing           A".
           05 FILLER PIC X(37) VALUE
               "201000Customer Deposits             L".
           05 FILLER PIC X(37) VALUE
               "205000Withholding Tax Payable       L".
           05 FILLER PIC X(37) VALUE
               "206000Output VAT Payable            L".
           05 FILLER PIC X(37) VALUE
               "207000Franchise Tax Payable         L".
           05 FILLER PIC X(37) VALUE
               "208000Meter Deposits Payable        L".
           05 FILLER PIC X(37) VALUE
               "301000Capital                       C".
           05 FILLER PIC X(37) VALUE
               "401000Service Fee Income            R".
           05 FILLER PIC X(37) VALUE
               "402000Loan Penalty Income           R".
           05 FILLER PIC X(37) VALUE
               "403000Tuition Revenue               R".
           05 FILLER PIC X(37) VALUE
               "404000Electric Revenue              R".
           05 FILLER PIC X(37) VALUE
               "405000Reconnection Fee Income       R".
           05 FILLER PIC X(37) VALUE
               "406000Surcharge Income              R".
           05 FILLER PIC X(37) VALUE
               "407000Loan Interest Income          R".
           05 FILLER PIC X(37) VALUE
               "409000Billing Adjustments           R".
           05 FILLER PIC X(37) VALUE
               "501000Interest Expense              E".
       01 GL-CHART-DFLT-TBL REDEFINES GL-CHART-DFLT-WS.
           05 GCD-ENTRY OCCURS 24 TIMES INDEXED BY GCD-IDX.
               10 GCD-ACC-NO PIC 9(6).
               10 GCD-NAME PIC X(30).
               10 GCD-TYPE PIC X.

       01 GL-MAP-DFLT-WS.
           05 FILLER PIC X(27) VALUE "BDeposit       101000201000".
           05 FILLER PIC X(27) VALUE "BInitial Dep   101000201000".
           05 FILLER PIC X(27) VALUE "BWithdrawal    201000101000".
           05 FILLER PIC X(27) VALUE "BInterest      501000201000".
           05 FILLER PIC X(27) VALUE "BInterest Tax  201000205000".
           05 FILLER PIC X(27) VALUE "BTransfer Out  201000190000".
           05 FILLER PIC X(27) VALUE "BTransfer In   190000201000".
           05 FILLER PIC X(27) VALUE "BChq Deposit   101000201000".
           05 FILLER PIC X(27) VALUE "BChq Return    201000101000".
           05 FILLER PIC X(27) VALUE "BChq Ret Fee   201000401000".
           05 FILLER PIC X(27) VALUE "BChq Paid      201000102000".
           05 FILLER PIC X(27) VALUE "BStop Pay Fee  201000401000".
           05 FILLER PIC X(27) VALUE "BOD Fee        201000401000".
           05 FILLER PIC X(27) VALUE "BDormancy Fee  201000401000".
           05 FILLER PIC X(27) VALUE "BTuition       201000190000".
           05 FILLER PIC X(27) VALUE "BTuition Rev   190000201000".
           05 FILLER PIC X(27) VALUE "BTuition Ref   190000201000".
           05 FILLER PIC X(27) VALUE "BElec AutoDeb  201000190000".
           05 FILLER PIC X(27) VALUE "BLoan Release  110000201000".
           05 FILLER PIC X(27) VALUE "BLoan Payment  201000110000".
           05 FILLER PIC X(27) VALUE "BLoan AutoDeb  201000110000".
           05 FILLER PIC X(27) VALUE "BLoan Penalty  110100402000".
           05 FILLER PIC X(27) VALUE "BLoan Int Pd   110000407000".
           05 FILLER PIC X(27) VALUE "BLoan Pen Pd   110000110100".
           05 FILLER PIC X(27) VALUE "BClosure Pay   201000101000".
           05 FILLER PIC X(27) VALUE "BReactivation  000000000000".
           05 FILLER PIC X(27) VALUE "BAcct Closed   000000000000".
           05 FILLER PIC X(27) VALUE "BCarried Fwd   000000000000".
           05 FILLER PIC X(27) VALUE "BFailed WD     000000000000".
           05 FILLER PIC X(27) VALUE "BFailed XFER   000000000000".
           05 FILLER PIC X(27) VALUE "BFailed LnPay  000000000000".
           05 FILLER PIC X(27) VALUE "BOvr Declined  000000000000".
           05 FILLER PIC X(27) VALUE "TAssessment    120000403000".
           05 FILLER PIC X(27) VALUE "TCash          101100120000".
           05 FILLER PIC X(27) VALUE "TBank Debit    190000120000".
           05 FILLER PIC X(27) VALUE "TInstallment   101100120000".
           05 FILLER PIC X(27) VALUE "TOn Account    101100120000".
           05 FILLER PIC X(27) VALUE "TSponsor Chq   101100120000".
           05 FILLER PIC X(27) VALUE "EBilling       130000404000".
           05 FILLER PIC X(27) VALUE "EVAT           130000206000".
           05 FILLER PIC X(27) VALUE "EFranchise Tax 130000207000".
           05 FILLER PIC X(27) VALUE "ECash          101200130000".
           05 FILLER PIC X(27) VALUE "EReconnect Fee 101200405000".
           05 FILLER PIC X(27) VALUE "EDeposit Appl  208000130000".
           05 FILLER PIC X(27) VALUE "EBank Debit    190000130000".
           05 FILLER PIC X(27) VALUE "ESurcharge     130000406000".
           05 FILLER PIC X(27) VALUE "EDebit Memo    130000409000".
           05 FILLER PIC X(27) VALUE "ECredit Memo   409000130000".
           05 FILLER PIC X(27) VALUE "EMeter Deposit 101200208000".
           05 FILLER PIC X(27) VALUE "EDeposit Int   501000208000".
           05 FILLER PIC X(27) VALUE "EDep Int Tax   208000205000".
           05 FILLER PIC X(27) VALUE "EDep Refund    208000101200".
       01 GL-MAP-DFLT-TBL REDEFINES GL-MAP-DFLT-WS.
           05 GMD-ENTRY OCCURS 52 TIMES INDEXED BY GMD-IDX.
               10 GMD-SRC PIC X.
               10 GMD-TXN PIC X(14).
               10 GMD-DR PIC 9(6).
               10 GMD-CR PIC 9(6).

       01 GL-MAP-WS.
           05 GM-CNT PIC 99 VALUE 0.
           05 GM-ENTRY OCCURS 1 TO 80 TIMES
                   DEPENDING ON GM-CNT
                   INDEXED BY GM-IDX.
               10 GM-SRC PIC X.
               10 GM-TXN PIC X(14).
               10 GM-DR PIC 9(6).
               10 GM-CR PIC 9(6).

       01 JE-TBL-WS.
           05 JE-CNT PIC 9(3) VALUE 0.
           05 JE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON JE-CNT
                   INDEXED BY JE-IDX.
               10 JE-SRC PIC X.
               10 JE-TXN PIC X(14).
               10 JE-COUNT PIC 9(5).
               10 JE-AMT PIC 9(11)V99.
               10 JE-DR PIC 9(6).
               10 JE-CR PIC 9(6).
               10 JE-FLAG PIC X.
               10 JE-REASON PIC X(22).

       01 GL-POST-WS.
           05 POST-DATE-IN PIC 9(8).
           05 POST-DATE-X PIC X(8).
           05 JE-SRC-WS PIC X.
           05 JE-TXN-WS PIC X(14).
           05 SRC-AMT-WS PIC 9(11)V99.
           05 JE-FOUND PIC X.
           05 JE-FULL PIC X.
           05 GM-FOUND PIC X.
           05 NP-HD-DONE PIC X.
           05 DR-TOT-WS PIC 9(11)V99.
           05 CR-TOT-WS PIC 9(11)V99.
           05 EXC-CNT PIC 9(3).
           05 POST-CNT PIC 9(4).
           05 GJ-SEQ-CTR PIC 9(4).
           05 LEG-ACC-WS PIC 9(6).
           05 LEG-DC-WS PIC X.
           05 AMT-EDIT-WS PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 CNT-EDIT-WS PIC ZZZZ9.
           05 TB-DATE-WS PIC 9(8).
           05 TB-AMT-WS PIC 9(11)V99.
           05 TB-DR-TOT PIC 9(13)V99.
           05 TB-CR-TOT PIC 9(13)V99.
           05 FX-RATE PIC 9(3)V9999 VALUE 1.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 GL-FILE-STATUS PIC XX.
           05 GP-FILE-STATUS PIC XX.
           05 GMF-FILE-STATUS PIC XX.
           05 GJ-FILE-STATUS PIC XX.
           05 AM-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 FX-FILE-STATUS PIC XX.
           05 ARL-FILE-STATUS PIC XX.
           05 ORR-FILE-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 EP-FILE-STATUS PIC XX.
           05 SC-FILE-STATUS PIC XX.
           05 AJ-FILE-STATUS PIC XX.
           05 DL-FILE-STATUS PIC XX.
           05 WT-FILE-STATUS PIC XX.
           05 GL-EOF PIC X VALUE "N".
           05 SRC-EOF PIC X VALUE "N".
           05 GL-FOUND PIC X.
           05 GP-FOUND PIC X.
           05 BLANK-OK PIC X.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 GL-ACC-IN PIC 9(6).
           05 GL-NAME-IN PIC X(30).
           05 GL-TYPE-IN PIC X.
           05 ACTION-CNT PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HD01-REC.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM OPEN-GL-RTN THRU OPEN-GL-END.

           DISPLAY (3, 1)
               "Run Mode (C=Chart/P=Post Day/T=Trial Balance): ".
           ACCEPT (3, 50) RUN-MODE-IN.
           DISPLAY (3, 50) RUN-MODE-IN.

           EVALUATE RUN-MODE-IN
               WHEN "C"
               WHEN "c"
                   WRITE OUTREC FROM CH-HD-REC AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM CH-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM CHART-RTN THRU CHART-END
                       UNTIL CHK-ANS = 1
               WHEN "P"
               WHEN "p"
                   PERFORM POST-RTN THRU POST-END
               WHEN OTHER
                   MOVE RUN-DATE-WS TO TB-DATE-WS
                   PERFORM TB-RTN THRU TB-END
                   DISPLAY (5, 1) "Trial Balance Printed"
           END-EVALUATE.

           CLOSE GL-MASTER.
           CLOSE GL-POST-CTL.
           CLOSE OUTFILE.
           GOBACK.

       OPEN-GL-RTN.
           OPEN I-O GL-MASTER.
           IF GL-FILE-STATUS = "35"
               OPEN OUTPUT GL-MASTER
               PERFORM VARYING GCD-IDX FROM 1 BY 1 UNTIL GCD-IDX > 24
                   MOVE GCD-ACC-NO(GCD-IDX) TO GL-ACC-NO
                   MOVE GCD-NAME(GCD-IDX) TO GL-NAME
                   MOVE GCD-TYPE(GCD-IDX) TO GL-TYPE
                   MOVE 0 TO GL-BAL
                   MOVE 0 TO GL-LAST-POST
                   WRITE GL-MAST-REC
               END-PERFORM
               CLOSE GL-MASTER
               OPEN I-O GL-MASTER
           ELSE
               PERFORM VARYING GCD-IDX FROM 1 BY 1 UNTIL GCD-IDX > 24
                   MOVE GCD-ACC-NO(GCD-IDX) TO GL-ACC-NO
                   READ GL-MASTER
                       INVALID KEY
                           MOVE GCD-NAME(GCD-IDX) TO GL-NAME
                           MOVE GCD-TYPE(GCD-IDX) TO GL-TYPE
                           MOVE 0 TO GL-BAL
                           MOVE 0 TO GL-LAST-POST
                           WRITE GL-MAST-REC
                   END-READ
               END-PERFORM
           END-IF.
           OPEN I-O GL-POST-CTL.
           IF GP-FILE-STATUS = "35"
               OPEN OUTPUT GL-POST-CTL
               CLOSE GL-POST-CTL
               OPEN I-O GL-POST-CTL
           END-IF.
       OPEN-GL-END.
           EXIT.

       CHART-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) CH-HD-REC.
           DISPLAY (5, 1) "GL Account No.: ".
           PERFORM GL-ACC-RTN THRU GL-ACC-END.
           MOVE 0 TO VALID-FLAG.

           MOVE GL-ACC-IN TO GL-ACC-NO.
           READ GL-MASTER
               INVALID KEY
                   MOVE "N" TO GL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO GL-FOUND
           END-READ.
           IF GL-FOUND = "Y"
               PERFORM CHART-CHG-RTN THRU CHART-CHG-END
           ELSE
               PERFORM CHART-ADD-RTN THRU CHART-ADD-END
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       CHART-END.
           EXIT.

       GL-ACC-RTN.
           MOVE 0 TO GL-ACC-IN.
           ACCEPT (5, 40) GL-ACC-IN.
           IF GL-ACC-IN GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (5, 40) GL-ACC-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM GL-ACC-RTN THRU GL-ACC-END UNTIL VALID-FLAG = 1
           END-IF.
       GL-ACC-END.
           EXIT.

       CHART-ADD-RTN.
           DISPLAY (5, 55) "New Account".
           MOVE "N" TO BLANK-OK.
           DISPLAY (6, 1) "Account Name: ".
           PERFORM GL-NAME-RTN THRU GL-NAME-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Type (A/L/C=Capital/R/E): ".
           PERFORM GL-TYPE-RTN THRU GL-TYPE-END.
           MOVE 0 TO VALID-FLAG.

           MOVE GL-ACC-IN TO GL-ACC-NO.
           MOVE GL-NAME-IN TO GL-NAME.
           MOVE GL-TYPE-IN TO GL-TYPE.
           MOVE 0 TO GL-BAL.
           MOVE 0 TO GL-LAST-POST.
           WRITE GL-MAST-REC
               INVALID KEY
                   DISPLAY (18, 1) "Account Not Added - Duplicate Key"
               NOT INVALID KEY
                   MOVE "Added" TO CHLN-ACTION
                   PERFORM CHART-PRINT-RTN THRU CHART-PRINT-END
                   DISPLAY (18, 1) "GL Account Added"
           END-WRITE.
       CHART-ADD-END.
           EXIT.

       CHART-CHG-RTN.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (17, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (6, 1) "Account Name: ".
           DISPLAY (6, 40) GL-NAME.
           PERFORM GL-NAME-RTN THRU GL-NAME-END.
           MOVE 0 TO VALID-FLAG.
           IF GL-NAME-IN NOT = SPACES
               MOVE GL-NAME-IN TO GL-NAME
           END-IF.
           DISPLAY (7, 1) "Type (A/L/C=Capital/R/E): ".
           DISPLAY (7, 40) GL-TYPE.
           PERFORM GL-TYPE-RTN THRU GL-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           IF GL-TYPE-IN NOT = SPACES
               MOVE GL-TYPE-IN TO GL-TYPE
           END-IF.

           REWRITE GL-MAST-REC.
           MOVE "Changed" TO CHLN-ACTION.
           PERFORM CHART-PRINT-RTN THRU CHART-PRINT-END.
           DISPLAY (18, 1) "GL Account Updated".
       CHART-CHG-END.
           EXIT.

       GL-NAME-RTN.
           MOVE SPACES TO GL-NAME-IN.
           ACCEPT (6, 40) GL-NAME-IN.
           IF GL-NAME-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF GL-NAME-IN NOT = SPACES
                   DISPLAY (6, 40) GL-NAME-IN
               END-IF
           ELSE
               PERFORM GL-NAME-RTN THRU GL-NAME-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       GL-NAME-END.
           EXIT.

       GL-TYPE-RTN.
           MOVE SPACES TO GL-TYPE-IN.
           ACCEPT (7, 40) GL-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(GL-TYPE-IN) TO GL-TYPE-IN.
           EVALUATE GL-TYPE-IN
               WHEN "A"
               WHEN "L"
               WHEN "C"
               WHEN "R"
               WHEN "E"
                   MOVE 1 TO VALID-FLAG
               WHEN SPACES
                   IF BLANK-OK = "Y"
                       MOVE 1 TO VALID-FLAG
                   ELSE
                       MOVE 0 TO VALID-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               IF GL-TYPE-IN NOT = SPACES
                   DISPLAY (7, 40) GL-TYPE-IN
               END-IF
           ELSE
               PERFORM GL-TYPE-RTN THRU GL-TYPE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       GL-TYPE-END.
           EXIT.

       CHART-PRINT-RTN.
           ADD 1 TO ACTION-CNT.
           MOVE GL-ACC-NO TO CHLN-ACC-NO.
           MOVE GL-NAME TO CHLN-NAME.
           MOVE GL-TYPE TO CHLN-TYPE.
           WRITE OUTREC FROM CH-LINE-REC AFTER ADVANCING 1 LINE.
       CHART-PRINT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
                   PERFORM CHART-RTN THRU CHART-END
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
                   MOVE 1 TO CHK-ANS
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
       ANS-CHK-END.
           EXIT.

       POST-RTN.
           DISPLAY (4, 1) "Posting Date (YYYYMMDD, 0=Today): ".
           MOVE 0 TO POST-DATE-IN.
           ACCEPT (4, 40) POST-DATE-IN.
           IF POST-DATE-IN = 0
               MOVE RUN-DATE-WS TO POST-DATE-IN
           END-IF.
           DISPLAY (4, 40) POST-DATE-IN.
           MOVE POST-DATE-IN TO POST-DATE-X.
           MOVE POST-DATE-IN TO PMSG-DATE.

           MOVE POST-DATE-IN TO GP-DATE.
           READ GL-POST-CTL
               INVALID KEY
                   MOVE "N" TO GP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO GP-FOUND
           END-READ.
           IF GP-FOUND = "Y" AND GP-STATUS = "P"
               MOVE "Day Already Posted - Run Aborted" TO PMSG-TEXT
               WRITE OUTREC FROM POST-MSG-REC AFTER ADVANCING 2 LINES
               DISPLAY (6, 1) PMSG-TEXT
           ELSE
               PERFORM LOAD-MAP-RTN THRU LOAD-MAP-END
               PERFORM LOAD-FX-RATE-RTN THRU LOAD-FX-RATE-END
               MOVE 0 TO JE-CNT
               MOVE "N" TO JE-FULL
               PERFORM BANK-SCAN-RTN THRU BANK-SCAN-END
               PERFORM TUIT-SCAN-RTN THRU TUIT-SCAN-END
               PERFORM ELEC-SCAN-RTN THRU ELEC-SCAN-END
               PERFORM EDIT-RTN THRU EDIT-END

               MOVE POST-DATE-IN TO GP-DATE
               MOVE RUN-DATE-WS TO GP-RUN-DATE
               MOVE JE-CNT TO GP-ENTRY-CNT
               MOVE DR-TOT-WS TO GP-DR-TOT
               MOVE CR-TOT-WS TO GP-CR-TOT
               IF EXC-CNT = 0 AND DR-TOT-WS = CR-TOT-WS
                   PERFORM POST-GL-RTN THRU POST-GL-END
                   MOVE "P" TO GP-STATUS
                   MOVE "Day Posted To General Ledger" TO PMSG-TEXT
                   WRITE OUTREC FROM POST-MSG-REC
                       AFTER ADVANCING 2 LINES
                   MOVE POST-DATE-IN TO TB-DATE-WS
                   PERFORM TB-RTN THRU TB-END
               ELSE
                   PERFORM REJECT-RTN THRU REJECT-END
                   MOVE "R" TO GP-STATUS
                   MOVE "Day Rejected - Nothing Posted" TO PMSG-TEXT
                   WRITE OUTREC FROM POST-MSG-REC
                       AFTER ADVANCING 2 LINES
               END-IF
               IF GP-FOUND = "Y"
                   REWRITE GL-POST-REC
               ELSE
                   WRITE GL-POST-REC
               END-IF
               DISPLAY (6, 1) PMSG-TEXT
               MOVE DR-TOT-WS TO AMT-EDIT-WS
               DISPLAY (7, 1) "Total Debits: "
               DISPLAY (7, 40) AMT-EDIT-WS
               MOVE CR-TOT-WS TO AMT-EDIT-WS
               DISPLAY (8, 1) "Total Credits: "
               DISPLAY (8, 40) AMT-EDIT-WS
           END-IF.
       POST-END.
           EXIT.

       LOAD-MAP-RTN.
           MOVE 0 TO GM-CNT.
           OPEN INPUT GL-MAP-FILE.
           IF GMF-FILE-STATUS = "00"
               PERFORM UNTIL GMF-FILE-STATUS NOT = "00"
                   READ GL-MAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GMF-SRC NOT = SPACES AND GM-CNT < 80
                               ADD 1 TO GM-CNT
                               MOVE GMF-SRC TO GM-SRC(GM-CNT)
                               MOVE GMF-TXN TO GM-TXN(GM-CNT)
                               MOVE FUNCTION NUMVAL(GMF-DR)
                                   TO GM-DR(GM-CNT)
                               MOVE FUNCTION NUMVAL(GMF-CR)
                                   TO GM-CR(GM-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.
           IF GM-CNT = 0
               PERFORM VARYING GMD-IDX FROM 1 BY 1 UNTIL GMD-IDX > 52
                   ADD 1 TO GM-CNT
                   MOVE GMD-SRC(GMD-IDX) TO GM-SRC(GM-CNT)
                   MOVE GMD-TXN(GMD-IDX) TO GM-TXN(GM-CNT)
                   MOVE GMD-DR(GMD-IDX) TO GM-DR(GM-CNT)
                   MOVE GMD-CR(GMD-IDX) TO GM-CR(GM-CNT)
               END-PERFORM
           END-IF.
       LOAD-MAP-END.
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

       BANK-SCAN-RTN.
           OPEN INPUT TRANSAC-LOG.
           IF TL-FILE-STATUS = "00"
               OPEN INPUT ACCOUNT-MASTER
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ TRANSAC-LOG
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF TL-TIMESTAMP(1:8) = POST-DATE-X
                               PERFORM BANK-ONE-RTN THRU BANK-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSAC-LOG
           END-IF.
       BANK-SCAN-END.
           EXIT.

       BANK-ONE-RTN.
           MOVE FUNCTION NUMVAL-C(TL-AMOUNT) TO SRC-AMT-WS.
           IF SRC-AMT-WS GREATER THAN 0
               MOVE SPACES TO AM-ACC-TYP
               MOVE FUNCTION NUMVAL(TL-ACC-NO) TO AM-ACC-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE SPACES TO AM-ACC-TYP
               END-READ
               IF AM-ACC-TYP = "D"
                   COMPUTE SRC-AMT-WS ROUNDED = SRC-AMT-WS * FX-RATE
               END-IF
               MOVE "B" TO JE-SRC-WS
               MOVE TL-TRANSAC-NAME TO JE-TXN-WS
               PERFORM ADD-JE-RTN THRU ADD-JE-END
           END-IF.
       BANK-ONE-END.
           EXIT.

       TUIT-SCAN-RTN.
           OPEN INPUT AR-LEDGER.
           IF ARL-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ AR-LEDGER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF ARL-ASSESS-DATE = POST-DATE-IN
                               MOVE ARL-ASSESS-AMT TO SRC-AMT-WS
                               MOVE "T" TO JE-SRC-WS
                               MOVE "Assessment" TO JE-TXN-WS
                               PERFORM ADD-JE-RTN THRU ADD-JE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER
           END-IF.
           OPEN INPUT OR-REGISTER.
           IF ORR-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ OR-REGISTER
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF ORR-DATE = POST-DATE-X
                               MOVE FUNCTION NUMVAL-C(ORR-AMOUNT)
                                   TO SRC-AMT-WS
                               MOVE "T" TO JE-SRC-WS
                               MOVE ORR-METHOD TO JE-TXN-WS
                               PERFORM ADD-JE-RTN THRU ADD-JE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-REGISTER
           END-IF.
       TUIT-SCAN-END.
           EXIT.

       ELEC-SCAN-RTN.
           OPEN INPUT ELEC-BILL-FILE.
           IF EB-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ ELEC-BILL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF EB-BILL-DATE = POST-DATE-IN
                               PERFORM ELEC-BILL-ONE-RTN
                                   THRU ELEC-BILL-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEC-BILL-FILE
           END-IF.
           OPEN INPUT ELEC-PAY-REG.
           IF EP-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ ELEC-PAY-REG
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF EP-DATE = POST-DATE-X
                               MOVE FUNCTION NUMVAL-C(EP-AMOUNT)
                                   TO SRC-AMT-WS
                               MOVE "E" TO JE-SRC-WS
                               MOVE EP-METHOD TO JE-TXN-WS
                               PERFORM ADD-JE-RTN THRU ADD-JE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ELEC-PAY-REG
           END-IF.
           OPEN INPUT SURCHARGE-FILE.
           IF SC-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ SURCHARGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF SC-ASSESS-DATE = POST-DATE-IN
                               MOVE SC-AMOUNT TO SRC-AMT-WS
                               MOVE "E" TO JE-SRC-WS
                               MOVE "Surcharge" TO JE-TXN-WS
                               PERFORM ADD-JE-RTN THRU ADD-JE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SURCHARGE-FILE
           END-IF.
           OPEN INPUT ADJ-MEMO.
           IF AJ-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ ADJ-MEMO NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF AJ-DATE = POST-DATE-IN
                                   AND AJ-STATUS = "P"
                               PERFORM ADJ-MEMO-ONE-RTN
                                   THRU ADJ-MEMO-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJ-MEMO
           END-IF.
           OPEN INPUT DEP-LEDGER.
           IF DL-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ DEP-LEDGER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM DEP-LEDGER-ONE-RTN
                               THRU DEP-LEDGER-ONE-END
                   END-READ
               END-PERFORM
               CLOSE DEP-LEDGER
           END-IF.
           OPEN INPUT WTAX-LOG.
           IF WT-FILE-STATUS = "00"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ WTAX-LOG
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF WT-SOURCE = "E"
                                   AND WT-DATE = POST-DATE-X
                               MOVE FUNCTION NUMVAL(WT-TAX)
                                   TO SRC-AMT-WS
                               MOVE "E" TO JE-SRC-WS
                               MOVE "Dep Int Tax" TO JE-TXN-WS
                               PERFORM ADD-JE-RTN THRU ADD-JE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WTAX-LOG
           END-IF.
       ELEC-SCAN-END.
           EXIT.

       DEP-LEDGER-ONE-RTN.
           MOVE "E" TO JE-SRC-WS.
           IF DL-DATE = POST-DATE-IN
               MOVE DL-RCV-AMT TO SRC-AMT-WS
               MOVE "Meter Deposit" TO JE-TXN-WS
               PERFORM ADD-JE-RTN THRU ADD-JE-END
           END-IF.
           IF DL-INT-DATE = POST-DATE-IN
               MOVE DL-INT-LAST TO SRC-AMT-WS
               MOVE "Deposit Int" TO JE-TXN-WS
               PERFORM ADD-JE-RTN THRU ADD-JE-END
           END-IF.
           IF DL-REF-DATE = POST-DATE-IN
               MOVE DL-REF-AMT TO SRC-AMT-WS
               MOVE "Dep Refund" TO JE-TXN-WS
               PERFORM ADD-JE-RTN THRU ADD-JE-END
           END-IF.
       DEP-LEDGER-ONE-END.
           EXIT.

       ADJ-MEMO-ONE-RTN.
           MOVE AJ-AMOUNT TO SRC-AMT-WS.
           MOVE "E" TO JE-SRC-WS.
           IF AJ-TYPE = "C"
               MOVE "Credit Memo" TO JE-TXN-WS
           ELSE
               MOVE "Debit Memo" TO JE-TXN-WS
           END-IF.
           PERFORM ADD-JE-RTN THRU ADD-JE-END.
       ADJ-MEMO-ONE-END.
           EXIT.

       ELEC-BILL-ONE-RTN.
           MOVE "E" TO JE-SRC-WS.
           COMPUTE SRC-AMT-WS =
               EB-BILL-AMT - EB-VAT-AMT - EB-FRAN-AMT.
           MOVE "Billing" TO JE-TXN-WS.
           PERFORM ADD-JE-RTN THRU ADD-JE-END.
           MOVE EB-VAT-AMT TO SRC-AMT-WS.
           MOVE "VAT" TO JE-TXN-WS.
           PERFORM ADD-JE-RTN THRU ADD-JE-END.
           MOVE EB-FRAN-AMT TO SRC-AMT-WS.
           MOVE "Franchise Tax" TO JE-TXN-WS.
           PERFORM ADD-JE-RTN THRU ADD-JE-END.
       ELEC-BILL-ONE-END.
           EXIT.

       ADD-JE-RTN.
           IF SRC-AMT-WS GREATER THAN 0
               MOVE "N" TO JE-FOUND
               PERFORM VARYING JE-IDX FROM 1 BY 1
                       UNTIL JE-IDX > JE-CNT OR JE-FOUND = "Y"
                   IF JE-SRC(JE-IDX) = JE-SRC-WS
                           AND JE-TXN(JE-IDX) = JE-TXN-WS
                       MOVE "Y" TO JE-FOUND
                       ADD 1 TO JE-COUNT(JE-IDX)
                       ADD SRC-AMT-WS TO JE-AMT(JE-IDX)
                   END-IF
               END-PERFORM
               IF JE-FOUND = "N"
                   IF JE-CNT < 100
                       ADD 1 TO JE-CNT
                       MOVE JE-SRC-WS TO JE-SRC(JE-CNT)
                       MOVE JE-TXN-WS TO JE-TXN(JE-CNT)
                       MOVE 1 TO JE-COUNT(JE-CNT)
                       MOVE SRC-AMT-WS TO JE-AMT(JE-CNT)
                       MOVE 0 TO JE-DR(JE-CNT)
                       MOVE 0 TO JE-CR(JE-CNT)
                       MOVE SPACES TO JE-FLAG(JE-CNT)
                       MOVE SPACES TO JE-REASON(JE-CNT)
                   ELSE
                       MOVE "Y" TO JE-FULL
                   END-IF
               END-IF
           END-IF.
       ADD-JE-END.
           EXIT.

       EDIT-RTN.
           MOVE 0 TO DR-TOT-WS.
           MOVE 0 TO CR-TOT-WS.
           MOVE 0 TO EXC-CNT.
           PERFORM VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-CNT
               PERFORM EDIT-ONE-RTN THRU EDIT-ONE-END
           END-PERFORM.
           IF JE-FULL = "Y"
               ADD 1 TO EXC-CNT
           END-IF.
       EDIT-END.
           EXIT.

       EDIT-ONE-RTN.
           MOVE "N" TO GM-FOUND.
           PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > GM-CNT OR GM-FOUND = "Y"
               IF GM-SRC(GM-IDX) = JE-SRC(JE-IDX)
                       AND GM-TXN(GM-IDX) = JE-TXN(JE-IDX)
                   MOVE "Y" TO GM-FOUND
                   MOVE GM-DR(GM-IDX) TO JE-DR(JE-IDX)
                   MOVE GM-CR(GM-IDX) TO JE-CR(JE-IDX)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN GM-FOUND = "N"
                   MOVE "X" TO JE-FLAG(JE-IDX)
                   MOVE "NO GL MAPPING" TO JE-REASON(JE-IDX)
                   ADD 1 TO EXC-CNT
               WHEN JE-DR(JE-IDX) = 0 AND JE-CR(JE-IDX) = 0
                   MOVE "N" TO JE-FLAG(JE-IDX)
                   MOVE "NON-POSTING TYPE" TO JE-REASON(JE-IDX)
               WHEN OTHER
                   MOVE "P" TO JE-FLAG(JE-IDX)
                   IF JE-DR(JE-IDX) NOT = 0
                       MOVE JE-DR(JE-IDX) TO GL-ACC-NO
                       READ GL-MASTER
                           INVALID KEY
                               MOVE "X" TO JE-FLAG(JE-IDX)
                               MOVE "DR ACCT NOT ON CHART"
                                   TO JE-REASON(JE-IDX)
                           NOT INVALID KEY
                               ADD JE-AMT(JE-IDX) TO DR-TOT-WS
                       END-READ
                   END-IF
                   IF JE-CR(JE-IDX) NOT = 0
                       MOVE JE-CR(JE-IDX) TO GL-ACC-NO
                       READ GL-MASTER
                           INVALID KEY
                               MOVE "X" TO JE-FLAG(JE-IDX)
                               MOVE "CR ACCT NOT ON CHART"
                                   TO JE-REASON(JE-IDX)
                           NOT INVALID KEY
                               ADD JE-AMT(JE-IDX) TO CR-TOT-WS
                       END-READ
                   END-IF
                   IF JE-FLAG(JE-IDX) = "X"
                       ADD 1 TO EXC-CNT
                   ELSE
                       IF JE-DR(JE-IDX) = 0 OR JE-CR(JE-IDX) = 0
                           MOVE "ONE-SIDED MAPPING"
                               TO JE-REASON(JE-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.
       EDIT-ONE-END.
           EXIT.

       POST-GL-RTN.
           OPEN EXTEND GL-JOURNAL.
           IF GJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-JOURNAL
           END-IF.
           MOVE 0 TO GJ-SEQ-CTR.
           MOVE 0 TO POST-CNT.
           MOVE POST-DATE-IN TO JRNLHD-DATE.
           WRITE OUTREC FROM JRNL-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM JRNL-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-CNT
               IF JE-FLAG(JE-IDX) = "P"
                   ADD 1 TO POST-CNT
                   MOVE JE-COUNT(JE-IDX) TO CNT-EDIT-WS
                   MOVE JE-SRC(JE-IDX) TO JLN-SRC
                   MOVE JE-TXN(JE-IDX) TO JLN-TXN
                   MOVE CNT-EDIT-WS TO JLN-CNT
                   IF JE-DR(JE-IDX) NOT = 0
                       MOVE JE-DR(JE-IDX) TO LEG-ACC-WS
                       MOVE "D" TO LEG-DC-WS
                       PERFORM POST-LEG-RTN THRU POST-LEG-END
                       MOVE SPACES TO JLN-SRC
                       MOVE SPACES TO JLN-TXN
                       MOVE SPACES TO JLN-CNT
                   END-IF
                   IF JE-CR(JE-IDX) NOT = 0
                       MOVE JE-CR(JE-IDX) TO LEG-ACC-WS
                       MOVE "C" TO LEG-DC-WS
                       PERFORM POST-LEG-RTN THRU POST-LEG-END
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE GL-JOURNAL.

           MOVE POST-CNT TO JTOT-CNT.
           MOVE DR-TOT-WS TO JTOT-DR.
           MOVE CR-TOT-WS TO JTOT-CR.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM JRNL-TOT-REC AFTER ADVANCING 1 LINE.

           MOVE "N" TO NP-HD-DONE.
           PERFORM VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-CNT
               IF JE-FLAG(JE-IDX) = "N"
                   IF NP-HD-DONE = "N"
                       MOVE "Y" TO NP-HD-DONE
                       WRITE OUTREC FROM NP-HD-REC
                           AFTER ADVANCING 2 LINES
                   END-IF
                   PERFORM EXC-PRINT-RTN THRU EXC-PRINT-END
               END-IF
           END-PERFORM.
       POST-GL-END.
           EXIT.

       POST-LEG-RTN.
           MOVE LEG-ACC-WS TO GL-ACC-NO.
           READ GL-MASTER
               INVALID KEY
                   MOVE SPACES TO GL-NAME
           END-READ.
           IF LEG-DC-WS = "D"
               ADD JE-AMT(JE-IDX) TO GL-BAL
           ELSE
               SUBTRACT JE-AMT(JE-IDX) FROM GL-BAL
           END-IF.
           MOVE POST-DATE-IN TO GL-LAST-POST.
           REWRITE GL-MAST-REC.

           ADD 1 TO GJ-SEQ-CTR.
           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE POST-DATE-IN TO GJ-DATE.
           MOVE GJ-SEQ-CTR TO GJ-SEQ.
           MOVE JE-SRC(JE-IDX) TO GJ-SRC.
           MOVE JE-TXN(JE-IDX) TO GJ-TXN.
           MOVE JE-COUNT(JE-IDX) TO GJ-COUNT.
           MOVE LEG-ACC-WS TO GJ-ACC-NO.
           MOVE LEG-DC-WS TO GJ-DC.
           MOVE JE-AMT(JE-IDX) TO GJ-AMOUNT.
           WRITE GL-JOURNAL-REC.

           MOVE LEG-ACC-WS TO JLN-ACC-NO.
           MOVE GL-NAME TO JLN-NAME.
           MOVE JE-AMT(JE-IDX) TO AMT-EDIT-WS.
           IF LEG-DC-WS = "D"
               MOVE AMT-EDIT-WS TO JLN-DR
               MOVE SPACES TO JLN-CR
           ELSE
               MOVE SPACES TO JLN-DR
               MOVE AMT-EDIT-WS TO JLN-CR
           END-IF.
           WRITE OUTREC FROM JRNL-LINE-REC AFTER ADVANCING 1 LINE.
       POST-LEG-END.
           EXIT.

       REJECT-RTN.
           MOVE POST-DATE-IN TO EXCHD-DATE.
           WRITE OUTREC FROM EXC-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM EXC-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING JE-IDX FROM 1 BY 1 UNTIL JE-IDX > JE-CNT
               PERFORM EXC-PRINT-RTN THRU EXC-PRINT-END
           END-PERFORM.
           IF JE-FULL = "Y"
               MOVE "Activity Table Full - Types Dropped" TO PMSG-TEXT
               WRITE OUTREC FROM POST-MSG-REC AFTER ADVANCING 2 LINES
           END-IF.
           IF DR-TOT-WS NOT = CR-TOT-WS
               MOVE "Debits And Credits Do Not Balance" TO PMSG-TEXT
               WRITE OUTREC FROM POST-MSG-REC AFTER ADVANCING 2 LINES
           END-IF.
           MOVE DR-TOT-WS TO EXTOT-DR.
           MOVE CR-TOT-WS TO EXTOT-CR.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM EXC-TOT-REC AFTER ADVANCING 1 LINE.
       REJECT-END.
           EXIT.

       EXC-PRINT-RTN.
           MOVE JE-SRC(JE-IDX) TO EXLN-SRC.
           MOVE JE-TXN(JE-IDX) TO EXLN-TXN.
           MOVE JE-COUNT(JE-IDX) TO EXLN-CNT.
           MOVE JE-AMT(JE-IDX) TO EXLN-AMT.
           MOVE JE-DR(JE-IDX) TO EXLN-DR.
           MOVE JE-CR(JE-IDX) TO EXLN-CR.
           MOVE JE-REASON(JE-IDX) TO EXLN-REASON.
           WRITE OUTREC FROM EXC-LINE-REC AFTER ADVANCING 1 LINE.
       EXC-PRINT-END.
           EXIT.

       TB-RTN.
           MOVE TB-DATE-WS TO TBHD-DATE.
           WRITE OUTREC FROM TB-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM TB-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE 0 TO TB-DR-TOT.
           MOVE 0 TO TB-CR-TOT.
           MOVE "N" TO GL-EOF.
           MOVE 0 TO GL-ACC-NO.
           START GL-MASTER KEY IS NOT LESS THAN GL-ACC-NO
               INVALID KEY
                   MOVE "Y" TO GL-EOF
           END-START.
           PERFORM UNTIL GL-EOF = "Y"
               READ GL-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO GL-EOF
                   NOT AT END
                       PERFORM TB-ONE-RTN THRU TB-ONE-END
               END-READ
           END-PERFORM.
           MOVE TB-DR-TOT TO TBTOT-DR.
           MOVE TB-CR-TOT TO TBTOT-CR.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM TB-TOT-REC AFTER ADVANCING 1 LINE.
           IF TB-DR-TOT = TB-CR-TOT
               MOVE "Trial Balance Is In Balance" TO TBST-TEXT
           ELSE
               MOVE "Trial Balance Is Out Of Balance" TO TBST-TEXT
           END-IF.
           WRITE OUTREC FROM TB-STAT-REC AFTER ADVANCING 2 LINES.
       TB-END.
           EXIT.

       TB-ONE-RTN.
           MOVE GL-ACC-NO TO TBLN-ACC-NO.
           MOVE GL-NAME TO TBLN-NAME.
           MOVE GL-TYPE TO TBLN-TYPE.
           IF GL-BAL NOT LESS THAN 0
               MOVE GL-BAL TO TB-AMT-WS
               ADD TB-AMT-WS TO TB-DR-TOT
               MOVE TB-AMT-WS TO AMT-EDIT-WS
               MOVE AMT-EDIT-WS TO TBLN-DR
               MOVE SPACES TO TBLN-CR
           ELSE
               COMPUTE TB-AMT-WS = 0 - GL-BAL
               ADD TB-AMT-WS TO TB-CR-TOT
               MOVE TB-AMT-WS TO AMT-EDIT-WS
               MOVE SPACES TO TBLN-DR
               MOVE AMT-EDIT-WS TO TBLN-CR
           END-IF.
           WRITE OUTREC FROM TB-LINE-REC AFTER ADVANCING 1 LINE.
       TB-ONE-END.
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
