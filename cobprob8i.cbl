       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB8I.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile54.txt".
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT STANDING-ORDER ASSIGN TO "C:\dos\cobol\stording.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS SO-FILE-STATUS.
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
           SELECT COOWNER-FILE ASSIGN TO "C:\dos\cobol\coowner.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-KEY
               FILE STATUS IS CO-FILE-STATUS.
           SELECT PAYOR-ENROLL ASSIGN TO "C:\dos\cobol\payorenr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-KEY
               FILE STATUS IS PE-FILE-STATUS.
           SELECT AR-LEDGER ASSIGN TO "C:\dos\cobol\arledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS ARL-FILE-STATUS.
           SELECT INSTALL-FILE ASSIGN TO "C:\dos\cobol\instplan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INS-KEY
               FILE STATUS IS INS-FILE-STATUS.
           SELECT PROM-NOTE ASSIGN TO "C:\dos\cobol\promnote.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-KEY
               FILE STATUS IS PN-FILE-STATUS.
           SELECT ENDORSE-FILE ASSIGN TO "C:\dos\cobol\endorse.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
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
           SELECT METER-HIST ASSIGN TO "C:\dos\cobol\meterhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MH-ACC-NO
               FILE STATUS IS MH-FILE-STATUS.
           SELECT EXAM-MASTER ASSIGN TO "C:\dos\cobol\exammast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT LICENSE-MASTER ASSIGN TO "C:\dos\cobol\licmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-EXA-NO
               FILE STATUS IS LM-FILE-STATUS.
           SELECT EXAMINEE-HIST-FILE ASSIGN TO
               "C:\dos\cobol\examhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-EXA-NO
               FILE STATUS IS EH-FILE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "C:\dos\cobol\runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(100).
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
       FD COOWNER-FILE.
       01 COOWNER-REC.
           05 CO-KEY.
               10 CO-ACC-NO PIC 9(10).
               10 CO-SEQ PIC 99.
           05 CO-OWNER-NAME PIC X(25).
           05 CO-RULE PIC X.
           05 CO-STATUS PIC X.
           05 CO-CIF-NO PIC 9(8).
       FD PAYOR-ENROLL.
       01 PAYOR-ENROLL-REC.
           05 PE-KEY.
               10 PE-SNO PIC 9(10).
               10 PE-ACC-NO PIC 9(10).
           05 PE-CONSENT-DATE PIC 9(8).
           05 PE-STATUS PIC X.
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
       FD INSTALL-FILE.
       01 INSTALL-REC.
           05 INS-KEY.
               10 INS-SNO PIC 9(10).
               10 INS-TERM PIC X(16).
               10 INS-SEQ PIC 99.
           05 INS-DUE-DATE PIC 9(8).
           05 INS-AMT-DUE PIC 9(5)V99.
           05 INS-AMT-PAID PIC 9(5)V99.
           05 INS-STATUS PIC X.
       FD PROM-NOTE.
       01 PROM-NOTE-REC.
           05 PN-KEY.
               10 PN-SNO PIC 9(10).
               10 PN-TERM PIC X(16).
           05 PN-PROMISE-DATE PIC 9(8).
           05 PN-OFFICER PIC X(5).
           05 PN-REASON PIC X(25).
           05 PN-STATUS PIC X.
       FD ENDORSE-FILE.
       01 ENDORSE-REC.
           05 EN-KEY.
               10 EN-SNO PIC 9(10).
               10 EN-TERM PIC X(16).
           05 EN-DATE PIC 9(8).
           05 EN-AGENCY PIC X(3).
           05 EN-COMM-PCT PIC 99.
           05 EN-OPEN-AMT PIC 9(6)V99.
           05 EN-STATUS PIC X.
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
       FD METER-HIST.
       01 METER-HIST-REC.
           05 MH-ACC-NO PIC X(10).
           05 MH-LAST-READING PIC 9(6).
           05 MH-PERIOD PIC 9(6).
           05 MH-KWH-1 PIC 9(6).
           05 MH-KWH-2 PIC 9(6).
           05 MH-KWH-3 PIC 9(6).
           05 MH-EST-FLAG PIC X.
           05 MH-EST-KWH PIC 9(6).
           05 MH-EXP-LAST-READ PIC 9(6).
           05 MH-EXP-CREDIT PIC 9(5)V99.
           05 MH-METER-ID PIC X(8).
           05 MH-CHG-FLAG PIC X.
           05 MH-CHG-KWH PIC 9(6).
       FD EXAM-MASTER.
       01 EXAM-MAST-REC.
           05 XM-EXA-NO PIC 9(10).
           05 XM-EXA-NAM PIC X(20).
           05 XM-DOB-MM PIC 9(2).
           05 XM-DOB-DD PIC 9(2).
           05 XM-DOB-YYYY PIC 9(4).
           05 XM-UCODE PIC 9.
           05 XM-UNAME PIC X(5).
           05 XM-C-CODE PIC 9.
           05 XM-C-NAME PIC X(4).
       FD LICENSE-MASTER.
       01 LICENSE-MAST-REC.
           05 LM-EXA-NO PIC 9(10).
           05 LM-LIC-NO PIC 9(6).
           05 LM-ISSUE-DATE PIC 9(8).
           05 LM-EXPIRY-DATE PIC 9(8).
           05 LM-STATUS PIC X.
       FD EXAMINEE-HIST-FILE.
       01 EXAMINEE-HIST-REC.
           05 EH-EXA-NO PIC 9(10).
           05 EH-ATTEMPT-NO PIC 9(2).
           05 EH-EVER-PASSED PIC X.
           05 EH-GEN-AVG PIC 9(3)V99.
           05 EH-SUBJ-PCT OCCURS 5 TIMES PIC 9(3)V99.
           05 EH-LAST-REMARK PIC X(6).
           05 EH-SIT-DATE PIC 9(8).
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
           05 RC-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-OPER PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-PROG PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-EVENT PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RC-CHAIN PIC X(8).
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
           05 FILLER PIC X(24) VALUE "File Integrity Check".
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 RUN-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Check Date: ".
           05 RUNHD-DATE PIC 9(8).
       01 EXC-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Integrity Exceptions".
       01 EXC-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Severity".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Relationship".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "Record Key".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Exception".
       01 EXC-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-SEV PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-REL PIC X(22).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-KEY PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-DESC PIC X(28).
       01 NO-EXC-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "No Exceptions Found".
       01 SUM-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Relationship Summary".
       01 SUM-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(22) VALUE "Relationship".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  Read".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Severe".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Warning".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Note".
       01 SUM-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SMLN-REL PIC X(22).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SMLN-READ PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SMLN-SEV PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SMLN-WARN PIC ZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SMLN-NOTE PIC X(28).
       01 RESULT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Integrity Result: ".
           05 RSLT-TEXT PIC X(8).

       01 REL-NAME-WS.
           05 FILLER PIC X(22) VALUE "Standing Order/Account".
           05 FILLER PIC X(22) VALUE "Hold/Account".
           05 FILLER PIC X(22) VALUE "Cheque/Account".
           05 FILLER PIC X(22) VALUE "Co-owner/Account".
           05 FILLER PIC X(22) VALUE "Payor Enrol/Account".
           05 FILLER PIC X(22) VALUE "AR Ledger/Bank Account".
           05 FILLER PIC X(22) VALUE "Installment/AR Ledger".
           05 FILLER PIC X(22) VALUE "Prom Note/AR Ledger".
           05 FILLER PIC X(22) VALUE "Endorsement/AR Ledger".
           05 FILLER PIC X(22) VALUE "Electric Bill/Customer".
           05 FILLER PIC X(22) VALUE "Meter Hist/Customer".
           05 FILLER PIC X(22) VALUE "License/Examinee".
           05 FILLER PIC X(22) VALUE "Exam Hist/Examinee".
       01 REL-NAME-TBL REDEFINES REL-NAME-WS.
           05 REL-NAME OCCURS 13 TIMES PIC X(22).

       01 REL-CNT-WS.
           05 REL-CNT-ENTRY OCCURS 13 TIMES.
               10 REL-AVAIL PIC X.
               10 REL-READ PIC 9(6).
               10 REL-SEV PIC 9(5).
               10 REL-WARN PIC 9(5).

       01 CHECK-WS.
           05 REL-SUB PIC 99.
           05 LOOK-ACC-NO PIC 9(10).
           05 EXC-SEV-WS PIC X.
           05 EXC-KEY-WS PIC X(30).
           05 EXC-DESC-WS PIC X(28).
           05 OPEN-STAT-WS PIC XX.
           05 PARENT-OPEN-WS PIC X.
           05 BAL-WS PIC S9(6)V99.
           05 READ-TOT PIC 9(7).
           05 SEV-TOT PIC 9(6).
           05 WARN-TOT PIC 9(6).
           05 NOCHK-CNT PIC 99.
           05 RESULT-WS PIC X(8).
           05 RESULT-CODE PIC 9.
           05 CUR-TIMESTAMP PIC X(21).

       01 INIT-FLAGS.
           05 AM-FILE-STATUS PIC XX.
           05 SO-FILE-STATUS PIC XX.
           05 HF-FILE-STATUS PIC XX.
           05 CQ-FILE-STATUS PIC XX.
           05 CO-FILE-STATUS PIC XX.
           05 PE-FILE-STATUS PIC XX.
           05 ARL-FILE-STATUS PIC XX.
           05 INS-FILE-STATUS PIC XX.
           05 PN-FILE-STATUS PIC XX.
           05 EN-FILE-STATUS PIC XX.
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 MH-FILE-STATUS PIC XX.
           05 XM-FILE-STATUS PIC XX.
           05 LM-FILE-STATUS PIC XX.
           05 EH-FILE-STATUS PIC XX.
           05 RC-FILE-STATUS PIC XX.
           05 PDT-FILE-STATUS PIC XX.
           05 AM-OPEN PIC X VALUE "N".
           05 CM-OPEN PIC X VALUE "N".
           05 XM-OPEN PIC X VALUE "N".
           05 ARL-OPEN PIC X VALUE "N".
           05 EN-OPEN PIC X VALUE "N".
           05 EH-OPEN PIC X VALUE "N".
           05 ACCT-FOUND PIC X.
           05 ARL-FOUND PIC X.
           05 EN-FOUND PIC X.
           05 CM-FOUND PIC X.
           05 XM-FOUND PIC X.
           05 EH-FOUND PIC X.
           05 SRC-EOF PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).

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
           MOVE RUN-DATE-WS TO RUNHD-DATE.
           WRITE OUTREC FROM RUN-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM EXC-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM EXC-COLHD-REC AFTER ADVANCING 2 LINES.
           DISPLAY (3, 1) "Checking Cross-File References...".

           INITIALIZE REL-CNT-WS.
           MOVE 0 TO READ-TOT SEV-TOT WARN-TOT NOCHK-CNT.
           PERFORM OPEN-MASTER-RTN THRU OPEN-MASTER-END.

           PERFORM SO-CHK-RTN THRU SO-CHK-END.
           PERFORM HF-CHK-RTN THRU HF-CHK-END.
           PERFORM CQ-CHK-RTN THRU CQ-CHK-END.
           PERFORM CO-CHK-RTN THRU CO-CHK-END.
           PERFORM PE-CHK-RTN THRU PE-CHK-END.
           PERFORM ARL-CHK-RTN THRU ARL-CHK-END.
           PERFORM INS-CHK-RTN THRU INS-CHK-END.
           PERFORM PN-CHK-RTN THRU PN-CHK-END.
           PERFORM EN-CHK-RTN THRU EN-CHK-END.
           PERFORM EB-CHK-RTN THRU EB-CHK-END.
           PERFORM MH-CHK-RTN THRU MH-CHK-END.
           PERFORM LM-CHK-RTN THRU LM-CHK-END.
           PERFORM EH-CHK-RTN THRU EH-CHK-END.

           PERFORM CLOSE-MASTER-RTN THRU CLOSE-MASTER-END.
           IF SEV-TOT = 0 AND WARN-TOT = 0
               WRITE OUTREC FROM NO-EXC-REC
           END-IF.
           PERFORM SUMMARY-RTN THRU SUMMARY-END.
           PERFORM RESULT-RTN THRU RESULT-END.

           DISPLAY (5, 1) "Records Checked   : ".
           DISPLAY (5, 21) READ-TOT.
           DISPLAY (6, 1) "Severe Exceptions : ".
           DISPLAY (6, 21) SEV-TOT.
           DISPLAY (7, 1) "Warnings          : ".
           DISPLAY (7, 21) WARN-TOT.
           DISPLAY (9, 1) "Integrity Result  : ".
           DISPLAY (9, 21) RESULT-WS.

           CLOSE OUTFILE.
           MOVE RESULT-CODE TO RETURN-CODE.
           GOBACK.

       OPEN-MASTER-RTN.
           OPEN INPUT ACCOUNT-MASTER.
           IF AM-FILE-STATUS = "00"
               MOVE "Y" TO AM-OPEN
           ELSE
               MOVE "N" TO AM-OPEN
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF CM-STATUS = "00"
               MOVE "Y" TO CM-OPEN
           ELSE
               MOVE "N" TO CM-OPEN
           END-IF.
           OPEN INPUT EXAM-MASTER.
           IF XM-FILE-STATUS = "00"
               MOVE "Y" TO XM-OPEN
           ELSE
               MOVE "N" TO XM-OPEN
           END-IF.
       OPEN-MASTER-END.
           EXIT.

       CLOSE-MASTER-RTN.
           IF AM-OPEN = "Y"
               CLOSE ACCOUNT-MASTER
           END-IF.
           IF CM-OPEN = "Y"
               CLOSE CUST-MASTER
           END-IF.
           IF XM-OPEN = "Y"
               CLOSE EXAM-MASTER
           END-IF.
       CLOSE-MASTER-END.
           EXIT.

       REL-OPEN-RTN.
           EVALUATE TRUE
               WHEN OPEN-STAT-WS = "35"
                   MOVE "E" TO REL-AVAIL(REL-SUB)
               WHEN OPEN-STAT-WS NOT = "00"
                   MOVE "N" TO REL-AVAIL(REL-SUB)
                   ADD 1 TO NOCHK-CNT
               WHEN PARENT-OPEN-WS NOT = "Y"
                   MOVE "M" TO REL-AVAIL(REL-SUB)
                   ADD 1 TO NOCHK-CNT
               WHEN OTHER
                   MOVE "Y" TO REL-AVAIL(REL-SUB)
           END-EVALUATE.
       REL-OPEN-END.
           EXIT.

       ACC-LOOK-RTN.
           MOVE LOOK-ACC-NO TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "N" TO ACCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ACCT-FOUND
           END-READ.
       ACC-LOOK-END.
           EXIT.

       ARL-LOOK-RTN.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
       ARL-LOOK-END.
           EXIT.

       CM-LOOK-RTN.
           READ CUST-MASTER
               INVALID KEY
                   MOVE "N" TO CM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO CM-FOUND
           END-READ.
       CM-LOOK-END.
           EXIT.

       XM-LOOK-RTN.
           READ EXAM-MASTER
               INVALID KEY
                   MOVE "N" TO XM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO XM-FOUND
           END-READ.
       XM-LOOK-END.
           EXIT.

       EXC-RTN.
           IF EXC-SEV-WS = "S"
               ADD 1 TO REL-SEV(REL-SUB)
               ADD 1 TO SEV-TOT
               MOVE "SEVERE" TO EXLN-SEV
           ELSE
               ADD 1 TO REL-WARN(REL-SUB)
               ADD 1 TO WARN-TOT
               MOVE "WARNING" TO EXLN-SEV
           END-IF.
           MOVE REL-NAME(REL-SUB) TO EXLN-REL.
           MOVE EXC-KEY-WS TO EXLN-KEY.
           MOVE EXC-DESC-WS TO EXLN-DESC.
           WRITE OUTREC FROM EXC-LINE-REC.
       EXC-END.
           EXIT.

       SO-CHK-RTN.
           MOVE 1 TO REL-SUB.
           OPEN INPUT STANDING-ORDER.
           MOVE SO-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ STANDING-ORDER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM SO-ONE-RTN THRU SO-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE STANDING-ORDER
           END-IF.
       SO-CHK-END.
           EXIT.

       SO-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING SO-SRC-ACC "/" SO-SEQ
               DELIMITED BY SIZE INTO EXC-KEY-WS.

           MOVE SO-SRC-ACC TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Source Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF SO-STATUS = "A" AND AM-STATUS = "C"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Active Order-Closed Source" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
               IF SO-STATUS = "A" AND AM-STATUS = "D"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Active Order-Dormant Source" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.

           MOVE SO-DST-ACC TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Dest. Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF SO-STATUS = "A" AND AM-STATUS = "C"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Active Order-Closed Dest." TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
               IF SO-STATUS = "A" AND AM-STATUS = "D"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Active Order-Dormant Dest." TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.

           IF SO-STATUS = "A" AND SO-EXPIRY > 0
                   AND SO-EXPIRY < RUN-DATE-WS
               MOVE "W" TO EXC-SEV-WS
               MOVE "Active Order Past Expiry" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
       SO-ONE-END.
           EXIT.

       HF-CHK-RTN.
           MOVE 2 TO REL-SUB.
           OPEN INPUT HOLD-FILE.
           MOVE HF-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM HF-ONE-RTN THRU HF-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE HOLD-FILE
           END-IF.
       HF-CHK-END.
           EXIT.

       HF-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING HF-ACC-NO "/" HF-SEQ
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE HF-ACC-NO TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF HF-STATUS = "A" AND AM-STATUS = "C"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Active Hold-Closed Account" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       HF-ONE-END.
           EXIT.

       CQ-CHK-RTN.
           MOVE 3 TO REL-SUB.
           OPEN INPUT CHEQUE-FILE.
           MOVE CQ-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ CHEQUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM CQ-ONE-RTN THRU CQ-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE CHEQUE-FILE
           END-IF.
       CQ-CHK-END.
           EXIT.

       CQ-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING CQ-ACC-NO "/" CQ-SEQ
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE CQ-ACC-NO TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF CQ-STATUS = "F" AND AM-STATUS = "C"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Floating Cheque-Closed Acct" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       CQ-ONE-END.
           EXIT.

       CO-CHK-RTN.
           MOVE 4 TO REL-SUB.
           OPEN INPUT COOWNER-FILE.
           MOVE CO-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ COOWNER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM CO-ONE-RTN THRU CO-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE COOWNER-FILE
           END-IF.
       CO-CHK-END.
           EXIT.

       CO-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING CO-ACC-NO "/" CO-SEQ
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE CO-ACC-NO TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF CO-STATUS = "A" AND AM-STATUS = "C"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Active Owner-Closed Account" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       CO-ONE-END.
           EXIT.

       PE-CHK-RTN.
           MOVE 5 TO REL-SUB.
           OPEN INPUT PAYOR-ENROLL.
           MOVE PE-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ PAYOR-ENROLL NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM PE-ONE-RTN THRU PE-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE PAYOR-ENROLL
           END-IF.
       PE-CHK-END.
           EXIT.

       PE-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING PE-SNO "/" PE-ACC-NO
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE PE-ACC-NO TO LOOK-ACC-NO.
           PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END.
           IF ACCT-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Payor Account Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF PE-STATUS = "A" AND AM-STATUS = "C"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Active Enrol-Closed Account" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
               IF PE-STATUS = "A" AND AM-STATUS = "D"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Active Enrol-Dormant Account" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       PE-ONE-END.
           EXIT.

       ARL-CHK-RTN.
           MOVE 6 TO REL-SUB.
           OPEN INPUT AR-LEDGER.
           MOVE ARL-FILE-STATUS TO OPEN-STAT-WS.
           MOVE AM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ AR-LEDGER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM ARL-ONE-RTN THRU ARL-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE AR-LEDGER
           END-IF.
       ARL-CHK-END.
           EXIT.

       ARL-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           IF ARL-BANK-ACC-NO > 0
               MOVE SPACES TO EXC-KEY-WS
               STRING ARL-SNO "/" ARL-TERM
                   DELIMITED BY SIZE INTO EXC-KEY-WS
               MOVE ARL-BANK-ACC-NO TO LOOK-ACC-NO
               PERFORM ACC-LOOK-RTN THRU ACC-LOOK-END
               IF ACCT-FOUND = "N"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Bank Account Not Found" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               ELSE
                   IF AM-STATUS = "C"
                       MOVE "W" TO EXC-SEV-WS
                       MOVE "Bank Account Closed" TO EXC-DESC-WS
                       PERFORM EXC-RTN THRU EXC-END
                   END-IF
               END-IF
           END-IF.
       ARL-ONE-END.
           EXIT.

       ARL-PARENT-RTN.
           OPEN INPUT AR-LEDGER.
           IF ARL-FILE-STATUS = "00"
               MOVE "Y" TO ARL-OPEN
           ELSE
               MOVE "N" TO ARL-OPEN
           END-IF.
           MOVE ARL-OPEN TO PARENT-OPEN-WS.
       ARL-PARENT-END.
           EXIT.

       INS-CHK-RTN.
           MOVE 7 TO REL-SUB.
           PERFORM ARL-PARENT-RTN THRU ARL-PARENT-END.
           OPEN INPUT INSTALL-FILE.
           MOVE INS-FILE-STATUS TO OPEN-STAT-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ INSTALL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM INS-ONE-RTN THRU INS-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE INSTALL-FILE
           END-IF.
           IF ARL-OPEN = "Y"
               CLOSE AR-LEDGER
           END-IF.
       INS-CHK-END.
           EXIT.

       INS-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING INS-SNO "/" INS-TERM "/" INS-SEQ
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE INS-SNO TO ARL-SNO.
           MOVE INS-TERM TO ARL-TERM.
           PERFORM ARL-LOOK-RTN THRU ARL-LOOK-END.
           IF ARL-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "AR Ledger Term Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF INS-STATUS = "O" AND ARL-STATUS = "V"
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Open Instalment-Void Term" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       INS-ONE-END.
           EXIT.

       PN-CHK-RTN.
           MOVE 8 TO REL-SUB.
           PERFORM ARL-PARENT-RTN THRU ARL-PARENT-END.
           OPEN INPUT PROM-NOTE.
           MOVE PN-FILE-STATUS TO OPEN-STAT-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ PROM-NOTE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM PN-ONE-RTN THRU PN-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE PROM-NOTE
           END-IF.
           IF ARL-OPEN = "Y"
               CLOSE AR-LEDGER
           END-IF.
       PN-CHK-END.
           EXIT.

       PN-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING PN-SNO "/" PN-TERM
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE PN-SNO TO ARL-SNO.
           MOVE PN-TERM TO ARL-TERM.
           PERFORM ARL-LOOK-RTN THRU ARL-LOOK-END.
           IF ARL-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "AR Ledger Term Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF PN-STATUS = "O"
                       AND ARL-PAID-AMT NOT LESS THAN ARL-ASSESS-AMT
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Open Promise-Term Fully Paid" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       PN-ONE-END.
           EXIT.

       EN-CHK-RTN.
           MOVE 9 TO REL-SUB.
           PERFORM ARL-PARENT-RTN THRU ARL-PARENT-END.
           OPEN INPUT ENDORSE-FILE.
           MOVE EN-FILE-STATUS TO OPEN-STAT-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF OPEN-STAT-WS = "00"
               MOVE "Y" TO EN-OPEN
           ELSE
               MOVE "N" TO EN-OPEN
           END-IF.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ ENDORSE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM EN-ONE-RTN THRU EN-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF REL-AVAIL(REL-SUB) = "E" AND ARL-OPEN = "Y"
               MOVE "Y" TO REL-AVAIL(REL-SUB)
           END-IF.
           IF ARL-OPEN = "Y"
               CLOSE AR-LEDGER
           END-IF.
           IF REL-AVAIL(REL-SUB) = "Y"
               PERFORM ARL-PARENT-RTN THRU ARL-PARENT-END
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ AR-LEDGER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           IF ARL-STATUS = "E"
                               PERFORM EN-LEDG-RTN THRU EN-LEDG-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER
           END-IF.
           IF EN-OPEN = "Y"
               CLOSE ENDORSE-FILE
           END-IF.
       EN-CHK-END.
           EXIT.

       EN-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING EN-SNO "/" EN-TERM
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE EN-SNO TO ARL-SNO.
           MOVE EN-TERM TO ARL-TERM.
           PERFORM ARL-LOOK-RTN THRU ARL-LOOK-END.
           IF ARL-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "AR Ledger Term Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF EN-STATUS = "E" AND ARL-STATUS NOT = "E"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Term Not Marked Endorsed" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       EN-ONE-END.
           EXIT.

       EN-LEDG-RTN.
           MOVE SPACES TO EXC-KEY-WS.
           STRING ARL-SNO "/" ARL-TERM
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE "N" TO EN-FOUND.
           IF EN-OPEN = "Y"
               MOVE ARL-SNO TO EN-SNO
               MOVE ARL-TERM TO EN-TERM
               READ ENDORSE-FILE
                   INVALID KEY
                       MOVE "N" TO EN-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO EN-FOUND
               END-READ
           END-IF.
           IF EN-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Endorsed-No Agency Record" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
           COMPUTE BAL-WS = ARL-ASSESS-AMT - ARL-PAID-AMT.
           IF BAL-WS NOT GREATER THAN 0
               MOVE "S" TO EXC-SEV-WS
               MOVE "Endorsed With Zero Balance" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
       EN-LEDG-END.
           EXIT.

       EB-CHK-RTN.
           MOVE 10 TO REL-SUB.
           OPEN INPUT ELEC-BILL-FILE.
           MOVE EB-FILE-STATUS TO OPEN-STAT-WS.
           MOVE CM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ ELEC-BILL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM EB-ONE-RTN THRU EB-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE ELEC-BILL-FILE
           END-IF.
       EB-CHK-END.
           EXIT.

       EB-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING EB-ACC-NO "/" EB-PERIOD
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE EB-ACC-NO TO CM-ACC-NO.
           PERFORM CM-LOOK-RTN THRU CM-LOOK-END.
           IF CM-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Customer Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF EB-STATUS = "O" AND CM-CLOSE-DATE > 0
                   MOVE "W" TO EXC-SEV-WS
                   MOVE "Open Bill-Closed Customer" TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       EB-ONE-END.
           EXIT.

       MH-CHK-RTN.
           MOVE 11 TO REL-SUB.
           OPEN INPUT METER-HIST.
           MOVE MH-FILE-STATUS TO OPEN-STAT-WS.
           MOVE CM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ METER-HIST NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM MH-ONE-RTN THRU MH-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE METER-HIST
           END-IF.
       MH-CHK-END.
           EXIT.

       MH-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE MH-ACC-NO TO EXC-KEY-WS.
           MOVE MH-ACC-NO TO CM-ACC-NO.
           PERFORM CM-LOOK-RTN THRU CM-LOOK-END.
           IF CM-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Customer Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
       MH-ONE-END.
           EXIT.

       LM-CHK-RTN.
           MOVE 12 TO REL-SUB.
           OPEN INPUT EXAMINEE-HIST-FILE.
           IF EH-FILE-STATUS = "00"
               MOVE "Y" TO EH-OPEN
           ELSE
               MOVE "N" TO EH-OPEN
           END-IF.
           OPEN INPUT LICENSE-MASTER.
           MOVE LM-FILE-STATUS TO OPEN-STAT-WS.
           MOVE XM-OPEN TO PARENT-OPEN-WS.
           IF EH-OPEN = "N" AND EH-FILE-STATUS NOT = "35"
               MOVE "N" TO PARENT-OPEN-WS
           END-IF.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ LICENSE-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM LM-ONE-RTN THRU LM-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE LICENSE-MASTER
           END-IF.
           IF EH-OPEN = "Y"
               CLOSE EXAMINEE-HIST-FILE
           END-IF.
       LM-CHK-END.
           EXIT.

       LM-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE SPACES TO EXC-KEY-WS.
           STRING LM-EXA-NO "/" LM-LIC-NO
               DELIMITED BY SIZE INTO EXC-KEY-WS.
           MOVE LM-EXA-NO TO XM-EXA-NO.
           PERFORM XM-LOOK-RTN THRU XM-LOOK-END.
           IF XM-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Examinee Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
           MOVE "N" TO EH-FOUND.
           IF EH-OPEN = "Y"
               MOVE LM-EXA-NO TO EH-EXA-NO
               READ EXAMINEE-HIST-FILE
                   INVALID KEY
                       MOVE "N" TO EH-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO EH-FOUND
               END-READ
           END-IF.
           IF EH-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Licensed-No Exam History" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           ELSE
               IF EH-EVER-PASSED NOT = "Y"
                   MOVE "S" TO EXC-SEV-WS
                   MOVE "Licensed-Never Passed Exam"
                       TO EXC-DESC-WS
                   PERFORM EXC-RTN THRU EXC-END
               END-IF
           END-IF.
       LM-ONE-END.
           EXIT.

       EH-CHK-RTN.
           MOVE 13 TO REL-SUB.
           OPEN INPUT EXAMINEE-HIST-FILE.
           MOVE EH-FILE-STATUS TO OPEN-STAT-WS.
           MOVE XM-OPEN TO PARENT-OPEN-WS.
           PERFORM REL-OPEN-RTN THRU REL-OPEN-END.
           IF REL-AVAIL(REL-SUB) = "Y"
               MOVE "N" TO SRC-EOF
               PERFORM UNTIL SRC-EOF = "Y"
                   READ EXAMINEE-HIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO SRC-EOF
                       NOT AT END
                           PERFORM EH-ONE-RTN THRU EH-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           IF OPEN-STAT-WS = "00"
               CLOSE EXAMINEE-HIST-FILE
           END-IF.
       EH-CHK-END.
           EXIT.

       EH-ONE-RTN.
           ADD 1 TO REL-READ(REL-SUB).
           MOVE EH-EXA-NO TO EXC-KEY-WS.
           MOVE EH-EXA-NO TO XM-EXA-NO.
           PERFORM XM-LOOK-RTN THRU XM-LOOK-END.
           IF XM-FOUND = "N"
               MOVE "S" TO EXC-SEV-WS
               MOVE "Examinee Not Found" TO EXC-DESC-WS
               PERFORM EXC-RTN THRU EXC-END
           END-IF.
       EH-ONE-END.
           EXIT.

       SUMMARY-RTN.
           WRITE OUTREC FROM SUM-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM SUM-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM SUM-LINE-RTN THRU SUM-LINE-END
               VARYING REL-SUB FROM 1 BY 1 UNTIL REL-SUB > 13.
           MOVE "Total" TO SMLN-REL.
           MOVE READ-TOT TO SMLN-READ.
           MOVE SEV-TOT TO SMLN-SEV.
           MOVE WARN-TOT TO SMLN-WARN.
           MOVE SPACES TO SMLN-NOTE.
           WRITE OUTREC FROM SUM-LINE-REC AFTER ADVANCING 2 LINES.
       SUMMARY-END.
           EXIT.

       SUM-LINE-RTN.
           ADD REL-READ(REL-SUB) TO READ-TOT.
           MOVE REL-NAME(REL-SUB) TO SMLN-REL.
           MOVE REL-READ(REL-SUB) TO SMLN-READ.
           MOVE REL-SEV(REL-SUB) TO SMLN-SEV.
           MOVE REL-WARN(REL-SUB) TO SMLN-WARN.
           EVALUATE REL-AVAIL(REL-SUB)
               WHEN "E"
                   MOVE "File Not Present" TO SMLN-NOTE
               WHEN "N"
                   MOVE "Not Checked - Open Error" TO SMLN-NOTE
               WHEN "M"
                   MOVE "Not Checked - No Master" TO SMLN-NOTE
               WHEN OTHER
                   MOVE SPACES TO SMLN-NOTE
           END-EVALUATE.
           WRITE OUTREC FROM SUM-LINE-REC.
       SUM-LINE-END.
           EXIT.

       RESULT-RTN.
           IF SEV-TOT > 0
               MOVE "SEVERE" TO RESULT-WS
               MOVE 8 TO RESULT-CODE
           ELSE
               IF WARN-TOT > 0 OR NOCHK-CNT > 0
                   MOVE "WARNING" TO RESULT-WS
                   MOVE 4 TO RESULT-CODE
               ELSE
                   MOVE "CLEAN" TO RESULT-WS
                   MOVE 0 TO RESULT-CODE
               END-IF
           END-IF.
           MOVE RESULT-WS TO RSLT-TEXT.
           WRITE OUTREC FROM RESULT-REC AFTER ADVANCING 2 LINES.

           OPEN EXTEND RUN-CONTROL.
           IF RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO RUN-CONTROL-REC.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO RC-DATE.
           MOVE CUR-TIMESTAMP(9:6) TO RC-TIME.
           MOVE "BATCH" TO RC-OPER.
           MOVE "PROG3PROB8I" TO RC-PROG.
           MOVE "RESLT" TO RC-EVENT.
           MOVE RESULT-WS TO RC-STATUS.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL.
       RESULT-END.
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
