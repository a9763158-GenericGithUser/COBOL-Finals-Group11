       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4A.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile34.txt".
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
           SELECT ADJ-MEMO ASSIGN TO "C:\dos\cobol\adjmemo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS AJ-FILE-STATUS.
           SELECT ADJ-PARM-FILE ASSIGN TO "C:\dos\cobol\adjlimit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-FILE-STATUS.
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
       FD ADJ-PARM-FILE.
       01 ADJ-PARM-REC.
           05 APF-LIMIT PIC X(12).
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
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(25) VALUE
               "BROWNOUT ELECTRIC COMPANY".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE
               "BILL ADJUSTMENT MEMOS".
           05 FILLER PIC X(29) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "ADJUSTMENT MEMO POSTING JOURNAL".
           05 FILLER PIC X(24) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "ADJUSTMENT REGISTER BY REASON".
           05 FILLER PIC X(24) VALUE SPACES.
       01 HD05-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD5-RUN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 HD5-MONTH-LBL PIC X(7) VALUE SPACES.
           05 HD5-MONTH PIC X(6) VALUE SPACES.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Approval Limit: ".
           05 HD5-LIMIT PIC Z,ZZZ,ZZ9.99.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 MEMO-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Period".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Seq".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Type  ".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "Rs".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Clerk".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Appr.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Date    ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Status".
       01 MEMO-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-ACC-NO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-PERIOD PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-SEQ PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-TYPE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-AMT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-REASON PIC X(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 MEMLN-CLERK PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-APPR PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MEMLN-STATUS PIC X(8).
       01 RSN-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Reason: ".
           05 RSNHD-CODE PIC X(2).
           05 FILLER PIC X(3) VALUE " - ".
           05 RSNHD-DESC PIC X(20).
       01 RSN-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Memos: ".
           05 RSNTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Credit: ".
           05 RSNTOT-CR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Debit: ".
           05 RSNTOT-DR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  Net: ".
           05 RSNTOT-NET PIC -ZZ,ZZZ,ZZ9.99.
       01 REG-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "TOTAL    ".
           05 REGTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Credit: ".
           05 REGTOT-CR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Debit: ".
           05 REGTOT-DR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(7) VALUE "  Net: ".
           05 REGTOT-NET PIC -ZZ,ZZZ,ZZ9.99.
       01 DECL-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Declined Memos (Not Posted):  ".
           05 DECLTOT-CNT PIC ZZZ9.
       01 POST-TOT-REC.
           05 FILLER PIC X(20) VALUE "Memos Posted:       ".
           05 POSTTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(24) VALUE "   Memos Declined:      ".
           05 POSTTOT-DECL PIC ZZZ9.

       01 REASON-DEF-WS.
           05 FILLER PIC X(22) VALUE "MRMETER MISREAD       ".
           05 FILLER PIC X(22) VALUE "ACWRONG ACCOUNT CODE  ".
           05 FILLER PIC X(22) VALUE "EBESTIMATE CORRECTION ".
           05 FILLER PIC X(22) VALUE "DPDUPLICATE BILLING   ".
           05 FILLER PIC X(22) VALUE "RFRECONNECT FEE ERROR ".
           05 FILLER PIC X(22) VALUE "OTOTHER               ".
       01 REASON-TBL REDEFINES REASON-DEF-WS.
           05 RSN-ENTRY OCCURS 6 TIMES INDEXED BY RSN-IDX.
               10 RSN-CODE PIC X(2).
               10 RSN-DESC PIC X(20).

       01 OPER-TABLE-WS.
           05 OPT-CNT PIC 99 VALUE 0.
           05 OPT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON OPT-CNT
                   INDEXED BY OPT-IDX.
               10 OPT-ID PIC X(5).
               10 OPT-NAME PIC X(20).
               10 OPT-SUPV PIC X.

       01 MEMO-WS.
           05 ACC-NO-IN PIC X(10).
           05 PERIOD-IN PIC 9(6).
           05 TYPE-IN PIC X.
           05 AMT-IN PIC X(10).
           05 AMT-ACT PIC 9(7)V99.
           05 REASON-IN PIC X(2).
           05 CLERK-IN PIC X(5).
           05 OPEN-AMT-WS PIC 9(7)V99.
           05 BILL-EDIT-WS PIC Z,ZZZ,ZZ9.99.
           05 ADJ-LIMIT PIC 9(7)V99 VALUE 1000.00.
           05 AJ-NEXT-SEQ PIC 999.
           05 AJ-MONTH-WS PIC 9(6).
           05 REG-MONTH-IN PIC 9(6).
           05 POST-CNT PIC 9(4) VALUE 0.
           05 DECL-CNT PIC 9(4) VALUE 0.
           05 RSN-CNT PIC 9(4).
           05 RSN-CR-TOT PIC 9(8)V99.
           05 RSN-DR-TOT PIC 9(8)V99.
           05 RSN-NET-TOT PIC S9(8)V99.
           05 REG-CNT PIC 9(4) VALUE 0.
           05 REG-CR-TOT PIC 9(8)V99 VALUE 0.
           05 REG-DR-TOT PIC 9(8)V99 VALUE 0.
           05 REG-NET-TOT PIC S9(8)V99 VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 AJ-FILE-STATUS PIC XX.
           05 AJ-EOF PIC X VALUE "N".
           05 AP-FILE-STATUS PIC XX.
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB4A".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 APPR-ID-WS PIC X(5) VALUE SPACES.
           05 OVR-DECLINED PIC X VALUE "N".
           05 OVR-ANS-IN PIC X(5).
           05 OVR-OK-WS PIC X.
           05 POST-OK-WS PIC X.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.

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
           PERFORM LOAD-LIMIT-RTN THRU LOAD-LIMIT-END.
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           OPEN INPUT CUST-MASTER.
           IF CM-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Customer Master File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O ELEC-BILL-FILE.
           IF EB-FILE-STATUS NOT = "00"
               DISPLAY (5, 1)
                   "Electric Bill File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O ADJ-MEMO.
           IF AJ-FILE-STATUS = "35"
               OPEN OUTPUT ADJ-MEMO
               CLOSE ADJ-MEMO
               OPEN I-O ADJ-MEMO
           END-IF.
           MOVE RUN-DATE-WS TO HD5-RUN-DATE.
           MOVE ADJ-LIMIT TO HD5-LIMIT.

           IF CHK-ANS = 0
               DISPLAY (1, 1)
                   "Run Mode (P=Post Memos/R=Monthly Register): "
               ACCEPT (1, 50) RUN-MODE-IN
               IF RUN-MODE-IN = "R" OR RUN-MODE-IN = "r"
                   PERFORM REGISTER-RTN THRU REGISTER-END
               ELSE
                   PERFORM POST-START-RTN THRU POST-START-END
               END-IF
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-LIMIT-RTN.
           OPEN INPUT ADJ-PARM-FILE.
           IF AP-FILE-STATUS = "00"
               READ ADJ-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(APF-LIMIT) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(APF-LIMIT)
                               TO ADJ-LIMIT
                       END-IF
               END-READ
               CLOSE ADJ-PARM-FILE
           END-IF.
       LOAD-LIMIT-END.
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
           IF OPT-CNT = 0
               DISPLAY (6, 1)
                   "Operator File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
       LOAD-OPER-END.
           EXIT.

       POST-START-RTN.
           DISPLAY (2, 1) "Clerk ID: ".
           PERFORM CLERK-CHK-RTN THRU CLERK-CHK-END.
           MOVE 0 TO VALID-FLAG.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD05-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM MEMO-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM PROCESS-RTN THRU PROCESS-END
               UNTIL CHK-ANS = 1.
           MOVE POST-CNT TO POSTTOT-CNT.
           MOVE DECL-CNT TO POSTTOT-DECL.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM POST-TOT-REC AFTER ADVANCING 1 LINE.
       POST-START-END.
           EXIT.

       CLERK-CHK-RTN.
           ACCEPT (2, 40) CLERK-IN.
           SET OPT-IDX TO 1.
           SEARCH OPT-ENTRY
               AT END
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (2, 60) "Unknown Operator"
               WHEN OPT-ID(OPT-IDX) = CLERK-IN
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (2, 60) OPT-NAME(OPT-IDX)
           END-SEARCH.
           IF VALID-FLAG = 0
               PERFORM CLERK-CHK-RTN THRU CLERK-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       CLERK-CHK-END.
           EXIT.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) SPACER.
           DISPLAY (4, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (6, 1) "Billing Period (YYYYMM): ".
           PERFORM BILL-CHK-RTN THRU BILL-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Memo Type (C=Credit/D=Debit): ".
           PERFORM TYPE-CHK-RTN THRU TYPE-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (9, 1) "Adjustment Amount: ".
           PERFORM AMT-CHK-RTN THRU AMT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (10, 1) "Reason Code (MR/AC/EB/DP/RF/OT): ".
           PERFORM REASON-CHK-RTN THRU REASON-CHK-END.
           MOVE 0 TO VALID-FLAG.

           PERFORM SEQ-SCAN-RTN THRU SEQ-SCAN-END.
           IF AJ-NEXT-SEQ GREATER THAN 99
               DISPLAY (14, 1) "Memo Limit Reached For This Bill"
           ELSE
               MOVE SPACES TO APPR-ID-WS
               MOVE "N" TO OVR-DECLINED
               IF AMT-ACT GREATER THAN ADJ-LIMIT
                   MOVE "N" TO OVR-OK-WS
                   PERFORM OVERRIDE-ASK-RTN THRU OVERRIDE-ASK-END
                       UNTIL OVR-OK-WS = "Y"
               END-IF
               IF OVR-DECLINED = "Y"
                   PERFORM DECLINE-RTN THRU DECLINE-END
               ELSE
                   PERFORM POST-RTN THRU POST-END
               END-IF
           END-IF.

           DISPLAY (16, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
       PROCESS-END.
           EXIT.

       ACCT-CHK-RTN.
           ACCEPT (4, 40) ACC-NO-IN.
           MOVE ACC-NO-IN TO CM-ACC-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (4, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (4, 40) ACC-NO-IN
               DISPLAY (4, 60) "                          "
               DISPLAY (5, 1) "Customer Name: "
               DISPLAY (5, 40) CM-CUS-NAM
           ELSE
               PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACCT-CHK-END.
           EXIT.

       BILL-CHK-RTN.
           ACCEPT (6, 40) PERIOD-IN.
           MOVE ACC-NO-IN TO EB-ACC-NO.
           MOVE PERIOD-IN TO EB-PERIOD.
           READ ELEC-BILL-FILE
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 60) "No Bill - Re-enter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (6, 60) "                  "
               PERFORM OPEN-AMT-RTN THRU OPEN-AMT-END
               DISPLAY (7, 1) "Billed: "
               MOVE EB-BILL-AMT TO BILL-EDIT-WS
               DISPLAY (7, 10) BILL-EDIT-WS
               DISPLAY (7, 25) "Paid: "
               MOVE EB-PAID-AMT TO BILL-EDIT-WS
               DISPLAY (7, 32) BILL-EDIT-WS
               DISPLAY (7, 47) "Open: "
               MOVE OPEN-AMT-WS TO BILL-EDIT-WS
               DISPLAY (7, 54) BILL-EDIT-WS
           ELSE
               PERFORM BILL-CHK-RTN THRU BILL-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BILL-CHK-END.
           EXIT.

       OPEN-AMT-RTN.
           IF EB-PAID-AMT NOT LESS THAN EB-BILL-AMT
               MOVE 0 TO OPEN-AMT-WS
           ELSE
               COMPUTE OPEN-AMT-WS = EB-BILL-AMT - EB-PAID-AMT
           END-IF.
       OPEN-AMT-END.
           EXIT.

       TYPE-CHK-RTN.
           ACCEPT (8, 40) TYPE-IN.
           MOVE FUNCTION UPPER-CASE(TYPE-IN) TO TYPE-IN.
           IF TYPE-IN = "C" OR TYPE-IN = "D"
               MOVE 1 TO VALID-FLAG
               DISPLAY (8, 40) TYPE-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM TYPE-CHK-RTN THRU TYPE-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       TYPE-CHK-END.
           EXIT.

       AMT-CHK-RTN.
           ACCEPT (9, 40) AMT-IN.
           MOVE FUNCTION NUMVAL(AMT-IN) TO AMT-ACT.
           IF AMT-ACT = 0
               MOVE 0 TO VALID-FLAG
               DISPLAY (9, 60) "Invalid Amount      "
           ELSE
               IF TYPE-IN = "C" AND AMT-ACT GREATER THAN OPEN-AMT-WS
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (9, 60) "Exceeds Open Amount "
               ELSE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (9, 60) "                    "
               END-IF
           END-IF.
           IF VALID-FLAG = 0
               PERFORM AMT-CHK-RTN THRU AMT-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       AMT-CHK-END.
           EXIT.

       REASON-CHK-RTN.
           ACCEPT (10, 40) REASON-IN.
           MOVE FUNCTION UPPER-CASE(REASON-IN) TO REASON-IN.
           SET RSN-IDX TO 1.
           SEARCH RSN-ENTRY
               AT END
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (10, 50) "Invalid Reason Code "
               WHEN RSN-CODE(RSN-IDX) = REASON-IN
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (10, 40) REASON-IN
                   DISPLAY (10, 50) RSN-DESC(RSN-IDX)
           END-SEARCH.
           IF VALID-FLAG = 0
               PERFORM REASON-CHK-RTN THRU REASON-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       REASON-CHK-END.
           EXIT.

       SEQ-SCAN-RTN.
           MOVE 1 TO AJ-NEXT-SEQ.
           MOVE "N" TO AJ-EOF.
           MOVE ACC-NO-IN TO AJ-ACC-NO.
           MOVE PERIOD-IN TO AJ-PERIOD.
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
                       IF AJ-ACC-NO NOT = ACC-NO-IN
                               OR AJ-PERIOD NOT = PERIOD-IN
                           MOVE "Y" TO AJ-EOF
                       ELSE
                           COMPUTE AJ-NEXT-SEQ = AJ-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.
       SEQ-SCAN-END.
           EXIT.

       OVERRIDE-ASK-RTN.
           DISPLAY (12, 1)
               "Over Approval Limit - Supervisor ID (N=Decline): ".
           ACCEPT (12, 52) OVR-ANS-IN.
           DISPLAY (12, 52) OVR-ANS-IN.
           IF OVR-ANS-IN = "N" OR OVR-ANS-IN = "n"
               MOVE "Y" TO OVR-OK-WS
               MOVE "Y" TO OVR-DECLINED
               DISPLAY (12, 60) "Declined        "
           ELSE
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (12, 60) "Unknown Operator"
                   WHEN OPT-ID(OPT-IDX) = OVR-ANS-IN
                       IF OVR-ANS-IN = CLERK-IN
                           DISPLAY (12, 60) "Clerk Cannot OK "
                       ELSE
                           IF OPT-SUPV(OPT-IDX) = "Y"
                               MOVE OVR-ANS-IN TO SEC-OPER-WS
                               MOVE CLERK-IN TO SEC-BY-WS
                               PERFORM SUPV-PW-RTN THRU SUPV-PW-END
                               IF PW-OK = "Y"
                                   MOVE "Y" TO OVR-OK-WS
                                   MOVE OVR-ANS-IN TO APPR-ID-WS
                                   DISPLAY (12, 60) "Approved        "
                               ELSE
                                   DISPLAY (12, 60) SEC-MSG-WS
                               END-IF
                           ELSE
                               DISPLAY (12, 60) "Not Supervisor  "
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.
       OVERRIDE-ASK-END.
           EXIT.

       MEMO-BUILD-RTN.
           MOVE ACC-NO-IN TO AJ-ACC-NO.
           MOVE PERIOD-IN TO AJ-PERIOD.
           MOVE AJ-NEXT-SEQ TO AJ-SEQ.
           MOVE TYPE-IN TO AJ-TYPE.
           MOVE AMT-ACT TO AJ-AMOUNT.
           MOVE REASON-IN TO AJ-REASON.
           MOVE CLERK-IN TO AJ-CLERK.
           MOVE APPR-ID-WS TO AJ-APPR-ID.
           MOVE RUN-DATE-WS TO AJ-DATE.
       MEMO-BUILD-END.
           EXIT.

       POST-RTN.
           MOVE "Y" TO POST-OK-WS.
           MOVE ACC-NO-IN TO EB-ACC-NO.
           MOVE PERIOD-IN TO EB-PERIOD.
           READ ELEC-BILL-FILE
               INVALID KEY
                   MOVE "N" TO POST-OK-WS
                   DISPLAY (14, 1) "Bill No Longer On File"
           END-READ.
           IF POST-OK-WS = "Y" AND TYPE-IN = "C"
               PERFORM OPEN-AMT-RTN THRU OPEN-AMT-END
               IF AMT-ACT GREATER THAN OPEN-AMT-WS
                   MOVE "N" TO POST-OK-WS
                   DISPLAY (14, 1) "Credit Exceeds Open Amount"
               END-IF
           END-IF.

           IF POST-OK-WS = "Y"
               IF TYPE-IN = "D"
                   ADD AMT-ACT TO EB-BILL-AMT
               ELSE
                   SUBTRACT AMT-ACT FROM EB-BILL-AMT
               END-IF
               IF EB-PAID-AMT NOT LESS THAN EB-BILL-AMT
                   MOVE "P" TO EB-STATUS
               ELSE
                   IF EB-STATUS = "P"
                       MOVE "O" TO EB-STATUS
                   END-IF
               END-IF
               REWRITE ELEC-BILL-REC
               PERFORM MEMO-BUILD-RTN THRU MEMO-BUILD-END
               MOVE "P" TO AJ-STATUS
               WRITE ADJ-MEMO-REC
               ADD 1 TO POST-CNT
               PERFORM OPEN-AMT-RTN THRU OPEN-AMT-END
               MOVE OPEN-AMT-WS TO BILL-EDIT-WS
               DISPLAY (14, 1) "Memo Posted - New Open Amount: "
               DISPLAY (14, 40) BILL-EDIT-WS
               PERFORM MEMO-LINE-RTN THRU MEMO-LINE-END
               WRITE OUTREC FROM MEMO-LINE-REC AFTER ADVANCING 1 LINE
           END-IF.
       POST-END.
           EXIT.

       DECLINE-RTN.
           PERFORM MEMO-BUILD-RTN THRU MEMO-BUILD-END.
           MOVE "D" TO AJ-STATUS.
           WRITE ADJ-MEMO-REC.
           ADD 1 TO DECL-CNT.
           DISPLAY (14, 1) "Memo Declined - Bill Not Adjusted".
           PERFORM MEMO-LINE-RTN THRU MEMO-LINE-END.
           WRITE OUTREC FROM MEMO-LINE-REC AFTER ADVANCING 1 LINE.
       DECLINE-END.
           EXIT.

       MEMO-LINE-RTN.
           MOVE AJ-ACC-NO TO MEMLN-ACC-NO.
           MOVE AJ-PERIOD TO MEMLN-PERIOD.
           MOVE AJ-SEQ TO MEMLN-SEQ.
           IF AJ-TYPE = "C"
               MOVE "CREDIT" TO MEMLN-TYPE
           ELSE
               MOVE "DEBIT" TO MEMLN-TYPE
           END-IF.
           MOVE AJ-AMOUNT TO MEMLN-AMT.
           MOVE AJ-REASON TO MEMLN-REASON.
           MOVE AJ-CLERK TO MEMLN-CLERK.
           MOVE AJ-APPR-ID TO MEMLN-APPR.
           MOVE AJ-DATE TO MEMLN-DATE.
           IF AJ-STATUS = "P"
               MOVE "POSTED" TO MEMLN-STATUS
           ELSE
               MOVE "DECLINED" TO MEMLN-STATUS
           END-IF.
       MEMO-LINE-END.
           EXIT.

       REGISTER-RTN.
           DISPLAY (2, 1) "Register Month (YYYYMM): ".
           ACCEPT (2, 40) REG-MONTH-IN.
           MOVE "Month: " TO HD5-MONTH-LBL.
           MOVE REG-MONTH-IN TO HD5-MONTH.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD05-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM MEMO-COLHD-REC AFTER ADVANCING 2 LINES.

           PERFORM VARYING RSN-IDX FROM 1 BY 1 UNTIL RSN-IDX > 6
               PERFORM REG-REASON-RTN THRU REG-REASON-END
           END-PERFORM.

           MOVE REG-CNT TO REGTOT-CNT.
           MOVE REG-CR-TOT TO REGTOT-CR.
           MOVE REG-DR-TOT TO REGTOT-DR.
           MOVE REG-NET-TOT TO REGTOT-NET.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM REG-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE DECL-CNT TO DECLTOT-CNT.
           WRITE OUTREC FROM DECL-TOT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (4, 1) "Adjustment Register Complete".
           DISPLAY (5, 1) "Memos Posted: ".
           DISPLAY (5, 40) REGTOT-CNT.
       REGISTER-END.
           EXIT.

       REG-REASON-RTN.
           MOVE 0 TO RSN-CNT.
           MOVE 0 TO RSN-CR-TOT.
           MOVE 0 TO RSN-DR-TOT.
           MOVE RSN-CODE(RSN-IDX) TO RSNHD-CODE.
           MOVE RSN-DESC(RSN-IDX) TO RSNHD-DESC.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RSN-HD-REC AFTER ADVANCING 1 LINE.

           MOVE "N" TO AJ-EOF.
           MOVE SPACES TO AJ-ACC-NO.
           MOVE 0 TO AJ-PERIOD.
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
                       DIVIDE AJ-DATE BY 100 GIVING AJ-MONTH-WS
                       IF AJ-MONTH-WS = REG-MONTH-IN
                               AND AJ-REASON = RSN-CODE(RSN-IDX)
                           PERFORM REG-ONE-RTN THRU REG-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           COMPUTE RSN-NET-TOT = RSN-DR-TOT - RSN-CR-TOT.
           MOVE RSN-CNT TO RSNTOT-CNT.
           MOVE RSN-CR-TOT TO RSNTOT-CR.
           MOVE RSN-DR-TOT TO RSNTOT-DR.
           MOVE RSN-NET-TOT TO RSNTOT-NET.
           WRITE OUTREC FROM RSN-TOT-REC AFTER ADVANCING 1 LINE.
           ADD RSN-CNT TO REG-CNT.
           ADD RSN-CR-TOT TO REG-CR-TOT.
           ADD RSN-DR-TOT TO REG-DR-TOT.
           ADD RSN-NET-TOT TO REG-NET-TOT.
       REG-REASON-END.
           EXIT.

       REG-ONE-RTN.
           PERFORM MEMO-LINE-RTN THRU MEMO-LINE-END.
           WRITE OUTREC FROM MEMO-LINE-REC AFTER ADVANCING 1 LINE.
           IF AJ-STATUS = "P"
               ADD 1 TO RSN-CNT
               IF AJ-TYPE = "C"
                   ADD AJ-AMOUNT TO RSN-CR-TOT
               ELSE
                   ADD AJ-AMOUNT TO RSN-DR-TOT
               END-IF
           ELSE
               ADD 1 TO DECL-CNT
           END-IF.
       REG-ONE-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (16, 40) ANS.
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
           CLOSE CUST-MASTER.
           CLOSE ELEC-BILL-FILE.
           CLOSE ADJ-MEMO.
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
           MOVE "MEMO OVER LIMIT" TO SEC-DETAIL-WS.
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
                           DISPLAY (13, 1) "Supervisor Password: "
                           MOVE SPACES TO PW-IN
                           ACCEPT (13, 52) PW-IN WITH NO-ECHO
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
