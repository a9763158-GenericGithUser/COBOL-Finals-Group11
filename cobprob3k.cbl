       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3K.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile44.txt".
           SELECT ACCOUNT-MASTER ASSIGN TO "C:\dos\cobol\acctmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACC-NO
               FILE STATUS IS AM-FILE-STATUS.
           SELECT CHQBOOK-FILE ASSIGN TO "C:\dos\cobol\chqbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS CB-FILE-STATUS.
           SELECT ISSUED-CHQ-FILE ASSIGN TO "C:\dos\cobol\chqissd.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               FILE STATUS IS IC-FILE-STATUS.
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
           SELECT PRESENT-FILE ASSIGN TO "C:\dos\cobol\chqpres.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-FILE-STATUS.
           SELECT CHQ-RETURN-FILE ASSIGN TO "C:\dos\cobol\chqret.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT CHQ-PARM-FILE ASSIGN TO "C:\dos\cobol\chqprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.
           SELECT TRANSAC-LOG ASSIGN TO "C:\dos\cobol\txnlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
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
       FD CHQBOOK-FILE.
       01 CHQBOOK-REC.
           05 CB-KEY.
               10 CB-ACC-NO PIC 9(10).
               10 CB-FROM-SER PIC 9(8).
           05 CB-TO-SER PIC 9(8).
           05 CB-ISSUE-DATE PIC 9(8).
           05 CB-TELLER PIC X(5).
       FD ISSUED-CHQ-FILE.
       01 ISSUED-CHQ-REC.
           05 IC-KEY.
               10 IC-ACC-NO PIC 9(10).
               10 IC-SERIAL PIC 9(8).
           05 IC-STATUS PIC X.
           05 IC-AMOUNT PIC 9(9)V99.
           05 IC-CHQ-DATE PIC 9(8).
           05 IC-EVENT-DATE PIC 9(8).
           05 IC-REASON PIC X(20).
           05 IC-TELLER PIC X(5).
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
       FD PRESENT-FILE.
       01 PRESENT-REC.
           05 PR-ACC-NO PIC X(10).
           05 FILLER PIC X(1).
           05 PR-SERIAL PIC X(8).
           05 FILLER PIC X(1).
           05 PR-AMOUNT PIC X(12).
           05 FILLER PIC X(1).
           05 PR-CHQ-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PR-PRES-BANK PIC X(15).
       FD CHQ-RETURN-FILE.
       01 CHQ-RETURN-REC.
           05 RT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RT-ACC-NO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RT-SERIAL PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RT-PRES-BANK PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RT-REASON PIC X(20).
       FD CHQ-PARM-FILE.
       01 CHQ-PARM-REC.
           05 CP-STALE-DAYS PIC X(3).
           05 FILLER PIC X(1).
           05 CP-STOP-FEE PIC X(7).
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
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "Issued Cheques and Stop Payments".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 BOOK-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "Account Name".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "From No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "To No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Leaves".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Remark".
       01 BOOK-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BKLN-ACC-NO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 BKLN-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BKLN-FROM PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 BKLN-TO PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 BKLN-LEAVES PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BKLN-REMARK PIC X(15).
       01 CHQ-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Chq No. ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Chq Date".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Presented By   ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Remark / Reason".
       01 CHQ-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQLN-ACC-NO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 CHQLN-SERIAL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQLN-CHQ-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CHQLN-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQLN-BANK PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CHQLN-REMARK PIC X(20).
       01 PAID-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "Cheques Paid - Clearing ".
           05 PDHD-DATE PIC 9(8).
       01 RET-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "Returned Cheques Report ".
           05 RTHD-DATE PIC 9(8).
       01 PAID-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Cheques Paid:   ".
           05 PDTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Amount: ".
           05 PDTOT-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "  With OD Fee:    ".
           05 PDTOT-OD-CNT PIC ZZZ9.
       01 RET-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Cheques Returned".
           05 RTTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(10) VALUE "  Amount: ".
           05 RTTOT-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(18) VALUE "  Fees Charged:   ".
           05 RTTOT-FEE-CNT PIC ZZZ9.
       01 RET-TBL-WS.
           05 RTT-CNT PIC 9(3) VALUE 0.
           05 RTT-ENTRY OCCURS 1 TO 300 TIMES
                   DEPENDING ON RTT-CNT
                   INDEXED BY RTT-IDX.
               10 RTT-ACC-NO PIC X(10).
               10 RTT-SERIAL PIC X(8).
               10 RTT-CHQ-DATE PIC X(8).
               10 RTT-AMT PIC 9(9)V99.
               10 RTT-BANK PIC X(15).
               10 RTT-REASON PIC X(20).

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 AM-FILE-STATUS PIC XX.
           05 CB-FILE-STATUS PIC XX.
           05 CB-EOF PIC X VALUE "N".
           05 IC-FILE-STATUS PIC XX.
           05 IC-FOUND PIC X.
           05 HF-FILE-STATUS PIC XX.
           05 HF-EOF PIC X VALUE "N".
           05 CQ-FILE-STATUS PIC XX.
           05 CQ-EOF PIC X VALUE "N".
           05 PR-FILE-STATUS PIC XX.
           05 PR-EOF PIC X VALUE "N".
           05 RT-FILE-STATUS PIC XX.
           05 CP-FILE-STATUS PIC XX.
           05 TL-FILE-STATUS PIC XX.
           05 TL-SEQ-CTR PIC 9(6) VALUE 0.
           05 CUR-TIMESTAMP PIC X(21).
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 RUN-DATE-INT PIC 9(7).
           05 TELLER-ID-IN PIC X(5).
           05 ACC-NO-IN PIC 9(10).
           05 SERIAL-IN PIC 9(8).
           05 LEAVES-IN PIC 9(3).
           05 TO-SER-WS PIC 9(8).
           05 OVERLAP-FLAG PIC X.
           05 IN-RANGE-FLAG PIC X.
           05 STOP-AMT-IN PIC X(12).
           05 STOP-AMT-ACT PIC 9(9)V99.
           05 STOP-REASON-IN PIC X(20).
           05 STALE-DAYS PIC 9(3) VALUE 180.
           05 STOP-FEE PIC 9(5)V99 VALUE 100.00.
           05 RETURN-FEE PIC 9(3)V99 VALUE 200.00.
           05 OVERDRAFT-LIMIT PIC 9(5)V99 VALUE 5000.00.
           05 OVERDRAFT-FEE PIC 9(3)V99 VALUE 500.00.
           05 FEE-EDIT-WS PIC ZZ,ZZ9.99.
           05 CHQ-AMT-ACT PIC 9(9)V99.
           05 CHQ-DATE-WS PIC 9(8).
           05 CHQ-DATE-INT PIC 9(7).
           05 REJ-REASON-WS PIC X(20).
           05 PAY-REMARK-WS PIC X(20).
           05 AVAIL-WS PIC S9(9)V99.
           05 SHORTFALL-AMT PIC S9(9)V99.
           05 HOLD-AMT-WS PIC 9(9)V99.
           05 HOLD-FULL-WS PIC X.
           05 FLOAT-AMT-WS PIC 9(9)V99.
           05 OD-FEE-FLAG PIC X.
           05 NSF-FLAG PIC X.
           05 PAID-CNT PIC 9(4) VALUE 0.
           05 PAID-AMT PIC 9(9)V99 VALUE 0.
           05 PAID-OD-CNT PIC 9(4) VALUE 0.
           05 RET-CNT PIC 9(4) VALUE 0.
           05 RET-AMT PIC 9(9)V99 VALUE 0.
           05 RET-FEE-CNT PIC 9(4) VALUE 0.
           05 TXN-NAME-WS PIC X(12).
           05 TXN-AMT-WS PIC 9(9)V99.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           OPEN I-O ACCOUNT-MASTER.
           IF AM-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           OPEN I-O CHQBOOK-FILE.
           IF CB-FILE-STATUS = "35"
               OPEN OUTPUT CHQBOOK-FILE
               CLOSE CHQBOOK-FILE
               OPEN I-O CHQBOOK-FILE
           END-IF.
           OPEN I-O ISSUED-CHQ-FILE.
           IF IC-FILE-STATUS = "35"
               OPEN OUTPUT ISSUED-CHQ-FILE
               CLOSE ISSUED-CHQ-FILE
               OPEN I-O ISSUED-CHQ-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-END.
           PERFORM LOAD-TXN-SEQ-RTN THRU LOAD-TXN-SEQ-END.
           OPEN EXTEND TRANSAC-LOG.
           IF TL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANSAC-LOG
           END-IF.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           DISPLAY (4, 1)
               "Run Mode (I=Issue Book/S=Stop Payment/P=Presentment): ".
           ACCEPT (4, 57) RUN-MODE-IN.
           DISPLAY (4, 57) RUN-MODE-IN.
           IF RUN-MODE-IN = "P" OR RUN-MODE-IN = "p"
               MOVE "BATCH" TO TELLER-ID-IN
               PERFORM PRESENT-RTN THRU PRESENT-END
               MOVE 1 TO CHK-ANS
           ELSE
               IF RUN-MODE-IN = "S" OR RUN-MODE-IN = "s"
                   WRITE OUTREC FROM CHQ-COLHD-REC
                       AFTER ADVANCING 2 LINES
               ELSE
                   WRITE OUTREC FROM BOOK-COLHD-REC
                       AFTER ADVANCING 2 LINES
               END-IF
               DISPLAY (5, 1) "Teller ID: "
               ACCEPT (5, 40) TELLER-ID-IN
               DISPLAY (5, 40) TELLER-ID-IN
           END-IF.
           PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT CHQ-PARM-FILE.
           IF CP-FILE-STATUS = "00"
               READ CHQ-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(CP-STALE-DAYS) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(CP-STALE-DAYS)
                               TO STALE-DAYS
                       END-IF
                       IF FUNCTION NUMVAL(CP-STOP-FEE) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(CP-STOP-FEE)
                               TO STOP-FEE
                       END-IF
               END-READ
               CLOSE CHQ-PARM-FILE
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

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (4, 1) SPACER.
           DISPLAY (5, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.

           IF RUN-MODE-IN = "S" OR RUN-MODE-IN = "s"
               PERFORM STOP-RTN THRU STOP-END
           ELSE
               PERFORM ISSUE-RTN THRU ISSUE-END
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       PROCESS-END.
           EXIT.

       ACCT-CHK-RTN.
           ACCEPT (5, 40) ACC-NO-IN.
           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 60) "Unknown Account - Re-enter"
               NOT INVALID KEY
                   IF AM-STATUS = "D"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Dormant - Re-enter"
                   ELSE
                   IF AM-STATUS = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Account Closed - Re-enter "
                   ELSE
                   IF AM-ACC-TYP NOT = "C"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 60) "Not A Current Acct - Re-enter"
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
                   END-IF
                   END-IF
           END-READ.

           IF VALID-FLAG = 1
               DISPLAY (5, 40) ACC-NO-IN
               DISPLAY (6, 1) "Account Name: "
               DISPLAY (6, 40) AM-ACC-NAME
           ELSE
               PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACCT-CHK-END.
           EXIT.

       ISSUE-RTN.
           DISPLAY (7, 1) "First Cheque Serial No.: ".
           PERFORM SERIAL-RTN THRU SERIAL-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Number Of Leaves: ".
           PERFORM LEAVES-RTN THRU LEAVES-END.
           MOVE 0 TO VALID-FLAG.
           COMPUTE TO-SER-WS = SERIAL-IN + LEAVES-IN - 1.
           DISPLAY (9, 1) "Last Cheque Serial No.: ".
           DISPLAY (9, 40) TO-SER-WS.

           PERFORM OVERLAP-CHK-RTN THRU OVERLAP-CHK-END.
           IF OVERLAP-FLAG = "Y"
               DISPLAY (11, 1) "Serial Range Already Issued - Refused"
           ELSE
               MOVE ACC-NO-IN TO CB-ACC-NO
               MOVE SERIAL-IN TO CB-FROM-SER
               MOVE TO-SER-WS TO CB-TO-SER
               MOVE RUN-DATE-WS TO CB-ISSUE-DATE
               MOVE TELLER-ID-IN TO CB-TELLER
               WRITE CHQBOOK-REC
                   INVALID KEY
                       DISPLAY (11, 1)
                           "Serial Range Already Issued - Refused"
                   NOT INVALID KEY
                       MOVE ACC-NO-IN TO BKLN-ACC-NO
                       MOVE AM-ACC-NAME TO BKLN-NAME
                       MOVE SERIAL-IN TO BKLN-FROM
                       MOVE TO-SER-WS TO BKLN-TO
                       MOVE LEAVES-IN TO BKLN-LEAVES
                       MOVE "Issued" TO BKLN-REMARK
                       WRITE OUTREC FROM BOOK-LINE-REC
                           AFTER ADVANCING 1 LINE
                       DISPLAY (11, 1) "Chequebook Issued"
               END-WRITE
           END-IF.
       ISSUE-END.
           EXIT.

       SERIAL-RTN.
           MOVE 0 TO SERIAL-IN.
           ACCEPT (7, 40) SERIAL-IN.
           IF SERIAL-IN GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (7, 40) SERIAL-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM SERIAL-RTN THRU SERIAL-END UNTIL VALID-FLAG = 1
           END-IF.
       SERIAL-END.
           EXIT.

       LEAVES-RTN.
           MOVE 0 TO LEAVES-IN.
           ACCEPT (8, 40) LEAVES-IN.
           IF LEAVES-IN GREATER THAN 0
                   AND SERIAL-IN + LEAVES-IN - 1 NOT GREATER THAN
                       99999999
               MOVE 1 TO VALID-FLAG
               DISPLAY (8, 40) LEAVES-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM LEAVES-RTN THRU LEAVES-END UNTIL VALID-FLAG = 1
           END-IF.
       LEAVES-END.
           EXIT.

       OVERLAP-CHK-RTN.
           MOVE "N" TO OVERLAP-FLAG.
           MOVE "N" TO CB-EOF.
           MOVE ACC-NO-IN TO CB-ACC-NO.
           MOVE 0 TO CB-FROM-SER.
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-KEY
               INVALID KEY
                   MOVE "Y" TO CB-EOF
           END-START.
           PERFORM UNTIL CB-EOF = "Y"
               READ CHQBOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CB-EOF
                   NOT AT END
                       IF CB-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO CB-EOF
                       ELSE
                           IF SERIAL-IN NOT GREATER THAN CB-TO-SER
                                   AND TO-SER-WS NOT LESS THAN
                                       CB-FROM-SER
                               MOVE "Y" TO OVERLAP-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       OVERLAP-CHK-END.
           EXIT.

       RANGE-CHK-RTN.
           MOVE "N" TO IN-RANGE-FLAG.
           MOVE "N" TO CB-EOF.
           MOVE ACC-NO-IN TO CB-ACC-NO.
           MOVE 0 TO CB-FROM-SER.
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-KEY
               INVALID KEY
                   MOVE "Y" TO CB-EOF
           END-START.
           PERFORM UNTIL CB-EOF = "Y"
               READ CHQBOOK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CB-EOF
                   NOT AT END
                       IF CB-ACC-NO NOT = ACC-NO-IN
                           MOVE "Y" TO CB-EOF
                       ELSE
                           IF SERIAL-IN NOT LESS THAN CB-FROM-SER
                                   AND SERIAL-IN NOT GREATER THAN
                                       CB-TO-SER
                               MOVE "Y" TO IN-RANGE-FLAG
                               MOVE "Y" TO CB-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       RANGE-CHK-END.
           EXIT.

       STOP-RTN.
           DISPLAY (7, 1) "Cheque Serial No.: ".
           PERFORM SERIAL-RTN THRU SERIAL-END.
           MOVE 0 TO VALID-FLAG.
           PERFORM RANGE-CHK-RTN THRU RANGE-CHK-END.
           MOVE ACC-NO-IN TO IC-ACC-NO.
           MOVE SERIAL-IN TO IC-SERIAL.
           READ ISSUED-CHQ-FILE
               INVALID KEY
                   MOVE "N" TO IC-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO IC-FOUND
           END-READ.

           IF IN-RANGE-FLAG = "N"
               DISPLAY (11, 1) "Serial Not Issued To Account - Refused"
           ELSE
           IF IC-FOUND = "Y" AND IC-STATUS = "P"
               DISPLAY (11, 1) "Cheque Already Paid - Refused"
           ELSE
           IF IC-FOUND = "Y" AND IC-STATUS = "S"
               DISPLAY (11, 1) "Payment Already Stopped"
           ELSE
               PERFORM STOP-POST-RTN THRU STOP-POST-END
           END-IF
           END-IF
           END-IF.
       STOP-END.
           EXIT.

       STOP-POST-RTN.
           DISPLAY (8, 1) "Cheque Amount (If Known): ".
           MOVE SPACES TO STOP-AMT-IN.
           ACCEPT (8, 40) STOP-AMT-IN.
           MOVE FUNCTION NUMVAL(STOP-AMT-IN) TO STOP-AMT-ACT.
           DISPLAY (9, 1) "Reason: ".
           MOVE SPACES TO STOP-REASON-IN.
           ACCEPT (9, 40) STOP-REASON-IN.
           DISPLAY (9, 40) STOP-REASON-IN.
           MOVE STOP-FEE TO FEE-EDIT-WS.
           DISPLAY (10, 1) "Stop Payment Fee: ".
           DISPLAY (10, 40) FEE-EDIT-WS.

           MOVE ACC-NO-IN TO IC-ACC-NO.
           MOVE SERIAL-IN TO IC-SERIAL.
           MOVE "S" TO IC-STATUS.
           MOVE STOP-AMT-ACT TO IC-AMOUNT.
           MOVE 0 TO IC-CHQ-DATE.
           MOVE RUN-DATE-WS TO IC-EVENT-DATE.
           MOVE STOP-REASON-IN TO IC-REASON.
           MOVE TELLER-ID-IN TO IC-TELLER.
           IF IC-FOUND = "Y"
               REWRITE ISSUED-CHQ-REC
           ELSE
               WRITE ISSUED-CHQ-REC
           END-IF.

           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           SUBTRACT STOP-FEE FROM AM-BALANCE.
           REWRITE ACCOUNT-MAST-REC.
           MOVE "Stop Pay Fee" TO TXN-NAME-WS.
           MOVE STOP-FEE TO TXN-AMT-WS.
           PERFORM WRITE-TXNLOG-RTN THRU WRITE-TXNLOG-END.

           MOVE ACC-NO-IN TO CHQLN-ACC-NO.
           MOVE SERIAL-IN TO CHQLN-SERIAL.
           MOVE SPACES TO CHQLN-CHQ-DATE.
           MOVE STOP-AMT-ACT TO CHQLN-AMOUNT.
           MOVE SPACES TO CHQLN-BANK.
           MOVE "STOPPED" TO CHQLN-REMARK.
           WRITE OUTREC FROM CHQ-LINE-REC AFTER ADVANCING 1 LINE.
           DISPLAY (11, 1) "Stop Payment Recorded - Fee Charged".
       STOP-POST-END.
           EXIT.

       PRESENT-RTN.
           OPEN INPUT PRESENT-FILE.
           IF PR-FILE-STATUS NOT = "00"
               DISPLAY (6, 1)
                   "Presentment File Not Found - Run Aborted"
           ELSE
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
               OPEN EXTEND CHQ-RETURN-FILE
               IF RT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CHQ-RETURN-FILE
               END-IF
               MOVE RUN-DATE-WS TO PDHD-DATE
               WRITE OUTREC FROM PAID-HD-REC AFTER ADVANCING 2 LINES
               WRITE OUTREC FROM CHQ-COLHD-REC AFTER ADVANCING 2 LINES
               MOVE "N" TO PR-EOF
               PERFORM UNTIL PR-EOF = "Y"
                   READ PRESENT-FILE
                       AT END
                           MOVE "Y" TO PR-EOF
                       NOT AT END
                           PERFORM PRESENT-ONE-RTN
                               THRU PRESENT-ONE-END
                   END-READ
               END-PERFORM
               MOVE PAID-CNT TO PDTOT-CNT
               MOVE PAID-AMT TO PDTOT-AMT
               MOVE PAID-OD-CNT TO PDTOT-OD-CNT
               WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM PAID-TOT-REC AFTER ADVANCING 1 LINE
               PERFORM RET-REPORT-RTN THRU RET-REPORT-END
               CLOSE PRESENT-FILE
               CLOSE HOLD-FILE
               CLOSE CHEQUE-FILE
               CLOSE CHQ-RETURN-FILE
               DISPLAY (6, 1) "Presentment Run Complete"
               DISPLAY (7, 1) "Cheques Paid: "
               DISPLAY (7, 40) PDTOT-CNT
               DISPLAY (8, 1) "Cheques Returned: "
               DISPLAY (8, 40) RTTOT-CNT
           END-IF.
       PRESENT-END.
           EXIT.

       PRESENT-ONE-RTN.
           MOVE SPACES TO REJ-REASON-WS.
           MOVE "N" TO NSF-FLAG.
           MOVE "N" TO OD-FEE-FLAG.
           MOVE FUNCTION NUMVAL(PR-ACC-NO) TO ACC-NO-IN.
           MOVE FUNCTION NUMVAL(PR-SERIAL) TO SERIAL-IN.
           MOVE FUNCTION NUMVAL(PR-AMOUNT) TO CHQ-AMT-ACT.
           MOVE FUNCTION NUMVAL(PR-CHQ-DATE) TO CHQ-DATE-WS.

           MOVE ACC-NO-IN TO AM-ACC-NO.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NO SUCH ACCOUNT" TO REJ-REASON-WS
           END-READ.
           IF REJ-REASON-WS = SPACES AND AM-STATUS = "C"
               MOVE "ACCOUNT CLOSED" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES AND AM-ACC-TYP NOT = "C"
               MOVE "NOT A CURRENT ACCT" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES
               PERFORM RANGE-CHK-RTN THRU RANGE-CHK-END
               IF IN-RANGE-FLAG = "N"
                   MOVE "UNISSUED SERIAL" TO REJ-REASON-WS
               END-IF
           END-IF.
           MOVE "N" TO IC-FOUND.
           IF REJ-REASON-WS = SPACES
               MOVE ACC-NO-IN TO IC-ACC-NO
               MOVE SERIAL-IN TO IC-SERIAL
               READ ISSUED-CHQ-FILE
                   INVALID KEY
                       MOVE "N" TO IC-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO IC-FOUND
                       IF IC-STATUS = "P"
                           MOVE "DUPLICATE SERIAL" TO REJ-REASON-WS
                       END-IF
                       IF IC-STATUS = "S"
                           MOVE "PAYMENT STOPPED" TO REJ-REASON-WS
                       END-IF
               END-READ
           END-IF.
           IF REJ-REASON-WS = SPACES
               IF FUNCTION TEST-DATE-YYYYMMDD(CHQ-DATE-WS) NOT = 0
                   MOVE "INVALID CHEQUE DATE" TO REJ-REASON-WS
               ELSE
                   COMPUTE CHQ-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(CHQ-DATE-WS)
                   IF CHQ-DATE-INT + STALE-DAYS LESS THAN RUN-DATE-INT
                       MOVE "STALE DATED" TO REJ-REASON-WS
                   END-IF
                   IF CHQ-DATE-WS GREATER THAN RUN-DATE-WS
                       MOVE "POST DATED" TO REJ-REASON-WS
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON-WS = SPACES AND AM-STATUS = "D"
               MOVE "ACCOUNT DORMANT" TO REJ-REASON-WS
           END-IF.
           IF REJ-REASON-WS = SPACES
               PERFORM FUNDS-CHK-RTN THRU FUNDS-CHK-END
           END-IF.

           IF REJ-REASON-WS = SPACES
               PERFORM PAY-POST-RTN THRU PAY-POST-END
           ELSE
               PERFORM RETURN-POST-RTN THRU RETURN-POST-END
           END-IF.
       PRESENT-ONE-END.
           EXIT.

       FUNDS-CHK-RTN.
           PERFORM HOLD-SUM-RTN THRU HOLD-SUM-END.
           PERFORM FLOAT-SUM-RTN THRU FLOAT-SUM-END.
           IF HOLD-FULL-WS = "Y"
               MOVE "ACCOUNT FROZEN" TO REJ-REASON-WS
           ELSE
               COMPUTE AVAIL-WS =
                   AM-BALANCE - HOLD-AMT-WS - FLOAT-AMT-WS
               IF AVAIL-WS LESS THAN CHQ-AMT-ACT
                   COMPUTE SHORTFALL-AMT = CHQ-AMT-ACT - AVAIL-WS
                   IF SHORTFALL-AMT LESS THAN OVERDRAFT-LIMIT
                           OR SHORTFALL-AMT = OVERDRAFT-LIMIT
                       MOVE "Y" TO OD-FEE-FLAG
                   ELSE
                       MOVE "INSUFFICIENT FUNDS" TO REJ-REASON-WS
                       MOVE "Y" TO NSF-FLAG
                   END-IF
               END-IF
           END-IF.
       FUNDS-CHK-END.
           EXIT.

       PAY-POST-RTN.
           SUBTRACT CHQ-AMT-ACT FROM AM-BALANCE.
           REWRITE ACCOUNT-MAST-REC.
           MOVE "Chq Paid" TO TXN-NAME-WS.
           MOVE CHQ-AMT-ACT TO TXN-AMT-WS.
           PERFORM WRITE-TXNLOG-RTN THRU WRITE-TXNLOG-END.
           MOVE "PAID" TO PAY-REMARK-WS.
           IF OD-FEE-FLAG = "Y"
               SUBTRACT OVERDRAFT-FEE FROM AM-BALANCE
               REWRITE ACCOUNT-MAST-REC
               MOVE "OD Fee" TO TXN-NAME-WS
               MOVE OVERDRAFT-FEE TO TXN-AMT-WS
               PERFORM WRITE-TXNLOG-RTN THRU WRITE-TXNLOG-END
               MOVE "PAID - OD FEE" TO PAY-REMARK-WS
               ADD 1 TO PAID-OD-CNT
           END-IF.

           MOVE ACC-NO-IN TO IC-ACC-NO.
           MOVE SERIAL-IN TO IC-SERIAL.
           MOVE "P" TO IC-STATUS.
           MOVE CHQ-AMT-ACT TO IC-AMOUNT.
           MOVE CHQ-DATE-WS TO IC-CHQ-DATE.
           MOVE RUN-DATE-WS TO IC-EVENT-DATE.
           MOVE PR-PRES-BANK TO IC-REASON.
           MOVE TELLER-ID-IN TO IC-TELLER.
           IF IC-FOUND = "Y"
               REWRITE ISSUED-CHQ-REC
           ELSE
               WRITE ISSUED-CHQ-REC
           END-IF.

           ADD 1 TO PAID-CNT.
           ADD CHQ-AMT-ACT TO PAID-AMT.
           MOVE PR-ACC-NO TO CHQLN-ACC-NO.
           MOVE PR-SERIAL TO CHQLN-SERIAL.
           MOVE PR-CHQ-DATE TO CHQLN-CHQ-DATE.
           MOVE CHQ-AMT-ACT TO CHQLN-AMOUNT.
           MOVE PR-PRES-BANK TO CHQLN-BANK.
           MOVE PAY-REMARK-WS TO CHQLN-REMARK.
           WRITE OUTREC FROM CHQ-LINE-REC AFTER ADVANCING 1 LINE.
       PAY-POST-END.
           EXIT.

       RETURN-POST-RTN.
           IF NSF-FLAG = "Y"
               MOVE ACC-NO-IN TO IC-ACC-NO
               MOVE SERIAL-IN TO IC-SERIAL
               MOVE "R" TO IC-STATUS
               MOVE CHQ-AMT-ACT TO IC-AMOUNT
               MOVE CHQ-DATE-WS TO IC-CHQ-DATE
               MOVE RUN-DATE-WS TO IC-EVENT-DATE
               MOVE REJ-REASON-WS TO IC-REASON
               MOVE TELLER-ID-IN TO IC-TELLER
               IF IC-FOUND = "Y"
                   REWRITE ISSUED-CHQ-REC
               ELSE
                   WRITE ISSUED-CHQ-REC
               END-IF
               SUBTRACT RETURN-FEE FROM AM-BALANCE
               REWRITE ACCOUNT-MAST-REC
               MOVE "Chq Ret Fee" TO TXN-NAME-WS
               MOVE RETURN-FEE TO TXN-AMT-WS
               PERFORM WRITE-TXNLOG-RTN THRU WRITE-TXNLOG-END
               ADD 1 TO RET-FEE-CNT
           END-IF.

           MOVE SPACES TO CHQ-RETURN-REC.
           MOVE RUN-DATE-WS TO RT-DATE.
           MOVE ACC-NO-IN TO RT-ACC-NO.
           MOVE SERIAL-IN TO RT-SERIAL.
           MOVE CHQ-AMT-ACT TO RT-AMOUNT.
           MOVE PR-PRES-BANK TO RT-PRES-BANK.
           MOVE REJ-REASON-WS TO RT-REASON.
           WRITE CHQ-RETURN-REC.

           ADD 1 TO RET-CNT.
           ADD CHQ-AMT-ACT TO RET-AMT.
           IF RTT-CNT LESS THAN 300
               ADD 1 TO RTT-CNT
               MOVE PR-ACC-NO TO RTT-ACC-NO(RTT-CNT)
               MOVE PR-SERIAL TO RTT-SERIAL(RTT-CNT)
               MOVE PR-CHQ-DATE TO RTT-CHQ-DATE(RTT-CNT)
               MOVE CHQ-AMT-ACT TO RTT-AMT(RTT-CNT)
               MOVE PR-PRES-BANK TO RTT-BANK(RTT-CNT)
               MOVE REJ-REASON-WS TO RTT-REASON(RTT-CNT)
           END-IF.
       RETURN-POST-END.
           EXIT.

       RET-REPORT-RTN.
           MOVE RUN-DATE-WS TO RTHD-DATE.
           WRITE OUTREC FROM RET-HD-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM CHQ-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING RTT-IDX FROM 1 BY 1 UNTIL RTT-IDX > RTT-CNT
               MOVE RTT-ACC-NO(RTT-IDX) TO CHQLN-ACC-NO
               MOVE RTT-SERIAL(RTT-IDX) TO CHQLN-SERIAL
               MOVE RTT-CHQ-DATE(RTT-IDX) TO CHQLN-CHQ-DATE
               MOVE RTT-AMT(RTT-IDX) TO CHQLN-AMOUNT
               MOVE RTT-BANK(RTT-IDX) TO CHQLN-BANK
               MOVE RTT-REASON(RTT-IDX) TO CHQLN-REMARK
               WRITE OUTREC FROM CHQ-LINE-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE RET-CNT TO RTTOT-CNT.
           MOVE RET-AMT TO RTTOT-AMT.
           MOVE RET-FEE-CNT TO RTTOT-FEE-CNT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM RET-TOT-REC AFTER ADVANCING 1 LINE.
       RET-REPORT-END.
           EXIT.

       HOLD-SUM-RTN.
           MOVE 0 TO HOLD-AMT-WS.
           MOVE "N" TO HOLD-FULL-WS.
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
                               ADD CQ-AMOUNT TO FLOAT-AMT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       FLOAT-SUM-END.
           EXIT.

       WRITE-TXNLOG-RTN.
           ADD 1 TO TL-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE TL-SEQ-CTR TO TL-SEQ-NO.
           MOVE TELLER-ID-IN TO TL-TELLER-ID.
           MOVE CUR-TIMESTAMP(1:14) TO TL-TIMESTAMP.
           MOVE ACC-NO-IN TO TL-ACC-NO.
           MOVE TXN-NAME-WS TO TL-TRANSAC-NAME.
           MOVE TXN-AMT-WS TO TL-AMOUNT.
           MOVE AM-BALANCE TO TL-BALANCE.
           MOVE SPACES TO TL-XREF-SEQ.
           MOVE SPACES TO TL-APPR-ID.
           WRITE TRANSAC-LOG-REC.
       WRITE-TXNLOG-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
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
           CLOSE CHQBOOK-FILE.
           CLOSE ISSUED-CHQ-FILE.
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
