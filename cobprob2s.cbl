       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB2S.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile46.txt".
           SELECT SPONSOR-MASTER ASSIGN TO "C:\dos\cobol\spnmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPM-COD
               FILE STATUS IS SPM-FILE-STATUS.
           SELECT SPONSOR-LINK ASSIGN TO "C:\dos\cobol\spnlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "C:\dos\cobol\studmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SNO
               FILE STATUS IS SM-FILE-STATUS.
           SELECT AR-LEDGER ASSIGN TO "C:\dos\cobol\arledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARL-KEY
               FILE STATUS IS ARL-FILE-STATUS.
           SELECT OR-PRINT-FILE ASSIGN TO "C:\dos\cobol\orprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORP-FILE-STATUS.
           SELECT OR-REGISTER ASSIGN TO "C:\dos\cobol\orregist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORR-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD SPONSOR-MASTER.
       01 SPONSOR-MAST-REC.
           05 SPM-COD PIC X(4).
           05 SPM-NAME PIC X(30).
           05 SPM-TYPE PIC X.
           05 SPM-CONTACT PIC X(25).
           05 SPM-STATUS PIC X.
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
       FD STUDENT-MASTER.
       01 STUDENT-MAST-REC.
           05 SM-SNO PIC 9(10).
           05 SM-SNAME PIC X(25).
           05 SM-STATUS PIC X.
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
       FD OR-PRINT-FILE.
       01 OR-PRINT-REC.
           05 FILLER PIC X(80).
       FD OR-REGISTER.
       01 OR-REGISTER-REC.
           05 ORR-OR-NO PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ORR-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ORR-SNO PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 ORR-AMOUNT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ORR-DISC PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 ORR-METHOD PIC X(14).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "Polytechnic University of the Philippines".
           05 FILLER PIC X(20) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(31) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "Sta. Mesa, Manila".
           05 FILLER PIC X(32) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "Sponsor Billing and Remittance".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 SP-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Code".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "Sponsor Name".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Type".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Contact Person".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "St.".
           05 FILLER PIC X(8) VALUE "Action".
       01 SP-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPLN-COD PIC X(4).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SPLN-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPLN-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPLN-CONTACT PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPLN-STATUS PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SPLN-ACTION PIC X(8).

       01 LK-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Student No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "Student Name".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Spon".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Basis  ".
           05 FILLER PIC X(11) VALUE "Spons Share".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Action".
       01 LK-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LKLN-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LKLN-SNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LKLN-SPN PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LKLN-TYPE PIC X.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LKLN-PCT PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 LKLN-COVER PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LKLN-ACTION PIC X(12).

       01 ST-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "SPONSOR BILLING STATEMENT".
           05 FILLER PIC X(16) VALUE "Statement Date: ".
           05 STHD-DATE PIC 9(8).
       01 ST-SPN-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Sponsor:   ".
           05 STSP-COD PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STSP-NAME PIC X(30).
       01 ST-CON-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Attention: ".
           05 STCN-CONTACT PIC X(25).
       01 ST-TERM-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Term:      ".
           05 STTM-TERM PIC X(16).
       01 ST-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Student No.".
           05 FILLER PIC X(21) VALUE "Student Name".
           05 FILLER PIC X(10) VALUE "  Assessed".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "   Covered".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "  Remitted".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Amount Due".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Remarks".
       01 ST-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-SNO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-SNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-ASSESS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-COVER PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-PAID PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-DUE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 STLN-REMARK PIC X(10).
       01 ST-CNT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 STCNT-LABEL PIC X(30).
           05 STCNT-CNT PIC ZZZ9.
       01 ST-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 STTOT-LABEL PIC X(30).
           05 STTOT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 RM-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Sponsor: ".
           05 RMHD-COD PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Cheque No.: ".
           05 RMHD-CHQ PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Amount: ".
           05 RMHD-AMT PIC ZZ,ZZZ,ZZ9.99.
       01 RM-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Student No.".
           05 FILLER PIC X(27) VALUE "Student Name".
           05 FILLER PIC X(8) VALUE "OR No.".
           05 FILLER PIC X(12) VALUE "   Applied".
           05 FILLER PIC X(10) VALUE "Still Due".
       01 RM-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMLN-SNO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMLN-SNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMLN-OR-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMLN-APPLIED PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RMLN-DUE PIC ZZZ,ZZ9.99.

       01 ORP-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "OFFICIAL RECEIPT NO. ".
           05 ORPHD-NO-OUT PIC 9(6).
           05 FILLER PIC X(8) VALUE "   DATE ".
           05 ORPHD-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 ORPHD-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 ORPHD-YYYY PIC 9(4).
       01 ORP-STU-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Student No.: ".
           05 ORPST-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ORPST-SNAME PIC X(25).
       01 ORP-AMT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Amount Paid: ".
           05 ORPAM-AMT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(12) VALUE "  Discount: ".
           05 ORPAM-DISC PIC ZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ORPAM-METHOD PIC X(14).
       01 ORP-SPN-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Paid By:     ".
           05 ORPSP-NAME PIC X(30).
           05 FILLER PIC X(7) VALUE "  Chq: ".
           05 ORPSP-CHQ PIC X(10).
       01 ORP-SEP-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(58) VALUE ALL "-".

       01 OR-GAP-MSG-REC.
           05 FILLER PIC X(31) VALUE
               "OR Register Gap(s) Detected -  ".
           05 ORGAP-CNT-OUT PIC ZZZ9.
           05 FILLER PIC X(16) VALUE " Missing Numbers".

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 BLANK-OK PIC X VALUE "N".
           05 SPM-FILE-STATUS PIC XX.
           05 SPM-FOUND PIC X.
           05 SPM-EOF PIC X VALUE "N".
           05 SL-FILE-STATUS PIC XX.
           05 SL-FOUND PIC X.
           05 SL-EOF PIC X VALUE "N".
           05 SM-FILE-STATUS PIC XX.
           05 ARL-FILE-STATUS PIC XX.
           05 ARL-FOUND PIC X.
           05 ORP-FILE-STATUS PIC XX.
           05 ORR-FILE-STATUS PIC XX.
           05 OR-SEQ-CTR PIC 9(6) VALUE 0.
           05 OR-PREV-NO PIC 9(6) VALUE 0.
           05 OR-GAP-CNT PIC 9(4) VALUE 0.
           05 OR-AMT PIC 9(6)V99.
           05 OR-DISC PIC 9(5)V99.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 TERM-IN PIC X(16).
           05 SNO-IN PIC 9(10).
           05 SNAME-IN PIC X(25).
           05 PAY-METHOD-NAME-IN PIC X(14).
           05 SPN-COD-IN PIC X(4).
           05 SPN-NAME-IN PIC X(30).
           05 SPN-TYPE-IN PIC X.
           05 SPN-CONTACT-IN PIC X(25).
           05 SPN-STATUS-IN PIC X.
           05 COVER-TYPE-IN PIC X.
           05 COVER-PCT-IN PIC 9(3).
           05 COVER-AMT-IN PIC X(12).
           05 COVER-AMT-ACT PIC 9(6)V99.
           05 LK-BLOCKED PIC X.
           05 LK-OPEN-WS PIC S9(6)V99.
           05 LK-ACTION-WS PIC X(12).
           05 CHQ-NO-IN PIC X(10).
           05 CHQ-AMT-IN PIC X(12).
           05 CHQ-AMT-ACT PIC 9(7)V99.
           05 APPLY-AMT-IN PIC X(12).
           05 APPLY-AMT-ACT PIC 9(7)V99.
           05 REMIT-REM PIC 9(7)V99.
           05 SPN-DUE-WS PIC 9(6)V99.
           05 AMT-EDIT-WS PIC ZZ,ZZZ,ZZ9.99.
           05 STMT-CNT PIC 9(4) VALUE 0.
           05 ST-STU-CNT PIC 9(4).
           05 ST-ASSESS-TOT PIC 9(9)V99.
           05 ST-COVER-TOT PIC 9(9)V99.
           05 ST-PAID-TOT PIC 9(9)V99.
           05 ST-DUE-TOT PIC 9(9)V99.
           05 RM-CNT PIC 9(4).
           05 RM-APPLIED-TOT PIC 9(7)V99.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           OPEN I-O SPONSOR-MASTER.
           IF SPM-FILE-STATUS = "35"
               OPEN OUTPUT SPONSOR-MASTER
               CLOSE SPONSOR-MASTER
               OPEN I-O SPONSOR-MASTER
           END-IF.
           OPEN I-O SPONSOR-LINK.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT SPONSOR-LINK
               CLOSE SPONSOR-LINK
               OPEN I-O SPONSOR-LINK
           END-IF.
           OPEN I-O STUDENT-MASTER.
           IF SM-FILE-STATUS = "35"
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF.
           OPEN I-O AR-LEDGER.
           IF ARL-FILE-STATUS = "35"
               OPEN OUTPUT AR-LEDGER
               CLOSE AR-LEDGER
               OPEN I-O AR-LEDGER
           END-IF.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           DISPLAY (4, 1)
               "Mode (M=Sponsor/L=Link/S=Statement/R=Remittance): ".
           ACCEPT (4, 55) RUN-MODE-IN.
           DISPLAY (4, 55) RUN-MODE-IN.
           IF RUN-MODE-IN NOT = "M" AND RUN-MODE-IN NOT = "m"
               DISPLAY (5, 1) "Term (e.g. 1ST SEM 2011-2012): "
               ACCEPT (5, 40) TERM-IN
               DISPLAY (5, 40) TERM-IN
           END-IF.

           EVALUATE RUN-MODE-IN
               WHEN "M"
               WHEN "m"
                   WRITE OUTREC FROM SP-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM SPONSOR-RTN THRU SPONSOR-END
                       UNTIL CHK-ANS = 1
               WHEN "L"
               WHEN "l"
                   WRITE OUTREC FROM LK-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM LINK-RTN THRU LINK-END
                       UNTIL CHK-ANS = 1
               WHEN "R"
               WHEN "r"
                   PERFORM LOAD-OR-SEQ-RTN THRU LOAD-OR-SEQ-END
                   OPEN EXTEND OR-REGISTER
                   IF ORR-FILE-STATUS NOT = "00"
                       OPEN OUTPUT OR-REGISTER
                   END-IF
                   OPEN EXTEND OR-PRINT-FILE
                   IF ORP-FILE-STATUS NOT = "00"
                       OPEN OUTPUT OR-PRINT-FILE
                   END-IF
                   PERFORM REMIT-RTN THRU REMIT-END
                       UNTIL CHK-ANS = 1
                   CLOSE OR-REGISTER
                   CLOSE OR-PRINT-FILE
               WHEN OTHER
                   PERFORM STATEMENT-RTN THRU STATEMENT-END
           END-EVALUATE.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-OR-SEQ-RTN.
           OPEN INPUT OR-REGISTER.
           IF ORR-FILE-STATUS = "00"
               PERFORM UNTIL ORR-FILE-STATUS NOT = "00"
                   READ OR-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OR-PREV-NO > 0
                                   AND ORR-OR-NO > OR-PREV-NO + 1
                               COMPUTE OR-GAP-CNT = OR-GAP-CNT +
                                   ORR-OR-NO - OR-PREV-NO - 1
                           END-IF
                           MOVE ORR-OR-NO TO OR-PREV-NO
                           IF ORR-OR-NO > OR-SEQ-CTR
                               MOVE ORR-OR-NO TO OR-SEQ-CTR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OR-REGISTER
           END-IF.
           IF OR-GAP-CNT > 0
               MOVE OR-GAP-CNT TO ORGAP-CNT-OUT
               DISPLAY (24, 1) OR-GAP-MSG-REC
           END-IF.
       LOAD-OR-SEQ-END.
           EXIT.

       WRITE-OR-RTN.
           ADD 1 TO OR-SEQ-CTR.
           MOVE OR-SEQ-CTR TO ORR-OR-NO.
           MOVE RUN-DATE-WS TO ORR-DATE.
           MOVE SNO-IN TO ORR-SNO.
           MOVE OR-AMT TO ORR-AMOUNT.
           MOVE OR-DISC TO ORR-DISC.
           MOVE PAY-METHOD-NAME-IN TO ORR-METHOD.
           WRITE OR-REGISTER-REC.

           MOVE OR-SEQ-CTR TO ORPHD-NO-OUT.
           MOVE RUN-DATE-WS(5:2) TO ORPHD-MM.
           MOVE RUN-DATE-WS(7:2) TO ORPHD-DD.
           MOVE RUN-DATE-WS(1:4) TO ORPHD-YYYY.
           MOVE SNO-IN TO ORPST-SNO.
           MOVE SNAME-IN TO ORPST-SNAME.
           MOVE OR-AMT TO ORPAM-AMT.
           MOVE OR-DISC TO ORPAM-DISC.
           MOVE PAY-METHOD-NAME-IN TO ORPAM-METHOD.
           MOVE SPM-NAME TO ORPSP-NAME.
           MOVE CHQ-NO-IN TO ORPSP-CHQ.
           WRITE OR-PRINT-REC FROM ORP-HD-REC.
           WRITE OR-PRINT-REC FROM ORP-STU-REC.
           WRITE OR-PRINT-REC FROM ORP-AMT-REC.
           WRITE OR-PRINT-REC FROM ORP-SPN-REC.
           WRITE OR-PRINT-REC FROM ORP-SEP-REC.
       WRITE-OR-END.
           EXIT.

       SPONSOR-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Sponsor Code: ".
           PERFORM SPN-COD-RTN THRU SPN-COD-END.
           MOVE 0 TO VALID-FLAG.

           MOVE SPN-COD-IN TO SPM-COD.
           READ SPONSOR-MASTER
               INVALID KEY
                   MOVE "N" TO SPM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SPM-FOUND
           END-READ.
           IF SPM-FOUND = "Y"
               PERFORM SPONSOR-CHG-RTN THRU SPONSOR-CHG-END
           ELSE
               PERFORM SPONSOR-ADD-RTN THRU SPONSOR-ADD-END
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       SPONSOR-END.
           EXIT.

       SPN-COD-RTN.
           MOVE SPACES TO SPN-COD-IN.
           ACCEPT (5, 40) SPN-COD-IN.
           MOVE FUNCTION UPPER-CASE(SPN-COD-IN) TO SPN-COD-IN.
           IF SPN-COD-IN NOT = SPACES
               MOVE 1 TO VALID-FLAG
               DISPLAY (5, 40) SPN-COD-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM SPN-COD-RTN THRU SPN-COD-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SPN-COD-END.
           EXIT.

       SPONSOR-ADD-RTN.
           DISPLAY (5, 55) "New Sponsor".
           MOVE "N" TO BLANK-OK.
           DISPLAY (6, 1) "Sponsor Name: ".
           PERFORM SPN-NAME-RTN THRU SPN-NAME-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Type (G=Govt/E=Employer/P=Private): ".
           PERFORM SPN-TYPE-RTN THRU SPN-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Contact Person: ".
           MOVE SPACES TO SPN-CONTACT-IN.
           ACCEPT (8, 40) SPN-CONTACT-IN.

           MOVE SPN-COD-IN TO SPM-COD.
           MOVE SPN-NAME-IN TO SPM-NAME.
           MOVE SPN-TYPE-IN TO SPM-TYPE.
           MOVE SPN-CONTACT-IN TO SPM-CONTACT.
           MOVE "A" TO SPM-STATUS.
           WRITE SPONSOR-MAST-REC
               INVALID KEY
                   DISPLAY (18, 1) "Sponsor Not Added - Duplicate Code"
               NOT INVALID KEY
                   MOVE "Added" TO SPLN-ACTION
                   PERFORM SPONSOR-PRINT-RTN THRU SPONSOR-PRINT-END
                   DISPLAY (18, 1) "Sponsor Added"
           END-WRITE.
       SPONSOR-ADD-END.
           EXIT.

       SPONSOR-CHG-RTN.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (17, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (6, 1) "Sponsor Name: ".
           DISPLAY (6, 40) SPM-NAME.
           PERFORM SPN-NAME-RTN THRU SPN-NAME-END.
           MOVE 0 TO VALID-FLAG.
           IF SPN-NAME-IN NOT = SPACES
               MOVE SPN-NAME-IN TO SPM-NAME
           END-IF.
           DISPLAY (7, 1) "Type (G=Govt/E=Employer/P=Private): ".
           DISPLAY (7, 55) SPM-TYPE.
           PERFORM SPN-TYPE-RTN THRU SPN-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           IF SPN-TYPE-IN NOT = SPACES
               MOVE SPN-TYPE-IN TO SPM-TYPE
           END-IF.
           DISPLAY (8, 1) "Contact Person: ".
           DISPLAY (8, 40) SPM-CONTACT.
           MOVE SPACES TO SPN-CONTACT-IN.
           ACCEPT (8, 40) SPN-CONTACT-IN.
           IF SPN-CONTACT-IN NOT = SPACES
               MOVE SPN-CONTACT-IN TO SPM-CONTACT
           END-IF.
           DISPLAY (9, 1) "Status (A=Active/I=Inactive): ".
           DISPLAY (9, 55) SPM-STATUS.
           PERFORM SPN-STATUS-RTN THRU SPN-STATUS-END.
           MOVE 0 TO VALID-FLAG.
           IF SPN-STATUS-IN NOT = SPACES
               MOVE SPN-STATUS-IN TO SPM-STATUS
           END-IF.

           REWRITE SPONSOR-MAST-REC.
           MOVE "Changed" TO SPLN-ACTION.
           PERFORM SPONSOR-PRINT-RTN THRU SPONSOR-PRINT-END.
           DISPLAY (18, 1) "Sponsor Updated".
       SPONSOR-CHG-END.
           EXIT.

       SPN-NAME-RTN.
           MOVE SPACES TO SPN-NAME-IN.
           ACCEPT (6, 40) SPN-NAME-IN.
           IF SPN-NAME-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF SPN-NAME-IN NOT = SPACES
                   DISPLAY (6, 40) SPN-NAME-IN
               END-IF
           ELSE
               PERFORM SPN-NAME-RTN THRU SPN-NAME-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SPN-NAME-END.
           EXIT.

       SPN-TYPE-RTN.
           MOVE SPACES TO SPN-TYPE-IN.
           ACCEPT (7, 40) SPN-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(SPN-TYPE-IN) TO SPN-TYPE-IN.
           EVALUATE SPN-TYPE-IN
               WHEN "G"
               WHEN "E"
               WHEN "P"
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
               IF SPN-TYPE-IN NOT = SPACES
                   DISPLAY (7, 40) SPN-TYPE-IN
               END-IF
           ELSE
               PERFORM SPN-TYPE-RTN THRU SPN-TYPE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SPN-TYPE-END.
           EXIT.

       SPN-STATUS-RTN.
           MOVE SPACES TO SPN-STATUS-IN.
           ACCEPT (9, 40) SPN-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(SPN-STATUS-IN) TO SPN-STATUS-IN.
           EVALUATE SPN-STATUS-IN
               WHEN "A"
               WHEN "I"
               WHEN SPACES
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               IF SPN-STATUS-IN NOT = SPACES
                   DISPLAY (9, 40) SPN-STATUS-IN
               END-IF
           ELSE
               PERFORM SPN-STATUS-RTN THRU SPN-STATUS-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SPN-STATUS-END.
           EXIT.

       SPONSOR-PRINT-RTN.
           MOVE SPM-COD TO SPLN-COD.
           MOVE SPM-NAME TO SPLN-NAME.
           EVALUATE SPM-TYPE
               WHEN "G"
                   MOVE "Government" TO SPLN-TYPE
               WHEN "E"
                   MOVE "Employer" TO SPLN-TYPE
               WHEN OTHER
                   MOVE "Private" TO SPLN-TYPE
           END-EVALUATE.
           MOVE SPM-CONTACT TO SPLN-CONTACT.
           MOVE SPM-STATUS TO SPLN-STATUS.
           WRITE OUTREC FROM SP-LINE-REC AFTER ADVANCING 1 LINE.
       SPONSOR-PRINT-END.
           EXIT.

       LINK-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Term: ".
           DISPLAY (5, 40) TERM-IN.
           DISPLAY (6, 1) "Student No: ".
           PERFORM LK-SNO-RTN THRU LK-SNO-END.
           MOVE 0 TO VALID-FLAG.
           MOVE "N" TO LK-BLOCKED.

           MOVE SNO-IN TO SL-SNO.
           MOVE TERM-IN TO SL-TERM.
           READ SPONSOR-LINK
               INVALID KEY
                   MOVE "N" TO SL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SL-FOUND
           END-READ.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               DISPLAY (8, 1) "Current Sponsor: "
               DISPLAY (8, 40) SL-SPN-COD
               IF SL-PAID-AMT GREATER THAN 0
                   MOVE "Y" TO LK-BLOCKED
                   DISPLAY (13, 1)
                       "Sponsor Has Remitted - Link Cannot Change "
               END-IF
           END-IF.

           MOVE SNO-IN TO ARL-SNO.
           MOVE TERM-IN TO ARL-TERM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
           IF ARL-FOUND = "Y" AND ARL-STATUS NOT = "O"
                   AND LK-BLOCKED = "N"
               MOVE "Y" TO LK-BLOCKED
               DISPLAY (13, 1)
                   "Statement Not Open - Cannot Link          "
           END-IF.

           IF LK-BLOCKED = "N"
               PERFORM LK-ENTRY-RTN THRU LK-ENTRY-END
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       LINK-END.
           EXIT.

       LK-SNO-RTN.
           ACCEPT (6, 40) SNO-IN.
           MOVE SNO-IN TO SM-SNO.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 60)
                       "Unknown Student No. - Re-enter    "
               NOT INVALID KEY
                   IF SM-STATUS = "I"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (6, 60)
                           "Student Inactive - Re-enter       "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                       MOVE SM-SNAME TO SNAME-IN
                   END-IF
           END-READ.
           IF VALID-FLAG = 1
               DISPLAY (6, 40) SNO-IN
               DISPLAY (6, 60) "                                  "
               DISPLAY (7, 1) "Student Name: "
               DISPLAY (7, 40) SNAME-IN
           ELSE
               PERFORM LK-SNO-RTN THRU LK-SNO-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LK-SNO-END.
           EXIT.

       LK-ENTRY-RTN.
           DISPLAY (9, 1) "Cover (P=Percent/F=Fixed/X=Remove): ".
           PERFORM LK-COVER-RTN THRU LK-COVER-END.
           MOVE 0 TO VALID-FLAG.
           IF COVER-TYPE-IN = "X"
               PERFORM LK-REMOVE-RTN THRU LK-REMOVE-END
           ELSE
               DISPLAY (10, 1) "Sponsor Code: "
               PERFORM LK-SPN-RTN THRU LK-SPN-END
               MOVE 0 TO VALID-FLAG
               IF COVER-TYPE-IN = "P"
                   DISPLAY (11, 1) "Percent Covered (1-100): "
                   PERFORM LK-PCT-RTN THRU LK-PCT-END
                   MOVE 0 TO COVER-AMT-ACT
               ELSE
                   DISPLAY (11, 1) "Fixed Amount Covered: "
                   PERFORM LK-FIXED-RTN THRU LK-FIXED-END
                   MOVE 0 TO COVER-PCT-IN
               END-IF
               MOVE 0 TO VALID-FLAG
               PERFORM LK-SAVE-RTN THRU LK-SAVE-END
           END-IF.
       LK-ENTRY-END.
           EXIT.

       LK-COVER-RTN.
           MOVE SPACES TO COVER-TYPE-IN.
           ACCEPT (9, 40) COVER-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(COVER-TYPE-IN) TO COVER-TYPE-IN.
           EVALUATE COVER-TYPE-IN
               WHEN "P"
               WHEN "F"
               WHEN "X"
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (9, 40) COVER-TYPE-IN
           ELSE
               PERFORM LK-COVER-RTN THRU LK-COVER-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LK-COVER-END.
           EXIT.

       LK-SPN-RTN.
           MOVE SPACES TO SPN-COD-IN.
           ACCEPT (10, 40) SPN-COD-IN.
           MOVE FUNCTION UPPER-CASE(SPN-COD-IN) TO SPN-COD-IN.
           MOVE SPN-COD-IN TO SPM-COD.
           READ SPONSOR-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (10, 50) "Unknown Sponsor - Re-enter    "
               NOT INVALID KEY
                   IF SPM-STATUS NOT = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (10, 50)
                           "Sponsor Inactive - Re-enter   "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.
           IF VALID-FLAG = 1
               DISPLAY (10, 40) SPN-COD-IN
               DISPLAY (10, 50) SPM-NAME
           ELSE
               PERFORM LK-SPN-RTN THRU LK-SPN-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LK-SPN-END.
           EXIT.

       LK-PCT-RTN.
           ACCEPT (11, 40) COVER-PCT-IN.
           IF COVER-PCT-IN GREATER THAN 0
                   AND COVER-PCT-IN NOT GREATER THAN 100
               MOVE 1 TO VALID-FLAG
               DISPLAY (11, 40) COVER-PCT-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM LK-PCT-RTN THRU LK-PCT-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LK-PCT-END.
           EXIT.

       LK-FIXED-RTN.
           MOVE SPACES TO COVER-AMT-IN.
           ACCEPT (11, 40) COVER-AMT-IN.
           MOVE FUNCTION NUMVAL(COVER-AMT-IN) TO COVER-AMT-ACT.
           IF COVER-AMT-ACT GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               MOVE COVER-AMT-ACT TO AMT-EDIT-WS
               DISPLAY (11, 40) AMT-EDIT-WS
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM LK-FIXED-RTN THRU LK-FIXED-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       LK-FIXED-END.
           EXIT.

       LK-SAVE-RTN.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               MOVE "Relinked" TO LK-ACTION-WS
           ELSE
               MOVE "Linked" TO LK-ACTION-WS
           END-IF.
           MOVE SNO-IN TO SL-SNO.
           MOVE TERM-IN TO SL-TERM.
           MOVE SPN-COD-IN TO SL-SPN-COD.
           MOVE COVER-TYPE-IN TO SL-COVER-TYPE.
           MOVE COVER-PCT-IN TO SL-COVER-PCT.
           MOVE COVER-AMT-ACT TO SL-COVER-FIXED.
           MOVE 0 TO SL-COVER-AMT.
           MOVE 0 TO SL-PAID-AMT.
           MOVE RUN-DATE-WS TO SL-LINK-DATE.
           MOVE "A" TO SL-STATUS.
           IF ARL-FOUND = "Y"
               PERFORM LK-COVER-CALC-RTN THRU LK-COVER-CALC-END
           END-IF.
           WRITE SPONSOR-LINK-REC
               INVALID KEY
                   REWRITE SPONSOR-LINK-REC
           END-WRITE.

           IF ARL-FOUND = "Y"
               MOVE SL-COVER-AMT TO AMT-EDIT-WS
               DISPLAY (13, 1) "Sponsor Share: "
               DISPLAY (13, 40) AMT-EDIT-WS
           ELSE
               DISPLAY (13, 1) "Sponsor Share Is Set When Billed"
           END-IF.
           PERFORM LK-PRINT-RTN THRU LK-PRINT-END.
       LK-SAVE-END.
           EXIT.

       LK-COVER-CALC-RTN.
           COMPUTE LK-OPEN-WS = ARL-ASSESS-AMT - ARL-PAID-AMT.
           IF LK-OPEN-WS LESS THAN 0
               MOVE 0 TO LK-OPEN-WS
           END-IF.
           IF SL-COVER-TYPE = "P"
               COMPUTE SL-COVER-AMT ROUNDED =
                   ARL-ASSESS-AMT * SL-COVER-PCT / 100
           ELSE
               MOVE SL-COVER-FIXED TO SL-COVER-AMT
           END-IF.
           IF SL-COVER-AMT GREATER THAN LK-OPEN-WS
               MOVE LK-OPEN-WS TO SL-COVER-AMT
           END-IF.
       LK-COVER-CALC-END.
           EXIT.

       LK-REMOVE-RTN.
           IF SL-FOUND = "Y" AND SL-STATUS = "A"
               MOVE "C" TO SL-STATUS
               REWRITE SPONSOR-LINK-REC
               MOVE "Removed" TO LK-ACTION-WS
               PERFORM LK-PRINT-RTN THRU LK-PRINT-END
               DISPLAY (13, 1) "Sponsor Link Removed"
           ELSE
               DISPLAY (13, 1) "No Active Sponsor Link To Remove"
           END-IF.
       LK-REMOVE-END.
           EXIT.

       LK-PRINT-RTN.
           MOVE SL-SNO TO LKLN-SNO.
           MOVE SNAME-IN TO LKLN-SNAME.
           MOVE SL-SPN-COD TO LKLN-SPN.
           MOVE SL-COVER-TYPE TO LKLN-TYPE.
           MOVE SL-COVER-PCT TO LKLN-PCT.
           MOVE SL-COVER-AMT TO LKLN-COVER.
           MOVE LK-ACTION-WS TO LKLN-ACTION.
           WRITE OUTREC FROM LK-LINE-REC AFTER ADVANCING 1 LINE.
       LK-PRINT-END.
           EXIT.

       STATEMENT-RTN.
           DISPLAY (6, 1) "Sponsor Code (Blank=All): ".
           MOVE SPACES TO SPN-COD-IN.
           ACCEPT (6, 40) SPN-COD-IN.
           MOVE FUNCTION UPPER-CASE(SPN-COD-IN) TO SPN-COD-IN.
           IF SPN-COD-IN = SPACES
               MOVE LOW-VALUES TO SPM-COD
               START SPONSOR-MASTER KEY IS NOT LESS THAN SPM-COD
                   INVALID KEY
                       MOVE "Y" TO SPM-EOF
               END-START
               PERFORM UNTIL SPM-EOF = "Y"
                   READ SPONSOR-MASTER NEXT RECORD
                       AT END
                           MOVE "Y" TO SPM-EOF
                       NOT AT END
                           IF SPM-STATUS = "A"
                               PERFORM STMT-ONE-RTN THRU STMT-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPN-COD-IN TO SPM-COD
               READ SPONSOR-MASTER
                   INVALID KEY
                       DISPLAY (7, 1) "Unknown Sponsor Code"
                   NOT INVALID KEY
                       PERFORM STMT-ONE-RTN THRU STMT-ONE-END
               END-READ
           END-IF.
           DISPLAY (8, 1) "Sponsor Statements Printed: ".
           DISPLAY (8, 40) STMT-CNT.
       STATEMENT-END.
           EXIT.

       STMT-ONE-RTN.
           ADD 1 TO STMT-CNT.
           MOVE 0 TO ST-STU-CNT.
           MOVE 0 TO ST-ASSESS-TOT.
           MOVE 0 TO ST-COVER-TOT.
           MOVE 0 TO ST-PAID-TOT.
           MOVE 0 TO ST-DUE-TOT.
           MOVE RUN-DATE-WS TO STHD-DATE.
           MOVE SPM-COD TO STSP-COD.
           MOVE SPM-NAME TO STSP-NAME.
           MOVE SPM-CONTACT TO STCN-CONTACT.
           MOVE TERM-IN TO STTM-TERM.
           WRITE OUTREC FROM ST-HD-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM ST-SPN-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM ST-CON-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ST-TERM-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ST-COLHD-REC AFTER ADVANCING 2 LINES.

           MOVE "N" TO SL-EOF.
           MOVE ZEROS TO SL-SNO.
           MOVE SPACES TO SL-TERM.
           START SPONSOR-LINK KEY IS NOT LESS THAN SL-KEY
               INVALID KEY
                   MOVE "Y" TO SL-EOF
           END-START.
           PERFORM UNTIL SL-EOF = "Y"
               READ SPONSOR-LINK NEXT RECORD
                   AT END
                       MOVE "Y" TO SL-EOF
                   NOT AT END
                       IF SL-SPN-COD = SPM-COD AND SL-TERM = TERM-IN
                               AND SL-STATUS = "A"
                           PERFORM STMT-LINE-RTN THRU STMT-LINE-END
                       END-IF
               END-READ
           END-PERFORM.

           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Sponsored Students:" TO STCNT-LABEL.
           MOVE ST-STU-CNT TO STCNT-CNT.
           WRITE OUTREC FROM ST-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Total Assessed:" TO STTOT-LABEL.
           MOVE ST-ASSESS-TOT TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Total Sponsor Share:" TO STTOT-LABEL.
           MOVE ST-COVER-TOT TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Less Remittances Received:" TO STTOT-LABEL.
           MOVE ST-PAID-TOT TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "TOTAL AMOUNT DUE:" TO STTOT-LABEL.
           MOVE ST-DUE-TOT TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.
       STMT-ONE-END.
           EXIT.

       STMT-LINE-RTN.
           MOVE SL-SNO TO ARL-SNO.
           MOVE SL-TERM TO ARL-TERM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
           IF ARL-FOUND = "Y"
                   AND (ARL-STATUS = "V" OR ARL-STATUS = "R")
               CONTINUE
           ELSE
               MOVE SL-SNO TO STLN-SNO
               IF ARL-FOUND = "Y"
                   MOVE ARL-SNAME TO STLN-SNAME
                   MOVE ARL-ASSESS-AMT TO STLN-ASSESS
                   ADD ARL-ASSESS-AMT TO ST-ASSESS-TOT
               ELSE
                   MOVE SL-SNO TO SM-SNO
                   READ STUDENT-MASTER
                       INVALID KEY
                           MOVE SPACES TO SM-SNAME
                   END-READ
                   MOVE SM-SNAME TO STLN-SNAME
                   MOVE 0 TO STLN-ASSESS
               END-IF
               COMPUTE SPN-DUE-WS = SL-COVER-AMT - SL-PAID-AMT
               MOVE SL-COVER-AMT TO STLN-COVER
               MOVE SL-PAID-AMT TO STLN-PAID
               MOVE SPN-DUE-WS TO STLN-DUE
               EVALUATE TRUE
                   WHEN ARL-FOUND = "N"
                       MOVE "NOT BILLED" TO STLN-REMARK
                   WHEN SPN-DUE-WS = 0
                       MOVE "PAID" TO STLN-REMARK
                   WHEN OTHER
                       MOVE SPACES TO STLN-REMARK
               END-EVALUATE
               WRITE OUTREC FROM ST-LINE-REC AFTER ADVANCING 1 LINE
               ADD 1 TO ST-STU-CNT
               ADD SL-COVER-AMT TO ST-COVER-TOT
               ADD SL-PAID-AMT TO ST-PAID-TOT
               ADD SPN-DUE-WS TO ST-DUE-TOT
           END-IF.
       STMT-LINE-END.
           EXIT.

       REMIT-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Term: ".
           DISPLAY (5, 40) TERM-IN.
           DISPLAY (6, 1) "Sponsor Code: ".
           PERFORM RM-SPN-RTN THRU RM-SPN-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Cheque No.: ".
           PERFORM RM-CHQ-RTN THRU RM-CHQ-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (8, 1) "Cheque Amount: ".
           PERFORM RM-AMT-RTN THRU RM-AMT-END.
           MOVE 0 TO VALID-FLAG.

           MOVE CHQ-AMT-ACT TO REMIT-REM.
           MOVE 0 TO RM-APPLIED-TOT.
           MOVE 0 TO RM-CNT.
           MOVE SPM-COD TO RMHD-COD.
           MOVE CHQ-NO-IN TO RMHD-CHQ.
           MOVE CHQ-AMT-ACT TO RMHD-AMT.
           WRITE OUTREC FROM RM-HD-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM RM-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE "Sponsor Chq" TO PAY-METHOD-NAME-IN.

           MOVE "N" TO SL-EOF.
           MOVE ZEROS TO SL-SNO.
           MOVE SPACES TO SL-TERM.
           START SPONSOR-LINK KEY IS NOT LESS THAN SL-KEY
               INVALID KEY
                   MOVE "Y" TO SL-EOF
           END-START.
           PERFORM UNTIL SL-EOF = "Y" OR REMIT-REM = 0
               READ SPONSOR-LINK NEXT RECORD
                   AT END
                       MOVE "Y" TO SL-EOF
                   NOT AT END
                       IF SL-SPN-COD = SPM-COD AND SL-TERM = TERM-IN
                               AND SL-STATUS = "A"
                               AND SL-COVER-AMT > SL-PAID-AMT
                           PERFORM RM-ONE-RTN THRU RM-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           DISPLAY (10, 1) "                                        ".
           DISPLAY (11, 1) "                                        ".
           DISPLAY (12, 1) "                                        ".
           DISPLAY (13, 1) "                                        ".
           DISPLAY (15, 1) "Students Credited: ".
           DISPLAY (15, 40) RM-CNT.
           MOVE RM-APPLIED-TOT TO AMT-EDIT-WS.
           DISPLAY (16, 1) "Total Applied: ".
           DISPLAY (16, 40) AMT-EDIT-WS.
           MOVE REMIT-REM TO AMT-EDIT-WS.
           DISPLAY (17, 1) "Unapplied Balance: ".
           DISPLAY (17, 40) AMT-EDIT-WS.
           IF REMIT-REM GREATER THAN 0
               DISPLAY (18, 1)
                   "Unapplied Balance Held For Sponsor - Refer To Acctg"
           END-IF.

           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Students Credited:" TO STCNT-LABEL.
           MOVE RM-CNT TO STCNT-CNT.
           WRITE OUTREC FROM ST-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Total Applied:" TO STTOT-LABEL.
           MOVE RM-APPLIED-TOT TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Unapplied Balance:" TO STTOT-LABEL.
           MOVE REMIT-REM TO STTOT-AMT.
           WRITE OUTREC FROM ST-TOT-REC AFTER ADVANCING 1 LINE.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       REMIT-END.
           EXIT.

       RM-SPN-RTN.
           MOVE SPACES TO SPN-COD-IN.
           ACCEPT (6, 40) SPN-COD-IN.
           MOVE FUNCTION UPPER-CASE(SPN-COD-IN) TO SPN-COD-IN.
           MOVE SPN-COD-IN TO SPM-COD.
           READ SPONSOR-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (6, 50) "Unknown Sponsor - Re-enter    "
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
           END-READ.
           IF VALID-FLAG = 1
               DISPLAY (6, 40) SPN-COD-IN
               DISPLAY (6, 50) SPM-NAME
           ELSE
               PERFORM RM-SPN-RTN THRU RM-SPN-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       RM-SPN-END.
           EXIT.

       RM-CHQ-RTN.
           MOVE SPACES TO CHQ-NO-IN.
           ACCEPT (7, 40) CHQ-NO-IN.
           IF CHQ-NO-IN NOT = SPACES
               MOVE 1 TO VALID-FLAG
               DISPLAY (7, 40) CHQ-NO-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM RM-CHQ-RTN THRU RM-CHQ-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       RM-CHQ-END.
           EXIT.

       RM-AMT-RTN.
           MOVE SPACES TO CHQ-AMT-IN.
           ACCEPT (8, 40) CHQ-AMT-IN.
           MOVE FUNCTION NUMVAL(CHQ-AMT-IN) TO CHQ-AMT-ACT.
           IF CHQ-AMT-ACT GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               MOVE CHQ-AMT-ACT TO AMT-EDIT-WS
               DISPLAY (8, 40) AMT-EDIT-WS
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM RM-AMT-RTN THRU RM-AMT-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       RM-AMT-END.
           EXIT.

       RM-ONE-RTN.
           MOVE SL-SNO TO ARL-SNO.
           MOVE SL-TERM TO ARL-TERM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
           IF ARL-FOUND = "Y" AND ARL-STATUS NOT = "V"
                   AND ARL-STATUS NOT = "R"
               COMPUTE SPN-DUE-WS = SL-COVER-AMT - SL-PAID-AMT
               DISPLAY (10, 1) "Student: "
               DISPLAY (10, 40) SL-SNO
               DISPLAY (10, 52) ARL-SNAME
               MOVE SPN-DUE-WS TO AMT-EDIT-WS
               DISPLAY (11, 1) "Sponsor Balance Due: "
               DISPLAY (11, 40) AMT-EDIT-WS
               MOVE REMIT-REM TO AMT-EDIT-WS
               DISPLAY (12, 1) "Cheque Balance Left: "
               DISPLAY (12, 40) AMT-EDIT-WS
               DISPLAY (13, 1) "Amount To Apply (Blank=Full/0=Skip): "
               DISPLAY (13, 40) "            "
               MOVE SPACES TO APPLY-AMT-IN
               ACCEPT (13, 40) APPLY-AMT-IN
               IF APPLY-AMT-IN = SPACES
                   MOVE SPN-DUE-WS TO APPLY-AMT-ACT
               ELSE
                   MOVE FUNCTION NUMVAL(APPLY-AMT-IN) TO APPLY-AMT-ACT
               END-IF
               IF APPLY-AMT-ACT GREATER THAN SPN-DUE-WS
                   MOVE SPN-DUE-WS TO APPLY-AMT-ACT
               END-IF
               IF APPLY-AMT-ACT GREATER THAN REMIT-REM
                   MOVE REMIT-REM TO APPLY-AMT-ACT
               END-IF
               IF APPLY-AMT-ACT GREATER THAN 0
                   PERFORM RM-POST-RTN THRU RM-POST-END
               END-IF
           END-IF.
       RM-ONE-END.
           EXIT.

       RM-POST-RTN.
           ADD APPLY-AMT-ACT TO SL-PAID-AMT.
           REWRITE SPONSOR-LINK-REC.

           ADD APPLY-AMT-ACT TO ARL-PAID-AMT.
           IF ARL-PAID-AMT NOT LESS THAN ARL-ASSESS-AMT
                   AND ARL-STATUS = "O"
               MOVE "P" TO ARL-STATUS
           END-IF.
           REWRITE AR-LEDGER-REC.

           SUBTRACT APPLY-AMT-ACT FROM REMIT-REM.
           ADD APPLY-AMT-ACT TO RM-APPLIED-TOT.
           ADD 1 TO RM-CNT.

           MOVE ARL-SNO TO SNO-IN.
           MOVE ARL-SNAME TO SNAME-IN.
           MOVE APPLY-AMT-ACT TO OR-AMT.
           MOVE 0 TO OR-DISC.
           PERFORM WRITE-OR-RTN THRU WRITE-OR-END.

           MOVE ARL-SNO TO RMLN-SNO.
           MOVE ARL-SNAME TO RMLN-SNAME.
           MOVE OR-SEQ-CTR TO RMLN-OR-NO.
           MOVE APPLY-AMT-ACT TO RMLN-APPLIED.
           COMPUTE SPN-DUE-WS = SL-COVER-AMT - SL-PAID-AMT.
           MOVE SPN-DUE-WS TO RMLN-DUE.
           WRITE OUTREC FROM RM-LINE-REC AFTER ADVANCING 1 LINE.
       RM-POST-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
                   EVALUATE RUN-MODE-IN
                       WHEN "M"
                       WHEN "m"
                           PERFORM SPONSOR-RTN THRU SPONSOR-END
                       WHEN "L"
                       WHEN "l"
                           PERFORM LINK-RTN THRU LINK-END
                       WHEN OTHER
                           PERFORM REMIT-RTN THRU REMIT-END
                   END-EVALUATE
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
           CLOSE SPONSOR-MASTER.
           CLOSE SPONSOR-LINK.
           CLOSE STUDENT-MASTER.
           CLOSE AR-LEDGER.
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
