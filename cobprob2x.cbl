       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB2X.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile47.txt".
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
           SELECT SPONSOR-LINK ASSIGN TO "C:\dos\cobol\spnlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT PERMIT-REG ASSIGN TO "C:\dos\cobol\permreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMR-KEY
               FILE STATUS IS PMR-FILE-STATUS.
           SELECT PERMIT-PRINT ASSIGN TO "C:\dos\cobol\permprt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMP-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
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
       FD PERMIT-REG.
       01 PERMIT-REG-REC.
           05 PMR-KEY.
               10 PMR-SNO PIC 9(10).
               10 PMR-TERM PIC X(16).
               10 PMR-PERIOD PIC X.
           05 PMR-PERMIT-NO PIC 9(6).
           05 PMR-ISSUE-DATE PIC 9(8).
           05 PMR-EXAM-DATE PIC 9(8).
           05 PMR-C-NAME PIC X(27).
           05 PMR-YEAR PIC 9.
           05 PMR-BASIS PIC X.
           05 PMR-STATUS PIC X.
       FD PERMIT-PRINT.
       01 PERMIT-PRINT-REC.
           05 FILLER PIC X(80).
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
               "Examination Permit Register".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 RUN-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Term: ".
           05 RNHD-TERM PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Exam: ".
           05 RNHD-PERIOD PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Exam Date: ".
           05 RNHD-EXAM-DATE PIC 9(8).
       01 PI-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Permit No".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Student No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(25) VALUE "Student Name".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Course".
           05 FILLER PIC X(3) VALUE "Yr".
           05 FILLER PIC X(9) VALUE "Basis".
       01 PI-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PILN-PERMIT-NO PIC 9(6).
           05 FILLER PIC X(5) VALUE SPACES.
           05 PILN-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PILN-SNAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PILN-C-NAME PIC X(20).
           05 PILN-YEAR PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PILN-BASIS PIC X(9).
       01 DN-TITLE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "PERMITS DENIED - BY COURSE AND YEAR".
       01 DN-GRP-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Course: ".
           05 DNGR-C-NAME PIC X(27).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Year: ".
           05 DNGR-YEAR PIC 9.
       01 DN-COLHD-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Student No.".
           05 FILLER PIC X(28) VALUE "Student Name".
           05 FILLER PIC X(10) VALUE "    Unpaid".
       01 DN-LINE-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DNLN-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DNLN-SNAME PIC X(25).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DNLN-UNPAID PIC ZZZ,ZZ9.99.
       01 DN-SUB-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Denied:   ".
           05 DNSB-CNT PIC ZZZ9.
           05 FILLER PIC X(25) VALUE SPACES.
           05 DNSB-AMT PIC Z,ZZZ,ZZ9.99.
       01 PM-CNT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PMCNT-LABEL PIC X(30).
           05 PMCNT-CNT PIC ZZZ9.
       01 PM-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 PMTOT-LABEL PIC X(30).
           05 PMTOT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 PMP-HD1-REC.
           05 FILLER PIC X(19) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "Polytechnic University of the Philippines".
       01 PMP-HD2-REC.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "EXAMINATION PERMIT".
       01 PMP-NO-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Permit No.: ".
           05 PMPNO-NO PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Exam: ".
           05 PMPNO-PERIOD PIC X(7).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Date: ".
           05 PMPNO-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 PMPNO-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 PMPNO-YYYY PIC 9(4).
       01 PMP-STU-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Student No.: ".
           05 PMPST-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PMPST-SNAME PIC X(25).
       01 PMP-CRS-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Course/Year: ".
           05 PMPCR-C-NAME PIC X(27).
           05 FILLER PIC X(1) VALUE SPACES.
           05 PMPCR-YEAR PIC 9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Term: ".
           05 PMPCR-TERM PIC X(16).
       01 PMP-SEP-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(58) VALUE ALL "-".

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 CHK-ANS PIC 9 VALUE 0.
           05 ARL-FILE-STATUS PIC XX.
           05 ARL-EOF PIC X VALUE "N".
           05 INS-FILE-STATUS PIC XX.
           05 INS-OPENED PIC X VALUE "N".
           05 INS-EOF PIC X VALUE "N".
           05 INS-FOUND PIC X.
           05 PN-FILE-STATUS PIC XX.
           05 PN-OPENED PIC X VALUE "N".
           05 PN-OK PIC X.
           05 SL-FILE-STATUS PIC XX.
           05 SL-OPENED PIC X VALUE "N".
           05 PMR-FILE-STATUS PIC XX.
           05 PMR-EOF PIC X VALUE "N".
           05 PMP-FILE-STATUS PIC XX.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 TERM-IN PIC X(16).
           05 PERIOD-IN PIC X.
           05 PERIOD-NAME-IN PIC X(7).
           05 EXAM-DATE-IN PIC 9(8).
           05 PMT-SEQ-CTR PIC 9(6) VALUE 0.
           05 UNPAID-WS PIC S9(6)V99.
           05 SPN-OPEN-WS PIC 9(6)V99.
           05 ISSUE-CNT PIC 9(4) VALUE 0.
           05 ONFILE-CNT PIC 9(4) VALUE 0.
           05 DENY-TOT-CNT PIC 9(4) VALUE 0.
           05 DENY-TOT-AMT PIC 9(9)V99 VALUE 0.
           05 DENY-OVFL-CNT PIC 9(4) VALUE 0.
           05 GRP-MIN-KEY PIC X(28).
           05 GRP-PICK PIC 99.

       01 DENY-TABLE-WS.
           05 DENY-CNT PIC 9(3) VALUE 0.
           05 DENY-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON DENY-CNT
                   INDEXED BY DNY-IDX.
               10 DNY-C-NAME PIC X(27).
               10 DNY-YEAR PIC 9.
               10 DNY-SNO PIC 9(10).
               10 DNY-SNAME PIC X(25).
               10 DNY-UNPAID PIC 9(6)V99.

       01 GROUP-TABLE-WS.
           05 GRP-CNT PIC 99 VALUE 0.
           05 GRP-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON GRP-CNT
                   INDEXED BY GRP-IDX.
               10 GRP-SORT-KEY.
                   15 GRP-C-NAME PIC X(27).
                   15 GRP-YEAR PIC 9.
               10 GRP-STU-CNT PIC 9(4).
               10 GRP-AMT PIC 9(8)V99.
               10 GRP-DONE PIC X.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           OPEN INPUT AR-LEDGER.
           IF ARL-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "AR Ledger Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN INPUT INSTALL-FILE.
           IF INS-FILE-STATUS = "00"
               MOVE "Y" TO INS-OPENED
           END-IF.
           OPEN INPUT PROM-NOTE.
           IF PN-FILE-STATUS = "00"
               MOVE "Y" TO PN-OPENED
           END-IF.
           OPEN INPUT SPONSOR-LINK.
           IF SL-FILE-STATUS = "00"
               MOVE "Y" TO SL-OPENED
           END-IF.
           OPEN I-O PERMIT-REG.
           IF PMR-FILE-STATUS = "35"
               OPEN OUTPUT PERMIT-REG
               CLOSE PERMIT-REG
               OPEN I-O PERMIT-REG
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               DISPLAY (4, 1) "Term (e.g. 1ST SEM 2011-2012): "
               ACCEPT (4, 40) TERM-IN
               DISPLAY (4, 40) TERM-IN
               DISPLAY (5, 1) "Exam (P=Prelim/M=Midterm/F=Finals): "
               PERFORM PERIOD-RTN THRU PERIOD-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (6, 1) "Exam Date (YYYYMMDD): "
               PERFORM EXAM-DATE-RTN THRU EXAM-DATE-END
               MOVE 0 TO VALID-FLAG
               PERFORM LOAD-PMT-SEQ-RTN THRU LOAD-PMT-SEQ-END
               OPEN EXTEND PERMIT-PRINT
               IF PMP-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERMIT-PRINT
               END-IF
               PERFORM PERMIT-RUN-RTN THRU PERMIT-RUN-END
               PERFORM DENY-PRINT-RTN THRU DENY-PRINT-END
               PERFORM TOTAL-PRINT-RTN THRU TOTAL-PRINT-END
               CLOSE PERMIT-PRINT
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       INIT-PRINT-RTN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
       INIT-PRINT-END.
           EXIT.

       PERIOD-RTN.
           MOVE SPACES TO PERIOD-IN.
           ACCEPT (5, 40) PERIOD-IN.
           MOVE FUNCTION UPPER-CASE(PERIOD-IN) TO PERIOD-IN.
           EVALUATE PERIOD-IN
               WHEN "P"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Prelim" TO PERIOD-NAME-IN
               WHEN "M"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Midterm" TO PERIOD-NAME-IN
               WHEN "F"
                   MOVE 1 TO VALID-FLAG
                   MOVE "Finals" TO PERIOD-NAME-IN
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (5, 40) PERIOD-IN
               DISPLAY (5, 45) PERIOD-NAME-IN
           ELSE
               PERFORM PERIOD-RTN THRU PERIOD-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       PERIOD-END.
           EXIT.

       EXAM-DATE-RTN.
           ACCEPT (6, 40) EXAM-DATE-IN.
           IF FUNCTION TEST-DATE-YYYYMMDD(EXAM-DATE-IN) = 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (6, 40) EXAM-DATE-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM EXAM-DATE-RTN THRU EXAM-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       EXAM-DATE-END.
           EXIT.

       LOAD-PMT-SEQ-RTN.
           MOVE ZEROS TO PMR-SNO.
           MOVE SPACES TO PMR-TERM.
           MOVE SPACES TO PMR-PERIOD.
           START PERMIT-REG KEY IS NOT LESS THAN PMR-KEY
               INVALID KEY
                   MOVE "Y" TO PMR-EOF
           END-START.
           PERFORM UNTIL PMR-EOF = "Y"
               READ PERMIT-REG NEXT RECORD
                   AT END
                       MOVE "Y" TO PMR-EOF
                   NOT AT END
                       IF PMR-PERMIT-NO > PMT-SEQ-CTR
                           MOVE PMR-PERMIT-NO TO PMT-SEQ-CTR
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-PMT-SEQ-END.
           EXIT.

       PERMIT-RUN-RTN.
           MOVE TERM-IN TO RNHD-TERM.
           MOVE PERIOD-NAME-IN TO RNHD-PERIOD.
           MOVE EXAM-DATE-IN TO RNHD-EXAM-DATE.
           WRITE OUTREC FROM RUN-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM PI-COLHD-REC AFTER ADVANCING 2 LINES.

           MOVE ZEROS TO ARL-SNO.
           MOVE SPACES TO ARL-TERM.
           START AR-LEDGER KEY IS NOT LESS THAN ARL-KEY
               INVALID KEY
                   MOVE "Y" TO ARL-EOF
           END-START.
           PERFORM UNTIL ARL-EOF = "Y"
               READ AR-LEDGER NEXT RECORD
                   AT END
                       MOVE "Y" TO ARL-EOF
                   NOT AT END
                       IF ARL-TERM = TERM-IN
                               AND ARL-STATUS NOT = "V"
                               AND ARL-STATUS NOT = "R"
                           PERFORM PERMIT-ONE-RTN THRU PERMIT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY (8, 1) "Permits Issued: ".
           DISPLAY (8, 40) ISSUE-CNT.
           DISPLAY (9, 1) "Already On File: ".
           DISPLAY (9, 40) ONFILE-CNT.
           DISPLAY (10, 1) "Permits Denied: ".
           DISPLAY (10, 40) DENY-TOT-CNT.
       PERMIT-RUN-END.
           EXIT.

       PERMIT-ONE-RTN.
           MOVE ARL-SNO TO PMR-SNO.
           MOVE ARL-TERM TO PMR-TERM.
           MOVE PERIOD-IN TO PMR-PERIOD.
           READ PERMIT-REG
               INVALID KEY
                   PERFORM UNPAID-CHK-RTN THRU UNPAID-CHK-END
                   IF UNPAID-WS = 0
                       MOVE "P" TO PMR-BASIS
                       PERFORM PERMIT-ISSUE-RTN THRU PERMIT-ISSUE-END
                   ELSE
                       PERFORM PN-CHK-RTN THRU PN-CHK-END
                       IF PN-OK = "Y"
                           MOVE "N" TO PMR-BASIS
                           PERFORM PERMIT-ISSUE-RTN
                               THRU PERMIT-ISSUE-END
                       ELSE
                           PERFORM DENY-ADD-RTN THRU DENY-ADD-END
                       END-IF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ONFILE-CNT
           END-READ.
       PERMIT-ONE-END.
           EXIT.

       UNPAID-CHK-RTN.
           MOVE 0 TO UNPAID-WS.
           MOVE "N" TO INS-FOUND.
           IF INS-OPENED = "Y"
               MOVE "N" TO INS-EOF
               MOVE ARL-SNO TO INS-SNO
               MOVE ARL-TERM TO INS-TERM
               MOVE 0 TO INS-SEQ
               START INSTALL-FILE KEY IS NOT LESS THAN INS-KEY
                   INVALID KEY
                       MOVE "Y" TO INS-EOF
               END-START
               PERFORM UNTIL INS-EOF = "Y"
                   READ INSTALL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO INS-EOF
                       NOT AT END
                           IF INS-SNO NOT = ARL-SNO
                                   OR INS-TERM NOT = ARL-TERM
                               MOVE "Y" TO INS-EOF
                           ELSE
                               MOVE "Y" TO INS-FOUND
                               IF INS-STATUS = "O"
                                   AND INS-DUE-DATE
                                       NOT GREATER THAN EXAM-DATE-IN
                                   COMPUTE UNPAID-WS = UNPAID-WS +
                                       INS-AMT-DUE - INS-AMT-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF INS-FOUND = "N"
               PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END
               COMPUTE UNPAID-WS =
                   ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-WS
           END-IF.
           IF UNPAID-WS < 0
               MOVE 0 TO UNPAID-WS
           END-IF.
       UNPAID-CHK-END.
           EXIT.

       SPN-OPEN-RTN.
           MOVE 0 TO SPN-OPEN-WS.
           IF SL-OPENED = "Y"
               MOVE ARL-SNO TO SL-SNO
               MOVE ARL-TERM TO SL-TERM
               READ SPONSOR-LINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SL-STATUS = "A"
                               AND SL-COVER-AMT > SL-PAID-AMT
                           COMPUTE SPN-OPEN-WS =
                               SL-COVER-AMT - SL-PAID-AMT
                       END-IF
               END-READ
           END-IF.
       SPN-OPEN-END.
           EXIT.

       PN-CHK-RTN.
           MOVE "N" TO PN-OK.
           IF PN-OPENED = "Y"
               MOVE ARL-SNO TO PN-SNO
               MOVE ARL-TERM TO PN-TERM
               READ PROM-NOTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PN-STATUS = "O"
                               AND PN-PROMISE-DATE
                                   NOT LESS THAN RUN-DATE-WS
                           MOVE "Y" TO PN-OK
                       END-IF
               END-READ
           END-IF.
       PN-CHK-END.
           EXIT.

       PERMIT-ISSUE-RTN.
           ADD 1 TO PMT-SEQ-CTR.
           ADD 1 TO ISSUE-CNT.
           MOVE ARL-SNO TO PMR-SNO.
           MOVE ARL-TERM TO PMR-TERM.
           MOVE PERIOD-IN TO PMR-PERIOD.
           MOVE PMT-SEQ-CTR TO PMR-PERMIT-NO.
           MOVE RUN-DATE-WS TO PMR-ISSUE-DATE.
           MOVE EXAM-DATE-IN TO PMR-EXAM-DATE.
           MOVE ARL-C-NAME TO PMR-C-NAME.
           MOVE ARL-YEAR TO PMR-YEAR.
           MOVE "I" TO PMR-STATUS.
           WRITE PERMIT-REG-REC.

           MOVE PMT-SEQ-CTR TO PMPNO-NO.
           MOVE PERIOD-NAME-IN TO PMPNO-PERIOD.
           MOVE EXAM-DATE-IN(5:2) TO PMPNO-MM.
           MOVE EXAM-DATE-IN(7:2) TO PMPNO-DD.
           MOVE EXAM-DATE-IN(1:4) TO PMPNO-YYYY.
           MOVE ARL-SNO TO PMPST-SNO.
           MOVE ARL-SNAME TO PMPST-SNAME.
           MOVE ARL-C-NAME TO PMPCR-C-NAME.
           MOVE ARL-YEAR TO PMPCR-YEAR.
           MOVE ARL-TERM TO PMPCR-TERM.
           WRITE PERMIT-PRINT-REC FROM PMP-HD1-REC.
           WRITE PERMIT-PRINT-REC FROM PMP-HD2-REC.
           WRITE PERMIT-PRINT-REC FROM PMP-NO-REC.
           WRITE PERMIT-PRINT-REC FROM PMP-STU-REC.
           WRITE PERMIT-PRINT-REC FROM PMP-CRS-REC.
           WRITE PERMIT-PRINT-REC FROM PMP-SEP-REC.

           MOVE PMT-SEQ-CTR TO PILN-PERMIT-NO.
           MOVE ARL-SNO TO PILN-SNO.
           MOVE ARL-SNAME TO PILN-SNAME.
           MOVE ARL-C-NAME TO PILN-C-NAME.
           MOVE ARL-YEAR TO PILN-YEAR.
           IF PMR-BASIS = "N"
               MOVE "PROM NOTE" TO PILN-BASIS
           ELSE
               MOVE "PAID" TO PILN-BASIS
           END-IF.
           WRITE OUTREC FROM PI-LINE-REC AFTER ADVANCING 1 LINE.
       PERMIT-ISSUE-END.
           EXIT.

       DENY-ADD-RTN.
           ADD 1 TO DENY-TOT-CNT.
           ADD UNPAID-WS TO DENY-TOT-AMT.
           IF DENY-CNT < 500
               ADD 1 TO DENY-CNT
               MOVE ARL-C-NAME TO DNY-C-NAME(DENY-CNT)
               MOVE ARL-YEAR TO DNY-YEAR(DENY-CNT)
               MOVE ARL-SNO TO DNY-SNO(DENY-CNT)
               MOVE ARL-SNAME TO DNY-SNAME(DENY-CNT)
               MOVE UNPAID-WS TO DNY-UNPAID(DENY-CNT)
               SET GRP-IDX TO 1
               SEARCH GRP-ENTRY
                   AT END
                       IF GRP-CNT < 60
                           ADD 1 TO GRP-CNT
                           MOVE ARL-C-NAME TO GRP-C-NAME(GRP-CNT)
                           MOVE ARL-YEAR TO GRP-YEAR(GRP-CNT)
                           MOVE 1 TO GRP-STU-CNT(GRP-CNT)
                           MOVE UNPAID-WS TO GRP-AMT(GRP-CNT)
                           MOVE "N" TO GRP-DONE(GRP-CNT)
                       ELSE
                           SUBTRACT 1 FROM DENY-CNT
                           ADD 1 TO DENY-OVFL-CNT
                       END-IF
                   WHEN GRP-C-NAME(GRP-IDX) = ARL-C-NAME
                        AND GRP-YEAR(GRP-IDX) = ARL-YEAR
                       ADD 1 TO GRP-STU-CNT(GRP-IDX)
                       ADD UNPAID-WS TO GRP-AMT(GRP-IDX)
               END-SEARCH
           ELSE
               ADD 1 TO DENY-OVFL-CNT
           END-IF.
       DENY-ADD-END.
           EXIT.

       DENY-PRINT-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM DN-TITLE-REC AFTER ADVANCING 2 LINES.
           PERFORM DENY-GROUP-RTN THRU DENY-GROUP-END GRP-CNT TIMES.
       DENY-PRINT-END.
           EXIT.

       DENY-GROUP-RTN.
           MOVE HIGH-VALUES TO GRP-MIN-KEY.
           MOVE 0 TO GRP-PICK.
           PERFORM VARYING GRP-IDX FROM 1 BY 1 UNTIL GRP-IDX > GRP-CNT
               IF GRP-DONE(GRP-IDX) = "N"
                       AND GRP-SORT-KEY(GRP-IDX) < GRP-MIN-KEY
                   MOVE GRP-SORT-KEY(GRP-IDX) TO GRP-MIN-KEY
                   SET GRP-PICK TO GRP-IDX
               END-IF
           END-PERFORM.
           MOVE "Y" TO GRP-DONE(GRP-PICK).

           MOVE GRP-C-NAME(GRP-PICK) TO DNGR-C-NAME.
           MOVE GRP-YEAR(GRP-PICK) TO DNGR-YEAR.
           WRITE OUTREC FROM DN-GRP-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM DN-COLHD-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING DNY-IDX FROM 1 BY 1 UNTIL DNY-IDX > DENY-CNT
               IF DNY-C-NAME(DNY-IDX) = GRP-C-NAME(GRP-PICK)
                       AND DNY-YEAR(DNY-IDX) = GRP-YEAR(GRP-PICK)
                   MOVE DNY-SNO(DNY-IDX) TO DNLN-SNO
                   MOVE DNY-SNAME(DNY-IDX) TO DNLN-SNAME
                   MOVE DNY-UNPAID(DNY-IDX) TO DNLN-UNPAID
                   WRITE OUTREC FROM DN-LINE-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           MOVE GRP-STU-CNT(GRP-PICK) TO DNSB-CNT.
           MOVE GRP-AMT(GRP-PICK) TO DNSB-AMT.
           WRITE OUTREC FROM DN-SUB-REC AFTER ADVANCING 1 LINE.
       DENY-GROUP-END.
           EXIT.

       TOTAL-PRINT-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Permits Issued:" TO PMCNT-LABEL.
           MOVE ISSUE-CNT TO PMCNT-CNT.
           WRITE OUTREC FROM PM-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Permits Already On File:" TO PMCNT-LABEL.
           MOVE ONFILE-CNT TO PMCNT-CNT.
           WRITE OUTREC FROM PM-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Permits Denied:" TO PMCNT-LABEL.
           MOVE DENY-TOT-CNT TO PMCNT-CNT.
           WRITE OUTREC FROM PM-CNT-REC AFTER ADVANCING 1 LINE.
           IF DENY-OVFL-CNT > 0
               MOVE "Denied Not Listed (Overflow):" TO PMCNT-LABEL
               MOVE DENY-OVFL-CNT TO PMCNT-CNT
               WRITE OUTREC FROM PM-CNT-REC AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "Total Unpaid Of Denied:" TO PMTOT-LABEL.
           MOVE DENY-TOT-AMT TO PMTOT-AMT.
           WRITE OUTREC FROM PM-TOT-REC AFTER ADVANCING 1 LINE.
       TOTAL-PRINT-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE AR-LEDGER.
           IF INS-OPENED = "Y"
               CLOSE INSTALL-FILE
           END-IF.
           IF PN-OPENED = "Y"
               CLOSE PROM-NOTE
           END-IF.
           IF SL-OPENED = "Y"
               CLOSE SPONSOR-LINK
           END-IF.
           CLOSE PERMIT-REG.
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
