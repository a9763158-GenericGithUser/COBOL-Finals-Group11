       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB2C.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile48.txt".
           SELECT OR-REGISTER ASSIGN TO "C:\dos\cobol\orregist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ORR-FILE-STATUS.
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
           SELECT SPONSOR-LINK ASSIGN TO "C:\dos\cobol\spnlink.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS SL-FILE-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "C:\dos\cobol\fcsthist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-WEEK-START
               FILE STATUS IS FC-FILE-STATUS.
           SELECT COMPARE-FILE ASSIGN TO "C:\dos\cobol\fcstcmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMP-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
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
       FD FORECAST-FILE.
       01 FORECAST-REC.
           05 FC-WEEK-START PIC 9(8).
           05 FC-WEEK-END PIC 9(8).
           05 FC-RUN-DATE PIC 9(8).
           05 FC-GROSS PIC 9(8)V99.
           05 FC-EXPECTED PIC 9(8)V99.
       FD COMPARE-FILE.
       01 COMPARE-REC.
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
               "Tuition Collection Forecast".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 RUN-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 RNHD-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Weeks Projected: ".
           05 RNHD-WEEKS PIC Z9.
       01 SECT-TITLE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SECT-TITLE PIC X(50).

       01 RT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(29) VALUE "Course".
           05 FILLER PIC X(10) VALUE "  Inst Due".
           05 FILLER PIC X(10) VALUE "   On Time".
           05 FILLER PIC X(10) VALUE "    Rate %".
       01 RT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTLN-C-NAME PIC X(27).
           05 FILLER PIC X(6) VALUE SPACES.
           05 RTLN-DUE-CNT PIC ZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 RTLN-ONTIME-CNT PIC ZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RTLN-RATE PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RTLN-NOTE PIC X(10).

       01 WK-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(21) VALUE "Week  From     To".
           05 FILLER PIC X(13) VALUE " Installments".
           05 FILLER PIC X(13) VALUE "   Prom Notes".
           05 FILLER PIC X(13) VALUE "        Gross".
           05 FILLER PIC X(13) VALUE "     Expected".
       01 WK-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WKLN-LABEL PIC X(21).
           05 WKLN-LABEL-R REDEFINES WKLN-LABEL.
               10 WKLN-NO PIC Z9.
               10 FILLER PIC X(2).
               10 WKLN-FROM PIC 9(8).
               10 FILLER PIC X(1).
               10 WKLN-TO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKLN-INST PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKLN-PN PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKLN-GROSS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WKLN-EXPECT PIC Z,ZZZ,ZZ9.99.

       01 FC-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FCTOT-LABEL PIC X(36).
           05 FCTOT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 FC-CNT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FCCNT-LABEL PIC X(36).
           05 FCCNT-CNT PIC ZZZ9.

       01 EN-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Student No.".
           05 FILLER PIC X(18) VALUE "Term".
           05 FILLER PIC X(8) VALUE "Agency".
           05 FILLER PIC X(10) VALUE "Endorsed".
           05 FILLER PIC X(11) VALUE "Open Amount".
       01 EN-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ENLN-SNO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ENLN-TERM PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ENLN-AGENCY PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 ENLN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ENLN-AMT PIC ZZZ,ZZ9.99.

       01 CMP-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Week Of".
           05 FILLER PIC X(9) VALUE "To".
           05 FILLER PIC X(13) VALUE "    Projected".
           05 FILLER PIC X(13) VALUE "       Actual".
           05 FILLER PIC X(15) VALUE "       Variance".
           05 FILLER PIC X(10) VALUE "  Actual %".
       01 CMP-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMLN-FROM PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CMLN-TO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CMLN-PROJ PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CMLN-ACTUAL PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CMLN-VAR PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CMLN-PCT PIC ZZZ9.9.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 CHK-ANS PIC 9 VALUE 0.
           05 ORR-FILE-STATUS PIC XX.
           05 ORR-EOF PIC X VALUE "N".
           05 ARL-FILE-STATUS PIC XX.
           05 ARL-EOF PIC X VALUE "N".
           05 ARL-FOUND PIC X.
           05 INS-FILE-STATUS PIC XX.
           05 INS-OPENED PIC X VALUE "N".
           05 INS-EOF PIC X VALUE "N".
           05 PN-FILE-STATUS PIC XX.
           05 PN-OPENED PIC X VALUE "N".
           05 PN-EOF PIC X VALUE "N".
           05 PN-OPEN-FLAG PIC X.
           05 EN-FILE-STATUS PIC XX.
           05 EN-OPENED PIC X VALUE "N".
           05 EN-EOF PIC X VALUE "N".
           05 SL-FILE-STATUS PIC XX.
           05 SL-OPENED PIC X VALUE "N".
           05 FC-FILE-STATUS PIC XX.
           05 FC-EOF PIC X VALUE "N".
           05 CMP-FILE-STATUS PIC XX.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 RUN-DATE-INT PIC 9(7).
           05 WK1-START-INT PIC 9(7).
           05 WEEKS-IN PIC 99.
           05 ORR-DATE-WS PIC 9(8).
           05 ORR-AMT-WS PIC 9(6)V99.
           05 PREV-SNO-WS PIC 9(10) VALUE 0.
           05 PREV-TERM-WS PIC X(16) VALUE SPACES.
           05 CUM-DUE-WS PIC 9(7)V99.
           05 CUM-PAID-WS PIC 9(7)V99.
           05 MARK-SNO-WS PIC 9(10).
           05 DATE-WS PIC 9(8).
           05 DATE-INT-WS PIC 9(7).
           05 WK-NO-WS PIC S9(5).
           05 BKT-NO PIC 99.
           05 OPEN-AMT-WS PIC S9(6)V99.
           05 SPN-OPEN-WS PIC 9(6)V99.
           05 RATE-WS PIC 9V9999.
           05 EXPECT-WS PIC 9(7)V99.
           05 UNSCHED-AMT PIC 9(9)V99 VALUE 0.
           05 UNSCHED-CNT PIC 9(4) VALUE 0.
           05 SPN-RCV-AMT PIC 9(9)V99 VALUE 0.
           05 BROKEN-AMT PIC 9(9)V99 VALUE 0.
           05 BROKEN-CNT PIC 9(4) VALUE 0.
           05 EN-TOT-AMT PIC 9(9)V99 VALUE 0.
           05 EN-TOT-CNT PIC 9(4) VALUE 0.
           05 GROSS-WS PIC 9(8)V99.
           05 ACTUAL-WS PIC 9(8)V99.
           05 VAR-WS PIC S9(8)V99.
           05 PCT-WS PIC 9(4)V9.
           05 CMP-CNT PIC 9(4) VALUE 0.
           05 ORT-OVFL-CNT PIC 9(4) VALUE 0.

       01 OR-TABLE-WS.
           05 ORT-CNT PIC 9(4) VALUE 0.
           05 ORT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ORT-CNT
                   INDEXED BY ORT-IDX.
               10 ORT-SNO PIC 9(10).
               10 ORT-DATE PIC 9(8).
               10 ORT-AMT PIC 9(6)V99.
               10 ORT-PLAN PIC X.

       01 RATE-TABLE-WS.
           05 RT-CNT PIC 99 VALUE 0.
           05 RT-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON RT-CNT
                   INDEXED BY RT-IDX.
               10 RT-C-NAME PIC X(27).
               10 RT-DUE-CNT PIC 9(4).
               10 RT-ONTIME-CNT PIC 9(4).
               10 RT-RATE PIC 9V9999.

       01 BUCKET-TABLE-WS.
           05 BKT-ENTRY OCCURS 28 TIMES INDEXED BY BKT-IDX.
               10 BKT-START PIC 9(8).
               10 BKT-END PIC 9(8).
               10 BKT-INST PIC 9(8)V99.
               10 BKT-PN PIC 9(8)V99.
               10 BKT-EXPECT PIC 9(8)V99.
       01 BUCKET-TOTALS-WS.
           05 TOT-INST PIC 9(8)V99 VALUE 0.
           05 TOT-PN PIC 9(8)V99 VALUE 0.
           05 TOT-EXPECT PIC 9(8)V99 VALUE 0.

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
           OPEN INPUT ENDORSE-FILE.
           IF EN-FILE-STATUS = "00"
               MOVE "Y" TO EN-OPENED
           END-IF.
           OPEN INPUT SPONSOR-LINK.
           IF SL-FILE-STATUS = "00"
               MOVE "Y" TO SL-OPENED
           END-IF.
           OPEN I-O FORECAST-FILE.
           IF FC-FILE-STATUS = "35"
               OPEN OUTPUT FORECAST-FILE
               CLOSE FORECAST-FILE
               OPEN I-O FORECAST-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           COMPUTE WK1-START-INT = RUN-DATE-INT -
               FUNCTION MOD(RUN-DATE-INT - 1, 7).
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               DISPLAY (4, 1) "Number Of Weeks To Project (1-26): "
               PERFORM WEEKS-RTN THRU WEEKS-END
               MOVE 0 TO VALID-FLAG
               PERFORM BUCKET-INIT-RTN THRU BUCKET-INIT-END
               PERFORM LOAD-OR-RTN THRU LOAD-OR-END
               PERFORM RATE-BUILD-RTN THRU RATE-BUILD-END
               PERFORM INST-PROJ-RTN THRU INST-PROJ-END
               PERFORM PN-PROJ-RTN THRU PN-PROJ-END
               PERFORM AR-SCAN-RTN THRU AR-SCAN-END
               PERFORM RATE-PRINT-RTN THRU RATE-PRINT-END
               PERFORM WEEK-PRINT-RTN THRU WEEK-PRINT-END
               PERFORM OTHER-PRINT-RTN THRU OTHER-PRINT-END
               PERFORM ENDORSE-PRINT-RTN THRU ENDORSE-PRINT-END
               PERFORM FC-SAVE-RTN THRU FC-SAVE-END
               PERFORM COMPARE-RTN THRU COMPARE-END
               DISPLAY (6, 1) "Forecast Complete - Expected: "
               MOVE TOT-EXPECT TO FCTOT-AMT
               DISPLAY (6, 40) FCTOT-AMT
               DISPLAY (7, 1) "Past Weeks Compared: "
               DISPLAY (7, 40) CMP-CNT
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       INIT-PRINT-RTN.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
       INIT-PRINT-END.
           EXIT.

       WEEKS-RTN.
           ACCEPT (4, 40) WEEKS-IN.
           IF WEEKS-IN > 0 AND WEEKS-IN NOT > 26
               MOVE 1 TO VALID-FLAG
               DISPLAY (4, 40) WEEKS-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM WEEKS-RTN THRU WEEKS-END UNTIL VALID-FLAG = 1
           END-IF.
       WEEKS-END.
           EXIT.

       BUCKET-INIT-RTN.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 28
               MOVE 0 TO BKT-START(BKT-IDX)
               MOVE 0 TO BKT-END(BKT-IDX)
               MOVE 0 TO BKT-INST(BKT-IDX)
               MOVE 0 TO BKT-PN(BKT-IDX)
               MOVE 0 TO BKT-EXPECT(BKT-IDX)
           END-PERFORM.
           PERFORM VARYING BKT-NO FROM 1 BY 1 UNTIL BKT-NO > WEEKS-IN
               SET BKT-IDX TO BKT-NO
               SET BKT-IDX UP BY 1
               COMPUTE DATE-INT-WS = WK1-START-INT + (BKT-NO - 1) * 7
               COMPUTE BKT-START(BKT-IDX) =
                   FUNCTION DATE-OF-INTEGER(DATE-INT-WS)
               COMPUTE BKT-END(BKT-IDX) =
                   FUNCTION DATE-OF-INTEGER(DATE-INT-WS + 6)
           END-PERFORM.
       BUCKET-INIT-END.
           EXIT.

       LOAD-OR-RTN.
           OPEN INPUT OR-REGISTER.
           IF ORR-FILE-STATUS = "00"
               PERFORM UNTIL ORR-EOF = "Y"
                   READ OR-REGISTER
                       AT END
                           MOVE "Y" TO ORR-EOF
                       NOT AT END
                           PERFORM LOAD-OR-ONE-RTN
                               THRU LOAD-OR-ONE-END
                   END-READ
               END-PERFORM
               CLOSE OR-REGISTER
           END-IF.
       LOAD-OR-END.
           EXIT.

       LOAD-OR-ONE-RTN.
           IF ORR-METHOD NOT = "Sponsor Chq"
               IF ORT-CNT LESS THAN 5000
                   MOVE FUNCTION NUMVAL(ORR-DATE) TO ORR-DATE-WS
                   MOVE FUNCTION NUMVAL-C(ORR-AMOUNT) TO ORR-AMT-WS
                   ADD 1 TO ORT-CNT
                   MOVE FUNCTION NUMVAL(ORR-SNO) TO ORT-SNO(ORT-CNT)
                   MOVE ORR-DATE-WS TO ORT-DATE(ORT-CNT)
                   MOVE ORR-AMT-WS TO ORT-AMT(ORT-CNT)
                   MOVE "N" TO ORT-PLAN(ORT-CNT)
               ELSE
                   ADD 1 TO ORT-OVFL-CNT
               END-IF
           END-IF.
       LOAD-OR-ONE-END.
           EXIT.

       MARK-PLAN-RTN.
           PERFORM VARYING ORT-IDX FROM 1 BY 1 UNTIL ORT-IDX > ORT-CNT
               IF ORT-SNO(ORT-IDX) = MARK-SNO-WS
                   MOVE "Y" TO ORT-PLAN(ORT-IDX)
               END-IF
           END-PERFORM.
       MARK-PLAN-END.
           EXIT.

       STUDENT-CHG-RTN.
           MOVE INS-SNO TO PREV-SNO-WS.
           MOVE INS-TERM TO PREV-TERM-WS.
           MOVE 0 TO CUM-DUE-WS.
           MOVE INS-SNO TO ARL-SNO.
           MOVE INS-TERM TO ARL-TERM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
       STUDENT-CHG-END.
           EXIT.

       RATE-FIND-RTN.
           SET RT-IDX TO 1.
           SEARCH RT-ENTRY
               AT END
                   IF RT-CNT < 30
                       ADD 1 TO RT-CNT
                       SET RT-IDX TO RT-CNT
                       MOVE ARL-C-NAME TO RT-C-NAME(RT-IDX)
                       MOVE 0 TO RT-DUE-CNT(RT-IDX)
                       MOVE 0 TO RT-ONTIME-CNT(RT-IDX)
                       MOVE 1 TO RT-RATE(RT-IDX)
                   ELSE
                       SET RT-IDX TO 0
                   END-IF
               WHEN RT-C-NAME(RT-IDX) = ARL-C-NAME
                   CONTINUE
           END-SEARCH.
       RATE-FIND-END.
           EXIT.

       RATE-BUILD-RTN.
           IF INS-OPENED = "Y"
               MOVE "N" TO INS-EOF
               MOVE 0 TO PREV-SNO-WS
               MOVE SPACES TO PREV-TERM-WS
               MOVE ZEROS TO INS-SNO
               MOVE SPACES TO INS-TERM
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
                           PERFORM RATE-ONE-RTN THRU RATE-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-CNT
               IF RT-DUE-CNT(RT-IDX) > 0
                   COMPUTE RT-RATE(RT-IDX) ROUNDED =
                       RT-ONTIME-CNT(RT-IDX) / RT-DUE-CNT(RT-IDX)
               END-IF
           END-PERFORM.
       RATE-BUILD-END.
           EXIT.

       RATE-ONE-RTN.
           IF INS-SNO NOT = PREV-SNO-WS OR INS-TERM NOT = PREV-TERM-WS
               PERFORM STUDENT-CHG-RTN THRU STUDENT-CHG-END
               MOVE INS-SNO TO MARK-SNO-WS
               PERFORM MARK-PLAN-RTN THRU MARK-PLAN-END
           END-IF.
           ADD INS-AMT-DUE TO CUM-DUE-WS.
           IF ARL-FOUND = "Y" AND INS-DUE-DATE < RUN-DATE-WS
                   AND ARL-STATUS NOT = "V" AND ARL-STATUS NOT = "R"
               PERFORM RATE-FIND-RTN THRU RATE-FIND-END
               IF RT-IDX > 0
                   ADD 1 TO RT-DUE-CNT(RT-IDX)
                   MOVE 0 TO CUM-PAID-WS
                   PERFORM VARYING ORT-IDX FROM 1 BY 1
                           UNTIL ORT-IDX > ORT-CNT
                       IF ORT-SNO(ORT-IDX) = INS-SNO
                           AND ORT-DATE(ORT-IDX)
                               NOT LESS THAN ARL-ASSESS-DATE
                           AND ORT-DATE(ORT-IDX)
                               NOT GREATER THAN INS-DUE-DATE
                           ADD ORT-AMT(ORT-IDX) TO CUM-PAID-WS
                       END-IF
                   END-PERFORM
                   IF CUM-PAID-WS NOT LESS THAN CUM-DUE-WS
                       ADD 1 TO RT-ONTIME-CNT(RT-IDX)
                   END-IF
               END-IF
           END-IF.
       RATE-ONE-END.
           EXIT.

       BUCKET-ADD-RTN.
           COMPUTE DATE-INT-WS = FUNCTION INTEGER-OF-DATE(DATE-WS).
           IF DATE-INT-WS < WK1-START-INT
               MOVE 1 TO BKT-NO
           ELSE
               COMPUTE WK-NO-WS = (DATE-INT-WS - WK1-START-INT) / 7
               ADD 1 TO WK-NO-WS
               IF WK-NO-WS > WEEKS-IN
                   COMPUTE BKT-NO = WEEKS-IN + 2
               ELSE
                   COMPUTE BKT-NO = WK-NO-WS + 1
               END-IF
           END-IF.
           PERFORM RATE-FIND-RTN THRU RATE-FIND-END.
           IF RT-IDX > 0
               MOVE RT-RATE(RT-IDX) TO RATE-WS
           ELSE
               MOVE 1 TO RATE-WS
           END-IF.
           COMPUTE EXPECT-WS ROUNDED = OPEN-AMT-WS * RATE-WS.
           ADD EXPECT-WS TO BKT-EXPECT(BKT-NO).
       BUCKET-ADD-END.
           EXIT.

       INST-PROJ-RTN.
           IF INS-OPENED = "Y"
               MOVE "N" TO INS-EOF
               MOVE 0 TO PREV-SNO-WS
               MOVE SPACES TO PREV-TERM-WS
               MOVE ZEROS TO INS-SNO
               MOVE SPACES TO INS-TERM
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
                           PERFORM INST-PROJ-ONE-RTN
                               THRU INST-PROJ-ONE-END
                   END-READ
               END-PERFORM
           END-IF.
       INST-PROJ-END.
           EXIT.

       INST-PROJ-ONE-RTN.
           IF INS-SNO NOT = PREV-SNO-WS OR INS-TERM NOT = PREV-TERM-WS
               PERFORM STUDENT-CHG-RTN THRU STUDENT-CHG-END
           END-IF.
           IF ARL-FOUND = "Y" AND ARL-STATUS = "O"
                   AND INS-STATUS = "O"
               COMPUTE OPEN-AMT-WS = INS-AMT-DUE - INS-AMT-PAID
               IF OPEN-AMT-WS > 0
                   MOVE INS-DUE-DATE TO DATE-WS
                   PERFORM BUCKET-ADD-RTN THRU BUCKET-ADD-END
                   ADD OPEN-AMT-WS TO BKT-INST(BKT-NO)
               END-IF
           END-IF.
       INST-PROJ-ONE-END.
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

       PN-PROJ-RTN.
           IF PN-OPENED = "Y"
               MOVE "N" TO PN-EOF
               MOVE ZEROS TO PN-SNO
               MOVE SPACES TO PN-TERM
               START PROM-NOTE KEY IS NOT LESS THAN PN-KEY
                   INVALID KEY
                       MOVE "Y" TO PN-EOF
               END-START
               PERFORM UNTIL PN-EOF = "Y"
                   READ PROM-NOTE NEXT RECORD
                       AT END
                           MOVE "Y" TO PN-EOF
                       NOT AT END
                           IF PN-STATUS = "O" OR PN-STATUS = "B"
                               PERFORM PN-PROJ-ONE-RTN
                                   THRU PN-PROJ-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       PN-PROJ-END.
           EXIT.

       PN-PROJ-ONE-RTN.
           MOVE PN-SNO TO ARL-SNO.
           MOVE PN-TERM TO ARL-TERM.
           READ AR-LEDGER
               INVALID KEY
                   MOVE "N" TO ARL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ARL-FOUND
           END-READ.
           IF ARL-FOUND = "Y" AND ARL-STATUS = "O"
                   AND ARL-PAY-METHOD = "L"
               PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END
               COMPUTE OPEN-AMT-WS =
                   ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-WS
               IF OPEN-AMT-WS > 0
                   IF PN-STATUS = "B"
                           OR PN-PROMISE-DATE < RUN-DATE-WS
                       ADD 1 TO BROKEN-CNT
                       ADD OPEN-AMT-WS TO BROKEN-AMT
                   ELSE
                       MOVE PN-SNO TO MARK-SNO-WS
                       PERFORM MARK-PLAN-RTN THRU MARK-PLAN-END
                       MOVE PN-PROMISE-DATE TO DATE-WS
                       PERFORM BUCKET-ADD-RTN THRU BUCKET-ADD-END
                       ADD OPEN-AMT-WS TO BKT-PN(BKT-NO)
                   END-IF
               END-IF
           END-IF.
       PN-PROJ-ONE-END.
           EXIT.

       AR-SCAN-RTN.
           MOVE "N" TO ARL-EOF.
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
                       IF ARL-STATUS = "O"
                           PERFORM AR-SCAN-ONE-RTN THRU AR-SCAN-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
       AR-SCAN-END.
           EXIT.

       AR-SCAN-ONE-RTN.
           PERFORM SPN-OPEN-RTN THRU SPN-OPEN-END.
           ADD SPN-OPEN-WS TO SPN-RCV-AMT.
           IF ARL-PAY-METHOD NOT = "I" AND ARL-PAY-METHOD NOT = "L"
               COMPUTE OPEN-AMT-WS =
                   ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-WS
               IF OPEN-AMT-WS > 0
                   ADD 1 TO UNSCHED-CNT
                   ADD OPEN-AMT-WS TO UNSCHED-AMT
               END-IF
           ELSE
               IF ARL-PAY-METHOD = "L"
                   MOVE "N" TO PN-OPEN-FLAG
                   IF PN-OPENED = "Y"
                       MOVE ARL-SNO TO PN-SNO
                       MOVE ARL-TERM TO PN-TERM
                       READ PROM-NOTE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PN-STATUS = "O" OR PN-STATUS = "B"
                                   MOVE "Y" TO PN-OPEN-FLAG
                               END-IF
                       END-READ
                   END-IF
                   IF PN-OPEN-FLAG = "N"
                       COMPUTE OPEN-AMT-WS =
                           ARL-ASSESS-AMT - ARL-PAID-AMT - SPN-OPEN-WS
                       IF OPEN-AMT-WS > 0
                           ADD 1 TO UNSCHED-CNT
                           ADD OPEN-AMT-WS TO UNSCHED-AMT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       AR-SCAN-ONE-END.
           EXIT.

       RATE-PRINT-RTN.
           MOVE RUN-DATE-WS TO RNHD-DATE.
           MOVE WEEKS-IN TO RNHD-WEEKS.
           WRITE OUTREC FROM RUN-HD-REC AFTER ADVANCING 2 LINES.
           MOVE "ON-TIME PAYMENT RATE BY COURSE" TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM RT-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-CNT
               MOVE RT-C-NAME(RT-IDX) TO RTLN-C-NAME
               MOVE RT-DUE-CNT(RT-IDX) TO RTLN-DUE-CNT
               MOVE RT-ONTIME-CNT(RT-IDX) TO RTLN-ONTIME-CNT
               COMPUTE RTLN-RATE = RT-RATE(RT-IDX) * 100
               IF RT-DUE-CNT(RT-IDX) = 0
                   MOVE "NO HISTORY" TO RTLN-NOTE
               ELSE
                   MOVE SPACES TO RTLN-NOTE
               END-IF
               WRITE OUTREC FROM RT-LINE-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
       RATE-PRINT-END.
           EXIT.

       WEEK-PRINT-RTN.
           MOVE "PROJECTED COLLECTIONS BY WEEK" TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM WK-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE "Overdue" TO WKLN-LABEL.
           MOVE 1 TO BKT-NO.
           PERFORM WEEK-LINE-RTN THRU WEEK-LINE-END.
           PERFORM VARYING BKT-NO FROM 2 BY 1
                   UNTIL BKT-NO > WEEKS-IN + 1
               MOVE SPACES TO WKLN-LABEL
               COMPUTE WKLN-NO = BKT-NO - 1
               MOVE BKT-START(BKT-NO) TO WKLN-FROM
               MOVE BKT-END(BKT-NO) TO WKLN-TO
               PERFORM WEEK-LINE-RTN THRU WEEK-LINE-END
           END-PERFORM.
           MOVE "Later" TO WKLN-LABEL.
           COMPUTE BKT-NO = WEEKS-IN + 2.
           PERFORM WEEK-LINE-RTN THRU WEEK-LINE-END.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Total" TO WKLN-LABEL.
           MOVE TOT-INST TO WKLN-INST.
           MOVE TOT-PN TO WKLN-PN.
           COMPUTE GROSS-WS = TOT-INST + TOT-PN.
           MOVE GROSS-WS TO WKLN-GROSS.
           MOVE TOT-EXPECT TO WKLN-EXPECT.
           WRITE OUTREC FROM WK-LINE-REC AFTER ADVANCING 1 LINE.
       WEEK-PRINT-END.
           EXIT.

       WEEK-LINE-RTN.
           MOVE BKT-INST(BKT-NO) TO WKLN-INST.
           MOVE BKT-PN(BKT-NO) TO WKLN-PN.
           COMPUTE GROSS-WS = BKT-INST(BKT-NO) + BKT-PN(BKT-NO).
           MOVE GROSS-WS TO WKLN-GROSS.
           MOVE BKT-EXPECT(BKT-NO) TO WKLN-EXPECT.
           WRITE OUTREC FROM WK-LINE-REC AFTER ADVANCING 1 LINE.
           ADD BKT-INST(BKT-NO) TO TOT-INST.
           ADD BKT-PN(BKT-NO) TO TOT-PN.
           ADD BKT-EXPECT(BKT-NO) TO TOT-EXPECT.
       WEEK-LINE-END.
           EXIT.

       OTHER-PRINT-RTN.
           MOVE "OPEN BALANCES NOT PROJECTED" TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 3 LINES.
           MOVE "Accounts With No Schedule:" TO FCCNT-LABEL.
           MOVE UNSCHED-CNT TO FCCNT-CNT.
           WRITE OUTREC FROM FC-CNT-REC AFTER ADVANCING 2 LINES.
           MOVE "Unscheduled Student Balances:" TO FCTOT-LABEL.
           MOVE UNSCHED-AMT TO FCTOT-AMT.
           WRITE OUTREC FROM FC-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Broken Promissory Notes:" TO FCCNT-LABEL.
           MOVE BROKEN-CNT TO FCCNT-CNT.
           WRITE OUTREC FROM FC-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Balances Under Broken Notes:" TO FCTOT-LABEL.
           MOVE BROKEN-AMT TO FCTOT-AMT.
           WRITE OUTREC FROM FC-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Sponsor Receivables Outstanding:" TO FCTOT-LABEL.
           MOVE SPN-RCV-AMT TO FCTOT-AMT.
           WRITE OUTREC FROM FC-TOT-REC AFTER ADVANCING 1 LINE.
           IF ORT-OVFL-CNT > 0
               MOVE "OR Entries Not Loaded (Overflow):" TO FCCNT-LABEL
               MOVE ORT-OVFL-CNT TO FCCNT-CNT
               WRITE OUTREC FROM FC-CNT-REC AFTER ADVANCING 1 LINE
           END-IF.
       OTHER-PRINT-END.
           EXIT.

       ENDORSE-PRINT-RTN.
           MOVE "ENDORSED TO COLLECTION AGENCIES (NOT PROJECTED)"
               TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 3 LINES.
           WRITE OUTREC FROM EN-COLHD-REC AFTER ADVANCING 2 LINES.
           IF EN-OPENED = "Y"
               MOVE ZEROS TO EN-SNO
               MOVE SPACES TO EN-TERM
               START ENDORSE-FILE KEY IS NOT LESS THAN EN-KEY
                   INVALID KEY
                       MOVE "Y" TO EN-EOF
               END-START
               PERFORM UNTIL EN-EOF = "Y"
                   READ ENDORSE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO EN-EOF
                       NOT AT END
                           IF EN-STATUS = "E"
                               MOVE EN-SNO TO ENLN-SNO
                               MOVE EN-TERM TO ENLN-TERM
                               MOVE EN-AGENCY TO ENLN-AGENCY
                               MOVE EN-DATE TO ENLN-DATE
                               MOVE EN-OPEN-AMT TO ENLN-AMT
                               WRITE OUTREC FROM EN-LINE-REC
                                   AFTER ADVANCING 1 LINE
                               ADD 1 TO EN-TOT-CNT
                               ADD EN-OPEN-AMT TO EN-TOT-AMT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Accounts Endorsed:" TO FCCNT-LABEL.
           MOVE EN-TOT-CNT TO FCCNT-CNT.
           WRITE OUTREC FROM FC-CNT-REC AFTER ADVANCING 1 LINE.
           MOVE "Total Endorsed Balances:" TO FCTOT-LABEL.
           MOVE EN-TOT-AMT TO FCTOT-AMT.
           WRITE OUTREC FROM FC-TOT-REC AFTER ADVANCING 1 LINE.
       ENDORSE-PRINT-END.
           EXIT.

       FC-SAVE-RTN.
           PERFORM VARYING BKT-NO FROM 2 BY 1
                   UNTIL BKT-NO > WEEKS-IN + 1
               MOVE BKT-START(BKT-NO) TO FC-WEEK-START
               MOVE BKT-END(BKT-NO) TO FC-WEEK-END
               MOVE RUN-DATE-WS TO FC-RUN-DATE
               COMPUTE FC-GROSS = BKT-INST(BKT-NO) + BKT-PN(BKT-NO)
               MOVE BKT-EXPECT(BKT-NO) TO FC-EXPECTED
               IF FC-WEEK-START > RUN-DATE-WS
                   WRITE FORECAST-REC
                       INVALID KEY
                           REWRITE FORECAST-REC
                   END-WRITE
               ELSE
                   WRITE FORECAST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
       FC-SAVE-END.
           EXIT.

       COMPARE-RTN.
           OPEN OUTPUT COMPARE-FILE.
           WRITE COMPARE-REC FROM HD01-REC.
           MOVE "FORECAST ACCURACY - PROJECTED VS ACTUAL" TO SECT-TITLE.
           WRITE COMPARE-REC FROM SECT-TITLE-REC.
           MOVE RUN-DATE-WS TO RNHD-DATE.
           MOVE WEEKS-IN TO RNHD-WEEKS.
           WRITE COMPARE-REC FROM RUN-HD-REC.
           WRITE COMPARE-REC FROM SPACER.
           WRITE COMPARE-REC FROM CMP-HD-REC.
           MOVE "N" TO FC-EOF.
           MOVE ZEROS TO FC-WEEK-START.
           START FORECAST-FILE KEY IS NOT LESS THAN FC-WEEK-START
               INVALID KEY
                   MOVE "Y" TO FC-EOF
           END-START.
           PERFORM UNTIL FC-EOF = "Y"
               READ FORECAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO FC-EOF
                   NOT AT END
                       IF FC-WEEK-END < RUN-DATE-WS
                           PERFORM COMPARE-ONE-RTN
                               THRU COMPARE-ONE-END
                       ELSE
                           MOVE "Y" TO FC-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPARE-FILE.
       COMPARE-END.
           EXIT.

       COMPARE-ONE-RTN.
           MOVE 0 TO ACTUAL-WS.
           PERFORM VARYING ORT-IDX FROM 1 BY 1 UNTIL ORT-IDX > ORT-CNT
               IF ORT-PLAN(ORT-IDX) = "Y"
                   AND ORT-DATE(ORT-IDX) NOT LESS THAN FC-WEEK-START
                   AND ORT-DATE(ORT-IDX) NOT GREATER THAN FC-WEEK-END
                   ADD ORT-AMT(ORT-IDX) TO ACTUAL-WS
               END-IF
           END-PERFORM.
           COMPUTE VAR-WS = ACTUAL-WS - FC-EXPECTED.
           IF FC-EXPECTED > 0
               COMPUTE PCT-WS ROUNDED = ACTUAL-WS / FC-EXPECTED * 100
                   ON SIZE ERROR
                       MOVE 999.9 TO PCT-WS
               END-COMPUTE
           ELSE
               MOVE 0 TO PCT-WS
           END-IF.
           MOVE FC-WEEK-START TO CMLN-FROM.
           MOVE FC-WEEK-END TO CMLN-TO.
           MOVE FC-EXPECTED TO CMLN-PROJ.
           MOVE ACTUAL-WS TO CMLN-ACTUAL.
           MOVE VAR-WS TO CMLN-VAR.
           MOVE PCT-WS TO CMLN-PCT.
           WRITE COMPARE-REC FROM CMP-LINE-REC.
           ADD 1 TO CMP-CNT.
       COMPARE-ONE-END.
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
           IF EN-OPENED = "Y"
               CLOSE ENDORSE-FILE
           END-IF.
           IF SL-OPENED = "Y"
               CLOSE SPONSOR-LINK
           END-IF.
           CLOSE FORECAST-FILE.
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
