       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4S.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile31.txt".
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
           SELECT SURCHARGE-FILE ASSIGN TO "C:\dos\cobol\surchg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SC-FILE-STATUS.
           SELECT SURCH-PARM-FILE ASSIGN TO "C:\dos\cobol\surchprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT BIZ-CAL-FILE ASSIGN TO "C:\dos\cobol\bizcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
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
       FD SURCH-PARM-FILE.
       01 SURCH-PARM-REC.
           05 SP-RATE PIC X(6).
           05 FILLER PIC X(1).
           05 SP-DUE-DAYS PIC X(2).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       FD BIZ-CAL-FILE.
       01 BIZ-CAL-REC.
           05 BC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 BC-TYPE PIC X.
           05 FILLER PIC X(1).
           05 BC-DESC PIC X(20).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(25) VALUE
               "BROWNOUT ELECTRIC COMPANY".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(31) VALUE
               "LATE PAYMENT SURCHARGE REGISTER".
           05 FILLER PIC X(25) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD3-RUN-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE "   Rate Applied:".
           05 HD3-RATE PIC Z9.99.
           05 FILLER PIC X(1) VALUE "%".
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 SUR-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Customer Name".
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Period".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Due Date".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Amount Open".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Surcharge".
       01 SUR-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SURLN-ACC-NO PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SURLN-NAME PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SURLN-PERIOD PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SURLN-DUE PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 SURLN-OPEN PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SURLN-AMT PIC ZZZ,ZZ9.99.
       01 SUR-TOT-REC.
           05 FILLER PIC X(22) VALUE "Surcharges Assessed:  ".
           05 SURTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Amount:  ".
           05 SURTOT-AMT PIC Z,ZZZ,ZZ9.99.
       01 SUR-SKIP-REC.
           05 FILLER PIC X(22) VALUE "Already Surcharged:   ".
           05 SURSKP-CNT PIC ZZZ9.
       01 SUR-DUP-REC.
           05 FILLER PIC X(22) VALUE "Duplicates Rejected:  ".
           05 SURDUP-CNT PIC ZZZ9.

       01 SURCH-WS.
           05 SURCH-RATE PIC 9V9999 VALUE 0.
           05 SURCH-RATE-PCT PIC 99V99.
           05 DUE-DAYS PIC 99 VALUE 15.
           05 OPEN-AMT-WS PIC 9(7)V99.
           05 SURCH-AMT-WS PIC 9(7)V99.
           05 DUE-INT-WS PIC 9(7).
           05 DUE-DATE-WS PIC 9(8).
           05 SUR-CNT PIC 9(4) VALUE 0.
           05 SUR-TOT PIC 9(7)V99 VALUE 0.
           05 SKIP-CNT PIC 9(4) VALUE 0.
           05 DUP-CNT PIC 9(4) VALUE 0.
           05 LAST-ACC-WS PIC X(10) VALUE SPACES.
           05 LAST-NAME-WS PIC X(25) VALUE SPACES.

       01 BIZ-CAL-WS.
           05 BCT-CNT PIC 9(3) VALUE 0.
           05 BCT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON BCT-CNT
                   INDEXED BY BCT-IDX.
               10 BCT-DATE PIC 9(8).
               10 BCT-TYPE PIC X.

       01 INIT-FLAGS.
           05 CM-STATUS PIC XX.
           05 EB-FILE-STATUS PIC XX.
           05 SC-FILE-STATUS PIC XX.
           05 SP-FILE-STATUS PIC XX.
           05 EB-EOF PIC X VALUE "N".
           05 RUN-OK PIC X VALUE "Y".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 RUN-DATE-INT PIC 9(7).

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           OPEN OUTPUT OUTFILE.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           PERFORM LOAD-PARM-RTN THRU LOAD-PARM-END.
           OPEN INPUT CUST-MASTER.
           IF CM-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Customer Master File Not Found - Run Aborted"
               MOVE "N" TO RUN-OK
           END-IF.
           OPEN INPUT ELEC-BILL-FILE.
           IF EB-FILE-STATUS NOT = "00"
               DISPLAY (5, 1)
                   "Electric Bill File Not Found - Run Aborted"
               MOVE "N" TO RUN-OK
           END-IF.
           OPEN I-O SURCHARGE-FILE.
           IF SC-FILE-STATUS = "35"
               OPEN OUTPUT SURCHARGE-FILE
               CLOSE SURCHARGE-FILE
               OPEN I-O SURCHARGE-FILE
           END-IF.

           IF RUN-OK = "Y"
               PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END
               PERFORM ASSESS-RTN THRU ASSESS-END
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       LOAD-PARM-RTN.
           OPEN INPUT SURCH-PARM-FILE.
           IF SP-FILE-STATUS = "00"
               READ SURCH-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(SP-RATE) TO SURCH-RATE
                       IF FUNCTION NUMVAL(SP-DUE-DAYS) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(SP-DUE-DAYS)
                               TO DUE-DAYS
                       END-IF
               END-READ
               CLOSE SURCH-PARM-FILE
           END-IF.
           IF SURCH-RATE = 0
               DISPLAY (4, 1)
                   "Surcharge Rate Not Found Or Zero - Run Aborted"
               MOVE "N" TO RUN-OK
           END-IF.
       LOAD-PARM-END.
           EXIT.

       INIT-PRINT-RTN.
           MOVE RUN-DATE-WS TO HD3-RUN-DATE.
           COMPUTE SURCH-RATE-PCT = SURCH-RATE * 100.
           MOVE SURCH-RATE-PCT TO HD3-RATE.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SUR-COLHD-REC AFTER ADVANCING 2 LINES.
       INIT-PRINT-END.
           EXIT.

       ASSESS-RTN.
           MOVE "N" TO EB-EOF.
           MOVE SPACES TO EB-ACC-NO.
           MOVE 0 TO EB-PERIOD.
           START ELEC-BILL-FILE KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE "Y" TO EB-EOF
           END-START.
           PERFORM UNTIL EB-EOF = "Y"
               READ ELEC-BILL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EB-EOF
                   NOT AT END
                       IF EB-STATUS = "O" OR EB-STATUS = "E"
                           PERFORM ASSESS-ONE-RTN THRU ASSESS-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SUR-CNT TO SURTOT-CNT.
           MOVE SUR-TOT TO SURTOT-AMT.
           MOVE SKIP-CNT TO SURSKP-CNT.
           MOVE DUP-CNT TO SURDUP-CNT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SUR-TOT-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SUR-SKIP-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SUR-DUP-REC AFTER ADVANCING 1 LINE.
           DISPLAY (4, 1) "Surcharges Assessed: ".
           DISPLAY (4, 40) SURTOT-CNT.
           DISPLAY (5, 1) "Total Surcharge Amount: ".
           DISPLAY (5, 40) SURTOT-AMT.
       ASSESS-END.
           EXIT.

       ASSESS-ONE-RTN.
           COMPUTE OPEN-AMT-WS = EB-BILL-AMT - EB-PAID-AMT.
           COMPUTE DUE-INT-WS =
               FUNCTION INTEGER-OF-DATE(EB-BILL-DATE) + DUE-DAYS.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(DUE-INT-WS).
           PERFORM BIZ-ROLL-RTN THRU BIZ-ROLL-END.
           COMPUTE DUE-INT-WS = FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS).
           IF OPEN-AMT-WS GREATER THAN 0
                   AND RUN-DATE-INT GREATER THAN DUE-INT-WS
               MOVE EB-ACC-NO TO SC-ACC-NO
               MOVE EB-PERIOD TO SC-PERIOD
               READ SURCHARGE-FILE
                   INVALID KEY
                       PERFORM SURCH-WRITE-RTN THRU SURCH-WRITE-END
                   NOT INVALID KEY
                       ADD 1 TO SKIP-CNT
               END-READ
           END-IF.
       ASSESS-ONE-END.
           EXIT.

       SURCH-WRITE-RTN.
           COMPUTE SURCH-AMT-WS ROUNDED = OPEN-AMT-WS * SURCH-RATE.
           IF SURCH-AMT-WS GREATER THAN 0
               MOVE EB-ACC-NO TO SC-ACC-NO
               MOVE EB-PERIOD TO SC-PERIOD
               MOVE RUN-DATE-WS TO SC-ASSESS-DATE
               MOVE OPEN-AMT-WS TO SC-BASE-AMT
               MOVE SURCH-RATE TO SC-RATE
               MOVE SURCH-AMT-WS TO SC-AMOUNT
               MOVE 0 TO SC-PAID-AMT
               MOVE "O" TO SC-STATUS
               WRITE SURCHARGE-REC
                   INVALID KEY
                       ADD 1 TO DUP-CNT
                   NOT INVALID KEY
                       ADD 1 TO SUR-CNT
                       ADD SURCH-AMT-WS TO SUR-TOT
                       PERFORM SURCH-PRINT-RTN THRU SURCH-PRINT-END
               END-WRITE
           END-IF.
       SURCH-WRITE-END.
           EXIT.

       SURCH-PRINT-RTN.
           IF EB-ACC-NO NOT = LAST-ACC-WS
               MOVE EB-ACC-NO TO LAST-ACC-WS
               MOVE EB-ACC-NO TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-CUS-NAM
               END-READ
               MOVE CM-CUS-NAM TO LAST-NAME-WS
           END-IF.
           COMPUTE DUE-DATE-WS = FUNCTION DATE-OF-INTEGER(DUE-INT-WS).
           MOVE EB-ACC-NO TO SURLN-ACC-NO.
           MOVE LAST-NAME-WS TO SURLN-NAME.
           MOVE EB-PERIOD TO SURLN-PERIOD.
           MOVE DUE-DATE-WS TO SURLN-DUE.
           MOVE OPEN-AMT-WS TO SURLN-OPEN.
           MOVE SURCH-AMT-WS TO SURLN-AMT.
           WRITE OUTREC FROM SUR-LINE-REC AFTER ADVANCING 1 LINE.
       SURCH-PRINT-END.
           EXIT.

       FINISH-RTN.
           CLOSE OUTFILE.
           CLOSE CUST-MASTER.
           CLOSE ELEC-BILL-FILE.
           CLOSE SURCHARGE-FILE.
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

       LOAD-BIZ-CAL-RTN.
           OPEN INPUT BIZ-CAL-FILE.
           IF BC-FILE-STATUS = "00"
               PERFORM UNTIL BC-EOF = "Y"
                   READ BIZ-CAL-FILE
                       AT END
                           MOVE "Y" TO BC-EOF
                       NOT AT END
                           IF BCT-CNT LESS THAN 400
                               ADD 1 TO BCT-CNT
                               MOVE BC-DATE TO BCT-DATE(BCT-CNT)
                               MOVE BC-TYPE TO BCT-TYPE(BCT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIZ-CAL-FILE
           END-IF.
       LOAD-BIZ-CAL-END.
           EXIT.

       BIZ-DAY-CHK-RTN.
           COMPUTE BIZ-INT-WS = FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS).
           COMPUTE BIZ-DOW = FUNCTION MOD(BIZ-INT-WS, 7).
           IF BIZ-DOW = 0 OR BIZ-DOW = 6
               MOVE "N" TO BIZ-DAY-FLAG
           ELSE
               MOVE "Y" TO BIZ-DAY-FLAG
           END-IF.
           SET BCT-IDX TO 1.
           SEARCH BCT-ENTRY
               AT END
                   CONTINUE
               WHEN BCT-DATE(BCT-IDX) = BIZ-DATE-WS
                   IF BCT-TYPE(BCT-IDX) = "W"
                       MOVE "Y" TO BIZ-DAY-FLAG
                   ELSE
                       MOVE "N" TO BIZ-DAY-FLAG
                   END-IF
           END-SEARCH.
       BIZ-DAY-CHK-END.
           EXIT.

       BIZ-ROLL-RTN.
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
           PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END
               UNTIL BIZ-DAY-FLAG = "Y".
       BIZ-ROLL-END.
           EXIT.

       BIZ-NEXT-DAY-RTN.
           COMPUTE BIZ-DATE-WS = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BIZ-DATE-WS) + 1).
           PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END.
       BIZ-NEXT-DAY-END.
           EXIT.
