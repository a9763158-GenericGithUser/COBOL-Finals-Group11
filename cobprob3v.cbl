       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB3V.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile45.txt".
           SELECT BRANCH-MASTER ASSIGN TO "C:\dos\cobol\brmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-COD
               FILE STATUS IS BRM-FILE-STATUS.
           SELECT VAULT-LEDGER ASSIGN TO "C:\dos\cobol\vaultlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VL-FILE-STATUS.
           SELECT DRAWER-FILE ASSIGN TO "C:\dos\cobol\drawer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-FILE-STATUS.
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
       FD BRANCH-MASTER.
       01 BRANCH-MAST-REC.
           05 BRM-COD PIC X(3).
           05 BRM-NAME PIC X(15).
           05 BRM-INS-LIMIT PIC 9(11)V99.
           05 BRM-VAULT-BAL PIC S9(11)V99.
           05 BRM-STATUS PIC X.
           05 BRM-LAST-TXN PIC 9(8).
       FD VAULT-LEDGER.
       01 VAULT-LEDGER-REC.
           05 VL-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-BR-COD PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-TYPE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-TELLER PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-AMOUNT PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-VAULT-BAL PIC X(18).
           05 FILLER PIC X(1) VALUE SPACES.
           05 VL-APPR-ID PIC X(5).
       FD DRAWER-FILE.
       01 DRAWER-REC.
           05 DW-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DW-TELLER PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DW-DEP PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DW-WD PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DW-COUNTED PIC X(14).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DW-OVERSHORT PIC X(15).
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
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(26) VALUE
               "Branch Vault Cash Position".
           05 FILLER PIC X(27) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 BR-DFLT-WS.
           05 FILLER PIC X(18) VALUE "PARParanaque      ".
           05 FILLER PIC X(18) VALUE "PASPasay          ".
           05 FILLER PIC X(18) VALUE "MANMandaluyong    ".
           05 FILLER PIC X(18) VALUE "SMESta. Mesa      ".
           05 FILLER PIC X(18) VALUE "SJASan Juan       ".
       01 BR-DFLT-TBL REDEFINES BR-DFLT-WS.
           05 BRD-ENTRY OCCURS 5 TIMES INDEXED BY BRD-IDX.
               10 BRD-COD PIC X(3).
               10 BRD-NAME PIC X(15).

       01 BM-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Branch".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Name".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Status".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Insured Limit".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Vault Cash".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Action".
       01 BM-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BMLN-COD PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 BMLN-NAME PIC X(15).
           05 FILLER PIC X(4) VALUE SPACES.
           05 BMLN-STATUS PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 BMLN-LIMIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 BMLN-VAULT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BMLN-ACTION PIC X(8).

       01 VT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Branch".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Transaction".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Teller".
           05 FILLER PIC X(11) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Amount".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Vault Cash".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Approved".
       01 VT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTLN-BR-COD PIC X(3).
           05 FILLER PIC X(5) VALUE SPACES.
           05 VTLN-TYPE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTLN-TELLER PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 VTLN-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 VTLN-VAULT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 VTLN-APPR PIC X(5).

       01 POS-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "Branch Cash Position For Date:   ".
           05 POSHD-DATE PIC 9(8).
       01 POS-BR-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Branch: ".
           05 POSBR-COD PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POSBR-NAME PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POSBR-FLAG PIC X(30).
       01 POS-AMT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 POSAM-LABEL PIC X(30).
           05 POSAM-AMT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 POS-TLR-HD-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Teller".
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "From Vault".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "Returned Vault".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Ending Drawer".
       01 POS-TLR-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 POSTL-TELLER PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 POSTL-REQ PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 POSTL-RTN PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 POSTL-DRAWER PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 POSTL-REMARK PIC X(16).
       01 POS-TOT-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Branches Reported:  ".
           05 POSTOT-BR-CNT PIC ZZ9.
           05 FILLER PIC X(25) VALUE
               "   Above Insured Limit:  ".
           05 POSTOT-OVER-CNT PIC ZZ9.

       01 OPER-TABLE-WS.
           05 OPT-CNT PIC 99 VALUE 0.
           05 OPT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON OPT-CNT
                   INDEXED BY OPT-IDX.
               10 OPT-ID PIC X(5).
               10 OPT-NAME PIC X(20).
               10 OPT-SUPV PIC X.

       01 POS-BR-WS.
           05 PB-CNT PIC 99 VALUE 0.
           05 PB-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON PB-CNT
                   INDEXED BY PB-IDX.
               10 PB-COD PIC X(3).
               10 PB-NAME PIC X(15).
               10 PB-LIMIT PIC 9(11)V99.
               10 PB-OPEN PIC S9(11)V99.
               10 PB-HO-IN PIC 9(11)V99.
               10 PB-HO-OUT PIC 9(11)V99.
               10 PB-REQ PIC 9(11)V99.
               10 PB-RTN PIC 9(11)V99.
               10 PB-CLOSE PIC S9(11)V99.

       01 POS-TLR-WS.
           05 PT-CNT PIC 9(3) VALUE 0.
           05 PT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON PT-CNT
                   INDEXED BY PT-IDX.
               10 PT-TELLER PIC X(5).
               10 PT-BR-COD PIC X(3).
               10 PT-REQ PIC 9(11)V99.
               10 PT-RTN PIC 9(11)V99.
               10 PT-DRAWER PIC 9(11)V99.
               10 PT-BALANCED PIC X.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 BLANK-OK PIC X VALUE "N".
           05 BRM-FILE-STATUS PIC XX.
           05 BRM-FOUND PIC X.
           05 BRM-EOF PIC X VALUE "N".
           05 VL-FILE-STATUS PIC XX.
           05 VL-EOF PIC X VALUE "N".
           05 DW-FILE-STATUS PIC XX.
           05 DW-EOF PIC X VALUE "N".
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB3V".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 CUR-TIMESTAMP PIC X(21).
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 POS-DATE-IN PIC 9(8).
           05 OPER-ID-IN PIC X(5).
           05 BR-COD-IN PIC X(3).
           05 BR-NAME-IN PIC X(15).
           05 BR-LIMIT-IN PIC X(16).
           05 BR-LIMIT-ACT PIC 9(11)V99.
           05 BR-STATUS-IN PIC X.
           05 VT-TYPE-IN PIC X.
           05 VT-TYPE-NAME PIC X(12).
           05 VT-TELLER-IN PIC X(5).
           05 VT-AMT-IN PIC X(14).
           05 VT-AMT-ACT PIC 9(9)V99.
           05 VT-NEW-BAL PIC S9(11)V99.
           05 SUPV-ID-IN PIC X(5).
           05 SUPV-OK PIC X.
           05 SUPV-DECLINED PIC X.
           05 AMT-EDIT-WS PIC ZZZ,ZZZ,ZZ9.99.
           05 BAL-EDIT-WS PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 VL-AMT-WS PIC 9(11)V99.
           05 VL-BAL-WS PIC S9(11)V99.
           05 DW-COUNTED-WS PIC 9(11)V99.
           05 TLR-FOUND PIC X.
           05 TLR-KEY-WS PIC X(5).
           05 ACTION-CNT PIC 9(4) VALUE 0.
           05 POS-OVER-CNT PIC 9(3) VALUE 0.

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
           PERFORM OPEN-BRM-RTN THRU OPEN-BRM-END.
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES.
           DISPLAY (4, 1)
               "Run Mode (B=Branch/V=Vault Txn/P=Position Rpt): ".
           ACCEPT (4, 55) RUN-MODE-IN.
           DISPLAY (4, 55) RUN-MODE-IN.

           EVALUATE RUN-MODE-IN
               WHEN "B"
               WHEN "b"
                   WRITE OUTREC FROM BM-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM BRANCH-RTN THRU BRANCH-END
                       UNTIL CHK-ANS = 1
               WHEN "V"
               WHEN "v"
                   DISPLAY (5, 1) "Operator ID: "
                   PERFORM OPER-CHK-RTN THRU OPER-CHK-END
                   MOVE 0 TO VALID-FLAG
                   OPEN EXTEND VAULT-LEDGER
                   IF VL-FILE-STATUS NOT = "00"
                       OPEN OUTPUT VAULT-LEDGER
                   END-IF
                   WRITE OUTREC FROM VT-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM VAULT-RTN THRU VAULT-END
                       UNTIL CHK-ANS = 1
                   CLOSE VAULT-LEDGER
               WHEN OTHER
                   DISPLAY (5, 1) "Position Date (YYYYMMDD, 0=Today): "
                   MOVE 0 TO POS-DATE-IN
                   ACCEPT (5, 40) POS-DATE-IN
                   IF POS-DATE-IN = 0
                       MOVE RUN-DATE-WS TO POS-DATE-IN
                   END-IF
                   DISPLAY (5, 40) POS-DATE-IN
                   PERFORM POSITION-RTN THRU POSITION-END
                   DISPLAY (7, 1) "Cash Position Report Printed"
           END-EVALUATE.

           CLOSE BRANCH-MASTER.
           CLOSE OUTFILE.
           GOBACK.

       OPEN-BRM-RTN.
           OPEN I-O BRANCH-MASTER.
           IF BRM-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-MASTER
               PERFORM VARYING BRD-IDX FROM 1 BY 1 UNTIL BRD-IDX > 5
                   MOVE BRD-COD(BRD-IDX) TO BRM-COD
                   MOVE BRD-NAME(BRD-IDX) TO BRM-NAME
                   MOVE 2000000.00 TO BRM-INS-LIMIT
                   MOVE 0 TO BRM-VAULT-BAL
                   MOVE "A" TO BRM-STATUS
                   MOVE 0 TO BRM-LAST-TXN
                   WRITE BRANCH-MAST-REC
               END-PERFORM
               CLOSE BRANCH-MASTER
               OPEN I-O BRANCH-MASTER
           END-IF.
       OPEN-BRM-END.
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

       OPER-CHK-RTN.
           MOVE SPACES TO OPER-ID-IN.
           ACCEPT (5, 40) OPER-ID-IN.
           MOVE 0 TO VALID-FLAG.
           IF OPT-CNT > 0
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (5, 55) "Unknown Operator - Re-enter"
                   WHEN OPT-ID(OPT-IDX) = OPER-ID-IN
                       MOVE 1 TO VALID-FLAG
               END-SEARCH
           ELSE
               DISPLAY (5, 55) "Operator File Not Found     "
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (5, 40) OPER-ID-IN
               DISPLAY (5, 55) "                           "
           ELSE
               IF OPT-CNT > 0
                   PERFORM OPER-CHK-RTN THRU OPER-CHK-END
                       UNTIL VALID-FLAG = 1
               END-IF
           END-IF.
       OPER-CHK-END.
           EXIT.

       BRANCH-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Branch Code: ".
           PERFORM BR-COD-RTN THRU BR-COD-END.
           MOVE 0 TO VALID-FLAG.

           MOVE BR-COD-IN TO BRM-COD.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE "N" TO BRM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO BRM-FOUND
           END-READ.
           IF BRM-FOUND = "Y"
               PERFORM BRANCH-CHG-RTN THRU BRANCH-CHG-END
           ELSE
               PERFORM BRANCH-ADD-RTN THRU BRANCH-ADD-END
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       BRANCH-END.
           EXIT.

       BR-COD-RTN.
           MOVE SPACES TO BR-COD-IN.
           ACCEPT (5, 40) BR-COD-IN.
           MOVE FUNCTION UPPER-CASE(BR-COD-IN) TO BR-COD-IN.
           IF BR-COD-IN NOT = SPACES
               MOVE 1 TO VALID-FLAG
               DISPLAY (5, 40) BR-COD-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM BR-COD-RTN THRU BR-COD-END UNTIL VALID-FLAG = 1
           END-IF.
       BR-COD-END.
           EXIT.

       BRANCH-ADD-RTN.
           DISPLAY (5, 55) "New Branch".
           MOVE "N" TO BLANK-OK.
           DISPLAY (6, 1) "Branch Name: ".
           PERFORM BR-NAME-RTN THRU BR-NAME-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Insured Cash Limit: ".
           PERFORM BR-LIMIT-RTN THRU BR-LIMIT-END.
           MOVE 0 TO VALID-FLAG.

           MOVE BR-COD-IN TO BRM-COD.
           MOVE BR-NAME-IN TO BRM-NAME.
           MOVE BR-LIMIT-ACT TO BRM-INS-LIMIT.
           MOVE 0 TO BRM-VAULT-BAL.
           MOVE "A" TO BRM-STATUS.
           MOVE 0 TO BRM-LAST-TXN.
           WRITE BRANCH-MAST-REC
               INVALID KEY
                   DISPLAY (18, 1) "Branch Not Added - Duplicate Code"
               NOT INVALID KEY
                   MOVE "Added" TO BMLN-ACTION
                   PERFORM BRANCH-PRINT-RTN THRU BRANCH-PRINT-END
                   DISPLAY (18, 1) "Branch Added"
           END-WRITE.
       BRANCH-ADD-END.
           EXIT.

       BRANCH-CHG-RTN.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (17, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (6, 1) "Branch Name: ".
           DISPLAY (6, 40) BRM-NAME.
           PERFORM BR-NAME-RTN THRU BR-NAME-END.
           MOVE 0 TO VALID-FLAG.
           IF BR-NAME-IN NOT = SPACES
               MOVE BR-NAME-IN TO BRM-NAME
           END-IF.
           MOVE BRM-INS-LIMIT TO BAL-EDIT-WS.
           DISPLAY (7, 1) "Insured Cash Limit: ".
           DISPLAY (7, 55) BAL-EDIT-WS.
           PERFORM BR-LIMIT-RTN THRU BR-LIMIT-END.
           MOVE 0 TO VALID-FLAG.
           IF BR-LIMIT-IN NOT = SPACES
               MOVE BR-LIMIT-ACT TO BRM-INS-LIMIT
           END-IF.
           DISPLAY (8, 1) "Status (A=Active/C=Closed): ".
           DISPLAY (8, 55) BRM-STATUS.
           PERFORM BR-STATUS-RTN THRU BR-STATUS-END.
           MOVE 0 TO VALID-FLAG.
           IF BR-STATUS-IN = "C" AND BRM-VAULT-BAL NOT = 0
               DISPLAY (16, 1) "Vault Still Holds Cash - Not Closed"
           ELSE
               IF BR-STATUS-IN NOT = SPACES
                   MOVE BR-STATUS-IN TO BRM-STATUS
               END-IF
           END-IF.

           REWRITE BRANCH-MAST-REC.
           MOVE "Changed" TO BMLN-ACTION.
           PERFORM BRANCH-PRINT-RTN THRU BRANCH-PRINT-END.
           DISPLAY (18, 1) "Branch Updated".
       BRANCH-CHG-END.
           EXIT.

       BR-NAME-RTN.
           MOVE SPACES TO BR-NAME-IN.
           ACCEPT (6, 40) BR-NAME-IN.
           IF BR-NAME-IN = SPACES AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF BR-NAME-IN NOT = SPACES
                   DISPLAY (6, 40) BR-NAME-IN
               END-IF
           ELSE
               PERFORM BR-NAME-RTN THRU BR-NAME-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BR-NAME-END.
           EXIT.

       BR-LIMIT-RTN.
           MOVE SPACES TO BR-LIMIT-IN.
           ACCEPT (7, 40) BR-LIMIT-IN.
           IF BR-LIMIT-IN = SPACES
               IF BLANK-OK = "Y"
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(BR-LIMIT-IN) TO BR-LIMIT-ACT
               IF BR-LIMIT-ACT GREATER THAN 0
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.
           IF VALID-FLAG = 1
               IF BR-LIMIT-IN NOT = SPACES
                   MOVE BR-LIMIT-ACT TO BAL-EDIT-WS
                   DISPLAY (7, 40) BAL-EDIT-WS
               END-IF
           ELSE
               PERFORM BR-LIMIT-RTN THRU BR-LIMIT-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BR-LIMIT-END.
           EXIT.

       BR-STATUS-RTN.
           MOVE SPACES TO BR-STATUS-IN.
           ACCEPT (8, 40) BR-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(BR-STATUS-IN) TO BR-STATUS-IN.
           EVALUATE BR-STATUS-IN
               WHEN "A"
               WHEN "C"
               WHEN SPACES
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               IF BR-STATUS-IN NOT = SPACES
                   DISPLAY (8, 40) BR-STATUS-IN
               END-IF
           ELSE
               PERFORM BR-STATUS-RTN THRU BR-STATUS-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BR-STATUS-END.
           EXIT.

       BRANCH-PRINT-RTN.
           ADD 1 TO ACTION-CNT.
           MOVE BRM-COD TO BMLN-COD.
           MOVE BRM-NAME TO BMLN-NAME.
           MOVE BRM-STATUS TO BMLN-STATUS.
           MOVE BRM-INS-LIMIT TO BMLN-LIMIT.
           MOVE BRM-VAULT-BAL TO BMLN-VAULT.
           WRITE OUTREC FROM BM-LINE-REC AFTER ADVANCING 1 LINE.
       BRANCH-PRINT-END.
           EXIT.

       VAULT-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) HD03-REC.
           DISPLAY (5, 1) "Branch Code: ".
           PERFORM VT-BRANCH-RTN THRU VT-BRANCH-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1)
               "Type (R=Requisition/T=Teller Rtn/I=HO In/O=HO Out): ".
           PERFORM VT-TYPE-RTN THRU VT-TYPE-END.
           MOVE 0 TO VALID-FLAG.
           IF VT-TYPE-IN = "R" OR VT-TYPE-IN = "T"
               DISPLAY (8, 1) "Teller ID: "
               PERFORM VT-TELLER-RTN THRU VT-TELLER-END
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE OPER-ID-IN TO VT-TELLER-IN
           END-IF.
           DISPLAY (9, 1) "Amount: ".
           PERFORM VT-AMT-RTN THRU VT-AMT-END.
           MOVE 0 TO VALID-FLAG.

           IF VT-TYPE-IN = "R" OR VT-TYPE-IN = "O"
               COMPUTE VT-NEW-BAL = BRM-VAULT-BAL - VT-AMT-ACT
           ELSE
               COMPUTE VT-NEW-BAL = BRM-VAULT-BAL + VT-AMT-ACT
           END-IF.

           IF VT-NEW-BAL LESS THAN 0
               DISPLAY (12, 1) "Insufficient Vault Cash - Refused"
           ELSE
               MOVE "N" TO SUPV-OK
               MOVE "N" TO SUPV-DECLINED
               PERFORM SUPV-ASK-RTN THRU SUPV-ASK-END
                   UNTIL SUPV-OK = "Y"
               IF SUPV-DECLINED = "Y"
                   DISPLAY (12, 1) "Vault Transaction Declined"
               ELSE
                   PERFORM VT-POST-RTN THRU VT-POST-END
               END-IF
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       VAULT-END.
           EXIT.

       VT-BRANCH-RTN.
           MOVE SPACES TO BR-COD-IN.
           ACCEPT (5, 40) BR-COD-IN.
           MOVE FUNCTION UPPER-CASE(BR-COD-IN) TO BR-COD-IN.
           MOVE BR-COD-IN TO BRM-COD.
           READ BRANCH-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 55) "Unknown Branch - Re-enter"
               NOT INVALID KEY
                   IF BRM-STATUS NOT = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 55) "Branch Closed - Re-enter "
                   ELSE
                       MOVE 1 TO VALID-FLAG
                   END-IF
           END-READ.
           IF VALID-FLAG = 1
               DISPLAY (5, 40) BR-COD-IN
               DISPLAY (5, 55) "                         "
               DISPLAY (6, 1) "Vault Cash On Hand: "
               MOVE BRM-VAULT-BAL TO BAL-EDIT-WS
               DISPLAY (6, 40) BAL-EDIT-WS
           ELSE
               PERFORM VT-BRANCH-RTN THRU VT-BRANCH-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       VT-BRANCH-END.
           EXIT.

       VT-TYPE-RTN.
           MOVE SPACES TO VT-TYPE-IN.
           ACCEPT (7, 58) VT-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(VT-TYPE-IN) TO VT-TYPE-IN.
           EVALUATE VT-TYPE-IN
               WHEN "R"
                   MOVE "Requisition" TO VT-TYPE-NAME
                   MOVE 1 TO VALID-FLAG
               WHEN "T"
                   MOVE "Teller Rtn" TO VT-TYPE-NAME
                   MOVE 1 TO VALID-FLAG
               WHEN "I"
                   MOVE "HO Cash In" TO VT-TYPE-NAME
                   MOVE 1 TO VALID-FLAG
               WHEN "O"
                   MOVE "HO Cash Out" TO VT-TYPE-NAME
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (7, 58) VT-TYPE-IN
               DISPLAY (7, 62) VT-TYPE-NAME
           ELSE
               PERFORM VT-TYPE-RTN THRU VT-TYPE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       VT-TYPE-END.
           EXIT.

       VT-TELLER-RTN.
           MOVE SPACES TO VT-TELLER-IN.
           ACCEPT (8, 40) VT-TELLER-IN.
           MOVE 0 TO VALID-FLAG.
           IF OPT-CNT > 0
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (8, 55) "Unknown Teller - Re-enter"
                   WHEN OPT-ID(OPT-IDX) = VT-TELLER-IN
                       MOVE 1 TO VALID-FLAG
               END-SEARCH
           ELSE
               IF VT-TELLER-IN NOT = SPACES
                   MOVE 1 TO VALID-FLAG
               END-IF
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (8, 40) VT-TELLER-IN
               DISPLAY (8, 55) "                         "
           ELSE
               PERFORM VT-TELLER-RTN THRU VT-TELLER-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       VT-TELLER-END.
           EXIT.

       VT-AMT-RTN.
           MOVE SPACES TO VT-AMT-IN.
           ACCEPT (9, 40) VT-AMT-IN.
           MOVE FUNCTION NUMVAL(VT-AMT-IN) TO VT-AMT-ACT.
           IF VT-AMT-ACT GREATER THAN 0
               MOVE 1 TO VALID-FLAG
               MOVE VT-AMT-ACT TO AMT-EDIT-WS
               DISPLAY (9, 40) AMT-EDIT-WS
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM VT-AMT-RTN THRU VT-AMT-END UNTIL VALID-FLAG = 1
           END-IF.
       VT-AMT-END.
           EXIT.

       SUPV-ASK-RTN.
           DISPLAY (11, 1) "Supervisor ID (N=Decline): ".
           MOVE SPACES TO SUPV-ID-IN.
           ACCEPT (11, 40) SUPV-ID-IN.
           DISPLAY (11, 40) SUPV-ID-IN.
           IF SUPV-ID-IN = "N" OR SUPV-ID-IN = "n"
               MOVE "Y" TO SUPV-OK
               MOVE "Y" TO SUPV-DECLINED
               DISPLAY (11, 55) "Declined        "
           ELSE
           IF SUPV-ID-IN = VT-TELLER-IN OR SUPV-ID-IN = OPER-ID-IN
               DISPLAY (11, 55) "Must Be Another "
           ELSE
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (11, 55) "Unknown Operator"
                   WHEN OPT-ID(OPT-IDX) = SUPV-ID-IN
                       IF OPT-SUPV(OPT-IDX) = "Y"
                           MOVE SUPV-ID-IN TO SEC-OPER-WS
                           MOVE OPER-ID-IN TO SEC-BY-WS
                           PERFORM SUPV-PW-RTN THRU SUPV-PW-END
                           IF PW-OK = "Y"
                               MOVE "Y" TO SUPV-OK
                               DISPLAY (11, 55) "Approved        "
                           ELSE
                               DISPLAY (11, 55) SEC-MSG-WS
                           END-IF
                       ELSE
                           DISPLAY (11, 55) "Not Supervisor  "
                       END-IF
               END-SEARCH
           END-IF
           END-IF.
       SUPV-ASK-END.
           EXIT.

       VT-POST-RTN.
           MOVE VT-NEW-BAL TO BRM-VAULT-BAL.
           MOVE RUN-DATE-WS TO BRM-LAST-TXN.
           REWRITE BRANCH-MAST-REC.

           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE SPACES TO VAULT-LEDGER-REC.
           MOVE CUR-TIMESTAMP(1:8) TO VL-DATE.
           MOVE CUR-TIMESTAMP(9:6) TO VL-TIME.
           MOVE BR-COD-IN TO VL-BR-COD.
           MOVE VT-TYPE-NAME TO VL-TYPE.
           MOVE VT-TELLER-IN TO VL-TELLER.
           MOVE VT-AMT-ACT TO AMT-EDIT-WS.
           MOVE AMT-EDIT-WS TO VL-AMOUNT.
           MOVE VT-NEW-BAL TO BAL-EDIT-WS.
           MOVE BAL-EDIT-WS TO VL-VAULT-BAL.
           MOVE SUPV-ID-IN TO VL-APPR-ID.
           WRITE VAULT-LEDGER-REC.

           MOVE BR-COD-IN TO VTLN-BR-COD.
           MOVE VT-TYPE-NAME TO VTLN-TYPE.
           MOVE VT-TELLER-IN TO VTLN-TELLER.
           MOVE VT-AMT-ACT TO VTLN-AMOUNT.
           MOVE VT-NEW-BAL TO VTLN-VAULT.
           MOVE SUPV-ID-IN TO VTLN-APPR.
           WRITE OUTREC FROM VT-LINE-REC AFTER ADVANCING 1 LINE.

           DISPLAY (12, 1) "Vault Transaction Posted - Vault Cash: ".
           DISPLAY (12, 40) BAL-EDIT-WS.
           IF BRM-VAULT-BAL GREATER THAN BRM-INS-LIMIT
               DISPLAY (13, 1) "WARNING - Vault Above Insured Limit"
           END-IF.
       VT-POST-END.
           EXIT.

       POSITION-RTN.
           MOVE "N" TO BRM-EOF.
           MOVE LOW-VALUES TO BRM-COD.
           START BRANCH-MASTER KEY IS NOT LESS THAN BRM-COD
               INVALID KEY
                   MOVE "Y" TO BRM-EOF
           END-START.
           PERFORM UNTIL BRM-EOF = "Y"
               READ BRANCH-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO BRM-EOF
                   NOT AT END
                       IF PB-CNT LESS THAN 50
                           ADD 1 TO PB-CNT
                           MOVE BRM-COD TO PB-COD(PB-CNT)
                           MOVE BRM-NAME TO PB-NAME(PB-CNT)
                           MOVE BRM-INS-LIMIT TO PB-LIMIT(PB-CNT)
                           MOVE 0 TO PB-OPEN(PB-CNT)
                           MOVE 0 TO PB-HO-IN(PB-CNT)
                           MOVE 0 TO PB-HO-OUT(PB-CNT)
                           MOVE 0 TO PB-REQ(PB-CNT)
                           MOVE 0 TO PB-RTN(PB-CNT)
                           MOVE 0 TO PB-CLOSE(PB-CNT)
                       END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT VAULT-LEDGER.
           IF VL-FILE-STATUS = "00"
               MOVE "N" TO VL-EOF
               PERFORM UNTIL VL-EOF = "Y"
                   READ VAULT-LEDGER
                       AT END
                           MOVE "Y" TO VL-EOF
                       NOT AT END
                           PERFORM POS-VL-ONE-RTN THRU POS-VL-ONE-END
                   END-READ
               END-PERFORM
               CLOSE VAULT-LEDGER
           END-IF.

           OPEN INPUT DRAWER-FILE.
           IF DW-FILE-STATUS = "00"
               MOVE "N" TO DW-EOF
               PERFORM UNTIL DW-EOF = "Y"
                   READ DRAWER-FILE
                       AT END
                           MOVE "Y" TO DW-EOF
                       NOT AT END
                           PERFORM POS-DW-ONE-RTN THRU POS-DW-ONE-END
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF.

           MOVE POS-DATE-IN TO POSHD-DATE.
           WRITE OUTREC FROM POS-HD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING PB-IDX FROM 1 BY 1 UNTIL PB-IDX > PB-CNT
               PERFORM POS-BR-PRINT-RTN THRU POS-BR-PRINT-END
           END-PERFORM.

           MOVE SPACES TO BR-COD-IN.
           MOVE "N" TO TLR-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
               IF PT-BR-COD(PT-IDX) = SPACES
                   MOVE "Y" TO TLR-FOUND
               END-IF
           END-PERFORM.
           IF TLR-FOUND = "Y"
               MOVE SPACES TO POSBR-COD
               MOVE "No Vault Movement" TO POSBR-NAME
               MOVE SPACES TO POSBR-FLAG
               WRITE OUTREC FROM POS-BR-REC AFTER ADVANCING 2 LINES
               WRITE OUTREC FROM POS-TLR-HD-REC
                   AFTER ADVANCING 1 LINE
               PERFORM POS-TLR-PRINT-RTN THRU POS-TLR-PRINT-END
           END-IF.

           MOVE PB-CNT TO POSTOT-BR-CNT.
           MOVE POS-OVER-CNT TO POSTOT-OVER-CNT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM POS-TOT-REC AFTER ADVANCING 1 LINE.
       POSITION-END.
           EXIT.

       POS-VL-ONE-RTN.
           IF VL-DATE GREATER THAN POS-DATE-IN
               CONTINUE
           ELSE
               SET PB-IDX TO 1
               SEARCH PB-ENTRY
                   AT END
                       CONTINUE
                   WHEN PB-COD(PB-IDX) = VL-BR-COD
                       MOVE FUNCTION NUMVAL-C(VL-AMOUNT) TO VL-AMT-WS
                       MOVE FUNCTION NUMVAL-C(VL-VAULT-BAL)
                           TO VL-BAL-WS
                       IF VL-DATE LESS THAN POS-DATE-IN
                           MOVE VL-BAL-WS TO PB-OPEN(PB-IDX)
                       ELSE
                           PERFORM POS-VL-TODAY-RTN
                               THRU POS-VL-TODAY-END
                       END-IF
               END-SEARCH
           END-IF.
       POS-VL-ONE-END.
           EXIT.

       POS-VL-TODAY-RTN.
           EVALUATE VL-TYPE
               WHEN "HO Cash In"
                   ADD VL-AMT-WS TO PB-HO-IN(PB-IDX)
               WHEN "HO Cash Out"
                   ADD VL-AMT-WS TO PB-HO-OUT(PB-IDX)
               WHEN "Requisition"
                   ADD VL-AMT-WS TO PB-REQ(PB-IDX)
                   MOVE VL-TELLER TO TLR-KEY-WS
                   PERFORM POS-TLR-FIND-RTN THRU POS-TLR-FIND-END
                   IF PT-BR-COD(PT-IDX) = SPACES
                       MOVE VL-BR-COD TO PT-BR-COD(PT-IDX)
                   END-IF
                   ADD VL-AMT-WS TO PT-REQ(PT-IDX)
               WHEN "Teller Rtn"
                   ADD VL-AMT-WS TO PB-RTN(PB-IDX)
                   MOVE VL-TELLER TO TLR-KEY-WS
                   PERFORM POS-TLR-FIND-RTN THRU POS-TLR-FIND-END
                   IF PT-BR-COD(PT-IDX) = SPACES
                       MOVE VL-BR-COD TO PT-BR-COD(PT-IDX)
                   END-IF
                   ADD VL-AMT-WS TO PT-RTN(PT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       POS-VL-TODAY-END.
           EXIT.

       POS-TLR-FIND-RTN.
           MOVE "N" TO TLR-FOUND.
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-CNT OR TLR-FOUND = "Y"
               IF PT-TELLER(PT-IDX) = TLR-KEY-WS
                   MOVE "Y" TO TLR-FOUND
               END-IF
           END-PERFORM.
           IF TLR-FOUND = "Y"
               SET PT-IDX DOWN BY 1
           ELSE
               IF PT-CNT LESS THAN 200
                   ADD 1 TO PT-CNT
               END-IF
               SET PT-IDX TO PT-CNT
               MOVE TLR-KEY-WS TO PT-TELLER(PT-IDX)
               MOVE SPACES TO PT-BR-COD(PT-IDX)
               MOVE 0 TO PT-REQ(PT-IDX)
               MOVE 0 TO PT-RTN(PT-IDX)
               MOVE 0 TO PT-DRAWER(PT-IDX)
               MOVE "N" TO PT-BALANCED(PT-IDX)
           END-IF.
       POS-TLR-FIND-END.
           EXIT.

       POS-DW-ONE-RTN.
           IF DW-DATE = POS-DATE-IN
               MOVE DW-TELLER TO TLR-KEY-WS
               PERFORM POS-TLR-FIND-RTN THRU POS-TLR-FIND-END
               MOVE FUNCTION NUMVAL-C(DW-COUNTED) TO DW-COUNTED-WS
               MOVE DW-COUNTED-WS TO PT-DRAWER(PT-IDX)
               MOVE "Y" TO PT-BALANCED(PT-IDX)
           END-IF.
       POS-DW-ONE-END.
           EXIT.

       POS-BR-PRINT-RTN.
           COMPUTE PB-CLOSE(PB-IDX) = PB-OPEN(PB-IDX)
               + PB-HO-IN(PB-IDX) - PB-HO-OUT(PB-IDX)
               - PB-REQ(PB-IDX) + PB-RTN(PB-IDX).
           MOVE PB-COD(PB-IDX) TO POSBR-COD.
           MOVE PB-NAME(PB-IDX) TO POSBR-NAME.
           IF PB-CLOSE(PB-IDX) GREATER THAN PB-LIMIT(PB-IDX)
               MOVE "*** ABOVE INSURED LIMIT ***" TO POSBR-FLAG
               ADD 1 TO POS-OVER-CNT
           ELSE
               MOVE SPACES TO POSBR-FLAG
           END-IF.
           WRITE OUTREC FROM POS-BR-REC AFTER ADVANCING 2 LINES.
           MOVE "Opening Vault Cash" TO POSAM-LABEL.
           MOVE PB-OPEN(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Add: Cash From Head Office" TO POSAM-LABEL.
           MOVE PB-HO-IN(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Add: Returned By Tellers" TO POSAM-LABEL.
           MOVE PB-RTN(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Less: Issued To Tellers" TO POSAM-LABEL.
           MOVE PB-REQ(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Less: Cash To Head Office" TO POSAM-LABEL.
           MOVE PB-HO-OUT(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Closing Vault Cash" TO POSAM-LABEL.
           MOVE PB-CLOSE(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           MOVE "Insured Cash Limit" TO POSAM-LABEL.
           MOVE PB-LIMIT(PB-IDX) TO POSAM-AMT.
           WRITE OUTREC FROM POS-AMT-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM POS-TLR-HD-REC AFTER ADVANCING 1 LINE.
           MOVE PB-COD(PB-IDX) TO BR-COD-IN.
           PERFORM POS-TLR-PRINT-RTN THRU POS-TLR-PRINT-END.
       POS-BR-PRINT-END.
           EXIT.

       POS-TLR-PRINT-RTN.
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
               IF PT-BR-COD(PT-IDX) = BR-COD-IN
                   MOVE PT-TELLER(PT-IDX) TO POSTL-TELLER
                   MOVE PT-REQ(PT-IDX) TO POSTL-REQ
                   MOVE PT-RTN(PT-IDX) TO POSTL-RTN
                   MOVE PT-DRAWER(PT-IDX) TO POSTL-DRAWER
                   IF PT-BALANCED(PT-IDX) = "Y"
                       MOVE SPACES TO POSTL-REMARK
                   ELSE
                       MOVE "Not Balanced" TO POSTL-REMARK
                   END-IF
                   WRITE OUTREC FROM POS-TLR-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
       POS-TLR-PRINT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
                   IF RUN-MODE-IN = "B" OR RUN-MODE-IN = "b"
                       PERFORM BRANCH-RTN THRU BRANCH-END
                   ELSE
                       PERFORM VAULT-RTN THRU VAULT-END
                   END-IF
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
                   MOVE 1 TO CHK-ANS
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
       ANS-CHK-END.
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
           MOVE "VAULT TRANSACTION" TO SEC-DETAIL-WS.
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
                           DISPLAY (12, 1) "Supervisor Password: "
                           MOVE SPACES TO PW-IN
                           ACCEPT (12, 40) PW-IN WITH NO-ECHO
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
