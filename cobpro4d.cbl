               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-ACC-NO
               FILE STATUS IS DL-FILE-STATUS.
           SELECT WTAX-PARM-FILE ASSIGN TO "C:\dos\cobol\wtaxprm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WTP-FILE-STATUS.
           SELECT WTAX-LOG ASSIGN TO "C:\dos\cobol\wtaxlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 CM-ACC-COD PIC X.
           05 CM-AR-COD PIC 9.
           05 CM-DISC-TYP PIC X.
           05 CM-CONN-STAT PIC X.
           05 CM-SVC-ADDR PIC X(40).
           05 CM-MAIL-ADDR1 PIC X(40).
           05 CM-MAIL-ADDR2 PIC X(40).
           05 CM-CONN-DATE PIC 9(8).
           05 CM-CLOSE-DATE PIC 9(8).
       FD DEP-LEDGER.
       01 DEP-LEDGER-REC.
           05 DL-ACC-NO PIC X(10).
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
       FD WTAX-PARM-FILE.
       01 WTAX-PARM-REC.
           05 WTP-RATE PIC X(6).
       FD WTAX-LOG.
       01 WTAX-LOG-REC.
           05 WT-SOURCE PIC X.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-ACC-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-CIF-NO PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-NAME PIC X(25).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-CCY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-RATE PIC Z9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-GROSS PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-TAX PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-NET PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-GROSS-PHP PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WT-TAX-PHP PIC ZZZZZZZZ9.99.
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
           05 FILLER PIC X(8) VALUE "Received".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Interest".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "Tax W/H".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Status".
       01 DEP-LINE-REC.
           05 DEPLN-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DEPLN-INT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEPLN-WHT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DEPLN-STATUS PIC X(8).
       01 INT-TOT-REC.
           05 INTTOT-CNT-OUT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Total Posted:  ".
           05 INTTOT-AMT-OUT PIC ZZZ,ZZ9.99.
       01 WHT-TOT-REC.
           05 FILLER PIC X(29) VALUE
               "Tax Exempt Deposits:         ".
           05 WHTTOT-EXM-OUT PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "   Tax Withheld:  ".
           05 WHTTOT-AMT-OUT PIC ZZZ,ZZ9.99.
       01 AREA-SUM-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
           05 DL-FOUND PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 ACC-NO-IN PIC X(10).
           05 DEP-AMT-IN PIC X(9).
           05 DEP-AMT-ACT PIC 9(7)V99.
           05 INT-AMT-WS PIC 9(5)V99.
           05 INT-CNT PIC 9(4) VALUE 0.
           05 INT-TOT PIC 9(7)V99 VALUE 0.
           05 WTP-FILE-STATUS PIC XX.
           05 WT-FILE-STATUS PIC XX.
           05 WTAX-RATE PIC 99V99 VALUE 20.
           05 WHT-AMT-WS PIC 9(5)V99.
           05 WHT-TOT PIC 9(7)V99 VALUE 0.
           05 WHT-EXM-CNT PIC 9(4) VALUE 0.
           05 EXEMPT-IN PIC X.

       SCREEN SECTION.
       01 CLRSCR.
               CLOSE DEP-LEDGER
               OPEN I-O DEP-LEDGER
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM INIT-PRINT-RTN THRU INIT-PRINT-END.
           IF CHK-ANS = 0
               DISPLAY (3, 1)
                   "Run Mode (R=Receive/I=Interest/S=Sum/E=Exempt): "
               ACCEPT (3, 50) RUN-MODE-IN
               DISPLAY (3, 50) RUN-MODE-IN
               EVALUATE RUN-MODE-IN
                   WHEN "s"
                       PERFORM AREA-SUM-RTN THRU AREA-SUM-END
                       MOVE 1 TO CHK-ANS
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXEMPT-RTN THRU EXEMPT-END
                       MOVE 1 TO CHK-ANS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE RUN-DATE-WS TO DL-DATE
               MOVE 0 TO DL-INTEREST
               MOVE "H" TO DL-STATUS
               MOVE 0 TO DL-TAX-WHELD
               MOVE DEP-AMT-ACT TO DL-RCV-AMT
               MOVE 0 TO DL-INT-DATE
               MOVE 0 TO DL-INT-LAST
               MOVE 0 TO DL-REF-DATE
               MOVE 0 TO DL-REF-AMT
               DISPLAY (7, 1) "Exempt From Withholding Tax (Y/N): "
               PERFORM EXEMPT-FLAG-RTN THRU EXEMPT-FLAG-END
               MOVE 0 TO VALID-FLAG
               MOVE FUNCTION UPPER-CASE(EXEMPT-IN) TO DL-TAX-EXEMPT
               IF DL-FOUND = "Y"
                   REWRITE DEP-LEDGER-REC
               ELSE
                   WRITE DEP-LEDGER-REC
               END-IF
               PERFORM DEP-PRINT-RTN THRU DEP-PRINT-END
               DISPLAY (8, 1) "Deposit Recorded"
           END-IF.

           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           DISPLAY (4, 1) "Annual Interest Rate (e.g. .0600 = 6%): ".
           ACCEPT (4, 45) INT-RATE-IN.
           MOVE FUNCTION NUMVAL(INT-RATE-IN) TO INT-RATE-ACT.
           PERFORM LOAD-WTAX-RTN THRU LOAD-WTAX-END.

           MOVE "N" TO DL-EOF.
           MOVE SPACES TO DL-ACC-NO.
                       IF DL-STATUS = "H"
                           COMPUTE INT-AMT-WS ROUNDED =
                               DL-AMOUNT * INT-RATE-ACT
                           PERFORM DEP-WHT-RTN THRU DEP-WHT-END
                           COMPUTE DL-INTEREST =
                               DL-INTEREST + INT-AMT-WS - WHT-AMT-WS
                           ADD WHT-AMT-WS TO DL-TAX-WHELD
                           MOVE RUN-DATE-WS TO DL-INT-DATE
                           MOVE INT-AMT-WS TO DL-INT-LAST
                           REWRITE DEP-LEDGER-REC
                           ADD 1 TO INT-CNT
                           ADD INT-AMT-WS TO INT-TOT
           MOVE INT-TOT TO INTTOT-AMT-OUT.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM INT-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE WHT-EXM-CNT TO WHTTOT-EXM-OUT.
           MOVE WHT-TOT TO WHTTOT-AMT-OUT.
           WRITE OUTREC FROM WHT-TOT-REC AFTER ADVANCING 1 LINE.
           CLOSE WTAX-LOG.
           DISPLAY (6, 1) "Interest Run Complete".
       INTEREST-RUN-END.
           EXIT.

       LOAD-WTAX-RTN.
           OPEN INPUT WTAX-PARM-FILE.
           IF WTP-FILE-STATUS = "00"
               READ WTAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION NUMVAL(WTP-RATE) GREATER THAN 0
                           MOVE FUNCTION NUMVAL(WTP-RATE) TO WTAX-RATE
                       END-IF
               END-READ
               CLOSE WTAX-PARM-FILE
           ELSE
               DISPLAY (23, 1)
                   "W/Tax Rate File Not Found - Rate Defaulted To 20%"
           END-IF.
           OPEN EXTEND WTAX-LOG.
           IF WT-FILE-STATUS NOT = "00"
               OPEN OUTPUT WTAX-LOG
           END-IF.
       LOAD-WTAX-END.
           EXIT.

       DEP-WHT-RTN.
           MOVE 0 TO WHT-AMT-WS.
           IF DL-TAX-EXEMPT = "Y"
               ADD 1 TO WHT-EXM-CNT
           ELSE
               IF INT-AMT-WS GREATER THAN 0
                   COMPUTE WHT-AMT-WS ROUNDED =
                       INT-AMT-WS * WTAX-RATE / 100
               END-IF
           END-IF.
           IF WHT-AMT-WS GREATER THAN 0
               MOVE DL-ACC-NO TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-CUS-NAM
               END-READ
               MOVE "E" TO WT-SOURCE
               MOVE RUN-DATE-WS TO WT-DATE
               MOVE DL-ACC-NO TO WT-ACC-NO
               MOVE 0 TO WT-CIF-NO
               MOVE CM-CUS-NAM TO WT-NAME
               MOVE "PHP" TO WT-CCY
               MOVE WTAX-RATE TO WT-RATE
               MOVE INT-AMT-WS TO WT-GROSS
               MOVE WHT-AMT-WS TO WT-TAX
               COMPUTE WT-NET = INT-AMT-WS - WHT-AMT-WS
               MOVE INT-AMT-WS TO WT-GROSS-PHP
               MOVE WHT-AMT-WS TO WT-TAX-PHP
               WRITE WTAX-LOG-REC
               ADD WHT-AMT-WS TO WHT-TOT
           END-IF.
       DEP-WHT-END.
           EXIT.

       EXEMPT-RTN.
           DISPLAY (4, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           MOVE ACC-NO-IN TO DL-ACC-NO.
           READ DEP-LEDGER
               INVALID KEY
                   MOVE "N" TO DL-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO DL-FOUND
           END-READ.
           IF DL-FOUND = "Y" AND DL-STATUS = "H"
               DISPLAY (6, 1) "Currently Tax Exempt: "
               IF DL-TAX-EXEMPT = "Y"
                   DISPLAY (6, 40) "Y"
               ELSE
                   DISPLAY (6, 40) "N"
               END-IF
               DISPLAY (7, 1) "Exempt From Withholding Tax (Y/N): "
               PERFORM EXEMPT-FLAG-RTN THRU EXEMPT-FLAG-END
               MOVE 0 TO VALID-FLAG
               MOVE FUNCTION UPPER-CASE(EXEMPT-IN) TO DL-TAX-EXEMPT
               REWRITE DEP-LEDGER-REC
               PERFORM DEP-PRINT-RTN THRU DEP-PRINT-END
               DISPLAY (8, 1) "Tax Exemption Flag Updated"
           ELSE
               DISPLAY (6, 1) "No Deposit Held For This Account"
           END-IF.
       EXEMPT-END.
           EXIT.

       EXEMPT-FLAG-RTN.
           ACCEPT (7, 40) EXEMPT-IN.
           EVALUATE EXEMPT-IN
               WHEN "Y"
               WHEN "y"
               WHEN "N"
               WHEN "n"
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 1
               DISPLAY (7, 40) EXEMPT-IN
           ELSE
               PERFORM EXEMPT-FLAG-RTN THRU EXEMPT-FLAG-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       EXEMPT-FLAG-END.
           EXIT.

       AREA-SUM-RTN.
           MOVE "N" TO DL-EOF.
           MOVE SPACES TO DL-ACC-NO.
           MOVE DL-AMOUNT TO DEPLN-AMT.
           MOVE DL-DATE TO DEPLN-DATE.
           MOVE DL-INTEREST TO DEPLN-INT.
           MOVE DL-TAX-WHELD TO DEPLN-WHT.
           EVALUATE DL-STATUS
               WHEN "H"
                   MOVE "Held" TO DEPLN-STATUS
           CLOSE DEP-LEDGER.
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
