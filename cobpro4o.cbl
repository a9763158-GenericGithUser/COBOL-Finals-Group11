       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB4O.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile32.txt".
           SELECT CUST-MASTER ASSIGN TO "C:\dos\cobol\custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACC-NO
               FILE STATUS IS CM-STATUS.
           SELECT SVC-ORDER ASSIGN TO "C:\dos\cobol\svcordr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-KEY
               FILE STATUS IS SV-FILE-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO "C:\dos\cobol\custaudt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-FILE-STATUS.
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
       FD SVC-ORDER.
       01 SVC-ORDER-REC.
           05 SV-KEY.
               10 SV-ACC-NO PIC X(10).
               10 SV-SEQ PIC 99.
           05 SV-TYPE PIC X.
           05 SV-RAISE-DATE PIC 9(8).
           05 SV-SCHED-DATE PIC 9(8).
           05 SV-DONE-DATE PIC 9(8).
           05 SV-STATUS PIC X.
           05 SV-CREW PIC X(5).
           05 SV-AMOUNT PIC 9(7)V99.
       FD CUST-AUDIT-FILE.
       01 CUST-AUDIT-REC.
           05 CA-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CA-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 CA-PROG PIC X(12).
           05 FILLER PIC X(1).
           05 CA-FUNC PIC X(6).
           05 FILLER PIC X(1).
           05 CA-USER PIC X(5).
           05 FILLER PIC X(1).
           05 CA-BEFORE PIC X(175).
           05 FILLER PIC X(1).
           05 CA-AFTER PIC X(175).
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
               "SERVICE ORDER CONTROL".
           05 FILLER PIC X(29) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(27) VALUE SPACES.
           05 FILLER PIC X(26) VALUE
               "OPEN FIELD ORDERS - AGING".
           05 FILLER PIC X(27) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Run Date: ".
           05 HD4-RUN-DATE PIC 9(8).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 ORD-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Account No.".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Customer Name".
           05 FILLER PIC X(9) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "Seq".
           05 FILLER PIC X(1) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Order Type".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Raised  ".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Schedule".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "Days".
       01 ORD-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-ACC-NO PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-SEQ PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-TYPE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-RAISED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-SCHED PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-DAYS PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ORDLN-LATE PIC X(9).
       01 AGE-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Days Open   ".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Disconnect".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "Reconnect".
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "Total".
       01 AGE-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 AGELN-DESC PIC X(12).
           05 FILLER PIC X(10) VALUE SPACES.
           05 AGELN-DCN PIC ZZZ9.
           05 FILLER PIC X(9) VALUE SPACES.
           05 AGELN-RCN PIC ZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 AGELN-TOT PIC ZZZ9.
       01 ORD-TOT-REC.
           05 FILLER PIC X(20) VALUE "Open Orders:        ".
           05 ORDTOT-CNT PIC ZZZ9.
           05 FILLER PIC X(24) VALUE "   Past Schedule Date:  ".
           05 ORDTOT-LATE PIC ZZZ9.
       01 UPD-TOT-REC.
           05 FILLER PIC X(20) VALUE "Orders Completed:   ".
           05 UPDTOT-DONE PIC ZZZ9.
           05 FILLER PIC X(24) VALUE "   Orders Cancelled:    ".
           05 UPDTOT-CANCEL PIC ZZZ9.

       01 AGE-TBL-WS.
           05 AGE-ENTRY OCCURS 4 TIMES INDEXED BY AGE-IDX.
               10 AGE-DESC PIC X(12).
               10 AGE-LIMIT PIC 9(4).
               10 AGE-DCN-CNT PIC 9(4).
               10 AGE-RCN-CNT PIC 9(4).

       01 ORDER-WS.
           05 ACC-NO-IN PIC X(10).
           05 SEQ-IN PIC 99.
           05 CREW-IN PIC X(5).
           05 ACTION-IN PIC X.
           05 ORD-DAYS-WS PIC S9(5).
           05 ORD-CNT PIC 9(4) VALUE 0.
           05 LATE-CNT PIC 9(4) VALUE 0.
           05 LAST-ACC-WS PIC X(10) VALUE SPACES.
           05 LAST-NAME-WS PIC X(25) VALUE SPACES.
           05 DONE-CNT PIC 9(4) VALUE 0.
           05 CANCEL-CNT PIC 9(4) VALUE 0.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 CM-STATUS PIC XX.
           05 SV-FILE-STATUS PIC XX.
           05 SV-EOF PIC X VALUE "N".
           05 SV-FOUND PIC X VALUE "N".
           05 CA-FILE-STATUS PIC XX.
           05 CM-BEFORE-WS PIC X(175).
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 RUN-DATE-INT PIC 9(7).

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           OPEN I-O CUST-MASTER.
           IF CM-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Customer Master File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN I-O SVC-ORDER.
           IF SV-FILE-STATUS = "35"
               OPEN OUTPUT SVC-ORDER
               CLOSE SVC-ORDER
               OPEN I-O SVC-ORDER
           END-IF.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF CA-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUST-AUDIT-FILE
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).

           IF CHK-ANS = 0
               DISPLAY (1, 1)
                   "Run Mode (U=Update Orders/R=Open Orders Report): "
               ACCEPT (1, 52) RUN-MODE-IN
               IF RUN-MODE-IN = "R" OR RUN-MODE-IN = "r"
                   PERFORM REPORT-RTN THRU REPORT-END
               ELSE
                   WRITE OUTREC FROM HD01-REC
                   WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE
                   WRITE OUTREC FROM ORD-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM PROCESS-RTN THRU PROCESS-END
                       UNTIL CHK-ANS = 1
                   MOVE DONE-CNT TO UPDTOT-DONE
                   MOVE CANCEL-CNT TO UPDTOT-CANCEL
                   WRITE OUTREC FROM SPACER AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM UPD-TOT-REC
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           PERFORM FINISH-RTN THRU FINISH-END.
           GOBACK.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) SPACER.
           DISPLAY (4, 1) "Account Number: ".
           PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (6, 1) "Order Sequence: ".
           PERFORM ORDER-CHK-RTN THRU ORDER-CHK-END.
           MOVE 0 TO VALID-FLAG.

           IF SV-FOUND = "Y"
               DISPLAY (8, 1) "Action (C=Completed/X=Cancel): "
               PERFORM ACTION-CHK-RTN THRU ACTION-CHK-END
               MOVE 0 TO VALID-FLAG
               IF ACTION-IN = "C"
                   DISPLAY (9, 1) "Crew ID: "
                   ACCEPT (9, 40) CREW-IN
                   PERFORM COMPLETE-RTN THRU COMPLETE-END
               ELSE
                   PERFORM CANCEL-RTN THRU CANCEL-END
               END-IF
           END-IF.

           DISPLAY (12, 1) "INPUT ANOTHER RECORD (Y/N)".
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
               DISPLAY (5, 1) "Customer Name: "
               DISPLAY (5, 40) CM-CUS-NAM
           ELSE
               PERFORM ACCT-CHK-RTN THRU ACCT-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACCT-CHK-END.
           EXIT.

       ORDER-CHK-RTN.
           MOVE "N" TO SV-FOUND.
           ACCEPT (6, 40) SEQ-IN.
           MOVE ACC-NO-IN TO SV-ACC-NO.
           MOVE SEQ-IN TO SV-SEQ.
           READ SVC-ORDER
               INVALID KEY
                   DISPLAY (7, 1) "Order Not Found For This Account"
               NOT INVALID KEY
                   IF SV-STATUS = "O"
                       MOVE "Y" TO SV-FOUND
                       IF SV-TYPE = "D"
                           DISPLAY (7, 1) "Disconnect Order - Sched: "
                       ELSE
                           DISPLAY (7, 1) "Reconnect Order - Sched: "
                       END-IF
                       DISPLAY (7, 40) SV-SCHED-DATE
                   ELSE
                       DISPLAY (7, 1) "Order Is No Longer Open"
                   END-IF
           END-READ.
       ORDER-CHK-END.
           EXIT.

       ACTION-CHK-RTN.
           ACCEPT (8, 40) ACTION-IN.
           MOVE FUNCTION UPPER-CASE(ACTION-IN) TO ACTION-IN.
           IF ACTION-IN = "C" OR ACTION-IN = "X"
               MOVE 1 TO VALID-FLAG
               DISPLAY (8, 40) ACTION-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM ACTION-CHK-RTN THRU ACTION-CHK-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       ACTION-CHK-END.
           EXIT.

       COMPLETE-RTN.
           MOVE "C" TO SV-STATUS.
           MOVE RUN-DATE-WS TO SV-DONE-DATE.
           MOVE CREW-IN TO SV-CREW.
           REWRITE SVC-ORDER-REC.
           MOVE CUST-MAST-REC TO CM-BEFORE-WS.
           IF SV-TYPE = "D"
               MOVE "D" TO CM-CONN-STAT
               DISPLAY (10, 1) "Customer Marked Disconnected"
           ELSE
               MOVE "C" TO CM-CONN-STAT
               DISPLAY (10, 1) "Customer Marked Connected"
           END-IF.
           REWRITE CUST-MAST-REC.
           MOVE SPACES TO CUST-AUDIT-REC.
           MOVE RUN-DATE-WS TO CA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CA-TIME.
           MOVE "PROG3PROB4O" TO CA-PROG.
           MOVE "CONN" TO CA-FUNC.
           MOVE CREW-IN TO CA-USER.
           MOVE CM-BEFORE-WS TO CA-BEFORE.
           MOVE CUST-MAST-REC TO CA-AFTER.
           WRITE CUST-AUDIT-REC.
           ADD 1 TO DONE-CNT.
           PERFORM LOG-LINE-RTN THRU LOG-LINE-END.
           MOVE "COMPLETED" TO ORDLN-LATE.
           WRITE OUTREC FROM ORD-LINE-REC AFTER ADVANCING 1 LINE.
       COMPLETE-END.
           EXIT.

       CANCEL-RTN.
           MOVE "X" TO SV-STATUS.
           MOVE RUN-DATE-WS TO SV-DONE-DATE.
           REWRITE SVC-ORDER-REC.
           DISPLAY (10, 1) "Order Cancelled".
           ADD 1 TO CANCEL-CNT.
           PERFORM LOG-LINE-RTN THRU LOG-LINE-END.
           MOVE "CANCELLED" TO ORDLN-LATE.
           WRITE OUTREC FROM ORD-LINE-REC AFTER ADVANCING 1 LINE.
       CANCEL-END.
           EXIT.

       LOG-LINE-RTN.
           MOVE SV-ACC-NO TO ORDLN-ACC-NO.
           MOVE CM-CUS-NAM TO ORDLN-NAME.
           MOVE SV-SEQ TO ORDLN-SEQ.
           IF SV-TYPE = "D"
               MOVE "DISCONNECT" TO ORDLN-TYPE
           ELSE
               MOVE "RECONNECT" TO ORDLN-TYPE
           END-IF.
           MOVE SV-RAISE-DATE TO ORDLN-RAISED.
           MOVE SV-SCHED-DATE TO ORDLN-SCHED.
           COMPUTE ORD-DAYS-WS = RUN-DATE-INT -
               FUNCTION INTEGER-OF-DATE(SV-RAISE-DATE).
           MOVE ORD-DAYS-WS TO ORDLN-DAYS.
       LOG-LINE-END.
           EXIT.

       REPORT-RTN.
           MOVE RUN-DATE-WS TO HD4-RUN-DATE.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ORD-COLHD-REC AFTER ADVANCING 2 LINES.
           PERFORM AGE-INIT-RTN THRU AGE-INIT-END.

           MOVE "N" TO SV-EOF.
           MOVE SPACES TO SV-ACC-NO.
           MOVE 0 TO SV-SEQ.
           START SVC-ORDER KEY IS NOT LESS THAN SV-KEY
               INVALID KEY
                   MOVE "Y" TO SV-EOF
           END-START.
           PERFORM UNTIL SV-EOF = "Y"
               READ SVC-ORDER NEXT RECORD
                   AT END
                       MOVE "Y" TO SV-EOF
                   NOT AT END
                       IF SV-STATUS = "O"
                           PERFORM REPORT-ONE-RTN THRU REPORT-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM AGE-HD-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
               MOVE AGE-DESC(AGE-IDX) TO AGELN-DESC
               MOVE AGE-DCN-CNT(AGE-IDX) TO AGELN-DCN
               MOVE AGE-RCN-CNT(AGE-IDX) TO AGELN-RCN
               COMPUTE AGELN-TOT =
                   AGE-DCN-CNT(AGE-IDX) + AGE-RCN-CNT(AGE-IDX)
               WRITE OUTREC FROM AGE-LINE-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
           MOVE ORD-CNT TO ORDTOT-CNT.
           MOVE LATE-CNT TO ORDTOT-LATE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM ORD-TOT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (4, 1) "Open Orders Report Complete".
           DISPLAY (5, 1) "Open Orders: ".
           DISPLAY (5, 40) ORDTOT-CNT.
       REPORT-END.
           EXIT.

       AGE-INIT-RTN.
           MOVE "0 - 2 DAYS" TO AGE-DESC(1).
           MOVE 2 TO AGE-LIMIT(1).
           MOVE "3 - 7 DAYS" TO AGE-DESC(2).
           MOVE 7 TO AGE-LIMIT(2).
           MOVE "8 - 14 DAYS" TO AGE-DESC(3).
           MOVE 14 TO AGE-LIMIT(3).
           MOVE "OVER 14 DAYS" TO AGE-DESC(4).
           MOVE 9999 TO AGE-LIMIT(4).
           PERFORM VARYING AGE-IDX FROM 1 BY 1 UNTIL AGE-IDX > 4
               MOVE 0 TO AGE-DCN-CNT(AGE-IDX)
               MOVE 0 TO AGE-RCN-CNT(AGE-IDX)
           END-PERFORM.
       AGE-INIT-END.
           EXIT.

       REPORT-ONE-RTN.
           IF SV-ACC-NO NOT = LAST-ACC-WS
               MOVE SV-ACC-NO TO LAST-ACC-WS
               MOVE SV-ACC-NO TO CM-ACC-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE SPACES TO CM-CUS-NAM
               END-READ
               MOVE CM-CUS-NAM TO LAST-NAME-WS
           END-IF.
           PERFORM LOG-LINE-RTN THRU LOG-LINE-END.
           MOVE LAST-NAME-WS TO ORDLN-NAME.
           IF RUN-DATE-WS GREATER THAN SV-SCHED-DATE
               MOVE "OVERDUE" TO ORDLN-LATE
               ADD 1 TO LATE-CNT
           ELSE
               MOVE SPACES TO ORDLN-LATE
           END-IF.
           WRITE OUTREC FROM ORD-LINE-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO ORD-CNT.

           SET AGE-IDX TO 1.
           SEARCH AGE-ENTRY
               AT END
                   SET AGE-IDX TO 4
               WHEN ORD-DAYS-WS NOT GREATER THAN AGE-LIMIT(AGE-IDX)
                   CONTINUE
           END-SEARCH.
           IF SV-TYPE = "D"
               ADD 1 TO AGE-DCN-CNT(AGE-IDX)
           ELSE
               ADD 1 TO AGE-RCN-CNT(AGE-IDX)
           END-IF.
       REPORT-ONE-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (12, 40) ANS.
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
           CLOSE SVC-ORDER.
           CLOSE CUST-AUDIT-FILE.
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
