       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB5S.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile49.txt".
           SELECT SITTING-MASTER ASSIGN TO "C:\dos\cobol\sitmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-EXAM-DATE
               FILE STATUS IS SIT-FILE-STATUS.
           SELECT APPLICATION-FILE ASSIGN TO
               "C:\dos\cobol\exmappl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-KEY
               FILE STATUS IS APL-FILE-STATUS.
           SELECT EXAM-MASTER ASSIGN TO "C:\dos\cobol\exammast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT EXAMINEE-HIST-FILE ASSIGN TO
               "C:\dos\cobol\examhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-EXA-NO
               FILE STATUS IS EH-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD SITTING-MASTER.
       01 SITTING-REC.
           05 SIT-EXAM-DATE PIC 9(8).
           05 SIT-CITY OCCURS 5 TIMES PIC X(15).
           05 SIT-OPEN-DATE PIC 9(8).
           05 SIT-CLOSE-DATE PIC 9(8).
           05 SIT-FEE PIC 9(5)V99.
           05 SIT-MAX-FAIL PIC 99.
           05 SIT-STATUS PIC X.
       FD APPLICATION-FILE.
       01 APPLICATION-REC.
           05 APL-KEY.
               10 APL-EXA-NO PIC 9(10).
               10 APL-SIT-DATE PIC 9(8).
           05 APL-CITY PIC X(15).
           05 APL-APPL-DATE PIC 9(8).
           05 APL-FEE-PAID PIC 9(5)V99.
           05 APL-RCPT-NO PIC X(10).
           05 APL-CERT-NO PIC X(10).
           05 APL-STATUS PIC X.
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
       FD EXAMINEE-HIST-FILE.
       01 EXAMINEE-HIST-REC.
           05 EH-EXA-NO PIC 9(10).
           05 EH-ATTEMPT-NO PIC 9(2).
           05 EH-EVER-PASSED PIC X.
           05 EH-GEN-AVG PIC 9(3)V99.
           05 EH-SUBJ-PCT OCCURS 5 TIMES PIC 9(3)V99.
           05 EH-LAST-REMARK PIC X(6).
           05 EH-SIT-DATE PIC 9(8).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "Professional Regulation Commission".
           05 FILLER PIC X(23) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "Exam Sittings And Applications".
           05 FILLER PIC X(22) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 SIT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Exam Date".
           05 FILLER PIC X(10) VALUE "Opens".
           05 FILLER PIC X(10) VALUE "Closes".
           05 FILLER PIC X(10) VALUE "      Fee".
           05 FILLER PIC X(6) VALUE " Max".
           05 FILLER PIC X(8) VALUE "Status".
           05 FILLER PIC X(10) VALUE "Action".
       01 SIT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-EXAM-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-OPEN-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-FEE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-MAX-FAIL PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 STLN-STATUS PIC X.
           05 FILLER PIC X(7) VALUE SPACES.
           05 STLN-ACTION PIC X(10).
       01 SIT-CITY-LINE-REC.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Cities: ".
           05 STCT-CITY OCCURS 5 TIMES.
               10 STCT-NAME PIC X(15).
       01 APL-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Sitting Date: ".
           05 APHD-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE "   Window: ".
           05 APHD-OPEN-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " to ".
           05 APHD-CLOSE-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "   Fee: ".
           05 APHD-FEE PIC ZZ,ZZ9.99.
       01 APL-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "Examinee No.".
           05 FILLER PIC X(22) VALUE "Examinee Name".
           05 FILLER PIC X(16) VALUE "Testing City".
           05 FILLER PIC X(11) VALUE "Receipt".
           05 FILLER PIC X(16) VALUE "Result".
       01 APL-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 APLN-EXA-NO PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 APLN-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 APLN-CITY PIC X(15).
           05 FILLER PIC X(1) VALUE SPACES.
           05 APLN-RCPT-NO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 APLN-RESULT PIC X(26).
       01 APL-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 APTOT-LABEL PIC X(30).
           05 APTOT-CNT PIC ZZZ9.
       01 APL-AMT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 APAMT-LABEL PIC X(30).
           05 APAMT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 SIT-FILE-STATUS PIC XX.
           05 SIT-FOUND PIC X.
           05 APL-FILE-STATUS PIC XX.
           05 APL-EOF PIC X.
           05 XM-FILE-STATUS PIC XX.
           05 EH-FILE-STATUS PIC XX.
           05 EH-OPEN-WS PIC X VALUE "N".
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BLANK-OK PIC X.
           05 SIT-DATE-IN PIC 9(8).
           05 DATE-IN PIC 9(8).
           05 CITY-IN PIC X(15).
           05 CITY-ROW PIC 99.
           05 CITY-SUB PIC 9.
           05 CITY-NO-IN PIC 9.
           05 FEE-IN PIC 9(5)V99.
           05 FEE-OUT PIC ZZ,ZZ9.99.
           05 MAX-FAIL-IN PIC 99.
           05 SIT-STATUS-IN PIC X.
           05 EXA-NO-IN PIC 9(10).
           05 RCPT-NO-IN PIC X(10).
           05 CERT-NO-IN PIC X(10).
           05 FAIL-CNT-WS PIC 99.
           05 REFUSE-MSG PIC X(26).
           05 OTHER-SIT-WS PIC 9(8).
           05 APPR-CNT PIC 9(4) VALUE 0.
           05 REFUSE-CNT PIC 9(4) VALUE 0.
           05 FEE-TOT PIC 9(9)V99 VALUE 0.
           05 SIT-ADD-CNT PIC 9(4) VALUE 0.
           05 SIT-CHG-CNT PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           OPEN I-O SITTING-MASTER.
           IF SIT-FILE-STATUS = "35"
               OPEN OUTPUT SITTING-MASTER
               CLOSE SITTING-MASTER
               OPEN I-O SITTING-MASTER
           END-IF.
           OPEN I-O APPLICATION-FILE.
           IF APL-FILE-STATUS = "35"
               OPEN OUTPUT APPLICATION-FILE
               CLOSE APPLICATION-FILE
               OPEN I-O APPLICATION-FILE
           END-IF.
           OPEN INPUT EXAMINEE-HIST-FILE.
           IF EH-FILE-STATUS = "00"
               MOVE "Y" TO EH-OPEN-WS
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           DISPLAY (3, 1) "Mode (S=Sitting Setup/A=Application): ".
           ACCEPT (3, 45) RUN-MODE-IN.
           DISPLAY (3, 45) RUN-MODE-IN.
           EVALUATE RUN-MODE-IN
               WHEN "S"
               WHEN "s"
                   WRITE OUTREC FROM SIT-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM SITTING-RTN THRU SITTING-END
                       UNTIL CHK-ANS = 1
                   MOVE "Sittings Added:" TO APTOT-LABEL
                   MOVE SIT-ADD-CNT TO APTOT-CNT
                   WRITE OUTREC FROM APL-TOT-REC
                       AFTER ADVANCING 2 LINES
                   MOVE "Sittings Changed:" TO APTOT-LABEL
                   MOVE SIT-CHG-CNT TO APTOT-CNT
                   WRITE OUTREC FROM APL-TOT-REC
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   OPEN INPUT EXAM-MASTER
                   IF XM-FILE-STATUS NOT = "00"
                       DISPLAY (4, 1)
                     "Examinee Master Not Found - Run Pre-Registration"
                   ELSE
                       PERFORM APPLY-INIT-RTN THRU APPLY-INIT-END
                       CLOSE EXAM-MASTER
                   END-IF
           END-EVALUATE.
           CLOSE OUTFILE.
           CLOSE SITTING-MASTER.
           CLOSE APPLICATION-FILE.
           IF EH-OPEN-WS = "Y"
               CLOSE EXAMINEE-HIST-FILE
           END-IF.
           GOBACK.

       SITTING-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (4, 1) "Exam Date (YYYYMMDD): ".
           PERFORM SIT-DATE-RTN THRU SIT-DATE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE SIT-DATE-IN TO SIT-EXAM-DATE.
           READ SITTING-MASTER
               INVALID KEY
                   MOVE "N" TO SIT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SIT-FOUND
           END-READ.
           IF SIT-FOUND = "Y"
               PERFORM SITTING-CHG-RTN THRU SITTING-CHG-END
           ELSE
               PERFORM SITTING-ADD-RTN THRU SITTING-ADD-END
           END-IF.
           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       SITTING-END.
           EXIT.

       SIT-DATE-RTN.
           ACCEPT (4, 40) SIT-DATE-IN.
           IF FUNCTION TEST-DATE-YYYYMMDD(SIT-DATE-IN) = 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (4, 40) SIT-DATE-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SIT-DATE-END.
           EXIT.

       SITTING-ADD-RTN.
           DISPLAY (4, 55) "New Sitting".
           MOVE "N" TO BLANK-OK.
           MOVE SIT-DATE-IN TO SIT-EXAM-DATE.
           PERFORM VARYING CITY-SUB FROM 1 BY 1 UNTIL CITY-SUB > 5
               MOVE SPACES TO SIT-CITY(CITY-SUB)
           END-PERFORM.
           DISPLAY (5, 1) "Testing Cities (Blank = No More)".
           PERFORM CITY-ENTRY-RTN THRU CITY-ENTRY-END
               VARYING CITY-SUB FROM 1 BY 1 UNTIL CITY-SUB > 5.
           DISPLAY (11, 1) "Application Opens (YYYYMMDD): ".
           PERFORM OPEN-DATE-RTN THRU OPEN-DATE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE DATE-IN TO SIT-OPEN-DATE.
           DISPLAY (12, 1) "Application Closes (YYYYMMDD): ".
           PERFORM CLOSE-DATE-RTN THRU CLOSE-DATE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE DATE-IN TO SIT-CLOSE-DATE.
           DISPLAY (13, 1) "Application Fee: ".
           PERFORM FEE-RTN THRU FEE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE FEE-IN TO SIT-FEE.
           DISPLAY (14, 1) "Max Failed Attempts Without Refresher: ".
           PERFORM MAX-FAIL-RTN THRU MAX-FAIL-END.
           MOVE 0 TO VALID-FLAG.
           MOVE MAX-FAIL-IN TO SIT-MAX-FAIL.
           MOVE "O" TO SIT-STATUS.
           WRITE SITTING-REC
               INVALID KEY
                   DISPLAY (18, 1) "Sitting Not Added - Duplicate Date"
               NOT INVALID KEY
                   MOVE "Added" TO STLN-ACTION
                   PERFORM SITTING-PRINT-RTN THRU SITTING-PRINT-END
                   ADD 1 TO SIT-ADD-CNT
                   DISPLAY (18, 1) "Sitting Added"
           END-WRITE.
       SITTING-ADD-END.
           EXIT.

       SITTING-CHG-RTN.
           MOVE "Y" TO BLANK-OK.
           DISPLAY (17, 1) "(Blank Entry Keeps Current Value)".
           DISPLAY (5, 1) "Testing Cities".
           PERFORM CITY-ENTRY-RTN THRU CITY-ENTRY-END
               VARYING CITY-SUB FROM 1 BY 1 UNTIL CITY-SUB > 5.
           DISPLAY (11, 1) "Application Opens (YYYYMMDD): ".
           DISPLAY (11, 55) SIT-OPEN-DATE.
           PERFORM OPEN-DATE-RTN THRU OPEN-DATE-END.
           MOVE 0 TO VALID-FLAG.
           IF DATE-IN NOT = 0
               MOVE DATE-IN TO SIT-OPEN-DATE
           END-IF.
           DISPLAY (12, 1) "Application Closes (YYYYMMDD): ".
           DISPLAY (12, 55) SIT-CLOSE-DATE.
           PERFORM CLOSE-DATE-RTN THRU CLOSE-DATE-END.
           MOVE 0 TO VALID-FLAG.
           IF DATE-IN NOT = 0
               MOVE DATE-IN TO SIT-CLOSE-DATE
           END-IF.
           DISPLAY (13, 1) "Application Fee: ".
           MOVE SIT-FEE TO FEE-OUT.
           DISPLAY (13, 55) FEE-OUT.
           PERFORM FEE-RTN THRU FEE-END.
           MOVE 0 TO VALID-FLAG.
           IF FEE-IN NOT = 0
               MOVE FEE-IN TO SIT-FEE
           END-IF.
           DISPLAY (14, 1) "Max Failed Attempts Without Refresher: ".
           DISPLAY (14, 55) SIT-MAX-FAIL.
           PERFORM MAX-FAIL-RTN THRU MAX-FAIL-END.
           MOVE 0 TO VALID-FLAG.
           IF MAX-FAIL-IN NOT = 0
               MOVE MAX-FAIL-IN TO SIT-MAX-FAIL
           END-IF.
           DISPLAY (15, 1) "Status (O=Open/C=Cancelled): ".
           DISPLAY (15, 55) SIT-STATUS.
           PERFORM SIT-STATUS-RTN THRU SIT-STATUS-END.
           MOVE 0 TO VALID-FLAG.
           IF SIT-STATUS-IN NOT = SPACES
               MOVE SIT-STATUS-IN TO SIT-STATUS
           END-IF.
           IF SIT-CLOSE-DATE < SIT-OPEN-DATE
                   OR SIT-CLOSE-DATE NOT < SIT-EXAM-DATE
               DISPLAY (18, 1)
                   "Window Must End Before Exam - Sitting Not Changed"
           ELSE
               REWRITE SITTING-REC
               MOVE "Changed" TO STLN-ACTION
               PERFORM SITTING-PRINT-RTN THRU SITTING-PRINT-END
               ADD 1 TO SIT-CHG-CNT
               DISPLAY (18, 1) "Sitting Updated"
           END-IF.
       SITTING-CHG-END.
           EXIT.

       CITY-ENTRY-RTN.
           COMPUTE CITY-ROW = CITY-SUB + 5.
           DISPLAY (CITY-ROW, 1) "City: ".
           DISPLAY (CITY-ROW, 7) CITY-SUB.
           IF BLANK-OK = "Y"
               DISPLAY (CITY-ROW, 55) SIT-CITY(CITY-SUB)
           END-IF.
           PERFORM CITY-RTN THRU CITY-END.
           MOVE 0 TO VALID-FLAG.
           IF CITY-IN NOT = SPACES
               MOVE CITY-IN TO SIT-CITY(CITY-SUB)
           END-IF.
       CITY-ENTRY-END.
           EXIT.

       CITY-RTN.
           MOVE SPACES TO CITY-IN.
           ACCEPT (CITY-ROW, 40) CITY-IN.
           MOVE FUNCTION UPPER-CASE(CITY-IN) TO CITY-IN.
           IF CITY-IN = SPACES AND CITY-SUB = 1 AND BLANK-OK = "N"
               MOVE 0 TO VALID-FLAG
           ELSE
               MOVE 1 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               IF CITY-IN NOT = SPACES
                   DISPLAY (CITY-ROW, 40) CITY-IN
               END-IF
           ELSE
               PERFORM CITY-RTN THRU CITY-END UNTIL VALID-FLAG = 1
           END-IF.
       CITY-END.
           EXIT.

       OPEN-DATE-RTN.
           MOVE 0 TO DATE-IN.
           ACCEPT (11, 40) DATE-IN.
           IF DATE-IN = 0 AND BLANK-OK = "Y"
               MOVE 1 TO VALID-FLAG
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-IN) = 0
                       AND DATE-IN < SIT-EXAM-DATE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (11, 40) DATE-IN
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.
           IF VALID-FLAG = 0
               PERFORM OPEN-DATE-RTN THRU OPEN-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       OPEN-DATE-END.
           EXIT.

       CLOSE-DATE-RTN.
           MOVE 0 TO DATE-IN.
           ACCEPT (12, 40) DATE-IN.
           IF DATE-IN = 0 AND BLANK-OK = "Y"
               MOVE 1 TO VALID-FLAG
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-IN) = 0
                       AND DATE-IN < SIT-EXAM-DATE
                       AND DATE-IN NOT < SIT-OPEN-DATE
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (12, 40) DATE-IN
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           END-IF.
           IF VALID-FLAG = 0
               PERFORM CLOSE-DATE-RTN THRU CLOSE-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       CLOSE-DATE-END.
           EXIT.

       FEE-RTN.
           MOVE 0 TO FEE-IN.
           ACCEPT (13, 40) FEE-IN.
           IF FEE-IN > 0 OR BLANK-OK = "Y"
               MOVE 1 TO VALID-FLAG
               IF FEE-IN > 0
                   MOVE FEE-IN TO FEE-OUT
                   DISPLAY (13, 40) FEE-OUT
               END-IF
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM FEE-RTN THRU FEE-END UNTIL VALID-FLAG = 1
           END-IF.
       FEE-END.
           EXIT.

       MAX-FAIL-RTN.
           MOVE 0 TO MAX-FAIL-IN.
           ACCEPT (14, 45) MAX-FAIL-IN.
           IF MAX-FAIL-IN > 0 OR BLANK-OK = "Y"
               MOVE 1 TO VALID-FLAG
               IF MAX-FAIL-IN > 0
                   DISPLAY (14, 45) MAX-FAIL-IN
               END-IF
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM MAX-FAIL-RTN THRU MAX-FAIL-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       MAX-FAIL-END.
           EXIT.

       SIT-STATUS-RTN.
           MOVE SPACES TO SIT-STATUS-IN.
           ACCEPT (15, 40) SIT-STATUS-IN.
           MOVE FUNCTION UPPER-CASE(SIT-STATUS-IN) TO SIT-STATUS-IN.
           EVALUATE SIT-STATUS-IN
               WHEN "O"
               WHEN "C"
               WHEN SPACES
                   MOVE 1 TO VALID-FLAG
               WHEN OTHER
                   MOVE 0 TO VALID-FLAG
           END-EVALUATE.
           IF VALID-FLAG = 0
               PERFORM SIT-STATUS-RTN THRU SIT-STATUS-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SIT-STATUS-END.
           EXIT.

       SITTING-PRINT-RTN.
           MOVE SIT-EXAM-DATE TO STLN-EXAM-DATE.
           MOVE SIT-OPEN-DATE TO STLN-OPEN-DATE.
           MOVE SIT-CLOSE-DATE TO STLN-CLOSE-DATE.
           MOVE SIT-FEE TO STLN-FEE.
           MOVE SIT-MAX-FAIL TO STLN-MAX-FAIL.
           MOVE SIT-STATUS TO STLN-STATUS.
           WRITE OUTREC FROM SIT-LINE-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING CITY-SUB FROM 1 BY 1 UNTIL CITY-SUB > 5
               MOVE SIT-CITY(CITY-SUB) TO STCT-NAME(CITY-SUB)
           END-PERFORM.
           WRITE OUTREC FROM SIT-CITY-LINE-REC AFTER ADVANCING 1 LINE.
       SITTING-PRINT-END.
           EXIT.

       APPLY-INIT-RTN.
           DISPLAY (4, 1) "Sitting Date (YYYYMMDD): ".
           PERFORM SIT-DATE-RTN THRU SIT-DATE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE SIT-DATE-IN TO SIT-EXAM-DATE.
           READ SITTING-MASTER
               INVALID KEY
                   MOVE "N" TO SIT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SIT-FOUND
           END-READ.
           IF SIT-FOUND = "N" OR SIT-STATUS NOT = "O"
               DISPLAY (5, 1) "No Open Sitting On That Date"
           ELSE
               IF RUN-DATE-WS < SIT-OPEN-DATE
                       OR RUN-DATE-WS > SIT-CLOSE-DATE
                   DISPLAY (5, 1)
                       "Outside Application Window - Not Accepted"
               ELSE
                   MOVE SIT-EXAM-DATE TO APHD-DATE
                   MOVE SIT-OPEN-DATE TO APHD-OPEN-DATE
                   MOVE SIT-CLOSE-DATE TO APHD-CLOSE-DATE
                   MOVE SIT-FEE TO APHD-FEE
                   WRITE OUTREC FROM APL-HD-REC
                       AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM APL-COLHD-REC
                       AFTER ADVANCING 2 LINES
                   PERFORM APPLY-RTN THRU APPLY-END
                       UNTIL CHK-ANS = 1
                   PERFORM APPLY-TOT-RTN THRU APPLY-TOT-END
               END-IF
           END-IF.
       APPLY-INIT-END.
           EXIT.

       APPLY-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) APL-HD-REC.
           DISPLAY (5, 1) "Examinee Number: ".
           PERFORM APL-EXA-NO-RTN THRU APL-EXA-NO-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (6, 1) "Examinee Name: ".
           DISPLAY (6, 40) XM-EXA-NAM.
           MOVE XM-EXA-NO TO APLN-EXA-NO.
           MOVE XM-EXA-NAM TO APLN-NAME.
           MOVE SPACES TO APLN-CITY.
           MOVE SPACES TO APLN-RCPT-NO.
           MOVE SPACES TO CERT-NO-IN.
           PERFORM ELIGIBLE-RTN THRU ELIGIBLE-END.
           IF REFUSE-MSG = SPACES
               PERFORM APPLY-TAKE-RTN THRU APPLY-TAKE-END
           ELSE
               DISPLAY (18, 1) REFUSE-MSG
               MOVE REFUSE-MSG TO APLN-RESULT
               WRITE OUTREC FROM APL-LINE-REC AFTER ADVANCING 1 LINE
               ADD 1 TO REFUSE-CNT
           END-IF.
           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       APPLY-END.
           EXIT.

       APL-EXA-NO-RTN.
           ACCEPT (5, 40) EXA-NO-IN.
           MOVE EXA-NO-IN TO XM-EXA-NO.
           READ EXAM-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (5, 55) "Not Registered - Reenter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (5, 40) EXA-NO-IN
                   DISPLAY (5, 55) "                        "
           END-READ.
           IF VALID-FLAG = 0
               PERFORM APL-EXA-NO-RTN THRU APL-EXA-NO-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       APL-EXA-NO-END.
           EXIT.

       ELIGIBLE-RTN.
           MOVE SPACES TO REFUSE-MSG.
           MOVE 0 TO FAIL-CNT-WS.
           MOVE "N" TO EH-EVER-PASSED.
           IF EH-OPEN-WS = "Y"
               MOVE EXA-NO-IN TO EH-EXA-NO
               READ EXAMINEE-HIST-FILE
                   INVALID KEY
                       MOVE "N" TO EH-EVER-PASSED
                   NOT INVALID KEY
                       IF EH-EVER-PASSED NOT = "Y"
                           MOVE EH-ATTEMPT-NO TO FAIL-CNT-WS
                       END-IF
               END-READ
           END-IF.
           IF EH-EVER-PASSED = "Y"
               MOVE "REFUSED - ALREADY PASSED" TO REFUSE-MSG
           END-IF.

           IF REFUSE-MSG = SPACES
               MOVE EXA-NO-IN TO APL-EXA-NO
               MOVE SIT-EXAM-DATE TO APL-SIT-DATE
               READ APPLICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "REFUSED - ALREADY APPLIED" TO REFUSE-MSG
               END-READ
           END-IF.

           IF REFUSE-MSG = SPACES
               PERFORM OTHER-SIT-RTN THRU OTHER-SIT-END
               IF OTHER-SIT-WS NOT = 0
                   MOVE "REFUSED - PENDING SITTING" TO REFUSE-MSG
                   DISPLAY (7, 1) "Already Applied For Sitting: "
                   DISPLAY (7, 40) OTHER-SIT-WS
               END-IF
           END-IF.

           IF REFUSE-MSG = SPACES
               DISPLAY (8, 1) "Failed Attempts On Record: "
               DISPLAY (8, 40) FAIL-CNT-WS
               IF FAIL-CNT-WS NOT < SIT-MAX-FAIL
                   DISPLAY (9, 1) "Refresher Certificate No.: "
                   ACCEPT (9, 40) CERT-NO-IN
                   MOVE FUNCTION UPPER-CASE(CERT-NO-IN) TO CERT-NO-IN
                   IF CERT-NO-IN = SPACES
                       MOVE "REFUSED - NO REFRESHER" TO REFUSE-MSG
                   ELSE
                       DISPLAY (9, 40) CERT-NO-IN
                   END-IF
               END-IF
           END-IF.
       ELIGIBLE-END.
           EXIT.

       OTHER-SIT-RTN.
           MOVE 0 TO OTHER-SIT-WS.
           MOVE "N" TO APL-EOF.
           MOVE EXA-NO-IN TO APL-EXA-NO.
           MOVE ZEROS TO APL-SIT-DATE.
           START APPLICATION-FILE KEY IS NOT LESS THAN APL-KEY
               INVALID KEY
                   MOVE "Y" TO APL-EOF
           END-START.
           PERFORM UNTIL APL-EOF = "Y"
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO APL-EOF
                   NOT AT END
                       IF APL-EXA-NO NOT = EXA-NO-IN
                           MOVE "Y" TO APL-EOF
                       ELSE
                           IF APL-STATUS = "A"
                                   AND APL-SIT-DATE NOT < RUN-DATE-WS
                               MOVE APL-SIT-DATE TO OTHER-SIT-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       OTHER-SIT-END.
           EXIT.

       APPLY-TAKE-RTN.
           PERFORM VARYING CITY-SUB FROM 1 BY 1 UNTIL CITY-SUB > 5
               COMPUTE CITY-ROW = CITY-SUB + 11
               IF SIT-CITY(CITY-SUB) NOT = SPACES
                   DISPLAY (CITY-ROW, 5) CITY-SUB
                   DISPLAY (CITY-ROW, 8) SIT-CITY(CITY-SUB)
               END-IF
           END-PERFORM.
           DISPLAY (10, 1) "Testing City No.: ".
           PERFORM CITY-NO-RTN THRU CITY-NO-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (11, 1) "Fee Receipt No.: ".
           PERFORM RCPT-NO-RTN THRU RCPT-NO-END.
           MOVE 0 TO VALID-FLAG.

           MOVE EXA-NO-IN TO APL-EXA-NO.
           MOVE SIT-EXAM-DATE TO APL-SIT-DATE.
           MOVE SIT-CITY(CITY-NO-IN) TO APL-CITY.
           MOVE RUN-DATE-WS TO APL-APPL-DATE.
           MOVE SIT-FEE TO APL-FEE-PAID.
           MOVE RCPT-NO-IN TO APL-RCPT-NO.
           MOVE CERT-NO-IN TO APL-CERT-NO.
           MOVE "A" TO APL-STATUS.
           WRITE APPLICATION-REC
               INVALID KEY
                   DISPLAY (18, 1) "Application Not Recorded"
               NOT INVALID KEY
                   MOVE APL-CITY TO APLN-CITY
                   MOVE APL-RCPT-NO TO APLN-RCPT-NO
                   IF CERT-NO-IN = SPACES
                       MOVE "APPROVED" TO APLN-RESULT
                   ELSE
                       MOVE "APPROVED - REFRESHER" TO APLN-RESULT
                   END-IF
                   WRITE OUTREC FROM APL-LINE-REC
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO APPR-CNT
                   ADD SIT-FEE TO FEE-TOT
                   DISPLAY (18, 1) "Application Approved - Fee Paid"
           END-WRITE.
       APPLY-TAKE-END.
           EXIT.

       CITY-NO-RTN.
           ACCEPT (10, 40) CITY-NO-IN.
           IF CITY-NO-IN > 0 AND CITY-NO-IN NOT > 5
               IF SIT-CITY(CITY-NO-IN) NOT = SPACES
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           ELSE
               MOVE 0 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (10, 40) CITY-NO-IN
               DISPLAY (10, 45) SIT-CITY(CITY-NO-IN)
           ELSE
               PERFORM CITY-NO-RTN THRU CITY-NO-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       CITY-NO-END.
           EXIT.

       RCPT-NO-RTN.
           MOVE SPACES TO RCPT-NO-IN.
           ACCEPT (11, 40) RCPT-NO-IN.
           MOVE FUNCTION UPPER-CASE(RCPT-NO-IN) TO RCPT-NO-IN.
           IF RCPT-NO-IN NOT = SPACES
               MOVE 1 TO VALID-FLAG
               DISPLAY (11, 40) RCPT-NO-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM RCPT-NO-RTN THRU RCPT-NO-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       RCPT-NO-END.
           EXIT.

       APPLY-TOT-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Applications Approved:" TO APTOT-LABEL.
           MOVE APPR-CNT TO APTOT-CNT.
           WRITE OUTREC FROM APL-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Applications Refused:" TO APTOT-LABEL.
           MOVE REFUSE-CNT TO APTOT-CNT.
           WRITE OUTREC FROM APL-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Application Fees Collected:" TO APAMT-LABEL.
           MOVE FEE-TOT TO APAMT-AMT.
           WRITE OUTREC FROM APL-AMT-REC AFTER ADVANCING 1 LINE.
       APPLY-TOT-END.
           EXIT.

       ANS-CHK-RTN.
           ACCEPT (22, 40) ANS.
           EVALUATE ANS
               WHEN "Y"
               WHEN "y"
                   MOVE 1 TO VALID-FLAG
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
