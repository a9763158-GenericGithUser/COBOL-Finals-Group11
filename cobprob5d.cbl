       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB5D.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile51.txt".
           SELECT LICENSE-MASTER ASSIGN TO "C:\dos\cobol\licmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-EXA-NO
               FILE STATUS IS LM-FILE-STATUS.
           SELECT EXAM-MASTER ASSIGN TO "C:\dos\cobol\exammast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT CPD-FILE ASSIGN TO "C:\dos\cobol\cpdcred.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPD-KEY
               FILE STATUS IS CPD-FILE-STATUS.
           SELECT CPD-SUBMIT ASSIGN TO "C:\dos\cobol\cpdsubm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "C:\dos\cobol\cpdletr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LT-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD LICENSE-MASTER.
       01 LICENSE-MAST-REC.
           05 LM-EXA-NO PIC 9(10).
           05 LM-LIC-NO PIC 9(6).
           05 LM-ISSUE-DATE PIC 9(8).
           05 LM-EXPIRY-DATE PIC 9(8).
           05 LM-STATUS PIC X.
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
       FD CPD-FILE.
       01 CPD-REC.
           05 CPD-KEY.
               10 CPD-LIC-NO PIC 9(6).
               10 CPD-PROVIDER PIC X(6).
               10 CPD-ACT-DATE PIC 9(8).
               10 CPD-ACT-CODE PIC X(8).
           05 CPD-ACT-TITLE PIC X(30).
           05 CPD-UNITS PIC 9(2)V9.
           05 CPD-LOAD-DATE PIC 9(8).
       FD CPD-SUBMIT.
       01 CPD-SUBMIT-REC.
           05 CS-LIC-NO PIC X(6).
           05 FILLER PIC X(1).
           05 CS-PROVIDER PIC X(6).
           05 FILLER PIC X(1).
           05 CS-ACT-CODE PIC X(8).
           05 FILLER PIC X(1).
           05 CS-ACT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CS-UNITS PIC X(5).
           05 FILLER PIC X(1).
           05 CS-ACT-TITLE PIC X(30).
       FD LETTER-FILE.
       01 LETTER-REC.
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
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "Professional Regulation Commission".
           05 FILLER PIC X(23) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "CPD Credits And License Expiry".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 SECT-TITLE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SECT-TITLE PIC X(50).

       01 REJ-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "License".
           05 FILLER PIC X(8) VALUE "Provdr".
           05 FILLER PIC X(10) VALUE "Activity".
           05 FILLER PIC X(10) VALUE "Date".
           05 FILLER PIC X(7) VALUE "Units".
           05 FILLER PIC X(20) VALUE "Reject Reason".
       01 REJ-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-LIC-NO PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-PROVIDER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-ACT-CODE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-ACT-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-UNITS PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RJLN-REASON PIC X(20).

       01 EXP-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "License".
           05 FILLER PIC X(12) VALUE "Examinee No.".
           05 FILLER PIC X(22) VALUE "  Name".
           05 FILLER PIC X(10) VALUE "Expiry".
           05 FILLER PIC X(6) VALUE "  Days".
           05 FILLER PIC X(8) VALUE "  Earned".
           05 FILLER PIC X(8) VALUE "   Short".
       01 EXP-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-LIC-NO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-EXA-NO PIC 9(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-EXPIRY PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXLN-DAYS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXLN-EARNED PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 EXLN-SHORT PIC ZZ9.9.

       01 TOT-CNT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOTCNT-LABEL PIC X(30).
           05 TOTCNT-CNT PIC ZZZ9.
       01 TOT-UNITS-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TOTUNT-LABEL PIC X(30).
           05 TOTUNT-UNITS PIC ZZ,ZZ9.9.

       01 LTR-HD1-REC.
           05 FILLER PIC X(23) VALUE SPACES.
           05 FILLER PIC X(34) VALUE
               "Professional Regulation Commission".
       01 LTR-HD2-REC.
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "LICENSE RENEWAL REMINDER".
       01 LTR-DATE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Date: ".
           05 LTRDT-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 LTRDT-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 LTRDT-YYYY PIC 9(4).
       01 LTR-TO-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "To: ".
           05 LTRTO-NAME PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "License No.: ".
           05 LTRTO-LIC-NO PIC 9(6).
       01 LTR-EXP-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "Your License Will Expire On: ".
           05 LTREX-MM PIC 99.
           05 FILLER PIC X VALUE "/".
           05 LTREX-DD PIC 99.
           05 FILLER PIC X VALUE "/".
           05 LTREX-YYYY PIC 9(4).
       01 LTR-CPD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "CPD Units Earned: ".
           05 LTRCP-EARNED PIC ZZ9.9.
           05 FILLER PIC X(14) VALUE "   Required: ".
           05 LTRCP-REQ PIC ZZ9.9.
           05 FILLER PIC X(18) VALUE "   Still Needed: ".
           05 LTRCP-SHORT PIC ZZ9.9.
       01 LTR-NOTE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(58) VALUE
             "Renewal Is Refused Until The Required Units Are Earned.".
       01 LTR-SEP-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(58) VALUE ALL "-".

       01 LIC-TABLE-WS.
           05 LTB-CNT PIC 9(4) VALUE 0.
           05 LTB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LTB-CNT
                   INDEXED BY LTB-IDX.
               10 LTB-LIC-NO PIC 9(6).
               10 LTB-STATUS PIC X.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 CHK-ANS PIC 9 VALUE 0.
           05 LM-FILE-STATUS PIC XX.
           05 LM-EOF PIC X VALUE "N".
           05 XM-FILE-STATUS PIC XX.
           05 XM-OPENED PIC X VALUE "N".
           05 CPD-FILE-STATUS PIC XX.
           05 CPD-EOF PIC X.
           05 CS-FILE-STATUS PIC XX.
           05 CS-EOF PIC X VALUE "N".
           05 LT-FILE-STATUS PIC XX.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 RUN-DATE-INT PIC 9(7).
           05 RENEW-YEARS PIC 9 VALUE 3.
           05 CPD-REQ-UNITS PIC 9(3)V9 VALUE 45.0.
           05 REMIND-DAYS PIC 9(3) VALUE 90.
           05 PERIOD-START PIC 9(8).
           05 PERIOD-YYYY PIC 9(4).
           05 PERIOD-END PIC 9(8).
           05 CPD-EARNED PIC 9(4)V9.
           05 CPD-SHORT PIC 9(4)V9.
           05 DAYS-WS PIC S9(7).
           05 LIC-NO-WS PIC 9(6).
           05 ACT-DATE-WS PIC 9(8).
           05 UNITS-WS PIC 9(2)V9.
           05 REJ-REASON PIC X(20).
           05 ACC-CNT PIC 9(4) VALUE 0.
           05 ACC-UNITS PIC 9(6)V9 VALUE 0.
           05 REJ-CNT PIC 9(4) VALUE 0.
           05 LTB-OVFL-CNT PIC 9(4) VALUE 0.
           05 LETTER-CNT PIC 9(4) VALUE 0.
           05 LAPSE-CNT PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE.
           OPEN INPUT LICENSE-MASTER.
           IF LM-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "License Master Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           OPEN INPUT EXAM-MASTER.
           IF XM-FILE-STATUS = "00"
               MOVE "Y" TO XM-OPENED
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           IF CHK-ANS = 0
               OPEN I-O CPD-FILE
               IF CPD-FILE-STATUS = "35"
                   OPEN OUTPUT CPD-FILE
                   CLOSE CPD-FILE
                   OPEN I-O CPD-FILE
               END-IF
               DISPLAY (3, 1)
                 "Run Mode (L=Load CPD/M=Expiry Reminders/X=Lapsed): "
               ACCEPT (3, 55) RUN-MODE-IN
               DISPLAY (3, 55) RUN-MODE-IN
               EVALUATE RUN-MODE-IN
                   WHEN "L"
                   WHEN "l"
                       PERFORM LOAD-RTN THRU LOAD-END
                   WHEN "X"
                   WHEN "x"
                       PERFORM LAPSE-RTN THRU LAPSE-END
                   WHEN OTHER
                       PERFORM REMIND-RTN THRU REMIND-END
               END-EVALUATE
               CLOSE CPD-FILE
               CLOSE LICENSE-MASTER
           END-IF.
           IF XM-OPENED = "Y"
               CLOSE EXAM-MASTER
           END-IF.
           CLOSE OUTFILE.
           GOBACK.

       LOAD-LIC-RTN.
           MOVE "N" TO LM-EOF.
           MOVE ZEROS TO LM-EXA-NO.
           START LICENSE-MASTER KEY IS NOT LESS THAN LM-EXA-NO
               INVALID KEY
                   MOVE "Y" TO LM-EOF
           END-START.
           PERFORM UNTIL LM-EOF = "Y"
               READ LICENSE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LM-EOF
                   NOT AT END
                       IF LTB-CNT LESS THAN 2000
                           ADD 1 TO LTB-CNT
                           MOVE LM-LIC-NO TO LTB-LIC-NO(LTB-CNT)
                           MOVE LM-STATUS TO LTB-STATUS(LTB-CNT)
                       ELSE
                           ADD 1 TO LTB-OVFL-CNT
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-LIC-END.
           EXIT.

       LOAD-RTN.
           PERFORM LOAD-LIC-RTN THRU LOAD-LIC-END.
           OPEN INPUT CPD-SUBMIT.
           IF CS-FILE-STATUS NOT = "00"
               DISPLAY (5, 1) "CPD Submission File Not Found"
           ELSE
               MOVE "CPD SUBMISSION LOAD - REJECTS" TO SECT-TITLE
               WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 2 LINES
               WRITE OUTREC FROM REJ-COLHD-REC AFTER ADVANCING 2 LINES
               PERFORM UNTIL CS-EOF = "Y"
                   READ CPD-SUBMIT
                       AT END
                           MOVE "Y" TO CS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-RTN THRU LOAD-ONE-END
                   END-READ
               END-PERFORM
               CLOSE CPD-SUBMIT
               WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE
               MOVE "Credits Accepted:" TO TOTCNT-LABEL
               MOVE ACC-CNT TO TOTCNT-CNT
               WRITE OUTREC FROM TOT-CNT-REC AFTER ADVANCING 1 LINE
               MOVE "Units Accepted:" TO TOTUNT-LABEL
               MOVE ACC-UNITS TO TOTUNT-UNITS
               WRITE OUTREC FROM TOT-UNITS-REC AFTER ADVANCING 1 LINE
               MOVE "Credits Rejected:" TO TOTCNT-LABEL
               MOVE REJ-CNT TO TOTCNT-CNT
               WRITE OUTREC FROM TOT-CNT-REC AFTER ADVANCING 1 LINE
               IF LTB-OVFL-CNT > 0
                   MOVE "Licenses Not Loaded (Overflow):"
                       TO TOTCNT-LABEL
                   MOVE LTB-OVFL-CNT TO TOTCNT-CNT
                   WRITE OUTREC FROM TOT-CNT-REC
                       AFTER ADVANCING 1 LINE
               END-IF
               DISPLAY (5, 1) "Credits Accepted: "
               DISPLAY (5, 40) ACC-CNT
               DISPLAY (6, 1) "Credits Rejected: "
               DISPLAY (6, 40) REJ-CNT
           END-IF.
       LOAD-END.
           EXIT.

       LOAD-ONE-RTN.
           MOVE SPACES TO REJ-REASON.
           IF CS-LIC-NO IS NOT NUMERIC
               MOVE "UNKNOWN LICENSE" TO REJ-REASON
           ELSE
               MOVE CS-LIC-NO TO LIC-NO-WS
               SET LTB-IDX TO 1
               SEARCH LTB-ENTRY
                   AT END
                       MOVE "UNKNOWN LICENSE" TO REJ-REASON
                   WHEN LTB-LIC-NO(LTB-IDX) = LIC-NO-WS
                       IF LTB-STATUS(LTB-IDX) = "R"
                           MOVE "LICENSE REVOKED" TO REJ-REASON
                       END-IF
               END-SEARCH
           END-IF.
           IF REJ-REASON = SPACES
               IF CS-PROVIDER = SPACES OR CS-ACT-CODE = SPACES
                   MOVE "MISSING PROVIDER/ACT" TO REJ-REASON
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               IF CS-ACT-DATE IS NOT NUMERIC
                   MOVE "INVALID DATE" TO REJ-REASON
               ELSE
                   MOVE CS-ACT-DATE TO ACT-DATE-WS
                   IF FUNCTION TEST-DATE-YYYYMMDD(ACT-DATE-WS) NOT = 0
                           OR ACT-DATE-WS > RUN-DATE-WS
                       MOVE "INVALID DATE" TO REJ-REASON
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               IF FUNCTION TEST-NUMVAL(CS-UNITS) NOT = 0
                   MOVE "INVALID UNITS" TO REJ-REASON
               ELSE
                   IF FUNCTION NUMVAL(CS-UNITS) NOT > 0
                           OR FUNCTION NUMVAL(CS-UNITS) > 99.9
                           OR FUNCTION NUMVAL(CS-UNITS) * 10 NOT =
                           FUNCTION INTEGER(FUNCTION NUMVAL(CS-UNITS)
                               * 10)
                       MOVE "INVALID UNITS" TO REJ-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(CS-UNITS) TO UNITS-WS
                   END-IF
               END-IF
           END-IF.
           IF REJ-REASON = SPACES
               MOVE LIC-NO-WS TO CPD-LIC-NO
               MOVE CS-PROVIDER TO CPD-PROVIDER
               MOVE ACT-DATE-WS TO CPD-ACT-DATE
               MOVE CS-ACT-CODE TO CPD-ACT-CODE
               MOVE CS-ACT-TITLE TO CPD-ACT-TITLE
               MOVE UNITS-WS TO CPD-UNITS
               MOVE RUN-DATE-WS TO CPD-LOAD-DATE
               WRITE CPD-REC
                   INVALID KEY
                       MOVE "DUPLICATE" TO REJ-REASON
                   NOT INVALID KEY
                       ADD 1 TO ACC-CNT
                       ADD UNITS-WS TO ACC-UNITS
               END-WRITE
           END-IF.
           IF REJ-REASON NOT = SPACES
               ADD 1 TO REJ-CNT
               MOVE CS-LIC-NO TO RJLN-LIC-NO
               MOVE CS-PROVIDER TO RJLN-PROVIDER
               MOVE CS-ACT-CODE TO RJLN-ACT-CODE
               MOVE CS-ACT-DATE TO RJLN-ACT-DATE
               MOVE CS-UNITS TO RJLN-UNITS
               MOVE REJ-REASON TO RJLN-REASON
               WRITE OUTREC FROM REJ-LINE-REC AFTER ADVANCING 1 LINE
           END-IF.
       LOAD-ONE-END.
           EXIT.

       CPD-UNITS-RTN.
           MOVE LM-EXPIRY-DATE TO PERIOD-START.
           MOVE LM-EXPIRY-DATE(1:4) TO PERIOD-YYYY.
           SUBTRACT RENEW-YEARS FROM PERIOD-YYYY.
           MOVE PERIOD-YYYY TO PERIOD-START(1:4).
           IF LM-EXPIRY-DATE > RUN-DATE-WS
               MOVE LM-EXPIRY-DATE TO PERIOD-END
           ELSE
               MOVE RUN-DATE-WS TO PERIOD-END
           END-IF.
           MOVE 0 TO CPD-EARNED.
           MOVE "N" TO CPD-EOF.
           MOVE LM-LIC-NO TO CPD-LIC-NO.
           MOVE LOW-VALUES TO CPD-PROVIDER.
           MOVE ZEROS TO CPD-ACT-DATE.
           MOVE LOW-VALUES TO CPD-ACT-CODE.
           START CPD-FILE KEY IS NOT LESS THAN CPD-KEY
               INVALID KEY
                   MOVE "Y" TO CPD-EOF
           END-START.
           PERFORM UNTIL CPD-EOF = "Y"
               READ CPD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO CPD-EOF
                   NOT AT END
                       IF CPD-LIC-NO NOT = LM-LIC-NO
                           MOVE "Y" TO CPD-EOF
                       ELSE
                           IF CPD-ACT-DATE NOT < PERIOD-START
                                   AND CPD-ACT-DATE
                                       NOT > PERIOD-END
                               ADD CPD-UNITS TO CPD-EARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CPD-EARNED < CPD-REQ-UNITS
               COMPUTE CPD-SHORT = CPD-REQ-UNITS - CPD-EARNED
           ELSE
               MOVE 0 TO CPD-SHORT
           END-IF.
       CPD-UNITS-END.
           EXIT.

       NAME-RTN.
           MOVE SPACES TO XM-EXA-NAM.
           IF XM-OPENED = "Y"
               MOVE LM-EXA-NO TO XM-EXA-NO
               READ EXAM-MASTER
                   INVALID KEY
                       MOVE SPACES TO XM-EXA-NAM
               END-READ
           END-IF.
       NAME-END.
           EXIT.

       REMIND-RTN.
           OPEN EXTEND LETTER-FILE.
           IF LT-FILE-STATUS NOT = "00"
               OPEN OUTPUT LETTER-FILE
           END-IF.
           MOVE "EXPIRY REMINDERS - LICENSES DUE WITHIN 90 DAYS"
               TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM EXP-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE "N" TO LM-EOF.
           MOVE ZEROS TO LM-EXA-NO.
           START LICENSE-MASTER KEY IS NOT LESS THAN LM-EXA-NO
               INVALID KEY
                   MOVE "Y" TO LM-EOF
           END-START.
           PERFORM UNTIL LM-EOF = "Y"
               READ LICENSE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LM-EOF
                   NOT AT END
                       IF LM-STATUS NOT = "R"
                           PERFORM REMIND-ONE-RTN THRU REMIND-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTER-FILE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Reminder Letters Printed:" TO TOTCNT-LABEL.
           MOVE LETTER-CNT TO TOTCNT-CNT.
           WRITE OUTREC FROM TOT-CNT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (5, 1) "Reminder Letters Printed: ".
           DISPLAY (5, 40) LETTER-CNT.
       REMIND-END.
           EXIT.

       REMIND-ONE-RTN.
           COMPUTE DAYS-WS =
               FUNCTION INTEGER-OF-DATE(LM-EXPIRY-DATE) - RUN-DATE-INT.
           IF DAYS-WS NOT < 0 AND DAYS-WS NOT > REMIND-DAYS
               PERFORM CPD-UNITS-RTN THRU CPD-UNITS-END
               PERFORM NAME-RTN THRU NAME-END
               MOVE RUN-DATE-WS(5:2) TO LTRDT-MM
               MOVE RUN-DATE-WS(7:2) TO LTRDT-DD
               MOVE RUN-DATE-WS(1:4) TO LTRDT-YYYY
               MOVE XM-EXA-NAM TO LTRTO-NAME
               MOVE LM-LIC-NO TO LTRTO-LIC-NO
               MOVE LM-EXPIRY-DATE(5:2) TO LTREX-MM
               MOVE LM-EXPIRY-DATE(7:2) TO LTREX-DD
               MOVE LM-EXPIRY-DATE(1:4) TO LTREX-YYYY
               MOVE CPD-EARNED TO LTRCP-EARNED
               MOVE CPD-REQ-UNITS TO LTRCP-REQ
               MOVE CPD-SHORT TO LTRCP-SHORT
               WRITE LETTER-REC FROM LTR-HD1-REC
               WRITE LETTER-REC FROM LTR-HD2-REC
               WRITE LETTER-REC FROM LTR-DATE-REC
               WRITE LETTER-REC FROM LTR-TO-REC
               WRITE LETTER-REC FROM LTR-EXP-REC
               WRITE LETTER-REC FROM LTR-CPD-REC
               IF CPD-SHORT > 0
                   WRITE LETTER-REC FROM LTR-NOTE-REC
               END-IF
               WRITE LETTER-REC FROM LTR-SEP-REC
               ADD 1 TO LETTER-CNT
               MOVE DAYS-WS TO EXLN-DAYS
               PERFORM EXP-LINE-RTN THRU EXP-LINE-END
           END-IF.
       REMIND-ONE-END.
           EXIT.

       EXP-LINE-RTN.
           MOVE LM-LIC-NO TO EXLN-LIC-NO.
           MOVE LM-EXA-NO TO EXLN-EXA-NO.
           MOVE XM-EXA-NAM TO EXLN-NAME.
           MOVE LM-EXPIRY-DATE TO EXLN-EXPIRY.
           MOVE CPD-EARNED TO EXLN-EARNED.
           MOVE CPD-SHORT TO EXLN-SHORT.
           WRITE OUTREC FROM EXP-LINE-REC AFTER ADVANCING 1 LINE.
       EXP-LINE-END.
           EXIT.

       LAPSE-RTN.
           MOVE "LAPSED LICENSES (DAYS SINCE EXPIRY)" TO SECT-TITLE.
           WRITE OUTREC FROM SECT-TITLE-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM EXP-COLHD-REC AFTER ADVANCING 2 LINES.
           MOVE "N" TO LM-EOF.
           MOVE ZEROS TO LM-EXA-NO.
           START LICENSE-MASTER KEY IS NOT LESS THAN LM-EXA-NO
               INVALID KEY
                   MOVE "Y" TO LM-EOF
           END-START.
           PERFORM UNTIL LM-EOF = "Y"
               READ LICENSE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO LM-EOF
                   NOT AT END
                       IF LM-STATUS NOT = "R"
                               AND LM-EXPIRY-DATE < RUN-DATE-WS
                           PERFORM LAPSE-ONE-RTN THRU LAPSE-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Lapsed Licenses:" TO TOTCNT-LABEL.
           MOVE LAPSE-CNT TO TOTCNT-CNT.
           WRITE OUTREC FROM TOT-CNT-REC AFTER ADVANCING 1 LINE.
           DISPLAY (5, 1) "Lapsed Licenses: ".
           DISPLAY (5, 40) LAPSE-CNT.
       LAPSE-END.
           EXIT.

       LAPSE-ONE-RTN.
           COMPUTE DAYS-WS = RUN-DATE-INT -
               FUNCTION INTEGER-OF-DATE(LM-EXPIRY-DATE).
           PERFORM CPD-UNITS-RTN THRU CPD-UNITS-END.
           PERFORM NAME-RTN THRU NAME-END.
           MOVE DAYS-WS TO EXLN-DAYS.
           PERFORM EXP-LINE-RTN THRU EXP-LINE-END.
           ADD 1 TO LAPSE-CNT.
       LAPSE-ONE-END.
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
