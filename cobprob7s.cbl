       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB7S.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile53.txt".
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
           05 FILLER PIC X(110).
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
           05 FILLER PIC X(28) VALUE SPACES.
           05 FILLER PIC X(24) VALUE
               "Batch Operations Console".
           05 FILLER PIC X(28) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "Operator Security Administration".
           05 FILLER PIC X(24) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(22) VALUE
               "Operator Access Review".
           05 FILLER PIC X(29) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Review Month: ".
           05 HD04-MONTH PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "Run Date: ".
           05 HD04-DATE PIC 9(8).
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 ADM-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Action".
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(22) VALUE "Name".
           05 FILLER PIC X(15) VALUE "Authority".
           05 FILLER PIC X(6) VALUE "Supv".
           05 FILLER PIC X(7) VALUE "By".
           05 FILLER PIC X(20) VALUE "Remarks".
       01 ADM-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADLN-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADLN-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADLN-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADLN-AUTH PIC X(13).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ADLN-SUPV PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ADLN-BY PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ADLN-REMARK PIC X(30).
       01 ADM-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 ADTOT-LABEL PIC X(34).
           05 ADTOT-CNT PIC ZZZ9.

       01 REV-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ID".
           05 FILLER PIC X(22) VALUE "Name".
           05 FILLER PIC X(15) VALUE "Authority".
           05 FILLER PIC X(5) VALUE "Sup".
           05 FILLER PIC X(5) VALUE "Adm".
           05 FILLER PIC X(12) VALUE "Status".
           05 FILLER PIC X(11) VALUE "Last Sign".
           05 FILLER PIC X(11) VALUE "Pw Changed".
           05 FILLER PIC X(6) VALUE "Fail".
           05 FILLER PIC X(5) VALUE "Lock".
           05 FILLER PIC X(9) VALUE "NoAuth".
       01 REV-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-ID PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-AUTH PIC X(13).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RVLN-SUPV PIC X.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RVLN-ADMIN PIC X.
           05 FILLER PIC X(3) VALUE SPACES.
           05 RVLN-STATUS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-LAST PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RVLN-PW-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 RVLN-FAIL PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-LOCK PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-NOAUTH PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RVLN-REMARK PIC X(19).
       01 REV-NOTE-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(60) VALUE
           "Authority positions 1-13 follow the console menu options.".

       01 OPER-TABLE-WS.
           05 OPT-CNT PIC 99 VALUE 0.
           05 OPT-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON OPT-CNT
                   INDEXED BY OPT-IDX.
               10 OPT-ID PIC X(5).
               10 OPT-NAME PIC X(20).
               10 OPT-AUTH PIC X(13).
               10 OPT-SUPV PIC X.
               10 OPT-FAIL-CNT PIC 9(3).
               10 OPT-LOCK-CNT PIC 9(3).
               10 OPT-NOAUTH-CNT PIC 9(3).

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB7S".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 SP-FILE-STATUS PIC XX.
           05 OS-EOF PIC X.
           05 SL-EOF PIC X.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 PW-DAYS-WS PIC 9(3) VALUE 90.
           05 REVIEW-DAYS-WS PIC 9(3) VALUE 90.
           05 PW-AGE-WS PIC S9(7).
           05 PW-EXPIRED PIC X.
           05 INACTIVE-FLAG PIC X.
           05 ADM-ID-IN PIC X(5).
           05 ADM-OK PIC X VALUE "N".
           05 ADM-AUTH-13 PIC X.
           05 ADM-CNT PIC 9(3).
           05 OPER-ID-IN PIC X(5).
           05 NAME-IN PIC X(20).
           05 AUTH-IN PIC X(13).
           05 SUPV-IN PIC X.
           05 FLAG-IN PIC X.
           05 AUTH-CNT PIC 99.
           05 ACTION-WS PIC X(8).
           05 REMARK-WS PIC X(30).
           05 REVIEW-MONTH-IN PIC 9(6).
           05 UNKNOWN-CNT PIC 9(4) VALUE 0.
           05 ADD-CNT PIC 9(4) VALUE 0.
           05 CHG-CNT PIC 9(4) VALUE 0.
           05 RESET-CNT PIC 9(4) VALUE 0.
           05 UNLOCK-CNT PIC 9(4) VALUE 0.
           05 SECADM-CNT PIC 9(4) VALUE 0.
           05 REFUSE-CNT PIC 9(4) VALUE 0.
           05 RV-OPER-CNT PIC 9(4) VALUE 0.
           05 RV-ADMIN-CNT PIC 9(4) VALUE 0.
           05 RV-SUPV-CNT PIC 9(4) VALUE 0.
           05 RV-LOCKED-CNT PIC 9(4) VALUE 0.
           05 RV-NEVER-CNT PIC 9(4) VALUE 0.
           05 RV-INACT-CNT PIC 9(4) VALUE 0.
           05 RV-EXPIRED-CNT PIC 9(4) VALUE 0.
           05 RV-FAIL-CNT PIC 9(4) VALUE 0.
           05 RV-LOCK-CNT PIC 9(4) VALUE 0.
           05 RV-NOAUTH-CNT PIC 9(4) VALUE 0.

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
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           IF OPT-CNT = 0
               DISPLAY (3, 1)
                   "Operator File Not Found Or Empty - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
           IF CHK-ANS = 0
               OPEN I-O OPER-SEC-FILE
               IF OS-FILE-STATUS = "35"
                   OPEN OUTPUT OPER-SEC-FILE
                   CLOSE OPER-SEC-FILE
                   OPEN I-O OPER-SEC-FILE
               END-IF
               DISPLAY (1, 1) HD01-REC
               DISPLAY (2, 1) HD02-REC
               PERFORM ADM-SIGNON-RTN THRU ADM-SIGNON-END
                   UNTIL ADM-OK = "Y" OR CHK-ANS = 1
               IF ADM-OK = "Y"
                   PERFORM MODE-RTN THRU MODE-END
               END-IF
               CLOSE OPER-SEC-FILE
           END-IF.
           CLOSE OUTFILE.
           GOBACK.

       MODE-RTN.
           DISPLAY (9, 1)
               "Mode (A=Add/C=Change/R=Reset/U=Unlock/S=Sec Admin/".
           DISPLAY (10, 1) "      V=Access Review): ".
           ACCEPT (10, 40) RUN-MODE-IN.
           MOVE FUNCTION UPPER-CASE(RUN-MODE-IN) TO RUN-MODE-IN.
           DISPLAY (10, 40) RUN-MODE-IN.
           IF RUN-MODE-IN = "V"
               PERFORM REVIEW-RTN THRU REVIEW-END
           ELSE
               WRITE OUTREC FROM HD01-REC
               WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM ADM-COLHD-REC AFTER ADVANCING 2 LINES
               PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1
               PERFORM FINISH-RTN THRU FINISH-END
           END-IF.
       MODE-END.
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
                               MOVE OPF-AUTH TO OPT-AUTH(OPT-CNT)
                               MOVE FUNCTION UPPER-CASE(OPF-SUPV)
                                   TO OPT-SUPV(OPT-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
       LOAD-OPER-END.
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
                       IF SP-REVIEW-DAYS IS NUMERIC
                           MOVE SP-REVIEW-DAYS TO REVIEW-DAYS-WS
                       END-IF
               END-READ
               CLOSE SEC-PARM-FILE
           END-IF.
       LOAD-SEC-PARM-END.
           EXIT.

       ADM-SIGNON-RTN.
           DISPLAY (4, 1) "Operator ID (X=Exit): ".
           MOVE SPACES TO ADM-ID-IN.
           ACCEPT (4, 40) ADM-ID-IN.
           MOVE ADM-ID-IN TO SEC-OPER-WS.
           MOVE ADM-ID-IN TO SEC-BY-WS.
           MOVE "SECURITY ADMIN" TO SEC-DETAIL-WS.
           IF ADM-ID-IN = "X" OR ADM-ID-IN = "x"
               MOVE 1 TO CHK-ANS
           ELSE
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (4, 50) "Unknown Operator - Re-enter"
                       MOVE "UNKNOWN " TO SEC-EVENT-WS
                       PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                   WHEN OPT-ID(OPT-IDX) = ADM-ID-IN
                       DISPLAY (4, 50) "                           "
                       MOVE OPT-AUTH(OPT-IDX)(13:1) TO ADM-AUTH-13
                       PERFORM ADM-PW-RTN THRU ADM-PW-END
               END-SEARCH
           END-IF.
       ADM-SIGNON-END.
           EXIT.

       ADM-PW-RTN.
           MOVE ADM-ID-IN TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "N" TO OS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OS-FOUND
           END-READ.
           IF OS-FOUND = "N" OR OS-MUST-CHG = "Y"
               DISPLAY (6, 1)
                   "Sign On At The Console First To Set A Password"
               MOVE 1 TO CHK-ANS
           ELSE
               IF OS-LOCKED = "Y"
                   DISPLAY (6, 1)
                       "Operator Locked - See Security Administrator  "
                   MOVE "LOCKUSE " TO SEC-EVENT-WS
                   PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                   MOVE 1 TO CHK-ANS
               ELSE
                   DISPLAY (5, 1) "Password: "
                   MOVE SPACES TO PW-IN
                   ACCEPT (5, 40) PW-IN WITH NO-ECHO
                   MOVE "SIGNFAIL" TO SEC-EVENT-WS
                   PERFORM PW-CHECK-RTN THRU PW-CHECK-END
                   IF PW-OK = "Y"
                       PERFORM ADM-AUTH-RTN THRU ADM-AUTH-END
                   ELSE
                       IF OS-LOCKED = "Y"
                           DISPLAY (6, 1)
                           "Too Many Failures - Operator Locked     "
                           MOVE 1 TO CHK-ANS
                       ELSE
                           DISPLAY (6, 1)
                           "Wrong Password - Re-enter               "
                       END-IF
                   END-IF
               END-IF
           END-IF.
       ADM-PW-END.
           EXIT.

       ADM-AUTH-RTN.
           PERFORM PW-AGE-RTN THRU PW-AGE-END.
           IF PW-EXPIRED = "Y"
               DISPLAY (6, 1)
                   "Password Expired - Change It At The Console   "
               MOVE 1 TO CHK-ANS
           ELSE
               MOVE RUN-DATE-WS TO OS-LAST-SIGNON
               REWRITE OPER-SEC-REC
               IF OS-SEC-ADMIN = "Y"
                   MOVE "Y" TO ADM-OK
               ELSE
                   PERFORM ADM-SCAN-RTN THRU ADM-SCAN-END
                   IF ADM-CNT = 0
                           AND (ADM-AUTH-13 = "Y" OR ADM-AUTH-13 = "y")
                       MOVE "Y" TO ADM-OK
                       DISPLAY (6, 1)
                       "No Security Administrator On File -"
                       DISPLAY (7, 1)
                       "Backup/Restore Authority Accepted"
                   ELSE
                       DISPLAY (6, 1)
                       "Not A Security Administrator                  "
                       MOVE "NOAUTH  " TO SEC-EVENT-WS
                       PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                       MOVE 1 TO CHK-ANS
                   END-IF
               END-IF
           END-IF.
       ADM-AUTH-END.
           EXIT.

       ADM-SCAN-RTN.
           MOVE 0 TO ADM-CNT.
           MOVE "N" TO OS-EOF.
           MOVE LOW-VALUES TO OS-ID.
           START OPER-SEC-FILE KEY IS NOT LESS THAN OS-ID
               INVALID KEY
                   MOVE "Y" TO OS-EOF
           END-START.
           PERFORM UNTIL OS-EOF = "Y"
               READ OPER-SEC-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO OS-EOF
                   NOT AT END
                       IF OS-SEC-ADMIN = "Y"
                           ADD 1 TO ADM-CNT
                       END-IF
               END-READ
           END-PERFORM.
       ADM-SCAN-END.
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

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD02-REC.
           DISPLAY (3, 1) "Mode: ".
           DISPLAY (3, 10) RUN-MODE-IN.
           DISPLAY (5, 1) "Operator ID: ".
           PERFORM OPER-ID-RTN THRU OPER-ID-END.
           MOVE 0 TO VALID-FLAG.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           MOVE ADM-ID-IN TO SEC-BY-WS.
           MOVE SPACES TO REMARK-WS.
           EVALUATE RUN-MODE-IN
               WHEN "A"
                   PERFORM ADD-RTN THRU ADD-END
               WHEN "C"
                   PERFORM CHANGE-RTN THRU CHANGE-END
               WHEN "R"
                   PERFORM RESET-RTN THRU RESET-END
               WHEN "U"
                   PERFORM UNLOCK-RTN THRU UNLOCK-END
               WHEN "S"
                   PERFORM SECADM-RTN THRU SECADM-END
               WHEN OTHER
                   DISPLAY (18, 1) "Invalid Mode - Run Ended"
                   MOVE 1 TO CHK-ANS
           END-EVALUATE.
           IF CHK-ANS = 0
               DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)"
               PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1
               MOVE 0 TO VALID-FLAG
           END-IF.
       PROCESS-END.
           EXIT.

       OPER-ID-RTN.
           MOVE SPACES TO OPER-ID-IN.
           ACCEPT (5, 40) OPER-ID-IN.
           MOVE 1 TO VALID-FLAG.
           SET OPT-IDX TO 1.
           SEARCH OPT-ENTRY
               AT END
                   IF RUN-MODE-IN NOT = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 50) "Unknown Operator - Re-enter "
                   END-IF
               WHEN OPT-ID(OPT-IDX) = OPER-ID-IN
                   IF RUN-MODE-IN = "A"
                       MOVE 0 TO VALID-FLAG
                       DISPLAY (5, 50) "Already On File - Re-enter  "
                   END-IF
           END-SEARCH.
           IF OPER-ID-IN = SPACES
               MOVE 0 TO VALID-FLAG
           END-IF.
           IF VALID-FLAG = 1 AND OPER-ID-IN = ADM-ID-IN
               MOVE 0 TO VALID-FLAG
               DISPLAY (5, 50) "Cannot Change Own Security  "
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (5, 40) OPER-ID-IN
               DISPLAY (5, 50) "                            "
           ELSE
               PERFORM OPER-ID-RTN THRU OPER-ID-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       OPER-ID-END.
           EXIT.

       ADD-RTN.
           IF OPT-CNT NOT LESS THAN 20
               DISPLAY (18, 1) "Operator File Full - Not Added"
               ADD 1 TO REFUSE-CNT
           ELSE
               DISPLAY (6, 1) "Operator Name: "
               PERFORM NAME-RTN THRU NAME-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (7, 1) "Authorities (13 x Y/N): "
               PERFORM AUTH-RTN THRU AUTH-END
               MOVE 0 TO VALID-FLAG
               DISPLAY (8, 1) "Supervisor (Y/N): "
               PERFORM SUPV-RTN THRU SUPV-END
               MOVE 0 TO VALID-FLAG
               ADD 1 TO OPT-CNT
               SET OPT-IDX TO OPT-CNT
               MOVE OPER-ID-IN TO OPT-ID(OPT-IDX)
               MOVE NAME-IN TO OPT-NAME(OPT-IDX)
               MOVE AUTH-IN TO OPT-AUTH(OPT-IDX)
               MOVE SUPV-IN TO OPT-SUPV(OPT-IDX)
               PERFORM OPER-WRITE-RTN THRU OPER-WRITE-END
               PERFORM OS-RESET-RTN THRU OS-RESET-END
               MOVE "ADDOPER " TO SEC-EVENT-WS
               PERFORM CHG-LOG-RTN THRU CHG-LOG-END
               ADD 1 TO ADD-CNT
               DISPLAY (18, 1)
                   "Operator Added - First Password Is The Operator ID"
               MOVE "ADDED" TO ACTION-WS
               MOVE "FIRST PASSWORD = OPERATOR ID" TO REMARK-WS
               PERFORM ACTION-LINE-RTN THRU ACTION-LINE-END
           END-IF.
       ADD-END.
           EXIT.

       CHANGE-RTN.
           DISPLAY (6, 1) "Current Name: ".
           DISPLAY (6, 40) OPT-NAME(OPT-IDX).
           DISPLAY (7, 1) "Current Authorities: ".
           DISPLAY (7, 40) OPT-AUTH(OPT-IDX).
           DISPLAY (8, 1) "Current Supervisor: ".
           DISPLAY (8, 40) OPT-SUPV(OPT-IDX).
           DISPLAY (10, 1) "New Name (Blank=Keep): ".
           MOVE SPACES TO NAME-IN.
           ACCEPT (10, 40) NAME-IN.
           IF NAME-IN = SPACES
               MOVE OPT-NAME(OPT-IDX) TO NAME-IN
           END-IF.
           DISPLAY (10, 40) NAME-IN.
           DISPLAY (11, 1) "New Authorities (13 x Y/N): ".
           PERFORM AUTH-RTN THRU AUTH-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (12, 1) "New Supervisor (Y/N): ".
           PERFORM SUPV-RTN THRU SUPV-END.
           MOVE 0 TO VALID-FLAG.
           MOVE NAME-IN TO OPT-NAME(OPT-IDX).
           MOVE AUTH-IN TO OPT-AUTH(OPT-IDX).
           MOVE SUPV-IN TO OPT-SUPV(OPT-IDX).
           PERFORM OPER-WRITE-RTN THRU OPER-WRITE-END.
           MOVE "CHGOPER " TO SEC-EVENT-WS.
           PERFORM CHG-LOG-RTN THRU CHG-LOG-END.
           ADD 1 TO CHG-CNT.
           DISPLAY (18, 1) "Operator Changed".
           MOVE "CHANGED" TO ACTION-WS.
           PERFORM ACTION-LINE-RTN THRU ACTION-LINE-END.
       CHANGE-END.
           EXIT.

       RESET-RTN.
           DISPLAY (6, 1) "Reset Password And Unlock (Y/N)?: ".
           MOVE SPACES TO FLAG-IN.
           ACCEPT (6, 40) FLAG-IN.
           IF FLAG-IN = "Y" OR FLAG-IN = "y"
               PERFORM OS-RESET-RTN THRU OS-RESET-END
               MOVE "PWRESET " TO SEC-EVENT-WS
               MOVE SPACES TO SEC-DETAIL-WS
               PERFORM SEC-LOG-RTN THRU SEC-LOG-END
               ADD 1 TO RESET-CNT
               DISPLAY (18, 1)
                   "Password Reset - Temporary Password Is Operator ID"
               MOVE "RESET" TO ACTION-WS
               MOVE "TEMP PASSWORD = OPERATOR ID" TO REMARK-WS
               PERFORM ACTION-LINE-RTN THRU ACTION-LINE-END
           ELSE
               DISPLAY (18, 1) "Reset Cancelled"
           END-IF.
       RESET-END.
           EXIT.

       UNLOCK-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "N" TO OS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OS-FOUND
           END-READ.
           IF OS-FOUND = "N"
               DISPLAY (18, 1) "Operator Not Locked"
               ADD 1 TO REFUSE-CNT
           ELSE
               IF OS-LOCKED NOT = "Y"
                   DISPLAY (18, 1) "Operator Not Locked"
                   ADD 1 TO REFUSE-CNT
               ELSE
                   DISPLAY (6, 1) "Locked Since: "
                   DISPLAY (6, 40) OS-LOCK-DATE
                   DISPLAY (7, 1) "Unlock Operator (Y/N)?: "
                   MOVE SPACES TO FLAG-IN
                   ACCEPT (7, 40) FLAG-IN
                   IF FLAG-IN = "Y" OR FLAG-IN = "y"
                       MOVE "N" TO OS-LOCKED
                       MOVE 0 TO OS-FAIL-CNT
                       MOVE 0 TO OS-LOCK-DATE
                       MOVE ADM-ID-IN TO OS-UPD-OPER
                       MOVE RUN-DATE-WS TO OS-UPD-DATE
                       REWRITE OPER-SEC-REC
                       MOVE "UNLOCK  " TO SEC-EVENT-WS
                       MOVE SPACES TO SEC-DETAIL-WS
                       PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                       ADD 1 TO UNLOCK-CNT
                       DISPLAY (18, 1) "Operator Unlocked"
                       MOVE "UNLOCKED" TO ACTION-WS
                       PERFORM ACTION-LINE-RTN THRU ACTION-LINE-END
                   ELSE
                       DISPLAY (18, 1) "Unlock Cancelled"
                   END-IF
               END-IF
           END-IF.
       UNLOCK-END.
           EXIT.

       SECADM-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "N" TO OS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OS-FOUND
           END-READ.
           IF OS-FOUND = "N"
               PERFORM OS-RESET-RTN THRU OS-RESET-END
           END-IF.
           DISPLAY (6, 1) "Security Administrator Now: ".
           DISPLAY (6, 40) OS-SEC-ADMIN.
           DISPLAY (7, 1) "Security Administrator (Y/N): ".
           PERFORM FLAG-RTN THRU FLAG-END.
           MOVE 0 TO VALID-FLAG.
           IF FLAG-IN = OS-SEC-ADMIN
               DISPLAY (18, 1) "No Change"
           ELSE
               MOVE FLAG-IN TO OS-SEC-ADMIN
               MOVE ADM-ID-IN TO OS-UPD-OPER
               MOVE RUN-DATE-WS TO OS-UPD-DATE
               REWRITE OPER-SEC-REC
               MOVE "SECADMIN" TO SEC-EVENT-WS
               IF FLAG-IN = "Y"
                   MOVE "GRANTED" TO SEC-DETAIL-WS
                   MOVE "SEC ADMIN GRANTED" TO REMARK-WS
               ELSE
                   MOVE "REVOKED" TO SEC-DETAIL-WS
                   MOVE "SEC ADMIN REVOKED" TO REMARK-WS
               END-IF
               PERFORM SEC-LOG-RTN THRU SEC-LOG-END
               ADD 1 TO SECADM-CNT
               DISPLAY (18, 1) "Security Administrator Flag Updated"
               MOVE "SECADMIN" TO ACTION-WS
               PERFORM ACTION-LINE-RTN THRU ACTION-LINE-END
           END-IF.
       SECADM-END.
           EXIT.

       NAME-RTN.
           MOVE SPACES TO NAME-IN.
           ACCEPT (6, 40) NAME-IN.
           IF NAME-IN = SPACES
               MOVE 0 TO VALID-FLAG
               PERFORM NAME-RTN THRU NAME-END UNTIL VALID-FLAG = 1
           ELSE
               MOVE 1 TO VALID-FLAG
               DISPLAY (6, 40) NAME-IN
           END-IF.
       NAME-END.
           EXIT.

       AUTH-RTN.
           MOVE SPACES TO AUTH-IN.
           IF RUN-MODE-IN = "A"
               ACCEPT (7, 40) AUTH-IN
           ELSE
               ACCEPT (11, 40) AUTH-IN
               IF AUTH-IN = SPACES
                   MOVE OPT-AUTH(OPT-IDX) TO AUTH-IN
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(AUTH-IN) TO AUTH-IN.
           MOVE 0 TO AUTH-CNT.
           INSPECT AUTH-IN TALLYING AUTH-CNT FOR ALL "Y" ALL "N".
           IF AUTH-CNT = 13
               MOVE 1 TO VALID-FLAG
               IF RUN-MODE-IN = "A"
                   DISPLAY (7, 40) AUTH-IN
                   DISPLAY (7, 55) "                         "
               ELSE
                   DISPLAY (11, 40) AUTH-IN
                   DISPLAY (11, 55) "                         "
               END-IF
           ELSE
               MOVE 0 TO VALID-FLAG
               IF RUN-MODE-IN = "A"
                   DISPLAY (7, 55) "Enter 13 Y/N - Re-enter  "
               ELSE
                   DISPLAY (11, 55) "Enter 13 Y/N - Re-enter  "
               END-IF
               PERFORM AUTH-RTN THRU AUTH-END UNTIL VALID-FLAG = 1
           END-IF.
       AUTH-END.
           EXIT.

       SUPV-RTN.
           MOVE SPACES TO SUPV-IN.
           IF RUN-MODE-IN = "A"
               ACCEPT (8, 40) SUPV-IN
           ELSE
               ACCEPT (12, 40) SUPV-IN
               IF SUPV-IN = SPACE
                   MOVE OPT-SUPV(OPT-IDX) TO SUPV-IN
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(SUPV-IN) TO SUPV-IN.
           IF SUPV-IN = "Y" OR SUPV-IN = "N"
               MOVE 1 TO VALID-FLAG
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM SUPV-RTN THRU SUPV-END UNTIL VALID-FLAG = 1
           END-IF.
       SUPV-END.
           EXIT.

       FLAG-RTN.
           MOVE SPACES TO FLAG-IN.
           ACCEPT (7, 40) FLAG-IN.
           MOVE FUNCTION UPPER-CASE(FLAG-IN) TO FLAG-IN.
           IF FLAG-IN = "Y" OR FLAG-IN = "N"
               MOVE 1 TO VALID-FLAG
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM FLAG-RTN THRU FLAG-END UNTIL VALID-FLAG = 1
           END-IF.
       FLAG-END.
           EXIT.

       OS-RESET-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "N" TO OS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OS-FOUND
           END-READ.
           IF OS-FOUND = "N"
               MOVE OPER-ID-IN TO OS-ID
               MOVE 0 TO OS-LAST-SIGNON
               MOVE "N" TO OS-SEC-ADMIN
           END-IF.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           MOVE OPER-ID-IN TO PW-IN.
           PERFORM PW-HASH-RTN THRU PW-HASH-END.
           MOVE PW-HASH-WS TO OS-PW-HASH.
           MOVE RUN-DATE-WS TO OS-PW-DATE.
           MOVE "Y" TO OS-MUST-CHG.
           MOVE 0 TO OS-FAIL-CNT.
           MOVE "N" TO OS-LOCKED.
           MOVE 0 TO OS-LOCK-DATE.
           MOVE ADM-ID-IN TO OS-UPD-OPER.
           MOVE RUN-DATE-WS TO OS-UPD-DATE.
           IF OS-FOUND = "N"
               WRITE OPER-SEC-REC
           ELSE
               REWRITE OPER-SEC-REC
           END-IF.
       OS-RESET-END.
           EXIT.

       OPER-WRITE-RTN.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT
               MOVE SPACES TO OPERATOR-REC
               MOVE OPT-ID(OPT-IDX) TO OPF-ID
               MOVE OPT-NAME(OPT-IDX) TO OPF-NAME
               MOVE OPT-AUTH(OPT-IDX) TO OPF-AUTH
               MOVE OPT-SUPV(OPT-IDX) TO OPF-SUPV
               WRITE OPERATOR-REC
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           SET OPT-IDX TO 1.
           SEARCH OPT-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-ID(OPT-IDX) = OPER-ID-IN
                   CONTINUE
           END-SEARCH.
       OPER-WRITE-END.
           EXIT.

       CHG-LOG-RTN.
           MOVE SPACES TO SEC-DETAIL-WS.
           STRING AUTH-IN " SUPV " SUPV-IN
               DELIMITED BY SIZE INTO SEC-DETAIL-WS.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           PERFORM SEC-LOG-RTN THRU SEC-LOG-END.
       CHG-LOG-END.
           EXIT.

       ACTION-LINE-RTN.
           MOVE ACTION-WS TO ADLN-ACTION.
           MOVE OPT-ID(OPT-IDX) TO ADLN-ID.
           MOVE OPT-NAME(OPT-IDX) TO ADLN-NAME.
           MOVE OPT-AUTH(OPT-IDX) TO ADLN-AUTH.
           MOVE OPT-SUPV(OPT-IDX) TO ADLN-SUPV.
           MOVE ADM-ID-IN TO ADLN-BY.
           MOVE REMARK-WS TO ADLN-REMARK.
           WRITE OUTREC FROM ADM-LINE-REC AFTER ADVANCING 1 LINE.
       ACTION-LINE-END.
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

       FINISH-RTN.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Operators Added:" TO ADTOT-LABEL.
           MOVE ADD-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Operators Changed:" TO ADTOT-LABEL.
           MOVE CHG-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Passwords Reset:" TO ADTOT-LABEL.
           MOVE RESET-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Operators Unlocked:" TO ADTOT-LABEL.
           MOVE UNLOCK-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Security Admin Changes:" TO ADTOT-LABEL.
           MOVE SECADM-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Requests Refused:" TO ADTOT-LABEL.
           MOVE REFUSE-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
       FINISH-END.
           EXIT.

       REVIEW-RTN.
           DISPLAY (12, 1) "Review Month (YYYYMM, 0=Current): ".
           MOVE 0 TO REVIEW-MONTH-IN.
           ACCEPT (12, 40) REVIEW-MONTH-IN.
           IF REVIEW-MONTH-IN = 0
               MOVE RUN-DATE-WS(1:6) TO REVIEW-MONTH-IN
           END-IF.
           DISPLAY (12, 40) REVIEW-MONTH-IN.
           PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT
               MOVE 0 TO OPT-FAIL-CNT(OPT-IDX)
               MOVE 0 TO OPT-LOCK-CNT(OPT-IDX)
               MOVE 0 TO OPT-NOAUTH-CNT(OPT-IDX)
           END-PERFORM.
           MOVE "N" TO SL-EOF.
           OPEN INPUT SEC-LOG.
           IF SL-FILE-STATUS = "00"
               PERFORM UNTIL SL-EOF = "Y"
                   READ SEC-LOG
                       AT END
                           MOVE "Y" TO SL-EOF
                       NOT AT END
                           IF SL-DATE(1:6) = REVIEW-MONTH-IN
                               PERFORM REV-LOG-ONE-RTN
                                   THRU REV-LOG-ONE-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEC-LOG
           END-IF.

           MOVE REVIEW-MONTH-IN TO HD04-MONTH.
           MOVE RUN-DATE-WS TO HD04-DATE.
           WRITE OUTREC FROM HD01-REC.
           WRITE OUTREC FROM HD03-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM REV-COLHD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           PERFORM REV-LINE-RTN THRU REV-LINE-END
               VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > OPT-CNT.

           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           MOVE "Operators Reviewed:" TO ADTOT-LABEL.
           MOVE RV-OPER-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Security Administrators:" TO ADTOT-LABEL.
           MOVE RV-ADMIN-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Supervisors:" TO ADTOT-LABEL.
           MOVE RV-SUPV-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Locked Operators:" TO ADTOT-LABEL.
           MOVE RV-LOCKED-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Never Signed On:" TO ADTOT-LABEL.
           MOVE RV-NEVER-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Inactive Operators:" TO ADTOT-LABEL.
           MOVE RV-INACT-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Passwords Expired:" TO ADTOT-LABEL.
           MOVE RV-EXPIRED-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Failed Sign-Ons This Month:" TO ADTOT-LABEL.
           MOVE RV-FAIL-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Lockouts This Month:" TO ADTOT-LABEL.
           MOVE RV-LOCK-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Unauthorized Attempts This Month:" TO ADTOT-LABEL.
           MOVE RV-NOAUTH-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Unknown ID Sign-Ons This Month:" TO ADTOT-LABEL.
           MOVE UNKNOWN-CNT TO ADTOT-CNT.
           WRITE OUTREC FROM ADM-TOT-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM REV-NOTE-REC AFTER ADVANCING 1 LINE.
           DISPLAY (14, 1) "Access Review Complete - Operators: ".
           DISPLAY (14, 40) RV-OPER-CNT.
       REVIEW-END.
           EXIT.

       REV-LOG-ONE-RTN.
           SET OPT-IDX TO 1.
           SEARCH OPT-ENTRY
               AT END
                   IF SL-EVENT = "UNKNOWN "
                       ADD 1 TO UNKNOWN-CNT
                   END-IF
               WHEN OPT-ID(OPT-IDX) = SL-OPER
                   EVALUATE SL-EVENT
                       WHEN "SIGNFAIL"
                       WHEN "OVRFAIL "
                           ADD 1 TO OPT-FAIL-CNT(OPT-IDX)
                           ADD 1 TO RV-FAIL-CNT
                       WHEN "LOCKOUT "
                           ADD 1 TO OPT-LOCK-CNT(OPT-IDX)
                           ADD 1 TO RV-LOCK-CNT
                       WHEN "NOAUTH  "
                           ADD 1 TO OPT-NOAUTH-CNT(OPT-IDX)
                           ADD 1 TO RV-NOAUTH-CNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH.
       REV-LOG-ONE-END.
           EXIT.

       REV-LINE-RTN.
           ADD 1 TO RV-OPER-CNT.
           MOVE OPT-ID(OPT-IDX) TO RVLN-ID.
           MOVE OPT-NAME(OPT-IDX) TO RVLN-NAME.
           MOVE OPT-AUTH(OPT-IDX) TO RVLN-AUTH.
           MOVE OPT-SUPV(OPT-IDX) TO RVLN-SUPV.
           IF OPT-SUPV(OPT-IDX) = "Y"
               ADD 1 TO RV-SUPV-CNT
           END-IF.
           MOVE OPT-FAIL-CNT(OPT-IDX) TO RVLN-FAIL.
           MOVE OPT-LOCK-CNT(OPT-IDX) TO RVLN-LOCK.
           MOVE OPT-NOAUTH-CNT(OPT-IDX) TO RVLN-NOAUTH.
           MOVE SPACES TO RVLN-REMARK.
           MOVE "N" TO PW-EXPIRED.
           MOVE "N" TO INACTIVE-FLAG.
           MOVE OPT-ID(OPT-IDX) TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   MOVE "N" TO OS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OS-FOUND
           END-READ.
           IF OS-FOUND = "N"
               MOVE "N" TO RVLN-ADMIN
               MOVE "NO PROFILE" TO RVLN-STATUS
               MOVE "NEVER" TO RVLN-LAST
               MOVE SPACES TO RVLN-PW-DATE
               MOVE "Y" TO INACTIVE-FLAG
               ADD 1 TO RV-NEVER-CNT
           ELSE
               MOVE OS-SEC-ADMIN TO RVLN-ADMIN
               IF OS-SEC-ADMIN = "Y"
                   ADD 1 TO RV-ADMIN-CNT
               END-IF
               IF OS-LOCKED = "Y"
                   MOVE "LOCKED" TO RVLN-STATUS
                   ADD 1 TO RV-LOCKED-CNT
               ELSE
                   IF OS-MUST-CHG = "Y"
                       MOVE "PW RESET" TO RVLN-STATUS
                   ELSE
                       MOVE "ACTIVE" TO RVLN-STATUS
                   END-IF
               END-IF
               MOVE OS-PW-DATE TO RVLN-PW-DATE
               IF OS-LAST-SIGNON = 0
                   MOVE "NEVER" TO RVLN-LAST
                   MOVE "Y" TO INACTIVE-FLAG
                   ADD 1 TO RV-NEVER-CNT
               ELSE
                   MOVE OS-LAST-SIGNON TO RVLN-LAST
                   IF REVIEW-DAYS-WS > 0
                       COMPUTE PW-AGE-WS =
                           FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
                           - FUNCTION INTEGER-OF-DATE(OS-LAST-SIGNON)
                       IF PW-AGE-WS > REVIEW-DAYS-WS
                           MOVE "Y" TO INACTIVE-FLAG
                       END-IF
                   END-IF
               END-IF
               PERFORM PW-AGE-RTN THRU PW-AGE-END
           END-IF.
           IF INACTIVE-FLAG = "Y"
               ADD 1 TO RV-INACT-CNT
           END-IF.
           IF PW-EXPIRED = "Y"
               ADD 1 TO RV-EXPIRED-CNT
           END-IF.
           IF INACTIVE-FLAG = "Y" AND PW-EXPIRED = "Y"
               MOVE "INACTIVE/PW EXPIRED" TO RVLN-REMARK
           ELSE
               IF INACTIVE-FLAG = "Y"
                   MOVE "INACTIVE" TO RVLN-REMARK
               ELSE
                   IF PW-EXPIRED = "Y"
                       MOVE "PW EXPIRED" TO RVLN-REMARK
                   END-IF
               END-IF
           END-IF.
           WRITE OUTREC FROM REV-LINE-REC AFTER ADVANCING 1 LINE.
       REV-LINE-END.
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
