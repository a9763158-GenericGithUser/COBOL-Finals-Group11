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
           SELECT RUN-CONTROL ASSIGN TO "C:\dos\cobol\runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RC-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "C:\dos\cobol\jobchain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JC-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
           SELECT BIZ-CAL-FILE ASSIGN TO "C:\dos\cobol\bizcal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           05 OPF-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 OPF-AUTH PIC X(13).
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
       FD RUN-CONTROL.
       01 RUN-CONTROL-REC.
           05 RC-DATE PIC 9(8).
           05 JC-CHAIN PIC X(8).
           05 FILLER PIC X(1).
           05 JC-PROG PIC X(12).
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
           05 FILLER PIC X(25) VALUE SPACES.
           05 PROG-DEF-01.
               10 FILLER PIC X(12) VALUE "PROG3PROB2".
               10 FILLER PIC X(24) VALUE "Tuition Billing".
               10 FILLER PIC 99 VALUE 1.
           05 PROG-DEF-02.
               10 FILLER PIC X(12) VALUE "PROG3PROB2M".
               10 FILLER PIC X(24) VALUE "Student Master Maint".
               10 FILLER PIC 99 VALUE 2.
           05 PROG-DEF-03.
               10 FILLER PIC X(12) VALUE "PROG3PROB3".
               10 FILLER PIC X(24) VALUE "Bank Teller/Interest".
               10 FILLER PIC 99 VALUE 3.
           05 PROG-DEF-04.
               10 FILLER PIC X(12) VALUE "PROG3PROB3R".
               10 FILLER PIC X(24) VALUE "EOD Reconciliation".
               10 FILLER PIC 99 VALUE 4.
           05 PROG-DEF-05.
               10 FILLER PIC X(12) VALUE "PROG3PROB3S".
               10 FILLER PIC X(24) VALUE "Customer Statements".
               10 FILLER PIC 99 VALUE 5.
           05 PROG-DEF-06.
               10 FILLER PIC X(12) VALUE "PROG3PROB3D".
               10 FILLER PIC X(24) VALUE "Dormancy Batch".
               10 FILLER PIC 99 VALUE 6.
           05 PROG-DEF-07.
               10 FILLER PIC X(12) VALUE "PROG3PROB4".
               10 FILLER PIC X(24) VALUE "Electric Billing".
               10 FILLER PIC 99 VALUE 7.
           05 PROG-DEF-08.
               10 FILLER PIC X(12) VALUE "PROG3PROB4P".
               10 FILLER PIC X(24) VALUE "Electric Payments".
               10 FILLER PIC 99 VALUE 8.
           05 PROG-DEF-09.
               10 FILLER PIC X(12) VALUE "PROG3PROB5".
               10 FILLER PIC X(24) VALUE "Board Exam Results".
               10 FILLER PIC 99 VALUE 9.
           05 PROG-DEF-10.
               10 FILLER PIC X(12) VALUE "PROG3PROB5P".
               10 FILLER PIC X(24) VALUE "Exam Pre-Registration".
               10 FILLER PIC 99 VALUE 10.
           05 PROG-DEF-11.
               10 FILLER PIC X(12) VALUE "PROG3PROB5C".
               10 FILLER PIC X(24) VALUE "Exam Certifications".
               10 FILLER PIC 99 VALUE 11.
           05 PROG-DEF-12.
               10 FILLER PIC X(12) VALUE "PROG3PROB6".
               10 FILLER PIC X(24) VALUE "Population Report".
               10 FILLER PIC 99 VALUE 12.
           05 PROG-DEF-13.
               10 FILLER PIC X(12) VALUE "PROG3PROB8".
               10 FILLER PIC X(24) VALUE "Master Backup/Restore".
               10 FILLER PIC 99 VALUE 13.
           05 PROG-DEF-14.
               10 FILLER PIC X(12) VALUE "PROG3PROB8I".
               10 FILLER PIC X(24) VALUE "Integrity Check".
               10 FILLER PIC 99 VALUE 13.
       01 PROG-DEF-TBL REDEFINES PROG-DEF-WS.
           05 PROG-DEF-ENTRY OCCURS 14 TIMES INDEXED BY PRG-IDX.
               10 PRG-NAME PIC X(12).
               10 PRG-DESC PIC X(24).
               10 PRG-AUTH PIC 99.

       01 PROG-DEP-WS.
           05 PROG-DEP-01.
           05 PROG-DEP-13.
               10 FILLER PIC X(12) VALUE SPACES.
               10 FILLER PIC X VALUE "A".
           05 PROG-DEP-14.
               10 FILLER PIC X(12) VALUE SPACES.
               10 FILLER PIC X VALUE "A".
       01 PROG-DEP-TBL REDEFINES PROG-DEP-WS.
           05 PROG-DEP-ENTRY OCCURS 14 TIMES INDEXED BY DEP-IDX.
               10 DEP-PREREQ PIC X(12).
               10 DEP-SCOPE PIC X.

       01 LAST-RUN-WS.
           05 LAST-RUN-ENTRY OCCURS 14 TIMES INDEXED BY LR-IDX.
               10 LR-DATE PIC 9(8).
               10 LR-OPEN-STARTS PIC 9(3).

           05 FILLER PIC X(2) VALUE SPACES.
           05 MNU-LAST-RUN PIC X(10).

       01 BIZ-CAL-WS.
           05 BCT-CNT PIC 9(3) VALUE 0.
           05 BCT-ENTRY OCCURS 1 TO 400 TIMES
                   DEPENDING ON BCT-CNT
                   INDEXED BY BCT-IDX.
               10 BCT-DATE PIC 9(8).
               10 BCT-TYPE PIC X.

       01 INIT-FLAGS.
           05 OP-FILE-STATUS PIC XX.
           05 RC-FILE-STATUS PIC XX.
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
           05 SEC-PROG-WS PIC X(12) VALUE "PROG3PROB7".
           05 SEC-OPER-WS PIC X(5).
           05 SEC-BY-WS PIC X(5).
           05 SEC-EVENT-WS PIC X(8).
           05 SEC-DETAIL-WS PIC X(20).
           05 SEC-MSG-WS PIC X(16).
           05 SP-FILE-STATUS PIC XX.
           05 PW-DAYS-WS PIC 9(3) VALUE 90.
           05 PW-AGE-WS PIC S9(7).
           05 PW-EXPIRED PIC X.
           05 PW-NEW-IN PIC X(10).
           05 PW-CONF-IN PIC X(10).
           05 PW-LEN PIC 99.
           05 PW-NEW-OK PIC X.
           05 RC-EOF PIC X VALUE "N".
           05 OPER-ID-IN PIC X(5).
           05 OPER-NAME-WS PIC X(20).
           05 CHOICE-NUM PIC 99.
           05 EXIT-FLAG PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 BC-FILE-STATUS PIC XX.
           05 BC-EOF PIC X VALUE "N".
           05 BIZ-DATE-WS PIC 9(8).
           05 BIZ-INT-WS PIC 9(7).
           05 BIZ-DOW PIC 9.
           05 BIZ-DAY-FLAG PIC X.
           05 NEW-DATE-IN PIC 9(8).
           05 CUR-TIMESTAMP PIC X(21).
           05 MENU-ROW PIC 99.
           05 DEP-OK PIC X.
           05 DEP-ANS PIC X.
           05 CALL-OK PIC X.
           05 RUN-SEVERE PIC X.
           05 AUTH-POS PIC 99.
           05 ABEND-CNT PIC 9(3) VALUE 0.
           05 PRG-SUB PIC 99.
           05 JC-FILE-STATUS PIC XX.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-BIZ-CAL-RTN THRU LOAD-BIZ-CAL-END.
           PERFORM LOAD-OPER-RTN THRU LOAD-OPER-END.
           PERFORM LOAD-SEC-PARM-RTN THRU LOAD-SEC-PARM-END.
           IF OPT-CNT = 0
               DISPLAY (3, 1)
                   "Operator File Not Found Or Empty - Console Closed"
           IF RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           OPEN I-O OPER-SEC-FILE.
           IF OS-FILE-STATUS = "35"
               OPEN OUTPUT OPER-SEC-FILE
               CLOSE OPER-SEC-FILE
               OPEN I-O OPER-SEC-FILE
           END-IF.
           PERFORM SIGNON-RTN THRU SIGNON-END
               UNTIL OPER-OK = "Y" OR EXIT-FLAG = "Y".
           PERFORM MENU-RTN THRU MENU-END UNTIL EXIT-FLAG = "Y".
           CLOSE OPER-SEC-FILE.
           CLOSE RUN-CONTROL.
           GOBACK.

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
               END-READ
               CLOSE SEC-PARM-FILE
           END-IF.
       LOAD-SEC-PARM-END.
           EXIT.

       LOAD-RUN-CONTROL-RTN.
           PERFORM VARYING LR-IDX FROM 1 BY 1 UNTIL LR-IDX > 14
               MOVE 0 TO LR-DATE(LR-IDX)
               MOVE 0 TO LR-OPEN-STARTS(LR-IDX)
           END-PERFORM.
           END-IF.

           MOVE 0 TO ABEND-CNT.
           PERFORM VARYING LR-IDX FROM 1 BY 1 UNTIL LR-IDX > 14
               IF LR-OPEN-STARTS(LR-IDX) > 0
                   ADD 1 TO ABEND-CNT
               END-IF
                   SET LR-IDX TO PRG-IDX
                   IF RC-EVENT = "START"
                       ADD 1 TO LR-OPEN-STARTS(LR-IDX)
                   END-IF
                   IF RC-EVENT = "END  "
                       IF LR-OPEN-STARTS(LR-IDX) > 0
                           SUBTRACT 1 FROM LR-OPEN-STARTS(LR-IDX)
                       END-IF
           EXIT.

       SIGNON-RTN.
           DISPLAY (4, 1) "Operator ID (X=Exit): ".
           MOVE SPACES TO OPER-ID-IN.
           ACCEPT (4, 40) OPER-ID-IN.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           MOVE OPER-ID-IN TO SEC-BY-WS.
           MOVE "PROG3PROB7" TO SEC-PROG-WS.
           MOVE "CONSOLE SIGN-ON" TO SEC-DETAIL-WS.
           IF OPER-ID-IN = "X" OR OPER-ID-IN = "x"
               MOVE "Y" TO EXIT-FLAG
           ELSE
               SET OPT-IDX TO 1
               SEARCH OPT-ENTRY
                   AT END
                       DISPLAY (4, 60) "Unknown Operator - Re-enter"
                       MOVE "UNKNOWN " TO SEC-EVENT-WS
                       PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                   WHEN OPT-ID(OPT-IDX) = OPER-ID-IN
                       DISPLAY (4, 60) "                           "
                       PERFORM SIGNON-PW-RTN THRU SIGNON-PW-END
               END-SEARCH
           END-IF.
       SIGNON-END.
           EXIT.

       SIGNON-PW-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           READ OPER-SEC-FILE
               INVALID KEY
                   PERFORM OS-NEW-RTN THRU OS-NEW-END
           END-READ.
           IF OS-LOCKED = "Y"
               DISPLAY (6, 1)
                   "Operator Locked - See Security Administrator"
               MOVE "LOCKUSE " TO SEC-EVENT-WS
               PERFORM SEC-LOG-RTN THRU SEC-LOG-END
           ELSE
               DISPLAY (5, 1) "Password: "
               MOVE SPACES TO PW-IN
               ACCEPT (5, 40) PW-IN WITH NO-ECHO
               MOVE "SIGNFAIL" TO SEC-EVENT-WS
               PERFORM PW-CHECK-RTN THRU PW-CHECK-END
               IF PW-OK = "Y"
                   PERFORM SIGNON-OK-RTN THRU SIGNON-OK-END
               ELSE
                   IF OS-LOCKED = "Y"
                       DISPLAY (6, 1)
                       "Too Many Failures - Operator Locked         "
                   ELSE
                       DISPLAY (6, 1)
                       "Wrong Password - Re-enter                   "
                   END-IF
               END-IF
           END-IF.
       SIGNON-PW-END.
           EXIT.

       SIGNON-OK-RTN.
           DISPLAY (6, 1) SPACER.
           PERFORM PW-AGE-RTN THRU PW-AGE-END.
           IF OS-MUST-CHG = "Y" OR PW-EXPIRED = "Y"
               DISPLAY (7, 1) "Password Must Be Changed Before Use"
               MOVE "N" TO PW-NEW-OK
               PERFORM PW-NEW-RTN THRU PW-NEW-END
                   UNTIL PW-NEW-OK = "Y"
           END-IF.
           MOVE RUN-DATE-WS TO OS-LAST-SIGNON.
           REWRITE OPER-SEC-REC.
           MOVE "Y" TO OPER-OK.
           MOVE OPT-NAME(OPT-IDX) TO OPER-NAME-WS.
           MOVE OPT-AUTH(OPT-IDX) TO OPER-AUTH-WS.
           DISPLAY (11, 1) "Welcome: ".
           DISPLAY (11, 40) OPER-NAME-WS.
       SIGNON-OK-END.
           EXIT.

       OS-NEW-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           MOVE OPER-ID-IN TO PW-IN.
           PERFORM PW-HASH-RTN THRU PW-HASH-END.
           MOVE PW-HASH-WS TO OS-PW-HASH.
           MOVE RUN-DATE-WS TO OS-PW-DATE.
           MOVE "Y" TO OS-MUST-CHG.
           MOVE 0 TO OS-FAIL-CNT.
           MOVE "N" TO OS-LOCKED.
           MOVE 0 TO OS-LOCK-DATE.
           MOVE 0 TO OS-LAST-SIGNON.
           MOVE "N" TO OS-SEC-ADMIN.
           MOVE OPER-ID-IN TO OS-UPD-OPER.
           MOVE RUN-DATE-WS TO OS-UPD-DATE.
           WRITE OPER-SEC-REC.
       OS-NEW-END.
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

       PW-NEW-RTN.
           DISPLAY (8, 1) "New Password (6-10 Characters): ".
           MOVE SPACES TO PW-NEW-IN.
           ACCEPT (8, 40) PW-NEW-IN WITH NO-ECHO.
           DISPLAY (9, 1) "Re-enter New Password: ".
           MOVE SPACES TO PW-CONF-IN.
           ACCEPT (9, 40) PW-CONF-IN WITH NO-ECHO.
           MOVE 0 TO PW-LEN.
           INSPECT PW-NEW-IN TALLYING PW-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE PW-NEW-IN TO PW-IN.
           PERFORM PW-HASH-RTN THRU PW-HASH-END.
           IF PW-NEW-IN NOT = PW-CONF-IN
               DISPLAY (10, 1)
                   "Passwords Do Not Match - Re-enter   "
           ELSE
               IF PW-LEN < 6
                   DISPLAY (10, 1)
                       "Password Too Short - Re-enter       "
               ELSE
                   IF PW-NEW-IN = SEC-OPER-WS
                       DISPLAY (10, 1)
                           "Cannot Use Operator ID - Re-enter   "
                   ELSE
                       IF PW-HASH-WS = OS-PW-HASH
                           DISPLAY (10, 1)
                               "Must Differ From Old - Re-enter     "
                       ELSE
                           MOVE "Y" TO PW-NEW-OK
                           MOVE PW-HASH-WS TO OS-PW-HASH
                           MOVE RUN-DATE-WS TO OS-PW-DATE
                           MOVE "N" TO OS-MUST-CHG
                           MOVE SEC-OPER-WS TO OS-UPD-OPER
                           MOVE RUN-DATE-WS TO OS-UPD-DATE
                           DISPLAY (10, 1)
                               "Password Changed                    "
                           MOVE "PWCHANGE" TO SEC-EVENT-WS
                           PERFORM SEC-LOG-RTN THRU SEC-LOG-END
                       END-IF
                   END-IF
               END-IF
           END-IF.
       PW-NEW-END.
           EXIT.

       PW-CHANGE-RTN.
           MOVE OPER-ID-IN TO OS-ID.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           MOVE OPER-ID-IN TO SEC-BY-WS.
           MOVE "PROG3PROB7" TO SEC-PROG-WS.
           MOVE "PASSWORD CHANGE" TO SEC-DETAIL-WS.
           READ OPER-SEC-FILE
               INVALID KEY
                   PERFORM OS-NEW-RTN THRU OS-NEW-END
           END-READ.
           DISPLAY (18, 1) "Current Password: ".
           MOVE SPACES TO PW-IN.
           ACCEPT (18, 40) PW-IN WITH NO-ECHO.
           MOVE "SIGNFAIL" TO SEC-EVENT-WS.
           PERFORM PW-CHECK-RTN THRU PW-CHECK-END.
           IF PW-OK = "Y"
               DISPLAY CLRSCR
               DISPLAY (1, 1) HD01-REC
               MOVE "N" TO PW-NEW-OK
               PERFORM PW-NEW-RTN THRU PW-NEW-END
                   UNTIL PW-NEW-OK = "Y"
               REWRITE OPER-SEC-REC
           ELSE
               IF OS-LOCKED = "Y"
                   DISPLAY (19, 1)
                       "Too Many Failures - Operator Locked         "
                   MOVE "Y" TO EXIT-FLAG
               ELSE
                   DISPLAY (19, 1)
                       "Wrong Password - Not Changed                "
               END-IF
           END-IF.
       PW-CHANGE-END.
           EXIT.

       MENU-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) "Operator: ".
           DISPLAY (2, 12) OPER-ID-IN.
           DISPLAY (2, 30) "Processing Date: ".
           DISPLAY (2, 48) RUN-DATE-WS.
           MOVE 2 TO MENU-ROW.
           PERFORM MENU-LINE-RTN THRU MENU-LINE-END
               VARYING PRG-SUB FROM 1 BY 1 UNTIL PRG-SUB > 14.
           DISPLAY (17, 1)
               "Option (1-14,C=Chain,E=EOD,D=Date,P=Password,X=Exit): ".
           ACCEPT (17, 58) CHOICE-IN.
           IF CHOICE-IN = "X" OR CHOICE-IN = "x"
               MOVE "Y" TO EXIT-FLAG
           ELSE
               IF CHOICE-IN = "C" OR CHOICE-IN = "c"
                   PERFORM CHAIN-PICK-RTN THRU CHAIN-PICK-END
               ELSE
                   IF CHOICE-IN = "E" OR CHOICE-IN = "e"
                       PERFORM EOD-RTN THRU EOD-END
                   ELSE
                       IF CHOICE-IN = "D" OR CHOICE-IN = "d"
                           PERFORM SET-DATE-RTN THRU SET-DATE-END
                       ELSE
                           IF CHOICE-IN = "P" OR CHOICE-IN = "p"
                               PERFORM PW-CHANGE-RTN THRU PW-CHANGE-END
                           ELSE
                               PERFORM MENU-NUM-RTN THRU MENU-NUM-END
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MENU-END.
           EXIT.

       NOAUTH-LOG-RTN.
           MOVE OPER-ID-IN TO SEC-OPER-WS.
           MOVE OPER-ID-IN TO SEC-BY-WS.
           MOVE "NOAUTH  " TO SEC-EVENT-WS.
           PERFORM SEC-LOG-RTN THRU SEC-LOG-END.
       NOAUTH-LOG-END.
           EXIT.

       MENU-NUM-RTN.
           MOVE FUNCTION NUMVAL(CHOICE-IN) TO CHOICE-NUM.
           IF CHOICE-NUM > 0 AND CHOICE-NUM < 15
               MOVE SPACES TO CHAIN-NAME-WS
               PERFORM LAUNCH-RTN THRU LAUNCH-END
           ELSE
               DISPLAY (18, 1) "Invalid Option"
           END-IF.
       MENU-NUM-END.
           EXIT.

       EOD-RTN.
           IF OPER-AUTH-WS(13:1) NOT = "Y"
                   AND OPER-AUTH-WS(13:1) NOT = "y"
               DISPLAY (18, 1)
                   "Not Authorized For End Of Day             "
               MOVE "PROCDATE" TO SEC-PROG-WS
               MOVE "END OF DAY" TO SEC-DETAIL-WS
               PERFORM NOAUTH-LOG-RTN THRU NOAUTH-LOG-END
           ELSE
               DISPLAY (18, 1) "Close Processing Date: "
               DISPLAY (18, 25) RUN-DATE-WS
               DISPLAY (19, 1) "Advance To Next Business Day (Y/N)?: "
               ACCEPT (19, 40) DEP-ANS
               IF DEP-ANS = "Y" OR DEP-ANS = "y"
                   MOVE RUN-DATE-WS TO BIZ-DATE-WS
                   PERFORM BIZ-NEXT-DAY-RTN THRU BIZ-NEXT-DAY-END
                   PERFORM BIZ-ROLL-RTN THRU BIZ-ROLL-END
                   MOVE "EOD  " TO RC-EVENT
                   PERFORM PROC-DATE-SET-RTN THRU PROC-DATE-SET-END
                   DISPLAY (20, 1) "Processing Date Now: "
                   DISPLAY (20, 25) RUN-DATE-WS
               END-IF
           END-IF.
       EOD-END.
           EXIT.

       SET-DATE-RTN.
           IF OPER-AUTH-WS(13:1) NOT = "Y"
                   AND OPER-AUTH-WS(13:1) NOT = "y"
               DISPLAY (18, 1)
                   "Not Authorized To Set Processing Date     "
               MOVE "PROCDATE" TO SEC-PROG-WS
               MOVE "SET DATE" TO SEC-DETAIL-WS
               PERFORM NOAUTH-LOG-RTN THRU NOAUTH-LOG-END
           ELSE
               MOVE 0 TO NEW-DATE-IN
               DISPLAY (18, 1) "New Processing Date (YYYYMMDD): "
               ACCEPT (18, 40) NEW-DATE-IN
               IF FUNCTION TEST-DATE-YYYYMMDD(NEW-DATE-IN) NOT = 0
                   DISPLAY (19, 1)
                       "Invalid Date - Processing Date Unchanged  "
               ELSE
                   MOVE NEW-DATE-IN TO BIZ-DATE-WS
                   PERFORM BIZ-DAY-CHK-RTN THRU BIZ-DAY-CHK-END
                   IF BIZ-DAY-FLAG NOT = "Y"
                       DISPLAY (19, 1)
                           "Not A Business Day - Date Unchanged       "
                   ELSE
                       DISPLAY (19, 1)
                           "Set Processing Date (Y/N)?: "
                       ACCEPT (19, 40) DEP-ANS
                       IF DEP-ANS = "Y" OR DEP-ANS = "y"
                           MOVE "SETDT" TO RC-EVENT
                           PERFORM PROC-DATE-SET-RTN
                               THRU PROC-DATE-SET-END
                           DISPLAY (20, 1) "Processing Date Now: "
                           DISPLAY (20, 25) RUN-DATE-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       SET-DATE-END.
           EXIT.

       PROC-DATE-SET-RTN.
           MOVE SPACES TO PROC-DATE-REC.
           MOVE BIZ-DATE-WS TO PDT-PROC-DATE.
           MOVE RUN-DATE-WS TO PDT-PREV-DATE.
           MOVE OPER-ID-IN TO PDT-OPER.
           OPEN OUTPUT PROC-DATE-FILE.
           WRITE PROC-DATE-REC.
           CLOSE PROC-DATE-FILE.

           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO RC-DATE.
           MOVE CUR-TIMESTAMP(9:6) TO RC-TIME.
           MOVE OPER-ID-IN TO RC-OPER.
           MOVE "PROCDATE" TO RC-PROG.
           MOVE "NORMAL" TO RC-STATUS.
           MOVE PDT-PROC-DATE TO RC-CHAIN.
           WRITE RUN-CONTROL-REC.
           MOVE BIZ-DATE-WS TO RUN-DATE-WS.
       PROC-DATE-SET-END.
           EXIT.

       MENU-LINE-RTN.
           SET PRG-IDX TO PRG-SUB.
           SET LR-IDX TO PRG-SUB.
           SET PRG-IDX TO CHOICE-NUM.
           SET DEP-IDX TO CHOICE-NUM.
           SET LR-IDX TO CHOICE-NUM.
           MOVE PRG-AUTH(PRG-IDX) TO AUTH-POS.

           IF OPER-AUTH-WS(AUTH-POS:1) NOT = "Y"
                   AND OPER-AUTH-WS(AUTH-POS:1) NOT = "y"
               DISPLAY (18, 1)
                   "Not Authorized For This Program           "
               MOVE PRG-NAME(PRG-IDX) TO SEC-PROG-WS
               MOVE "MENU LAUNCH" TO SEC-DETAIL-WS
               PERFORM NOAUTH-LOG-RTN THRU NOAUTH-LOG-END
           ELSE
               PERFORM DEP-CHK-RTN THRU DEP-CHK-END
               IF DEP-OK = "Y"
               WHEN PRG-NAME(PRG-IDX) = JCT-PROG(JC-SUB)
                   SET LR-IDX TO PRG-IDX
                   SET PRG-SUB TO PRG-IDX
                   MOVE PRG-AUTH(PRG-IDX) TO AUTH-POS
                   IF OPER-AUTH-WS(AUTH-POS:1) NOT = "Y"
                           AND OPER-AUTH-WS(AUTH-POS:1) NOT = "y"
                       MOVE "Y" TO CHAIN-STOP
                       DISPLAY (19, 1)
                           "Not Authorized For Chain Step: "
                       MOVE "END  " TO RC-EVENT
                       MOVE "NOAUTH" TO RC-STATUS
                       PERFORM WRITE-RC-RTN THRU WRITE-RC-END
                       MOVE PRG-NAME(PRG-IDX) TO SEC-PROG-WS
                       MOVE SPACES TO SEC-DETAIL-WS
                       STRING "CHAIN " CHAIN-NAME-WS
                           DELIMITED BY SIZE INTO SEC-DETAIL-WS
                       PERFORM NOAUTH-LOG-RTN THRU NOAUTH-LOG-END
                   ELSE
                       DISPLAY (19, 1) "Running Chain Step:          "
                       DISPLAY (19, 30) PRG-NAME(PRG-IDX)
                       PERFORM RUN-PROG-RTN THRU RUN-PROG-END
                       IF CALL-OK NOT = "Y" OR RUN-SEVERE = "Y"
                           MOVE "Y" TO CHAIN-STOP
                       END-IF
                   END-IF
           MOVE SPACES TO RC-STATUS.
           PERFORM WRITE-RC-RTN THRU WRITE-RC-END.

           CLOSE RUN-CONTROL.

           MOVE "Y" TO CALL-OK.
           MOVE "N" TO RUN-SEVERE.
           MOVE 0 TO RETURN-CODE.
           CALL PRG-NAME(PRG-IDX)
               ON EXCEPTION
                   MOVE "N" TO CALL-OK
           END-CALL.
           IF RETURN-CODE > 4
               MOVE "Y" TO RUN-SEVERE
           END-IF.
           MOVE 0 TO RETURN-CODE.
           OPEN EXTEND RUN-CONTROL.
           IF RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           IF CALL-OK = "Y"
               CANCEL PRG-NAME(PRG-IDX)
               MOVE "END  " TO RC-EVENT
               IF RUN-SEVERE = "Y"
                   MOVE "SEVERE" TO RC-STATUS
                   PERFORM WRITE-RC-RTN THRU WRITE-RC-END
                   DISPLAY (18, 1)
                       "Program Ended With Severe Exceptions      "
               ELSE
                   MOVE "NORMAL" TO RC-STATUS
                   PERFORM WRITE-RC-RTN THRU WRITE-RC-END
                   MOVE RUN-DATE-WS TO LR-DATE(LR-IDX)
               END-IF
           ELSE
               MOVE "END  " TO RC-EVENT
               MOVE "NOLOAD" TO RC-STATUS

       WRITE-RC-RTN.
           MOVE FUNCTION CURRENT-DATE TO CUR-TIMESTAMP.
           MOVE RUN-DATE-WS TO CUR-TIMESTAMP(1:8).
           MOVE RUN-DATE-WS TO RC-DATE.
           MOVE CUR-TIMESTAMP(9:6) TO RC-TIME.
           MOVE OPER-ID-IN TO RC-OPER.
           WRITE RUN-CONTROL-REC.
       WRITE-RC-END.
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
