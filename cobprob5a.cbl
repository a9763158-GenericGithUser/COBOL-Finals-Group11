               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-EXA-NO
               FILE STATUS IS EH-FILE-STATUS.
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
           SELECT ROOM-CAP-FILE ASSIGN TO "C:\dos\cobol\roomcap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-FILE-STATUS.
           05 EH-SUBJ-PCT OCCURS 5 TIMES PIC 9(3)V99.
           05 EH-LAST-REMARK PIC X(6).
           05 EH-SIT-DATE PIC 9(8).
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
       FD ROOM-CAP-FILE.
       01 ROOM-CAP-REC.
           05 RM-ROOM PIC X(6).
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 SIT-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Sitting Date: ".
           05 STHD-DATE PIC 9(8).
       01 ROOM-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "Room: ".
           05 SEAT-FOUND PIC X.
           05 LAST-ROOM-WS PIC X(6).
           05 EH-OPEN-WS PIC X VALUE "N".
           05 SIT-FILE-STATUS PIC XX.
           05 APL-FILE-STATUS PIC XX.
           05 APL-OPEN-WS PIC X VALUE "N".
           05 APL-OK PIC X.

       SCREEN SECTION.
       01 CLRSCR.
                   "Examinee Master Not Found - Run Pre-Registration"
               MOVE 1 TO CHK-ANS
           END-IF.
           IF CHK-ANS = 0
               OPEN INPUT SITTING-MASTER
               IF SIT-FILE-STATUS NOT = "00"
                   DISPLAY (4, 1)
                       "Sitting Master Not Found - Run Sitting Setup"
                   MOVE 1 TO CHK-ANS
               ELSE
                   OPEN INPUT APPLICATION-FILE
                   IF APL-FILE-STATUS = "00"
                       MOVE "Y" TO APL-OPEN-WS
                   END-IF
                   DISPLAY (2, 1) "Sitting Date (YYYYMMDD): "
                   PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   MOVE 0 TO VALID-FLAG
                   MOVE SIT-DATE-IN TO STHD-DATE
                   WRITE OUTREC FROM SIT-HD-REC AFTER ADVANCING 2 LINES
               END-IF
           END-IF.
           IF CHK-ANS = 0
               DISPLAY (3, 1)
                   "Run Mode (A=Assign/M=Mark Attendance/N=No-Show): "
           END-IF.
           CLOSE OUTFILE.
           CLOSE EXAM-MASTER.
           IF SIT-FILE-STATUS = "00"
               CLOSE SITTING-MASTER
           END-IF.
           IF APL-OPEN-WS = "Y"
               CLOSE APPLICATION-FILE
           END-IF.
           GOBACK.

       SIT-DATE-RTN.
           ACCEPT (2, 40) SIT-DATE-IN.
           MOVE SIT-DATE-IN TO SIT-EXAM-DATE.
           READ SITTING-MASTER
               INVALID KEY
                   MOVE 0 TO VALID-FLAG
                   DISPLAY (2, 55) "No Such Sitting - Reenter"
               NOT INVALID KEY
                   MOVE 1 TO VALID-FLAG
                   DISPLAY (2, 40) SIT-DATE-IN
                   DISPLAY (2, 55) "                         "
           END-READ.
           IF VALID-FLAG = 0
               PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SIT-DATE-END.
           EXIT.

       APL-CHK-RTN.
           MOVE "N" TO APL-OK.
           IF APL-OPEN-WS = "Y"
               MOVE EXA-NO-IN TO APL-EXA-NO
               MOVE SIT-DATE-IN TO APL-SIT-DATE
               READ APPLICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APL-STATUS = "A"
                           MOVE "Y" TO APL-OK
                       END-IF
               END-READ
           END-IF.
       APL-CHK-END.
           EXIT.

       LOAD-ROOMS-RTN.
           OPEN INPUT ROOM-CAP-FILE.
           IF RM-FILE-STATUS = "00"
                       MOVE "Y" TO XM-EOF
                   NOT AT END
                       IF XM-UCODE = UCODE-SUB
                           MOVE XM-EXA-NO TO EXA-NO-IN
                           PERFORM APL-CHK-RTN THRU APL-CHK-END
                           IF APL-OK = "Y"
                               PERFORM ASSIGN-ONE-RTN
                                   THRU ASSIGN-ONE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF EXA-NO-IN = 0
               MOVE 1 TO CHK-ANS
           ELSE
               PERFORM APL-CHK-RTN THRU APL-CHK-END
               IF APL-OK = "Y"
                   PERFORM ATTEND-MARK-RTN THRU ATTEND-MARK-END
               ELSE
                   DISPLAY (6, 1)
                       "No Approved Application For Sitting  "
               END-IF
           END-IF.
       ATTEND-ONE-END.
           EXIT.

       ATTEND-MARK-RTN.
           MOVE "N" TO SEAT-FOUND.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-CNT
                       OR SEAT-FOUND = "Y"
               IF SEAT-EXA-NO(SEAT-IDX) = EXA-NO-IN
                   MOVE "Y" TO SEAT-FOUND
                   MOVE "P" TO SEAT-ATTEND(SEAT-IDX)
                   DISPLAY (6, 1) "Marked Present - Room: "
                   DISPLAY (6, 30) SEAT-ROOM(SEAT-IDX)
               END-IF
           END-PERFORM.
           IF SEAT-FOUND = "N"
               DISPLAY (6, 1)
                   "Examinee Has No Seat Assignment      "
           END-IF.
       ATTEND-MARK-END.
           EXIT.

       NOSHOW-RTN.
           OPEN INPUT EXAMINEE-HIST-FILE.
           IF EH-FILE-STATUS = "00"
                   "Examinee History Not Found - All Are No-Shows"
           END-IF.
           PERFORM LOAD-SEATS-RTN THRU LOAD-SEATS-END.
           MOVE SIT-DATE-IN TO NSHD-DATE.
           WRITE OUTREC FROM SPACER AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM NOSHOW-HD-REC AFTER ADVANCING 1 LINE.
                   AT END
                       MOVE "Y" TO XM-EOF
                   NOT AT END
                       MOVE XM-EXA-NO TO EXA-NO-IN
                       PERFORM APL-CHK-RTN THRU APL-CHK-END
                       IF APL-OK = "Y"
                           PERFORM NOSHOW-ONE-RTN THRU NOSHOW-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

