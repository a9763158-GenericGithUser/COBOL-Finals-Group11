       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB5T.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile50.txt".
           SELECT EXAMINEE-HIST-FILE ASSIGN TO
               "C:\dos\cobol\examhist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-EXA-NO
               FILE STATUS IS EH-FILE-STATUS.
           SELECT EXAM-MASTER ASSIGN TO "C:\dos\cobol\exammast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XM-EXA-NO
               FILE STATUS IS XM-FILE-STATUS.
           SELECT SUBJ-STAT-FILE ASSIGN TO "C:\dos\cobol\subjstat.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS SS-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD EXAMINEE-HIST-FILE.
       01 EXAMINEE-HIST-REC.
           05 EH-EXA-NO PIC 9(10).
           05 EH-ATTEMPT-NO PIC 9(2).
           05 EH-EVER-PASSED PIC X.
           05 EH-GEN-AVG PIC 9(3)V99.
           05 EH-SUBJ-PCT OCCURS 5 TIMES PIC 9(3)V99.
           05 EH-LAST-REMARK PIC X(6).
           05 EH-SIT-DATE PIC 9(8).
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
       FD SUBJ-STAT-FILE.
       01 SUBJ-STAT-REC.
           05 SS-KEY.
               10 SS-SIT-DATE PIC 9(8).
               10 SS-SUBJ PIC 9.
           05 SS-CNT PIC 9(4).
           05 SS-MEAN PIC 9(3)V99.
           05 SS-MEDIAN PIC 9(3)V99.
           05 SS-SD PIC 9(3)V99.
           05 SS-HIGH PIC 9(3)V99.
           05 SS-LOW PIC 9(3)V99.
           05 SS-BELOW-PCT PIC 9(3)V99.
           05 SS-RUN-DATE PIC 9(8).
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
               "Subject Rating Statistics".
           05 FILLER PIC X(24) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.
       01 SIT-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(15) VALUE "Sitting Date: ".
           05 STHD-DATE PIC 9(8).
           05 FILLER PIC X(16) VALUE "    Examinees: ".
           05 STHD-CNT PIC ZZZ9.
       01 GRP-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRPHD-TITLE PIC X(20).
           05 GRPHD-NAME PIC X(10).
       01 STAT-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Subject".
           05 FILLER PIC X(6) VALUE "     N".
           05 FILLER PIC X(8) VALUE "    Mean".
           05 FILLER PIC X(8) VALUE "  Median".
           05 FILLER PIC X(8) VALUE "  StdDev".
           05 FILLER PIC X(8) VALUE "    High".
           05 FILLER PIC X(8) VALUE "     Low".
           05 FILLER PIC X(8) VALUE "  Cutoff".
           05 FILLER PIC X(8) VALUE "  %Below".
       01 STAT-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-SUBJ PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-CNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-MEAN PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-MEDIAN PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-SD PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-HIGH PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-LOW PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-CUTOFF PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-BELOW PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 STLN-FLAG PIC X(5).
       01 DIST-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Band".
           05 DSHD-SUBJ OCCURS 5 TIMES PIC X(13).
       01 DIST-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DSLN-FROM PIC ZZ9.
           05 FILLER PIC X(1) VALUE "-".
           05 DSLN-TO PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DSLN-SUBJ OCCURS 5 TIMES.
               10 DSLN-CNT PIC ZZZ9.
               10 FILLER PIC X(9).
       01 CMP-HD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "Previous Sitting: ".
           05 CMPHD-DATE PIC 9(8).
       01 CMP-NONE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "No Earlier Sitting Statistics On File".
       01 CMP-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Subject".
           05 FILLER PIC X(10) VALUE " Prev Mean".
           05 FILLER PIC X(10) VALUE " Curr Mean".
           05 FILLER PIC X(10) VALUE "    Change".
           05 FILLER PIC X(10) VALUE " Prev %Blw".
           05 FILLER PIC X(10) VALUE " Curr %Blw".
           05 FILLER PIC X(10) VALUE "    Change".
       01 CMP-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMLN-SUBJ PIC X(12).
           05 FILLER PIC X(4) VALUE SPACES.
           05 CMLN-PREV-MEAN PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CMLN-CURR-MEAN PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CMLN-MEAN-CHG PIC -ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CMLN-PREV-BELOW PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CMLN-CURR-BELOW PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CMLN-BELOW-CHG PIC -ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CMLN-FLAG PIC X(6).
       01 NOTE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NOTE-LABEL PIC X(40).
           05 NOTE-CNT PIC ZZZ9.

       01 SUBJ-DEF-WS.
           05 SUBJ-DEF-1.
               10 FILLER PIC X(12) VALUE "IT Concepts ".
               10 FILLER PIC 9(3)V99 VALUE 50.00.
           05 SUBJ-DEF-2.
               10 FILLER PIC X(12) VALUE "Programming ".
               10 FILLER PIC 9(3)V99 VALUE 50.00.
           05 SUBJ-DEF-3.
               10 FILLER PIC X(12) VALUE "Networking  ".
               10 FILLER PIC 9(3)V99 VALUE 50.00.
           05 SUBJ-DEF-4.
               10 FILLER PIC X(12) VALUE "Database    ".
               10 FILLER PIC 9(3)V99 VALUE 50.00.
           05 SUBJ-DEF-5.
               10 FILLER PIC X(12) VALUE "Prof Ethics ".
               10 FILLER PIC 9(3)V99 VALUE 50.00.
       01 SUBJ-DEF-TBL REDEFINES SUBJ-DEF-WS.
           05 SUBJ-DEF-ENTRY OCCURS 5 TIMES INDEXED BY SUBJ-IDX.
               10 SUBJ-NAME PIC X(12).
               10 SUBJ-CUTOFF PIC 9(3)V99.

       01 EXR-TABLE-WS.
           05 EXR-CNT PIC 9(3) VALUE 0.
           05 EXR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EXR-CNT
                   INDEXED BY EXR-IDX.
               10 EXR-UCODE PIC 9.
               10 EXR-C-CODE PIC 9.
               10 EXR-PCT OCCURS 5 TIMES PIC 9(3)V99.

       01 WORK-TABLE-WS.
           05 WRK-CNT PIC 9(3) VALUE 0.
           05 WRK-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-CNT
                   INDEXED BY WRK-IDX WRK-IDX2 WRK-MIN-IDX.
               10 WRK-VAL PIC 9(3)V99.
       01 WRK-SWAP-WS PIC 9(3)V99.

       01 GROUP-TABLE-WS.
           05 UNI-ENTRY OCCURS 9 TIMES.
               10 UNI-NAME PIC X(5).
               10 UNI-CNT PIC 9(3).
           05 CRS-ENTRY OCCURS 9 TIMES.
               10 CRS-NAME PIC X(4).
               10 CRS-CNT PIC 9(3).

       01 OVERALL-TABLE-WS.
           05 OVR-ENTRY OCCURS 5 TIMES.
               10 OVR-MEAN PIC 9(3)V99.
               10 OVR-BELOW-PCT PIC 9(3)V99.

       01 GROUP-BAND-WS.
           05 GRB-ENTRY OCCURS 5 TIMES.
               10 GRB-BAND OCCURS 20 TIMES PIC 9(4).

       01 STAT-RESULT-WS.
           05 ST-CNT PIC 9(4).
           05 ST-SUM PIC 9(7)V99.
           05 ST-SUMSQ PIC 9(9)V9(4).
           05 ST-MEAN-FULL PIC 9(3)V9(4).
           05 ST-VAR PIC S9(6)V9(4).
           05 ST-MEAN PIC 9(3)V99.
           05 ST-MEDIAN PIC 9(3)V99.
           05 ST-SD PIC 9(3)V99.
           05 ST-HIGH PIC 9(3)V99.
           05 ST-LOW PIC 9(3)V99.
           05 ST-BELOW-CNT PIC 9(4).
           05 ST-BELOW-PCT PIC 9(3)V99.
           05 ST-BAND OCCURS 20 TIMES PIC 9(4).

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 CHK-ANS PIC 9 VALUE 0.
           05 EH-FILE-STATUS PIC XX.
           05 EH-EOF PIC X VALUE "N".
           05 XM-FILE-STATUS PIC XX.
           05 SS-FILE-STATUS PIC XX.
           05 SS-EOF PIC X VALUE "N".
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 SIT-DATE-IN PIC 9(8).
           05 PREV-SIT-WS PIC 9(8) VALUE 0.
           05 GRP-TYPE-WS PIC X.
           05 GRP-CODE-WS PIC 9.
           05 GRP-SUB PIC 99.
           05 SUBJ-SUB PIC 9.
           05 BAND-SUB PIC 99.
           05 MID-SUB PIC 9(3).
           05 SKIP-CNT PIC 9(4) VALUE 0.
           05 OVFL-CNT PIC 9(4) VALUE 0.
           05 SAVED-CNT PIC 9(4) VALUE 0.
           05 WEAK-MARGIN PIC 9(3)V99 VALUE 10.00.
           05 HARD-MARGIN PIC 9(3)V99 VALUE 5.00.
           05 CHG-WS PIC S9(3)V99.
           05 BAND-FROM-WS PIC 9(3).

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
           OPEN INPUT EXAMINEE-HIST-FILE.
           IF EH-FILE-STATUS NOT = "00"
               DISPLAY (4, 1)
                   "Examinee History Not Found - Nothing To Analyse"
               MOVE 1 TO CHK-ANS
           END-IF.
           IF CHK-ANS = 0
               OPEN INPUT EXAM-MASTER
               IF XM-FILE-STATUS NOT = "00"
                   DISPLAY (4, 1)
                     "Examinee Master Not Found - Run Pre-Registration"
                   CLOSE EXAMINEE-HIST-FILE
                   MOVE 1 TO CHK-ANS
               END-IF
           END-IF.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           IF CHK-ANS = 0
               OPEN I-O SUBJ-STAT-FILE
               IF SS-FILE-STATUS = "35"
                   OPEN OUTPUT SUBJ-STAT-FILE
                   CLOSE SUBJ-STAT-FILE
                   OPEN I-O SUBJ-STAT-FILE
               END-IF
               DISPLAY (2, 1) "Sitting Date (YYYYMMDD): "
               PERFORM SIT-DATE-RTN THRU SIT-DATE-END
               MOVE 0 TO VALID-FLAG
               PERFORM LOAD-RTN THRU LOAD-END
               IF EXR-CNT = 0
                   DISPLAY (4, 1) "No Results On File For Sitting"
               ELSE
                   PERFORM PREV-SIT-RTN THRU PREV-SIT-END
                   PERFORM OVERALL-RTN THRU OVERALL-END
                   PERFORM UNI-RTN THRU UNI-END
                   PERFORM CRS-RTN THRU CRS-END
                   PERFORM COMPARE-RTN THRU COMPARE-END
                   DISPLAY (4, 1) "Examinees Analysed: "
                   DISPLAY (4, 40) EXR-CNT
               END-IF
               CLOSE EXAMINEE-HIST-FILE
               CLOSE EXAM-MASTER
               CLOSE SUBJ-STAT-FILE
           END-IF.
           CLOSE OUTFILE.
           GOBACK.

       SIT-DATE-RTN.
           ACCEPT (2, 40) SIT-DATE-IN.
           IF FUNCTION TEST-DATE-YYYYMMDD(SIT-DATE-IN) = 0
               MOVE 1 TO VALID-FLAG
               DISPLAY (2, 40) SIT-DATE-IN
           ELSE
               MOVE 0 TO VALID-FLAG
               PERFORM SIT-DATE-RTN THRU SIT-DATE-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       SIT-DATE-END.
           EXIT.

       LOAD-RTN.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 9
               MOVE SPACES TO UNI-NAME(GRP-SUB)
               MOVE 0 TO UNI-CNT(GRP-SUB)
               MOVE SPACES TO CRS-NAME(GRP-SUB)
               MOVE 0 TO CRS-CNT(GRP-SUB)
           END-PERFORM.
           MOVE ZEROS TO EH-EXA-NO.
           START EXAMINEE-HIST-FILE KEY IS NOT LESS THAN EH-EXA-NO
               INVALID KEY
                   MOVE "Y" TO EH-EOF
           END-START.
           PERFORM UNTIL EH-EOF = "Y"
               READ EXAMINEE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EH-EOF
                   NOT AT END
                       IF EH-SIT-DATE = SIT-DATE-IN
                           PERFORM LOAD-ONE-RTN THRU LOAD-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SIT-DATE-IN TO STHD-DATE.
           MOVE EXR-CNT TO STHD-CNT.
           WRITE OUTREC FROM SIT-HD-REC AFTER ADVANCING 2 LINES.
       LOAD-END.
           EXIT.

       LOAD-ONE-RTN.
           MOVE EH-EXA-NO TO XM-EXA-NO.
           READ EXAM-MASTER
               INVALID KEY
                   ADD 1 TO SKIP-CNT
               NOT INVALID KEY
                   IF EXR-CNT LESS THAN 500
                       ADD 1 TO EXR-CNT
                       MOVE XM-UCODE TO EXR-UCODE(EXR-CNT)
                       MOVE XM-C-CODE TO EXR-C-CODE(EXR-CNT)
                       PERFORM VARYING SUBJ-SUB FROM 1 BY 1
                               UNTIL SUBJ-SUB > 5
                           MOVE EH-SUBJ-PCT(SUBJ-SUB)
                               TO EXR-PCT(EXR-CNT, SUBJ-SUB)
                       END-PERFORM
                       IF XM-UCODE > 0
                           MOVE XM-UNAME TO UNI-NAME(XM-UCODE)
                           ADD 1 TO UNI-CNT(XM-UCODE)
                       END-IF
                       IF XM-C-CODE > 0
                           MOVE XM-C-NAME TO CRS-NAME(XM-C-CODE)
                           ADD 1 TO CRS-CNT(XM-C-CODE)
                       END-IF
                   ELSE
                       ADD 1 TO OVFL-CNT
                   END-IF
           END-READ.
       LOAD-ONE-END.
           EXIT.

       STAT-CALC-RTN.
           MOVE 0 TO WRK-CNT.
           MOVE 0 TO ST-SUM.
           MOVE 0 TO ST-SUMSQ.
           MOVE 0 TO ST-HIGH.
           MOVE 999.99 TO ST-LOW.
           MOVE 0 TO ST-BELOW-CNT.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 20
               MOVE 0 TO ST-BAND(BAND-SUB)
           END-PERFORM.
           PERFORM VARYING EXR-IDX FROM 1 BY 1 UNTIL EXR-IDX > EXR-CNT
               IF GRP-TYPE-WS = "O"
                   OR (GRP-TYPE-WS = "U"
                       AND EXR-UCODE(EXR-IDX) = GRP-CODE-WS)
                   OR (GRP-TYPE-WS = "C"
                       AND EXR-C-CODE(EXR-IDX) = GRP-CODE-WS)
                   PERFORM STAT-ADD-RTN THRU STAT-ADD-END
               END-IF
           END-PERFORM.
           MOVE WRK-CNT TO ST-CNT.
           IF WRK-CNT = 0
               MOVE 0 TO ST-MEAN
               MOVE 0 TO ST-MEDIAN
               MOVE 0 TO ST-SD
               MOVE 0 TO ST-LOW
               MOVE 0 TO ST-BELOW-PCT
           ELSE
               COMPUTE ST-MEAN-FULL ROUNDED = ST-SUM / WRK-CNT
               COMPUTE ST-MEAN ROUNDED = ST-SUM / WRK-CNT
               COMPUTE ST-VAR ROUNDED = ST-SUMSQ / WRK-CNT
                   - ST-MEAN-FULL * ST-MEAN-FULL
               IF ST-VAR > 0
                   COMPUTE ST-SD ROUNDED = FUNCTION SQRT(ST-VAR)
               ELSE
                   MOVE 0 TO ST-SD
               END-IF
               COMPUTE ST-BELOW-PCT ROUNDED =
                   ST-BELOW-CNT / WRK-CNT * 100
               PERFORM SORT-WORK-RTN THRU SORT-WORK-END
               DIVIDE WRK-CNT BY 2 GIVING MID-SUB
               IF FUNCTION MOD(WRK-CNT, 2) = 1
                   ADD 1 TO MID-SUB
                   MOVE WRK-VAL(MID-SUB) TO ST-MEDIAN
               ELSE
                   COMPUTE ST-MEDIAN ROUNDED =
                       (WRK-VAL(MID-SUB) + WRK-VAL(MID-SUB + 1)) / 2
               END-IF
           END-IF.
       STAT-CALC-END.
           EXIT.

       STAT-ADD-RTN.
           ADD 1 TO WRK-CNT.
           MOVE EXR-PCT(EXR-IDX, SUBJ-SUB) TO WRK-VAL(WRK-CNT).
           ADD WRK-VAL(WRK-CNT) TO ST-SUM.
           COMPUTE ST-SUMSQ = ST-SUMSQ +
               WRK-VAL(WRK-CNT) * WRK-VAL(WRK-CNT).
           IF WRK-VAL(WRK-CNT) > ST-HIGH
               MOVE WRK-VAL(WRK-CNT) TO ST-HIGH
           END-IF.
           IF WRK-VAL(WRK-CNT) < ST-LOW
               MOVE WRK-VAL(WRK-CNT) TO ST-LOW
           END-IF.
           IF WRK-VAL(WRK-CNT) < SUBJ-CUTOFF(SUBJ-SUB)
               ADD 1 TO ST-BELOW-CNT
           END-IF.
           COMPUTE BAND-SUB = WRK-VAL(WRK-CNT) / 5 + 1.
           IF BAND-SUB > 20
               MOVE 20 TO BAND-SUB
           END-IF.
           ADD 1 TO ST-BAND(BAND-SUB).
       STAT-ADD-END.
           EXIT.

       SORT-WORK-RTN.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-CNT
               SET WRK-MIN-IDX TO WRK-IDX
               PERFORM VARYING WRK-IDX2 FROM WRK-IDX BY 1
                       UNTIL WRK-IDX2 > WRK-CNT
                   IF WRK-VAL(WRK-IDX2) < WRK-VAL(WRK-MIN-IDX)
                       SET WRK-MIN-IDX TO WRK-IDX2
                   END-IF
               END-PERFORM
               IF WRK-MIN-IDX NOT = WRK-IDX
                   MOVE WRK-VAL(WRK-IDX) TO WRK-SWAP-WS
                   MOVE WRK-VAL(WRK-MIN-IDX) TO WRK-VAL(WRK-IDX)
                   MOVE WRK-SWAP-WS TO WRK-VAL(WRK-MIN-IDX)
               END-IF
           END-PERFORM.
       SORT-WORK-END.
           EXIT.

       STAT-PRINT-RTN.
           MOVE SUBJ-NAME(SUBJ-SUB) TO STLN-SUBJ.
           MOVE ST-CNT TO STLN-CNT.
           MOVE ST-MEAN TO STLN-MEAN.
           MOVE ST-MEDIAN TO STLN-MEDIAN.
           MOVE ST-SD TO STLN-SD.
           MOVE ST-HIGH TO STLN-HIGH.
           MOVE ST-LOW TO STLN-LOW.
           MOVE SUBJ-CUTOFF(SUBJ-SUB) TO STLN-CUTOFF.
           MOVE ST-BELOW-PCT TO STLN-BELOW.
           MOVE SPACES TO STLN-FLAG.
           IF GRP-TYPE-WS NOT = "O"
               IF ST-MEAN + WEAK-MARGIN < OVR-MEAN(SUBJ-SUB)
                   MOVE "WEAK" TO STLN-FLAG
               END-IF
           END-IF.
           WRITE OUTREC FROM STAT-LINE-REC AFTER ADVANCING 1 LINE.
       STAT-PRINT-END.
           EXIT.

       OVERALL-RTN.
           MOVE "All Examinees" TO GRPHD-TITLE.
           MOVE SPACES TO GRPHD-NAME.
           WRITE OUTREC FROM GRP-HD-REC AFTER ADVANCING 2 LINES.
           WRITE OUTREC FROM STAT-COLHD-REC AFTER ADVANCING 1 LINE.
           MOVE "O" TO GRP-TYPE-WS.
           MOVE 0 TO GRP-CODE-WS.
           PERFORM VARYING SUBJ-SUB FROM 1 BY 1 UNTIL SUBJ-SUB > 5
               PERFORM STAT-CALC-RTN THRU STAT-CALC-END
               PERFORM STAT-PRINT-RTN THRU STAT-PRINT-END
               PERFORM STAT-SAVE-RTN THRU STAT-SAVE-END
               MOVE ST-MEAN TO OVR-MEAN(SUBJ-SUB)
               MOVE ST-BELOW-PCT TO OVR-BELOW-PCT(SUBJ-SUB)
               PERFORM DIST-SAVE-RTN THRU DIST-SAVE-END
           END-PERFORM.
           IF SAVED-CNT > 0
               MOVE "Statistics Already Saved - Not Replaced:"
                   TO NOTE-LABEL
               MOVE SAVED-CNT TO NOTE-CNT
               WRITE OUTREC FROM NOTE-REC AFTER ADVANCING 2 LINES
               DISPLAY (5, 1) "Statistics Already Saved"
           END-IF.
           MOVE SPACES TO GRPHD-NAME.
           PERFORM DIST-PRINT-RTN THRU DIST-PRINT-END.
       OVERALL-END.
           EXIT.

       DIST-SAVE-RTN.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 20
               MOVE ST-BAND(BAND-SUB) TO GRB-BAND(SUBJ-SUB, BAND-SUB)
           END-PERFORM.
       DIST-SAVE-END.
           EXIT.

       DIST-PRINT-RTN.
           MOVE "Rating Distribution" TO GRPHD-TITLE.
           WRITE OUTREC FROM GRP-HD-REC AFTER ADVANCING 2 LINES.
           PERFORM VARYING SUBJ-SUB FROM 1 BY 1 UNTIL SUBJ-SUB > 5
               MOVE SUBJ-NAME(SUBJ-SUB) TO DSHD-SUBJ(SUBJ-SUB)
           END-PERFORM.
           WRITE OUTREC FROM DIST-COLHD-REC AFTER ADVANCING 1 LINE.
           PERFORM VARYING BAND-SUB FROM 1 BY 1 UNTIL BAND-SUB > 20
               COMPUTE BAND-FROM-WS = (BAND-SUB - 1) * 5
               MOVE BAND-FROM-WS TO DSLN-FROM
               IF BAND-SUB = 20
                   MOVE 100 TO DSLN-TO
               ELSE
                   COMPUTE DSLN-TO = BAND-FROM-WS + 4
               END-IF
               PERFORM VARYING SUBJ-SUB FROM 1 BY 1 UNTIL SUBJ-SUB > 5
                   MOVE GRB-BAND(SUBJ-SUB, BAND-SUB)
                       TO DSLN-CNT(SUBJ-SUB)
               END-PERFORM
               WRITE OUTREC FROM DIST-LINE-REC AFTER ADVANCING 1 LINE
           END-PERFORM.
       DIST-PRINT-END.
           EXIT.

       STAT-SAVE-RTN.
           MOVE SIT-DATE-IN TO SS-SIT-DATE.
           MOVE SUBJ-SUB TO SS-SUBJ.
           MOVE ST-CNT TO SS-CNT.
           MOVE ST-MEAN TO SS-MEAN.
           MOVE ST-MEDIAN TO SS-MEDIAN.
           MOVE ST-SD TO SS-SD.
           MOVE ST-HIGH TO SS-HIGH.
           MOVE ST-LOW TO SS-LOW.
           MOVE ST-BELOW-PCT TO SS-BELOW-PCT.
           MOVE RUN-DATE-WS TO SS-RUN-DATE.
           WRITE SUBJ-STAT-REC
               INVALID KEY
                   ADD 1 TO SAVED-CNT
           END-WRITE.
       STAT-SAVE-END.
           EXIT.

       UNI-RTN.
           MOVE "U" TO GRP-TYPE-WS.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 9
               IF UNI-CNT(GRP-SUB) > 0
                   MOVE GRP-SUB TO GRP-CODE-WS
                   MOVE "University: " TO GRPHD-TITLE
                   MOVE UNI-NAME(GRP-SUB) TO GRPHD-NAME
                   WRITE OUTREC FROM GRP-HD-REC AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM STAT-COLHD-REC
                       AFTER ADVANCING 1 LINE
                   PERFORM VARYING SUBJ-SUB FROM 1 BY 1
                           UNTIL SUBJ-SUB > 5
                       PERFORM STAT-CALC-RTN THRU STAT-CALC-END
                       PERFORM STAT-PRINT-RTN THRU STAT-PRINT-END
                       PERFORM DIST-SAVE-RTN THRU DIST-SAVE-END
                   END-PERFORM
                   PERFORM DIST-PRINT-RTN THRU DIST-PRINT-END
               END-IF
           END-PERFORM.
       UNI-END.
           EXIT.

       CRS-RTN.
           MOVE "C" TO GRP-TYPE-WS.
           PERFORM VARYING GRP-SUB FROM 1 BY 1 UNTIL GRP-SUB > 9
               IF CRS-CNT(GRP-SUB) > 0
                   MOVE GRP-SUB TO GRP-CODE-WS
                   MOVE "Course: " TO GRPHD-TITLE
                   MOVE CRS-NAME(GRP-SUB) TO GRPHD-NAME
                   WRITE OUTREC FROM GRP-HD-REC AFTER ADVANCING 2 LINES
                   WRITE OUTREC FROM STAT-COLHD-REC
                       AFTER ADVANCING 1 LINE
                   PERFORM VARYING SUBJ-SUB FROM 1 BY 1
                           UNTIL SUBJ-SUB > 5
                       PERFORM STAT-CALC-RTN THRU STAT-CALC-END
                       PERFORM STAT-PRINT-RTN THRU STAT-PRINT-END
                       PERFORM DIST-SAVE-RTN THRU DIST-SAVE-END
                   END-PERFORM
                   PERFORM DIST-PRINT-RTN THRU DIST-PRINT-END
               END-IF
           END-PERFORM.
       CRS-END.
           EXIT.

       PREV-SIT-RTN.
           MOVE 0 TO PREV-SIT-WS.
           MOVE ZEROS TO SS-SIT-DATE.
           MOVE 0 TO SS-SUBJ.
           START SUBJ-STAT-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE "Y" TO SS-EOF
           END-START.
           PERFORM UNTIL SS-EOF = "Y"
               READ SUBJ-STAT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SS-EOF
                   NOT AT END
                       IF SS-SIT-DATE < SIT-DATE-IN
                           MOVE SS-SIT-DATE TO PREV-SIT-WS
                       ELSE
                           MOVE "Y" TO SS-EOF
                       END-IF
               END-READ
           END-PERFORM.
       PREV-SIT-END.
           EXIT.

       COMPARE-RTN.
           MOVE "Previous Sitting" TO GRPHD-TITLE.
           MOVE SPACES TO GRPHD-NAME.
           WRITE OUTREC FROM GRP-HD-REC AFTER ADVANCING 2 LINES.
           IF PREV-SIT-WS = 0
               WRITE OUTREC FROM CMP-NONE-REC AFTER ADVANCING 1 LINE
           ELSE
               MOVE PREV-SIT-WS TO CMPHD-DATE
               WRITE OUTREC FROM CMP-HD-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM CMP-COLHD-REC AFTER ADVANCING 1 LINE
               PERFORM VARYING SUBJ-SUB FROM 1 BY 1 UNTIL SUBJ-SUB > 5
                   PERFORM COMPARE-ONE-RTN THRU COMPARE-ONE-END
               END-PERFORM
           END-IF.
           IF SKIP-CNT > 0 OR OVFL-CNT > 0
               ADD OVFL-CNT TO SKIP-CNT
               MOVE "Results Not Analysed (No Master/Full):"
                   TO NOTE-LABEL
               MOVE SKIP-CNT TO NOTE-CNT
               WRITE OUTREC FROM NOTE-REC AFTER ADVANCING 2 LINES
           END-IF.
       COMPARE-END.
           EXIT.

       COMPARE-ONE-RTN.
           MOVE SUBJ-NAME(SUBJ-SUB) TO CMLN-SUBJ.
           MOVE PREV-SIT-WS TO SS-SIT-DATE.
           MOVE SUBJ-SUB TO SS-SUBJ.
           READ SUBJ-STAT-FILE
               INVALID KEY
                   MOVE 0 TO SS-MEAN
                   MOVE 0 TO SS-BELOW-PCT
           END-READ.
           MOVE SS-MEAN TO CMLN-PREV-MEAN.
           MOVE OVR-MEAN(SUBJ-SUB) TO CMLN-CURR-MEAN.
           COMPUTE CHG-WS = OVR-MEAN(SUBJ-SUB) - SS-MEAN.
           MOVE CHG-WS TO CMLN-MEAN-CHG.
           MOVE SPACES TO CMLN-FLAG.
           IF CHG-WS + HARD-MARGIN NOT > 0
               MOVE "HARDER" TO CMLN-FLAG
           END-IF.
           MOVE SS-BELOW-PCT TO CMLN-PREV-BELOW.
           MOVE OVR-BELOW-PCT(SUBJ-SUB) TO CMLN-CURR-BELOW.
           COMPUTE CHG-WS = OVR-BELOW-PCT(SUBJ-SUB) - SS-BELOW-PCT.
           MOVE CHG-WS TO CMLN-BELOW-CHG.
           WRITE OUTREC FROM CMP-LINE-REC AFTER ADVANCING 1 LINE.
       COMPARE-ONE-END.
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
