       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG3PROB6A.
       AUTHOR. GIAN-CARYL-SHEINE-EGIAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO "C:\dos\cobol\outfile52.txt".
           SELECT CAMPUS-FILE ASSIGN TO "C:\dos\cobol\campuslst.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAM-FILE-STATUS.
           SELECT FAC-ROSTER ASSIGN TO "C:\dos\cobol\facrostr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FR-FILE-STATUS.
           SELECT SECT-ASSIGN-FILE ASSIGN TO
               "C:\dos\cobol\secassgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS SA-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER PIC X(90).
       FD CAMPUS-FILE.
       01 CAMPUS-FILE-REC.
           05 CAM-BRA-COD PIC 99.
           05 CAM-BRA-NAME PIC X(20).
       FD FAC-ROSTER.
       01 FAC-ROSTER-REC.
           05 FR-FAC-ID PIC X(8).
           05 FILLER PIC X(1).
           05 FR-BRA-COD PIC 99.
           05 FILLER PIC X(1).
           05 FR-EMP-TYPE PIC X.
       FD SECT-ASSIGN-FILE.
       01 SECT-ASSIGN-REC.
           05 SA-KEY.
               10 SA-SEM-YEAR PIC X(16).
               10 SA-BRA-COD PIC 99.
               10 SA-C-NAME PIC X(20).
               10 SA-SEC-CODE PIC X(4).
           05 SA-FAC-ID PIC X(8).
           05 SA-UNITS PIC 99.
           05 SA-SLOT PIC X(8).
           05 SA-UPD-DATE PIC 9(8).
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(41) VALUE
               "Polytechnic University of the Philippines".
           05 FILLER PIC X(24) VALUE SPACES.
       01 HD02-REC.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(17) VALUE
               "Sta. Mesa, Manila".
           05 FILLER PIC X(35) VALUE SPACES.
       01 HD03-REC.
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(26) VALUE
               "Section Faculty Assignment".
           05 FILLER PIC X(33) VALUE SPACES.
       01 HD04-REC.
           05 FILLER PIC X(38) VALUE SPACES.
           05 HD04-TERM-OUT PIC X(16).
           05 FILLER PIC X(36) VALUE SPACES.
       01 SPACER.
           05 FILLER PIC X(80) VALUE SPACES.

       01 SA-COLHD-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "Action".
           05 FILLER PIC X(4) VALUE "Br".
           05 FILLER PIC X(22) VALUE "Course".
           05 FILLER PIC X(6) VALUE "Sec".
           05 FILLER PIC X(10) VALUE "Faculty".
           05 FILLER PIC X(7) VALUE "Units".
           05 FILLER PIC X(10) VALUE "Slot".
           05 FILLER PIC X(12) VALUE "Remarks".
       01 SA-LINE-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALN-ACTION PIC X(8).
           05 SALN-BRA-COD PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALN-C-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALN-SEC-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALN-FAC-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SALN-UNITS PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SALN-SLOT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SALN-REMARK PIC X(22).
       01 SA-TOT-REC.
           05 FILLER PIC X(4) VALUE SPACES.
           05 SATOT-LABEL PIC X(30).
           05 SATOT-CNT PIC ZZZ9.

       01 CAMPUS-TABLE-WS.
           05 CAMPUS-TBL-CNT PIC 99 VALUE 0.
           05 CAMPUS-TBL-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON CAMPUS-TBL-CNT
                   INDEXED BY CAM-IDX.
               10 CAM-TBL-COD PIC 99.
               10 CAM-TBL-NAME PIC X(20).

       01 FAC-LOAD-WS.
           05 FL-CNT PIC 9(3) VALUE 0.
           05 FL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FL-CNT
                   INDEXED BY FL-IDX.
               10 FL-FAC-ID PIC X(8).
               10 FL-BRA-COD PIC 99.
               10 FL-EMP-TYPE PIC X.

       01 INIT-FLAGS.
           05 VALID-FLAG PIC 9 VALUE 0.
           05 ANS PIC X.
           05 CHK-ANS PIC 9 VALUE 0.
           05 CAM-FILE-STATUS PIC XX.
           05 CAM-EOF PIC X VALUE "N".
           05 FR-FILE-STATUS PIC XX.
           05 FR-EOF PIC X VALUE "N".
           05 SA-FILE-STATUS PIC XX.
           05 SA-EOF PIC X.
           05 SA-FOUND PIC X.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 SEM-YEAR-IN PIC X(16).
           05 BRA-COD-IN PIC 99.
           05 BRA-NAME-WS PIC X(20).
           05 C-NAME-IN PIC X(20).
           05 SEC-CODE-IN PIC X(4).
           05 FAC-ID-IN PIC X(8).
           05 UNITS-IN PIC 99.
           05 SLOT-IN PIC X(8).
           05 NEW-FAC-ID PIC X(8).
           05 NEW-UNITS PIC 99.
           05 NEW-SLOT PIC X(8).
           05 NEW-EMP-TYPE PIC X.
           05 FAC-UNITS-WS PIC 9(3).
           05 CONFLICT-SEC PIC X(4).
           05 CONFLICT-C-NAME PIC X(20).
           05 REFUSE-REASON PIC X(22).
           05 FT-REG-LOAD PIC 9(3) VALUE 24.
           05 PT-MAX-LOAD PIC 9(3) VALUE 12.
           05 FL-OVFL-CNT PIC 9(4) VALUE 0.
           05 SA-ADD-CNT PIC 9(4) VALUE 0.
           05 SA-CHG-CNT PIC 9(4) VALUE 0.
           05 SA-DEL-CNT PIC 9(4) VALUE 0.
           05 SA-REF-CNT PIC 9(4) VALUE 0.

       SCREEN SECTION.
       01 CLRSCR.
           05 BLANK SCREEN.

       PROCEDURE DIVISION.
           PERFORM MAIN-RTN.
       MAIN-RTN.
           DISPLAY CLRSCR.
           OPEN OUTPUT OUTFILE.
           PERFORM LOAD-CAMPUS-TABLE-RTN THRU LOAD-CAMPUS-TABLE-END.
           PERFORM LOAD-FAC-ROSTER-RTN THRU LOAD-FAC-ROSTER-END.
           IF CHK-ANS = 0
               OPEN I-O SECT-ASSIGN-FILE
               IF SA-FILE-STATUS = "35"
                   OPEN OUTPUT SECT-ASSIGN-FILE
                   CLOSE SECT-ASSIGN-FILE
                   OPEN I-O SECT-ASSIGN-FILE
               END-IF
               PERFORM PROC-DATE-RTN THRU PROC-DATE-END
               DISPLAY (1, 1)
                   "Semester & Academic Year (e.g. 1ST SEM 2011-2012): "
               ACCEPT (1, 55) SEM-YEAR-IN
               DISPLAY (1, 1) SPACER
               MOVE SEM-YEAR-IN TO HD04-TERM-OUT
               WRITE OUTREC FROM HD01-REC
               WRITE OUTREC FROM HD02-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM HD03-REC AFTER ADVANCING 2 LINES
               WRITE OUTREC FROM HD04-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM SA-COLHD-REC AFTER ADVANCING 2 LINES
               DISPLAY (3, 1) "Mode (A=Assign Section/D=Drop Section): "
               ACCEPT (3, 45) RUN-MODE-IN
               DISPLAY (3, 45) RUN-MODE-IN
               PERFORM PROCESS-RTN THRU PROCESS-END UNTIL CHK-ANS = 1
               PERFORM FINISH-RTN THRU FINISH-END
               CLOSE SECT-ASSIGN-FILE
           END-IF.
           CLOSE OUTFILE.
           GOBACK.

       LOAD-CAMPUS-TABLE-RTN.
           OPEN INPUT CAMPUS-FILE.
           IF CAM-FILE-STATUS = "00"
               PERFORM UNTIL CAM-EOF = "Y"
                   READ CAMPUS-FILE
                       AT END
                           MOVE "Y" TO CAM-EOF
                       NOT AT END
                           ADD 1 TO CAMPUS-TBL-CNT
                           MOVE CAM-BRA-COD
                               TO CAM-TBL-COD(CAMPUS-TBL-CNT)
                           MOVE CAM-BRA-NAME
                               TO CAM-TBL-NAME(CAMPUS-TBL-CNT)
                   END-READ
               END-PERFORM
               CLOSE CAMPUS-FILE
           ELSE
               DISPLAY (4, 1)
                   "Campus List File Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
       LOAD-CAMPUS-TABLE-END.
           EXIT.

       LOAD-FAC-ROSTER-RTN.
           OPEN INPUT FAC-ROSTER.
           IF FR-FILE-STATUS = "00"
               PERFORM UNTIL FR-EOF = "Y"
                   READ FAC-ROSTER
                       AT END
                           MOVE "Y" TO FR-EOF
                       NOT AT END
                           IF FL-CNT LESS THAN 500
                               ADD 1 TO FL-CNT
                               MOVE FR-FAC-ID TO FL-FAC-ID(FL-CNT)
                               MOVE FR-BRA-COD TO FL-BRA-COD(FL-CNT)
                               MOVE FR-EMP-TYPE TO FL-EMP-TYPE(FL-CNT)
                           ELSE
                               ADD 1 TO FL-OVFL-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAC-ROSTER
           ELSE
               DISPLAY (5, 1)
                   "HR Faculty Roster Not Found - Run Aborted"
               MOVE 1 TO CHK-ANS
           END-IF.
       LOAD-FAC-ROSTER-END.
           EXIT.

       PROCESS-RTN.
           DISPLAY CLRSCR.
           DISPLAY (1, 1) HD01-REC.
           DISPLAY (2, 1) HD03-REC.
           DISPLAY (3, 1) HD04-REC.
           DISPLAY (5, 1) "Location Branch Code: ".
           PERFORM BRA-COD-RTN THRU BRA-COD-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (6, 1) "Course Name: ".
           PERFORM C-NAME-RTN THRU C-NAME-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (7, 1) "Section Code: ".
           PERFORM SEC-CODE-RTN THRU SEC-CODE-END.
           MOVE 0 TO VALID-FLAG.
           MOVE SEM-YEAR-IN TO SA-SEM-YEAR.
           MOVE BRA-COD-IN TO SA-BRA-COD.
           MOVE C-NAME-IN TO SA-C-NAME.
           MOVE SEC-CODE-IN TO SA-SEC-CODE.
           READ SECT-ASSIGN-FILE
               INVALID KEY
                   MOVE "N" TO SA-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO SA-FOUND
           END-READ.
           EVALUATE RUN-MODE-IN
               WHEN "D"
               WHEN "d"
                   PERFORM DROP-RTN THRU DROP-END
               WHEN OTHER
                   PERFORM ASSIGN-RTN THRU ASSIGN-END
           END-EVALUATE.
           DISPLAY (22, 1) "INPUT ANOTHER RECORD (Y/N)".
           PERFORM ANS-CHK-RTN UNTIL VALID-FLAG = 1.
           MOVE 0 TO VALID-FLAG.
       PROCESS-END.
           EXIT.

       BRA-COD-RTN.
           ACCEPT (5, 40) BRA-COD-IN.
           SET CAM-IDX TO 1.
           SEARCH CAMPUS-TBL-ENTRY
               AT END
                   MOVE 0 TO VALID-FLAG
               WHEN CAM-TBL-COD(CAM-IDX) = BRA-COD-IN
                   MOVE 1 TO VALID-FLAG
                   MOVE CAM-TBL-NAME(CAM-IDX) TO BRA-NAME-WS
           END-SEARCH.
           IF VALID-FLAG = 1
               DISPLAY (5, 40) BRA-COD-IN
               DISPLAY (5, 45) BRA-NAME-WS
           ELSE
               DISPLAY (5, 60) "Invalid Branch - Reenter"
               PERFORM BRA-COD-RTN THRU BRA-COD-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       BRA-COD-END.
           EXIT.

       C-NAME-RTN.
           MOVE SPACES TO C-NAME-IN.
           ACCEPT (6, 40) C-NAME-IN.
           IF C-NAME-IN = SPACES
               MOVE 0 TO VALID-FLAG
               PERFORM C-NAME-RTN THRU C-NAME-END
                   UNTIL VALID-FLAG = 1
           ELSE
               MOVE 1 TO VALID-FLAG
               DISPLAY (6, 40) C-NAME-IN
           END-IF.
       C-NAME-END.
           EXIT.

       SEC-CODE-RTN.
           MOVE SPACES TO SEC-CODE-IN.
           ACCEPT (7, 40) SEC-CODE-IN.
           MOVE FUNCTION UPPER-CASE(SEC-CODE-IN) TO SEC-CODE-IN.
           IF SEC-CODE-IN = SPACES
               MOVE 0 TO VALID-FLAG
               PERFORM SEC-CODE-RTN THRU SEC-CODE-END
                   UNTIL VALID-FLAG = 1
           ELSE
               MOVE 1 TO VALID-FLAG
               DISPLAY (7, 40) SEC-CODE-IN
           END-IF.
       SEC-CODE-END.
           EXIT.

       ASSIGN-RTN.
           IF SA-FOUND = "Y"
               DISPLAY (7, 55) "Existing Section"
               DISPLAY (17, 1)
                   "(Blank Keeps Current Value, NONE = No Faculty)"
               MOVE SA-FAC-ID TO NEW-FAC-ID
               MOVE SA-UNITS TO NEW-UNITS
               MOVE SA-SLOT TO NEW-SLOT
               DISPLAY (8, 55) SA-FAC-ID
               DISPLAY (9, 55) SA-UNITS
               DISPLAY (10, 55) SA-SLOT
           ELSE
               DISPLAY (7, 55) "New Section"
               DISPLAY (17, 1) "(Blank Faculty ID = No Faculty Yet)"
               MOVE SPACES TO NEW-FAC-ID
               MOVE 0 TO NEW-UNITS
               MOVE SPACES TO NEW-SLOT
           END-IF.
           DISPLAY (8, 1) "Faculty ID: ".
           PERFORM FAC-ID-RTN THRU FAC-ID-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (9, 1) "Units: ".
           PERFORM UNITS-RTN THRU UNITS-END.
           MOVE 0 TO VALID-FLAG.
           DISPLAY (10, 1) "Schedule Slot (e.g. MWF0730): ".
           PERFORM SLOT-RTN THRU SLOT-END.
           MOVE 0 TO VALID-FLAG.
           MOVE SPACES TO REFUSE-REASON.
           IF NEW-FAC-ID NOT = SPACES
               PERFORM FAC-CHK-RTN THRU FAC-CHK-END
           END-IF.
           MOVE SEM-YEAR-IN TO SA-SEM-YEAR.
           MOVE BRA-COD-IN TO SA-BRA-COD.
           MOVE C-NAME-IN TO SA-C-NAME.
           MOVE SEC-CODE-IN TO SA-SEC-CODE.
           MOVE NEW-FAC-ID TO SA-FAC-ID.
           MOVE NEW-UNITS TO SA-UNITS.
           MOVE NEW-SLOT TO SA-SLOT.
           MOVE RUN-DATE-WS TO SA-UPD-DATE.
           IF REFUSE-REASON NOT = SPACES
               MOVE "Refused" TO SALN-ACTION
               MOVE REFUSE-REASON TO SALN-REMARK
               PERFORM SA-PRINT-RTN THRU SA-PRINT-END
               ADD 1 TO SA-REF-CNT
               DISPLAY (18, 1) REFUSE-REASON
               IF CONFLICT-SEC NOT = SPACES
                   DISPLAY (19, 1) "Booked In: "
                   DISPLAY (19, 12) CONFLICT-C-NAME
                   DISPLAY (19, 34) CONFLICT-SEC
               END-IF
           ELSE
               IF NEW-FAC-ID = SPACES
                   MOVE "NO FACULTY YET" TO SALN-REMARK
               END-IF
               IF SA-FOUND = "Y"
                   REWRITE SECT-ASSIGN-REC
                   MOVE "Changed" TO SALN-ACTION
                   ADD 1 TO SA-CHG-CNT
                   DISPLAY (18, 1) "Section Updated"
               ELSE
                   WRITE SECT-ASSIGN-REC
                   MOVE "Added" TO SALN-ACTION
                   ADD 1 TO SA-ADD-CNT
                   DISPLAY (18, 1) "Section Added"
               END-IF
               PERFORM SA-PRINT-RTN THRU SA-PRINT-END
           END-IF.
       ASSIGN-END.
           EXIT.

       FAC-ID-RTN.
           MOVE SPACES TO FAC-ID-IN.
           ACCEPT (8, 40) FAC-ID-IN.
           MOVE FUNCTION UPPER-CASE(FAC-ID-IN) TO FAC-ID-IN.
           MOVE 1 TO VALID-FLAG.
           IF FAC-ID-IN = "NONE"
               MOVE SPACES TO NEW-FAC-ID
           ELSE
               IF FAC-ID-IN NOT = SPACES
                   SET FL-IDX TO 1
                   SEARCH FL-ENTRY
                       AT END
                           MOVE 0 TO VALID-FLAG
                           DISPLAY (8, 55) "Not On HR Roster - Reenter"
                       WHEN FL-FAC-ID(FL-IDX) = FAC-ID-IN
                           IF FL-BRA-COD(FL-IDX) NOT = BRA-COD-IN
                               MOVE 0 TO VALID-FLAG
                               DISPLAY (8, 55)
                                   "Not On This Branch - Reenter"
                           ELSE
                               MOVE FAC-ID-IN TO NEW-FAC-ID
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (8, 40) NEW-FAC-ID
           ELSE
               PERFORM FAC-ID-RTN THRU FAC-ID-END
                   UNTIL VALID-FLAG = 1
           END-IF.
       FAC-ID-END.
           EXIT.

       UNITS-RTN.
           MOVE 0 TO UNITS-IN.
           ACCEPT (9, 40) UNITS-IN.
           IF UNITS-IN = 0
               IF SA-FOUND = "Y"
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           ELSE
               MOVE 1 TO VALID-FLAG
               MOVE UNITS-IN TO NEW-UNITS
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (9, 40) NEW-UNITS
           ELSE
               PERFORM UNITS-RTN THRU UNITS-END UNTIL VALID-FLAG = 1
           END-IF.
       UNITS-END.
           EXIT.

       SLOT-RTN.
           MOVE SPACES TO SLOT-IN.
           ACCEPT (10, 40) SLOT-IN.
           MOVE FUNCTION UPPER-CASE(SLOT-IN) TO SLOT-IN.
           IF SLOT-IN = SPACES
               IF SA-FOUND = "Y"
                   MOVE 1 TO VALID-FLAG
               ELSE
                   MOVE 0 TO VALID-FLAG
               END-IF
           ELSE
               MOVE 1 TO VALID-FLAG
               MOVE SLOT-IN TO NEW-SLOT
           END-IF.
           IF VALID-FLAG = 1
               DISPLAY (10, 40) NEW-SLOT
           ELSE
               PERFORM SLOT-RTN THRU SLOT-END UNTIL VALID-FLAG = 1
           END-IF.
       SLOT-END.
           EXIT.

       FAC-CHK-RTN.
           MOVE SPACES TO CONFLICT-SEC.
           MOVE SPACES TO CONFLICT-C-NAME.
           MOVE 0 TO FAC-UNITS-WS.
           MOVE "N" TO SA-EOF.
           MOVE SEM-YEAR-IN TO SA-SEM-YEAR.
           MOVE LOW-VALUES TO SA-BRA-COD.
           MOVE LOW-VALUES TO SA-C-NAME.
           MOVE LOW-VALUES TO SA-SEC-CODE.
           START SECT-ASSIGN-FILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   MOVE "Y" TO SA-EOF
           END-START.
           PERFORM UNTIL SA-EOF = "Y"
               READ SECT-ASSIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO SA-EOF
                   NOT AT END
                       IF SA-SEM-YEAR NOT = SEM-YEAR-IN
                           MOVE "Y" TO SA-EOF
                       ELSE
                           PERFORM FAC-CHK-ONE-RTN
                               THRU FAC-CHK-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
           ADD NEW-UNITS TO FAC-UNITS-WS.
           SET FL-IDX TO 1.
           SEARCH FL-ENTRY
               AT END
                   MOVE "P" TO NEW-EMP-TYPE
               WHEN FL-FAC-ID(FL-IDX) = NEW-FAC-ID
                   MOVE FL-EMP-TYPE(FL-IDX) TO NEW-EMP-TYPE
           END-SEARCH.
           IF CONFLICT-SEC NOT = SPACES
               MOVE "SLOT CONFLICT" TO REFUSE-REASON
           ELSE
               IF NEW-EMP-TYPE = "R" OR NEW-EMP-TYPE = "r"
                   IF FAC-UNITS-WS > FT-REG-LOAD
                       MOVE "OVERLOAD" TO SALN-REMARK
                       DISPLAY (19, 1)
                           "Warning - Exceeds Regular Load: "
                       DISPLAY (19, 40) FAC-UNITS-WS
                   END-IF
               ELSE
                   IF FAC-UNITS-WS > PT-MAX-LOAD
                       MOVE "PART-TIME MAX EXCEEDED" TO REFUSE-REASON
                   END-IF
               END-IF
           END-IF.
       FAC-CHK-END.
           EXIT.

       FAC-CHK-ONE-RTN.
           IF SA-FAC-ID = NEW-FAC-ID
               IF SA-BRA-COD = BRA-COD-IN
                       AND SA-C-NAME = C-NAME-IN
                       AND SA-SEC-CODE = SEC-CODE-IN
                   CONTINUE
               ELSE
                   ADD SA-UNITS TO FAC-UNITS-WS
                   IF SA-SLOT = NEW-SLOT
                       MOVE SA-SEC-CODE TO CONFLICT-SEC
                       MOVE SA-C-NAME TO CONFLICT-C-NAME
                   END-IF
               END-IF
           END-IF.
       FAC-CHK-ONE-END.
           EXIT.

       DROP-RTN.
           IF SA-FOUND = "N"
               DISPLAY (18, 1) "Section Not On File"
           ELSE
               DELETE SECT-ASSIGN-FILE RECORD
               MOVE "Dropped" TO SALN-ACTION
               MOVE SPACES TO SALN-REMARK
               PERFORM SA-PRINT-RTN THRU SA-PRINT-END
               ADD 1 TO SA-DEL-CNT
               DISPLAY (18, 1) "Section Dropped"
           END-IF.
       DROP-END.
           EXIT.

       SA-PRINT-RTN.
           MOVE SA-BRA-COD TO SALN-BRA-COD.
           MOVE SA-C-NAME TO SALN-C-NAME.
           MOVE SA-SEC-CODE TO SALN-SEC-CODE.
           MOVE SA-FAC-ID TO SALN-FAC-ID.
           MOVE SA-UNITS TO SALN-UNITS.
           MOVE SA-SLOT TO SALN-SLOT.
           WRITE OUTREC FROM SA-LINE-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO SALN-REMARK.
       SA-PRINT-END.
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
           MOVE "Sections Added:" TO SATOT-LABEL.
           MOVE SA-ADD-CNT TO SATOT-CNT.
           WRITE OUTREC FROM SA-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Sections Changed:" TO SATOT-LABEL.
           MOVE SA-CHG-CNT TO SATOT-CNT.
           WRITE OUTREC FROM SA-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Sections Dropped:" TO SATOT-LABEL.
           MOVE SA-DEL-CNT TO SATOT-CNT.
           WRITE OUTREC FROM SA-TOT-REC AFTER ADVANCING 1 LINE.
           MOVE "Assignments Refused:" TO SATOT-LABEL.
           MOVE SA-REF-CNT TO SATOT-CNT.
           WRITE OUTREC FROM SA-TOT-REC AFTER ADVANCING 1 LINE.
           IF FL-OVFL-CNT > 0
               MOVE "Roster Entries Not Loaded:" TO SATOT-LABEL
               MOVE FL-OVFL-CNT TO SATOT-CNT
               WRITE OUTREC FROM SA-TOT-REC AFTER ADVANCING 1 LINE
           END-IF.
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
