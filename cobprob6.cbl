           SELECT SEC-CAP-FILE ASSIGN TO "C:\dos\cobol\seccap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-FILE-STATUS.
           SELECT SECT-ASSIGN-FILE ASSIGN TO
               "C:\dos\cobol\secassgn.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS SA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 SC-C-NAME PIC X(20).
           05 FILLER PIC X(1).
           05 SC-SIZE PIC X(3).
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
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(25) VALUE SPACES.
           05 FILLER PIC X(2) VALUE SPACES.
           05 UTLLN-ACTION PIC X(12).

       01 FAC-LOAD-WS.
           05 FL-CNT PIC 9(3) VALUE 0.
           05 FL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FL-CNT
                   INDEXED BY FL-IDX.
               10 FL-FAC-ID PIC X(8).
               10 FL-BRA-COD PIC 99.
               10 FL-EMP-TYPE PIC X.
               10 FL-UNITS PIC 9(3).

       01 LOAD-HD-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(22) VALUE
               "Faculty Teaching Load:".
       01 LOAD-COLHD-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Faculty".
           05 FILLER PIC X(11) VALUE "Type".
           05 FILLER PIC X(7) VALUE "Units".
           05 FILLER PIC X(7) VALUE "Limit".
           05 FILLER PIC X(12) VALUE "Status".
       01 LOAD-LINE-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 LDLN-FAC-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDLN-TYPE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LDLN-UNITS PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LDLN-LIMIT PIC ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LDLN-STATUS PIC X(12).
       01 NOFAC-HD-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(26) VALUE
               "Sections Without Faculty:".
       01 NOFAC-LINE-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 NFLN-C-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NFLN-SEC-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NFLN-SLOT PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 NFLN-UNITS PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 NFLN-REASON PIC X(16).
       01 LOAD-TOT-REC.
           05 FILLER PIC X(6) VALUE SPACES.
           05 LDTOT-LABEL PIC X(30).
           05 LDTOT-CNT PIC ZZZ9.

       01 CRS-DETAIL-WS.
           05 CD-CNT PIC 99 VALUE 0.
           05 CD-ENTRY OCCURS 1 TO 25 TIMES
               10 CD-ENROLL PIC 9(6).
               10 CD-FAC PIC 9(4).
               10 CD-SEC PIC 9(3).
               10 CD-ASGN PIC 9(3).

       01 CRS-RANK-WS.
           05 CRK-CNT PIC 99 VALUE 0.
           05 STD-SIZE-WS PIC 9(3).
           05 SEATS-WS PIC 9(6).
           05 FILL-PCT-WS PIC 9(3)V99.
           05 SA-FILE-STATUS PIC XX.
           05 SA-OPENED PIC X VALUE "N".
           05 SA-EOF PIC X.
           05 SA-PASS PIC 9.
           05 FT-REG-LOAD PIC 9(3) VALUE 24.
           05 PT-MAX-LOAD PIC 9(3) VALUE 12.
           05 OVER-CNT PIC 9(4).
           05 UNDER-CNT PIC 9(4).
           05 NOFAC-CNT PIC 9(4).
           05 SHORT-SUB PIC 9(3).

       SCREEN SECTION.
       01 CLRSCR.
           PERFORM LOAD-CAMPUS-TABLE-RTN THRU LOAD-CAMPUS-TABLE-END.
           PERFORM LOAD-FAC-ROSTER-RTN THRU LOAD-FAC-ROSTER-END.
           PERFORM LOAD-SEC-CAP-RTN THRU LOAD-SEC-CAP-END.
           OPEN INPUT SECT-ASSIGN-FILE.
           IF SA-FILE-STATUS = "00"
               MOVE "Y" TO SA-OPENED
           END-IF.
           OPEN I-O TERM-MASTER.
           IF TM-FILE-STATUS = "35"
               OPEN OUTPUT TERM-MASTER
           EXIT.

       FAC-ROSTER-ONE-RTN.
           IF FL-CNT LESS THAN 500
               ADD 1 TO FL-CNT
               MOVE FR-FAC-ID TO FL-FAC-ID(FL-CNT)
               MOVE FR-BRA-COD TO FL-BRA-COD(FL-CNT)
               MOVE FR-EMP-TYPE TO FL-EMP-TYPE(FL-CNT)
               MOVE 0 TO FL-UNITS(FL-CNT)
           END-IF.
           SET FRC-IDX TO 1.
           SEARCH FRC-ENTRY
               AT END
                   PERFORM UTIL-PRINT-RTN THRU UTIL-PRINT-END
               END-IF
           END-IF.
           IF SA-OPENED = "Y"
               PERFORM FAC-LOAD-RTN THRU FAC-LOAD-END
           END-IF.
       PRINT-END.
           EXIT.

       FAC-LOAD-RTN.
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-CNT
               MOVE 0 TO FL-UNITS(FL-IDX)
           END-PERFORM.
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-CNT
               MOVE 0 TO CD-ASGN(CD-IDX)
           END-PERFORM.
           MOVE 0 TO OVER-CNT.
           MOVE 0 TO UNDER-CNT.
           MOVE 0 TO NOFAC-CNT.
           MOVE 1 TO SA-PASS.
           PERFORM SA-SCAN-RTN THRU SA-SCAN-END.
           IF FR-LOADED = "Y"
               WRITE OUTREC FROM LOAD-HD-REC AFTER ADVANCING 1 LINE
               WRITE OUTREC FROM LOAD-COLHD-REC AFTER ADVANCING 1 LINE
               PERFORM LOAD-ONE-RTN THRU LOAD-ONE-END
                   VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FL-CNT
               MOVE "Overloaded Faculty:" TO LDTOT-LABEL
               MOVE OVER-CNT TO LDTOT-CNT
               WRITE OUTREC FROM LOAD-TOT-REC AFTER ADVANCING 1 LINE
               MOVE "Underloaded Faculty:" TO LDTOT-LABEL
               MOVE UNDER-CNT TO LDTOT-CNT
               WRITE OUTREC FROM LOAD-TOT-REC AFTER ADVANCING 1 LINE
           END-IF.
           WRITE OUTREC FROM NOFAC-HD-REC AFTER ADVANCING 1 LINE.
           MOVE 2 TO SA-PASS.
           PERFORM SA-SCAN-RTN THRU SA-SCAN-END.
           PERFORM NOASGN-RTN THRU NOASGN-END
               VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > CD-CNT.
           MOVE "Sections Without Faculty:" TO LDTOT-LABEL.
           MOVE NOFAC-CNT TO LDTOT-CNT.
           WRITE OUTREC FROM LOAD-TOT-REC AFTER ADVANCING 1 LINE.
       FAC-LOAD-END.
           EXIT.

       SA-SCAN-RTN.
           MOVE "N" TO SA-EOF.
           MOVE SEM-YEAR-IN TO SA-SEM-YEAR.
           MOVE LOC-BRA-COD-IN TO SA-BRA-COD.
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
                               OR SA-BRA-COD NOT = LOC-BRA-COD-IN
                           MOVE "Y" TO SA-EOF
                       ELSE
                           PERFORM SA-SCAN-ONE-RTN
                               THRU SA-SCAN-ONE-END
                       END-IF
               END-READ
           END-PERFORM.
       SA-SCAN-END.
           EXIT.

       SA-SCAN-ONE-RTN.
           MOVE SPACES TO NFLN-REASON.
           IF SA-FAC-ID = SPACES
               MOVE "NO FACULTY" TO NFLN-REASON
           ELSE
               SET FL-IDX TO 1
               SEARCH FL-ENTRY
                   AT END
                       MOVE "NOT ON ROSTER" TO NFLN-REASON
                   WHEN FL-FAC-ID(FL-IDX) = SA-FAC-ID
                       IF SA-PASS = 1
                           ADD SA-UNITS TO FL-UNITS(FL-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           IF SA-PASS = 1 AND CD-CNT > 0
               SET CD-IDX TO 1
               SEARCH CD-ENTRY
                   AT END
                       CONTINUE
                   WHEN CD-NAME(CD-IDX) = SA-C-NAME
                       ADD 1 TO CD-ASGN(CD-IDX)
               END-SEARCH
           END-IF.
           IF SA-PASS = 2 AND NFLN-REASON NOT = SPACES
               MOVE SA-C-NAME TO NFLN-C-NAME
               MOVE SA-SEC-CODE TO NFLN-SEC-CODE
               MOVE SA-SLOT TO NFLN-SLOT
               MOVE SA-UNITS TO NFLN-UNITS
               WRITE OUTREC FROM NOFAC-LINE-REC AFTER ADVANCING 1 LINE
               ADD 1 TO NOFAC-CNT
           END-IF.
       SA-SCAN-ONE-END.
           EXIT.

       NOASGN-RTN.
           IF CD-ASGN(CD-IDX) < CD-SEC(CD-IDX)
               MOVE CD-NAME(CD-IDX) TO NFLN-C-NAME
               MOVE SPACES TO NFLN-SEC-CODE
               MOVE SPACES TO NFLN-SLOT
               MOVE 0 TO NFLN-UNITS
               MOVE "NO ASSIGNMENT" TO NFLN-REASON
               COMPUTE SHORT-SUB = CD-SEC(CD-IDX) - CD-ASGN(CD-IDX)
               PERFORM NOASGN-ONE-RTN THRU NOASGN-ONE-END
                   SHORT-SUB TIMES
           END-IF.
       NOASGN-END.
           EXIT.

       NOASGN-ONE-RTN.
           WRITE OUTREC FROM NOFAC-LINE-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO NOFAC-CNT.
       NOASGN-ONE-END.
           EXIT.

       LOAD-ONE-RTN.
           MOVE SPACES TO LDLN-STATUS.
           IF FL-BRA-COD(FL-IDX) = LOC-BRA-COD-IN
               IF FL-EMP-TYPE(FL-IDX) = "R" OR FL-EMP-TYPE(FL-IDX) = "r"
                   MOVE "Full-Time" TO LDLN-TYPE
                   MOVE FT-REG-LOAD TO LDLN-LIMIT
                   IF FL-UNITS(FL-IDX) > FT-REG-LOAD
                       MOVE "OVERLOAD" TO LDLN-STATUS
                       ADD 1 TO OVER-CNT
                   ELSE
                       IF FL-UNITS(FL-IDX) < FT-REG-LOAD
                           MOVE "UNDERLOAD" TO LDLN-STATUS
                           ADD 1 TO UNDER-CNT
                       END-IF
                   END-IF
               ELSE
                   MOVE "Part-Time" TO LDLN-TYPE
                   MOVE PT-MAX-LOAD TO LDLN-LIMIT
                   IF FL-UNITS(FL-IDX) > PT-MAX-LOAD
                       MOVE "OVER MAXIMUM" TO LDLN-STATUS
                       ADD 1 TO OVER-CNT
                   END-IF
               END-IF
           END-IF.
           IF LDLN-STATUS NOT = SPACES
               MOVE FL-FAC-ID(FL-IDX) TO LDLN-FAC-ID
               MOVE FL-UNITS(FL-IDX) TO LDLN-UNITS
               WRITE OUTREC FROM LOAD-LINE-REC AFTER ADVANCING 1 LINE
           END-IF.
       LOAD-ONE-END.
           EXIT.

       UTIL-PRINT-RTN.
           WRITE OUTREC FROM UTIL-HD-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM UTIL-COLHD-REC AFTER ADVANCING 1 LINE.

           CLOSE OUTFILE.
           CLOSE TERM-MASTER.
           IF SA-OPENED = "Y"
               CLOSE SECT-ASSIGN-FILE
           END-IF.
       FINISH-END.
           EXIT.

