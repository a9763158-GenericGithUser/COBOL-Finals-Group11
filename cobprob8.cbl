           SELECT BKUP-CONTROL ASSIGN TO "C:\dos\cobol\bkupctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "C:\dos\cobol\procdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD STUDENT-MASTER.
       01 STUDENT-MAST-REC.
           05 SM-SNO PIC 9(10).
           05 CM-ACC-COD PIC X.
           05 CM-AR-COD PIC 9.
           05 CM-DISC-TYP PIC X.
           05 CM-CONN-STAT PIC X.
           05 CM-SVC-ADDR PIC X(40).
           05 CM-MAIL-ADDR1 PIC X(40).
           05 CM-MAIL-ADDR2 PIC X(40).
           05 CM-CONN-DATE PIC 9(8).
           05 CM-CLOSE-DATE PIC 9(8).
       FD EXAMINEE-HIST-FILE.
       01 EXAMINEE-HIST-REC.
           05 EH-EXA-NO PIC 9(10).
           05 TM-TOTNO-COR PIC 99.
       FD BK-FILE.
       01 BK-REC.
           05 FILLER PIC X(200).
       FD BKUP-CONTROL.
       01 BKUP-CONTROL-REC.
           05 BC-TAG PIC X(4).
           05 BC-COUNT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BC-HASH PIC 9(13)V99.
       FD PROC-DATE-FILE.
       01 PROC-DATE-REC.
           05 PDT-PROC-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-PREV-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 PDT-OPER PIC X(5).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(22) VALUE SPACES.
           05 KEEP-GENS PIC 9 VALUE 3.
           05 RUN-MODE-IN PIC X.
           05 RUN-DATE-WS PIC 9(8).
           05 PDT-FILE-STATUS PIC XX.
           05 M-SUB PIC 9.
           05 M-EOF PIC X VALUE "N".
           05 BK-EOF PIC X VALUE "N".
           DISPLAY (1, 1) HD01-REC.
           OPEN OUTPUT OUTFILE.
           WRITE OUTREC FROM HD01-REC.
           PERFORM PROC-DATE-RTN THRU PROC-DATE-END.
           PERFORM LOAD-CONTROL-RTN THRU LOAD-CONTROL-END.

           DISPLAY (3, 1)
                       MOVE "Y" TO M-EOF
                   NOT AT END
                       MOVE SPACES TO BK-REC
                       MOVE ACCOUNT-MAST-REC TO BK-REC(1:63)
                       WRITE BK-REC
                       ADD 1 TO REC-COUNT-WS
                       ADD AM-BALANCE TO HASH-WS
                       MOVE "Y" TO M-EOF
                   NOT AT END
                       MOVE SPACES TO BK-REC
                       MOVE CUST-MAST-REC TO BK-REC(1:175)
                       WRITE BK-REC
                       ADD 1 TO REC-COUNT-WS
                       ADD FUNCTION NUMVAL(CM-ACC-NO(1:10))
       HASH-ONE-RTN.
           EVALUATE M-SUB
               WHEN 1
                   MOVE BK-REC(1:63) TO ACCOUNT-MAST-REC
                   ADD AM-BALANCE TO HASH-WS
               WHEN 2
                   MOVE BK-REC(1:36) TO STUDENT-MAST-REC
                   ADD SM-SNO TO HASH-WS
               WHEN 3
                   MOVE BK-REC(1:175) TO CUST-MAST-REC
                   ADD FUNCTION NUMVAL(CM-ACC-NO(1:10)) TO HASH-WS
               WHEN 4
                   MOVE BK-REC(1:57) TO EXAMINEE-HIST-REC
       LOAD-ONE-RTN.
           EVALUATE M-SUB
               WHEN 1
                   MOVE BK-REC(1:63) TO ACCOUNT-MAST-REC
                   IF AM-CIF-NO NOT NUMERIC
                       MOVE 0 TO AM-CIF-NO
                   END-IF
                   IF AM-TAX-EXEMPT NOT = "Y"
                       MOVE "N" TO AM-TAX-EXEMPT
                   END-IF
                   WRITE ACCOUNT-MAST-REC
               WHEN 2
                   MOVE BK-REC(1:36) TO STUDENT-MAST-REC
                   WRITE STUDENT-MAST-REC
               WHEN 3
                   MOVE BK-REC(1:175) TO CUST-MAST-REC
                   IF CM-CONN-DATE NOT NUMERIC
                       MOVE 0 TO CM-CONN-DATE
                   END-IF
                   IF CM-CLOSE-DATE NOT NUMERIC
                       MOVE 0 TO CM-CLOSE-DATE
                   END-IF
                   WRITE CUST-MAST-REC
               WHEN 4
                   MOVE BK-REC(1:57) TO EXAMINEE-HIST-REC
           END-EVALUATE.
       LOAD-ONE-END.
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
