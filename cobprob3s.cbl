           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD TRANSAC-LOG.
       01 TRANSAC-LOG-REC.
           05 TL-SEQ-NO PIC X(6).
           05 CO-OWNER-NAME PIC X(25).
           05 CO-RULE PIC X.
           05 CO-STATUS PIC X.
           05 CO-CIF-NO PIC 9(8).
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
           05 STMWD-CNT PIC ZZ9.
           05 FILLER PIC X(9) VALUE "   Total ".
           05 STMWD-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01 INT-SUM-REC.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "Interest Gross: ".
           05 STMINT-GROSS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "   Tax:  ".
           05 STMINT-TAX PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "   Net:  ".
           05 STMINT-NET PIC ZZZ,ZZ9.99.

       01 STMT-WS.
           05 ACC-NO-IN PIC 9(10).
           05 DEP-TOT PIC 9(9)V99 VALUE 0.
           05 WD-CNT PIC 9(4) VALUE 0.
           05 WD-TOT PIC 9(9)V99 VALUE 0.
           05 INT-GROSS-TOT PIC 9(9)V99 VALUE 0.
           05 INT-TAX-TOT PIC 9(9)V99 VALUE 0.
           05 LINE-CNT PIC 9(4) VALUE 0.

       01 STM-TABLE-WS.
           MOVE 0 TO DEP-TOT.
           MOVE 0 TO WD-CNT.
           MOVE 0 TO WD-TOT.
           MOVE 0 TO INT-GROSS-TOT.
           MOVE 0 TO INT-TAX-TOT.
           MOVE 0 TO LINE-CNT.
           MOVE "N" TO TL-EOF.

           MOVE WD-TOT TO STMWD-AMT.
           WRITE OUTREC FROM DEP-TOT-REC AFTER ADVANCING 1 LINE.
           WRITE OUTREC FROM WD-TOT-REC AFTER ADVANCING 1 LINE.
           IF INT-GROSS-TOT GREATER THAN 0
               MOVE INT-GROSS-TOT TO STMINT-GROSS
               MOVE INT-TAX-TOT TO STMINT-TAX
               COMPUTE STMINT-NET = INT-GROSS-TOT - INT-TAX-TOT
               WRITE OUTREC FROM INT-SUM-REC AFTER ADVANCING 1 LINE
           END-IF.
           DISPLAY (10, 1) "Statement Printed - Lines: ".
           DISPLAY (10, 40) LINE-CNT.
       STATEMENT-END.
       STM-RANGE-RTN.
           MOVE FUNCTION NUMVAL-C(TL-AMOUNT) TO TL-AMT-WS.
           EVALUATE TL-TRANSAC-NAME
               WHEN "Interest"
                   ADD 1 TO DEP-CNT
                   ADD TL-AMT-WS TO DEP-TOT
                   ADD TL-AMT-WS TO INT-GROSS-TOT
               WHEN "Interest Tax"
                   ADD 1 TO WD-CNT
                   ADD TL-AMT-WS TO WD-TOT
                   ADD TL-AMT-WS TO INT-TAX-TOT
               WHEN "Deposit"
               WHEN "Initial Dep"
               WHEN "Transfer In"
               WHEN "Tuition Rev"
               WHEN "Tuition Ref"
               WHEN "Chq Deposit"
               WHEN "Loan Release"
                   ADD 1 TO DEP-CNT
                   ADD TL-AMT-WS TO DEP-TOT
               WHEN "Withdrawal"
               WHEN "Dormancy Fee"
               WHEN "Chq Return"
               WHEN "Chq Ret Fee"
               WHEN "Elec AutoDeb"
               WHEN "Loan AutoDeb"
               WHEN "Closure Pay"
               WHEN "Chq Paid"
               WHEN "Stop Pay Fee"
                   ADD 1 TO WD-CNT
                   ADD TL-AMT-WS TO WD-TOT
               WHEN OTHER
