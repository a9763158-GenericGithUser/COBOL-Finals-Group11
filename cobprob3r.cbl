           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       FD TRANSAC-LOG.
       01 TRANSAC-LOG-REC.
           05 TL-SEQ-NO PIC X(6).
                   WHEN "Tuition Rev"
                   WHEN "Tuition Ref"
                   WHEN "Chq Deposit"
                   WHEN "Loan Release"
                       ADD TL-AMT-WS TO RC-NET-EFF(RC-CUR-IDX)
                   WHEN "Withdrawal"
                   WHEN "Transfer Out"
                   WHEN "Dormancy Fee"
                   WHEN "Chq Return"
                   WHEN "Chq Ret Fee"
                   WHEN "Elec AutoDeb"
                   WHEN "Loan AutoDeb"
                   WHEN "Closure Pay"
                   WHEN "Interest Tax"
                   WHEN "Chq Paid"
                   WHEN "Stop Pay Fee"
                       SUBTRACT TL-AMT-WS
                           FROM RC-NET-EFF(RC-CUR-IDX)
                   WHEN OTHER
