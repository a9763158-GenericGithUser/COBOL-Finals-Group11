           05 AM-BALANCE PIC S9(9)V99.
           05 AM-STATUS PIC X.
           05 AM-BR-COD PIC X(3).
           05 AM-CIF-NO PIC 9(8).
           05 AM-TAX-EXEMPT PIC X.
       WORKING-STORAGE SECTION.
       01 HD01-REC.
           05 FILLER PIC X(32) VALUE SPACES.
                   MOVE "Active" TO INQLN-STATUS
               WHEN "D"
                   MOVE "Dormant" TO INQLN-STATUS
               WHEN "C"
                   MOVE "Closed" TO INQLN-STATUS
               WHEN OTHER
                   MOVE SPACES TO INQLN-STATUS
           END-EVALUATE.
