      * SALES-MATRIX-REPORT unveraendert weiterlesen. SDY-AMOUNT
      * ist DISPLAY wie SALES-AMOUNT in sales-record.cpy - LINE
      * SEQUENTIAL Dateien fuehren keine COMP-3-Felder.
      * SDY-TRANS-TYPE wie SALES-TRANS-TYPE in sales-record.cpy:
      * Verkauf (S), Retoure (R), Gutschrift (C), Betrag immer
      * positiv.
       01  DAILY-SALES-RECORD.
           05  SDY-DATE            PIC 9(8).
           05  SDY-REGION          PIC X(10).
           05  SDY-AMOUNT          PIC 9(7)V99.
           05  SDY-PERSON-ID       PIC 9(6).
           05  SDY-TRANS-TYPE      PIC X.
               88  SDY-TYPE-SALE            VALUE 'S' SPACE.
               88  SDY-TYPE-RETURN          VALUE 'R'.
               88  SDY-TYPE-CREDIT          VALUE 'C'.
               88  SDY-TYPE-REDUCTION       VALUE 'R' 'C'.
