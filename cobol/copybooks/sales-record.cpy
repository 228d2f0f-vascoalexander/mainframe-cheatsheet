      * Verkaeufers aus der EMPLOYEE-MASTER (von SALES-EDIT
      * geprueft) - SALES-COMMISSION kumuliert darueber die
      * Provisionen fuer die Lohnabrechnung.
      * SALES-TRANS-TYPE unterscheidet Verkauf (S), Retoure (R) und
      * Gutschrift (C); der Betrag bleibt immer positiv, Retouren
      * und Gutschriften werden von den Auswertungen abgezogen.
      * Saetze aus der Zeit vor dem Transaktionstyp haben hier ein
      * Leerzeichen und gelten als Verkauf.
       01  SALES-RECORD.
           05  SALES-MONTH         PIC 99.
           05  SALES-REGION        PIC X(10).
           05  SALES-AMOUNT        PIC 9(7)V99.
           05  SALES-PERSON-ID     PIC 9(6).
           05  SALES-TRANS-TYPE    PIC X.
               88  SALES-TYPE-SALE          VALUE 'S' SPACE.
               88  SALES-TYPE-RETURN        VALUE 'R'.
               88  SALES-TYPE-CREDIT        VALUE 'C'.
               88  SALES-TYPE-REDUCTION     VALUE 'R' 'C'.
