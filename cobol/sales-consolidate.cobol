
      * Monatsende-Konsolidierung: rollt die Tagesdetailsaetze aus
      * SALESDAY.DAT (von SALES-DAILY-EDIT gebaut) fuer den
      * Abschlussmonat zu Monatssaetzen je Region, Verkaeufer und
      * Transaktionstyp zusammen (Retouren und Gutschriften bleiben
      * eigene Saetze, damit Brutto und Retouren sichtbar bleiben)
      * und schreibt SALES.DAT samt Trailer SALESCTL.DAT -
      * dieselben Dateien, die SALES-EDIT aus der Monatserfassung
      * gebaut hat. SALES-ROLLUP, SALES-MATRIX-REPORT und
      * SALES-COMMISSION lesen sie wie die Monatserfassung. Die
      * Monatssaetze werden nach Region sortiert geschrieben, wie
      * es die Kontrollstufen in SALES-ROLLUP verlangen.
      * Parameterkarte CONSPARM.DAT (optional): Abschlussmonat
           05  WS-CONSOL-YEAR      PIC 9(4).
           05  WS-CONSOL-MONTH     PIC 99.

      * Monatssummen je Region, Verkaeufer und Typ; wird vor dem
      * Schreiben nach Region sortiert (Austauschsortierung wie in
      * SALES-MATRIX-REPORT)
       01  WS-CONSOL-TABLE.
                   INDEXED BY WS-CON-IDX.
               10  TBL-CON-REGION   PIC X(10).
               10  TBL-CON-PERSON   PIC 9(6).
               10  TBL-CON-TYPE     PIC X.
               10  TBL-CON-AMOUNT   PIC S9(9)V99 COMP-3.
       01  WS-CONSOL-SWAP.
           05  SWAP-CON-REGION     PIC X(10).
           05  SWAP-CON-PERSON     PIC 9(6).
           05  SWAP-CON-TYPE       PIC X.
           05  SWAP-CON-AMOUNT     PIC S9(9)V99 COMP-3.
       01  WS-CONSOL-COUNT         PIC 9(3)     VALUE ZERO.
       01  WS-CONSOL-NUM           PIC 9(3)     VALUE ZERO.
       01  WS-CLEAN-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Tagessaetze ohne Typ (vor dem Typfeld erfasst) sind Verkaeufe
       01  WS-SDY-TYPE             PIC X        VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 040-READ-PERIOD-PARM
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-TAKEN-COUNT
               IF SDY-TYPE-SALE
                   MOVE 'S' TO WS-SDY-TYPE
               ELSE
                   MOVE SDY-TRANS-TYPE TO WS-SDY-TYPE
               END-IF
               MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
               SET WS-CON-IDX TO 1
               SEARCH WS-CONSOL-ENTRY
                   WHEN TBL-CON-REGION(WS-CON-IDX) = SDY-REGION
                       AND TBL-CON-PERSON(WS-CON-IDX)
                           = SDY-PERSON-ID
                       AND TBL-CON-TYPE(WS-CON-IDX) = WS-SDY-TYPE
                       SET WS-ENTRY-FOUND TO TRUE
                       ADD SDY-AMOUNT
                           TO TBL-CON-AMOUNT(WS-CON-IDX)
               IF NOT WS-ENTRY-FOUND
                   IF WS-CONSOL-COUNT = 200
                       DISPLAY "FEHLER: MEHR ALS 200 REGION/"
                           "VERKAEUFER/TYP-KOMBINATIONEN"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                       TO TBL-CON-REGION(WS-CON-IDX)
                   MOVE SDY-PERSON-ID
                       TO TBL-CON-PERSON(WS-CON-IDX)
                   MOVE WS-SDY-TYPE
                       TO TBL-CON-TYPE(WS-CON-IDX)
                   MOVE SDY-AMOUNT
                       TO TBL-CON-AMOUNT(WS-CON-IDX)
               END-IF
           END-IF.

      * Austauschsortierung nach Region (innerhalb Region nach
      * Verkaeufer und Typ) - SALES-ROLLUP verlangt die Regionen
      * innerhalb des Monats aufsteigend
       300-SORT-CONSOL-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CONSOL-COUNT
                               TBL-CON-REGION(WS-SORT-J + 1)
                           AND TBL-CON-PERSON(WS-SORT-J) >
                               TBL-CON-PERSON(WS-SORT-J + 1))
                       OR (TBL-CON-REGION(WS-SORT-J) =
                               TBL-CON-REGION(WS-SORT-J + 1)
                           AND TBL-CON-PERSON(WS-SORT-J) =
                               TBL-CON-PERSON(WS-SORT-J + 1)
                           AND TBL-CON-TYPE(WS-SORT-J) >
                               TBL-CON-TYPE(WS-SORT-J + 1))
                       MOVE WS-CONSOL-ENTRY(WS-SORT-J)
                           TO WS-CONSOL-SWAP
                       MOVE WS-CONSOL-ENTRY(WS-SORT-J + 1)
               MOVE TBL-CON-AMOUNT(WS-CONSOL-NUM) TO SALES-AMOUNT
               MOVE TBL-CON-PERSON(WS-CONSOL-NUM)
                   TO SALES-PERSON-ID
               MOVE TBL-CON-TYPE(WS-CONSOL-NUM)
                   TO SALES-TRANS-TYPE
               WRITE SALES-RECORD
               IF WS-CLEAN-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
