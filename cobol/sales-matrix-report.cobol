      * SALES-TRANSACTION-FILE wie SALES-ROLLUP (Reihenfolge hier
      * unerheblich, die Matrix wird ueber Region/Monat kumuliert) und
      * druckt ein Rasterformat mit Zeilen-, Spalten- und Gesamtsumme.
      * Die Rasterzellen sind Nettowerte (Verkaeufe abzueglich
      * Retouren/Gutschriften); hat eine Region Retouren, folgt
      * ihrer Zeile eine RETURNS-Zeile. Die Spaltensummen zeigen
      * Brutto, Retouren und Netto, ebenso die Gesamtsumme.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       INDEXED BY WS-COL-IDX
                       PIC S9(7)V99 COMP-3 VALUE ZERO.

      * Retouren/Gutschriften je Region und Monat (positiv)
       01  WS-RETURN-MATRIX.
           05  WS-RETURN-ROW OCCURS 20 TIMES.
               10  WS-RETURN-COL OCCURS 12 TIMES
                       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-ROW-TOTAL            PIC S9(8)V99 COMP-3.
       01  WS-RETURN-COLUMN-TOTALS.
           05  WS-RETURN-COL-TOTAL OCCURS 12 TIMES
                   PIC S9(8)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-RETURNS               PIC S9(9)V99 COMP-3
               VALUE ZERO.
       01  WS-GROSS-AMOUNT                PIC S9(9)V99 COMP-3
               VALUE ZERO.

       01  WS-ROW-TOTAL                   PIC S9(8)V99 COMP-3.
       01  WS-COLUMN-TOTALS.
           05  WS-COL-TOTAL OCCURS 12 TIMES

       01  WS-DETAIL-LINE.
           05  DTL-REGION                 PIC X(20).
           05  DTL-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99-.
           05  DTL-ROW-TOTAL              PIC Z(6)9.99-.

       01  WS-DISTRICT-LINE.
           05  DST-LINE-NAME              PIC X(20).
           05  DST-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99-.
           05  DST-ROW-TOTAL              PIC Z(6)9.99-.

       01  WS-COLUMN-TOTAL-LINE.
           05  FILLER                     PIC X(20) VALUE "COL TOTAL".
           05  TOT-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99-.
           05  TOT-ROW-TOTAL              PIC Z(6)9.99-.

      * Retouren je Region/Monat und Spaltensummen Brutto/Retouren
      * - gleiche Spaltenbreite (10) wie die Betragsspalten
       01  WS-RETURN-LINE.
           05  RET-LINE-NAME              PIC X(20).
           05  RET-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99B.
           05  RET-ROW-TOTAL              PIC Z(6)9.99.

       01  WS-GROSS-LINE.
           05  FILLER                     PIC X(20) VALUE "GROSS".
           05  GRS-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99B.
           05  GRS-ROW-TOTAL              PIC Z(6)9.99.

       01  WS-GRAND-GROSS-LINE.
           05  FILLER                     PIC X(18)
               VALUE "GROSS SALES:".
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TOT-GRAND-GROSS            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-GRAND-RETURNS-LINE.
           05  FILLER                     PIC X(18)
               VALUE "RETURNS/CREDITS:".
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TOT-GRAND-RETURNS          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                     PIC X(18)
               VALUE "NET TOTAL SALES:".
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TOT-GRAND-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

      * Zusatzzeilen des Vergleichsmodus - gleiche Spaltenbreite
      * (10) wie die aktuellen Betragsspalten
       01  WS-PRIOR-LINE.
           05  FILLER                     PIC X(20)
               VALUE "  LAST YEAR".
           05  PRI-MONTH-AMT OCCURS 12 TIMES        PIC Z(5)9.99-.
           05  PRI-ROW-TOTAL              PIC Z(6)9.99-.

       01  WS-VARIANCE-LINE.
           05  FILLER                     PIC X(20)
           05  FILLER                     PIC X(18)
               VALUE "LAST YEAR SALES:".
           05  FILLER                     PIC X(2)  VALUE SPACES.
           05  TOT-PRIOR-GRAND-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-VAR-GRAND-LINE.
           05  FILLER                     PIC X(18)
       200-ACCUMULATE-RECORD.
           PERFORM 210-FIND-REGION
           IF WS-REGION-ROW > 0
               IF SALES-TYPE-REDUCTION
                   SUBTRACT SALES-AMOUNT
                       FROM WS-MATRIX-COL(WS-REGION-ROW, SALES-MONTH)
                   ADD SALES-AMOUNT
                       TO WS-RETURN-COL(WS-REGION-ROW, SALES-MONTH)
               ELSE
                   ADD SALES-AMOUNT
                       TO WS-MATRIX-COL(WS-REGION-ROW, SALES-MONTH)
               END-IF
           END-IF.

      * Lineare Suche in der beim Start geladenen Regions-
           PERFORM 322-ADD-ROW-TO-DISTRICT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 324-PRINT-RETURN-ROW
           IF WS-COMPARE-MODE
               PERFORM 325-PRINT-COMPARE-ROWS
           END-IF.
               END-PERFORM
           END-IF.

      * Retouren der Region je Monat - die Zeile entfaellt, wenn die
      * Region im Berichtsjahr keine Retouren hatte
       324-PRINT-RETURN-ROW.
           MOVE ZERO TO WS-RETURN-ROW-TOTAL
           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
                   UNTIL WS-COL-NUM > 12
               MOVE WS-RETURN-COL(WS-ROW-NUM, WS-COL-NUM)
                   TO RET-MONTH-AMT(WS-COL-NUM)
               ADD WS-RETURN-COL(WS-ROW-NUM, WS-COL-NUM)
                   TO WS-RETURN-ROW-TOTAL
               ADD WS-RETURN-COL(WS-ROW-NUM, WS-COL-NUM)
                   TO WS-RETURN-COL-TOTAL(WS-COL-NUM)
           END-PERFORM
           ADD WS-RETURN-ROW-TOTAL TO WS-GRAND-RETURNS
           IF WS-RETURN-ROW-TOTAL > ZERO
               MOVE "  RETURNS" TO RET-LINE-NAME
               MOVE WS-RETURN-ROW-TOTAL TO RET-ROW-TOTAL
               MOVE WS-RETURN-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Distrikt-Zwischenzeilen zwischen Regionsdetail und
      * Spaltensummen - jede Distriktleitung liest ihre Zeile ab,
      * statt Regionen mit dem Taschenrechner zu addieren
           MOVE WS-ROW-TOTAL TO TOT-ROW-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 332-PRINT-GROSS-AND-RETURNS
           MOVE WS-COLUMN-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COMPARE-MODE
               PERFORM 335-PRINT-COMPARE-TOTALS
           END-IF.

      * Brutto- und Retourenzeile ueber der Netto-Spaltensumme
       332-PRINT-GROSS-AND-RETURNS.
           MOVE ZERO TO WS-RETURN-ROW-TOTAL
           PERFORM VARYING WS-COL-NUM FROM 1 BY 1
                   UNTIL WS-COL-NUM > 12
               COMPUTE WS-GROSS-AMOUNT =
                   WS-COL-TOTAL(WS-COL-NUM)
                   + WS-RETURN-COL-TOTAL(WS-COL-NUM)
               MOVE WS-GROSS-AMOUNT TO GRS-MONTH-AMT(WS-COL-NUM)
               MOVE WS-RETURN-COL-TOTAL(WS-COL-NUM)
                   TO RET-MONTH-AMT(WS-COL-NUM)
               ADD WS-RETURN-COL-TOTAL(WS-COL-NUM)
                   TO WS-RETURN-ROW-TOTAL
           END-PERFORM
           COMPUTE WS-GROSS-AMOUNT =
               WS-ROW-TOTAL + WS-RETURN-ROW-TOTAL
           MOVE WS-GROSS-AMOUNT TO GRS-ROW-TOTAL
           MOVE WS-GROSS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RETURNS" TO RET-LINE-NAME
           MOVE WS-RETURN-ROW-TOTAL TO RET-ROW-TOTAL
           MOVE WS-RETURN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Spaltensummen des Vergleichsmodus: Vorjahr, Abweichung in
      * Betrag und Prozent ueber dieselben Zeilenbilder wie die
      * Regionszeilen
           MOVE WS-GRAND-TOTAL TO TOT-GRAND-AMOUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GROSS-AMOUNT = WS-GRAND-TOTAL + WS-GRAND-RETURNS
           MOVE WS-GROSS-AMOUNT TO TOT-GRAND-GROSS
           MOVE WS-GRAND-GROSS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-RETURNS TO TOT-GRAND-RETURNS
           MOVE WS-GRAND-RETURNS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COMPARE-MODE
           CLOSE MATRIX-REPORT
           DISPLAY "REGIONEN:          " WS-REGION-COUNT
           DISPLAY "UNBEKANNTE REGION: " WS-UNKNOWN-REGION-COUNT
           DISPLAY "RETOUREN/GUTSCHR.: " WS-GRAND-RETURNS
           DISPLAY "GESAMTSUMME NETTO: " WS-GRAND-TOTAL.
