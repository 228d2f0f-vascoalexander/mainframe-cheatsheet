      * (muss nach MONAT/HAUPTSTUFE innerhalb REGION/UNTERSTUFE
      * sortiert sein), kumuliert COMP-3-Summen je Region und Monat
      * und druckt einen Bericht mit Zwischensummen und Gesamtsumme.
      * Jede Summenzeile zeigt Brutto (Verkaeufe), Retouren/
      * Gutschriften und Netto; die Historie erhaelt den Nettowert.
      * Der Trailer-Abgleich laeuft ueber die Summe aller Betraege
      * ohne Vorzeichen, wie SALES-EDIT sie in SALESCTL.DAT stellt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  TBL-DST-CODE     PIC X(4).
               10  TBL-DST-NAME     PIC X(20).
               10  TBL-DST-AMOUNT   PIC S9(9)V99 COMP-3.
               10  TBL-DST-RETURNS  PIC S9(9)V99 COMP-3.
       01  WS-DISTRICT-COUNT            PIC 99      VALUE ZERO.
       01  WS-DISTRICT-NUM              PIC 99      VALUE ZERO.
       01  WS-PRIOR-DISTRICT            PIC X(4)    VALUE SPACES.
       01  WS-MONTH-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.

      * Retouren/Gutschriften je Stufe; die Summenfelder oben sind
      * Nettowerte, Brutto = Netto + Retouren
       01  WS-REGION-RETURNS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MONTH-RETURNS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-RETURNS              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROSS-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Summe aller Betraege ohne Vorzeichen fuer den Trailer-Abgleich
       01  WS-CONTROL-SUM                PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-RECORD-COUNT               PIC 9(7)    VALUE ZERO.

       01  WS-MONTH-HEADER.
           05  FILLER                    PIC X(6) VALUE "MONTH ".
           05  HDR-MONTH                 PIC 99.

      * Betragsspalten Brutto / Retouren / Netto ab Spalte 33 in
      * allen Summenzeilen; Netto kann negativ werden
       01  WS-COLUMN-HEADER.
           05  FILLER                    PIC X(32) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE "         GROSS".
           05  FILLER                    PIC X     VALUE SPACE.
           05  FILLER                    PIC X(14)
               VALUE "       RETURNS".
           05  FILLER                    PIC X     VALUE SPACE.
           05  FILLER                    PIC X(14)
               VALUE "           NET".

       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  DTL-REGION                PIC X(20).
           05  FILLER                    PIC X(8)  VALUE SPACES.
           05  DTL-GROSS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DTL-RETURNS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-REGION-TOTAL-LINE.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X(16)
               VALUE "REGION SUBTOTAL:".
           05  FILLER                    PIC X(10) VALUE SPACES.
           05  TOT-REGION-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-REGION-RETURNS        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-REGION-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-DISTRICT-TOTAL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
               VALUE "DISTRICT ".
           05  DST-NAME                  PIC X(20).
           05  FILLER                    PIC X     VALUE SPACE.
           05  DST-GROSS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DST-RETURNS               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  DST-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-MONTH-TOTAL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(15)
               VALUE "MONTH SUBTOTAL:".
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  TOT-MONTH-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-MONTH-RETURNS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-MONTH-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                    PIC X(18)
               VALUE "GRAND TOTAL SALES:".
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  TOT-GRAND-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-GRAND-RETURNS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X     VALUE SPACE.
           05  TOT-GRAND-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-BALANCE-OK-LINE            PIC X(80)
           VALUE "** IN BALANCE - RECONCILED TO CONTROL TOTAL **".
               MOVE SALES-REGION TO WS-PRIOR-REGION
           END-IF

           IF SALES-TYPE-REDUCTION
               SUBTRACT SALES-AMOUNT FROM WS-REGION-TOTAL
               ADD SALES-AMOUNT TO WS-REGION-RETURNS
           ELSE
               ADD SALES-AMOUNT TO WS-REGION-TOTAL
           END-IF
           ADD SALES-AMOUNT TO WS-CONTROL-SUM
           ADD 1 TO WS-RECORD-COUNT.

      * Unsortierte Eingabe: sofort mit klarer Meldung und
           WRITE REPORT-LINE
           MOVE WS-PRIOR-MONTH TO HDR-MONTH
           MOVE WS-MONTH-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.

      * Unterstufe: Regionszwischensumme drucken und zuruecksetzen -
       410-REGION-BREAK.
           PERFORM 415-LOOKUP-PRIOR-REGION-NAME
           MOVE WS-REGION-NAME-FOUND TO DTL-REGION
           COMPUTE WS-GROSS-AMOUNT =
               WS-REGION-TOTAL + WS-REGION-RETURNS
           MOVE WS-GROSS-AMOUNT TO DTL-GROSS
           MOVE WS-REGION-RETURNS TO DTL-RETURNS
           MOVE WS-REGION-TOTAL TO DTL-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GROSS-AMOUNT TO TOT-REGION-GROSS
           MOVE WS-REGION-RETURNS TO TOT-REGION-RETURNS
           MOVE WS-REGION-TOTAL TO TOT-REGION-AMOUNT
           MOVE WS-REGION-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 417-WRITE-HISTORY
           PERFORM 418-ADD-TO-DISTRICT
           ADD WS-REGION-TOTAL TO WS-MONTH-TOTAL
           ADD WS-REGION-RETURNS TO WS-MONTH-RETURNS
           MOVE ZERO TO WS-REGION-TOTAL
           MOVE ZERO TO WS-REGION-RETURNS.

       415-LOOKUP-PRIOR-REGION-NAME.
           MOVE WS-PRIOR-REGION TO WS-REGION-NAME-FOUND
                           TO TBL-DST-NAME(WS-DST-IDX)
                       MOVE WS-REGION-TOTAL
                           TO TBL-DST-AMOUNT(WS-DST-IDX)
                       MOVE WS-REGION-RETURNS
                           TO TBL-DST-RETURNS(WS-DST-IDX)
                   END-IF
               WHEN TBL-DST-CODE(WS-DST-IDX) = WS-PRIOR-DISTRICT
                   ADD WS-REGION-TOTAL
                       TO TBL-DST-AMOUNT(WS-DST-IDX)
                   ADD WS-REGION-RETURNS
                       TO TBL-DST-RETURNS(WS-DST-IDX)
           END-SEARCH.

      * Region/Monat-Summe (netto) mit Periodenstempel in die
      * Historie fortschreiben
       417-WRITE-HISTORY.
           MOVE WS-RUN-YEAR     TO HIST-YEAR
           MOVE WS-PRIOR-MONTH  TO HIST-MONTH
      * dann Monatszwischensumme drucken und zuruecksetzen
       420-MONTH-BREAK.
           PERFORM 425-PRINT-DISTRICT-SUBTOTALS
           COMPUTE WS-GROSS-AMOUNT =
               WS-MONTH-TOTAL + WS-MONTH-RETURNS
           MOVE WS-GROSS-AMOUNT TO TOT-MONTH-GROSS
           MOVE WS-MONTH-RETURNS TO TOT-MONTH-RETURNS
           MOVE WS-MONTH-TOTAL TO TOT-MONTH-AMOUNT
           MOVE WS-MONTH-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-MONTH-TOTAL TO WS-GRAND-TOTAL
           ADD WS-MONTH-RETURNS TO WS-GRAND-RETURNS
           MOVE ZERO TO WS-MONTH-TOTAL
           MOVE ZERO TO WS-MONTH-RETURNS.

      * Distrikt-Zwischensummen zwischen Regionsdetail und
      * Monatssumme - jede Distriktleitung liest ihre Zahl ab,
           PERFORM VARYING WS-DISTRICT-NUM FROM 1 BY 1
                   UNTIL WS-DISTRICT-NUM > WS-DISTRICT-COUNT
               MOVE TBL-DST-NAME(WS-DISTRICT-NUM) TO DST-NAME
               COMPUTE WS-GROSS-AMOUNT =
                   TBL-DST-AMOUNT(WS-DISTRICT-NUM)
                   + TBL-DST-RETURNS(WS-DISTRICT-NUM)
               MOVE WS-GROSS-AMOUNT TO DST-GROSS
               MOVE TBL-DST-RETURNS(WS-DISTRICT-NUM) TO DST-RETURNS
               MOVE TBL-DST-AMOUNT(WS-DISTRICT-NUM) TO DST-AMOUNT
               MOVE WS-DISTRICT-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO TBL-DST-CODE(WS-DISTRICT-NUM)
               MOVE SPACES TO TBL-DST-NAME(WS-DISTRICT-NUM)
               MOVE ZERO   TO TBL-DST-AMOUNT(WS-DISTRICT-NUM)
               MOVE ZERO   TO TBL-DST-RETURNS(WS-DISTRICT-NUM)
           END-PERFORM
           MOVE ZERO TO WS-DISTRICT-COUNT.

           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GROSS-AMOUNT =
               WS-GRAND-TOTAL + WS-GRAND-RETURNS
           MOVE WS-GROSS-AMOUNT TO TOT-GRAND-GROSS
           MOVE WS-GRAND-RETURNS TO TOT-GRAND-RETURNS
           MOVE WS-GRAND-TOTAL TO TOT-GRAND-AMOUNT
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
                       MOVE ZERO TO BC-DIFFERENCE
                   NOT AT END
                       MOVE CTL-CONTROL-TOTAL TO BC-CONTROL-TOTAL
                       MOVE WS-CONTROL-SUM TO BC-COMPUTED-TOTAL
                       MOVE ZERO TO BC-TOLERANCE
                       MOVE CTL-RECORD-COUNT TO BC-CONTROL-COUNT
                       MOVE WS-RECORD-COUNT TO BC-COMPUTED-COUNT
           CLOSE SALES-HISTORY-FILE
           DISPLAY "SAETZE VERARBEITET: " WS-RECORD-COUNT
           DISPLAY "UNBEKANNTE REGION:  " WS-UNKNOWN-REGION-COUNT
           DISPLAY "RETOUREN/GUTSCHR.:  " WS-GRAND-RETURNS
           DISPLAY "GESAMTSUMME NETTO:  " WS-GRAND-TOTAL.
