      * wohin er laeuft, statt Wochen nach Monatsende mit dem
      * Rollup. Regionszeilen in der festen Geschaeftsreihenfolge
      * aus REGION.DAT (wie SALES-MATRIX-REPORT).
      * Je Region Brutto, Retouren/Gutschriften und Netto des
      * laufenden Monats; verglichen wird netto gegen netto (die
      * Historie fuehrt Nettowerte).
      * Parameterkarte FLSHPARM.DAT (optional): Berichtsmonat
      * JJJJMM - fehlt die Karte, gilt der laufende Monat.

       01  FLASH-PARM-RECORD       PIC X(80).

       FD  FLASH-REPORT.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-MTD-TOTALS.
           05  WS-MTD-AMOUNT OCCURS 20 TIMES
                   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MTD-RETURN-TOTALS.
           05  WS-MTD-RETURNS OCCURS 20 TIMES
                   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-TOTALS.
           05  WS-PRIOR-AMOUNT OCCURS 20 TIMES
                   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-YEAR           PIC 9(4)     VALUE ZERO.

       01  WS-MTD-GRAND            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RETURNS-GRAND        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GROSS-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-GRAND          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-VAR-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RECORD-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-HEADER-2.
           05  FILLER              PIC X(20) VALUE "REGION".
           05  FILLER              PIC X(14)
               VALUE "     GROSS MTD".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14)
               VALUE "       RETURNS".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(15)
               VALUE "       NET MTD ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(14)
               VALUE "     LAST YEAR".
           05  FILLER              PIC X(3)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-REGION          PIC X(20).
           05  DTL-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-RETURNS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-MTD             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PRIOR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-VARIANCE        PIC ---,---,--9.99.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE "TOTAL".
           05  TOT-GROSS           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-RETURNS         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-MTD             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TOT-PRIOR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  TOT-VARIANCE        PIC ---,---,--9.99.
               MOVE SDY-REGION TO WS-LOOKUP-REGION
               PERFORM 210-FIND-REGION-ROW
               IF WS-REGION-ROW > 0
                   IF SDY-TYPE-REDUCTION
                       SUBTRACT SDY-AMOUNT
                           FROM WS-MTD-AMOUNT(WS-REGION-ROW)
                       ADD SDY-AMOUNT
                           TO WS-MTD-RETURNS(WS-REGION-ROW)
                   ELSE
                       ADD SDY-AMOUNT TO WS-MTD-AMOUNT(WS-REGION-ROW)
                   END-IF
               ELSE
                   ADD 1 TO WS-UNKNOWN-REGION-COUNT
                   DISPLAY "WARNUNG: REGION NICHT IN REGION.DAT - "

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GROSS-AMOUNT = WS-MTD-GRAND + WS-RETURNS-GRAND
           MOVE WS-GROSS-AMOUNT TO TOT-GROSS
           MOVE WS-RETURNS-GRAND TO TOT-RETURNS
           MOVE WS-MTD-GRAND TO TOT-MTD
           MOVE WS-PRIOR-GRAND TO TOT-PRIOR
           COMPUTE WS-VAR-AMOUNT = WS-MTD-GRAND - WS-PRIOR-GRAND

       310-PRINT-REGION-LINE.
           MOVE TBL-RGN-NAME(WS-ROW-NUM) TO DTL-REGION
           COMPUTE WS-GROSS-AMOUNT =
               WS-MTD-AMOUNT(WS-ROW-NUM) + WS-MTD-RETURNS(WS-ROW-NUM)
           MOVE WS-GROSS-AMOUNT TO DTL-GROSS
           MOVE WS-MTD-RETURNS(WS-ROW-NUM) TO DTL-RETURNS
           MOVE WS-MTD-AMOUNT(WS-ROW-NUM) TO DTL-MTD
           MOVE WS-PRIOR-AMOUNT(WS-ROW-NUM) TO DTL-PRIOR
           COMPUTE WS-VAR-AMOUNT =
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-MTD-AMOUNT(WS-ROW-NUM)   TO WS-MTD-GRAND
           ADD WS-MTD-RETURNS(WS-ROW-NUM)  TO WS-RETURNS-GRAND
           ADD WS-PRIOR-AMOUNT(WS-ROW-NUM) TO WS-PRIOR-GRAND.

       900-CLOSE-FILES.
           CLOSE FLASH-REPORT
           DISPLAY "TAGESSAETZE GELESEN: " WS-RECORD-COUNT
           DISPLAY "UNBEKANNTE REGION:   " WS-UNKNOWN-REGION-COUNT
           DISPLAY "MTD RETOUR/GUTSCHR.: " WS-RETURNS-GRAND
           DISPLAY "MTD GESAMT NETTO:    " WS-MTD-GRAND.
