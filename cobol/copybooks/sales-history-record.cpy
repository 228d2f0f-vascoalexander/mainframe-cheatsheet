      * Vorjahreswerte fuer die Abweichungszeilen. HIST-AMOUNT ist
      * DISPLAY wie SALES-AMOUNT in sales-record.cpy - LINE
      * SEQUENTIAL Dateien fuehren keine COMP-3-Felder.
      * HIST-AMOUNT ist der Nettoumsatz (Verkaeufe abzueglich
      * Retouren und Gutschriften) und daher mit Vorzeichen; das
      * Vorzeichen steckt in der letzten Stelle, die Satzlaenge
      * bleibt gleich und alte Saetze lesen sich als positiv.
       01  SALES-HISTORY-RECORD.
           05  HIST-YEAR           PIC 9(4).
           05  HIST-MONTH          PIC 99.
           05  HIST-REGION         PIC X(10).
           05  HIST-AMOUNT         PIC S9(9)V99.
