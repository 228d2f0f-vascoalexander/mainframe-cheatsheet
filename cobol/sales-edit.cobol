
      * Vorgeschalteter Pruefungslauf fuer die in den Filialen von
      * Hand erfassten Verkaufsdaten: liest SALESRAW.DAT, prueft
      * Monat (01-12), Region (nicht leer), Betrag (numerisch),
      * Transaktionstyp (S/R/C) und Verkaeufer-ID (numerisch und in
      * der EMPLOYEE-MASTER),
      * schreibt gute Saetze nach SALES.DAT, jeden Ruecklaeufer mit
      * Begruendung in den Reject-Report fuer die Filialen und den
      * Trailer-Satz SALESCTL.DAT (Satzanzahl und Betragssumme der
      * sauberen Datei) gleich selbst. Damit gleicht BALANCE-CONTROL
      * in SALES-ROLLUP nicht mehr Tabellenkalkulation gegen
      * Tabellenkalkulation ab.
      * Retouren und Gutschriften laufen mit positivem Betrag und
      * eigenem Typ durch; die Trailer-Betragssumme ist die Summe
      * aller Betraege ohne Vorzeichen - SALES-ROLLUP rechnet sie
      * genauso nach.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RAW-AMOUNT-NUM      REDEFINES RAW-AMOUNT
                                   PIC 9(7)V99.
           05  RAW-PERSON          PIC X(6).
      * Leer = Verkauf (Erfassung aus der Zeit vor dem Typfeld)
           05  RAW-TRANS-TYPE      PIC X.
               88  RAW-TYPE-VALID           VALUE 'S' 'R' 'C' SPACE.
               88  RAW-TYPE-SALE            VALUE 'S' SPACE.

       FD  CLEAN-SALES-FILE.
           COPY "sales-record.cpy".
       01  REJECT-RECORD.
           05  REJ-FIELD-NAME      PIC X(12).
           05  REJ-SEP-1           PIC X.
           05  REJ-RAW-IMAGE       PIC X(28).
           05  REJ-SEP-2           PIC X.
           05  REJ-REASON          PIC X(30).


       01  WS-MONTH-NUM            PIC 99       VALUE ZERO.

      * Verkaufsmonat JJJJMM fuer den Vergleich mit dem Austritts-
      * monat des Verkaeufers
       01  WS-CURRENT-YEAR         PIC 9(4)     VALUE ZERO.
       01  WS-CURRENT-MONTH        PIC 99       VALUE ZERO.
       01  WS-SALES-PERIOD.
           05  WS-SALES-YEAR       PIC 9(4).
           05  WS-SALES-MONTH      PIC 99.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-CLEAN-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REDUCTION-COUNT      PIC 9(7)     VALUE ZERO.
       01  WS-REDUCTION-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF.

       100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-CURRENT-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-CURRENT-MONTH

           OPEN INPUT RAW-SALES-FILE
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER RAW-SALES-FILE: "
               GOBACK
           END-IF.

      * Pruefreihenfolge Monat, Region, Betrag, Typ, Verkaeufer -
      * der erste Fehler bestimmt die Begruendung auf dem
      * Reject-Report
       200-EDIT-RECORD.
           SET WS-RECORD-VALID TO TRUE

               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF NOT RAW-TYPE-VALID
                   MOVE "SALES-TYPE" TO REJ-FIELD-NAME
                   MOVE "INVALID TYPE (S/R/C)" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF RAW-PERSON IS NOT NUMERIC
                   MOVE "SALES-PERSON" TO REJ-FIELD-NAME
      * Verkaeufer-ID gegen die EMPLOYEE-MASTER pruefen - eine
      * unbekannte ID faellt hier auf und nicht erst, wenn die
      * Provision in der Lohnabrechnung niemandem zugeordnet
      * werden kann. Ein ausgeschiedener Verkaeufer darf keinen
      * Umsatz in einem Monat nach seinem Austrittsmonat haben (die
      * Monatssaetze tragen kein Jahr - es gilt das laufende, fuer
      * einen Monat nach dem laufenden das Vorjahr: der Dezember-
      * Umsatz, der im Januar erfasst wird).
      * Retouren und Gutschriften nach dem Austritt sind erlaubt -
      * gerade sie muessen dem Verkaeufer noch belastet werden.
       250-CHECK-SALESPERSON.
           MOVE RAW-PERSON TO EMP-ID
           READ EMPLOYEE-MASTER
                   MOVE "EMP-ID NOT IN EMPLOYEE-MASTER"
                       TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               NOT INVALID KEY
                   IF NOT EMP-NOT-TERMINATED AND RAW-TYPE-SALE
                       MOVE WS-CURRENT-YEAR TO WS-SALES-YEAR
                       IF WS-MONTH-NUM > WS-CURRENT-MONTH
                           SUBTRACT 1 FROM WS-SALES-YEAR
                       END-IF
                       MOVE WS-MONTH-NUM    TO WS-SALES-MONTH
                       IF WS-SALES-PERIOD > EMP-TERM-DATE(1:6)
                           MOVE "SALES-PERSON" TO REJ-FIELD-NAME
                           MOVE "SALE AFTER TERMINATION DATE"
                               TO REJ-REASON
                           PERFORM 400-WRITE-REJECT
                       END-IF
                   END-IF
           END-READ.

       300-WRITE-CLEAN-RECORD.
           MOVE RAW-REGION     TO SALES-REGION
           MOVE RAW-AMOUNT-NUM TO SALES-AMOUNT
           MOVE RAW-PERSON     TO SALES-PERSON-ID
           IF RAW-TYPE-SALE
               MOVE 'S'            TO SALES-TRANS-TYPE
           ELSE
               MOVE RAW-TRANS-TYPE TO SALES-TRANS-TYPE
           END-IF
           WRITE SALES-RECORD
           IF WS-CLEAN-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER CLEAN-SALES-FILE: "
               GOBACK
           END-IF
           ADD 1 TO WS-CLEAN-COUNT
           ADD SALES-AMOUNT TO WS-CLEAN-TOTAL
           IF SALES-TYPE-REDUCTION
               ADD 1 TO WS-REDUCTION-COUNT
               ADD SALES-AMOUNT TO WS-REDUCTION-TOTAL
           END-IF.

       400-WRITE-REJECT.
           MOVE 'N' TO WS-RECORD-VALID-SWITCH
           DISPLAY "SAETZE GELESEN:         " WS-READ-COUNT
           DISPLAY "SAETZE UEBERNOMMEN:     " WS-CLEAN-COUNT
           DISPLAY "SAETZE ZURUECKGEWIESEN: " WS-REJECT-COUNT
           DISPLAY "SUMME SAUBERE DATEI:    " WS-CLEAN-TOTAL
           DISPLAY "DAVON RETOUR/GUTSCHR.:  " WS-REDUCTION-COUNT
           DISPLAY "SUMME RETOUR/GUTSCHR.:  " WS-REDUCTION-TOTAL.
