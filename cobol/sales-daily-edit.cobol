      * Taeglicher Pruefungslauf fuer die tagesgenau erfassten
      * Verkaufsdaten: liest SALESDRAW.DAT, prueft Datum (ueber
      * DC-VALIDATE in DATE-CONVERT), Region (REGION.DAT), Betrag
      * (numerisch), Transaktionstyp (S/R/C, leer = Verkauf) und
      * Verkaeufer-ID (EMPLOYEE-MASTER), haengt
      * gute Saetze an die Tagesdetaildatei SALESDAY.DAT an und
      * schreibt jeden Ruecklaeufer mit Begruendung auf den
      * Reject-Report. Gleicher Aufbau wie SALES-EDIT fuer die
           05  RAW-SDY-AMOUNT-NUM  REDEFINES RAW-SDY-AMOUNT
                                   PIC 9(7)V99.
           05  RAW-SDY-PERSON      PIC X(6).
      * Leer = Verkauf (Erfassung aus der Zeit vor dem Typfeld)
           05  RAW-SDY-TRANS-TYPE  PIC X.
               88  RAW-SDY-TYPE-VALID       VALUE 'S' 'R' 'C' SPACE.
               88  RAW-SDY-TYPE-SALE        VALUE 'S' SPACE.

       FD  DAILY-SALES-FILE.
           COPY "daily-sales-record.cpy".
       01  REJECT-RECORD.
           05  REJ-FIELD-NAME      PIC X(12).
           05  REJ-SEP-1           PIC X.
           05  REJ-RAW-IMAGE       PIC X(34).
           05  REJ-SEP-2           PIC X.
           05  REJ-REASON          PIC X(30).

       01  WS-CLEAN-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REDUCTION-COUNT      PIC 9(7)     VALUE ZERO.
       01  WS-REDUCTION-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               GOBACK
           END-IF.

      * Pruefreihenfolge Datum, Region, Betrag, Typ, Verkaeufer -
      * der erste Fehler bestimmt die Begruendung auf dem
      * Reject-Report
       200-EDIT-RECORD.
           SET WS-RECORD-VALID TO TRUE

               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF NOT RAW-SDY-TYPE-VALID
                   MOVE "SDY-TYPE" TO REJ-FIELD-NAME
                   MOVE "INVALID TYPE (S/R/C)" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF RAW-SDY-PERSON IS NOT NUMERIC
                   MOVE "SDY-PERSON" TO REJ-FIELD-NAME
               PERFORM 300-WRITE-CLEAN-RECORD
           END-IF.

      * Verkaeufer-ID gegen die EMPLOYEE-MASTER; ein Verkauf nach
      * dem Austrittsdatum des Verkaeufers wird abgewiesen, eine
      * Retoure oder Gutschrift nicht - sie muss dem Verkaeufer
      * noch belastet werden
       250-CHECK-SALESPERSON.
           MOVE RAW-SDY-PERSON TO EMP-ID
           READ EMPLOYEE-MASTER
                   MOVE "EMP-ID NOT IN EMPLOYEE-MASTER"
                       TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               NOT INVALID KEY
                   IF NOT EMP-NOT-TERMINATED
                           AND RAW-SDY-TYPE-SALE
                           AND RAW-SDY-DATE-NUM > EMP-TERM-DATE
                       MOVE "SDY-PERSON" TO REJ-FIELD-NAME
                       MOVE "SALE AFTER TERMINATION DATE"
                           TO REJ-REASON
                       PERFORM 400-WRITE-REJECT
                   END-IF
           END-READ.

       300-WRITE-CLEAN-RECORD.
           MOVE RAW-SDY-REGION     TO SDY-REGION
           MOVE RAW-SDY-AMOUNT-NUM TO SDY-AMOUNT
           MOVE RAW-SDY-PERSON     TO SDY-PERSON-ID
           IF RAW-SDY-TYPE-SALE
               MOVE 'S'                TO SDY-TRANS-TYPE
           ELSE
               MOVE RAW-SDY-TRANS-TYPE TO SDY-TRANS-TYPE
           END-IF
           WRITE DAILY-SALES-RECORD
           IF WS-DAILY-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER DAILY-SALES-FILE: "
               GOBACK
           END-IF
           ADD 1 TO WS-CLEAN-COUNT
           ADD SDY-AMOUNT TO WS-CLEAN-TOTAL
           IF SDY-TYPE-REDUCTION
               ADD 1 TO WS-REDUCTION-COUNT
               ADD SDY-AMOUNT TO WS-REDUCTION-TOTAL
           END-IF.

       400-WRITE-REJECT.
           MOVE 'N' TO WS-RECORD-VALID-SWITCH
           DISPLAY "SAETZE GELESEN:         " WS-READ-COUNT
           DISPLAY "SAETZE UEBERNOMMEN:     " WS-CLEAN-COUNT
           DISPLAY "SAETZE ZURUECKGEWIESEN: " WS-REJECT-COUNT
           DISPLAY "SUMME UEBERNOMMEN:      " WS-CLEAN-TOTAL
           DISPLAY "DAVON RETOUR/GUTSCHR.:  " WS-REDUCTION-COUNT
           DISPLAY "SUMME RETOUR/GUTSCHR.:  " WS-REDUCTION-TOTAL.
