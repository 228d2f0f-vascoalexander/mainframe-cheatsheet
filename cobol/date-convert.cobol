      * Monat, Schaltjahre) und Datumsarithmetik (Tage/Monate
      * addieren oder subtrahieren mit sauberer Monatsende-
      * Behandlung), damit nicht jedes Programm seine eigene
      * Kalenderrechnung erfindet. Arbeitstage (NEXT-BDAY/
      * PREV-BDAY) nach dem Firmenkalender CALENDAR.DAT, der beim
      * ersten Aufruf einmal geladen wird; fehlt er, gelten nur
      * Samstag und Sonntag als arbeitsfrei.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY "company-calendar-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-NUM-DAY             PIC 99.
       01  WS-ABS-COUNT           PIC 9(5).
       01  WS-TOTAL-MONTHS        PIC S9(7).

      * Arbeitstage (800-850): Feiertage aus CALENDAR.DAT, bleiben
      * zwischen den Aufrufen stehen
       01  WS-CALENDAR-STATUS     PIC XX.
       01  WS-CAL-EOF-SWITCH      PIC X        VALUE 'N'.
           88  WS-CAL-EOF                      VALUE 'Y'.
       01  WS-CAL-LOADED-SWITCH   PIC X        VALUE 'N'.
           88  WS-CAL-LOADED                   VALUE 'Y'.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-HOL-IDX.
               10  TBL-HOL-DATE   PIC 9(8).
       01  WS-HOLIDAY-COUNT       PIC 9(3)     VALUE ZERO.
       01  WS-CHECK-DATE          PIC 9(8).
       01  WS-WEEKDAY             PIC 9.
      *        0 = Montag ... 5 = Samstag, 6 = Sonntag
       01  WS-BDAY-SWITCH         PIC X.
           88  WS-BUSINESS-DAY                 VALUE 'Y'.
           88  WS-NO-BUSINESS-DAY              VALUE 'N'.

       LINKAGE SECTION.
       COPY "date-convert-fields.cpy".

                   PERFORM 600-ADD-DAYS
               WHEN DC-ADD-MONTHS
                   PERFORM 700-ADD-MONTHS
               WHEN DC-NEXT-BUSINESS-DAY
               WHEN DC-PREV-BUSINESS-DAY
                   IF NOT WS-CAL-LOADED
                       PERFORM 900-LOAD-CALENDAR
                   END-IF
                   IF DC-OK
                       PERFORM 800-BUSINESS-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 1 TO DC-RETURN-CODE
           END-EVALUATE
               END-IF
               PERFORM 520-JOIN-DATE-NUM
           END-IF.

      * DC-ADJUST-COUNT Arbeitstage vor (NEXT-BDAY) bzw. zurueck
      * (PREV-BDAY); ein negativer Zaehler zaehlt wie ein
      * positiver. Bei 0 bleibt ein Arbeitstag stehen, ein
      * arbeitsfreier Tag wird auf den naechsten bzw. vorherigen
      * Arbeitstag verschoben.
       800-BUSINESS-DAYS.
           PERFORM 500-VALIDATE-DATE
           IF DC-OK
               IF DC-ADJUST-COUNT >= ZERO
                   MOVE DC-ADJUST-COUNT TO WS-ABS-COUNT
               ELSE
                   COMPUTE WS-ABS-COUNT = 0 - DC-ADJUST-COUNT
               END-IF
               IF WS-ABS-COUNT = ZERO
                   PERFORM 850-CHECK-BUSINESS-DAY
                   IF WS-NO-BUSINESS-DAY
                       PERFORM 810-STEP-ONE-BUSINESS-DAY
                   END-IF
               ELSE
                   PERFORM 810-STEP-ONE-BUSINESS-DAY
                       WS-ABS-COUNT TIMES
               END-IF
               PERFORM 520-JOIN-DATE-NUM
           END-IF.

      * Einen Kalendertag weiter bzw. zurueck und so lange
      * fortsetzen, bis ein Arbeitstag erreicht ist
       810-STEP-ONE-BUSINESS-DAY.
           SET WS-NO-BUSINESS-DAY TO TRUE
           PERFORM UNTIL WS-BUSINESS-DAY
               IF DC-NEXT-BUSINESS-DAY
                   PERFORM 610-NEXT-DAY
               ELSE
                   PERFORM 620-PRIOR-DAY
               END-IF
               PERFORM 850-CHECK-BUSINESS-DAY
           END-PERFORM.

      * Arbeitstag = Montag bis Freitag und nicht im Feiertags-
      * verzeichnis; INTEGER-OF-DATE zaehlt ab Montag, 01.01.1601
       850-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           MOVE WS-NUM-YEAR  TO WS-CHECK-DATE(1:4)
           MOVE WS-NUM-MONTH TO WS-CHECK-DATE(5:2)
           MOVE WS-NUM-DAY   TO WS-CHECK-DATE(7:2)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7)
           IF WS-WEEKDAY > 4
               SET WS-NO-BUSINESS-DAY TO TRUE
           ELSE
               IF WS-HOLIDAY-COUNT > ZERO
                   SET WS-HOL-IDX TO 1
                   SEARCH WS-HOLIDAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HOL-IDX > WS-HOLIDAY-COUNT
                           CONTINUE
                       WHEN TBL-HOL-DATE(WS-HOL-IDX) = WS-CHECK-DATE
                           SET WS-NO-BUSINESS-DAY TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

      * Feiertage aus dem Firmenkalender laden; eine fehlende Datei
      * heisst nur Wochenenden. Ein Lesefehler oder mehr als 200
      * Feiertage sind ein Kalenderfehler - ein stillschweigend
      * fehlender Feiertag verschoebe Zahltage und Monatsabschluss.
       900-LOAD-CALENDAR.
           MOVE ZERO TO WS-HOLIDAY-COUNT
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CALENDAR-STATUS NOT = "00"
                   MOVE 3 TO DC-RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-CAL-EOF OR NOT DC-OK
                       READ CALENDAR-FILE
                           AT END
                               SET WS-CAL-EOF TO TRUE
                           NOT AT END
                               PERFORM 910-LOAD-ONE-HOLIDAY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF
           IF DC-OK
               SET WS-CAL-LOADED TO TRUE
           END-IF.

       910-LOAD-ONE-HOLIDAY.
           IF CAL-HOLIDAY
               IF WS-HOLIDAY-COUNT = 200
                   MOVE 3 TO DC-RETURN-CODE
               ELSE
                   ADD 1 TO WS-HOLIDAY-COUNT
                   SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                   MOVE CAL-DATE TO TBL-HOL-DATE(WS-HOL-IDX)
               END-IF
           END-IF.
