      * Archiv-Zusammenfassung. Ersetzt das manuelle Kuerzen der
      * Transaktionsdatei, das zweimal Saetze innerhalb der
      * Aufbewahrungsfrist geloescht hat.
      * Saetze unter einer offenen Rechtssperre (LEGALHLD.DAT, siehe
      * LEGAL-HOLD) bleiben unabhaengig vom Alter in TRANSACT.DAT -
      * auch wenn die Sperre erst nach dem DATE-CHECK-Lauf gesetzt
      * wurde und das Verdikt noch AELTER lautet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-ARCHIVED-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-RETAINED-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-OLDEST-ARCHIVED      PIC X(23)    VALUE SPACES.
       01  WS-NEWEST-ARCHIVED      PIC X(23)    VALUE SPACES.

      * Zusammenfassung
       COPY "date-convert-fields.cpy".

      * Rechtssperren aus LEGALHLD.DAT (siehe LEGAL-HOLD)
       COPY "legal-hold-fields.cpy".

       01  WS-SUMMARY-HEADER        PIC X(80)
           VALUE "ARCHIV-ZUSAMMENFASSUNG TRANSACT.DAT".
       01  WS-SUMMARY-RUN-LINE.
           05  FILLER               PIC X(24)
               VALUE "SAETZE BEHALTEN:        ".
           05  SUM-RETAINED-COUNT   PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-HELD-LINE.
           05  FILLER               PIC X(24)
               VALUE "  DAVON RECHTSSPERRE:   ".
           05  SUM-HELD-COUNT       PIC Z,ZZZ,ZZ9.
       01  WS-SUMMARY-OLDEST-LINE.
           05  FILLER               PIC X(24)
               VALUE "AELTESTER ARCHIVIERTER: ".
                       WS-RETAINED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Ohne lesbares Sperrregister wird nichts archiviert
           SET LH-LOAD TO TRUE
           CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
           IF NOT LH-OK
               DISPLAY "FEHLER BEIM LADEN DES SPERRREGISTERS: "
                   LH-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Verdikt zum Transaktionssatz lesen und den Satz entsprechend
               GOBACK
           END-IF

           IF AUDIT-RESULT(1:11) = "LEGAL HOLD "
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF AUDIT-RESULT = "AELTER ALS SCHWELLENWERT"
               MOVE WS-INPUT-TIMESTAMP TO LH-TIMESTAMP
               SET LH-CHECK TO TRUE
               CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
               IF LH-HELD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 400-RETAIN-RECORD
               ELSE
                   PERFORM 300-ARCHIVE-RECORD
               END-IF
           ELSE
               PERFORM 400-RETAIN-RECORD
           END-IF.
           MOVE WS-SUMMARY-KEPT-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE WS-HELD-COUNT TO SUM-HELD-COUNT
           MOVE WS-SUMMARY-HELD-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           IF WS-ARCHIVED-COUNT > ZERO
               MOVE WS-OLDEST-ARCHIVED TO SUM-OLDEST-TS
               MOVE WS-SUMMARY-OLDEST-LINE TO SUMMARY-LINE

       900-TERMINATE.
           DISPLAY "SAETZE ARCHIVIERT: " WS-ARCHIVED-COUNT
           DISPLAY "SAETZE BEHALTEN:   " WS-RETAINED-COUNT
           DISPLAY "  DAVON GESPERRT:  " WS-HELD-COUNT.
