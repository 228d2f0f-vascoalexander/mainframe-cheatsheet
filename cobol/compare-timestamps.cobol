      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

      * Rechtssperren aus LEGALHLD.DAT (siehe LEGAL-HOLD)
       COPY "legal-hold-fields.cpy".
       01  WS-HELD-COUNT           PIC 9(7)     VALUE ZERO.

      * Aufbewahrungsfrist in Monaten, von der Parameterkarte
      * ueberschrieben, Default 6 Monate wenn keine Karte vorliegt
       01  WS-RETENTION-MONTHS     PIC 9(3)     VALUE 6.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DC-DATE-NUM TO WS-THRESHOLD-DATE

      * Offene Rechtssperren einmal je Lauf laden - ein nicht
      * lesbares Register bricht ab, sonst wuerden gesperrte Saetze
      * als AELTER verurteilt und von TRANS-ARCHIVE verschoben
           SET LH-LOAD TO TRUE
           CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
           IF NOT LH-OK
               DISPLAY "FEHLER BEIM LADEN DES SPERRREGISTERS: "
                   LH-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "OFFENE RECHTSSPERREN: " LH-OPEN-COUNT.

       050-READ-RETENTION-PARM.
      * Parameterkarte ist optional - wenn sie fehlt oder keine
      * ein eigenes Verdikt, damit TRANS-ARCHIVE sie nicht gleich
      * wieder wegarchiviert (nur AELTER-Verdikte wandern ins
      * Archiv)
      * Saetze unter einer offenen Rechtssperre bekommen vor allem
      * anderen ihr eigenes Verdikt mit der Fallnummer - sie werden
      * unabhaengig vom Alter nicht archiviert
           MOVE WS-INPUT-TIMESTAMP TO LH-TIMESTAMP
           SET LH-CHECK TO TRUE
           CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
           IF LH-HELD
               MOVE SPACES TO WS-RESULT
               STRING 'LEGAL HOLD ' LH-CASE-NUMBER
                   DELIMITED BY SIZE INTO WS-RESULT
               ADD 1 TO WS-HELD-COUNT
           ELSE
               IF WS-RESTORED-RECORD
                   MOVE 'RESTAURIERT - BEHALTEN' TO WS-RESULT
               ELSE
                   IF DC-INVALID-DATE
                       MOVE 'UNGUELTIGES DATUM' TO WS-RESULT
                       MOVE "DATE-CHECK" TO XL-PROGRAM
                       SET XL-SEV-WARNING TO TRUE
                       MOVE WS-INPUT-TIMESTAMP TO XL-KEY
                       MOVE "INVALID DATE IN TRANSACTION" TO XL-REASON
                       CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
                   ELSE
                       IF WS-TS-DATE < WS-THRESHOLD-DATE
                           MOVE 'AELTER ALS SCHWELLENWERT' TO WS-RESULT
                       ELSE
                           MOVE 'JUENGER ALS SCHWELLENWERT' TO WS-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE CHECKPOINT-FILE
           DISPLAY 'Verarbeitete Saetze: ' WS-RECORD-COUNT
           DISPLAY 'Unter Rechtssperre:  ' WS-HELD-COUNT.
