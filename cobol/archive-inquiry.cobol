      * wegarchiviert. Ersetzt das Durchsuchen der Platte von Hand,
      * wenn die Revision die Transaktionen vom letzten Fruehjahr
      * sehen will.
      * Treffer unter einer offenen Rechtssperre (LEGALHLD.DAT,
      * siehe LEGAL-HOLD) werden in der Liste mit der Fallnummer
      * markiert und gesondert gezaehlt.
      *
      * Aufbau der Parameterkarte ARCHQPARM.DAT (Pflicht):
      *   Spalten  1-8   Von-Datum  JJJJMMTT
       01  WS-FILES-SKIPPED        PIC 9(5)     VALUE ZERO.
       01  WS-HIT-COUNT            PIC 9(7)     VALUE ZERO.
       01  WS-RESTORED-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-HELD-COUNT           PIC 9(7)     VALUE ZERO.

      * Rechtssperren aus LEGALHLD.DAT (siehe LEGAL-HOLD)
       COPY "legal-hold-fields.cpy".

       01  WS-HIT-HEADER.
           05  FILLER              PIC X(24)
           05  HIT-TIMESTAMP       PIC X(23).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HIT-ACTION          PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HIT-HOLD-LABEL      PIC X(5).
           05  HIT-HOLD-CASE       PIC X(12).

       01  WS-HIT-TOTAL-LINE.
           05  FILLER              PIC X(14)
           05  FILLER              PIC X(14)
               VALUE "    RESTORED: ".
           05  TOT-RESTORED-COUNT  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14)
               VALUE "    ON HOLD:  ".
           05  TOT-HELD-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET LH-LOAD TO TRUE
           CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
           IF NOT LH-OK
               DISPLAY "FEHLER BEIM LADEN DES SPERRREGISTERS: "
                   LH-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-FROM-DATE TO HDR-FROM-DATE
           MOVE WS-TO-DATE   TO HDR-TO-DATE
           MOVE WS-HIT-HEADER TO HIT-LINE
               ADD 1 TO WS-HIT-COUNT
               MOVE WS-ARCHIVE-FILENAME TO HIT-FILENAME
               MOVE ARCH-TIMESTAMP      TO HIT-TIMESTAMP
               MOVE ARCH-TIMESTAMP      TO LH-TIMESTAMP
               SET LH-CHECK TO TRUE
               CALL "LEGAL-HOLD" USING LEGAL-HOLD-PARMS
               IF LH-HELD
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HOLD " TO HIT-HOLD-LABEL
                   MOVE LH-CASE-NUMBER TO HIT-HOLD-CASE
               ELSE
                   MOVE SPACES TO HIT-HOLD-LABEL
                   MOVE SPACES TO HIT-HOLD-CASE
               END-IF
               IF WS-RESTORE-MODE
                   MOVE "RESTORED" TO HIT-ACTION
                   PERFORM 500-RESTORE-RECORD
           WRITE HIT-LINE
           MOVE WS-HIT-COUNT      TO TOT-HIT-COUNT
           MOVE WS-RESTORED-COUNT TO TOT-RESTORED-COUNT
           MOVE WS-HELD-COUNT     TO TOT-HELD-COUNT
           MOVE WS-HIT-TOTAL-LINE TO HIT-LINE
           WRITE HIT-LINE.

           DISPLAY "ARCHIVDATEIEN DURCHSUCHT:   " WS-FILES-SEARCHED
           DISPLAY "ARCHIVDATEIEN UEBERGANGEN:  " WS-FILES-SKIPPED
           DISPLAY "TREFFER:                    " WS-HIT-COUNT
           DISPLAY "ZURUECKGESTELLT:            " WS-RESTORED-COUNT
           DISPLAY "UNTER RECHTSSPERRE:         " WS-HELD-COUNT.
