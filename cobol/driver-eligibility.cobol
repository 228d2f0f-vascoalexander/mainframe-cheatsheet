      * Bestaetigung auf der ELIGIBLE-Seite, Begruendung (unter 16 /
      * 70 und aelter) auf der INELIGIBLE-Seite. Datumsanzeige ueber
      * das gemeinsame DATE-CONVERT Unterprogramm.
      * Wer zugelassen wird, kommt in die Fuehrerscheindatei
      * LICENSE-MASTER (LICENSE.DAT): neue Fuehrerscheinnummer,
      * Ausstellung am Laufdatum, Ablauf nach der Gueltigkeit von
      * der Parameterkarte (DATE-CONVERT ADD-MOS). Ein
      * Antragsteller mit vorhandenem Fuehrerschein wird unter
      * seiner Nummer verlaengert - so laeuft auch die Antwort auf
      * ein Verlaengerungsschreiben aus LICENSE-RENEWAL. Nummer und
      * Ablauf stehen im Bestaetigungsschreiben.
      * Altersregel und Zeilenbilder der Schreiben liegen in
      * driver-letter-fields.cpy, gemeinsam mit LICENSE-RENEWAL.
      *
      * Aufbau der Parameterkarte LICPARM.DAT (optional):
      *   Spalten  1-3   Gueltigkeit in Monaten (Default 120)
      *   Spalten  4-6   Vorlauf der Verlaengerungsschreiben in
      *                  Tagen (nur LICENSE-RENEWAL, Default 60)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INELIGIBLE-STATUS.

           SELECT LICENSE-MASTER ASSIGN TO "LICENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-NUMBER
               ALTERNATE RECORD KEY IS LIC-APP-ID
               FILE STATUS IS WS-LICENSE-STATUS.

           SELECT LICENSE-PARM-FILE ASSIGN TO "LICPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
       FD  INELIGIBLE-LETTER-FILE.
       01  INELIGIBLE-LETTER-LINE  PIC X(80).

       FD  LICENSE-MASTER.
           COPY "driver-license-record.cpy".

       FD  LICENSE-PARM-FILE.
       01  LICENSE-PARM-RECORD.
           05  PARM-VALID-MONTHS   PIC X(3).
           05  PARM-VALID-MONTHS-NUM REDEFINES PARM-VALID-MONTHS
                                   PIC 9(3).
           05  PARM-NOTICE-DAYS    PIC X(3).
           05  FILLER              PIC X(74).

       WORKING-STORAGE SECTION.

       01  WS-APPLICANT-STATUS      PIC XX.
       01  WS-ELIGIBLE-STATUS       PIC XX.
       01  WS-INELIGIBLE-STATUS     PIC XX.
       01  WS-LICENSE-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-EOF-SWITCH            PIC X      VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.

       01  WS-ELIGIBLE-COUNT        PIC 9(7)   VALUE ZERO.
       01  WS-INELIGIBLE-COUNT      PIC 9(7)   VALUE ZERO.
       01  WS-INVALID-COUNT         PIC 9(7)   VALUE ZERO.
       01  WS-ISSUED-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-RENEWED-COUNT         PIC 9(7)   VALUE ZERO.

      * Fuehrerscheinvergabe: Gueltigkeit von der Parameterkarte,
      * naechste Nummer = hoechste vorhandene + 1
       01  WS-VALID-MONTHS          PIC 9(3)   VALUE 120.
       01  WS-LAST-LICENSE-NUMBER   PIC 9(8)   VALUE ZERO.
       01  WS-LICENSE-SCAN-SWITCH   PIC X      VALUE 'N'.
           88  WS-LICENSE-SCAN-DONE            VALUE 'Y'.
       01  WS-LICENSE-OK-SWITCH     PIC X      VALUE 'N'.
           88  WS-LICENSE-OK                   VALUE 'Y'.
      * Nummer und Ablauf fuer das Schreiben - vor dem WRITE bzw.
      * REWRITE gesichert
       01  WS-ISSUED-NUMBER         PIC 9(8)   VALUE ZERO.
       01  WS-ISSUED-EXPIRY         PIC 9(8)   VALUE ZERO.
       01  WS-BIRTHDATE-OK-SWITCH   PIC X      VALUE 'N'.
           88  WS-BIRTHDATE-OK                 VALUE 'Y'.


       01  WS-RUN-DATE-DOT          PIC X(10).

      * Altersregel und Zeilenbilder der Schreiben (gemeinsam mit
      * LICENSE-RENEWAL)
       COPY "driver-letter-fields.cpy".

       PROCEDURE DIVISION.
       MAIN.
               GOBACK
           END-IF

      * LICENSE-MASTER beim allerersten Lauf automatisch anlegen,
      * wie STUDENT-MASTER in STUDENT-MAINT
           OPEN I-O LICENSE-MASTER
           IF WS-LICENSE-STATUS = "35"
               OPEN OUTPUT LICENSE-MASTER
               CLOSE LICENSE-MASTER
               OPEN I-O LICENSE-MASTER
           END-IF
           IF WS-LICENSE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER LICENSE-MASTER: "
                       WS-LICENSE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 110-READ-PARM-CARD
           PERFORM 120-FIND-LAST-LICENSE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           SET DC-NUM-TO-DOT TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-DOT TO WS-RUN-DATE-DOT.

      * Parameterkarte ist optional - ohne Karte gilt der
      * Fuehrerschein 120 Monate
       110-READ-PARM-CARD.
           OPEN INPUT LICENSE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ LICENSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-VALID-MONTHS IS NUMERIC
                               AND PARM-VALID-MONTHS-NUM > ZERO
                           MOVE PARM-VALID-MONTHS-NUM
                               TO WS-VALID-MONTHS
                       END-IF
               END-READ
               CLOSE LICENSE-PARM-FILE
           END-IF.

      * Hoechste vergebene Fuehrerscheinnummer ermitteln
       120-FIND-LAST-LICENSE.
           MOVE ZERO TO LIC-NUMBER
           START LICENSE-MASTER
               KEY NOT LESS THAN LIC-NUMBER
               INVALID KEY
                   SET WS-LICENSE-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-LICENSE-SCAN-DONE
               READ LICENSE-MASTER NEXT RECORD
                   AT END
                       SET WS-LICENSE-SCAN-DONE TO TRUE
                   NOT AT END
                       MOVE LIC-NUMBER TO WS-LAST-LICENSE-NUMBER
               END-READ
           END-PERFORM.

      * Ein unmoegliches Geburtsdatum (Tippfehler der Erfassung)
      * wird ueber den Pruefmodus von DATE-CONVERT schon am Eingang
      * abgewiesen statt stillschweigend klassifiziert; ein Datum in

      *IF-ELSE - wie COND-01, aber pro Satz statt per ACCEPT
       200-CLASSIFY-APPLICANT.
           IF PERSON-AGE-ELIGIBLE THEN
               PERFORM 500-ISSUE-LICENSE
               PERFORM 300-WRITE-ELIGIBLE-LETTER
               ADD 1 TO WS-ELIGIBLE-COUNT
           ELSE
           WRITE ELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-ELIGIBLE-TEXT TO ELIGIBLE-LETTER-LINE
           WRITE ELIGIBLE-LETTER-LINE
           IF WS-LICENSE-OK
               MOVE WS-ISSUED-NUMBER TO LTR-LICENSE-NUMBER
               MOVE WS-LETTER-LICENSE-LINE TO ELIGIBLE-LETTER-LINE
               WRITE ELIGIBLE-LETTER-LINE
               SET DC-NUM-TO-DOT TO TRUE
               MOVE WS-ISSUED-EXPIRY TO DC-DATE-NUM
               CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
               MOVE DC-DATE-DOT TO LTR-EXPIRY-DATE
               MOVE WS-LETTER-EXPIRY-LINE TO ELIGIBLE-LETTER-LINE
               WRITE ELIGIBLE-LETTER-LINE
           END-IF
           MOVE WS-LETTER-SEPARATOR TO ELIGIBLE-LETTER-LINE
           WRITE ELIGIBLE-LETTER-LINE.

           MOVE WS-LETTER-SEPARATOR TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE.

      * Fuehrerschein erteilen oder - bei vorhandenem Satz des
      * Antragstellers - unter derselben Nummer verlaengern;
      * Ausstellung am Laufdatum, Ablauf ueber DATE-CONVERT ADD-MOS
       500-ISSUE-LICENSE.
           MOVE 'N' TO WS-LICENSE-OK-SWITCH
           SET DC-ADD-MONTHS TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO DC-DATE-NUM
           MOVE WS-VALID-MONTHS TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF NOT DC-OK
               DISPLAY "FEHLER BEI DER ABLAUFBERECHNUNG: ANTRAG "
                   APP-ID " RC " DC-RETURN-CODE
           ELSE
               MOVE APP-ID TO LIC-APP-ID
               READ LICENSE-MASTER KEY IS LIC-APP-ID
                   INVALID KEY
                       PERFORM 510-WRITE-NEW-LICENSE
                   NOT INVALID KEY
                       PERFORM 520-RENEW-LICENSE
               END-READ
           END-IF.

       510-WRITE-NEW-LICENSE.
           ADD 1 TO WS-LAST-LICENSE-NUMBER
           MOVE WS-LAST-LICENSE-NUMBER TO LIC-NUMBER
           MOVE APP-ID              TO LIC-APP-ID
           MOVE APP-NAME            TO LIC-NAME
           MOVE APP-BIRTHDATE       TO LIC-BIRTHDATE
           MOVE WS-CURRENT-DATE-NUM TO LIC-ISSUE-DATE
           MOVE DC-DATE-NUM         TO LIC-EXPIRY-DATE
           SET LIC-ACTIVE TO TRUE
           MOVE ZERO TO LIC-NOTICE-EXPIRY
           MOVE LIC-NUMBER      TO WS-ISSUED-NUMBER
           MOVE LIC-EXPIRY-DATE TO WS-ISSUED-EXPIRY
           WRITE DRIVER-LICENSE-RECORD
               INVALID KEY
                   DISPLAY "FEHLER BEIM SCHREIBEN DER LICENSE-MASTER: "
                       WS-LICENSE-STATUS " ANTRAG " APP-ID
               NOT INVALID KEY
                   SET WS-LICENSE-OK TO TRUE
                   ADD 1 TO WS-ISSUED-COUNT
           END-WRITE.

       520-RENEW-LICENSE.
           MOVE APP-NAME            TO LIC-NAME
           MOVE APP-BIRTHDATE       TO LIC-BIRTHDATE
           MOVE WS-CURRENT-DATE-NUM TO LIC-ISSUE-DATE
           MOVE DC-DATE-NUM         TO LIC-EXPIRY-DATE
           SET LIC-ACTIVE TO TRUE
           MOVE ZERO TO LIC-NOTICE-EXPIRY
           MOVE LIC-NUMBER      TO WS-ISSUED-NUMBER
           MOVE LIC-EXPIRY-DATE TO WS-ISSUED-EXPIRY
           REWRITE DRIVER-LICENSE-RECORD
               INVALID KEY
                   DISPLAY "FEHLER BEIM VERLAENGERN DER "
                       "LICENSE-MASTER: " WS-LICENSE-STATUS
                       " ANTRAG " APP-ID
               NOT INVALID KEY
                   SET WS-LICENSE-OK TO TRUE
                   ADD 1 TO WS-RENEWED-COUNT
           END-REWRITE.

       900-CLOSE-FILES.
           CLOSE APPLICANT-FILE
           CLOSE ELIGIBLE-LETTER-FILE
           CLOSE INELIGIBLE-LETTER-FILE
           CLOSE LICENSE-MASTER
           DISPLAY "ELIGIBLE="   WS-ELIGIBLE-COUNT
                   " INELIGIBLE=" WS-INELIGIBLE-COUNT
                   " INVALID=" WS-INVALID-COUNT
           DISPLAY "LICENSES ISSUED=" WS-ISSUED-COUNT
                   " RENEWED=" WS-RENEWED-COUNT.
