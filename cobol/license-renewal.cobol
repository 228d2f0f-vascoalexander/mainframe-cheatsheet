       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICENSE-RENEWAL.
       AUTHOR. BASQUE.

      * Monatlicher Verlaengerungslauf ueber LICENSE-MASTER
      * (LICENSE.DAT, von DRIVER-ELIGIBILITY geschrieben). Der Lauf
      * liest die Fuehrerscheine in Nummernfolge:
      *   - bereits abgelaufen (Ablauf vor dem Laufdatum): Satz wird
      *     auf LIC-LAPSED gesetzt und steht in der Liste der
      *     abgelaufenen Fuehrerscheine (Berichtsgeneration LAPSED),
      *     neu abgelaufene mit Kennzeichen YES
      *   - Ablauf innerhalb des Vorlaufs (Default 60 Tage): die
      *     Altersregel aus DRIVER-ELIGIBILITY (200-CLASSIFY-
      *     APPLICANT, PERSON-AGE-ELIGIBLE in driver-letter-
      *     fields.cpy) wird am Laufdatum erneut angewandt. Wer sie
      *     erfuellt, bekommt ein Verlaengerungsschreiben
      *     (RNWNOTC.PRT), wer inzwischen 70 ist, dasselbe
      *     Ablehnungsschreiben wie bei der Antragstellung
      *     (RNWINELG.PRT).
      * LIC-NOTICE-EXPIRY merkt sich das Ablaufdatum, zu dem das
      * Schreiben ging - der naechste Monatslauf schreibt nicht noch
      * einmal. Die Verlaengerung selbst erfolgt, indem der Fahrer
      * erneut durch DRIVER-ELIGIBILITY laeuft; dort wird sein Satz
      * unter derselben Nummer mit neuem Ablauf fortgeschrieben.
      * Vorlauf von der Parameterkarte LICPARM.DAT, Spalten 4-6
      * (Aufbau siehe DRIVER-ELIGIBILITY).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICENSE-MASTER ASSIGN TO "LICENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIC-NUMBER
               ALTERNATE RECORD KEY IS LIC-APP-ID
               FILE STATUS IS WS-LICENSE-STATUS.

           SELECT LICENSE-PARM-FILE ASSIGN TO "LICPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RENEWAL-NOTICE-FILE ASSIGN TO "RNWNOTC.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT INELIGIBLE-LETTER-FILE ASSIGN TO "RNWINELG.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INELIGIBLE-STATUS.

           SELECT LAPSED-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICENSE-MASTER.
           COPY "driver-license-record.cpy".

       FD  LICENSE-PARM-FILE.
       01  LICENSE-PARM-RECORD.
           05  PARM-VALID-MONTHS   PIC X(3).
           05  PARM-NOTICE-DAYS    PIC X(3).
           05  PARM-NOTICE-DAYS-NUM REDEFINES PARM-NOTICE-DAYS
                                   PIC 9(3).
           05  FILLER              PIC X(74).

       FD  RENEWAL-NOTICE-FILE.
       01  RENEWAL-NOTICE-LINE     PIC X(80).

       FD  INELIGIBLE-LETTER-FILE.
       01  INELIGIBLE-LETTER-LINE  PIC X(80).

       FD  LAPSED-REPORT.
       01  LAPSED-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-LICENSE-STATUS        PIC XX.
       01  WS-PARM-STATUS           PIC XX.
       01  WS-NOTICE-STATUS         PIC XX.
       01  WS-INELIGIBLE-STATUS     PIC XX.
       01  WS-REPORT-STATUS         PIC XX.
       01  WS-EOF-SWITCH            PIC X      VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.

       01  WS-READ-COUNT            PIC 9(7)   VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-INELIGIBLE-COUNT      PIC 9(7)   VALUE ZERO.
       01  WS-LAPSED-COUNT          PIC 9(7)   VALUE ZERO.
       01  WS-NEW-LAPSED-COUNT      PIC 9(7)   VALUE ZERO.

      * Vorlauf in Tagen von der Parameterkarte; Grenze = Laufdatum
      * plus Vorlauf (DATE-CONVERT ADD-DAYS)
       01  WS-NOTICE-DAYS           PIC 9(3)   VALUE 60.
       01  WS-NOTICE-LIMIT          PIC 9(8)   VALUE ZERO.

       01  WS-AGE-WORK              PIC 9(5)   VALUE ZERO.
       01  WS-CURRENT-DATE-NUM      PIC 9(8).
       01  WS-RUN-DATE-DOT          PIC X(10).

       COPY "date-convert-fields.cpy".

      * Altersregel und Zeilenbilder der Schreiben (gemeinsam mit
      * DRIVER-ELIGIBILITY)
       COPY "driver-letter-fields.cpy".

       01  WS-RENEWAL-HEADER        PIC X(40)
           VALUE "NOTICE OF DRIVER LICENSE RENEWAL".
       01  WS-RENEWAL-TEXT-1        PIC X(60)
           VALUE "YOUR DRIVER LICENSE EXPIRES ON THE DATE SHOWN ABOVE.".
       01  WS-RENEWAL-TEXT-2        PIC X(60)
           VALUE "PLEASE APPLY FOR RENEWAL BEFORE THAT DATE.".

      * Liste der abgelaufenen Fuehrerscheine
       01  LPS-TITLE-LINE.
           05  FILLER               PIC X(29)
               VALUE "LAPSED DRIVER LICENSES AS OF ".
           05  LPS-TITLE-DATE       PIC X(10).
       01  LPS-HEADING-LINE.
           05  FILLER               PIC X(10)  VALUE "LICENSE".
           05  FILLER               PIC X(8)   VALUE "APP-ID".
           05  FILLER               PIC X(32)  VALUE "NAME".
           05  FILLER               PIC X(12)  VALUE "EXPIRED".
           05  FILLER               PIC X(4)   VALUE "NEW".
       01  LPS-DETAIL-LINE.
           05  LPS-NUMBER           PIC 9(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LPS-APP-ID           PIC ZZZZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LPS-NAME             PIC X(30).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LPS-EXPIRY           PIC X(10).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  LPS-NEW-FLAG         PIC X(3).
       01  LPS-TOTAL-LINE.
           05  FILLER               PIC X(16)
               VALUE "LAPSED LICENSES:".
           05  LPS-TOTAL            PIC ZZ,ZZ9.
           05  FILLER               PIC X(15)
               VALUE "  NEWLY LAPSED:".
           05  LPS-NEW-TOTAL        PIC ZZ,ZZ9.

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME       PIC X(30)  VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ LICENSE-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 200-CHECK-LICENSE
               END-READ
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           GOBACK.

       100-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           SET DC-NUM-TO-DOT TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-DOT TO WS-RUN-DATE-DOT

           PERFORM 110-READ-PARM-CARD
           SET DC-ADD-DAYS TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO DC-DATE-NUM
           MOVE WS-NOTICE-DAYS TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF NOT DC-OK
               DISPLAY "FEHLER BEI DER VORLAUFBERECHNUNG: "
                   DC-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE DC-DATE-NUM TO WS-NOTICE-LIMIT

      * Ohne Fuehrerscheindatei gibt es nichts zu verlaengern -
      * DRIVER-ELIGIBILITY legt sie beim ersten Lauf an
           OPEN I-O LICENSE-MASTER
           IF WS-LICENSE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER LICENSE-MASTER: "
                       WS-LICENSE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RENEWAL-NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER RENEWAL-NOTICE-"
                       "FILE: " WS-NOTICE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INELIGIBLE-LETTER-FILE
           IF WS-INELIGIBLE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER INELIGIBLE-LETTER-"
                       "FILE: " WS-INELIGIBLE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Naechste Berichtsgeneration vergeben statt den Vordruck zu
      * ueberschreiben; die Aufbewahrungszahl kommt aus GENPARM.DAT
           SET RG-NEXT-GENERATION TO TRUE
           MOVE "LAPSED" TO RG-BASE-NAME
           MOVE ZERO TO RG-RETAIN-COUNT
           CALL "RPT-GENERATION" USING REPORT-GENERATION-PARMS
           IF NOT RG-OK
               DISPLAY "FEHLER BEI DER GENERATIONSVERGABE: "
                   RG-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RG-FILENAME TO WS-REPORT-FILENAME
           DISPLAY "BERICHTSGENERATION: " WS-REPORT-FILENAME

           OPEN OUTPUT LAPSED-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES LAPSED-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-DATE-DOT TO LPS-TITLE-DATE
           MOVE LPS-TITLE-LINE TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE
           MOVE SPACES TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE
           MOVE LPS-HEADING-LINE TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE.

      * Parameterkarte ist optional - ohne Karte gehen die
      * Schreiben 60 Tage vor Ablauf hinaus
       110-READ-PARM-CARD.
           OPEN INPUT LICENSE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ LICENSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-NOTICE-DAYS IS NUMERIC
                               AND PARM-NOTICE-DAYS-NUM > ZERO
                           MOVE PARM-NOTICE-DAYS-NUM
                               TO WS-NOTICE-DAYS
                       END-IF
               END-READ
               CLOSE LICENSE-PARM-FILE
           END-IF.

      * Abgelaufen - in die Liste; sonst innerhalb des Vorlaufs und
      * noch ohne Schreiben zu diesem Ablauf - Altersregel anwenden
       200-CHECK-LICENSE.
           IF LIC-EXPIRY-DATE < WS-CURRENT-DATE-NUM
               PERFORM 300-LIST-LAPSED
           ELSE
               IF LIC-ACTIVE
                       AND LIC-EXPIRY-DATE <= WS-NOTICE-LIMIT
                       AND LIC-NOTICE-EXPIRY NOT = LIC-EXPIRY-DATE
                   PERFORM 150-COMPUTE-AGE
                   IF PERSON-AGE-ELIGIBLE THEN
                       PERFORM 400-WRITE-RENEWAL-NOTICE
                       ADD 1 TO WS-NOTICE-COUNT
                   ELSE
                       PERFORM 500-WRITE-INELIGIBLE-LETTER
                       ADD 1 TO WS-INELIGIBLE-COUNT
                   END-IF
                   MOVE LIC-EXPIRY-DATE TO LIC-NOTICE-EXPIRY
                   PERFORM 600-REWRITE-LICENSE
               END-IF
           END-IF.

      * Vollendetes Lebensalter am Laufdatum - wie in
      * DRIVER-ELIGIBILITY
       150-COMPUTE-AGE.
           COMPUTE WS-AGE-WORK =
               (WS-CURRENT-DATE-NUM - LIC-BIRTHDATE) / 10000
           MOVE WS-AGE-WORK TO PERSON-AGE.

      * Erstmals abgelaufene Saetze auf LIC-LAPSED setzen und als
      * neu kennzeichnen; frueher abgelaufene bleiben in der Liste
       300-LIST-LAPSED.
           MOVE LIC-NUMBER TO LPS-NUMBER
           MOVE LIC-APP-ID TO LPS-APP-ID
           MOVE LIC-NAME   TO LPS-NAME
           SET DC-NUM-TO-DOT TO TRUE
           MOVE LIC-EXPIRY-DATE TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-DOT TO LPS-EXPIRY
           MOVE SPACES TO LPS-NEW-FLAG
           IF LIC-ACTIVE
               SET LIC-LAPSED TO TRUE
               PERFORM 600-REWRITE-LICENSE
               MOVE "YES" TO LPS-NEW-FLAG
               ADD 1 TO WS-NEW-LAPSED-COUNT
           END-IF
           ADD 1 TO WS-LAPSED-COUNT
           MOVE LPS-DETAIL-LINE TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE.

       350-FORMAT-LETTER-FIELDS.
           MOVE WS-RUN-DATE-DOT TO LTR-DATE
           MOVE LIC-APP-ID      TO LTR-APP-ID
           MOVE LIC-NAME        TO LTR-APP-NAME
           SET DC-NUM-TO-DOT TO TRUE
           MOVE LIC-BIRTHDATE TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-DOT TO LTR-BIRTHDATE
           MOVE PERSON-AGE TO LTR-AGE
           MOVE LIC-NUMBER TO LTR-LICENSE-NUMBER
           SET DC-NUM-TO-DOT TO TRUE
           MOVE LIC-EXPIRY-DATE TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-DOT TO LTR-EXPIRY-DATE.

       400-WRITE-RENEWAL-NOTICE.
           PERFORM 350-FORMAT-LETTER-FIELDS
           MOVE WS-RENEWAL-HEADER TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-DATE-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-APPLICANT-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-BIRTH-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-LICENSE-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-EXPIRY-LINE TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE SPACES TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-RENEWAL-TEXT-1 TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-RENEWAL-TEXT-2 TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE
           MOVE WS-LETTER-SEPARATOR TO RENEWAL-NOTICE-LINE
           WRITE RENEWAL-NOTICE-LINE.

      * Dasselbe Ablehnungsschreiben wie in DRIVER-ELIGIBILITY,
      * ergaenzt um Nummer und Ablauf des Fuehrerscheins
       500-WRITE-INELIGIBLE-LETTER.
           PERFORM 350-FORMAT-LETTER-FIELDS
           IF PERSON-AGE < 16
               MOVE "UNDER AGE 16" TO LTR-REASON
           ELSE
               MOVE "AGE 70 AND OVER" TO LTR-REASON
           END-IF
           MOVE WS-LETTER-HEADER TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-DATE-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-APPLICANT-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-BIRTH-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-AGE-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-LICENSE-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-EXPIRY-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE SPACES TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-INELIGIBLE-TEXT TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-REASON-LINE TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE
           MOVE WS-LETTER-SEPARATOR TO INELIGIBLE-LETTER-LINE
           WRITE INELIGIBLE-LETTER-LINE.

       600-REWRITE-LICENSE.
           REWRITE DRIVER-LICENSE-RECORD
           IF WS-LICENSE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM ZURUECKSCHREIBEN DER LICENSE-"
                       "MASTER: " WS-LICENSE-STATUS
                       " NUMMER " LIC-NUMBER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       900-CLOSE-FILES.
           MOVE SPACES TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE
           MOVE WS-LAPSED-COUNT TO LPS-TOTAL
           MOVE WS-NEW-LAPSED-COUNT TO LPS-NEW-TOTAL
           MOVE LPS-TOTAL-LINE TO LAPSED-REPORT-LINE
           WRITE LAPSED-REPORT-LINE
           CLOSE LICENSE-MASTER
           CLOSE RENEWAL-NOTICE-FILE
           CLOSE INELIGIBLE-LETTER-FILE
           CLOSE LAPSED-REPORT
           DISPLAY "LICENSES READ=" WS-READ-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " INELIGIBLE=" WS-INELIGIBLE-COUNT
           DISPLAY "LAPSED=" WS-LAPSED-COUNT
                   " NEWLY LAPSED=" WS-NEW-LAPSED-COUNT.
