       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-GL-JOURNAL.
       AUTHOR. BASQUE.

      * Hauptbuch-Schnittstelle der Lohnabrechnung: laeuft nach
      * PAYROLL-WITHHOLD, liest dessen Buchungssummen (PAYGLSUM.DAT -
      * Gehalts- und Provisionsaufwand, Lohnsteuer, je Abzugsart
      * eine Verbindlichkeit, Nettolohn-Verrechnung), ordnet sie
      * ueber die Steuerdatei GLACCT.DAT den Sachkonten zu und
      * schreibt die Buchungsdatei GLPOST.DAT mit Trailer-Satz
      * (Satzanzahl, Soll- und Habensumme, Hash-Summe der
      * Kontonummern). Soll und Haben werden ueber BALANCE-CONTROL
      * abgeglichen, die Nettolohn-Verrechnung zusaetzlich gegen
      * den Trailer PAYNETCTL.DAT - geht eins davon nicht auf oder
      * fehlt eine Kontozuordnung, bleibt GLPOST.DAT leer und der
      * Lauf endet mit RC 16. Ersetzt das Abtippen der
      * Registersummen und der Provisionsbetraege ins Hauptbuch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trailer des Register-Laufs: Abstimm-Ergebnis und Nettosumme
           SELECT NET-PAY-CONTROL-FILE ASSIGN TO "PAYNETCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-CTL-STATUS.

           SELECT GL-SUMMARY-FILE ASSIGN TO "PAYGLSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.

      * Kontenzuordnung je Buchungsart/Abzugsart (Steuerdatei, siehe
      * gl-account-map-record.cpy)
           SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO "GLACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

      * Buchungsjournal zum Gegenlesen durch die Buchhaltung -
      * wird auch bei Ungleichgewicht gedruckt, damit die Ursache
      * sichtbar ist
           SELECT GL-JOURNAL-REPORT ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-PAY-CONTROL-FILE.
           COPY "net-pay-control-record.cpy".

       FD  GL-SUMMARY-FILE.
           COPY "gl-summary-record.cpy".

       FD  GL-ACCOUNT-MAP-FILE.
           COPY "gl-account-map-record.cpy".

       FD  GL-POSTING-FILE.
           COPY "gl-posting-record.cpy".

       FD  GL-JOURNAL-REPORT.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-NET-CTL-STATUS        PIC XX.
       01  WS-GLSUM-STATUS          PIC XX.
       01  WS-GLMAP-STATUS          PIC XX.
       01  WS-POSTING-STATUS        PIC XX.
       01  WS-REPORT-STATUS         PIC XX.

       01  WS-EOF-SWITCH            PIC X       VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.

       COPY "balance-control-fields.cpy".
      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

      * Beim Start geladene Kontenzuordnung (Muster der
      * Abzugsarten-Tabelle in PAYROLL-WITHHOLD)
       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-ACCOUNT-MAP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  TBL-GLM-CATEGORY PIC X(4).
               10  TBL-GLM-DED-CODE PIC X(4).
               10  TBL-GLM-ACCOUNT  PIC 9(8).
               10  TBL-GLM-DESC     PIC X(20).
       01  WS-MAP-COUNT             PIC 99      VALUE ZERO.

      * Buchungen des Laufs - erst nach dem Abgleich geschrieben
       01  WS-POSTING-TABLE.
           05  WS-POSTING-ENTRY OCCURS 50 TIMES.
               10  PST-ACCOUNT      PIC 9(8).
               10  PST-DEBIT-CREDIT PIC X.
               10  PST-AMOUNT       PIC 9(9)V99.
               10  PST-DESC         PIC X(20).
       01  WS-POSTING-COUNT         PIC 99      VALUE ZERO.
       01  WS-POSTING-NUM           PIC 99      VALUE ZERO.

       01  WS-RUN-DATE              PIC 9(8).
       01  WS-DEBIT-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NET-CLEARING          PIC S9(9)V99 COMP-3 VALUE ZERO.
      * Hash-Summe der Kontonummern; ein Ueberlauf schneidet links
      * ab (wie in PAYROLL-PAY-EXTRACT)
       01  WS-ACCOUNT-HASH          PIC 9(16)   VALUE ZERO.
       01  WS-SUMMARY-COUNT         PIC 9(3)    VALUE ZERO.
       01  WS-UNMAPPED-COUNT        PIC 9(3)    VALUE ZERO.

       01  WS-POSTABLE-SWITCH       PIC X       VALUE 'N'.
           88  WS-POSTABLE                      VALUE 'Y'.

       01  WS-JOURNAL-HEADER.
           05  FILLER               PIC X(30)
               VALUE "PAYROLL GENERAL LEDGER JOURNAL".
           05  FILLER               PIC X(6)   VALUE SPACES.
           05  FILLER               PIC X(9)   VALUE "RUN DATE ".
           05  HDR-RUN-DATE         PIC 9(8).

       01  WS-JOURNAL-COLUMNS.
           05  FILLER               PIC X(10)  VALUE "ACCOUNT".
           05  FILLER               PIC X(22)  VALUE "DESCRIPTION".
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(14)  VALUE "         DEBIT".
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  FILLER               PIC X(14)  VALUE "        CREDIT".

       01  WS-JOURNAL-DETAIL.
           05  JRN-ACCOUNT          PIC 9(8).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  JRN-DESC             PIC X(20).
           05  FILLER               PIC X(6)   VALUE SPACES.
           05  JRN-DEBIT            PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  JRN-CREDIT           PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  WS-JOURNAL-TOTAL.
           05  FILLER               PIC X(36)  VALUE "TOTALS".
           05  TOT-DEBIT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  TOT-CREDIT           PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-UNMAPPED-LINE.
           05  FILLER               PIC X(24)
               VALUE "** NO ACCOUNT MAPPING: ".
           05  UNM-CATEGORY         PIC X(4).
           05  FILLER               PIC X      VALUE SPACE.
           05  UNM-DED-CODE         PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  UNM-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(3)   VALUE " **".

       01  WS-BALANCE-OK-LINE       PIC X(80)
           VALUE "** DEBITS EQUAL CREDITS - GLPOST.DAT WRITTEN **".
       01  WS-BALANCE-BAD-LINE      PIC X(80)
           VALUE "** NOT POSTABLE - GLPOST.DAT LEFT EMPTY **".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-CHECK-REGISTER-BALANCE
           PERFORM 060-LOAD-ACCOUNT-MAP
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ GL-SUMMARY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUMMARY-COUNT
                       PERFORM 200-BUILD-POSTING
               END-READ
           END-PERFORM
           PERFORM 300-CHECK-BALANCE
           PERFORM 400-WRITE-POSTINGS
           PERFORM 900-CLOSE-FILES
           GOBACK.

      * Erst den Trailer des Register-Laufs pruefen (wie in
      * PAYROLL-PAY-EXTRACT): ein Register ausser Gleichgewicht
      * wird auch nicht ins Hauptbuch gebucht
       050-CHECK-REGISTER-BALANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT NET-PAY-CONTROL-FILE
           IF WS-NET-CTL-STATUS NOT = "00"
               DISPLAY "FEHLER: PAYNETCTL.DAT NICHT VORHANDEN: "
                   WS-NET-CTL-STATUS
               DISPLAY "PAYROLL-WITHHOLD MUSS VOR "
                   "PAYROLL-GL-JOURNAL LAUFEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ NET-PAY-CONTROL-FILE
               AT END
                   DISPLAY "FEHLER: PAYNETCTL.DAT IST LEER"
                   CLOSE NET-PAY-CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE NET-PAY-CONTROL-FILE
           IF NOT NCT-REGISTER-BALANCED
               DISPLAY "FEHLER: REGISTER WAR OUT OF BALANCE - "
                   "KEINE HAUPTBUCHDATEI"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Ohne Kontenzuordnung keine Buchung - lieber laut abbrechen
      * als auf ein Sammelkonto buchen
       060-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "FEHLER: GLACCT.DAT NICHT VORHANDEN: "
                   WS-GLMAP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-GLMAP-STATUS NOT = "00"
                   OR WS-MAP-COUNT = 50
               READ GL-ACCOUNT-MAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE GLM-CATEGORY
                           TO TBL-GLM-CATEGORY(WS-MAP-IDX)
                       MOVE GLM-DED-CODE
                           TO TBL-GLM-DED-CODE(WS-MAP-IDX)
                       MOVE GLM-ACCOUNT
                           TO TBL-GLM-ACCOUNT(WS-MAP-IDX)
                       MOVE GLM-DESC
                           TO TBL-GLM-DESC(WS-MAP-IDX)
               END-READ
           END-PERFORM
           CLOSE GL-ACCOUNT-MAP-FILE
           IF WS-MAP-COUNT = ZERO
               DISPLAY "FEHLER: GLACCT.DAT IST LEER"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT GL-SUMMARY-FILE
           IF WS-GLSUM-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER GL-SUMMARY-FILE: "
                   WS-GLSUM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GL-JOURNAL-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES GL-JOURNAL-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-JOURNAL-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOURNAL-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE.

      * Summenzeile dem Sachkonto zuordnen: Aufwand und Forderung
      * ins Soll, Steuer, Abzuege und Nettolohn ins Haben. Abzuege
      * werden je Abzugsart zugeordnet, alle anderen ueber die
      * Buchungsart allein.
       200-BUILD-POSTING.
           SET WS-MAP-IDX TO 1
           SEARCH WS-ACCOUNT-MAP-ENTRY
               AT END
                   PERFORM 250-REPORT-UNMAPPED
               WHEN WS-MAP-IDX > WS-MAP-COUNT
                   PERFORM 250-REPORT-UNMAPPED
               WHEN TBL-GLM-CATEGORY(WS-MAP-IDX) = GLS-CATEGORY
                       AND TBL-GLM-DED-CODE(WS-MAP-IDX) = GLS-DED-CODE
                   PERFORM 210-ADD-POSTING
           END-SEARCH.

       210-ADD-POSTING.
           IF WS-POSTING-COUNT = 50
               DISPLAY "FEHLER: MEHR ALS 50 BUCHUNGEN - "
                   "TABELLE VOLL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-POSTING-COUNT
           MOVE TBL-GLM-ACCOUNT(WS-MAP-IDX)
               TO PST-ACCOUNT(WS-POSTING-COUNT)
           MOVE TBL-GLM-DESC(WS-MAP-IDX)
               TO PST-DESC(WS-POSTING-COUNT)
           MOVE GLS-AMOUNT TO PST-AMOUNT(WS-POSTING-COUNT)
           IF GLS-DEBIT-CATEGORY
               MOVE 'D' TO PST-DEBIT-CREDIT(WS-POSTING-COUNT)
               ADD GLS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE 'C' TO PST-DEBIT-CREDIT(WS-POSTING-COUNT)
               ADD GLS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           IF GLS-NET-CLEARING
               ADD GLS-AMOUNT TO WS-NET-CLEARING
           END-IF
           ADD TBL-GLM-ACCOUNT(WS-MAP-IDX) TO WS-ACCOUNT-HASH.

       250-REPORT-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT
           MOVE GLS-CATEGORY TO UNM-CATEGORY
           MOVE GLS-DED-CODE TO UNM-DED-CODE
           MOVE GLS-AMOUNT   TO UNM-AMOUNT
           MOVE WS-UNMAPPED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAYROLL-GL-JOURNAL" TO XL-PROGRAM
           SET XL-SEV-ERROR TO TRUE
           MOVE SPACES TO XL-KEY
           STRING GLS-CATEGORY DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  GLS-DED-CODE DELIMITED BY SIZE
               INTO XL-KEY
           END-STRING
           MOVE "NO GL ACCOUNT MAPPING IN GLACCT.DAT" TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

      * Soll gegen Haben ueber BALANCE-CONTROL (dieselbe Disziplin
      * wie beim Register), danach die Nettolohn-Verrechnung gegen
      * die Nettosumme aus PAYNETCTL.DAT - beides muss aufgehen und
      * jede Summenzeile muss ein Konto haben
       300-CHECK-BALANCE.
           MOVE WS-DEBIT-TOTAL   TO BC-COMPUTED-TOTAL
           MOVE WS-CREDIT-TOTAL  TO BC-CONTROL-TOTAL
           MOVE ZERO             TO BC-TOLERANCE
           MOVE WS-SUMMARY-COUNT TO BC-CONTROL-COUNT
           COMPUTE BC-COMPUTED-COUNT =
               WS-POSTING-COUNT + WS-UNMAPPED-COUNT
           CALL "BALANCE-CONTROL" USING BALANCE-CONTROL-PARMS
           IF BC-IN-BALANCE AND WS-UNMAPPED-COUNT = ZERO
               MOVE WS-NET-CLEARING  TO BC-COMPUTED-TOTAL
               MOVE NCT-NET-TOTAL    TO BC-CONTROL-TOTAL
               MOVE ZERO             TO BC-COMPUTED-COUNT
               MOVE ZERO             TO BC-CONTROL-COUNT
               CALL "BALANCE-CONTROL" USING BALANCE-CONTROL-PARMS
               IF BC-IN-BALANCE
                   SET WS-POSTABLE TO TRUE
               ELSE
                   DISPLAY "FEHLER: NETTOLOHN-VERRECHNUNG WEICHT VON "
                       "PAYNETCTL.DAT AB: " BC-DIFFERENCE
               END-IF
           ELSE
               DISPLAY "FEHLER: SOLL UND HABEN GEHEN NICHT AUF: "
                   BC-DIFFERENCE
           END-IF.

      * Buchungsjournal immer, die Buchungsdatei nur im
      * Gleichgewicht. Bei Ungleichgewicht wird GLPOST.DAT leer
      * angelegt, damit kein Vorlauf-Bestand versehentlich
      * nochmals gebucht wird.
       400-WRITE-POSTINGS.
           OPEN OUTPUT GL-POSTING-FILE
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER GL-POSTING-FILE: "
                   WS-POSTING-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-POSTING-NUM FROM 1 BY 1
                   UNTIL WS-POSTING-NUM > WS-POSTING-COUNT
               PERFORM 410-WRITE-ONE-POSTING
           END-PERFORM
           MOVE WS-DEBIT-TOTAL  TO TOT-DEBIT
           MOVE WS-CREDIT-TOTAL TO TOT-CREDIT
           MOVE WS-JOURNAL-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POSTABLE
               PERFORM 420-WRITE-POSTING-TRAILER
               MOVE WS-BALANCE-OK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-BALANCE-BAD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PAYROLL-GL-JOURNAL" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE "GLPOST.DAT" TO XL-KEY
               MOVE "GL JOURNAL NOT BALANCED - NOT POSTED"
                   TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE GL-POSTING-FILE.

       410-WRITE-ONE-POSTING.
           MOVE PST-ACCOUNT(WS-POSTING-NUM) TO JRN-ACCOUNT
           MOVE PST-DESC(WS-POSTING-NUM)    TO JRN-DESC
           IF PST-DEBIT-CREDIT(WS-POSTING-NUM) = 'D'
               MOVE PST-AMOUNT(WS-POSTING-NUM) TO JRN-DEBIT
               MOVE ZERO                       TO JRN-CREDIT
           ELSE
               MOVE ZERO                       TO JRN-DEBIT
               MOVE PST-AMOUNT(WS-POSTING-NUM) TO JRN-CREDIT
           END-IF
           MOVE WS-JOURNAL-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POSTABLE
               MOVE 'D'                          TO GLP-RECORD-TYPE
               MOVE WS-RUN-DATE                  TO GLP-POST-DATE
               MOVE PST-ACCOUNT(WS-POSTING-NUM)  TO GLP-ACCOUNT
               MOVE PST-DEBIT-CREDIT(WS-POSTING-NUM)
                   TO GLP-DEBIT-CREDIT
               MOVE PST-AMOUNT(WS-POSTING-NUM)   TO GLP-AMOUNT
               MOVE "PAYROLL"                    TO GLP-SOURCE
               MOVE PST-DESC(WS-POSTING-NUM)     TO GLP-DESC
               WRITE GL-POSTING-DETAIL-RECORD
               IF WS-POSTING-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "GL-POSTING-FILE: " WS-POSTING-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       420-WRITE-POSTING-TRAILER.
           MOVE 'T'              TO GLP-TRL-TYPE
           MOVE WS-POSTING-COUNT TO GLP-TRL-COUNT
           MOVE WS-DEBIT-TOTAL   TO GLP-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO GLP-TRL-CREDIT-TOTAL
           MOVE WS-ACCOUNT-HASH  TO GLP-TRL-ACCT-HASH
           WRITE GL-POSTING-TRAILER-RECORD
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DES TRAILERS: "
                   WS-POSTING-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       900-CLOSE-FILES.
           CLOSE GL-SUMMARY-FILE
           CLOSE GL-JOURNAL-REPORT
           DISPLAY "SUMMENZEILEN GELESEN:   " WS-SUMMARY-COUNT
           DISPLAY "BUCHUNGEN:              " WS-POSTING-COUNT
           DISPLAY "OHNE KONTOZUORDNUNG:    " WS-UNMAPPED-COUNT
           DISPLAY "SOLL:                   " WS-DEBIT-TOTAL
           DISPLAY "HABEN:                  " WS-CREDIT-TOTAL.
