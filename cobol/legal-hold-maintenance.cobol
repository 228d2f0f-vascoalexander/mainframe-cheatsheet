       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-MAINT.
       AUTHOR. BASQUE.

      * Batch-Pflegelauf fuer das Sperrregister LEGALHLD.DAT (siehe
      * legal-hold-record.cpy). Jeder Satz in HOLD-TRANS-FILE traegt
      * einen Transaktionscode: P setzt eine Sperre fuer einen Fall
      * (Zeitstempelbereich, Beschreibung, Sperrdatum = Tagesdatum),
      * R gibt die offene Sperre eines Falls frei (Freigabedatum =
      * Tagesdatum). Das Register wird beim Start in die Tabelle
      * geladen und am Ende daraus neu geschrieben (wie EMPBANK.DAT
      * in BANK-MAINT); freigegebene Sperren bleiben stehen. Das
      * Ergebnis jeder Transaktion geht nach HOLDTRANS.LOG, jede
      * Sperre und Freigabe zusaetzlich als Hinweis, jede
      * Zurueckweisung als Fehler in die zentrale Ausnahmedatei.
      * Pruefungen: Fallnummer vorhanden, Von-/Bis-Datum gueltig
      * (DC-VALIDATE in DATE-CONVERT), Von nicht nach Bis, pro Fall
      * hoechstens eine offene Sperre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HOLD-TRANS-LOG ASSIGN TO "HOLDTRANS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY "legal-hold-record.cpy".

       FD  HOLD-TRANS-FILE.
       01  HOLD-TRANS-RECORD.
           05  HTR-CODE            PIC X.
               88  HTR-PLACE                   VALUE 'P'.
               88  HTR-RELEASE                 VALUE 'R'.
           05  HTR-CASE-NUMBER     PIC X(12).
           05  HTR-FROM-TS         PIC X(23).
           05  HTR-TO-TS           PIC X(23).
           05  HTR-DESCRIPTION     PIC X(30).

       FD  HOLD-TRANS-LOG.
       01  HOLD-LOG-RECORD.
           05  LOG-CASE-NUMBER     PIC X(12).
           05  LOG-SEP-1           PIC X.
           05  LOG-CODE            PIC X.
           05  LOG-SEP-2           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-HOLD-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-TRANS-VALID-SWITCH   PIC X        VALUE 'N'.
           88  WS-TRANS-VALID                   VALUE 'Y'.
       01  WS-FILE-CHANGED-SWITCH  PIC X        VALUE 'N'.
           88  WS-FILE-CHANGED                  VALUE 'Y'.

      * Komplettes Register im Speicher; weil es aus der Tabelle
      * neu geschrieben wird, ist ein Ueberlauf ein Abbruch
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  TBL-HLD-CASE     PIC X(12).
               10  TBL-HLD-FROM-TS  PIC X(23).
               10  TBL-HLD-TO-TS    PIC X(23).
               10  TBL-HLD-PLACED   PIC 9(8).
               10  TBL-HLD-RELEASED PIC 9(8).
               10  TBL-HLD-DESC     PIC X(30).
       01  WS-HOLD-COUNT           PIC 9(3)     VALUE ZERO.
       01  WS-HOLD-NUM             PIC 9(3)     VALUE ZERO.
       01  WS-HOLD-HIT             PIC 9(3)     VALUE ZERO.

      * Datumsanteil JJJJ-MM-TT eines Zeitstempels als JJJJMMTT
       01  WS-TS-DATE              PIC 9(8).
       01  WS-CHECK-TS             PIC X(23).

      * Datumspruefung ueber das gemeinsame DATE-CONVERT
       COPY "date-convert-fields.cpy".

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-PLACE-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-RELEASE-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-REGISTER
           PERFORM 100-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ HOLD-TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-FILE-CHANGED
               PERFORM 600-REWRITE-REGISTER
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

      * Bestehendes Register laden - beim allerersten Lauf gibt es
      * noch keine LEGALHLD.DAT (Status 35)
       050-LOAD-REGISTER.
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "HINWEIS: LEGALHLD.DAT NICHT VORHANDEN - "
                   "WIRD NEU ANGELEGT"
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER LEGAL-HOLD-FILE: "
                       WS-HOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-HOLD-STATUS NOT = "00"
                   READ LEGAL-HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 060-LOAD-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE LEGAL-HOLD-FILE
           END-IF.

       060-LOAD-ONE-HOLD.
           IF WS-HOLD-COUNT = 500
               DISPLAY "FEHLER: MEHR ALS 500 SAETZE IN LEGALHLD.DAT - "
                   "PFLEGE ABGEBROCHEN"
               CLOSE LEGAL-HOLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE LHR-CASE-NUMBER   TO TBL-HLD-CASE(WS-HOLD-COUNT)
           MOVE LHR-FROM-TS       TO TBL-HLD-FROM-TS(WS-HOLD-COUNT)
           MOVE LHR-TO-TS         TO TBL-HLD-TO-TS(WS-HOLD-COUNT)
           MOVE LHR-PLACED-DATE   TO TBL-HLD-PLACED(WS-HOLD-COUNT)
           MOVE LHR-RELEASED-DATE TO TBL-HLD-RELEASED(WS-HOLD-COUNT)
           MOVE LHR-DESCRIPTION   TO TBL-HLD-DESC(WS-HOLD-COUNT).

       100-INITIALIZE.
           OPEN INPUT HOLD-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER HOLD-TRANS-FILE: "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HOLD-TRANS-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER HOLD-TRANS-LOG: "
                       WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM.

       200-PROCESS-TRANSACTION.
           PERFORM 250-EDIT-TRANSACTION
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN HTR-PLACE
                       PERFORM 300-PLACE-HOLD
                   WHEN HTR-RELEASE
                       PERFORM 400-RELEASE-HOLD
               END-EVALUATE
           END-IF
           PERFORM 800-WRITE-LOG.

      * Pruefreihenfolge Code, Fallnummer, Von-Datum, Bis-Datum,
      * Bereich (R braucht nur die Fallnummer) - der erste Fehler
      * bestimmt die Meldung
       250-EDIT-TRANSACTION.
           SET WS-TRANS-VALID TO TRUE

           IF NOT HTR-PLACE AND NOT HTR-RELEASE
               MOVE "REJECTED - INVALID TRANS CODE" TO LOG-MESSAGE
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           END-IF

           IF WS-TRANS-VALID
               IF HTR-CASE-NUMBER = SPACES
                   MOVE "REJECTED - CASE NUMBER MISSING"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID AND HTR-PLACE
               MOVE HTR-FROM-TS TO WS-CHECK-TS
               PERFORM 260-VALIDATE-TS-DATE
               IF NOT WS-TRANS-VALID
                   MOVE "REJECTED - FROM DATE INVALID" TO LOG-MESSAGE
               END-IF
           END-IF

           IF WS-TRANS-VALID AND HTR-PLACE
               MOVE HTR-TO-TS TO WS-CHECK-TS
               PERFORM 260-VALIDATE-TS-DATE
               IF NOT WS-TRANS-VALID
                   MOVE "REJECTED - TO DATE INVALID" TO LOG-MESSAGE
               END-IF
           END-IF

           IF WS-TRANS-VALID AND HTR-PLACE
               IF HTR-FROM-TS(1:10) > HTR-TO-TS(1:10)
                   MOVE "REJECTED - FROM AFTER TO" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID
               PERFORM 270-FIND-OPEN-HOLD
           END-IF.

      * Datumsanteil JJJJ-MM-TT des Zeitstempels in WS-CHECK-TS
       260-VALIDATE-TS-DATE.
           MOVE WS-CHECK-TS(1:4) TO WS-TS-DATE(1:4)
           MOVE WS-CHECK-TS(6:2) TO WS-TS-DATE(5:2)
           MOVE WS-CHECK-TS(9:2) TO WS-TS-DATE(7:2)
           IF WS-TS-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           ELSE
               SET DC-VALIDATE TO TRUE
               MOVE WS-TS-DATE TO DC-DATE-NUM
               CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
               IF DC-INVALID-DATE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF.

       270-FIND-OPEN-HOLD.
           MOVE ZERO TO WS-HOLD-HIT
           PERFORM VARYING WS-HOLD-NUM FROM 1 BY 1
                   UNTIL WS-HOLD-NUM > WS-HOLD-COUNT
                      OR WS-HOLD-HIT > ZERO
               IF TBL-HLD-CASE(WS-HOLD-NUM) = HTR-CASE-NUMBER
                       AND TBL-HLD-RELEASED(WS-HOLD-NUM) = ZERO
                   MOVE WS-HOLD-NUM TO WS-HOLD-HIT
               END-IF
           END-PERFORM.

       300-PLACE-HOLD.
           IF WS-HOLD-HIT > ZERO
               MOVE "REJECTED - CASE ALREADY ON HOLD" TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-HOLD-COUNT = 500
                   MOVE "REJECTED - REGISTER FULL (500)"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HTR-CASE-NUMBER
                       TO TBL-HLD-CASE(WS-HOLD-COUNT)
                   MOVE HTR-FROM-TS TO TBL-HLD-FROM-TS(WS-HOLD-COUNT)
                   MOVE HTR-TO-TS   TO TBL-HLD-TO-TS(WS-HOLD-COUNT)
                   MOVE WS-CURRENT-DATE-NUM
                       TO TBL-HLD-PLACED(WS-HOLD-COUNT)
                   MOVE ZERO TO TBL-HLD-RELEASED(WS-HOLD-COUNT)
                   MOVE HTR-DESCRIPTION
                       TO TBL-HLD-DESC(WS-HOLD-COUNT)
                   SET WS-FILE-CHANGED TO TRUE
                   MOVE "HOLD PLACED" TO LOG-MESSAGE
                   ADD 1 TO WS-PLACE-COUNT
               END-IF
           END-IF.

       400-RELEASE-HOLD.
           IF WS-HOLD-HIT = ZERO
               MOVE "REJECTED - NO OPEN HOLD FOR CASE" TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-CURRENT-DATE-NUM
                   TO TBL-HLD-RELEASED(WS-HOLD-HIT)
               SET WS-FILE-CHANGED TO TRUE
               MOVE "HOLD RELEASED" TO LOG-MESSAGE
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       600-REWRITE-REGISTER.
           OPEN OUTPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER LEGAL-HOLD-FILE: "
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-HOLD-NUM FROM 1 BY 1
                   UNTIL WS-HOLD-NUM > WS-HOLD-COUNT
               MOVE TBL-HLD-CASE(WS-HOLD-NUM)     TO LHR-CASE-NUMBER
               MOVE TBL-HLD-FROM-TS(WS-HOLD-NUM)  TO LHR-FROM-TS
               MOVE TBL-HLD-TO-TS(WS-HOLD-NUM)    TO LHR-TO-TS
               MOVE TBL-HLD-PLACED(WS-HOLD-NUM)   TO LHR-PLACED-DATE
               MOVE TBL-HLD-RELEASED(WS-HOLD-NUM) TO LHR-RELEASED-DATE
               MOVE TBL-HLD-DESC(WS-HOLD-NUM)     TO LHR-DESCRIPTION
               WRITE LEGAL-HOLD-RECORD
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "LEGAL-HOLD-FILE: " WS-HOLD-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE.

       800-WRITE-LOG.
           MOVE HTR-CASE-NUMBER TO LOG-CASE-NUMBER
           MOVE SPACE           TO LOG-SEP-1
           MOVE HTR-CODE        TO LOG-CODE
           MOVE SPACE           TO LOG-SEP-2
           WRITE HOLD-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER HOLD-TRANS-LOG: "
                   WS-LOG-STATUS
           END-IF
      * Sperren und Freigaben sind revisionsrelevant - sie gehen
      * wie die Zurueckweisungen in die zentrale Ausnahmedatei
           MOVE "LEGAL-HOLD-MAINT" TO XL-PROGRAM
           MOVE HTR-CASE-NUMBER TO XL-KEY
           MOVE LOG-MESSAGE TO XL-REASON
           IF LOG-MESSAGE(1:8) = "REJECTED"
               SET XL-SEV-ERROR TO TRUE
           ELSE
               SET XL-SEV-INFO TO TRUE
           END-IF
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

       900-TERMINATE.
           CLOSE HOLD-TRANS-FILE
           CLOSE HOLD-TRANS-LOG
           DISPLAY "PLACED="    WS-PLACE-COUNT
                   " RELEASED=" WS-RELEASE-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
