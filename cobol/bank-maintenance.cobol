       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MAINT.
       AUTHOR. BASQUE.

      * Batch-Pflegelauf fuer die Bankverbindungen EMPBANK.DAT -
      * ersetzt das Editieren der Datei von Hand, bei dem eine
      * vertippte Kontonummer den Nettolohn unbemerkt auf ein
      * fremdes Konto schickte. Jeder Satz in BANK-TRANS-FILE traegt
      * einen Transaktionscode (A/C/D) und wird gegen die beim
      * Start geladene Tabelle gefahren; am Ende wird EMPBANK.DAT
      * aus der Tabelle neu geschrieben. Jede Aenderung geht mit
      * Vorher-/Nachher-Bild ins Journal BANKJRNL.DAT, das Ergebnis
      * jeder Transaktion nach BANKTRANS.LOG. Neue und geaenderte
      * Verbindungen werden als prenote-pflichtig markiert (siehe
      * bank-detail-record.cpy) - PAYROLL-PAY-EXTRACT zahlt auf sie
      * erst nach Ablauf der Prenote-Frist.
      * Pruefungen: Mitarbeiter in der EMPLOYEE-MASTER, Bankleitzahl
      * (ABA-Routingnummer) numerisch mit gueltiger Pruefziffer,
      * Kontonummer numerisch und ungleich Null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-DETAIL-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT BANK-TRANS-FILE ASSIGN TO "BANKTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT BANK-TRANS-LOG ASSIGN TO "BANKTRANS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * Journal mit Vorher-/Nachher-Bild jeder Aenderung - wird
      * fortgeschrieben, nie ueberschrieben
           SELECT BANK-JOURNAL-FILE ASSIGN TO "BANKJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-DETAIL-FILE.
           COPY "bank-detail-record.cpy".

      * Rohsatz - alle Felder alphanumerisch, damit die NUMERIC-
      * Pruefung moeglich ist
       FD  BANK-TRANS-FILE.
       01  BANK-TRANS-RECORD.
           05  BTR-CODE            PIC X.
               88  BTR-ADD                     VALUE 'A'.
               88  BTR-CHANGE                  VALUE 'C'.
               88  BTR-DELETE                  VALUE 'D'.
           05  BTR-EMP-ID          PIC X(6).
           05  BTR-EMP-ID-NUM      REDEFINES BTR-EMP-ID
                                   PIC 9(6).
           05  BTR-ROUTING         PIC X(9).
           05  BTR-ROUTING-DIGITS  REDEFINES BTR-ROUTING.
               10  BTR-ROUTING-DIGIT   PIC 9 OCCURS 9 TIMES.
           05  BTR-ROUTING-NUM     REDEFINES BTR-ROUTING
                                   PIC 9(9).
           05  BTR-ACCOUNT         PIC X(10).
           05  BTR-ACCOUNT-NUM     REDEFINES BTR-ACCOUNT
                                   PIC 9(10).

       FD  BANK-TRANS-LOG.
       01  BANK-LOG-RECORD.
           05  LOG-EMP-ID          PIC X(6).
           05  LOG-SEP-1           PIC X.
           05  LOG-CODE            PIC X.
           05  LOG-SEP-2           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       FD  BANK-JOURNAL-FILE.
           COPY "bank-journal-record.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-BANK-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-JOURNAL-ACTION       PIC X.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-TRANS-VALID-SWITCH   PIC X        VALUE 'N'.
           88  WS-TRANS-VALID                   VALUE 'Y'.

      * Bankverbindungen im Speicher; gleiche Obergrenze wie die
      * Tabellen in PAYROLL-PAY-EXTRACT und PAYROLL-WITHHOLD. Weil
      * die Datei aus der Tabelle neu geschrieben wird, ist ein
      * Ueberlauf hier ein Abbruch und keine Warnung.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 200 TIMES.
               10  TBL-BNK-EMP-ID      PIC 9(6).
               10  TBL-BNK-ROUTING     PIC 9(9).
               10  TBL-BNK-ACCOUNT     PIC 9(10).
               10  TBL-BNK-PRENOTE     PIC X.
               10  TBL-BNK-CHANGE-DATE PIC X(8).
       01  WS-BANK-COUNT           PIC 9(3)     VALUE ZERO.
       01  WS-BANK-NUM             PIC 9(3)     VALUE ZERO.
       01  WS-BANK-HIT             PIC 9(3)     VALUE ZERO.
       01  WS-FILE-CHANGED-SWITCH  PIC X        VALUE 'N'.
           88  WS-FILE-CHANGED                  VALUE 'Y'.

      * Pruefziffer der Routingnummer: Gewichte 3-7-1, die Summe
      * muss durch 10 teilbar sein
       01  WS-ROUTING-SUM          PIC 9(4)     VALUE ZERO.
       01  WS-ROUTING-QUOTIENT     PIC 9(4)     VALUE ZERO.
       01  WS-ROUTING-REMAINDER    PIC 9        VALUE ZERO.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-ADD-COUNT            PIC 9(7)     VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-BANK-DETAILS
           PERFORM 100-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ BANK-TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-FILE-CHANGED
               PERFORM 600-REWRITE-BANK-FILE
           END-IF
           PERFORM 900-TERMINATE
           GOBACK.

      * Bestehende Bankverbindungen laden - beim allerersten Lauf
      * gibt es noch keine EMPBANK.DAT (Status 35), dann beginnt
      * die Tabelle leer
       050-LOAD-BANK-DETAILS.
           OPEN INPUT BANK-DETAIL-FILE
           IF WS-BANK-STATUS = "35"
               DISPLAY "HINWEIS: EMPBANK.DAT NICHT VORHANDEN - "
                   "WIRD NEU ANGELEGT"
           ELSE
               IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER BANK-DETAIL-FILE: "
                       WS-BANK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-BANK-STATUS NOT = "00"
                   READ BANK-DETAIL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 060-LOAD-ONE-BANK-DETAIL
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAIL-FILE
           END-IF.

       060-LOAD-ONE-BANK-DETAIL.
           IF WS-BANK-COUNT = 200
               DISPLAY "FEHLER: MEHR ALS 200 SAETZE IN EMPBANK.DAT - "
                   "PFLEGE ABGEBROCHEN"
               CLOSE BANK-DETAIL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-BANK-COUNT
           MOVE BNK-EMP-ID  TO TBL-BNK-EMP-ID(WS-BANK-COUNT)
           MOVE BNK-ROUTING TO TBL-BNK-ROUTING(WS-BANK-COUNT)
           MOVE BNK-ACCOUNT TO TBL-BNK-ACCOUNT(WS-BANK-COUNT)
           MOVE BNK-PRENOTE-SWITCH
               TO TBL-BNK-PRENOTE(WS-BANK-COUNT)
           MOVE BNK-CHANGE-DATE
               TO TBL-BNK-CHANGE-DATE(WS-BANK-COUNT).

       100-INITIALIZE.
           OPEN INPUT BANK-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER BANK-TRANS-FILE: "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BANK-TRANS-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER BANK-TRANS-LOG: "
                       WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Journal fortschreiben, nie ueberschreiben - beim allerersten
      * Lauf anlegen (wie EMPJRNL.DAT in EMPLOYEE-MAINT)
           OPEN EXTEND BANK-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT BANK-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER BANK-JOURNAL-FILE: "
                       WS-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER EMPLOYEE-MASTER: "
                       WS-MASTER-STATUS
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
                   WHEN BTR-ADD
                       PERFORM 300-ADD-BANK-DETAIL
                   WHEN BTR-CHANGE
                       PERFORM 400-CHANGE-BANK-DETAIL
                   WHEN BTR-DELETE
                       PERFORM 500-DELETE-BANK-DETAIL
               END-EVALUATE
           END-IF
           PERFORM 800-WRITE-LOG.

      * Pruefreihenfolge Code, EMP-ID, Stammdatei, Routingnummer,
      * Kontonummer (D braucht nur die EMP-ID) - der erste Fehler
      * bestimmt die Meldung
       250-EDIT-TRANSACTION.
           SET WS-TRANS-VALID TO TRUE

           IF NOT BTR-ADD AND NOT BTR-CHANGE AND NOT BTR-DELETE
               MOVE "REJECTED - INVALID TRANS CODE" TO LOG-MESSAGE
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           END-IF

           IF WS-TRANS-VALID
               IF BTR-EMP-ID IS NOT NUMERIC
                   MOVE "REJECTED - EMP-ID NOT NUMERIC" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               ELSE
                   MOVE BTR-EMP-ID-NUM TO EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           MOVE "REJECTED - EMP-ID NOT IN MASTER"
                               TO LOG-MESSAGE
                           MOVE 'N' TO WS-TRANS-VALID-SWITCH
                   END-READ
               END-IF
           END-IF

           IF WS-TRANS-VALID AND NOT BTR-DELETE
               IF BTR-ROUTING IS NOT NUMERIC
                   MOVE "REJECTED - ROUTING NOT NUMERIC"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               ELSE
                   PERFORM 260-CHECK-ROUTING-DIGIT
               END-IF
           END-IF

           IF WS-TRANS-VALID AND NOT BTR-DELETE
               IF BTR-ACCOUNT IS NOT NUMERIC
                       OR BTR-ACCOUNT-NUM = ZERO
                   MOVE "REJECTED - ACCOUNT INVALID" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID
               PERFORM 270-FIND-BANK-ENTRY
           END-IF.

       260-CHECK-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-SUM =
               3 * (BTR-ROUTING-DIGIT(1) + BTR-ROUTING-DIGIT(4)
                    + BTR-ROUTING-DIGIT(7))
             + 7 * (BTR-ROUTING-DIGIT(2) + BTR-ROUTING-DIGIT(5)
                    + BTR-ROUTING-DIGIT(8))
             +      BTR-ROUTING-DIGIT(3) + BTR-ROUTING-DIGIT(6)
                    + BTR-ROUTING-DIGIT(9)
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF WS-ROUTING-REMAINDER NOT = ZERO
                   OR BTR-ROUTING-NUM = ZERO
               MOVE "REJECTED - ROUTING CHECK DIGIT" TO LOG-MESSAGE
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           END-IF.

       270-FIND-BANK-ENTRY.
           MOVE ZERO TO WS-BANK-HIT
           PERFORM VARYING WS-BANK-NUM FROM 1 BY 1
                   UNTIL WS-BANK-NUM > WS-BANK-COUNT
                      OR WS-BANK-HIT > ZERO
               IF TBL-BNK-EMP-ID(WS-BANK-NUM) = BTR-EMP-ID-NUM
                   MOVE WS-BANK-NUM TO WS-BANK-HIT
               END-IF
           END-PERFORM.

       300-ADD-BANK-DETAIL.
           IF WS-BANK-HIT > ZERO
               MOVE "REJECTED - DUPLICATE - USE CHANGE" TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-BANK-COUNT = 200
                   MOVE "REJECTED - BANK TABLE FULL (200)"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-BANK-COUNT
                   MOVE WS-BANK-COUNT TO WS-BANK-HIT
                   MOVE BTR-EMP-ID-NUM
                       TO TBL-BNK-EMP-ID(WS-BANK-HIT)
                   MOVE ZERO TO BJR-BEF-ROUTING
                   MOVE ZERO TO BJR-BEF-ACCOUNT
                   PERFORM 450-APPLY-NEW-ACCOUNT
                   MOVE "ADDED - PRENOTE PENDING" TO LOG-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'A' TO WS-JOURNAL-ACTION
                   PERFORM 850-WRITE-JOURNAL
               END-IF
           END-IF.

      * Gleiche Verbindung noch einmal erfasst: kein neuer Prenote,
      * kein Journalsatz
       400-CHANGE-BANK-DETAIL.
           IF WS-BANK-HIT = ZERO
               MOVE "REJECTED - NO BANK DETAIL ON FILE" TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF TBL-BNK-ROUTING(WS-BANK-HIT) = BTR-ROUTING-NUM
                       AND TBL-BNK-ACCOUNT(WS-BANK-HIT)
                           = BTR-ACCOUNT-NUM
                   MOVE "UNCHANGED" TO LOG-MESSAGE
               ELSE
                   MOVE TBL-BNK-ROUTING(WS-BANK-HIT)
                       TO BJR-BEF-ROUTING
                   MOVE TBL-BNK-ACCOUNT(WS-BANK-HIT)
                       TO BJR-BEF-ACCOUNT
                   PERFORM 450-APPLY-NEW-ACCOUNT
                   MOVE "CHANGED - PRENOTE PENDING" TO LOG-MESSAGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'C' TO WS-JOURNAL-ACTION
                   PERFORM 850-WRITE-JOURNAL
               END-IF
           END-IF.

      * Neue Verbindung in die Tabelle stellen und als prenote-
      * pflichtig mit heutigem Aenderungsdatum markieren
       450-APPLY-NEW-ACCOUNT.
           MOVE BTR-ROUTING-NUM TO TBL-BNK-ROUTING(WS-BANK-HIT)
           MOVE BTR-ACCOUNT-NUM TO TBL-BNK-ACCOUNT(WS-BANK-HIT)
           MOVE 'Y' TO TBL-BNK-PRENOTE(WS-BANK-HIT)
           MOVE WS-CURRENT-DATE-NUM
               TO TBL-BNK-CHANGE-DATE(WS-BANK-HIT)
           MOVE BTR-ROUTING-NUM TO BJR-AFT-ROUTING
           MOVE BTR-ACCOUNT-NUM TO BJR-AFT-ACCOUNT
           SET WS-FILE-CHANGED TO TRUE.

      * Ohne Bankverbindung zahlt PAYROLL-PAY-EXTRACT nicht mehr aus
      * (Reject-Report, Scheck) - die Luecke in der Tabelle wird
      * durch Nachruecken geschlossen
       500-DELETE-BANK-DETAIL.
           IF WS-BANK-HIT = ZERO
               MOVE "REJECTED - NO BANK DETAIL ON FILE" TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE TBL-BNK-ROUTING(WS-BANK-HIT) TO BJR-BEF-ROUTING
               MOVE TBL-BNK-ACCOUNT(WS-BANK-HIT) TO BJR-BEF-ACCOUNT
               MOVE ZERO TO BJR-AFT-ROUTING
               MOVE ZERO TO BJR-AFT-ACCOUNT
               PERFORM VARYING WS-BANK-NUM FROM WS-BANK-HIT BY 1
                       UNTIL WS-BANK-NUM >= WS-BANK-COUNT
                   MOVE WS-BANK-ENTRY(WS-BANK-NUM + 1)
                       TO WS-BANK-ENTRY(WS-BANK-NUM)
               END-PERFORM
               SUBTRACT 1 FROM WS-BANK-COUNT
               SET WS-FILE-CHANGED TO TRUE
               MOVE "DELETED" TO LOG-MESSAGE
               ADD 1 TO WS-DELETE-COUNT
               MOVE 'D' TO WS-JOURNAL-ACTION
               PERFORM 850-WRITE-JOURNAL
           END-IF.

       600-REWRITE-BANK-FILE.
           OPEN OUTPUT BANK-DETAIL-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER BANK-DETAIL-FILE: "
                   WS-BANK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-BANK-NUM FROM 1 BY 1
                   UNTIL WS-BANK-NUM > WS-BANK-COUNT
               MOVE TBL-BNK-EMP-ID(WS-BANK-NUM)  TO BNK-EMP-ID
               MOVE TBL-BNK-ROUTING(WS-BANK-NUM) TO BNK-ROUTING
               MOVE TBL-BNK-ACCOUNT(WS-BANK-NUM) TO BNK-ACCOUNT
               MOVE TBL-BNK-PRENOTE(WS-BANK-NUM)
                   TO BNK-PRENOTE-SWITCH
               MOVE TBL-BNK-CHANGE-DATE(WS-BANK-NUM)
                   TO BNK-CHANGE-DATE
               WRITE BANK-DETAIL-RECORD
               IF WS-BANK-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "BANK-DETAIL-FILE: " WS-BANK-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-PERFORM
           CLOSE BANK-DETAIL-FILE.

       800-WRITE-LOG.
           MOVE BTR-EMP-ID TO LOG-EMP-ID
           MOVE SPACE      TO LOG-SEP-1
           MOVE BTR-CODE   TO LOG-CODE
           MOVE SPACE      TO LOG-SEP-2
           WRITE BANK-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER BANK-TRANS-LOG: "
                   WS-LOG-STATUS
           END-IF
      * Zurueckgewiesene Transaktionen zusaetzlich in die zentrale
      * Ausnahmedatei (wie in EMPLOYEE-MAINT)
           IF LOG-MESSAGE(1:8) = "REJECTED"
               MOVE "BANK-MAINT" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE BTR-EMP-ID TO XL-KEY
               MOVE LOG-MESSAGE TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       850-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BJR-TIMESTAMP
           MOVE "BANK-MAINT"      TO BJR-PROGRAM
           MOVE WS-JOURNAL-ACTION TO BJR-ACTION
           MOVE BTR-EMP-ID-NUM    TO BJR-EMP-ID
           WRITE BANK-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER BANK-JOURNAL-FILE: "
                   WS-JOURNAL-STATUS
           END-IF.

       900-TERMINATE.
           CLOSE BANK-TRANS-FILE
           CLOSE BANK-TRANS-LOG
           CLOSE BANK-JOURNAL-FILE
           CLOSE EMPLOYEE-MASTER
           DISPLAY "ADD="      WS-ADD-COUNT
                   " CHANGE="  WS-CHANGE-COUNT
                   " DELETE="  WS-DELETE-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
