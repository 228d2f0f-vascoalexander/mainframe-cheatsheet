       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       AUTHOR. BASQUE.

      * Batch-Pflegelauf fuer die Benutzerdatei OPERATOR.DAT
      * (indexed, siehe operator-record.cpy), gegen die sich die
      * Operatoren in EMPLOYEE-DIALOG und STUDENT-DIALOG anmelden.
      * Jeder Satz in OPERATOR-TRANS-FILE traegt einen
      * Transaktionscode und wird direkt gegen die Datei gefahren
      * (Muster von QUOTA-MAINT):
      *   A = Operator anlegen (Kennwort und Name Pflicht,
      *       mindestens eine Rolle),
      *   C = aendern - leere Felder lassen den Stand stehen,
      *       Rolle N nimmt den Zugang zur Anwendung weg,
      *   R = sperren; der Satz bleibt als Nachweis stehen.
      * Rollen Mitarbeiterdialog: I, M, S (Gehalt), N oder leer;
      * Studentendialog: I, M, N oder leer. Das Ergebnis jeder
      * Transaktion geht nach OPRTRANS.LOG (ohne Kennwort), jede
      * Aenderung und jede Zurueckweisung zusaetzlich in die
      * zentrale Ausnahmedatei - Rechtevergaben stehen damit im
      * Morgenbericht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT OPERATOR-TRANS-FILE ASSIGN TO "OPRTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT OPERATOR-TRANS-LOG ASSIGN TO "OPRTRANS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "operator-record.cpy".

       FD  OPERATOR-TRANS-FILE.
       01  OPERATOR-TRANS-RECORD.
           05  OPT-CODE            PIC X.
               88  OPT-ADD                     VALUE 'A'.
               88  OPT-CHANGE                  VALUE 'C'.
               88  OPT-REVOKE                  VALUE 'R'.
           05  OPT-ID              PIC X(8).
           05  OPT-PASSWORD        PIC X(8).
           05  OPT-NAME            PIC X(30).
           05  OPT-EMP-ROLE        PIC X.
               88  OPT-EMP-ROLE-VALID          VALUE 'I' 'M' 'S'
                                                     'N' SPACE.
           05  OPT-STU-ROLE        PIC X.
               88  OPT-STU-ROLE-VALID          VALUE 'I' 'M'
                                                     'N' SPACE.

       FD  OPERATOR-TRANS-LOG.
       01  OPERATOR-LOG-RECORD.
           05  LOG-ID              PIC X(8).
           05  LOG-SEP-1           PIC X.
           05  LOG-CODE            PIC X.
           05  LOG-SEP-2           PIC X.
           05  LOG-EMP-ROLE        PIC X.
           05  LOG-SEP-3           PIC X.
           05  LOG-STU-ROLE        PIC X.
           05  LOG-SEP-4           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-STATUS      PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-TRANS-VALID-SWITCH   PIC X        VALUE 'N'.
           88  WS-TRANS-VALID                   VALUE 'Y'.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-ADD-COUNT            PIC 9(7)     VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REVOKE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 100-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ OPERATOR-TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 900-TERMINATE
           GOBACK.

       100-INITIALIZE.
      * Benutzerdatei beim allerersten Lauf anlegen (wie QUOTA.DAT
      * in QUOTA-MAINT)
           OPEN I-O OPERATOR-FILE
           IF WS-OPERATOR-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER OPERATOR-FILE: "
                       WS-OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OPERATOR-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER OPERATOR-TRANS-FILE: "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OPERATOR-TRANS-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER OPERATOR-TRANS-LOG: "
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
                   WHEN OPT-ADD
                       PERFORM 300-ADD-OPERATOR
                   WHEN OPT-CHANGE
                       PERFORM 400-CHANGE-OPERATOR
                   WHEN OPT-REVOKE
                       PERFORM 500-REVOKE-OPERATOR
               END-EVALUATE
           END-IF
           PERFORM 800-WRITE-LOG.

      * Pruefreihenfolge Code, Operator-ID, Rollen, Pflichtfelder
      * fuer A - der erste Fehler bestimmt die Meldung
       250-EDIT-TRANSACTION.
           SET WS-TRANS-VALID TO TRUE

           IF NOT OPT-ADD AND NOT OPT-CHANGE AND NOT OPT-REVOKE
               MOVE "REJECTED - INVALID TRANS CODE" TO LOG-MESSAGE
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           END-IF

           IF WS-TRANS-VALID
               IF OPT-ID = SPACES
                   MOVE "REJECTED - OPERATOR ID MISSING"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID AND NOT OPT-REVOKE
               IF NOT OPT-EMP-ROLE-VALID
                   MOVE "REJECTED - EMPLOYEE ROLE NOT I/M/S/N"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               ELSE
                   IF NOT OPT-STU-ROLE-VALID
                       MOVE "REJECTED - STUDENT ROLE NOT I/M/N"
                           TO LOG-MESSAGE
                       MOVE 'N' TO WS-TRANS-VALID-SWITCH
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID AND OPT-ADD
               EVALUATE TRUE
                   WHEN OPT-PASSWORD = SPACES
                       MOVE "REJECTED - PASSWORD MISSING"
                           TO LOG-MESSAGE
                       MOVE 'N' TO WS-TRANS-VALID-SWITCH
                   WHEN OPT-NAME = SPACES
                       MOVE "REJECTED - NAME MISSING" TO LOG-MESSAGE
                       MOVE 'N' TO WS-TRANS-VALID-SWITCH
                   WHEN (OPT-EMP-ROLE = SPACE OR 'N')
                           AND (OPT-STU-ROLE = SPACE OR 'N')
                       MOVE "REJECTED - NO ROLE GIVEN" TO LOG-MESSAGE
                       MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-EVALUATE
           END-IF

           IF WS-TRANS-VALID
               MOVE OPT-ID TO OPR-ID
           END-IF.

       300-ADD-OPERATOR.
           MOVE OPT-PASSWORD        TO OPR-PASSWORD
           MOVE OPT-NAME            TO OPR-NAME
           MOVE SPACE               TO OPR-EMP-ROLE
           MOVE SPACE               TO OPR-STU-ROLE
           IF OPT-EMP-ROLE NOT = 'N'
               MOVE OPT-EMP-ROLE    TO OPR-EMP-ROLE
           END-IF
           IF OPT-STU-ROLE NOT = 'N'
               MOVE OPT-STU-ROLE    TO OPR-STU-ROLE
           END-IF
           SET OPR-ACTIVE           TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO OPR-CHANGE-DATE
           WRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "REJECTED - DUPLICATE - USE CHANGE"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "OPERATOR ADDED" TO LOG-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

      * Ein gesperrter Operator wird nicht geaendert - er bleibt
      * als Nachweis stehen, ein neuer Zugang bekommt eine neue ID
       400-CHANGE-OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "REJECTED - OPERATOR NOT ON FILE"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF OPR-REVOKED
                       MOVE "REJECTED - OPERATOR IS REVOKED"
                           TO LOG-MESSAGE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 410-APPLY-CHANGES
                   END-IF
           END-READ.

       410-APPLY-CHANGES.
           IF OPT-PASSWORD NOT = SPACES
               MOVE OPT-PASSWORD TO OPR-PASSWORD
           END-IF
           IF OPT-NAME NOT = SPACES
               MOVE OPT-NAME TO OPR-NAME
           END-IF
           EVALUATE OPT-EMP-ROLE
               WHEN SPACE
                   CONTINUE
               WHEN 'N'
                   MOVE SPACE TO OPR-EMP-ROLE
               WHEN OTHER
                   MOVE OPT-EMP-ROLE TO OPR-EMP-ROLE
           END-EVALUATE
           EVALUATE OPT-STU-ROLE
               WHEN SPACE
                   CONTINUE
               WHEN 'N'
                   MOVE SPACE TO OPR-STU-ROLE
               WHEN OTHER
                   MOVE OPT-STU-ROLE TO OPR-STU-ROLE
           END-EVALUATE
           MOVE WS-CURRENT-DATE-NUM TO OPR-CHANGE-DATE
           REWRITE OPERATOR-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "OPERATOR CHANGED" TO LOG-MESSAGE
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       500-REVOKE-OPERATOR.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "REJECTED - OPERATOR NOT ON FILE"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   SET OPR-REVOKED TO TRUE
                   MOVE WS-CURRENT-DATE-NUM TO OPR-CHANGE-DATE
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO LOG-MESSAGE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE "OPERATOR REVOKED" TO LOG-MESSAGE
                           ADD 1 TO WS-REVOKE-COUNT
                   END-REWRITE
           END-READ.

       800-WRITE-LOG.
           MOVE OPT-ID       TO LOG-ID
           MOVE SPACE        TO LOG-SEP-1
           MOVE OPT-CODE     TO LOG-CODE
           MOVE SPACE        TO LOG-SEP-2
           MOVE OPT-EMP-ROLE TO LOG-EMP-ROLE
           MOVE SPACE        TO LOG-SEP-3
           MOVE OPT-STU-ROLE TO LOG-STU-ROLE
           MOVE SPACE        TO LOG-SEP-4
           WRITE OPERATOR-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER OPERATOR-TRANS-LOG: "
                   WS-LOG-STATUS
           END-IF
      * Zurueckweisungen als Fehler, durchgefuehrte Rechte-
      * aenderungen als Information in die zentrale Ausnahmedatei
           MOVE "OPERATOR-MAINT" TO XL-PROGRAM
           IF LOG-MESSAGE(1:8) = "REJECTED"
               SET XL-SEV-ERROR TO TRUE
           ELSE
               SET XL-SEV-INFO TO TRUE
           END-IF
           MOVE SPACES TO XL-KEY
           STRING OPT-ID " " OPT-CODE " " OPT-EMP-ROLE OPT-STU-ROLE
               DELIMITED BY SIZE INTO XL-KEY
           MOVE LOG-MESSAGE TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

       900-TERMINATE.
           CLOSE OPERATOR-FILE
           CLOSE OPERATOR-TRANS-FILE
           CLOSE OPERATOR-TRANS-LOG
           DISPLAY "ADD="      WS-ADD-COUNT
                   " CHANGE="  WS-CHANGE-COUNT
                   " REVOKE="  WS-REVOKE-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
