       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-SIGNON.
       AUTHOR. BASQUE.

      * Gemeinsames Unterprogramm fuer die Operator-Anmeldung der
      * Dialoge: bisher konnte jeder am Terminal EMPLOYEE-DIALOG
      * starten und ein Gehalt aendern, und das Journal wusste nur
      * das Programm, nicht die Person. SIGN fragt Operator-ID und
      * Kennwort ab, prueft sie gegen die Benutzerdatei
      * OPERATOR.DAT und liefert die Rolle fuer die rufende
      * Anwendung; nach drei Fehlversuchen wird die Anmeldung
      * verweigert. Dem Operator wird nicht gesagt, was falsch
      * war - der Grund steht nur im Sicherheitsprotokoll.
      * DENY protokolliert den Versuch einer Funktion ausserhalb
      * der Rolle. Das Protokoll SECLOG.DAT wird je Eintrag
      * geoeffnet und geschlossen (wie EXCEPT.DAT in
      * EXCEPTION-LOG) und landet im Morgenbericht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "operator-record.cpy".

       FD  SECURITY-LOG-FILE.
           COPY "security-log-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-STATUS      PIC XX.
       01  WS-SECLOG-STATUS        PIC XX.

       01  WS-ENTERED-ID           PIC X(8).
       01  WS-ENTERED-PASSWORD     PIC X(8).
       01  WS-ATTEMPTS             PIC 9        VALUE ZERO.
       01  WS-SIGNED-ON-SWITCH     PIC X        VALUE 'N'.
           88  WS-SIGNED-ON                     VALUE 'Y'.
       01  WS-FAIL-REASON          PIC X(40).
       01  WS-APPL-ROLE            PIC X.

      * Eintrag fuer das Sicherheitsprotokoll, erst nach dem OPEN
      * in den Satz uebernommen
       01  WS-SEC-EVENT            PIC X.
       01  WS-SEC-OPERATOR-ID      PIC X(8).
       01  WS-SEC-DETAIL           PIC X(40).

       LINKAGE SECTION.
       COPY "operator-signon-fields.cpy".

       PROCEDURE DIVISION USING OPERATOR-SIGNON-PARMS.
       MAIN-LOGIC.
           MOVE 0 TO OS-RETURN-CODE
           EVALUATE TRUE
               WHEN OS-SIGN-ON
                   PERFORM 100-SIGN-ON
               WHEN OS-DENY
                   MOVE 'U' TO WS-SEC-EVENT
                   MOVE OS-OPERATOR-ID TO WS-SEC-OPERATOR-ID
                   MOVE OS-DETAIL TO WS-SEC-DETAIL
                   PERFORM 800-WRITE-SECURITY-LOG
               WHEN OTHER
                   MOVE 1 TO OS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * Ohne Benutzerdatei gibt es keine Anmeldung - der Dialog
      * startet dann nicht (Dateifehler, nicht Verweigerung)
       100-SIGN-ON.
           MOVE SPACES TO OS-OPERATOR-ID
           MOVE SPACE TO OS-ROLE
           MOVE ZERO TO WS-ATTEMPTS
           MOVE 'N' TO WS-SIGNED-ON-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE 3 TO OS-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-SIGNED-ON OR WS-ATTEMPTS = 3
                   ADD 1 TO WS-ATTEMPTS
                   PERFORM 110-ACCEPT-CREDENTIALS
                   PERFORM 120-CHECK-CREDENTIALS
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF NOT WS-SIGNED-ON
                   MOVE 2 TO OS-RETURN-CODE
                   MOVE 'L' TO WS-SEC-EVENT
                   MOVE WS-ENTERED-ID TO WS-SEC-OPERATOR-ID
                   MOVE "SIGN-ON REFUSED AFTER 3 ATTEMPTS"
                       TO WS-SEC-DETAIL
                   PERFORM 800-WRITE-SECURITY-LOG
               END-IF
           END-IF.

       110-ACCEPT-CREDENTIALS.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTERED-ID
           ACCEPT WS-ENTERED-ID
           DISPLAY "Password: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTERED-PASSWORD
           ACCEPT WS-ENTERED-PASSWORD.

      * Pruefreihenfolge ID, Kennwort, Sperre, Rolle - der erste
      * Fehler bestimmt den protokollierten Grund
       120-CHECK-CREDENTIALS.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE WS-ENTERED-ID TO OPR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "UNKNOWN OPERATOR ID" TO WS-FAIL-REASON
           END-READ
           IF WS-FAIL-REASON = SPACES
               IF OPR-PASSWORD NOT = WS-ENTERED-PASSWORD
                   MOVE "WRONG PASSWORD" TO WS-FAIL-REASON
               ELSE
                   IF NOT OPR-ACTIVE
                       MOVE "OPERATOR REVOKED" TO WS-FAIL-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF OS-APPL-EMPLOYEE
                   MOVE OPR-EMP-ROLE TO WS-APPL-ROLE
               ELSE
                   MOVE OPR-STU-ROLE TO WS-APPL-ROLE
               END-IF
               IF WS-APPL-ROLE = SPACE
                   STRING "NO ACCESS TO " OS-PROGRAM
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-FAIL-REASON = SPACES
               SET WS-SIGNED-ON TO TRUE
               MOVE OPR-ID TO OS-OPERATOR-ID
               MOVE WS-APPL-ROLE TO OS-ROLE
               DISPLAY "SIGNED ON: " OPR-NAME
           ELSE
               DISPLAY "SIGN-ON FAILED"
               MOVE 'F' TO WS-SEC-EVENT
               MOVE WS-ENTERED-ID TO WS-SEC-OPERATOR-ID
               MOVE WS-FAIL-REASON TO WS-SEC-DETAIL
               PERFORM 800-WRITE-SECURITY-LOG
           END-IF.

      * Fortschreiben, nie ueberschreiben - beim allerersten
      * Eintrag anlegen (Status 35 wie in EXCEPTION-LOG). Ein
      * Schreibfehler wird gemeldet, haelt den Dialog aber nicht
      * an.
       800-WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SECLOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER SECURITY-LOG-FILE: "
                   WS-SECLOG-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO SEC-TIMESTAMP
               MOVE OS-PROGRAM         TO SEC-PROGRAM
               MOVE WS-SEC-OPERATOR-ID TO SEC-OPERATOR-ID
               MOVE WS-SEC-EVENT       TO SEC-EVENT
               MOVE WS-SEC-DETAIL      TO SEC-DETAIL
               WRITE SECURITY-LOG-RECORD
               IF WS-SECLOG-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "SECURITY-LOG-FILE: " WS-SECLOG-STATUS
               END-IF
               CLOSE SECURITY-LOG-FILE
           END-IF.
