       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-OFFCYCLE.
       AUTHOR. BASQUE.

      * Korrekturzahlung ausserhalb des Regellaufs: liest die von
      * der Lohnbuchhaltung erfassten Einzelzahlungen (OFFCYCLE.DAT -
      * Mitarbeiter, Periodenende, korrigierter Bruttobetrag,
      * Begruendung), prueft sie wie PAYROLL-TIMECARD gegen die
      * EMPLOYEE-MASTER und baut daraus PAYROLL.DAT samt Trailer
      * PAYROLLCTL.DAT mit Herkunft M (Korrekturzahlung). Danach
      * laufen PAYROLL-WITHHOLD und PAYROLL-PAY-EXTRACT wie gewohnt:
      * Steuer, Jahreskumulation, Abrechnungshistorie, Verdienst-
      * abrechnung und Zahlungsdatei entstehen auf demselben Weg
      * wie im Regellauf - freiwillige Abzuege werden bei
      * Korrekturzahlungen nicht noch einmal einbehalten. Damit muss
      * niemand bis zur naechsten Regelabrechnung warten.
      * Zurueckgewiesene Zahlungen gehen mit Begruendung auf
      * OFFREJ.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFCYCLE-FILE ASSIGN TO "OFFCYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFCYCLE-STATUS.

           SELECT PAYROLL-TRANSACTION-FILE ASSIGN TO "PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYROLL-STATUS.

           SELECT REJECT-REPORT-FILE ASSIGN TO "OFFREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      * Trailer-Satz fuer den Kontrollsummenabgleich in
      * PAYROLL-WITHHOLD (BALANCE-CONTROL)
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "PAYROLLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rohsatz - alle Felder alphanumerisch, damit die NUMERIC-
      * Pruefung moeglich ist. Der Betrag in ganzen Dollar wie
      * PAY-INCOME.
       FD  OFFCYCLE-FILE.
       01  RAW-OFFCYCLE-RECORD.
           05  RAW-OFF-EMP-ID      PIC X(6).
           05  RAW-OFF-PERIOD-END  PIC X(8).
           05  RAW-OFF-PERIOD-NUM  REDEFINES RAW-OFF-PERIOD-END
                                   PIC 9(8).
           05  RAW-OFF-AMOUNT      PIC X(6).
           05  RAW-OFF-AMOUNT-NUM  REDEFINES RAW-OFF-AMOUNT
                                   PIC 9(6).
           05  RAW-OFF-REASON      PIC X(30).

       FD  PAYROLL-TRANSACTION-FILE.
           COPY "payroll-transaction-record.cpy".

       FD  REJECT-REPORT-FILE.
       01  REJECT-RECORD.
           05  REJ-FIELD-NAME      PIC X(12).
           05  REJ-SEP-1           PIC X.
           05  REJ-RAW-IMAGE       PIC X(50).
           05  REJ-SEP-2           PIC X.
           05  REJ-REASON          PIC X(30).

       FD  CONTROL-TOTAL-FILE.
           COPY "control-total-record.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OFFCYCLE-STATUS      PIC XX.
       01  WS-PAYROLL-STATUS       PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-MASTER-STATUS        PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-RECORD-VALID-SWITCH  PIC X        VALUE 'N'.
           88  WS-RECORD-VALID                  VALUE 'Y'.

       COPY "date-convert-fields.cpy".

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-READ-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ OFFCYCLE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 200-EDIT-PAYMENT
               END-READ
           END-PERFORM
           PERFORM 500-WRITE-CONTROL-TRAILER
           PERFORM 900-CLOSE-FILES
           GOBACK.

       100-OPEN-FILES.
           OPEN INPUT OFFCYCLE-FILE
           IF WS-OFFCYCLE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER OFFCYCLE-FILE: "
                   WS-OFFCYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PAYROLL-TRANSACTION-FILE
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAYROLL-TRANS-FILE: "
                   WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REJECT-REPORT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES REJECT-REPORT: "
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Pruefreihenfolge EMP-ID, Periodenende, Betrag, Stammdatei -
      * der erste Fehler bestimmt die Begruendung (wie
      * 200-EDIT-TIMECARD in PAYROLL-TIMECARD)
       200-EDIT-PAYMENT.
           SET WS-RECORD-VALID TO TRUE

           IF RAW-OFF-EMP-ID IS NOT NUMERIC
               MOVE "OFF-EMP-ID" TO REJ-FIELD-NAME
               MOVE "NOT NUMERIC" TO REJ-REASON
               PERFORM 400-WRITE-REJECT
           END-IF

           IF WS-RECORD-VALID
               IF RAW-OFF-PERIOD-END IS NOT NUMERIC
                   MOVE "OFF-PERIOD" TO REJ-FIELD-NAME
                   MOVE "NOT NUMERIC" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               ELSE
                   SET DC-VALIDATE TO TRUE
                   MOVE RAW-OFF-PERIOD-NUM TO DC-DATE-NUM
                   CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                   IF NOT DC-OK
                       MOVE "OFF-PERIOD" TO REJ-FIELD-NAME
                       MOVE "INVALID DATE" TO REJ-REASON
                       PERFORM 400-WRITE-REJECT
                   END-IF
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF RAW-OFF-AMOUNT IS NOT NUMERIC
                   MOVE "OFF-AMOUNT" TO REJ-FIELD-NAME
                   MOVE "NOT NUMERIC" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               ELSE
                   IF RAW-OFF-AMOUNT-NUM = ZERO
                       MOVE "OFF-AMOUNT" TO REJ-FIELD-NAME
                       MOVE "AMOUNT IS ZERO" TO REJ-REASON
                       PERFORM 400-WRITE-REJECT
                   END-IF
               END-IF
           END-IF

           IF WS-RECORD-VALID
               MOVE RAW-OFF-EMP-ID TO EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "OFF-EMP-ID" TO REJ-FIELD-NAME
                       MOVE "EMP-ID NOT IN EMPLOYEE-MASTER"
                           TO REJ-REASON
                       PERFORM 400-WRITE-REJECT
               END-READ
           END-IF

           IF WS-RECORD-VALID
               PERFORM 300-WRITE-PAY-RECORD
           END-IF.

      * Korrekturzahlung als Lohnsatz mit Herkunft M - ohne
      * Lohnarten, der Betrag steht allein in PAY-INCOME. Jede
      * Zahlung wird mit Begruendung in die Ausnahmedatei gemeldet,
      * damit sie auf dem Morgenbericht nachvollziehbar ist.
       300-WRITE-PAY-RECORD.
           INITIALIZE PAYROLL-TRANS-RECORD
           MOVE RAW-OFF-EMP-ID     TO PAY-EMP-ID
           MOVE SPACES             TO PAY-EMP-NAME
           STRING FUNCTION TRIM(EMP-FIRSTNAME) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-LASTNAME)  DELIMITED BY SIZE
               INTO PAY-EMP-NAME
           END-STRING
           MOVE RAW-OFF-AMOUNT-NUM TO PAY-INCOME
           MOVE RAW-OFF-PERIOD-NUM TO PAY-PERIOD-END
           SET PAY-MANUAL-CHECK TO TRUE

           WRITE PAYROLL-TRANS-RECORD
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER PAYROLL-TRANS-FILE: "
                   WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CLEAN-COUNT
           ADD PAY-INCOME TO WS-CLEAN-TOTAL
           MOVE "PAYROLL-OFFCYCLE" TO XL-PROGRAM
           SET XL-SEV-INFO TO TRUE
           MOVE RAW-OFF-EMP-ID TO XL-KEY
           MOVE RAW-OFF-REASON TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

       400-WRITE-REJECT.
           MOVE 'N' TO WS-RECORD-VALID-SWITCH
           MOVE SPACE TO REJ-SEP-1
           MOVE RAW-OFFCYCLE-RECORD TO REJ-RAW-IMAGE
           MOVE SPACE TO REJ-SEP-2
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DES REJECT-REPORT: "
                   WS-REJECT-STATUS
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           MOVE "PAYROLL-OFFCYCLE" TO XL-PROGRAM
           SET XL-SEV-ERROR TO TRUE
           MOVE REJ-FIELD-NAME TO XL-KEY
           MOVE REJ-REASON TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

      * Trailer aus demselben Lauf wie PAYROLL.DAT (wie in
      * PAYROLL-TIMECARD) - PAYROLL-WITHHOLD gleicht dagegen ab
       500-WRITE-CONTROL-TRAILER.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER CONTROL-TOTAL-FILE: "
                   WS-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CLEAN-COUNT TO CTL-RECORD-COUNT
           MOVE WS-CLEAN-TOTAL TO CTL-CONTROL-TOTAL
           WRITE CONTROL-TOTAL-RECORD
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER CONTROL-TOTAL-FILE: "
                   WS-CONTROL-STATUS
           END-IF
           CLOSE CONTROL-TOTAL-FILE.

       900-CLOSE-FILES.
           CLOSE OFFCYCLE-FILE
           CLOSE PAYROLL-TRANSACTION-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE EMPLOYEE-MASTER
           DISPLAY "ZAHLUNGEN GELESEN:      " WS-READ-COUNT
           DISPLAY "ZAHLUNGEN UEBERNOMMEN:  " WS-CLEAN-COUNT
           DISPLAY "ZURUECKGEWIESEN:        " WS-REJECT-COUNT
           DISPLAY "SUMME KORREKTURBRUTTO:  " WS-CLEAN-TOTAL.
