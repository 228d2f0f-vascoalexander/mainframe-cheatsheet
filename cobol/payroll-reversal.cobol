       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-REVERSAL.
       AUTHOR. BASQUE.

      * Storno einer fehlerhaften Abrechnung (doppelte Stempelkarte,
      * vergessene Gehaltsaenderung): liest die Storno-Auftraege aus
      * PAYREV.DAT (Mitarbeiter, Periodenende, Herkunft, laufende
      * Nummer aus der Abrechnungshistorie), sucht die Abrechnung
      * in PAYHIST.DAT und zieht genau die dort festgehaltenen
      * Betraege - Einkommen, Steuer, Abzuege, Netto - wieder aus
      * der Jahreskumulation PAYYTD.DAT ab, samt einer Periode
      * weniger. Die Abrechnung wird auf storniert gesetzt, ein
      * zweites Storno derselben Abrechnung abgewiesen. Jeder
      * Auftrag - ausgefuehrt oder abgewiesen - steht mit Betraegen
      * und Begruendung im Revisionsprotokoll PAYREV.LOG; damit
      * muss niemand mehr PAYYTD.DAT von Hand flicken, bevor die
      * Jahresbescheinigung stimmt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FILE ASSIGN TO "PAYREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.

      * Revisionsprotokoll - wird fortgeschrieben, nie ueberschrieben
           SELECT REVERSAL-LOG-FILE ASSIGN TO "PAYREV.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * Abrechnungshistorie aus PAYROLL-WITHHOLD
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rohsatz - alle Felder alphanumerisch, damit die NUMERIC-
      * Pruefung moeglich ist (wie RAW-TIMECARD-RECORD in
      * PAYROLL-TIMECARD). Herkunft leer gilt als Stempelkarte,
      * laufende Nummer leer als 01.
       FD  REVERSAL-FILE.
       01  RAW-REVERSAL-RECORD.
           05  RAW-REV-EMP-ID      PIC X(6).
           05  RAW-REV-EMP-ID-NUM  REDEFINES RAW-REV-EMP-ID
                                   PIC 9(6).
           05  RAW-REV-PERIOD-END  PIC X(8).
           05  RAW-REV-PERIOD-NUM  REDEFINES RAW-REV-PERIOD-END
                                   PIC 9(8).
           05  RAW-REV-SOURCE      PIC X.
               88  RAW-REV-SOURCE-VALID     VALUE 'T' 'C' 'M' SPACE.
           05  RAW-REV-SEQ         PIC X(2).
           05  RAW-REV-SEQ-NUM     REDEFINES RAW-REV-SEQ
                                   PIC 99.
           05  RAW-REV-REASON      PIC X(30).

       FD  REVERSAL-LOG-FILE.
       01  REVERSAL-LOG-RECORD.
           05  RVL-TIMESTAMP       PIC 9(14).
           05  RVL-SEP-1           PIC X.
           05  RVL-RAW-KEY         PIC X(17).
           05  RVL-SEP-2           PIC X.
           05  RVL-YEAR            PIC 9(4).
           05  RVL-SEP-3           PIC X.
           05  RVL-INCOME          PIC 9(6).
           05  RVL-SEP-4           PIC X.
           05  RVL-WITHHOLDING     PIC 9(6).99.
           05  RVL-SEP-5           PIC X.
           05  RVL-DEDUCTIONS      PIC 9(6).99.
           05  RVL-SEP-6           PIC X.
           05  RVL-NET-PAY         PIC 9(7).99.
           05  RVL-SEP-7           PIC X.
           05  RVL-OUTCOME         PIC X(8).
           05  RVL-SEP-8           PIC X.
           05  RVL-REASON          PIC X(30).

       FD  PAYROLL-HISTORY-FILE.
           COPY "payroll-history-record.cpy".

       FD  PAYROLL-YTD-FILE.
           COPY "payroll-ytd-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-REVERSAL-STATUS      PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-YTD-STATUS           PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-RECORD-VALID-SWITCH  PIC X        VALUE 'N'.
           88  WS-RECORD-VALID                  VALUE 'Y'.

      * Pruefung des Periodenendes ueber das gemeinsame DATE-CONVERT
       COPY "date-convert-fields.cpy".

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-REJECT-REASON        PIC X(30).
       01  WS-READ-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-REVERSED-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REVERSED-NET         PIC 9(9)V99  VALUE ZERO.

      * Betraege der Abrechnung fuer Protokoll und Summe - vor dem
      * REWRITE der Historie gesichert (siehe 510-SAVE-LOG-AMOUNTS)
       01  WS-LOG-YEAR             PIC 9(4)     VALUE ZERO.
       01  WS-LOG-INCOME           PIC 9(6)     VALUE ZERO.
       01  WS-LOG-WITHHOLDING      PIC 9(6)V99  VALUE ZERO.
       01  WS-LOG-DEDUCTIONS       PIC 9(6)V99  VALUE ZERO.
       01  WS-LOG-NET-PAY          PIC 9(7)V99  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ REVERSAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 200-EDIT-REVERSAL
               END-READ
           END-PERFORM
           PERFORM 900-CLOSE-FILES
           GOBACK.

       100-OPEN-FILES.
           OPEN INPUT REVERSAL-FILE
           IF WS-REVERSAL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER REVERSAL-FILE: "
                   WS-REVERSAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Protokoll beim allerersten Lauf anlegen, sonst fortschreiben
           OPEN EXTEND REVERSAL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT REVERSAL-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER REVERSAL-LOG-FILE: "
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Ohne Historie weiss niemand, was gebucht wurde - dann wird
      * nichts storniert
           OPEN I-O PAYROLL-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAYROLL-HISTORY-FILE: "
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PAYROLL-YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAYROLL-YTD-FILE: "
                   WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Pruefreihenfolge EMP-ID, Periodenende, Herkunft, Nummer,
      * Historie, Jahreskumulation - der erste Fehler bestimmt die
      * Begruendung im Protokoll
       200-EDIT-REVERSAL.
           SET WS-RECORD-VALID TO TRUE
           MOVE ZERO TO PHS-YEAR PHS-INCOME PHS-WITHHOLDING
                        PHS-DEDUCTIONS PHS-NET-PAY

           IF RAW-REV-EMP-ID IS NOT NUMERIC
               MOVE "EMP-ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 400-REJECT-REVERSAL
           END-IF

           IF WS-RECORD-VALID
               IF RAW-REV-PERIOD-END IS NOT NUMERIC
                   MOVE "PERIOD END NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
               ELSE
                   SET DC-VALIDATE TO TRUE
                   MOVE RAW-REV-PERIOD-NUM TO DC-DATE-NUM
                   CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                   IF NOT DC-OK
                       MOVE "PERIOD END INVALID DATE"
                           TO WS-REJECT-REASON
                       PERFORM 400-REJECT-REVERSAL
                   END-IF
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF NOT RAW-REV-SOURCE-VALID
                   MOVE "SOURCE NOT T, C OR M" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF RAW-REV-SEQ NOT = SPACES
                       AND RAW-REV-SEQ IS NOT NUMERIC
                   MOVE "SEQUENCE NOT NUMERIC" TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
               END-IF
           END-IF

           IF WS-RECORD-VALID
               PERFORM 250-READ-HISTORY
           END-IF

           IF WS-RECORD-VALID
               PERFORM 300-REVERSE-POSTING
           END-IF.

       250-READ-HISTORY.
           MOVE RAW-REV-EMP-ID-NUM TO PHS-EMP-ID
           MOVE RAW-REV-PERIOD-NUM TO PHS-PERIOD-END
           IF RAW-REV-SOURCE = SPACE
               MOVE 'T' TO PHS-SOURCE
           ELSE
               MOVE RAW-REV-SOURCE TO PHS-SOURCE
           END-IF
           IF RAW-REV-SEQ = SPACES
               MOVE 1 TO PHS-SEQ
           ELSE
               MOVE RAW-REV-SEQ-NUM TO PHS-SEQ
           END-IF
           READ PAYROLL-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO PHS-YEAR PHS-INCOME PHS-WITHHOLDING
                                PHS-DEDUCTIONS PHS-NET-PAY
                   MOVE "NO SUCH POSTING IN PAYHIST.DAT"
                       TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
               NOT INVALID KEY
                   IF PHS-REVERSED
                       MOVE "POSTING ALREADY REVERSED"
                           TO WS-REJECT-REASON
                       PERFORM 400-REJECT-REVERSAL
                   END-IF
           END-READ.

      * Jahreskumulation um genau die Betraege der Abrechnung
      * zuruecknehmen. Wuerde ein Wert negativ, passt die Historie
      * nicht zur Kumulation - dann lieber abweisen und pruefen
      * lassen als eine vorzeichenlose Zahl umschlagen.
       300-REVERSE-POSTING.
           MOVE PHS-EMP-ID TO YTD-EMP-ID
           MOVE PHS-YEAR   TO YTD-YEAR
           READ PAYROLL-YTD-FILE
               INVALID KEY
                   MOVE "NO PAYYTD.DAT RECORD FOR YEAR"
                       TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
           END-READ

           IF WS-RECORD-VALID
               IF YTD-INCOME      < PHS-INCOME
                       OR YTD-WITHHOLDING < PHS-WITHHOLDING
                       OR YTD-DEDUCTIONS  < PHS-DEDUCTIONS
                       OR YTD-NET-PAY     < PHS-NET-PAY
                       OR YTD-PERIODS     = ZERO
                   MOVE "YTD WOULD GO BELOW ZERO"
                       TO WS-REJECT-REASON
                   PERFORM 400-REJECT-REVERSAL
               END-IF
           END-IF

           IF WS-RECORD-VALID
               SUBTRACT PHS-INCOME      FROM YTD-INCOME
               SUBTRACT PHS-WITHHOLDING FROM YTD-WITHHOLDING
               SUBTRACT PHS-DEDUCTIONS  FROM YTD-DEDUCTIONS
               SUBTRACT PHS-NET-PAY     FROM YTD-NET-PAY
               SUBTRACT 1               FROM YTD-PERIODS
               REWRITE PAYROLL-YTD-RECORD
                   INVALID KEY
                       DISPLAY "FEHLER BEIM RUECKSCHREIBEN DER "
                           "PAYROLL-YTD-FILE: " WS-YTD-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-REWRITE
               PERFORM 510-SAVE-LOG-AMOUNTS
               SET PHS-REVERSED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:8) TO PHS-REVERSED-DATE
               REWRITE PAYROLL-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "FEHLER BEIM RUECKSCHREIBEN DER "
                           "PAYROLL-HISTORY-FILE: " WS-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-REWRITE
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-LOG-NET-PAY TO WS-REVERSED-NET
               MOVE "REVERSED" TO RVL-OUTCOME
               MOVE RAW-REV-REASON TO RVL-REASON
               PERFORM 500-WRITE-LOG
               MOVE "PAYROLL-REVERSAL" TO XL-PROGRAM
               SET XL-SEV-INFO TO TRUE
               MOVE RAW-REVERSAL-RECORD(1:17) TO XL-KEY
               MOVE "POSTING REVERSED OUT OF PAYYTD.DAT"
                   TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       400-REJECT-REVERSAL.
           PERFORM 510-SAVE-LOG-AMOUNTS
           MOVE 'N' TO WS-RECORD-VALID-SWITCH
           ADD 1 TO WS-REJECT-COUNT
           MOVE "REJECTED" TO RVL-OUTCOME
           MOVE WS-REJECT-REASON TO RVL-REASON
           PERFORM 500-WRITE-LOG
           MOVE "PAYROLL-REVERSAL" TO XL-PROGRAM
           SET XL-SEV-ERROR TO TRUE
           MOVE RAW-REVERSAL-RECORD(1:17) TO XL-KEY
           MOVE WS-REJECT-REASON TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

      * Ein Protokollsatz je Auftrag mit den Betraegen der
      * Abrechnung (bei Abweisung vor dem Lesen der Historie Null)
       500-WRITE-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RVL-TIMESTAMP
           MOVE SPACE TO RVL-SEP-1 RVL-SEP-2 RVL-SEP-3 RVL-SEP-4
                         RVL-SEP-5 RVL-SEP-6 RVL-SEP-7 RVL-SEP-8
           MOVE RAW-REVERSAL-RECORD(1:17) TO RVL-RAW-KEY
           MOVE WS-LOG-YEAR        TO RVL-YEAR
           MOVE WS-LOG-INCOME      TO RVL-INCOME
           MOVE WS-LOG-WITHHOLDING TO RVL-WITHHOLDING
           MOVE WS-LOG-DEDUCTIONS  TO RVL-DEDUCTIONS
           MOVE WS-LOG-NET-PAY     TO RVL-NET-PAY
           WRITE REVERSAL-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER REVERSAL-LOG-FILE: "
                   WS-LOG-STATUS
           END-IF.

      * Betraege aus dem Historiensatz sichern, solange er noch
      * sicher im Satzbereich steht (bei Abweisung vor dem Lesen
      * der Historie Null)
       510-SAVE-LOG-AMOUNTS.
           MOVE PHS-YEAR        TO WS-LOG-YEAR
           MOVE PHS-INCOME      TO WS-LOG-INCOME
           MOVE PHS-WITHHOLDING TO WS-LOG-WITHHOLDING
           MOVE PHS-DEDUCTIONS  TO WS-LOG-DEDUCTIONS
           MOVE PHS-NET-PAY     TO WS-LOG-NET-PAY.

       900-CLOSE-FILES.
           CLOSE REVERSAL-FILE
           CLOSE REVERSAL-LOG-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE PAYROLL-YTD-FILE
           DISPLAY "STORNOAUFTRAEGE GELESEN: " WS-READ-COUNT
           DISPLAY "STORNIERT:               " WS-REVERSED-COUNT
           DISPLAY "ZURUECKGEWIESEN:         " WS-REJECT-COUNT
           DISPLAY "STORNIERTES NETTO:       " WS-REVERSED-NET
      * Abgewiesene Auftraege - RETURN-CODE 8, damit die
      * Lohnbuchhaltung das Protokoll sichtet
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
