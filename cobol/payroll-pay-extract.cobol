      * die Verteilung des Registers stoppt. Ersetzt das Abtippen
      * der Nettobetraege ins Bankportal, unsere groesste einzelne
      * Fehlerquelle.
      * Prenote: fuer jede von BANK-MAINT neu angelegte oder
      * geaenderte Bankverbindung geht einmal ein Prenote-Satz
      * (Typ P, Betrag 0,00) mit in die Zahlungsdatei; PRENOTE.DAT
      * merkt sich das Sendedatum. Bis zum Ablauf der Prenote-Frist
      * wird der Nettolohn nicht ueberwiesen, sondern auf die
      * Scheckliste PAYCHECK.RPT gestellt. Eine Bankverbindung, die
      * kurz vor dem Zahltag (= Tag dieses Laufs) geaendert wurde,
      * erscheint zusaetzlich als Warnung im Ausnahmebericht -
      * das klassische Muster einer Gehaltsumleitung.
      * Parameterkarte PRENPARM.DAT (optional):
      *   Spalte 1-3  Prenote-Frist in Tagen      (Vorgabe 010)
      *   Spalte 4-5  Warnfenster in Tagen vor dem
      *               Zahltag fuer Kontoaenderungen (Vorgabe 05)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT PRENOTE-PARM-FILE ASSIGN TO "PRENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      * Gesendete Prenotes je Bankverbindung (siehe
      * prenote-record.cpy)
           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRN-KEY
               FILE STATUS IS WS-PRENOTE-STATUS.

      * Nettoloehne auf Bankverbindungen in der Prenote-Frist - die
      * Lohnbuchhaltung zahlt sie per Scheck aus
           SELECT PAPER-CHECK-FILE ASSIGN TO "PAYCHECK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NET-PAY-FILE.
           05  REJ-SEP-3           PIC X.
           05  REJ-REASON          PIC X(30).

       FD  PRENOTE-PARM-FILE.
       01  PRENOTE-PARM-RECORD.
           05  PARM-PRENOTE-DAYS   PIC X(3).
           05  PARM-PRENOTE-DAYS-NUM REDEFINES PARM-PRENOTE-DAYS
                                   PIC 9(3).
           05  PARM-WINDOW-DAYS    PIC X(2).
           05  PARM-WINDOW-DAYS-NUM REDEFINES PARM-WINDOW-DAYS
                                   PIC 9(2).
           05  FILLER              PIC X(75).

       FD  PRENOTE-FILE.
           COPY "prenote-record.cpy".

       FD  PAPER-CHECK-FILE.
       01  PAPER-CHECK-RECORD.
           05  CHK-EMP-ID          PIC 9(6).
           05  CHK-SEP-1           PIC X.
           05  CHK-EMP-NAME        PIC X(30).
           05  CHK-SEP-2           PIC X.
           05  CHK-AMOUNT          PIC 9(7).99.
           05  CHK-SEP-3           PIC X.
           05  CHK-REASON          PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-NET-STATUS           PIC XX.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-PAYMENT-STATUS       PIC XX.
       01  WS-REJECT-STATUS        PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-PRENOTE-STATUS       PIC XX.
       01  WS-CHECK-STATUS         PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
               10  TBL-BNK-EMP-ID   PIC 9(6).
               10  TBL-BNK-ROUTING  PIC 9(9).
               10  TBL-BNK-ACCOUNT  PIC 9(10).
               10  TBL-BNK-PRENOTE  PIC X.
                   88  TBL-BNK-PRENOTE-REQUIRED  VALUE 'Y'.
               10  TBL-BNK-CHANGE-DATE PIC 9(8).
      *            Null = Hold-Datum unbekannt bzw. kein Hold
               10  TBL-BNK-HOLD-UNTIL PIC 9(8).
       01  WS-BANK-COUNT           PIC 9(3)     VALUE ZERO.
       01  WS-BANK-FOUND-SWITCH    PIC X        VALUE 'N'.
           88  WS-BANK-FOUND                    VALUE 'Y'.

      * Prenote-Frist und Warnfenster (PRENPARM.DAT, sonst Vorgabe)
       01  WS-PRENOTE-DAYS         PIC 9(3)     VALUE 10.
       01  WS-WINDOW-DAYS          PIC 9(2)     VALUE 5.
       01  WS-CURRENT-DATE-NUM     PIC 9(8)     VALUE ZERO.
       01  WS-WINDOW-START         PIC 9(8)     VALUE ZERO.
      * Sendedatum des Prenotes der gerade geprueften Verbindung
       01  WS-PRN-SENT-DATE        PIC 9(8)     VALUE ZERO.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       COPY "date-convert-fields.cpy".

       01  WS-PAYMENT-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-PRENOTE-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-CHECK-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-CHECK-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CHANGE-FLAG-COUNT    PIC 9(7)     VALUE ZERO.
       01  WS-PAYMENT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
      * Hash-Summe der Kontonummern; ein Ueberlauf schneidet links
      * ab, genau wie ihn die Bank auf ihrer Seite nachrechnet
       MAIN-LOGIC.
           PERFORM 050-CHECK-REGISTER-BALANCE
           PERFORM 060-LOAD-BANK-DETAILS
           PERFORM 070-READ-PRENOTE-PARM
           PERFORM 100-OPEN-FILES
           PERFORM 150-SEND-PRENOTES
           PERFORM UNTIL WS-EOF
               READ NET-PAY-FILE
                   AT END
                           TO TBL-BNK-ROUTING(WS-BNK-IDX)
                       MOVE BNK-ACCOUNT
                           TO TBL-BNK-ACCOUNT(WS-BNK-IDX)
                       MOVE BNK-PRENOTE-SWITCH
                           TO TBL-BNK-PRENOTE(WS-BNK-IDX)
                       MOVE ZERO TO TBL-BNK-HOLD-UNTIL(WS-BNK-IDX)
      * Saetze aus der Zeit vor BANK-MAINT haben kein Datum
                       IF BNK-CHANGE-DATE IS NUMERIC
                           MOVE BNK-CHANGE-DATE-NUM
                               TO TBL-BNK-CHANGE-DATE(WS-BNK-IDX)
                       ELSE
                           MOVE ZERO
                               TO TBL-BNK-CHANGE-DATE(WS-BNK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-DETAIL-FILE
               GOBACK
           END-IF.

      * Fehlt die Karte oder ist ein Feld nicht numerisch, gilt die
      * Vorgabe (Muster EXCPARM.DAT in EXCEPTION-REPORT)
       070-READ-PRENOTE-PARM.
           OPEN INPUT PRENOTE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PRENOTE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PRENOTE-DAYS IS NUMERIC
                           MOVE PARM-PRENOTE-DAYS-NUM
                               TO WS-PRENOTE-DAYS
                       END-IF
                       IF PARM-WINDOW-DAYS IS NUMERIC
                           MOVE PARM-WINDOW-DAYS-NUM
                               TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE PRENOTE-PARM-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
      * Beginn des Warnfensters fuer Kontoaenderungen
           SET DC-ADD-DAYS TO TRUE
           MOVE WS-CURRENT-DATE-NUM TO DC-DATE-NUM
           COMPUTE DC-ADJUST-COUNT = ZERO - WS-WINDOW-DAYS
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-NUM TO WS-WINDOW-START.

       100-OPEN-FILES.
           OPEN INPUT NET-PAY-FILE
           IF WS-NET-STATUS NOT = "00"
                   WS-REJECT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PAPER-CHECK-FILE
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAPER-CHECK-FILE: "
                   WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * PRENOTE.DAT beim allerersten Lauf automatisch anlegen
           OPEN I-O PRENOTE-FILE
           IF WS-PRENOTE-STATUS = "35"
               OPEN OUTPUT PRENOTE-FILE
               CLOSE PRENOTE-FILE
               OPEN I-O PRENOTE-FILE
           END-IF
           IF WS-PRENOTE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PRENOTE-FILE: "
                   WS-PRENOTE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Fuer jede prenote-pflichtige Bankverbindung: noch kein
      * Prenote gesendet -> jetzt senden und das Sendedatum
      * festhalten; danach das Hold-Ende (Sendedatum plus Frist)
      * in die Tabelle stellen. Nach Ablauf der Frist bleibt der
      * Eintrag in PRENOTE.DAT stehen, damit kein zweiter Prenote
      * fuer dieselbe Verbindung geht.
       150-SEND-PRENOTES.
           PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
                   UNTIL WS-BNK-IDX > WS-BANK-COUNT
               IF TBL-BNK-PRENOTE-REQUIRED(WS-BNK-IDX)
                   PERFORM 160-CHECK-ONE-PRENOTE
               END-IF
           END-PERFORM.

       160-CHECK-ONE-PRENOTE.
           MOVE TBL-BNK-EMP-ID(WS-BNK-IDX)  TO PRN-EMP-ID
           MOVE TBL-BNK-ROUTING(WS-BNK-IDX) TO PRN-ROUTING
           MOVE TBL-BNK-ACCOUNT(WS-BNK-IDX) TO PRN-ACCOUNT
           READ PRENOTE-FILE
               INVALID KEY
                   PERFORM 170-WRITE-PRENOTE
                   MOVE WS-CURRENT-DATE-NUM TO WS-PRN-SENT-DATE
               NOT INVALID KEY
                   MOVE PRN-SENT-DATE TO WS-PRN-SENT-DATE
           END-READ
           SET DC-ADD-DAYS TO TRUE
           MOVE WS-PRN-SENT-DATE TO DC-DATE-NUM
           MOVE WS-PRENOTE-DAYS TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF DC-OK AND DC-DATE-NUM > WS-CURRENT-DATE-NUM
               MOVE DC-DATE-NUM TO TBL-BNK-HOLD-UNTIL(WS-BNK-IDX)
           END-IF.

       170-WRITE-PRENOTE.
           MOVE 'P'                          TO PMT-RECORD-TYPE
           MOVE TBL-BNK-EMP-ID(WS-BNK-IDX)  TO PMT-EMP-ID
           MOVE TBL-BNK-ROUTING(WS-BNK-IDX) TO PMT-ROUTING
           MOVE TBL-BNK-ACCOUNT(WS-BNK-IDX) TO PMT-ACCOUNT
           MOVE ZERO                         TO PMT-AMOUNT
           MOVE "PRENOTE"                    TO PMT-EMP-NAME
           WRITE PAYMENT-DETAIL-RECORD
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER PAYMENT-FILE: "
                   WS-PAYMENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PRENOTE-COUNT
           ADD TBL-BNK-ACCOUNT(WS-BNK-IDX) TO WS-ACCOUNT-HASH
           MOVE WS-CURRENT-DATE-NUM TO PRN-SENT-DATE
           WRITE PRENOTE-RECORD
               INVALID KEY
                   DISPLAY "FEHLER BEIM SCHREIBEN DER PRENOTE-FILE: "
                       WS-PRENOTE-STATUS
           END-WRITE.

       200-EXTRACT-PAYMENT.
           MOVE 'N' TO WS-BANK-FOUND-SWITCH
           SET WS-BNK-IDX TO 1
                   SET WS-BANK-FOUND TO TRUE
           END-SEARCH
           IF WS-BANK-FOUND
               PERFORM 250-CHECK-RECENT-CHANGE
               IF TBL-BNK-HOLD-UNTIL(WS-BNK-IDX) > ZERO
                   PERFORM 350-WRITE-PAPER-CHECK
               ELSE
                   PERFORM 300-WRITE-PAYMENT
               END-IF
           END-IF.

      * Kontoaenderung innerhalb des Warnfensters vor dem Zahltag -
      * gezahlt wird trotzdem (bzw. per Scheck), aber der Fall
      * steht als Warnung im Ausnahmebericht
       250-CHECK-RECENT-CHANGE.
           IF TBL-BNK-CHANGE-DATE(WS-BNK-IDX) > ZERO
                   AND TBL-BNK-CHANGE-DATE(WS-BNK-IDX)
                       >= WS-WINDOW-START
               ADD 1 TO WS-CHANGE-FLAG-COUNT
               MOVE "PAYROLL-PAY-EXTRACT" TO XL-PROGRAM
               SET XL-SEV-WARNING TO TRUE
               MOVE NET-EMP-ID TO XL-KEY
               STRING "BANK ACCT CHANGED "
                      TBL-BNK-CHANGE-DATE(WS-BNK-IDX)
                      " BEFORE PAYDAY"
                      DELIMITED BY SIZE INTO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       300-WRITE-PAYMENT.
           ADD NET-AMOUNT TO WS-PAYMENT-TOTAL
           ADD TBL-BNK-ACCOUNT(WS-BNK-IDX) TO WS-ACCOUNT-HASH.

      * Bankverbindung noch in der Prenote-Frist: Scheckliste statt
      * Zahlungsdatei - kein Reject, die Verbindung ist ja bekannt
       350-WRITE-PAPER-CHECK.
           MOVE NET-EMP-ID   TO CHK-EMP-ID
           MOVE SPACE        TO CHK-SEP-1
           MOVE NET-EMP-NAME TO CHK-EMP-NAME
           MOVE SPACE        TO CHK-SEP-2
           MOVE NET-AMOUNT   TO CHK-AMOUNT
           MOVE SPACE        TO CHK-SEP-3
           MOVE SPACES       TO CHK-REASON
           STRING "PRENOTE HOLD UNTIL "
                  TBL-BNK-HOLD-UNTIL(WS-BNK-IDX)
                  DELIMITED BY SIZE INTO CHK-REASON
           WRITE PAPER-CHECK-RECORD
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER PAPER-CHECK-FILE: "
                   WS-CHECK-STATUS
           END-IF
           ADD 1 TO WS-CHECK-COUNT
           ADD NET-AMOUNT TO WS-CHECK-TOTAL
           MOVE "PAYROLL-PAY-EXTRACT" TO XL-PROGRAM
           SET XL-SEV-INFO TO TRUE
           MOVE NET-EMP-ID TO XL-KEY
           MOVE CHK-REASON TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

       400-WRITE-REJECT.
           MOVE NET-EMP-ID   TO REJ-EMP-ID
           MOVE SPACE        TO REJ-SEP-1

       500-WRITE-PAYMENT-TRAILER.
           MOVE 'T'              TO PMT-TRL-TYPE
      * Prenote-Saetze zaehlen im Trailer mit (Betrag 0,00)
           COMPUTE PMT-TRL-COUNT = WS-PAYMENT-COUNT + WS-PRENOTE-COUNT
           MOVE WS-PAYMENT-TOTAL TO PMT-TRL-TOTAL
           MOVE WS-ACCOUNT-HASH  TO PMT-TRL-ACCT-HASH
           WRITE PAYMENT-TRAILER-RECORD
           CLOSE NET-PAY-FILE
           CLOSE PAYMENT-FILE
           CLOSE REJECT-REPORT-FILE
           CLOSE PAPER-CHECK-FILE
           CLOSE PRENOTE-FILE
           DISPLAY "ZAHLUNGEN GESCHRIEBEN:  " WS-PAYMENT-COUNT
           DISPLAY "PRENOTES GESENDET:      " WS-PRENOTE-COUNT
           DISPLAY "OHNE BANKVERBINDUNG:    " WS-REJECT-COUNT
           DISPLAY "SCHECKS (PRENOTE-FRIST):" WS-CHECK-COUNT
           DISPLAY "KONTOAENDERUNG VOR ZAHLTAG: " WS-CHANGE-FLAG-COUNT
           DISPLAY "SUMME ZAHLUNGSDATEI:    " WS-PAYMENT-TOTAL
           DISPLAY "SUMME SCHECKLISTE:      " WS-CHECK-TOTAL
      * Saetze ohne Bankverbindung fehlen in der Zahlungsdatei -
      * RETURN-CODE 8, damit die Operation den Reject-Report vor
      * der Uebergabe an die Bank sichtet
