      * kommen aus DEDUCT.DAT/DEDENROLL.DAT und werden mit dem
      * echten Netto auf dem Register ausgewiesen - die
      * Abzugs-Tabellenkalkulation neben dem Register entfaellt.
      * Unter jeder Registerzeile steht, wie sich das Brutto aus
      * den Lohnarten von PAYROLL-TIMECARD und der Provision aus
      * SALES-COMMISSION zusammensetzt. Zu jedem Lauf gehoert eine
      * Verdienstabrechnung je Mitarbeiter (PAYSTUB) mit Periode und
      * Jahreswerten aus PAYYTD.DAT und dem maskierten Konto aus
      * EMPBANK.DAT - eine Verbindung in der Prenote-Frist von
      * PAYROLL-PAY-EXTRACT steht dort als Scheckzahlung. Die
      * Buchungssummen des Laufs gehen nach
      * PAYGLSUM.DAT fuer die Hauptbuch-Schnittstelle
      * (PAYROLL-GL-JOURNAL). Jede eingerollte Abrechnung wird in
      * PAYHIST.DAT festgehalten, damit PAYROLL-REVERSAL sie
      * stornieren kann; Korrekturzahlungen aus PAYROLL-OFFCYCLE
      * laufen ohne freiwillige Abzuege durch denselben Lauf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

      * Verdienstabrechnungen je Mitarbeiter - eigene Generation
      * neben dem Register (siehe RPT-GENERATION)
           SELECT PAY-STUB-FILE ASSIGN TO WS-STUB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUB-STATUS.

      * Bankverbindungen fuer die Kontoangabe auf der
      * Verdienstabrechnung (Steuerdatei, siehe
      * bank-detail-record.cpy) - optional
           SELECT BANK-DETAIL-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

      * Prenote-Frist und gesendete Prenotes - dieselbe Regel wie
      * in PAYROLL-PAY-EXTRACT, damit die Abrechnung den Zahlweg
      * nennt, den die Zahlungsdatei tatsaechlich nimmt
           SELECT PRENOTE-PARM-FILE ASSIGN TO "PRENPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRENOTE-PARM-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRN-KEY
               FILE STATUS IS WS-PRENOTE-STATUS.

      * Trailer-Satz des vorgelagerten PAYROLL-TIMECARD-Laufs fuer
      * den Kontrollsummenabgleich (BALANCE-CONTROL)
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "PAYROLLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NET-CTL-STATUS.

      * Buchungssummen je Buchungsart fuer PAYROLL-GL-JOURNAL
      * (siehe gl-summary-record.cpy)
           SELECT GL-SUMMARY-FILE ASSIGN TO "PAYGLSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLSUM-STATUS.

      * Abzugsarten-Steuerdatei (fest oder prozentual, siehe
      * deduction-master-record.cpy) - Muster von REGION.DAT
           SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDUCT.DAT"
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

      * Abrechnungshistorie je eingerolltem Lohnsatz (siehe
      * payroll-history-record.cpy) - Grundlage fuer das Storno
           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-TRANSACTION-FILE.
       FD  PAYROLL-REGISTER.
       01  REGISTER-LINE            PIC X(80).

       FD  PAY-STUB-FILE.
       01  STUB-LINE                PIC X(80).

       FD  BANK-DETAIL-FILE.
           COPY "bank-detail-record.cpy".

       FD  PRENOTE-PARM-FILE.
       01  PRENOTE-PARM-RECORD.
           05  PARM-PRENOTE-DAYS   PIC X(3).
           05  PARM-PRENOTE-DAYS-NUM REDEFINES PARM-PRENOTE-DAYS
                                   PIC 9(3).
           05  FILLER              PIC X(77).

       FD  PRENOTE-FILE.
           COPY "prenote-record.cpy".

       FD  CONTROL-TOTAL-FILE.
           COPY "control-total-record.cpy".

       FD  NET-PAY-CONTROL-FILE.
           COPY "net-pay-control-record.cpy".

       FD  GL-SUMMARY-FILE.
           COPY "gl-summary-record.cpy".

       FD  DEDUCTION-MASTER-FILE.
           COPY "deduction-master-record.cpy".

       FD  PAYROLL-YTD-FILE.
           COPY "payroll-ytd-record.cpy".

       FD  PAYROLL-HISTORY-FILE.
           COPY "payroll-history-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PAYROLL-STATUS        PIC XX.
       01  WS-NET-STATUS            PIC XX.
       01  WS-NET-CTL-STATUS        PIC XX.
       01  WS-TAXRATE-STATUS        PIC XX.
       01  WS-STUB-STATUS           PIC XX.
       01  WS-BANK-STATUS           PIC XX.
       01  WS-PRENOTE-PARM-STATUS   PIC XX.
       01  WS-PRENOTE-STATUS        PIC XX.
       01  WS-GLSUM-STATUS          PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-HIST-WRITTEN-SWITCH   PIC X       VALUE 'N'.
           88  WS-HIST-WRITTEN                  VALUE 'Y'.
       COPY "balance-control-fields.cpy".
      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".
               10  TBL-DED-DESC     PIC X(20).
               10  TBL-DED-METHOD   PIC X.
               10  TBL-DED-AMOUNT   PIC 9(5)V99.
      *        Laufsumme je Abzugsart fuer PAYGLSUM.DAT
               10  TBL-DED-TOTAL    PIC 9(9)V99.
       01  WS-DEDUCT-COUNT          PIC 99      VALUE ZERO.

       01  WS-ENROLL-TABLE.
       01  WS-GRAND-NET-PAY         PIC S9(9)V99 VALUE ZERO.
       01  WS-EMPLOYEE-COUNT        PIC 9(7)    VALUE ZERO.

      * Aufwand getrennt nach Gehalt (Stempelkarten) und Provision
      * (SALES-COMMISSION), dazu die nicht einbehaltenen Abzuege -
      * Grundlage der Hauptbuch-Summen in 660-WRITE-GL-SUMMARY
       01  WS-GRAND-SALARY          PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-COMMISSION      PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-SHORTFALL       PIC 9(9)V99 VALUE ZERO.

      * Stammdaten-Pruefung (siehe 150-VALIDATE-EMPLOYEE)
       01  WS-EMP-FOUND-SWITCH      PIC X       VALUE 'N'.
           88  WS-EMP-FOUND                     VALUE 'Y'.
      * Jahreskumulation (siehe 350-UPDATE-YTD)
       01  WS-YTD-STATUS            PIC XX.
       01  WS-RUN-YEAR              PIC 9(4).
      * Fortgeschriebene Jahreswerte fuer die Verdienstabrechnung -
      * vor dem WRITE/REWRITE festgehalten
       01  WS-STUB-YTD-INCOME       PIC 9(9)V99 VALUE ZERO.
       01  WS-STUB-YTD-WITHHOLDING  PIC 9(9)V99 VALUE ZERO.
       01  WS-STUB-YTD-DEDUCTIONS   PIC 9(9)V99 VALUE ZERO.
       01  WS-STUB-YTD-NET-PAY      PIC 9(9)V99 VALUE ZERO.

      * Voller Name aus der Stammdatei - die Registerzeile fuehrt
      * ihn gekuerzt, die Jahreskumulation in voller Laenge
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  ITM-DED-AMOUNT       PIC ZZ,ZZ9.99.

      * Aufschluesselung des Bruttos je Lohnart (Reihenfolge wie
      * PAY-EARN-ENTRY) und Provision, vor den Abzugszeilen
       01  WS-EARN-DESC-VALUES.
           05  FILLER               PIC X(20)  VALUE "REGULAR".
           05  FILLER               PIC X(20)  VALUE "OVERTIME".
           05  FILLER               PIC X(20)  VALUE "HOLIDAY".
           05  FILLER               PIC X(20)  VALUE "VACATION".
           05  FILLER               PIC X(20)  VALUE "SICK".
       01  WS-EARN-DESC-TABLE       REDEFINES WS-EARN-DESC-VALUES.
           05  WS-EARN-DESC         PIC X(20)  OCCURS 5 TIMES.
       01  WS-EARN-NUM              PIC 9      VALUE ZERO.

       01  WS-EARNINGS-ITEM-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  ITM-EARN-CODE        PIC X(4).
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  ITM-EARN-DESC        PIC X(20).
           05  FILLER               PIC X(1)   VALUE SPACES.
           05  ITM-EARN-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  ITM-EARN-HOURS       PIC ZZZ.99 BLANK WHEN ZERO.
           05  ITM-EARN-HRS-LIT     PIC X(4).

       01  WS-SHORTFALL-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  FILLER               PIC X(31)
      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME       PIC X(30)   VALUE SPACES.
       01  WS-STUB-FILENAME         PIC X(30)   VALUE SPACES.
       COPY "report-generation-fields.cpy".

      * Periodenende im Klartext fuer die Verdienstabrechnung
       COPY "date-convert-fields.cpy".

      * Beim Start geladene Bankverbindungen (Muster von
      * 060-LOAD-BANK-DETAILS in PAYROLL-PAY-EXTRACT); auf der
      * Abrechnung erscheinen nur die letzten vier Kontostellen
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BNK-IDX.
               10  TBL-BNK-EMP-ID   PIC 9(6).
               10  TBL-BNK-ACCOUNT  PIC 9(10).
               10  TBL-BNK-HOLD     PIC X.
                   88  TBL-BNK-ON-HOLD          VALUE 'Y'.
       01  WS-BANK-COUNT            PIC 9(3)    VALUE ZERO.
      * Prenote-Frist in Tagen (PRENPARM.DAT, sonst Vorgabe wie in
      * PAYROLL-PAY-EXTRACT)
       01  WS-PRENOTE-DAYS          PIC 9(3)    VALUE 10.
       01  WS-PRENOTE-FILE-SWITCH   PIC X       VALUE 'N'.
           88  WS-PRENOTE-FILE-OPEN             VALUE 'Y'.
       01  WS-PRN-SENT-DATE         PIC 9(8)    VALUE ZERO.
       01  WS-TODAY-NUM             PIC 9(8)    VALUE ZERO.
       01  WS-STUB-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-MASK-ACCOUNT          PIC 9(10).
       01  WS-MASK-ACCOUNT-X        REDEFINES WS-MASK-ACCOUNT.
           05  FILLER               PIC X(6).
           05  WS-MASK-LAST-FOUR    PIC X(4).

       01  WS-STUB-HEADER-1.
           05  FILLER               PIC X(36)
               VALUE "EARNINGS STATEMENT".
           05  FILLER               PIC X(15)  VALUE "PERIOD ENDING ".
           05  STUB-PERIOD-END      PIC X(10).

       01  WS-STUB-EMP-LINE.
           05  FILLER               PIC X(12)
               VALUE "EMPLOYEE:   ".
           05  STUB-EMP-ID          PIC ZZZZZ9.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  STUB-EMP-NAME        PIC X(30).

       01  WS-STUB-COLUMN-HEADER.
           05  FILLER               PIC X(34)  VALUE SPACES.
           05  FILLER               PIC X(14)  VALUE "   THIS PERIOD".
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  FILLER               PIC X(14)  VALUE "  YEAR TO DATE".

      * Summenzeile mit Perioden- und Jahreswert; die Einzelzeilen
      * (Lohnarten, Abzuege) fuehren nur den Periodenwert - je
      * Abzugsart gibt es keine Jahreskumulation
       01  WS-STUB-AMOUNT-LINE.
           05  STUB-LABEL           PIC X(34).
           05  STUB-PERIOD-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)   VALUE SPACES.
           05  STUB-YTD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-STUB-ITEM-LINE.
           05  FILLER               PIC X(4)   VALUE SPACES.
           05  STUB-ITEM-DESC       PIC X(20).
           05  STUB-ITEM-HOURS      PIC ZZZ.99 BLANK WHEN ZERO.
           05  STUB-ITEM-HRS-LIT    PIC X(4).
           05  FILLER               PIC X(3)   VALUE SPACES.
           05  STUB-ITEM-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.

       01  WS-STUB-ACCOUNT-LINE.
           05  FILLER               PIC X(34)
               VALUE "DEPOSITED TO ACCOUNT:".
           05  FILLER               PIC X(6)   VALUE "******".
           05  STUB-ACCOUNT-LAST-4  PIC X(4).

       01  WS-STUB-CHECK-LINE       PIC X(80)
           VALUE "NO DEPOSIT ACCOUNT ON FILE - PAID BY CHECK".

       01  WS-STUB-PRENOTE-LINE     PIC X(80)
           VALUE "NEW DEPOSIT ACCOUNT IN VERIFICATION - PAID BY CHECK".

       01  WS-STUB-SEPARATOR        PIC X(64)   VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 000-LOAD-BRACKETS
           PERFORM 050-LOAD-DEDUCTION-TABLES
           PERFORM 070-LOAD-BANK-DETAILS
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ PAYROLL-TRANSACTION-FILE
                           PERFORM 250-CALCULATE-DEDUCTIONS
                           PERFORM 300-PRINT-DETAIL
                           PERFORM 350-UPDATE-YTD
                           PERFORM 360-WRITE-PAY-HISTORY
                           PERFORM 370-PRINT-PAY-STUB
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 400-PRINT-TOTAL
           PERFORM 600-RECONCILE-CONTROL-TOTAL
           PERFORM 660-WRITE-GL-SUMMARY
           PERFORM 900-CLOSE-FILES
           GOBACK.

                               TO TBL-DED-METHOD(WS-DED-IDX)
                           MOVE DED-AMOUNT
                               TO TBL-DED-AMOUNT(WS-DED-IDX)
                           MOVE ZERO
                               TO TBL-DED-TOTAL(WS-DED-IDX)
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-MASTER-FILE
                       TO TBL-ENR-DED-CODE(WS-ENR-IDX)
           END-SEARCH.

      * Bankverbindungen nur fuer die Kontoangabe auf der
      * Verdienstabrechnung - ohne EMPBANK.DAT steht dort der
      * Scheckhinweis, gerechnet wird trotzdem. Eine Verbindung in
      * der Prenote-Frist wird wie in PAYROLL-PAY-EXTRACT (150/160)
      * als Scheckzahlung markiert: prenote-pflichtig und Sendedatum
      * aus PRENOTE.DAT (noch kein Eintrag = Prenote geht heute)
      * plus Frist liegt nach dem Laufdatum.
       070-LOAD-BANK-DETAILS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           PERFORM 075-READ-PRENOTE-PARM
           OPEN INPUT PRENOTE-FILE
           IF WS-PRENOTE-STATUS = "00"
               SET WS-PRENOTE-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT BANK-DETAIL-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "WARNUNG: EMPBANK.DAT NICHT VORHANDEN - "
                   "ABRECHNUNGEN OHNE KONTOANGABE"
           ELSE
               PERFORM UNTIL WS-BANK-STATUS NOT = "00"
                       OR WS-BANK-COUNT = 200
                   READ BANK-DETAIL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-BANK-COUNT
                           SET WS-BNK-IDX TO WS-BANK-COUNT
                           MOVE BNK-EMP-ID
                               TO TBL-BNK-EMP-ID(WS-BNK-IDX)
                           MOVE BNK-ACCOUNT
                               TO TBL-BNK-ACCOUNT(WS-BNK-IDX)
                           MOVE 'N' TO TBL-BNK-HOLD(WS-BNK-IDX)
                           IF BNK-PRENOTE-REQUIRED
                               PERFORM 080-CHECK-PRENOTE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAIL-FILE
           END-IF
           IF WS-PRENOTE-FILE-OPEN
               CLOSE PRENOTE-FILE
           END-IF.

      * Fehlt die Karte oder ist das Feld nicht numerisch, gilt die
      * Vorgabe
       075-READ-PRENOTE-PARM.
           OPEN INPUT PRENOTE-PARM-FILE
           IF WS-PRENOTE-PARM-STATUS = "00"
               READ PRENOTE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PRENOTE-DAYS IS NUMERIC
                           MOVE PARM-PRENOTE-DAYS-NUM
                               TO WS-PRENOTE-DAYS
                       END-IF
               END-READ
               CLOSE PRENOTE-PARM-FILE
           END-IF.

       080-CHECK-PRENOTE-HOLD.
           MOVE WS-TODAY-NUM TO WS-PRN-SENT-DATE
           IF WS-PRENOTE-FILE-OPEN
               MOVE BNK-EMP-ID  TO PRN-EMP-ID
               MOVE BNK-ROUTING TO PRN-ROUTING
               MOVE BNK-ACCOUNT TO PRN-ACCOUNT
               READ PRENOTE-FILE
                   NOT INVALID KEY
                       MOVE PRN-SENT-DATE TO WS-PRN-SENT-DATE
               END-READ
           END-IF
           SET DC-ADD-DAYS TO TRUE
           MOVE WS-PRN-SENT-DATE TO DC-DATE-NUM
           MOVE WS-PRENOTE-DAYS TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF DC-OK AND DC-DATE-NUM > WS-TODAY-NUM
               SET TBL-BNK-ON-HOLD(WS-BNK-IDX) TO TRUE
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT PAYROLL-TRANSACTION-FILE
           IF WS-PAYROLL-STATUS NOT = "00"
           MOVE WS-REGISTER-HEADER TO REGISTER-LINE
           WRITE REGISTER-LINE

           SET RG-NEXT-GENERATION TO TRUE
           MOVE "PAYSTUB" TO RG-BASE-NAME
           MOVE ZERO TO RG-RETAIN-COUNT
           CALL "RPT-GENERATION" USING REPORT-GENERATION-PARMS
           IF NOT RG-OK
               DISPLAY "FEHLER BEI DER GENERATIONSVERGABE: "
                   RG-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RG-FILENAME TO WS-STUB-FILENAME
           DISPLAY "ABRECHNUNGSGENERATION: " WS-STUB-FILENAME

           OPEN OUTPUT PAY-STUB-FILE
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAY-STUB-FILE: "
                       WS-STUB-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Ohne Stammdatei keine ID-Pruefung moeglich - dann lieber gar
      * nicht rechnen als wieder Geistermitarbeiter durchwinken
           OPEN INPUT EMPLOYEE-MASTER
                       WS-YTD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O PAYROLL-HISTORY-FILE
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT PAYROLL-HISTORY-FILE
               CLOSE PAYROLL-HISTORY-FILE
               OPEN I-O PAYROLL-HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER PAYROLL-HISTORY-FILE: "
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Jede Transaktion gegen die EMPLOYEE-MASTER pruefen, bevor
           END-PERFORM
           ADD WS-WITHHOLDING TO WS-GRAND-WITHHOLDING
           ADD PAY-INCOME TO WS-GRAND-INCOME
           IF PAY-COMMISSION > ZERO
               ADD PAY-INCOME TO WS-GRAND-COMMISSION
           ELSE
               ADD PAY-INCOME TO WS-GRAND-SALARY
           END-IF
           ADD 1 TO WS-EMPLOYEE-COUNT
           IF INCOME > WS-BRACKET-HIGH(5)
               DISPLAY "WARNUNG: EINKOMMEN AUSSERHALB DER KLAMMERN: "
       250-CALCULATE-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-DED-COUNT
           MOVE ZERO TO WS-EMP-DEDUCTIONS
      *    Korrekturzahlung: die Abzuege der Periode sind mit der
      *    Regelabrechnung schon einbehalten
           IF NOT PAY-MANUAL-CHECK
               PERFORM VARYING WS-ENROLL-NUM FROM 1 BY 1
                       UNTIL WS-ENROLL-NUM > WS-ENROLL-COUNT
                   IF TBL-ENR-EMP-ID(WS-ENROLL-NUM) = PAY-EMP-ID
                       PERFORM 260-APPLY-ONE-DEDUCTION
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-EMP-NET-PAY =
               PAY-INCOME - WS-WITHHOLDING - WS-EMP-DEDUCTIONS
      * Abzuege deckeln, wenn sie Brutto minus Steuer uebersteigen
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF
           ADD WS-EMP-DEDUCTIONS TO WS-GRAND-DEDUCTIONS
           ADD WS-EMP-SHORTFALL  TO WS-GRAND-SHORTFALL
           ADD WS-EMP-NET-PAY    TO WS-GRAND-NET-PAY.

       260-APPLY-ONE-DEDUCTION.
                           TO WS-ONE-DEDUCTION
                   END-IF
                   ADD WS-ONE-DEDUCTION TO WS-EMP-DEDUCTIONS
                   ADD WS-ONE-DEDUCTION TO TBL-DED-TOTAL(WS-DED-IDX)
                   IF WS-EMP-DED-COUNT < 10
                       ADD 1 TO WS-EMP-DED-COUNT
                       MOVE TBL-DED-CODE(WS-DED-IDX)
           MOVE WS-EMP-NET-PAY   TO DTL-NET-PAY
           MOVE WS-REGISTER-DETAIL TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM VARYING WS-EARN-NUM FROM 1 BY 1
                   UNTIL WS-EARN-NUM > 5
               IF PAY-EARN-AMOUNT(WS-EARN-NUM) > ZERO
                       OR PAY-EARN-HOURS(WS-EARN-NUM) > ZERO
                   PERFORM 305-PRINT-EARNINGS-ITEM
               END-IF
           END-PERFORM
           IF PAY-MANUAL-CHECK
               MOVE "MAN"          TO ITM-EARN-CODE
               MOVE "OFF-CYCLE PAYMENT" TO ITM-EARN-DESC
               MOVE PAY-INCOME     TO ITM-EARN-AMOUNT
               MOVE ZERO           TO ITM-EARN-HOURS
               MOVE SPACES         TO ITM-EARN-HRS-LIT
               MOVE WS-EARNINGS-ITEM-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF PAY-COMMISSION > ZERO
               MOVE "COMM"         TO ITM-EARN-CODE
               MOVE "COMMISSION"   TO ITM-EARN-DESC
               MOVE PAY-COMMISSION TO ITM-EARN-AMOUNT
               MOVE ZERO           TO ITM-EARN-HOURS
               MOVE SPACES         TO ITM-EARN-HRS-LIT
               MOVE WS-EARNINGS-ITEM-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           PERFORM VARYING WS-EMP-DED-NUM FROM 1 BY 1
                   UNTIL WS-EMP-DED-NUM > WS-EMP-DED-COUNT
               PERFORM 310-PRINT-DEDUCTION-ITEM
           END-IF
           PERFORM 320-WRITE-NET-PAY.

       305-PRINT-EARNINGS-ITEM.
           MOVE PAY-EARN-TYPE(WS-EARN-NUM)   TO ITM-EARN-CODE
           MOVE WS-EARN-DESC(WS-EARN-NUM)    TO ITM-EARN-DESC
           MOVE PAY-EARN-AMOUNT(WS-EARN-NUM) TO ITM-EARN-AMOUNT
           MOVE PAY-EARN-HOURS(WS-EARN-NUM)  TO ITM-EARN-HOURS
           MOVE " HRS"                       TO ITM-EARN-HRS-LIT
           MOVE WS-EARNINGS-ITEM-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       310-PRINT-DEDUCTION-ITEM.
           MOVE LST-DED-CODE(WS-EMP-DED-NUM)   TO ITM-DED-CODE
           MOVE LST-DED-DESC(WS-EMP-DED-NUM)   TO ITM-DED-DESC
                   MOVE WS-EMP-DEDUCTIONS TO YTD-DEDUCTIONS
                   MOVE WS-EMP-NET-PAY    TO YTD-NET-PAY
                   MOVE 1                 TO YTD-PERIODS
                   PERFORM 355-SAVE-STUB-YTD
                   WRITE PAYROLL-YTD-RECORD
                       INVALID KEY
                           DISPLAY "FEHLER BEIM SCHREIBEN DER "
                   ADD WS-EMP-DEDUCTIONS  TO YTD-DEDUCTIONS
                   ADD WS-EMP-NET-PAY     TO YTD-NET-PAY
                   ADD 1                  TO YTD-PERIODS
                   PERFORM 355-SAVE-STUB-YTD
                   REWRITE PAYROLL-YTD-RECORD
                       INVALID KEY
                           DISPLAY "FEHLER BEIM RUECKSCHREIBEN DER "
                   END-REWRITE
           END-READ.

      * Jahreswerte fuer die Verdienstabrechnung sichern - nach dem
      * WRITE/REWRITE ist der Satzbereich nicht mehr verlaesslich
       355-SAVE-STUB-YTD.
           MOVE YTD-INCOME      TO WS-STUB-YTD-INCOME
           MOVE YTD-WITHHOLDING TO WS-STUB-YTD-WITHHOLDING
           MOVE YTD-DEDUCTIONS  TO WS-STUB-YTD-DEDUCTIONS
           MOVE YTD-NET-PAY     TO WS-STUB-YTD-NET-PAY.

      * Was eben in PAYYTD.DAT eingerollt wurde, als eigenen Satz
      * festhalten - PAYROLL-REVERSAL zieht genau diese Betraege
      * wieder ab. Steht fuer Mitarbeiter, Periode und Herkunft
      * schon ein Satz, wird die laufende Nummer hochgezaehlt.
       360-WRITE-PAY-HISTORY.
           MOVE PAY-EMP-ID        TO PHS-EMP-ID
           MOVE PAY-PERIOD-END    TO PHS-PERIOD-END
           MOVE PAY-SOURCE        TO PHS-SOURCE
           IF PHS-SOURCE = SPACE
               MOVE 'T' TO PHS-SOURCE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO PHS-RUN-DATE
           MOVE WS-RUN-YEAR       TO PHS-YEAR
           MOVE PAY-INCOME        TO PHS-INCOME
           MOVE WS-WITHHOLDING    TO PHS-WITHHOLDING
           MOVE WS-EMP-DEDUCTIONS TO PHS-DEDUCTIONS
           MOVE WS-EMP-NET-PAY    TO PHS-NET-PAY
           SET PHS-POSTED TO TRUE
           MOVE ZERO              TO PHS-REVERSED-DATE
           MOVE 'N' TO WS-HIST-WRITTEN-SWITCH
           PERFORM VARYING PHS-SEQ FROM 1 BY 1
                   UNTIL WS-HIST-WRITTEN OR PHS-SEQ = 99
               WRITE PAYROLL-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HIST-WRITTEN TO TRUE
               END-WRITE
           END-PERFORM
           IF NOT WS-HIST-WRITTEN
               DISPLAY "FEHLER BEIM SCHREIBEN DER "
                   "PAYROLL-HISTORY-FILE: " PAY-EMP-ID " "
                   WS-HIST-STATUS
               MOVE "PAYROLL-WITHHOLD" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE PAY-EMP-ID TO XL-KEY
               MOVE "PAY HISTORY NOT WRITTEN - NO REVERSAL"
                   TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

      * Verdienstabrechnung des akzeptierten Satzes: Brutto mit
      * Lohnarten, Steuer, jeder freiwillige Abzug mit DED-DESC,
      * Netto - daneben die Jahreswerte, die 350-UPDATE-YTD eben
      * fortgeschrieben hat (in 355-SAVE-STUB-YTD gesichert). Vom
      * Konto nur die letzten vier Stellen; in der Prenote-Frist
      * der Scheckhinweis.
       370-PRINT-PAY-STUB.
           IF PAY-PERIOD-END = ZERO
               MOVE SPACES TO STUB-PERIOD-END
           ELSE
               SET DC-NUM-TO-DOT TO TRUE
               MOVE PAY-PERIOD-END TO DC-DATE-NUM
               CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
               MOVE DC-DATE-DOT TO STUB-PERIOD-END
           END-IF
           MOVE WS-STUB-HEADER-1 TO STUB-LINE
           WRITE STUB-LINE
           MOVE PAY-EMP-ID       TO STUB-EMP-ID
           MOVE WS-EMP-FULL-NAME TO STUB-EMP-NAME
           MOVE WS-STUB-EMP-LINE TO STUB-LINE
           WRITE STUB-LINE
           MOVE WS-STUB-COLUMN-HEADER TO STUB-LINE
           WRITE STUB-LINE

           MOVE "GROSS PAY"      TO STUB-LABEL
           MOVE PAY-INCOME       TO STUB-PERIOD-AMOUNT
           MOVE WS-STUB-YTD-INCOME TO STUB-YTD-AMOUNT
           MOVE WS-STUB-AMOUNT-LINE TO STUB-LINE
           WRITE STUB-LINE
           PERFORM VARYING WS-EARN-NUM FROM 1 BY 1
                   UNTIL WS-EARN-NUM > 5
               IF PAY-EARN-AMOUNT(WS-EARN-NUM) > ZERO
                       OR PAY-EARN-HOURS(WS-EARN-NUM) > ZERO
                   MOVE WS-EARN-DESC(WS-EARN-NUM) TO STUB-ITEM-DESC
                   MOVE PAY-EARN-HOURS(WS-EARN-NUM)
                       TO STUB-ITEM-HOURS
                   MOVE " HRS" TO STUB-ITEM-HRS-LIT
                   MOVE PAY-EARN-AMOUNT(WS-EARN-NUM)
                       TO STUB-ITEM-AMOUNT
                   MOVE WS-STUB-ITEM-LINE TO STUB-LINE
                   WRITE STUB-LINE
               END-IF
           END-PERFORM
           IF PAY-MANUAL-CHECK
               MOVE "OFF-CYCLE PAYMENT" TO STUB-ITEM-DESC
               MOVE ZERO           TO STUB-ITEM-HOURS
               MOVE SPACES         TO STUB-ITEM-HRS-LIT
               MOVE PAY-INCOME     TO STUB-ITEM-AMOUNT
               MOVE WS-STUB-ITEM-LINE TO STUB-LINE
               WRITE STUB-LINE
           END-IF
           IF PAY-COMMISSION > ZERO
               MOVE "COMMISSION"   TO STUB-ITEM-DESC
               MOVE ZERO           TO STUB-ITEM-HOURS
               MOVE SPACES         TO STUB-ITEM-HRS-LIT
               MOVE PAY-COMMISSION TO STUB-ITEM-AMOUNT
               MOVE WS-STUB-ITEM-LINE TO STUB-LINE
               WRITE STUB-LINE
           END-IF

           MOVE "TAX WITHHELD"   TO STUB-LABEL
           MOVE WS-WITHHOLDING   TO STUB-PERIOD-AMOUNT
           MOVE WS-STUB-YTD-WITHHOLDING TO STUB-YTD-AMOUNT
           MOVE WS-STUB-AMOUNT-LINE TO STUB-LINE
           WRITE STUB-LINE

           MOVE "VOLUNTARY DEDUCTIONS" TO STUB-LABEL
           MOVE WS-EMP-DEDUCTIONS TO STUB-PERIOD-AMOUNT
           MOVE WS-STUB-YTD-DEDUCTIONS TO STUB-YTD-AMOUNT
           MOVE WS-STUB-AMOUNT-LINE TO STUB-LINE
           WRITE STUB-LINE
           PERFORM VARYING WS-EMP-DED-NUM FROM 1 BY 1
                   UNTIL WS-EMP-DED-NUM > WS-EMP-DED-COUNT
               MOVE LST-DED-DESC(WS-EMP-DED-NUM)   TO STUB-ITEM-DESC
               MOVE ZERO                           TO STUB-ITEM-HOURS
               MOVE SPACES                      TO STUB-ITEM-HRS-LIT
               MOVE LST-DED-AMOUNT(WS-EMP-DED-NUM) TO STUB-ITEM-AMOUNT
               MOVE WS-STUB-ITEM-LINE TO STUB-LINE
               WRITE STUB-LINE
           END-PERFORM

           MOVE "NET PAY"        TO STUB-LABEL
           MOVE WS-EMP-NET-PAY   TO STUB-PERIOD-AMOUNT
           MOVE WS-STUB-YTD-NET-PAY TO STUB-YTD-AMOUNT
           MOVE WS-STUB-AMOUNT-LINE TO STUB-LINE
           WRITE STUB-LINE

           SET WS-BNK-IDX TO 1
           SEARCH WS-BANK-ENTRY
               AT END
                   MOVE WS-STUB-CHECK-LINE TO STUB-LINE
               WHEN WS-BNK-IDX > WS-BANK-COUNT
                   MOVE WS-STUB-CHECK-LINE TO STUB-LINE
               WHEN TBL-BNK-EMP-ID(WS-BNK-IDX) = PAY-EMP-ID
                   IF TBL-BNK-ON-HOLD(WS-BNK-IDX)
                       MOVE WS-STUB-PRENOTE-LINE TO STUB-LINE
                   ELSE
                       MOVE TBL-BNK-ACCOUNT(WS-BNK-IDX)
                           TO WS-MASK-ACCOUNT
                       MOVE WS-MASK-LAST-FOUR TO STUB-ACCOUNT-LAST-4
                       MOVE WS-STUB-ACCOUNT-LINE TO STUB-LINE
                   END-IF
           END-SEARCH
           WRITE STUB-LINE
           MOVE WS-STUB-SEPARATOR TO STUB-LINE
           WRITE STUB-LINE
           IF WS-STUB-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER PAY-STUB-FILE: "
                   WS-STUB-STATUS
           END-IF
           ADD 1 TO WS-STUB-COUNT.

       400-PRINT-TOTAL.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
               CLOSE NET-PAY-CONTROL-FILE
           END-IF.

      * Buchungssummen des Laufs fuer die Hauptbuch-Schnittstelle.
      * Abzuege stehen je Abzugsart in voller Hoehe als
      * Verbindlichkeit; was davon mangels Netto nicht einbehalten
      * wurde, steht als Forderung an die Mitarbeiter (SHRT) auf der
      * Sollseite - so gehen Soll und Haben auch bei gedeckelten
      * Abzuegen auf. Ob gebucht werden darf, entscheidet
      * PAYROLL-GL-JOURNAL anhand von PAYNETCTL.DAT.
       660-WRITE-GL-SUMMARY.
           OPEN OUTPUT GL-SUMMARY-FILE
           IF WS-GLSUM-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER GL-SUMMARY-FILE: "
                   WS-GLSUM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GLS-DED-CODE
               SET GLS-SALARY-EXPENSE TO TRUE
               MOVE WS-GRAND-SALARY TO GLS-AMOUNT
               PERFORM 670-WRITE-GL-SUMMARY-LINE
               SET GLS-COMMISSION-EXPENSE TO TRUE
               MOVE WS-GRAND-COMMISSION TO GLS-AMOUNT
               PERFORM 670-WRITE-GL-SUMMARY-LINE
               SET GLS-SHORTFALL TO TRUE
               MOVE WS-GRAND-SHORTFALL TO GLS-AMOUNT
               PERFORM 670-WRITE-GL-SUMMARY-LINE
               SET GLS-TAX-LIABILITY TO TRUE
               MOVE WS-GRAND-WITHHOLDING TO GLS-AMOUNT
               PERFORM 670-WRITE-GL-SUMMARY-LINE
               PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                       UNTIL WS-DED-IDX > WS-DEDUCT-COUNT
                   SET GLS-DEDUCTION-LIABILITY TO TRUE
                   MOVE TBL-DED-CODE(WS-DED-IDX)  TO GLS-DED-CODE
                   MOVE TBL-DED-TOTAL(WS-DED-IDX) TO GLS-AMOUNT
                   PERFORM 670-WRITE-GL-SUMMARY-LINE
               END-PERFORM
               MOVE SPACES TO GLS-DED-CODE
               SET GLS-NET-CLEARING TO TRUE
               MOVE WS-GRAND-NET-PAY TO GLS-AMOUNT
               PERFORM 670-WRITE-GL-SUMMARY-LINE
               CLOSE GL-SUMMARY-FILE
           END-IF.

      * Nullsummen werden nicht geschrieben - eine Abzugsart ohne
      * Abschluss in diesem Lauf braucht keine Buchung
       670-WRITE-GL-SUMMARY-LINE.
           IF GLS-AMOUNT > ZERO
               WRITE GL-SUMMARY-RECORD
               IF WS-GLSUM-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "GL-SUMMARY-FILE: " WS-GLSUM-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       900-CLOSE-FILES.
           CLOSE PAYROLL-TRANSACTION-FILE
           CLOSE PAYROLL-REGISTER
           CLOSE PAY-STUB-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE ORPHAN-FILE
           CLOSE NET-PAY-FILE
           CLOSE PAYROLL-YTD-FILE
           CLOSE PAYROLL-HISTORY-FILE
           DISPLAY "MITARBEITER VERARBEITET: " WS-EMPLOYEE-COUNT
           DISPLAY "ZURUECKGEWIESEN:          " WS-ORPHAN-COUNT
           DISPLAY "VERDIENSTABRECHNUNGEN:    " WS-STUB-COUNT
           DISPLAY "GESAMTABZUG STEUER:       " WS-GRAND-WITHHOLDING
           DISPLAY "GESAMTABZUG FREIWILLIG:   " WS-GRAND-DEDUCTIONS
           DISPLAY "GESAMT NETTO:             " WS-GRAND-NET-PAY.
