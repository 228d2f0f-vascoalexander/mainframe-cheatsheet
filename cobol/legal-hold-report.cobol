       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD-REPORT.
       AUTHOR. BASQUE.

      * Statusbericht zum Sperrregister LEGALHLD.DAT: listet jede
      * offene Rechtssperre mit Fall, Zeitstempelbereich, Sperrdatum
      * und der Zahl der Saetze in TRANSACT.DAT, die sie vor
      * TRANS-ARCHIVE schuetzt. Ein Satz, der unter zwei Sperren
      * faellt, zaehlt bei beiden. Die Rechtsabteilung sieht damit,
      * welche Faelle noch Daten festhalten und freigegeben werden
      * koennen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HOLD-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY "legal-hold-record.cpy".

       FD  TRANSACTION-FILE.
       01  TRANS-RECORD.
           05  TRANS-TIMESTAMP     PIC X(23).
           05  TRANS-RESTORE-FLAG  PIC X.

       FD  HOLD-REPORT.
       01  REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HOLD-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-REPORT-STATUS        PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.

      * Offene Sperren mit Trefferzaehler; der Bis-Zeitstempel fuer
      * den Vergleich wie im Unterprogramm LEGAL-HOLD mit
      * HIGH-VALUES aufgefuellt, gedruckt wird der Registerwert
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 100 TIMES.
               10  TBL-HLD-CASE     PIC X(12).
               10  TBL-HLD-FROM-TS  PIC X(23).
               10  TBL-HLD-TO-TS    PIC X(23).
               10  TBL-HLD-TO-CMP   PIC X(23).
               10  TBL-HLD-PLACED   PIC 9(8).
               10  TBL-HLD-DESC     PIC X(30).
               10  TBL-HLD-COUNT    PIC 9(7).
       01  WS-HOLD-COUNT           PIC 9(3)     VALUE ZERO.
       01  WS-HOLD-NUM             PIC 9(3)     VALUE ZERO.
       01  WS-RELEASED-COUNT       PIC 9(5)     VALUE ZERO.

       01  WS-RECORD-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-PROTECTED-COUNT      PIC 9(7)     VALUE ZERO.
       01  WS-RECORD-HELD-SWITCH   PIC X        VALUE 'N'.
           88  WS-RECORD-HELD                   VALUE 'Y'.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-HEADER-1.
           05  FILLER              PIC X(30)
               VALUE "LEGAL HOLD STATUS".
           05  FILLER              PIC X(10) VALUE "RUN DATE ".
           05  HDR-RUN-DATE        PIC 9(8).

       01  WS-HEADER-2.
           05  FILLER              PIC X(14) VALUE "CASE".
           05  FILLER              PIC X(25) VALUE "FROM TIMESTAMP".
           05  FILLER              PIC X(25) VALUE "TO TIMESTAMP".
           05  FILLER              PIC X(10) VALUE "PLACED".
           05  FILLER              PIC X(11) VALUE "  RECORDS".
           05  FILLER              PIC X(30) VALUE "DESCRIPTION".

       01  WS-DETAIL-LINE.
           05  DTL-CASE            PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-FROM-TS         PIC X(23).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TO-TS           PIC X(23).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-PLACED          PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-DESC            PIC X(30).

       01  WS-TOTAL-LINE-1.
           05  FILLER              PIC X(30)
               VALUE "OPEN HOLDS:".
           05  TOT-OPEN            PIC ZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER              PIC X(30)
               VALUE "RELEASED HOLDS ON REGISTER:".
           05  TOT-RELEASED        PIC ZZ,ZZ9.
       01  WS-TOTAL-LINE-3.
           05  FILLER              PIC X(30)
               VALUE "LIVE RECORDS READ:".
           05  TOT-RECORDS         PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE-4.
           05  FILLER              PIC X(30)
               VALUE "LIVE RECORDS UNDER HOLD:".
           05  TOT-PROTECTED       PIC Z,ZZZ,ZZ9.

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME       PIC X(30)   VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-OPEN-HOLDS
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ TRANSACTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-COUNT-RECORD
               END-READ
           END-PERFORM
           PERFORM 300-PRINT-REPORT
           PERFORM 900-CLOSE-FILES
           GOBACK.

      * Fehlt das Register, wurde noch nie gesperrt - der Bericht
      * laeuft dann mit "keine offenen Sperren"
       050-LOAD-OPEN-HOLDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               DISPLAY "HINWEIS: LEGALHLD.DAT NICHT VORHANDEN"
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
           IF NOT LHR-OPEN
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               IF WS-HOLD-COUNT = 100
                   DISPLAY "FEHLER: MEHR ALS 100 OFFENE SPERREN IN "
                       "LEGALHLD.DAT"
                   CLOSE LEGAL-HOLD-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE LHR-CASE-NUMBER TO TBL-HLD-CASE(WS-HOLD-COUNT)
               MOVE LHR-FROM-TS TO TBL-HLD-FROM-TS(WS-HOLD-COUNT)
               MOVE LHR-TO-TS   TO TBL-HLD-TO-TS(WS-HOLD-COUNT)
               MOVE LHR-TO-TS   TO TBL-HLD-TO-CMP(WS-HOLD-COUNT)
               INSPECT TBL-HLD-TO-CMP(WS-HOLD-COUNT)
                   REPLACING ALL SPACE BY HIGH-VALUE
               MOVE LHR-PLACED-DATE TO TBL-HLD-PLACED(WS-HOLD-COUNT)
               MOVE LHR-DESCRIPTION TO TBL-HLD-DESC(WS-HOLD-COUNT)
               MOVE ZERO TO TBL-HLD-COUNT(WS-HOLD-COUNT)
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER TRANSACTION-FILE: "
                   WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Naechste Berichtsgeneration vergeben statt den Vordruck zu
      * ueberschreiben; die Aufbewahrungszahl kommt aus GENPARM.DAT
           SET RG-NEXT-GENERATION TO TRUE
           MOVE "HOLDSTAT" TO RG-BASE-NAME
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

           OPEN OUTPUT HOLD-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES HOLD-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       200-COUNT-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-RECORD-HELD-SWITCH
           PERFORM VARYING WS-HOLD-NUM FROM 1 BY 1
                   UNTIL WS-HOLD-NUM > WS-HOLD-COUNT
               IF TRANS-TIMESTAMP >= TBL-HLD-FROM-TS(WS-HOLD-NUM)
                       AND TRANS-TIMESTAMP
                           <= TBL-HLD-TO-CMP(WS-HOLD-NUM)
                   ADD 1 TO TBL-HLD-COUNT(WS-HOLD-NUM)
                   SET WS-RECORD-HELD TO TRUE
               END-IF
           END-PERFORM
           IF WS-RECORD-HELD
               ADD 1 TO WS-PROTECTED-COUNT
           END-IF.

       300-PRINT-REPORT.
           MOVE WS-CURRENT-DATE-NUM TO HDR-RUN-DATE
           MOVE WS-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-HOLD-COUNT = ZERO
               MOVE "NO OPEN HOLDS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-HOLD-NUM FROM 1 BY 1
                   UNTIL WS-HOLD-NUM > WS-HOLD-COUNT
               MOVE TBL-HLD-CASE(WS-HOLD-NUM)    TO DTL-CASE
               MOVE TBL-HLD-FROM-TS(WS-HOLD-NUM) TO DTL-FROM-TS
               MOVE TBL-HLD-TO-TS(WS-HOLD-NUM)   TO DTL-TO-TS
               MOVE TBL-HLD-PLACED(WS-HOLD-NUM)  TO DTL-PLACED
               MOVE TBL-HLD-COUNT(WS-HOLD-NUM)   TO DTL-COUNT
               MOVE TBL-HLD-DESC(WS-HOLD-NUM)    TO DTL-DESC
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLD-COUNT TO TOT-OPEN
           MOVE WS-TOTAL-LINE-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASED-COUNT TO TOT-RELEASED
           MOVE WS-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORD-COUNT TO TOT-RECORDS
           MOVE WS-TOTAL-LINE-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROTECTED-COUNT TO TOT-PROTECTED
           MOVE WS-TOTAL-LINE-4 TO REPORT-LINE
           WRITE REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE TRANSACTION-FILE
           CLOSE HOLD-REPORT
           DISPLAY "OFFENE SPERREN:        " WS-HOLD-COUNT
           DISPLAY "SAETZE GELESEN:        " WS-RECORD-COUNT
           DISPLAY "SAETZE UNTER SPERRE:   " WS-PROTECTED-COUNT.
