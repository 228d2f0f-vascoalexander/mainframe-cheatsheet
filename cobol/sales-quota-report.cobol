       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-QUOTA-REPORT.
       AUTHOR. BASQUE.

      * Zielerreichungsbericht: stellt fuer eine Periode JJJJMM die
      * Ziele aus QUOTA.DAT (von QUOTA-MAINT gepflegt) dem
      * Nettoumsatz je Verkaeufer gegenueber und verdichtet auf
      * Region und Distrikt (RGN-DISTRICT-CODE aus REGION.DAT).
      * Herkunft der Ist-Werte: fuer den laufenden Monat der
      * Monats-Zwischenstand aus SALESDAY.DAT (wie SALES-FLASH),
      * fuer abgeschlossene Monate die konsolidierte SALES.DAT
      * (SALES-MONTH = Berichtsmonat). Retouren und Gutschriften
      * werden abgezogen.
      * Regionsziel: der Regionssatz aus QUOTA.DAT (Verkaeufer
      * 000000), sonst die Summe der Verkaeuferziele der Region.
      * Wer unter der Schwelle liegt, wird in der Zeile markiert
      * und am Ende je Distrikt fuer die Distriktleitung gelistet.
      * Parameterkarte QUOTPARM.DAT (optional): Spalte 1-6
      * Berichtsperiode JJJJMM (Standard laufender Monat), Spalte
      * 7-9 Schwelle in Prozent (Standard 080).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-QUOTA-FILE ASSIGN TO "QUOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.

           SELECT SALES-TRANSACTION-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT DAILY-SALES-FILE ASSIGN TO "SALESDAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT QUOTA-PARM-FILE ASSIGN TO "QUOTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT QUOTA-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-QUOTA-FILE.
           COPY "sales-quota-record.cpy".

       FD  REGION-MASTER-FILE.
           COPY "region-master-record.cpy".

       FD  SALES-TRANSACTION-FILE.
           COPY "sales-record.cpy".

       FD  DAILY-SALES-FILE.
           COPY "daily-sales-record.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       FD  QUOTA-PARM-FILE.
       01  QUOTA-PARM-RECORD       PIC X(80).

       FD  QUOTA-REPORT.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-QUOTA-STATUS         PIC XX.
       01  WS-REGION-STATUS        PIC XX.
       01  WS-SALES-STATUS         PIC XX.
       01  WS-DAILY-STATUS         PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-SOURCE-SWITCH        PIC X        VALUE 'D'.
           88  WS-SOURCE-DAILY                  VALUE 'D'.
           88  WS-SOURCE-MONTHLY                VALUE 'M'.

      * Beim Start geladene Regions-Steuertabelle, sortiert nach
      * Distrikt und RGN-SEQUENCE; Ziel und Ist je Region laufen
      * in der Tabelle mit
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RGN-IDX.
               10  TBL-RGN-CODE      PIC X(10).
               10  TBL-RGN-NAME      PIC X(20).
               10  TBL-RGN-SEQUENCE  PIC 99.
               10  TBL-RGN-DISTRICT  PIC X(4).
               10  TBL-RGN-DIST-NAME PIC X(20).
               10  TBL-RGN-QUOTA-SW  PIC X.
                   88  TBL-RGN-HAS-QUOTA         VALUE 'Y'.
               10  TBL-RGN-TARGET    PIC S9(9)V99 COMP-3.
               10  TBL-RGN-PSN-TARGET PIC S9(9)V99 COMP-3.
               10  TBL-RGN-ACTUAL    PIC S9(9)V99 COMP-3.
       01  WS-REGION-SWAP.
           05  SWAP-RGN-CODE        PIC X(10).
           05  SWAP-RGN-NAME        PIC X(20).
           05  SWAP-RGN-SEQUENCE    PIC 99.
           05  SWAP-RGN-DISTRICT    PIC X(4).
           05  SWAP-RGN-DIST-NAME   PIC X(20).
           05  SWAP-RGN-QUOTA-SW    PIC X.
           05  SWAP-RGN-TARGET      PIC S9(9)V99 COMP-3.
           05  SWAP-RGN-PSN-TARGET  PIC S9(9)V99 COMP-3.
           05  SWAP-RGN-ACTUAL      PIC S9(9)V99 COMP-3.
       01  WS-REGION-COUNT         PIC 99       VALUE ZERO.
       01  WS-REGION-ROW           PIC 99       VALUE ZERO.
       01  WS-LOOKUP-REGION        PIC X(10)    VALUE SPACES.
       01  WS-ROW-NUM              PIC 99       VALUE ZERO.
       01  WS-SORT-I               PIC 9(3)     VALUE ZERO.
       01  WS-SORT-J               PIC 9(3)     VALUE ZERO.

      * Ziel und Ist je Verkaeufer und Region - ein Verkaeufer, der
      * in zwei Regionen verkauft, steht in beiden
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 300 TIMES.
               10  TBL-PSN-ROW      PIC 99.
               10  TBL-PSN-EMP-ID   PIC 9(6).
               10  TBL-PSN-TARGET   PIC S9(9)V99 COMP-3.
               10  TBL-PSN-ACTUAL   PIC S9(9)V99 COMP-3.
       01  WS-PERSON-SWAP.
           05  SWAP-PSN-ROW         PIC 99.
           05  SWAP-PSN-EMP-ID      PIC 9(6).
           05  SWAP-PSN-TARGET      PIC S9(9)V99 COMP-3.
           05  SWAP-PSN-ACTUAL      PIC S9(9)V99 COMP-3.
       01  WS-PERSON-COUNT         PIC 9(3)     VALUE ZERO.
       01  WS-PERSON-NUM           PIC 9(3)     VALUE ZERO.
       01  WS-PERSON-HIT           PIC 9(3)     VALUE ZERO.
       01  WS-LOOKUP-EMP-ID        PIC 9(6)     VALUE ZERO.

       01  WS-REPORT-PERIOD        PIC 9(6)     VALUE ZERO.
       01  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MONTH     PIC 99.
       01  WS-CURRENT-PERIOD       PIC 9(6)     VALUE ZERO.
       01  WS-THRESHOLD            PIC 9(3)     VALUE 80.

       01  WS-SALE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-TARGET               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACTUAL               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-PERCENT              PIC 9(3)V9   VALUE ZERO.
       01  WS-UNDER-SWITCH         PIC X        VALUE 'N'.
           88  WS-UNDER                         VALUE 'Y'.
       01  WS-DIST-TARGET          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DIST-ACTUAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-TARGET         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-ACTUAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CURRENT-DISTRICT     PIC X(4)     VALUE SPACES.
       01  WS-CURRENT-DIST-NAME    PIC X(20)    VALUE SPACES.

       01  WS-RECORD-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-QUOTA-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-UNKNOWN-REGION-COUNT PIC 9(7)     VALUE ZERO.
       01  WS-UNDER-COUNT          PIC 9(5)     VALUE ZERO.

       01  WS-HEADER-1.
           05  FILLER              PIC X(28)
               VALUE "SALES QUOTA ATTAINMENT".
           05  HDR-PERIOD          PIC 9(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  HDR-SOURCE          PIC X(24).
           05  FILLER              PIC X(12)
               VALUE "THRESHOLD: ".
           05  HDR-THRESHOLD       PIC ZZ9.
           05  FILLER              PIC X     VALUE "%".

       01  WS-HEADER-2.
           05  FILLER              PIC X(10) VALUE "  EMP-ID".
           05  FILLER              PIC X(27) VALUE "NAME".
           05  FILLER              PIC X(14)
               VALUE "        TARGET".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(15)
               VALUE "    NET ACTUAL ".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "ATTAINED".

       01  WS-DISTRICT-HEADER.
           05  FILLER              PIC X(9)  VALUE "DISTRICT ".
           05  DHD-CODE            PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DHD-NAME            PIC X(20).

       01  WS-REGION-HEADER.
           05  FILLER              PIC X(9)  VALUE "  REGION ".
           05  RHD-CODE            PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RHD-NAME            PIC X(20).

      * Gemeinsame Zeile fuer Verkaeufer und Summen - die
      * Summenzeilen tragen ihre Bezeichnung im Namensfeld
       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-EMP-ID          PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NAME            PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-TARGET          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-ACTUAL          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-PERCENT         PIC ZZ9.9.
           05  DTL-PERCENT-SIGN    PIC X.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-FLAG            PIC X(12).

       01  WS-UNDER-HEADER.
           05  FILLER              PIC X(45)
               VALUE "BELOW THRESHOLD - FOR DISTRICT MANAGER REVIEW".

      * Unterschreitungsliste je Distrikt
       01  WS-UNDER-TABLE.
           05  WS-UNDER-ENTRY OCCURS 300 TIMES.
               10  TBL-UND-DISTRICT PIC X(4).
               10  TBL-UND-LINE     PIC X(100).
       01  WS-UNDER-NUM            PIC 9(3)     VALUE ZERO.
       01  WS-UNDER-DISTRICT       PIC X(4)     VALUE SPACES.

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME       PIC X(30)   VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 020-LOAD-REGION-MASTER
           PERFORM 030-SORT-REGION-TABLE
           PERFORM 040-READ-QUOTA-PARM
           PERFORM 050-LOAD-QUOTAS
           PERFORM 100-OPEN-FILES
           IF WS-SOURCE-DAILY
               PERFORM UNTIL WS-EOF
                   READ DAILY-SALES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 200-ACCUMULATE-DAILY
                   END-READ
               END-PERFORM
           ELSE
               PERFORM UNTIL WS-EOF
                   READ SALES-TRANSACTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 210-ACCUMULATE-MONTHLY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 280-SORT-PERSON-TABLE
           PERFORM 300-PRINT-REPORT
           PERFORM 900-CLOSE-FILES
           GOBACK.

       020-LOAD-REGION-MASTER.
           OPEN INPUT REGION-MASTER-FILE
           IF WS-REGION-STATUS NOT = "00"
               DISPLAY "FEHLER: REGION.DAT NICHT VORHANDEN: "
                   WS-REGION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-REGION-STATUS NOT = "00"
                   OR WS-REGION-COUNT = 20
               READ REGION-MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-REGION-COUNT
                       SET WS-RGN-IDX TO WS-REGION-COUNT
                       MOVE RGN-CODE TO TBL-RGN-CODE(WS-RGN-IDX)
                       MOVE RGN-NAME TO TBL-RGN-NAME(WS-RGN-IDX)
                       MOVE RGN-SEQUENCE
                           TO TBL-RGN-SEQUENCE(WS-RGN-IDX)
      *                Regionssatz ohne Distrikt wird beim Laden
      *                zurueckgewiesen (wie SALES-MATRIX-REPORT)
                       IF RGN-DISTRICT-CODE = SPACES
                           DISPLAY "FEHLER: REGION OHNE DISTRIKT "
                               "IN REGION.DAT: " RGN-CODE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE RGN-DISTRICT-CODE
                           TO TBL-RGN-DISTRICT(WS-RGN-IDX)
                       MOVE RGN-DISTRICT-NAME
                           TO TBL-RGN-DIST-NAME(WS-RGN-IDX)
                       MOVE 'N' TO TBL-RGN-QUOTA-SW(WS-RGN-IDX)
                       MOVE ZERO TO TBL-RGN-TARGET(WS-RGN-IDX)
                       MOVE ZERO TO TBL-RGN-PSN-TARGET(WS-RGN-IDX)
                       MOVE ZERO TO TBL-RGN-ACTUAL(WS-RGN-IDX)
               END-READ
           END-PERFORM
           CLOSE REGION-MASTER-FILE
           IF WS-REGION-COUNT = ZERO
               DISPLAY "FEHLER: REGION.DAT IST LEER"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Austauschsortierung nach Distrikt und RGN-SEQUENCE - die
      * Regionen eines Distrikts stehen damit zusammen, innerhalb
      * des Distrikts in der festen Geschaeftsreihenfolge
       030-SORT-REGION-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-REGION-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-REGION-COUNT - WS-SORT-I
                   IF TBL-RGN-DISTRICT(WS-SORT-J) >
                           TBL-RGN-DISTRICT(WS-SORT-J + 1)
                       OR (TBL-RGN-DISTRICT(WS-SORT-J) =
                           TBL-RGN-DISTRICT(WS-SORT-J + 1)
                       AND TBL-RGN-SEQUENCE(WS-SORT-J) >
                           TBL-RGN-SEQUENCE(WS-SORT-J + 1))
                       MOVE WS-REGION-ENTRY(WS-SORT-J)
                           TO WS-REGION-SWAP
                       MOVE WS-REGION-ENTRY(WS-SORT-J + 1)
                           TO WS-REGION-ENTRY(WS-SORT-J)
                       MOVE WS-REGION-SWAP
                           TO WS-REGION-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Parameterkarte ist optional - nicht numerische Felder
      * lassen den Standard stehen. Der laufende Monat kommt aus
      * SALESDAY.DAT, jeder fruehere aus SALES.DAT.
       040-READ-QUOTA-PARM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-PERIOD
           MOVE WS-CURRENT-PERIOD TO WS-REPORT-PERIOD
           OPEN INPUT QUOTA-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ QUOTA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QUOTA-PARM-RECORD(1:6) IS NUMERIC
                           MOVE QUOTA-PARM-RECORD(1:6)
                               TO WS-REPORT-PERIOD
                       END-IF
                       IF QUOTA-PARM-RECORD(7:3) IS NUMERIC
                           MOVE QUOTA-PARM-RECORD(7:3)
                               TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE QUOTA-PARM-FILE
           END-IF
           IF WS-REPORT-PERIOD < WS-CURRENT-PERIOD
               SET WS-SOURCE-MONTHLY TO TRUE
           ELSE
               SET WS-SOURCE-DAILY TO TRUE
           END-IF.

      * Alle Ziele der Berichtsperiode ab dem ersten Schluessel der
      * Periode lesen; fehlt QUOTA.DAT, laeuft der Bericht mit
      * Ziel Null (Warnung)
       050-LOAD-QUOTAS.
           OPEN INPUT SALES-QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "WARNUNG: QUOTA.DAT NICHT VORHANDEN - "
                   "BERICHT OHNE ZIELE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-REPORT-PERIOD TO QTA-PERIOD
               MOVE LOW-VALUES TO QTA-REGION
               MOVE ZERO TO QTA-EMP-ID
               START SALES-QUOTA-FILE KEY IS >= QTA-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-EOF
                   READ SALES-QUOTA-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF QTA-PERIOD NOT = WS-REPORT-PERIOD
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM 060-APPLY-QUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-QUOTA-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       060-APPLY-QUOTA.
           MOVE QTA-REGION TO WS-LOOKUP-REGION
           PERFORM 250-FIND-REGION-ROW
           IF WS-REGION-ROW = ZERO
               DISPLAY "WARNUNG: ZIEL FUER REGION OHNE REGION.DAT-"
                   "SATZ UEBERGANGEN: " QTA-REGION
           ELSE
               ADD 1 TO WS-QUOTA-COUNT
               IF QTA-REGION-QUOTA
                   MOVE QTA-AMOUNT TO TBL-RGN-TARGET(WS-REGION-ROW)
                   SET TBL-RGN-HAS-QUOTA(WS-REGION-ROW) TO TRUE
               ELSE
                   MOVE QTA-EMP-ID TO WS-LOOKUP-EMP-ID
                   PERFORM 260-FIND-PERSON-ENTRY
                   IF WS-PERSON-HIT > ZERO
                       ADD QTA-AMOUNT TO TBL-PSN-TARGET(WS-PERSON-HIT)
                       ADD QTA-AMOUNT
                           TO TBL-RGN-PSN-TARGET(WS-REGION-ROW)
                   END-IF
               END-IF
           END-IF.

       100-OPEN-FILES.
           IF WS-SOURCE-DAILY
               OPEN INPUT DAILY-SALES-FILE
               IF WS-DAILY-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER DAILY-SALES-FILE: "
                       WS-DAILY-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "MONTH-TO-DATE (SALESDAY)" TO HDR-SOURCE
           ELSE
               OPEN INPUT SALES-TRANSACTION-FILE
               IF WS-SALES-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER "
                       "SALES-TRANSACTION-FILE: " WS-SALES-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "CLOSED MONTH (SALES)" TO HDR-SOURCE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER EMPLOYEE-MASTER: "
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Naechste Berichtsgeneration vergeben statt den Vordruck zu
      * ueberschreiben; die Aufbewahrungszahl kommt aus GENPARM.DAT
           SET RG-NEXT-GENERATION TO TRUE
           MOVE "SALESQUOTA" TO RG-BASE-NAME
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

           OPEN OUTPUT QUOTA-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES QUOTA-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Nur Tagessaetze des Berichtsmonats - die Tagesdetaildatei
      * kann noch Saetze aus dem Vormonat fuehren
       200-ACCUMULATE-DAILY.
           ADD 1 TO WS-RECORD-COUNT
           IF SDY-DATE(1:6) = WS-REPORT-PERIOD-X
               MOVE SDY-REGION    TO WS-LOOKUP-REGION
               MOVE SDY-PERSON-ID TO WS-LOOKUP-EMP-ID
               IF SDY-TYPE-REDUCTION
                   COMPUTE WS-SALE-AMOUNT = ZERO - SDY-AMOUNT
               ELSE
                   MOVE SDY-AMOUNT TO WS-SALE-AMOUNT
               END-IF
               PERFORM 220-ADD-ACTUAL
           END-IF.

      * SALES.DAT fuehrt nur den Monat - sie enthaelt das laufende
      * Geschaeftsjahr
       210-ACCUMULATE-MONTHLY.
           ADD 1 TO WS-RECORD-COUNT
           IF SALES-MONTH = WS-REPORT-MONTH
               MOVE SALES-REGION    TO WS-LOOKUP-REGION
               MOVE SALES-PERSON-ID TO WS-LOOKUP-EMP-ID
               IF SALES-TYPE-REDUCTION
                   COMPUTE WS-SALE-AMOUNT = ZERO - SALES-AMOUNT
               ELSE
                   MOVE SALES-AMOUNT TO WS-SALE-AMOUNT
               END-IF
               PERFORM 220-ADD-ACTUAL
           END-IF.

       220-ADD-ACTUAL.
           PERFORM 250-FIND-REGION-ROW
           IF WS-REGION-ROW = ZERO
               ADD 1 TO WS-UNKNOWN-REGION-COUNT
               DISPLAY "WARNUNG: REGION NICHT IN REGION.DAT - "
                   "SATZ UEBERGANGEN: " WS-LOOKUP-REGION
           ELSE
               ADD WS-SALE-AMOUNT TO TBL-RGN-ACTUAL(WS-REGION-ROW)
               PERFORM 260-FIND-PERSON-ENTRY
               IF WS-PERSON-HIT > ZERO
                   ADD WS-SALE-AMOUNT TO TBL-PSN-ACTUAL(WS-PERSON-HIT)
               END-IF
           END-IF.

      * Zeilennummer der Region in der sortierten Steuertabelle
      * (Eingabe ueber WS-LOOKUP-REGION)
       250-FIND-REGION-ROW.
           MOVE ZERO TO WS-REGION-ROW
           SET WS-RGN-IDX TO 1
           SEARCH WS-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RGN-IDX > WS-REGION-COUNT
                   CONTINUE
               WHEN TBL-RGN-CODE(WS-RGN-IDX) = WS-LOOKUP-REGION
                   SET WS-REGION-ROW TO WS-RGN-IDX
           END-SEARCH.

      * Eintrag fuer Region WS-REGION-ROW und WS-LOOKUP-EMP-ID
      * suchen, sonst anlegen; bei voller Tabelle WS-PERSON-HIT Null
       260-FIND-PERSON-ENTRY.
           MOVE ZERO TO WS-PERSON-HIT
           PERFORM VARYING WS-PERSON-NUM FROM 1 BY 1
                   UNTIL WS-PERSON-NUM > WS-PERSON-COUNT
                      OR WS-PERSON-HIT > ZERO
               IF TBL-PSN-ROW(WS-PERSON-NUM) = WS-REGION-ROW
                       AND TBL-PSN-EMP-ID(WS-PERSON-NUM)
                           = WS-LOOKUP-EMP-ID
                   MOVE WS-PERSON-NUM TO WS-PERSON-HIT
               END-IF
           END-PERFORM
           IF WS-PERSON-HIT = ZERO
               IF WS-PERSON-COUNT = 300
                   DISPLAY "WARNUNG: MEHR ALS 300 VERKAEUFER - "
                       "UEBERGANGEN: " WS-LOOKUP-EMP-ID
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-PERSON-COUNT
                   MOVE WS-PERSON-COUNT TO WS-PERSON-HIT
                   MOVE WS-REGION-ROW TO TBL-PSN-ROW(WS-PERSON-HIT)
                   MOVE WS-LOOKUP-EMP-ID
                       TO TBL-PSN-EMP-ID(WS-PERSON-HIT)
                   MOVE ZERO TO TBL-PSN-TARGET(WS-PERSON-HIT)
                   MOVE ZERO TO TBL-PSN-ACTUAL(WS-PERSON-HIT)
               END-IF
           END-IF.

      * Verkaeufer nach Regionszeile und EMP-ID ordnen
       280-SORT-PERSON-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-PERSON-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-PERSON-COUNT - WS-SORT-I
                   IF TBL-PSN-ROW(WS-SORT-J) >
                           TBL-PSN-ROW(WS-SORT-J + 1)
                       OR (TBL-PSN-ROW(WS-SORT-J) =
                           TBL-PSN-ROW(WS-SORT-J + 1)
                       AND TBL-PSN-EMP-ID(WS-SORT-J) >
                           TBL-PSN-EMP-ID(WS-SORT-J + 1))
                       MOVE WS-PERSON-ENTRY(WS-SORT-J)
                           TO WS-PERSON-SWAP
                       MOVE WS-PERSON-ENTRY(WS-SORT-J + 1)
                           TO WS-PERSON-ENTRY(WS-SORT-J)
                       MOVE WS-PERSON-SWAP
                           TO WS-PERSON-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       300-PRINT-REPORT.
           MOVE WS-REPORT-PERIOD TO HDR-PERIOD
           MOVE WS-THRESHOLD TO HDR-THRESHOLD
           MOVE WS-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-CURRENT-DISTRICT
           PERFORM VARYING WS-ROW-NUM FROM 1 BY 1
                   UNTIL WS-ROW-NUM > WS-REGION-COUNT
               IF TBL-RGN-DISTRICT(WS-ROW-NUM)
                       NOT = WS-CURRENT-DISTRICT
                   IF WS-CURRENT-DISTRICT NOT = SPACES
                       PERFORM 340-PRINT-DISTRICT-TOTAL
                   END-IF
                   PERFORM 310-PRINT-DISTRICT-HEADER
               END-IF
               PERFORM 320-PRINT-REGION
           END-PERFORM
           PERFORM 340-PRINT-DISTRICT-TOTAL

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO DTL-EMP-ID
           MOVE "GRAND TOTAL" TO DTL-NAME
           MOVE WS-GRAND-TARGET TO WS-TARGET
           MOVE WS-GRAND-ACTUAL TO WS-ACTUAL
           PERFORM 380-FORMAT-ATTAINMENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM 360-PRINT-UNDER-LIST.

       310-PRINT-DISTRICT-HEADER.
           MOVE TBL-RGN-DISTRICT(WS-ROW-NUM) TO WS-CURRENT-DISTRICT
           MOVE TBL-RGN-DIST-NAME(WS-ROW-NUM) TO WS-CURRENT-DIST-NAME
           MOVE ZERO TO WS-DIST-TARGET
           MOVE ZERO TO WS-DIST-ACTUAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-DISTRICT TO DHD-CODE
           MOVE WS-CURRENT-DIST-NAME TO DHD-NAME
           MOVE WS-DISTRICT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE.

      * Regionskopf, Verkaeuferzeilen, Regionssumme; ohne
      * Regionssatz in QUOTA.DAT gilt die Summe der Verkaeuferziele
       320-PRINT-REGION.
           MOVE TBL-RGN-CODE(WS-ROW-NUM) TO RHD-CODE
           MOVE TBL-RGN-NAME(WS-ROW-NUM) TO RHD-NAME
           MOVE WS-REGION-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-PERSON-NUM FROM 1 BY 1
                   UNTIL WS-PERSON-NUM > WS-PERSON-COUNT
               IF TBL-PSN-ROW(WS-PERSON-NUM) = WS-ROW-NUM
                   PERFORM 330-PRINT-PERSON-LINE
               END-IF
           END-PERFORM
           IF NOT TBL-RGN-HAS-QUOTA(WS-ROW-NUM)
               MOVE TBL-RGN-PSN-TARGET(WS-ROW-NUM)
                   TO TBL-RGN-TARGET(WS-ROW-NUM)
           END-IF
           MOVE SPACES TO DTL-EMP-ID
           MOVE SPACES TO DTL-NAME
           STRING "REGION " TBL-RGN-CODE(WS-ROW-NUM)
               DELIMITED BY SIZE INTO DTL-NAME
           MOVE TBL-RGN-TARGET(WS-ROW-NUM) TO WS-TARGET
           MOVE TBL-RGN-ACTUAL(WS-ROW-NUM) TO WS-ACTUAL
           PERFORM 380-FORMAT-ATTAINMENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD TBL-RGN-TARGET(WS-ROW-NUM) TO WS-DIST-TARGET
           ADD TBL-RGN-ACTUAL(WS-ROW-NUM) TO WS-DIST-ACTUAL.

       330-PRINT-PERSON-LINE.
           MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO DTL-EMP-ID
           MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "*** NOT IN EMPLOYEE-MASTER" TO DTL-NAME
               NOT INVALID KEY
                   MOVE SPACES TO DTL-NAME
                   STRING FUNCTION TRIM(EMP-FIRSTNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(EMP-LASTNAME)
                              DELIMITED BY SIZE
                       INTO DTL-NAME
                   END-STRING
           END-READ
           MOVE TBL-PSN-TARGET(WS-PERSON-NUM) TO WS-TARGET
           MOVE TBL-PSN-ACTUAL(WS-PERSON-NUM) TO WS-ACTUAL
           PERFORM 380-FORMAT-ATTAINMENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNDER AND WS-UNDER-COUNT < 300
               ADD 1 TO WS-UNDER-COUNT
               MOVE WS-CURRENT-DISTRICT
                   TO TBL-UND-DISTRICT(WS-UNDER-COUNT)
               MOVE WS-DETAIL-LINE TO TBL-UND-LINE(WS-UNDER-COUNT)
           END-IF.

       340-PRINT-DISTRICT-TOTAL.
           MOVE SPACES TO DTL-EMP-ID
           MOVE SPACES TO DTL-NAME
           STRING "DISTRICT " WS-CURRENT-DISTRICT
               DELIMITED BY SIZE INTO DTL-NAME
           MOVE WS-DIST-TARGET TO WS-TARGET
           MOVE WS-DIST-ACTUAL TO WS-ACTUAL
           PERFORM 380-FORMAT-ATTAINMENT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-DIST-TARGET TO WS-GRAND-TARGET
           ADD WS-DIST-ACTUAL TO WS-GRAND-ACTUAL.

      * Unterschreitungen je Distrikt fuer die Distriktleitung -
      * die Liste ist schon in Distriktfolge gesammelt
       360-PRINT-UNDER-LIST.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNDER-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNDER-COUNT = ZERO
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO WS-UNDER-DISTRICT
           PERFORM VARYING WS-UNDER-NUM FROM 1 BY 1
                   UNTIL WS-UNDER-NUM > WS-UNDER-COUNT
               IF TBL-UND-DISTRICT(WS-UNDER-NUM)
                       NOT = WS-UNDER-DISTRICT
                   MOVE TBL-UND-DISTRICT(WS-UNDER-NUM)
                       TO WS-UNDER-DISTRICT
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE WS-UNDER-DISTRICT TO DHD-CODE
                   MOVE SPACES TO DHD-NAME
                   MOVE WS-DISTRICT-HEADER TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE TBL-UND-LINE(WS-UNDER-NUM) TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      * Ziel, Ist, Prozent und Markierung in die Zeile stellen
      * (Eingabe ueber WS-TARGET/WS-ACTUAL). Ohne Ziel gibt es
      * keinen Prozentwert und keine Markierung; ein negativer
      * Nettoumsatz zaehlt als 0 %.
       380-FORMAT-ATTAINMENT.
           MOVE 'N' TO WS-UNDER-SWITCH
           MOVE WS-TARGET TO DTL-TARGET
           MOVE WS-ACTUAL TO DTL-ACTUAL
           IF WS-TARGET = ZERO
               MOVE ZERO TO DTL-PERCENT
               MOVE SPACE TO DTL-PERCENT-SIGN
               MOVE "NO QUOTA" TO DTL-FLAG
           ELSE
               IF WS-ACTUAL > ZERO
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-ACTUAL * 100 / WS-TARGET
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO DTL-PERCENT
               MOVE "%" TO DTL-PERCENT-SIGN
               IF WS-PERCENT < WS-THRESHOLD
                   SET WS-UNDER TO TRUE
                   MOVE "** BELOW" TO DTL-FLAG
               ELSE
                   MOVE SPACES TO DTL-FLAG
               END-IF
           END-IF.

       900-CLOSE-FILES.
           IF WS-SOURCE-DAILY
               CLOSE DAILY-SALES-FILE
           ELSE
               CLOSE SALES-TRANSACTION-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
           CLOSE QUOTA-REPORT
           DISPLAY "UMSATZSAETZE GELESEN: " WS-RECORD-COUNT
           DISPLAY "ZIELE DER PERIODE:    " WS-QUOTA-COUNT
           DISPLAY "UNBEKANNTE REGION:    " WS-UNKNOWN-REGION-COUNT
           DISPLAY "UNTER DER SCHWELLE:   " WS-UNDER-COUNT.
