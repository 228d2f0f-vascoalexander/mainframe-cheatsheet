      * Zurueckgewiesene Karten gehen mit Begruendung auf einen
      * eigenen Reject-Report (wie die PAYORPH.DAT-Waisen im
      * Register-Lauf).
      * Jede Kartenzeile traegt eine Lohnart (R regulaer, O Mehrarbeit,
      * H Feiertag, V Urlaub, S Krank), bewertet mit dem Faktor aus
      * PAYTYPE.DAT; regulaere Stunden ueber der Wochengrenze werden
      * automatisch als Mehrarbeit bezahlt. Je Mitarbeiter und
      * Periodenende entsteht ein PAYROLL.DAT-Satz mit der
      * Aufschluesselung des Bruttos nach Lohnart.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SALH-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      * Lohnarten-Steuerdatei (Zuschlagsfaktor und Hoechststunden je
      * Lohnart) - Muster von TAXRATE.DAT; fehlt sie, gelten die
      * Standardwerte aus WS-PAY-TYPE-DEFAULTS
           SELECT PAY-TYPE-FILE ASSIGN TO "PAYTYPE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTYPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rohsatz - alle Felder alphanumerisch, damit die NUMERIC-
           05  RAW-TC-PERIOD-END   PIC X(8).
           05  RAW-TC-PERIOD-NUM   REDEFINES RAW-TC-PERIOD-END
                                   PIC 9(8).
      * Lohnart - leer bei Karten aus der Zeit vor den Lohnarten,
      * diese gelten als regulaere Stunden
           05  RAW-TC-PAY-TYPE     PIC X.
               88  RAW-TC-REGULAR              VALUE 'R' SPACE.

       FD  PAYROLL-TRANSACTION-FILE.
           COPY "payroll-transaction-record.cpy".
       01  REJECT-RECORD.
           05  REJ-FIELD-NAME      PIC X(12).
           05  REJ-SEP-1           PIC X.
           05  REJ-RAW-IMAGE       PIC X(20).
           05  REJ-SEP-2           PIC X.
           05  REJ-REASON          PIC X(30).

       FD  SALARY-HISTORY-FILE.
           COPY "salary-history-record.cpy".

       FD  PAY-TYPE-FILE.
           COPY "pay-type-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-TIMECARD-STATUS      PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-SALHIST-STATUS       PIC XX.
       01  WS-PAYTYPE-STATUS       PIC XX.

      * Historie ist beim allerersten Lauf nach der Umstellung noch
      * nicht vorhanden - dann rechnet der Lauf komplett mit
       01  WS-HOURLY-RATE          PIC 9(5)V99  COMP-3 VALUE ZERO.
       01  WS-GROSS-PAY            PIC 9(7)V99  COMP-3 VALUE ZERO.

      * Regelarbeitszeit einer Wochenkarte - regulaere Stunden
      * darueber werden als Mehrarbeit (Lohnart O) bezahlt
       01  WS-OVERTIME-THRESHOLD   PIC 999V99   VALUE 40.00.

      * Lohnarten in fester Reihenfolge - die Position in dieser
      * Liste ist zugleich die Position in PAY-EARN-ENTRY
       01  WS-PAY-TYPE-CODES       PIC X(5)     VALUE "ROHVS".
       01  WS-PAY-TYPE-CODE-TABLE  REDEFINES WS-PAY-TYPE-CODES.
           05  WS-PAY-TYPE-CODE    PIC X        OCCURS 5 TIMES.

      * Standardwerte je Lohnart (Code, Text, Faktor, Hoechststunden
      * je Karte); Zeilen aus PAYTYPE.DAT ueberschreiben sie
       01  WS-PAY-TYPE-DEFAULTS.
           05  FILLER              PIC X(30)
               VALUE "RREGULAR             100012000".
           05  FILLER              PIC X(30)
               VALUE "OOVERTIME            150006000".
           05  FILLER              PIC X(30)
               VALUE "HHOLIDAY             100004000".
           05  FILLER              PIC X(30)
               VALUE "VVACATION            100008000".
           05  FILLER              PIC X(30)
               VALUE "SSICK                100008000".
       01  WS-PAY-TYPE-TABLE       REDEFINES WS-PAY-TYPE-DEFAULTS.
           05  WS-PAY-TYPE-ENTRY   OCCURS 5 TIMES.
               10  TBL-PTY-CODE        PIC X.
               10  TBL-PTY-DESC        PIC X(20).
               10  TBL-PTY-MULTIPLIER  PIC 9V999.
               10  TBL-PTY-MAX-HOURS   PIC 999V99.
       01  WS-PTY-NUM              PIC 9        VALUE ZERO.
       01  WS-PTY-LOADED           PIC 99       VALUE ZERO.

      * Sammeltabelle je Mitarbeiter und Periodenende - mehrere
      * Kartenzeilen (je Lohnart eine) ergeben einen PAYROLL.DAT-
      * Satz; geschrieben wird erst nach dem letzten Kartensatz
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY        OCCURS 500 TIMES.
               10  PT-EMP-ID           PIC 9(6).
               10  PT-PERIOD-END       PIC 9(8).
               10  PT-EMP-NAME         PIC X(30).
               10  PT-PERIOD-HOURS     PIC 999V99.
               10  PT-BUCKET           OCCURS 5 TIMES.
                   15  PT-HOURS        PIC 999V99.
                   15  PT-AMOUNT       PIC 9(6)V99 COMP-3.
       01  WS-PAY-COUNT            PIC 9(3)     VALUE ZERO.
       01  WS-PAY-NUM              PIC 9(3)     VALUE ZERO.
       01  WS-PAY-HIT              PIC 9(3)     VALUE ZERO.
       01  WS-BUCKET-NUM           PIC 9        VALUE ZERO.

      * Aufteilung einer regulaeren Kartenzeile an der Wochengrenze
       01  WS-CARD-HOURS           PIC 999V99   VALUE ZERO.
       01  WS-REGULAR-HOURS        PIC 999V99   VALUE ZERO.
       01  WS-OVERTIME-HOURS       PIC 999V99   VALUE ZERO.
       01  WS-PRICE-HOURS          PIC 999V99   VALUE ZERO.
       01  WS-PRICE-AMOUNT         PIC 9(6)V99  COMP-3 VALUE ZERO.

      * Pruefung des Periodenendes ueber das gemeinsame DATE-CONVERT
      * Unterprogramm statt eigener Substring-Pruefungen
       COPY "date-convert-fields.cpy".

      * Erster Tag der Wochenperiode (Periodenende minus 6 Tage) fuer
      * die Pruefung gegen das Austrittsdatum
       01  WS-PERIOD-START         PIC 9(8)     VALUE ZERO.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-READ-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-ACCEPT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-COUNT          PIC 9(7)     VALUE ZERO.
       01  WS-RECLASS-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-CLEAN-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-PAY-TYPES
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ TIMECARD-FILE
                       PERFORM 200-EDIT-TIMECARD
               END-READ
           END-PERFORM
           PERFORM 450-WRITE-PAY-RECORDS
           PERFORM 500-WRITE-CONTROL-TRAILER
           PERFORM 900-CLOSE-FILES
           GOBACK.

      * Faktoren und Hoechststunden je Lohnart aus PAYTYPE.DAT
      * laden. Die Datei ist optional - ohne sie gelten die
      * Standardwerte (Mehrarbeit 1.5-fach, alle anderen einfach);
      * eine Zeile mit unbekannter Lohnart wird gemeldet und
      * uebersprungen, statt stillschweigend eine Lohnart zu
      * ueberschreiben.
       050-LOAD-PAY-TYPES.
           OPEN INPUT PAY-TYPE-FILE
           IF WS-PAYTYPE-STATUS NOT = "00"
               DISPLAY "WARNUNG: PAYTYPE.DAT NICHT VORHANDEN - "
                   "LAUF MIT STANDARDFAKTOREN"
           ELSE
               PERFORM UNTIL WS-PAYTYPE-STATUS NOT = "00"
                   READ PAY-TYPE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 060-LOAD-ONE-PAY-TYPE
                   END-READ
               END-PERFORM
               CLOSE PAY-TYPE-FILE
               DISPLAY "LOHNARTEN AUS PAYTYPE.DAT: " WS-PTY-LOADED
           END-IF.

       060-LOAD-ONE-PAY-TYPE.
           MOVE ZERO TO WS-PTY-NUM
           INSPECT WS-PAY-TYPE-CODES TALLYING WS-PTY-NUM
               FOR CHARACTERS BEFORE INITIAL PTY-CODE
           ADD 1 TO WS-PTY-NUM
           IF WS-PTY-NUM > 5 OR PTY-CODE = SPACE
               DISPLAY "WARNUNG: UNBEKANNTE LOHNART IN PAYTYPE.DAT"
                   " - ZEILE UEBERSPRUNGEN: " PTY-CODE
           ELSE
               MOVE PTY-CODE       TO TBL-PTY-CODE(WS-PTY-NUM)
               MOVE PTY-DESC       TO TBL-PTY-DESC(WS-PTY-NUM)
               MOVE PTY-MULTIPLIER TO TBL-PTY-MULTIPLIER(WS-PTY-NUM)
               MOVE PTY-MAX-HOURS  TO TBL-PTY-MAX-HOURS(WS-PTY-NUM)
               ADD 1 TO WS-PTY-LOADED
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT TIMECARD-FILE
           IF WS-TIMECARD-STATUS NOT = "00"
                   "LAUF RECHNET MIT EMP-SALARY"
           END-IF.

      * Pruefreihenfolge EMP-ID, Lohnart, Stunden, Periodenende,
      * Stammdatei, Periodensumme - der erste Fehler bestimmt die
      * Begruendung auf dem Reject-Report (wie 200-EDIT-RECORD in
      * SALES-EDIT)
       200-EDIT-TIMECARD.
           SET WS-RECORD-VALID TO TRUE

               PERFORM 400-WRITE-REJECT
           END-IF

           IF WS-RECORD-VALID
               PERFORM 210-FIND-PAY-TYPE
               IF WS-PTY-NUM > 5
                   MOVE "TC-PAY-TYPE" TO REJ-FIELD-NAME
                   MOVE "UNKNOWN PAY TYPE (R/O/H/V/S)" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               END-IF
           END-IF

           IF WS-RECORD-VALID
               IF RAW-TC-HOURS IS NOT NUMERIC
                   MOVE "TC-HOURS" TO REJ-FIELD-NAME
                   PERFORM 400-WRITE-REJECT
               ELSE
                   IF RAW-TC-HOURS-NUM = ZERO
                           OR RAW-TC-HOURS-NUM >
                               TBL-PTY-MAX-HOURS(WS-PTY-NUM)
                       MOVE "TC-HOURS" TO REJ-FIELD-NAME
                       MOVE "HOURS IMPOSSIBLE FOR PAY TYPE"
                           TO REJ-REASON
                       PERFORM 400-WRITE-REJECT
                   END-IF
               PERFORM 250-LOOKUP-EMPLOYEE
           END-IF

      *    Alle Karten eines Mitarbeiters zusammen duerfen die
      *    Periodenobergrenze nicht ueberschreiten
           IF WS-RECORD-VALID
               PERFORM 310-FIND-PAY-ENTRY
               MOVE RAW-TC-HOURS-NUM TO WS-CARD-HOURS
               IF WS-PAY-HIT > ZERO
                   ADD PT-PERIOD-HOURS(WS-PAY-HIT) TO WS-CARD-HOURS
               END-IF
               IF WS-CARD-HOURS > WS-MAX-PERIOD-HOURS
                   MOVE "TC-HOURS" TO REJ-FIELD-NAME
                   MOVE "PERIOD TOTAL OVER 120 HOURS" TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               END-IF
           END-IF

           IF WS-RECORD-VALID
               PERFORM 300-PRICE-TIMECARD
           END-IF.

      * Position der Lohnart in WS-PAY-TYPE-CODES; leere Lohnart
      * gilt als regulaer, ein Wert ueber 5 heisst unbekannt
       210-FIND-PAY-TYPE.
           MOVE ZERO TO WS-PTY-NUM
           IF RAW-TC-REGULAR
               MOVE 1 TO WS-PTY-NUM
           ELSE
               INSPECT WS-PAY-TYPE-CODES TALLYING WS-PTY-NUM
                   FOR CHARACTERS BEFORE INITIAL RAW-TC-PAY-TYPE
               ADD 1 TO WS-PTY-NUM
           END-IF.

       250-LOOKUP-EMPLOYEE.
                   MOVE "EMP-ID NOT IN EMPLOYEE-MASTER"
                       TO REJ-REASON
                   PERFORM 400-WRITE-REJECT
               NOT INVALID KEY
                   IF NOT EMP-NOT-TERMINATED
                       PERFORM 260-CHECK-TERMINATION
                   END-IF
           END-READ.

      * Ausgeschiedene Mitarbeiter: die Karte der Austrittswoche
      * wird noch bezahlt, eine Karte fuer eine Woche, die erst nach
      * dem Austrittsdatum beginnt, ist ein Irrlaeufer
       260-CHECK-TERMINATION.
           SET DC-ADD-DAYS TO TRUE
           MOVE RAW-TC-PERIOD-NUM TO DC-DATE-NUM
           MOVE -6 TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-NUM TO WS-PERIOD-START
           IF WS-PERIOD-START > EMP-TERM-DATE
               MOVE "TC-PERIOD" TO REJ-FIELD-NAME
               MOVE "PERIOD AFTER TERMINATION DATE" TO REJ-REASON
               PERFORM 400-WRITE-REJECT
           END-IF.

      * Den fuer die Abrechnungsperiode gueltigen Gehaltssatz aus
      * der Historie ziehen: ab dem ersten Satz des Mitarbeiters
      * vorwaerts lesen und den juengsten Satz behalten, dessen
               END-IF
           END-IF.

      * Kartenzeile bewerten und in die Sammeltabelle einrollen:
      * Stundensatz aus dem fuer die Periode gueltigen Jahresgehalt,
      * mal Faktor der Lohnart. Regulaere Stunden, die die
      * Wochengrenze ueberschreiten, gehen als Mehrarbeit in die
      * Lohnart O - der Rest der Karte bleibt regulaer. Der Name
      * kommt aus der Stammdatei, nicht von der Stempelkarte.
       300-PRICE-TIMECARD.
           IF WS-PAY-HIT = ZERO
               PERFORM 330-ADD-PAY-ENTRY
           END-IF
           PERFORM 270-FIND-PERIOD-SALARY
           COMPUTE WS-HOURLY-RATE ROUNDED =
               WS-PERIOD-SALARY / WS-ANNUAL-HOURS

           IF WS-PTY-NUM = 1
               MOVE RAW-TC-HOURS-NUM TO WS-REGULAR-HOURS
               MOVE ZERO             TO WS-OVERTIME-HOURS
               IF PT-HOURS(WS-PAY-HIT, 1) + RAW-TC-HOURS-NUM
                       > WS-OVERTIME-THRESHOLD
                   COMPUTE WS-REGULAR-HOURS =
                       WS-OVERTIME-THRESHOLD - PT-HOURS(WS-PAY-HIT, 1)
                   COMPUTE WS-OVERTIME-HOURS =
                       RAW-TC-HOURS-NUM - WS-REGULAR-HOURS
               END-IF
               IF WS-REGULAR-HOURS > ZERO
                   MOVE 1                TO WS-BUCKET-NUM
                   MOVE WS-REGULAR-HOURS TO WS-PRICE-HOURS
                   PERFORM 320-PRICE-HOURS
               END-IF
               IF WS-OVERTIME-HOURS > ZERO
                   MOVE 2                 TO WS-BUCKET-NUM
                   MOVE WS-OVERTIME-HOURS TO WS-PRICE-HOURS
                   PERFORM 320-PRICE-HOURS
                   ADD 1 TO WS-RECLASS-COUNT
                   MOVE "PAYROLL-TIMECARD" TO XL-PROGRAM
                   SET XL-SEV-INFO TO TRUE
                   MOVE RAW-TC-EMP-ID TO XL-KEY
                   MOVE "REGULAR HOURS OVER 40 - PAID AS OVERTIME"
                       TO XL-REASON
                   CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
               END-IF
           ELSE
               MOVE WS-PTY-NUM       TO WS-BUCKET-NUM
               MOVE RAW-TC-HOURS-NUM TO WS-PRICE-HOURS
               PERFORM 320-PRICE-HOURS
           END-IF
           ADD RAW-TC-HOURS-NUM TO PT-PERIOD-HOURS(WS-PAY-HIT)
           ADD 1 TO WS-ACCEPT-COUNT.

      * Sammelsatz fuer Mitarbeiter und Periodenende suchen;
      * WS-PAY-HIT bleibt Null, wenn es noch keinen gibt
       310-FIND-PAY-ENTRY.
           MOVE ZERO TO WS-PAY-HIT
           PERFORM VARYING WS-PAY-NUM FROM 1 BY 1
                   UNTIL WS-PAY-NUM > WS-PAY-COUNT
                       OR WS-PAY-HIT > ZERO
               IF PT-EMP-ID(WS-PAY-NUM) = RAW-TC-EMP-ID
                       AND PT-PERIOD-END(WS-PAY-NUM) = RAW-TC-PERIOD-NUM
                   MOVE WS-PAY-NUM TO WS-PAY-HIT
               END-IF
           END-PERFORM.

       320-PRICE-HOURS.
           COMPUTE WS-PRICE-AMOUNT ROUNDED =
               WS-HOURLY-RATE * TBL-PTY-MULTIPLIER(WS-BUCKET-NUM)
               * WS-PRICE-HOURS
           ADD WS-PRICE-HOURS  TO PT-HOURS(WS-PAY-HIT, WS-BUCKET-NUM)
           ADD WS-PRICE-AMOUNT TO PT-AMOUNT(WS-PAY-HIT, WS-BUCKET-NUM).

      * Neuer Sammelsatz - ist die Tabelle voll, wird laut
      * abgebrochen statt Stunden stillschweigend zu verlieren
       330-ADD-PAY-ENTRY.
           IF WS-PAY-COUNT = 500
               DISPLAY "FEHLER: MEHR ALS 500 MITARBEITER/PERIODEN "
                   "- SAMMELTABELLE VOLL"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PAY-COUNT
           MOVE WS-PAY-COUNT TO WS-PAY-HIT
           INITIALIZE WS-PAY-ENTRY(WS-PAY-HIT)
           MOVE RAW-TC-EMP-ID     TO PT-EMP-ID(WS-PAY-HIT)
           MOVE RAW-TC-PERIOD-NUM TO PT-PERIOD-END(WS-PAY-HIT)
           MOVE SPACES            TO PT-EMP-NAME(WS-PAY-HIT)
           STRING FUNCTION TRIM(EMP-FIRSTNAME) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-LASTNAME)  DELIMITED BY SIZE
               INTO PT-EMP-NAME(WS-PAY-HIT)
           END-STRING.

       400-WRITE-REJECT.
           MOVE 'N' TO WS-RECORD-VALID-SWITCH
           MOVE REJ-REASON TO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

      * Je Mitarbeiter und Periodenende ein PAYROLL.DAT-Satz mit
      * Stunden und Betrag je Lohnart; PAY-INCOME ist die auf ganze
      * Dollar gerundete Summe (PAY-INCOME fuehrt ganze Dollar wie
      * die Klammergrenzen der Steuerberechnung)
       450-WRITE-PAY-RECORDS.
           PERFORM VARYING WS-PAY-NUM FROM 1 BY 1
                   UNTIL WS-PAY-NUM > WS-PAY-COUNT
               PERFORM 460-WRITE-ONE-PAY-RECORD
           END-PERFORM.

       460-WRITE-ONE-PAY-RECORD.
           INITIALIZE PAYROLL-TRANS-RECORD
           MOVE PT-EMP-ID(WS-PAY-NUM)     TO PAY-EMP-ID
           MOVE PT-EMP-NAME(WS-PAY-NUM)   TO PAY-EMP-NAME
           MOVE PT-PERIOD-END(WS-PAY-NUM) TO PAY-PERIOD-END
           SET PAY-FROM-TIMECARD TO TRUE
           MOVE ZERO TO WS-GROSS-PAY
           PERFORM VARYING WS-BUCKET-NUM FROM 1 BY 1
                   UNTIL WS-BUCKET-NUM > 5
               MOVE WS-PAY-TYPE-CODE(WS-BUCKET-NUM)
                   TO PAY-EARN-TYPE(WS-BUCKET-NUM)
               MOVE PT-HOURS(WS-PAY-NUM, WS-BUCKET-NUM)
                   TO PAY-EARN-HOURS(WS-BUCKET-NUM)
               MOVE PT-AMOUNT(WS-PAY-NUM, WS-BUCKET-NUM)
                   TO PAY-EARN-AMOUNT(WS-BUCKET-NUM)
               ADD PT-AMOUNT(WS-PAY-NUM, WS-BUCKET-NUM)
                   TO WS-GROSS-PAY
           END-PERFORM
           COMPUTE PAY-INCOME ROUNDED = WS-GROSS-PAY

           WRITE PAYROLL-TRANS-RECORD
           IF WS-PAYROLL-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER PAYROLL-TRANS-FILE: "
                   WS-PAYROLL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-CLEAN-COUNT
           ADD PAY-INCOME TO WS-CLEAN-TOTAL.

      * Der Trailer kommt aus demselben Lauf, der die saubere Datei
      * geschrieben hat - PAYROLL-WITHHOLD gleicht seine
      * Einkommenssumme dagegen ab
               CLOSE SALARY-HISTORY-FILE
           END-IF
           DISPLAY "KARTEN GELESEN:         " WS-READ-COUNT
           DISPLAY "KARTEN UEBERNOMMEN:     " WS-ACCEPT-COUNT
           DISPLAY "KARTEN ZU MEHRARBEIT:   " WS-RECLASS-COUNT
           DISPLAY "PAYROLL-SAETZE:         " WS-CLEAN-COUNT
           DISPLAY "KARTEN ZURUECKGEWIESEN: " WS-REJECT-COUNT
           DISPLAY "SUMME BRUTTOLOHN:       " WS-CLEAN-TOTAL.
