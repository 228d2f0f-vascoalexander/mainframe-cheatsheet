      * Lohnseite dieses Systems erstmals in einer Datei statt in
      * einer Tabellenkalkulation aus Filialnotizen.
      * Laeuft nach PAYROLL-TIMECARD und vor PAYROLL-WITHHOLD.
      * Retouren und Gutschriften werden vom Umsatz des Verkaeufers
      * abgezogen; die Staffel gilt fuer den Nettoumsatz. Ist der
      * Nettoumsatz negativ (Retoure zu einem Verkauf, dessen
      * Provision schon in einer frueheren Periode bezahlt wurde),
      * wird die Provision darauf als Rueckforderung in
      * COMMCLAW.DAT vorgetragen und mit der naechsten Provision
      * verrechnet - auch ueber mehrere Laeufe.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      * Offene Provisionsrueckforderungen (siehe
      * commission-clawback-record.cpy)
           SELECT COMMISSION-CLAWBACK-FILE ASSIGN TO "COMMCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

      * Stammdatei fuer den Namen auf dem Provisionssatz
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
       FD  CONTROL-TOTAL-FILE.
           COPY "control-total-record.cpy".

       FD  COMMISSION-CLAWBACK-FILE.
           COPY "commission-clawback-record.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       01  WS-PAYROLL-STATUS       PIC XX.
       01  WS-CONTROL-STATUS       PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-CLAWBACK-STATUS      PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
               10  TBL-CMR-RATE     PIC V999.
       01  WS-RATE-COUNT           PIC 99       VALUE ZERO.

      * Umsatzsumme je Verkaeufer; Verkaeufer, die nur mit einer
      * offenen Rueckforderung aus COMMCLAW.DAT in der Tabelle
      * stehen, haben TBL-PSN-ACTIVE 'N' und bekommen keinen
      * Lohnsatz
       01  WS-PERSON-TABLE.
           05  WS-PERSON-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PSN-IDX.
               10  TBL-PSN-EMP-ID   PIC 9(6).
               10  TBL-PSN-AMOUNT   PIC S9(9)V99 COMP-3.
               10  TBL-PSN-RETURNS  PIC S9(9)V99 COMP-3.
               10  TBL-PSN-CLAWBACK PIC S9(7)V99 COMP-3.
               10  TBL-PSN-ACTIVE   PIC X.
                   88  TBL-PSN-IN-SALES          VALUE 'Y'.
       01  WS-PERSON-COUNT         PIC 9(3)     VALUE ZERO.
       01  WS-PERSON-NUM           PIC 9(3)     VALUE ZERO.
       01  WS-PERSON-FOUND-SWITCH  PIC X        VALUE 'N'.
           88  WS-TIER-FOUND                    VALUE 'Y'.
       01  WS-OFF-SCALE-COUNT      PIC 9(3)     VALUE ZERO.

      * Nettoumsatz (kann negativ sein), Staffelbasis und
      * Rueckforderung des Verkaeufers im laufenden Satz
       01  WS-NET-SALES            PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-COMMISSION-BASE      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CLAWBACK-DUE         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CLAWBACK-APPLIED     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CLAWBACK-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CARRIED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CARRIED-COUNT        PIC 9(3)     VALUE ZERO.
       01  WS-EDIT-AMOUNT          PIC Z(6)9.99.
       01  WS-CURRENT-DATE-NUM     PIC 9(8)     VALUE ZERO.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".
       01  WS-RECORD-COUNT         PIC 9(7)     VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-RATE-TABLE
           PERFORM 060-LOAD-CLAWBACK-BALANCES
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ SALES-TRANSACTION-FILE
           END-PERFORM
           PERFORM 300-WRITE-COMMISSIONS
           PERFORM 500-UPDATE-CONTROL-TRAILER
           PERFORM 600-REWRITE-CLAWBACK-FILE
           PERFORM 900-CLOSE-FILES
           GOBACK.

               GOBACK
           END-IF.

      * Offene Rueckforderungen aus frueheren Laeufen vorab in die
      * Verkaeufertabelle stellen; beim allerersten Lauf gibt es
      * COMMCLAW.DAT noch nicht (Status 35)
       060-LOAD-CLAWBACK-BALANCES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           OPEN INPUT COMMISSION-CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-CLAWBACK-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER "
                       "COMMISSION-CLAWBACK-FILE: " WS-CLAWBACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-CLAWBACK-STATUS NOT = "00"
                   READ COMMISSION-CLAWBACK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 070-ADD-CLAWBACK-ENTRY
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-CLAWBACK-FILE
           END-IF.

      * Ein Ueberlauf ist ein Abbruch - die Datei wird am Ende aus
      * der Tabelle neu geschrieben, ein verlorener Eintrag waere
      * eine verlorene Forderung
       070-ADD-CLAWBACK-ENTRY.
           IF WS-PERSON-COUNT = 100
               DISPLAY "FEHLER: MEHR ALS 100 VERKAEUFER IN "
                   "COMMCLAW.DAT"
               CLOSE COMMISSION-CLAWBACK-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PERSON-COUNT
           SET WS-PSN-IDX TO WS-PERSON-COUNT
           MOVE CLB-EMP-ID  TO TBL-PSN-EMP-ID(WS-PSN-IDX)
           MOVE ZERO        TO TBL-PSN-AMOUNT(WS-PSN-IDX)
           MOVE ZERO        TO TBL-PSN-RETURNS(WS-PSN-IDX)
           MOVE CLB-BALANCE TO TBL-PSN-CLAWBACK(WS-PSN-IDX)
           MOVE 'N'         TO TBL-PSN-ACTIVE(WS-PSN-IDX).

       100-OPEN-FILES.
           OPEN INPUT SALES-TRANSACTION-FILE
           IF WS-SALES-STATUS NOT = "00"
                   CONTINUE
               WHEN TBL-PSN-EMP-ID(WS-PSN-IDX) = SALES-PERSON-ID
                   SET WS-PERSON-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-PERSON-FOUND
               IF WS-PERSON-COUNT = 100
               ADD 1 TO WS-PERSON-COUNT
               SET WS-PSN-IDX TO WS-PERSON-COUNT
               MOVE SALES-PERSON-ID TO TBL-PSN-EMP-ID(WS-PSN-IDX)
               MOVE ZERO TO TBL-PSN-AMOUNT(WS-PSN-IDX)
               MOVE ZERO TO TBL-PSN-RETURNS(WS-PSN-IDX)
               MOVE ZERO TO TBL-PSN-CLAWBACK(WS-PSN-IDX)
           END-IF
           MOVE 'Y' TO TBL-PSN-ACTIVE(WS-PSN-IDX)
           IF SALES-TYPE-REDUCTION
               ADD SALES-AMOUNT TO TBL-PSN-RETURNS(WS-PSN-IDX)
           ELSE
               ADD SALES-AMOUNT TO TBL-PSN-AMOUNT(WS-PSN-IDX)
           END-IF.

       300-WRITE-COMMISSIONS.
               PERFORM 310-WRITE-ONE-COMMISSION
           END-PERFORM.

      * Satz der Staffel-Stufe, in die der Nettoumsatz faellt, auf
      * die ganze Summe anwenden; PAY-INCOME fuehrt ganze Dollar
      * wie die uebrigen Lohnsaetze, PAY-COMMISSION den Betrag
      * mit Cent fuer die Aufschluesselung auf dem Register. Der
      * Name kommt aus der Stammdatei - SALES-EDIT hat die ID
      * bereits geprueft, ein Loch faellt trotzdem auf.
       310-WRITE-ONE-COMMISSION.
      * Nur offene Rueckforderung, kein Umsatz in diesem Lauf: der
      * Betrag bleibt vorgetragen
           IF NOT TBL-PSN-IN-SALES(WS-PERSON-NUM)
               ADD 1 TO WS-CARRIED-COUNT
               ADD TBL-PSN-CLAWBACK(WS-PERSON-NUM) TO WS-CARRIED-TOTAL
           ELSE
               PERFORM 320-COMPUTE-COMMISSION
           END-IF.

       320-COMPUTE-COMMISSION.
           COMPUTE WS-NET-SALES =
               TBL-PSN-AMOUNT(WS-PERSON-NUM)
               - TBL-PSN-RETURNS(WS-PERSON-NUM)
           IF WS-NET-SALES < ZERO
               COMPUTE WS-COMMISSION-BASE = ZERO - WS-NET-SALES
           ELSE
               MOVE WS-NET-SALES TO WS-COMMISSION-BASE
           END-IF
           MOVE ZERO TO WS-COMMISSION-RATE
           MOVE 'N' TO WS-TIER-FOUND-SWITCH
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RATE-COUNT
               IF WS-COMMISSION-BASE
                       >= TBL-CMR-LOW(WS-RTE-IDX)
                   AND WS-COMMISSION-BASE
                       <= TBL-CMR-HIGH(WS-RTE-IDX)
                   MOVE TBL-CMR-RATE(WS-RTE-IDX)
                       TO WS-COMMISSION-RATE
                   TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF
      * Negativer Nettoumsatz: die Provision darauf wird zur
      * Rueckforderung; danach die offene Rueckforderung (auch aus
      * frueheren Laeufen) gegen die Provision verrechnen, ein Rest
      * bleibt in COMMCLAW.DAT stehen
           MOVE TBL-PSN-CLAWBACK(WS-PERSON-NUM) TO WS-CLAWBACK-DUE
           IF WS-NET-SALES < ZERO
               COMPUTE WS-CLAWBACK-DUE ROUNDED = WS-CLAWBACK-DUE
                   + WS-COMMISSION-BASE * WS-COMMISSION-RATE
               MOVE ZERO TO WS-COMMISSION
           ELSE
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-COMMISSION-BASE * WS-COMMISSION-RATE
           END-IF
           IF WS-CLAWBACK-DUE > ZERO
               PERFORM 330-APPLY-CLAWBACK
           END-IF

      * Ohne Provision kein Lohnsatz (reiner Retourenlauf)
           IF WS-NET-SALES > ZERO
               PERFORM 340-WRITE-PAYROLL-RECORD
           END-IF.

       330-APPLY-CLAWBACK.
           IF WS-COMMISSION >= WS-CLAWBACK-DUE
               MOVE WS-CLAWBACK-DUE TO WS-CLAWBACK-APPLIED
           ELSE
               MOVE WS-COMMISSION TO WS-CLAWBACK-APPLIED
           END-IF
           SUBTRACT WS-CLAWBACK-APPLIED FROM WS-COMMISSION
           SUBTRACT WS-CLAWBACK-APPLIED FROM WS-CLAWBACK-DUE
           MOVE WS-CLAWBACK-DUE TO TBL-PSN-CLAWBACK(WS-PERSON-NUM)
           ADD WS-CLAWBACK-APPLIED TO WS-CLAWBACK-TOTAL
           MOVE "SALES-COMMISSION" TO XL-PROGRAM
           MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO XL-KEY
           IF WS-CLAWBACK-APPLIED > ZERO
               SET XL-SEV-INFO TO TRUE
               MOVE WS-CLAWBACK-APPLIED TO WS-EDIT-AMOUNT
               MOVE SPACES TO XL-REASON
               STRING "COMMISSION CLAWBACK " WS-EDIT-AMOUNT
                      " APPLIED" DELIMITED BY SIZE INTO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF
           IF WS-CLAWBACK-DUE > ZERO
               ADD 1 TO WS-CARRIED-COUNT
               ADD WS-CLAWBACK-DUE TO WS-CARRIED-TOTAL
               SET XL-SEV-WARNING TO TRUE
               MOVE WS-CLAWBACK-DUE TO WS-EDIT-AMOUNT
               MOVE SPACES TO XL-REASON
               STRING "CLAWBACK " WS-EDIT-AMOUNT
                      " CARRIED FORWARD" DELIMITED BY SIZE
                   INTO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       340-WRITE-PAYROLL-RECORD.
      * Provisionssatz ohne Stunden: die Lohnarten-Aufschluesselung
      * bleibt leer, der Betrag steht in PAY-COMMISSION
           INITIALIZE PAYROLL-TRANS-RECORD
           MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO PAY-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-PERIOD-END
           MOVE WS-COMMISSION TO PAY-COMMISSION
           SET PAY-FROM-COMMISSION TO TRUE
           MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
           ADD 1 TO WS-PAY-COUNT
           ADD PAY-INCOME TO WS-PAY-TOTAL.

      * Offene Rueckforderungen neu schreiben - erledigte fallen
      * heraus
       600-REWRITE-CLAWBACK-FILE.
           OPEN OUTPUT COMMISSION-CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER "
                   "COMMISSION-CLAWBACK-FILE: " WS-CLAWBACK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-PERSON-NUM FROM 1 BY 1
                   UNTIL WS-PERSON-NUM > WS-PERSON-COUNT
               IF TBL-PSN-CLAWBACK(WS-PERSON-NUM) > ZERO
                   MOVE TBL-PSN-EMP-ID(WS-PERSON-NUM) TO CLB-EMP-ID
                   MOVE TBL-PSN-CLAWBACK(WS-PERSON-NUM)
                       TO CLB-BALANCE
                   MOVE WS-CURRENT-DATE-NUM TO CLB-LAST-CHANGED
                   WRITE COMMISSION-CLAWBACK-RECORD
                   IF WS-CLAWBACK-STATUS NOT = "00"
                       DISPLAY "FEHLER BEIM SCHREIBEN DER "
                           "COMMISSION-CLAWBACK-FILE: "
                           WS-CLAWBACK-STATUS
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COMMISSION-CLAWBACK-FILE.

      * Trailer um die Provisionssaetze fortschreiben, damit
      * BALANCE-CONTROL in PAYROLL-WITHHOLD weiterhin aufgeht; ein
      * fehlender Trailer (Einzellauf) wird neu angelegt
           DISPLAY "SUMME PROVISIONEN:        " WS-PAY-TOTAL
           DISPLAY "OHNE STAMMSATZ:           " WS-NO-NAME-COUNT
           DISPLAY "AUSSERHALB DER STAFFEL:   " WS-OFF-SCALE-COUNT
           DISPLAY "RUECKFORDERUNG VERRECHNET:" WS-CLAWBACK-TOTAL
           DISPLAY "RUECKFORDERUNG OFFEN:     " WS-CARRIED-TOTAL
               " (" WS-CARRIED-COUNT " VERKAEUFER)"
           IF WS-NO-NAME-COUNT > ZERO OR WS-OFF-SCALE-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
