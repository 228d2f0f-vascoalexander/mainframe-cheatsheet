       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTA-MAINT.
       AUTHOR. BASQUE.

      * Batch-Pflegelauf fuer die Vertriebsziele QUOTA.DAT (indexed,
      * siehe sales-quota-record.cpy) - ersetzt die Tabellen-
      * kalkulation des Vertriebs. Jeder Satz in QUOTA-TRANS-FILE
      * traegt einen Transaktionscode (A/C/D) und wird direkt gegen
      * die Zieldatei gefahren; das Ergebnis jeder Transaktion geht
      * nach QUOTATRANS.LOG, Zurueckweisungen zusaetzlich in die
      * zentrale Ausnahmedatei.
      * Pruefungen: Periode JJJJMM mit Monat 01-12, Region in
      * REGION.DAT, Verkaeufer (leer oder 000000 = Regionsziel) in
      * der EMPLOYEE-MASTER, Zielbetrag numerisch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-QUOTA-FILE ASSIGN TO "QUOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT QUOTA-TRANS-FILE ASSIGN TO "QUOTATRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT QUOTA-TRANS-LOG ASSIGN TO "QUOTATRANS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-QUOTA-FILE.
           COPY "sales-quota-record.cpy".

      * Rohsatz - alle Felder alphanumerisch, damit die NUMERIC-
      * Pruefung moeglich ist
       FD  QUOTA-TRANS-FILE.
       01  QUOTA-TRANS-RECORD.
           05  QTR-CODE            PIC X.
               88  QTR-ADD                     VALUE 'A'.
               88  QTR-CHANGE                  VALUE 'C'.
               88  QTR-DELETE                  VALUE 'D'.
           05  QTR-PERIOD          PIC X(6).
           05  QTR-PERIOD-X REDEFINES QTR-PERIOD.
               10  QTR-YEAR        PIC 9(4).
               10  QTR-MONTH       PIC 99.
           05  QTR-PERIOD-NUM      REDEFINES QTR-PERIOD
                                   PIC 9(6).
           05  QTR-REGION          PIC X(10).
           05  QTR-EMP-ID          PIC X(6).
           05  QTR-EMP-ID-NUM      REDEFINES QTR-EMP-ID
                                   PIC 9(6).
           05  QTR-AMOUNT          PIC X(11).
           05  QTR-AMOUNT-NUM      REDEFINES QTR-AMOUNT
                                   PIC 9(9)V99.

       FD  QUOTA-TRANS-LOG.
       01  QUOTA-LOG-RECORD.
           05  LOG-PERIOD          PIC X(6).
           05  LOG-SEP-1           PIC X.
           05  LOG-REGION          PIC X(10).
           05  LOG-SEP-2           PIC X.
           05  LOG-EMP-ID          PIC X(6).
           05  LOG-SEP-3           PIC X.
           05  LOG-CODE            PIC X.
           05  LOG-SEP-4           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       FD  REGION-MASTER-FILE.
           COPY "region-master-record.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-QUOTA-STATUS         PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-REGION-STATUS        PIC XX.
       01  WS-MASTER-STATUS        PIC XX.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-TRANS-VALID-SWITCH   PIC X        VALUE 'N'.
           88  WS-TRANS-VALID                   VALUE 'Y'.

      * Gueltige Regionskuerzel aus REGION.DAT
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RGN-IDX.
               10  TBL-RGN-CODE     PIC X(10).
       01  WS-REGION-COUNT         PIC 99       VALUE ZERO.
       01  WS-REGION-FOUND-SWITCH  PIC X        VALUE 'N'.
           88  WS-REGION-FOUND                  VALUE 'Y'.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-ADD-COUNT            PIC 9(7)     VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-REGION-MASTER
           PERFORM 100-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ QUOTA-TRANS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 900-TERMINATE
           GOBACK.

       050-LOAD-REGION-MASTER.
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
               END-READ
           END-PERFORM
           CLOSE REGION-MASTER-FILE
           IF WS-REGION-COUNT = ZERO
               DISPLAY "FEHLER: REGION.DAT IST LEER"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       100-INITIALIZE.
      * Zieldatei beim allerersten Lauf anlegen (wie SALHIST.DAT in
      * EMPLOYEE-MAINT)
           OPEN I-O SALES-QUOTA-FILE
           IF WS-QUOTA-STATUS = "35"
               OPEN OUTPUT SALES-QUOTA-FILE
               CLOSE SALES-QUOTA-FILE
               OPEN I-O SALES-QUOTA-FILE
           END-IF
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER SALES-QUOTA-FILE: "
                       WS-QUOTA-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT QUOTA-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER QUOTA-TRANS-FILE: "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT QUOTA-TRANS-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER QUOTA-TRANS-LOG: "
                       WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER EMPLOYEE-MASTER: "
                       WS-MASTER-STATUS
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
                   WHEN QTR-ADD
                       PERFORM 300-ADD-QUOTA
                   WHEN QTR-CHANGE
                       PERFORM 400-CHANGE-QUOTA
                   WHEN QTR-DELETE
                       PERFORM 500-DELETE-QUOTA
               END-EVALUATE
           END-IF
           PERFORM 800-WRITE-LOG.

      * Pruefreihenfolge Code, Periode, Region, Verkaeufer, Betrag
      * (D braucht keinen Betrag) - der erste Fehler bestimmt die
      * Meldung
       250-EDIT-TRANSACTION.
           SET WS-TRANS-VALID TO TRUE

           IF NOT QTR-ADD AND NOT QTR-CHANGE AND NOT QTR-DELETE
               MOVE "REJECTED - INVALID TRANS CODE" TO LOG-MESSAGE
               MOVE 'N' TO WS-TRANS-VALID-SWITCH
           END-IF

           IF WS-TRANS-VALID
               IF QTR-PERIOD IS NOT NUMERIC
                       OR QTR-MONTH < 1 OR QTR-MONTH > 12
                   MOVE "REJECTED - PERIOD NOT YYYYMM" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID
               MOVE 'N' TO WS-REGION-FOUND-SWITCH
               SET WS-RGN-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RGN-IDX > WS-REGION-COUNT
                       CONTINUE
                   WHEN TBL-RGN-CODE(WS-RGN-IDX) = QTR-REGION
                       SET WS-REGION-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-REGION-FOUND
                   MOVE "REJECTED - REGION NOT IN REGION.DAT"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

      * Leerer Verkaeufer ist das Regionsziel
           IF WS-TRANS-VALID
               IF QTR-EMP-ID = SPACES
                   MOVE ZERO TO QTR-EMP-ID-NUM
               END-IF
               IF QTR-EMP-ID IS NOT NUMERIC
                   MOVE "REJECTED - EMP-ID NOT NUMERIC" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               ELSE
                   IF QTR-EMP-ID-NUM NOT = ZERO
                       MOVE QTR-EMP-ID-NUM TO EMP-ID
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               MOVE "REJECTED - EMP-ID NOT IN MASTER"
                                   TO LOG-MESSAGE
                               MOVE 'N' TO WS-TRANS-VALID-SWITCH
                       END-READ
                   END-IF
               END-IF
           END-IF

           IF WS-TRANS-VALID AND NOT QTR-DELETE
               IF QTR-AMOUNT IS NOT NUMERIC
                   MOVE "REJECTED - AMOUNT NOT NUMERIC" TO LOG-MESSAGE
                   MOVE 'N' TO WS-TRANS-VALID-SWITCH
               END-IF
           END-IF

           IF WS-TRANS-VALID
               MOVE QTR-PERIOD-NUM TO QTA-PERIOD
               MOVE QTR-REGION     TO QTA-REGION
               MOVE QTR-EMP-ID-NUM TO QTA-EMP-ID
           END-IF.

       300-ADD-QUOTA.
           MOVE QTR-AMOUNT-NUM      TO QTA-AMOUNT
           MOVE WS-CURRENT-DATE-NUM TO QTA-CHANGE-DATE
           WRITE SALES-QUOTA-RECORD
               INVALID KEY
                   MOVE "REJECTED - DUPLICATE - USE CHANGE"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "ADDED" TO LOG-MESSAGE
                   ADD 1 TO WS-ADD-COUNT
           END-WRITE.

       400-CHANGE-QUOTA.
           READ SALES-QUOTA-FILE
               INVALID KEY
                   MOVE "REJECTED - NO QUOTA ON FILE" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE QTR-AMOUNT-NUM      TO QTA-AMOUNT
                   MOVE WS-CURRENT-DATE-NUM TO QTA-CHANGE-DATE
                   REWRITE SALES-QUOTA-RECORD
                       INVALID KEY
                           MOVE "REJECTED - REWRITE FAILED"
                               TO LOG-MESSAGE
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE "CHANGED" TO LOG-MESSAGE
                           ADD 1 TO WS-CHANGE-COUNT
                   END-REWRITE
           END-READ.

       500-DELETE-QUOTA.
           DELETE SALES-QUOTA-FILE
               INVALID KEY
                   MOVE "REJECTED - NO QUOTA ON FILE" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "DELETED" TO LOG-MESSAGE
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

       800-WRITE-LOG.
           MOVE QTR-PERIOD TO LOG-PERIOD
           MOVE SPACE      TO LOG-SEP-1
           MOVE QTR-REGION TO LOG-REGION
           MOVE SPACE      TO LOG-SEP-2
           MOVE QTR-EMP-ID TO LOG-EMP-ID
           MOVE SPACE      TO LOG-SEP-3
           MOVE QTR-CODE   TO LOG-CODE
           MOVE SPACE      TO LOG-SEP-4
           WRITE QUOTA-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER QUOTA-TRANS-LOG: "
                   WS-LOG-STATUS
           END-IF
      * Zurueckgewiesene Transaktionen zusaetzlich in die zentrale
      * Ausnahmedatei (wie in EMPLOYEE-MAINT)
           IF LOG-MESSAGE(1:8) = "REJECTED"
               MOVE "QUOTA-MAINT" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE SPACES TO XL-KEY
               STRING QTR-PERIOD " " QTR-REGION(1:6) " " QTR-EMP-ID
                   DELIMITED BY SIZE INTO XL-KEY
               MOVE LOG-MESSAGE TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       900-TERMINATE.
           CLOSE SALES-QUOTA-FILE
           CLOSE QUOTA-TRANS-FILE
           CLOSE QUOTA-TRANS-LOG
           CLOSE EMPLOYEE-MASTER
           DISPLAY "ADD="      WS-ADD-COUNT
                   " CHANGE="  WS-CHANGE-COUNT
                   " DELETE="  WS-DELETE-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
