       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD.
       AUTHOR. BASQUE.

      * Gemeinsames Unterprogramm fuer die Rechtssperre (legal
      * hold): eroeffnet die Rechtsabteilung einen Fall, duerfen die
      * betroffenen Transaktionen weder archiviert noch vernichtet
      * werden. Bisher ging das nur ueber einen Anruf beim
      * Nachtoperator, der den Lauf ausliess. LOAD laedt die
      * offenen Sperren aus LEGALHLD.DAT in den Speicher, CHECK
      * prueft einen Zeitstempel dagegen. Die Tabelle bleibt
      * zwischen den Aufrufen stehen; ein CHECK ohne vorheriges
      * LOAD laedt selbst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
           COPY "legal-hold-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-HOLD-STATUS          PIC XX.
       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-LOADED-SWITCH        PIC X        VALUE 'N'.
           88  WS-LOADED                        VALUE 'Y'.

      * Nur offene Sperren; im Bis-Zeitstempel werden Leerstellen
      * durch HIGH-VALUES ersetzt, damit ein reines Datum den
      * ganzen Tag einschliesst
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  TBL-HLD-CASE     PIC X(12).
               10  TBL-HLD-FROM-TS  PIC X(23).
               10  TBL-HLD-TO-TS    PIC X(23).
       01  WS-HOLD-COUNT           PIC 9(3)     VALUE ZERO.

       LINKAGE SECTION.
       COPY "legal-hold-fields.cpy".

       PROCEDURE DIVISION USING LEGAL-HOLD-PARMS.
       MAIN-LOGIC.
           MOVE 0 TO LH-RETURN-CODE
           EVALUATE TRUE
               WHEN LH-LOAD
                   PERFORM 100-LOAD-REGISTER
               WHEN LH-CHECK
                   IF NOT WS-LOADED
                       PERFORM 100-LOAD-REGISTER
                   END-IF
                   IF LH-OK
                       PERFORM 200-CHECK-TIMESTAMP
                   END-IF
               WHEN OTHER
                   MOVE 1 TO LH-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * Register vollstaendig lesen; eine fehlende Datei heisst,
      * dass noch nie eine Sperre gesetzt wurde. Mehr als 100
      * offene Sperren sind ein Registerfehler - eine stillschweigend
      * ausgelassene Sperre waere genau der Schaden, den das
      * Register verhindern soll.
       100-LOAD-REGISTER.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   MOVE 3 TO LH-RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-EOF OR NOT LH-OK
                       READ LEGAL-HOLD-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 110-LOAD-ONE-HOLD
                       END-READ
                   END-PERFORM
                   CLOSE LEGAL-HOLD-FILE
               END-IF
           END-IF
           MOVE WS-HOLD-COUNT TO LH-OPEN-COUNT
           IF LH-OK
               SET WS-LOADED TO TRUE
           END-IF.

       110-LOAD-ONE-HOLD.
           IF LHR-OPEN
               IF WS-HOLD-COUNT = 100
                   MOVE 3 TO LH-RETURN-CODE
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   SET WS-HLD-IDX TO WS-HOLD-COUNT
                   MOVE LHR-CASE-NUMBER TO TBL-HLD-CASE(WS-HLD-IDX)
                   MOVE LHR-FROM-TS TO TBL-HLD-FROM-TS(WS-HLD-IDX)
                   MOVE LHR-TO-TS TO TBL-HLD-TO-TS(WS-HLD-IDX)
                   INSPECT TBL-HLD-TO-TS(WS-HLD-IDX)
                       REPLACING ALL SPACE BY HIGH-VALUE
               END-IF
           END-IF.

       200-CHECK-TIMESTAMP.
           SET LH-NOT-HELD TO TRUE
           MOVE SPACES TO LH-CASE-NUMBER
           IF WS-HOLD-COUNT > ZERO
               SET WS-HLD-IDX TO 1
               SEARCH WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLD-IDX > WS-HOLD-COUNT
                       CONTINUE
                   WHEN LH-TIMESTAMP >= TBL-HLD-FROM-TS(WS-HLD-IDX)
                       AND LH-TIMESTAMP <= TBL-HLD-TO-TS(WS-HLD-IDX)
                       SET LH-HELD TO TRUE
                       MOVE TBL-HLD-CASE(WS-HLD-IDX)
                           TO LH-CASE-NUMBER
               END-SEARCH
           END-IF.
