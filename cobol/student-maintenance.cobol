      *   Spalte   1     Transaktionscode A/C/D/I/N
      *   Spalten  2-7   STUDENT-ID
      *   Spalten  8-37  Name (bei N: voller oder teilweiser Name)
      *   Spalten 38-43  Studiengang aus PROGREQ.DAT (A: optional,
      *                  C: Leerstellen = unveraendert)
      * Bei C bleibt auch ein leerer Name unveraendert, damit eine
      * reine Studiengangs-Umschreibung den Namen nicht loescht.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

      * Studiengaenge fuer die Pruefung von STU-PROGRAM
           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGREQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
               88  TRANS-NAME-INQUIRE           VALUE 'N'.
           05  TRANS-STUDENT-ID    PIC 9(6).
           05  TRANS-NAME          PIC X(30).
           05  TRANS-PROGRAM       PIC X(6).

       FD  STU-TRANS-LOG.
       01  STU-LOG-RECORD.
           05  LOG-SEP-2           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       FD  PROGRAM-REQUIREMENT-FILE.
           COPY "program-requirement-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS        PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-PROGREQ-STATUS       PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
               VALUE "NAME MATCHES: ".
           05  MSG-MATCH-COUNT     PIC ZZZZZZ9.

      * Gefuehrte Studiengaenge (P-Saetze aus PROGREQ.DAT); ohne
      * Datei bleibt die Tabelle leer und nur ein leerer
      * Studiengang wird angenommen
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-PRG-IDX.
               10  TBL-PROGRAM-CODE    PIC X(6).
       01  WS-PROGRAM-COUNT        PIC 99       VALUE ZERO.
       01  WS-PROGRAM-VALID-SWITCH PIC X        VALUE 'N'.
           88  WS-PROGRAM-VALID                 VALUE 'Y'.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

           GOBACK.

       100-INITIALIZE.
           PERFORM 150-LOAD-PROGRAMS
           OPEN INPUT STU-TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER STU-TRANS-FILE: "
               GOBACK
           END-IF.

       150-LOAD-PROGRAMS.
           OPEN INPUT PROGRAM-REQUIREMENT-FILE
           IF WS-PROGREQ-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PROGRAM-REQUIREMENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PRQ-PROGRAM-HEADER
                               IF WS-PROGRAM-COUNT = 20
                                   DISPLAY "FEHLER: MEHR ALS 20 "
                                       "STUDIENGAENGE IN PROGREQ.DAT"
                                   MOVE 16 TO RETURN-CODE
                                   GOBACK
                               END-IF
                               ADD 1 TO WS-PROGRAM-COUNT
                               SET WS-PRG-IDX TO WS-PROGRAM-COUNT
                               MOVE PRQ-PROGRAM
                                   TO TBL-PROGRAM-CODE(WS-PRG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-REQUIREMENT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       200-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-ADD
           END-EVALUATE.

       300-ADD-STUDENT.
           PERFORM 700-CHECK-PROGRAM
           IF NOT WS-PROGRAM-VALID
               MOVE "REJECTED - PROGRAM NOT IN PROGREQ.DAT"
                   TO LOG-MESSAGE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE TRANS-STUDENT-ID TO STU-ID
               MOVE TRANS-NAME       TO STU-NAME
               MOVE TRANS-PROGRAM    TO STU-PROGRAM
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE STUDENT-ID"
                           TO LOG-MESSAGE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "ADDED" TO LOG-MESSAGE
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF
           PERFORM 800-WRITE-LOG.

       400-CHANGE-STUDENT.
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 700-CHECK-PROGRAM
                   IF NOT WS-PROGRAM-VALID
                       MOVE "REJECTED - PROGRAM NOT IN PROGREQ.DAT"
                           TO LOG-MESSAGE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 450-REWRITE-STUDENT
                   END-IF
           END-READ
           PERFORM 800-WRITE-LOG.

       450-REWRITE-STUDENT.
           IF TRANS-NAME NOT = SPACES
               MOVE TRANS-NAME TO STU-NAME
           END-IF
           IF TRANS-PROGRAM NOT = SPACES
               MOVE TRANS-PROGRAM TO STU-PROGRAM
           END-IF
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "CHANGED" TO LOG-MESSAGE
                   ADD 1 TO WS-CHANGE-COUNT
           END-REWRITE.

       500-DELETE-STUDENT.
           MOVE TRANS-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER
                   ADD 1 TO WS-INQUIRE-COUNT
                   DISPLAY "STUDENT-ID=" STU-ID
                           " NAME="      STU-NAME
                           " PROGRAM="   STU-PROGRAM
           END-READ
           PERFORM 800-WRITE-LOG.

               END-READ
           END-PERFORM.

      * Leerer Studiengang ist immer gueltig (bei A: noch nicht
      * zugeordnet, bei C: unveraendert)
       700-CHECK-PROGRAM.
           MOVE 'N' TO WS-PROGRAM-VALID-SWITCH
           IF TRANS-PROGRAM = SPACES
               SET WS-PROGRAM-VALID TO TRUE
           ELSE
               IF WS-PROGRAM-COUNT > ZERO
                   SET WS-PRG-IDX TO 1
                   SEARCH WS-PROGRAM-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PRG-IDX > WS-PROGRAM-COUNT
                           CONTINUE
                       WHEN TBL-PROGRAM-CODE(WS-PRG-IDX)
                               = TRANS-PROGRAM
                           SET WS-PROGRAM-VALID TO TRUE
                   END-SEARCH
               END-IF
           END-IF.

       800-WRITE-LOG.
           MOVE TRANS-STUDENT-ID TO LOG-STUDENT-ID
           MOVE SPACE            TO LOG-SEP-1
