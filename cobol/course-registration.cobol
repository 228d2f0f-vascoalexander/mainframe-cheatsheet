       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-REGISTER.
       AUTHOR. BASQUE.

      * Einschreibungslauf des Registrars: COURSECAT.DAT kennt die
      * Kurse, aber nicht, wer in einem Semester tatsaechlich
      * eingeschrieben ist. Jeder Satz in REG-REQUEST-FILE ist
      * eine Anmeldung (A) oder Abmeldung (D) fuer Semester, Kurs
      * und Student und wird gegen COURSE-REGISTRATION-FILE
      * (REGISTER.DAT) gefahren - nach dem Muster von
      * STUDENT-MAINT mit Protokoll nach REGREQ.LOG und
      * Zurueckgewiesenem zusaetzlich in der zentralen
      * Ausnahmedatei.
      *   - Student muss in STUMAST.DAT stehen
      *   - fuer Semester und Kurs muss eine Sektion in SECTION.DAT
      *     stehen; deren Platzzahl begrenzt die Einschreibungen,
      *     weitere Anmeldungen kommen auf die Warteliste
      *   - eine Abmeldung eines Eingeschriebenen gibt den Platz an
      *     den Wartenden mit der niedrigsten Position weiter
      * Zum Schluss wird je Sektion eine Klassenliste fuer den
      * Dozenten gedruckt (Berichtsgeneration ROSTER).
      *
      * Aufbau eines REG-REQUEST-Satzes:
      *   Spalte   1     Transaktionscode A/D
      *   Spalten  2-7   Semester JJJJPP (wie CRS-TERM)
      *   Spalten  8-15  Kurs (wie CAT-COURSE-CODE)
      *   Spalten 16-21  STUDENT-ID

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-REGISTRATION-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-SECTION-FILE ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "COURSECAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REG-REQUEST-FILE ASSIGN TO "REGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT REG-REQUEST-LOG ASSIGN TO "REGREQ.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ROSTER-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-REGISTRATION-FILE.
           COPY "course-registration-record.cpy".

       FD  STUDENT-MASTER.
           COPY "student-master-record.cpy".

       FD  COURSE-SECTION-FILE.
           COPY "course-section-record.cpy".

       FD  COURSE-CATALOG-FILE.
           COPY "course-catalog-record.cpy".

       FD  REG-REQUEST-FILE.
       01  REG-REQUEST-RECORD.
           05  TRANS-CODE          PIC X.
               88  TRANS-REGISTER              VALUE 'A'.
               88  TRANS-DROP                  VALUE 'D'.
           05  TRANS-TERM          PIC X(6).
           05  TRANS-COURSE-CODE   PIC X(8).
           05  TRANS-STUDENT-ID    PIC 9(6).

       FD  REG-REQUEST-LOG.
       01  REG-LOG-RECORD.
           05  LOG-STUDENT-ID      PIC 9(6).
           05  LOG-SEP-1           PIC X.
           05  LOG-CODE            PIC X.
           05  LOG-SEP-2           PIC X.
           05  LOG-TERM            PIC X(6).
           05  LOG-SEP-3           PIC X.
           05  LOG-COURSE-CODE     PIC X(8).
           05  LOG-SEP-4           PIC X.
           05  LOG-MESSAGE         PIC X(40).

       FD  ROSTER-REPORT.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-REGISTER-STATUS      PIC XX.
       01  WS-STUDENT-STATUS       PIC XX.
       01  WS-SECTION-STATUS       PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-REQUEST-STATUS       PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-SECTION-END-SWITCH   PIC X        VALUE 'N'.
           88  WS-SECTION-END                   VALUE 'Y'.
       01  WS-SECTION-FOUND-SWITCH PIC X        VALUE 'N'.
           88  WS-SECTION-FOUND                 VALUE 'Y'.
       01  WS-COURSE-FOUND-SWITCH  PIC X        VALUE 'N'.
           88  WS-COURSE-FOUND                  VALUE 'Y'.

      * Kurskatalog fuer die Pruefung der Sektionen und die Titel
      * auf der Klassenliste
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  TBL-COURSE-CODE     PIC X(8).
               10  TBL-COURSE-TITLE    PIC X(30).
       01  WS-CATALOG-COUNT        PIC 9(3)     VALUE ZERO.

      * Sektionen aus SECTION.DAT mit den laufenden Belegungen
      * aus REGISTER.DAT
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SCT-IDX.
               10  TBL-SCT-TERM        PIC X(6).
               10  TBL-SCT-COURSE      PIC X(8).
               10  TBL-SCT-CAPACITY    PIC 9(3).
               10  TBL-SCT-INSTRUCTOR  PIC X(30).
               10  TBL-SCT-REGISTERED  PIC 9(3).
               10  TBL-SCT-WAITLISTED  PIC 9(3).
               10  TBL-SCT-LAST-WAIT   PIC 9(3).
       01  WS-SECTION-COUNT        PIC 9(3)     VALUE ZERO.
       01  WS-SEARCH-TERM          PIC X(6).
       01  WS-SEARCH-COURSE        PIC X(8).

      * Nachruecken von der Warteliste: niedrigste Position der
      * Sektion
       01  WS-PROMOTE-KEY          PIC X(20).
       01  WS-PROMOTE-POSITION     PIC 9(3).
       01  WS-PROMOTE-STUDENT-ID   PIC 9(6).
      * Abgemeldeter Satz war eingeschrieben - nach der eigenen
      * Protokollzeile rueckt der erste Wartende nach
       01  WS-PROMOTE-PENDING-SWITCH PIC X      VALUE 'N'.
           88  WS-PROMOTE-PENDING               VALUE 'Y'.

      * Status des abgemeldeten Satzes (vor dem DELETE gemerkt)
      * und gesuchter Status beim Druck der Klassenliste
       01  WS-DROPPED-STATUS       PIC X.
           88  WS-DROPPED-REGISTERED            VALUE 'R'.
       01  WS-ROSTER-STATUS        PIC X.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       01  WS-REGISTERED-COUNT     PIC 9(7)     VALUE ZERO.
       01  WS-WAITLISTED-COUNT     PIC 9(7)     VALUE ZERO.
       01  WS-DROPPED-COUNT        PIC 9(7)     VALUE ZERO.
       01  WS-PROMOTED-COUNT       PIC 9(7)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(7)     VALUE ZERO.
       01  WS-ROSTER-COUNT         PIC 9(5)     VALUE ZERO.

       01  WS-PAGE-SEPARATOR       PIC X(60)    VALUE ALL "=".

       01  WS-ROSTER-HEADER-1.
           05  FILLER              PIC X(18)
               VALUE "CLASS ROSTER  TERM".
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  HDR-TERM            PIC X(6).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  HDR-COURSE-CODE     PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACES.
           05  HDR-COURSE-TITLE    PIC X(30).

       01  WS-ROSTER-HEADER-2.
           05  FILLER              PIC X(12)
               VALUE "INSTRUCTOR: ".
           05  HDR-INSTRUCTOR      PIC X(30).

       01  WS-ROSTER-HEADER-3.
           05  FILLER              PIC X(10)
               VALUE "CAPACITY: ".
           05  HDR-CAPACITY        PIC ZZ9.
           05  FILLER              PIC X(14)
               VALUE "  REGISTERED: ".
           05  HDR-REGISTERED      PIC ZZ9.
           05  FILLER              PIC X(14)
               VALUE "  WAITLISTED: ".
           05  HDR-WAITLISTED      PIC ZZ9.

       01  WS-ROSTER-COLUMNS.
           05  FILLER              PIC X(10) VALUE "STUDENT-ID".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(30) VALUE "NAME".
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "WAITLIST".

       01  WS-ROSTER-LINE.
           05  RST-STUDENT-ID      PIC ZZZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  RST-STUDENT-NAME    PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RST-WAIT-POSITION   PIC ZZZ   BLANK WHEN ZERO.

       01  WS-WAITLIST-TITLE       PIC X(8)  VALUE "WAITLIST".

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME      PIC X(30)    VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-COURSE-CATALOG
           PERFORM 060-LOAD-SECTIONS
           PERFORM 100-INITIALIZE
           PERFORM 150-COUNT-REGISTRATIONS
           PERFORM UNTIL WS-EOF
               READ REG-REQUEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-PROCESS-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 600-PRINT-ROSTERS
           PERFORM 900-TERMINATE
           GOBACK.

       050-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "FEHLER: COURSECAT.DAT NICHT VORHANDEN: "
                   WS-CATALOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ COURSE-CATALOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CATALOG-COUNT = 200
                           DISPLAY "FEHLER: MEHR ALS 200 KURSE IN "
                               "COURSECAT.DAT"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CATALOG-COUNT
                       SET WS-CAT-IDX TO WS-CATALOG-COUNT
                       MOVE CAT-COURSE-CODE
                           TO TBL-COURSE-CODE(WS-CAT-IDX)
                       MOVE CAT-COURSE-TITLE
                           TO TBL-COURSE-TITLE(WS-CAT-IDX)
               END-READ
           END-PERFORM
           CLOSE COURSE-CATALOG-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

      * Sektionsdatei ist Pflicht; eine Sektion fuer einen Kurs
      * ausserhalb des Katalogs ist ein Datenfehler
       060-LOAD-SECTIONS.
           OPEN INPUT COURSE-SECTION-FILE
           IF WS-SECTION-STATUS NOT = "00"
               DISPLAY "FEHLER: SECTION.DAT NICHT VORHANDEN: "
                   WS-SECTION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ COURSE-SECTION-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 070-LOAD-ONE-SECTION
               END-READ
           END-PERFORM
           CLOSE COURSE-SECTION-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       070-LOAD-ONE-SECTION.
           IF WS-SECTION-COUNT = 200
               DISPLAY "FEHLER: MEHR ALS 200 SEKTIONEN IN SECTION.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SCT-COURSE-CODE TO WS-SEARCH-COURSE
           PERFORM 370-FIND-CATALOG-COURSE
           IF NOT WS-COURSE-FOUND
               DISPLAY "FEHLER: SEKTION " SCT-TERM " "
                   SCT-COURSE-CODE " NICHT IN COURSECAT.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF SCT-CAPACITY IS NOT NUMERIC
               DISPLAY "FEHLER: PLATZZAHL NICHT NUMERISCH FUER "
                   "SEKTION " SCT-TERM " " SCT-COURSE-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           SET WS-SCT-IDX TO WS-SECTION-COUNT
           MOVE SCT-TERM        TO TBL-SCT-TERM(WS-SCT-IDX)
           MOVE SCT-COURSE-CODE TO TBL-SCT-COURSE(WS-SCT-IDX)
           MOVE SCT-CAPACITY    TO TBL-SCT-CAPACITY(WS-SCT-IDX)
           MOVE SCT-INSTRUCTOR  TO TBL-SCT-INSTRUCTOR(WS-SCT-IDX)
           MOVE ZERO TO TBL-SCT-REGISTERED(WS-SCT-IDX)
           MOVE ZERO TO TBL-SCT-WAITLISTED(WS-SCT-IDX)
           MOVE ZERO TO TBL-SCT-LAST-WAIT(WS-SCT-IDX).

       100-INITIALIZE.
           OPEN INPUT REG-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER REG-REQUEST-FILE: "
                       WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REG-REQUEST-LOG
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER REG-REQUEST-LOG: "
                       WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER STUDENT-MASTER: "
                       WS-STUDENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * REGISTER.DAT beim allerersten Lauf automatisch anlegen,
      * wie STUDENT-MASTER in STUDENT-MAINT
           OPEN I-O COURSE-REGISTRATION-FILE
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT COURSE-REGISTRATION-FILE
               CLOSE COURSE-REGISTRATION-FILE
               OPEN I-O COURSE-REGISTRATION-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER "
                       "COURSE-REGISTRATION-FILE: " WS-REGISTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM.

      * Bestehende Einschreibungen und Wartelisten je Sektion
      * zaehlen, damit die Platzzahl ueber mehrere Laeufe gilt
       150-COUNT-REGISTRATIONS.
           MOVE LOW-VALUES TO REG-KEY
           START COURSE-REGISTRATION-FILE
               KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   SET WS-SECTION-END TO TRUE
           END-START
           PERFORM UNTIL WS-SECTION-END
               READ COURSE-REGISTRATION-FILE NEXT RECORD
                   AT END
                       SET WS-SECTION-END TO TRUE
                   NOT AT END
                       MOVE REG-TERM        TO WS-SEARCH-TERM
                       MOVE REG-COURSE-CODE TO WS-SEARCH-COURSE
                       PERFORM 360-FIND-SECTION
                       IF WS-SECTION-FOUND
                           PERFORM 160-COUNT-ONE-REGISTRATION
                       END-IF
               END-READ
           END-PERFORM.

       160-COUNT-ONE-REGISTRATION.
           IF REG-REGISTERED
               ADD 1 TO TBL-SCT-REGISTERED(WS-SCT-IDX)
           ELSE
               ADD 1 TO TBL-SCT-WAITLISTED(WS-SCT-IDX)
               IF REG-WAIT-POSITION > TBL-SCT-LAST-WAIT(WS-SCT-IDX)
                   MOVE REG-WAIT-POSITION
                       TO TBL-SCT-LAST-WAIT(WS-SCT-IDX)
               END-IF
           END-IF.

       200-PROCESS-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-REGISTER
                   PERFORM 300-REGISTER-STUDENT
               WHEN TRANS-DROP
                   PERFORM 400-DROP-STUDENT
               WHEN OTHER
                   MOVE "REJECTED - INVALID TRANS CODE" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 800-WRITE-LOG
           END-EVALUATE.

      * Anmeldung: Student und Sektion pruefen, dann einschreiben
      * oder auf die Warteliste setzen
       300-REGISTER-STUDENT.
           MOVE TRANS-TERM        TO WS-SEARCH-TERM
           MOVE TRANS-COURSE-CODE TO WS-SEARCH-COURSE
           PERFORM 360-FIND-SECTION
           MOVE TRANS-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "REJECTED - STUDENT NOT IN STUMAST"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF NOT WS-SECTION-FOUND
                       MOVE "REJECTED - NO SECTION FOR COURSE/TERM"
                           TO LOG-MESSAGE
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 310-WRITE-REGISTRATION
                   END-IF
           END-READ
           PERFORM 800-WRITE-LOG.

       310-WRITE-REGISTRATION.
           MOVE TRANS-TERM        TO REG-TERM
           MOVE TRANS-COURSE-CODE TO REG-COURSE-CODE
           MOVE TRANS-STUDENT-ID  TO REG-STUDENT-ID
           MOVE WS-CURRENT-DATE-NUM TO REG-REQUEST-DATE
           IF TBL-SCT-REGISTERED(WS-SCT-IDX)
                   < TBL-SCT-CAPACITY(WS-SCT-IDX)
               SET REG-REGISTERED TO TRUE
               MOVE ZERO TO REG-WAIT-POSITION
           ELSE
               SET REG-WAITLISTED TO TRUE
               COMPUTE REG-WAIT-POSITION =
                   TBL-SCT-LAST-WAIT(WS-SCT-IDX) + 1
           END-IF
           WRITE COURSE-REGISTRATION-RECORD
               INVALID KEY
                   MOVE "REJECTED - ALREADY REGISTERED OR WAITING"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF REG-REGISTERED
                       ADD 1 TO TBL-SCT-REGISTERED(WS-SCT-IDX)
                       ADD 1 TO WS-REGISTERED-COUNT
                       MOVE "REGISTERED" TO LOG-MESSAGE
                   ELSE
                       ADD 1 TO TBL-SCT-WAITLISTED(WS-SCT-IDX)
                       MOVE REG-WAIT-POSITION
                           TO TBL-SCT-LAST-WAIT(WS-SCT-IDX)
                       ADD 1 TO WS-WAITLISTED-COUNT
                       MOVE SPACES TO LOG-MESSAGE
                       STRING "WAITLISTED - POSITION "
                           REG-WAIT-POSITION
                           DELIMITED BY SIZE INTO LOG-MESSAGE
                   END-IF
           END-WRITE.

      * Abmeldung: ein freiwerdender Platz geht an die Warteliste
       400-DROP-STUDENT.
           MOVE 'N' TO WS-PROMOTE-PENDING-SWITCH
           MOVE TRANS-TERM        TO REG-TERM
           MOVE TRANS-COURSE-CODE TO REG-COURSE-CODE
           MOVE TRANS-STUDENT-ID  TO REG-STUDENT-ID
           READ COURSE-REGISTRATION-FILE
               INVALID KEY
                   MOVE "REJECTED - NOT REGISTERED OR WAITING"
                       TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 410-DELETE-REGISTRATION
           END-READ
           PERFORM 800-WRITE-LOG
           IF WS-PROMOTE-PENDING
               PERFORM 450-PROMOTE-WAITLIST
           END-IF.

       410-DELETE-REGISTRATION.
           MOVE TRANS-TERM        TO WS-SEARCH-TERM
           MOVE TRANS-COURSE-CODE TO WS-SEARCH-COURSE
           PERFORM 360-FIND-SECTION
           MOVE REG-STATUS TO WS-DROPPED-STATUS
           DELETE COURSE-REGISTRATION-FILE
               INVALID KEY
                   MOVE "REJECTED - DELETE FAILED" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "DROPPED" TO LOG-MESSAGE
                   IF WS-SECTION-FOUND
                       IF WS-DROPPED-REGISTERED
                           SUBTRACT 1
                               FROM TBL-SCT-REGISTERED(WS-SCT-IDX)
                           SET WS-PROMOTE-PENDING TO TRUE
                       ELSE
                           SUBTRACT 1
                               FROM TBL-SCT-WAITLISTED(WS-SCT-IDX)
                       END-IF
                   END-IF
           END-DELETE.

      * Wartenden mit der niedrigsten Position der Sektion suchen
      * und einschreiben
       450-PROMOTE-WAITLIST.
           IF TBL-SCT-WAITLISTED(WS-SCT-IDX) > ZERO
               MOVE HIGH-VALUES TO WS-PROMOTE-KEY
               MOVE 999 TO WS-PROMOTE-POSITION
               MOVE TRANS-TERM        TO REG-TERM
               MOVE TRANS-COURSE-CODE TO REG-COURSE-CODE
               MOVE ZERO              TO REG-STUDENT-ID
               MOVE 'N' TO WS-SECTION-END-SWITCH
               START COURSE-REGISTRATION-FILE
                   KEY NOT LESS THAN REG-KEY
                   INVALID KEY
                       SET WS-SECTION-END TO TRUE
               END-START
               PERFORM UNTIL WS-SECTION-END
                   READ COURSE-REGISTRATION-FILE NEXT RECORD
                       AT END
                           SET WS-SECTION-END TO TRUE
                       NOT AT END
                           IF REG-TERM NOT = TRANS-TERM
                                   OR REG-COURSE-CODE
                                       NOT = TRANS-COURSE-CODE
                               SET WS-SECTION-END TO TRUE
                           ELSE
                               IF REG-WAITLISTED AND REG-WAIT-POSITION
                                       < WS-PROMOTE-POSITION
                                   MOVE REG-KEY TO WS-PROMOTE-KEY
                                   MOVE REG-WAIT-POSITION
                                       TO WS-PROMOTE-POSITION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PROMOTE-KEY NOT = HIGH-VALUES
                   PERFORM 460-REWRITE-PROMOTED
               END-IF
           END-IF.

       460-REWRITE-PROMOTED.
           MOVE WS-PROMOTE-KEY TO REG-KEY
           READ COURSE-REGISTRATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET REG-REGISTERED TO TRUE
                   MOVE ZERO TO REG-WAIT-POSITION
                   REWRITE COURSE-REGISTRATION-RECORD
                       INVALID KEY
                           DISPLAY "FEHLER BEIM NACHRUECKEN: "
                               REG-KEY
                       NOT INVALID KEY
                           ADD 1 TO TBL-SCT-REGISTERED(WS-SCT-IDX)
                           SUBTRACT 1
                               FROM TBL-SCT-WAITLISTED(WS-SCT-IDX)
                           ADD 1 TO WS-PROMOTED-COUNT
                           MOVE REG-STUDENT-ID
                               TO WS-PROMOTE-STUDENT-ID
                           PERFORM 810-WRITE-PROMOTION-LOG
                   END-REWRITE
           END-READ.

       360-FIND-SECTION.
           MOVE 'N' TO WS-SECTION-FOUND-SWITCH
           IF WS-SECTION-COUNT > ZERO
               SET WS-SCT-IDX TO 1
               SEARCH WS-SECTION-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SCT-IDX > WS-SECTION-COUNT
                       CONTINUE
                   WHEN TBL-SCT-TERM(WS-SCT-IDX) = WS-SEARCH-TERM
                           AND TBL-SCT-COURSE(WS-SCT-IDX)
                               = WS-SEARCH-COURSE
                       SET WS-SECTION-FOUND TO TRUE
               END-SEARCH
           END-IF.

       370-FIND-CATALOG-COURSE.
           MOVE 'N' TO WS-COURSE-FOUND-SWITCH
           IF WS-CATALOG-COUNT > ZERO
               SET WS-CAT-IDX TO 1
               SEARCH WS-CATALOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-IDX > WS-CATALOG-COUNT
                       CONTINUE
                   WHEN TBL-COURSE-CODE(WS-CAT-IDX)
                           = WS-SEARCH-COURSE
                       SET WS-COURSE-FOUND TO TRUE
               END-SEARCH
           END-IF.

      * Klassenliste je Sektion: erst die Eingeschriebenen, dann
      * die Warteliste, jeweils in der Reihenfolge der STUDENT-ID
       600-PRINT-ROSTERS.
           SET RG-NEXT-GENERATION TO TRUE
           MOVE "ROSTER" TO RG-BASE-NAME
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

           OPEN OUTPUT ROSTER-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES ROSTER-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-SCT-IDX FROM 1 BY 1
                   UNTIL WS-SCT-IDX > WS-SECTION-COUNT
               PERFORM 610-PRINT-ONE-ROSTER
           END-PERFORM
           CLOSE ROSTER-REPORT.

       610-PRINT-ONE-ROSTER.
           ADD 1 TO WS-ROSTER-COUNT
           MOVE TBL-SCT-COURSE(WS-SCT-IDX) TO WS-SEARCH-COURSE
           PERFORM 370-FIND-CATALOG-COURSE
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TBL-SCT-TERM(WS-SCT-IDX)   TO HDR-TERM
           MOVE TBL-SCT-COURSE(WS-SCT-IDX) TO HDR-COURSE-CODE
           MOVE TBL-COURSE-TITLE(WS-CAT-IDX) TO HDR-COURSE-TITLE
           MOVE WS-ROSTER-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TBL-SCT-INSTRUCTOR(WS-SCT-IDX) TO HDR-INSTRUCTOR
           MOVE WS-ROSTER-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TBL-SCT-CAPACITY(WS-SCT-IDX)   TO HDR-CAPACITY
           MOVE TBL-SCT-REGISTERED(WS-SCT-IDX) TO HDR-REGISTERED
           MOVE TBL-SCT-WAITLISTED(WS-SCT-IDX) TO HDR-WAITLISTED
           MOVE WS-ROSTER-HEADER-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ROSTER-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'R' TO WS-ROSTER-STATUS
           PERFORM 620-PRINT-SECTION-STUDENTS
           IF TBL-SCT-WAITLISTED(WS-SCT-IDX) > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-WAITLIST-TITLE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'W' TO WS-ROSTER-STATUS
               PERFORM 620-PRINT-SECTION-STUDENTS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      * Alle Saetze der Sektion lesen und die mit dem gesuchten
      * Status (WS-ROSTER-STATUS) drucken
       620-PRINT-SECTION-STUDENTS.
           MOVE TBL-SCT-TERM(WS-SCT-IDX)   TO REG-TERM
           MOVE TBL-SCT-COURSE(WS-SCT-IDX) TO REG-COURSE-CODE
           MOVE ZERO                       TO REG-STUDENT-ID
           MOVE 'N' TO WS-SECTION-END-SWITCH
           START COURSE-REGISTRATION-FILE
               KEY NOT LESS THAN REG-KEY
               INVALID KEY
                   SET WS-SECTION-END TO TRUE
           END-START
           PERFORM UNTIL WS-SECTION-END
               READ COURSE-REGISTRATION-FILE NEXT RECORD
                   AT END
                       SET WS-SECTION-END TO TRUE
                   NOT AT END
                       IF REG-TERM NOT = TBL-SCT-TERM(WS-SCT-IDX)
                               OR REG-COURSE-CODE
                                   NOT = TBL-SCT-COURSE(WS-SCT-IDX)
                           SET WS-SECTION-END TO TRUE
                       ELSE
                           IF REG-STATUS = WS-ROSTER-STATUS
                               PERFORM 630-PRINT-ROSTER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       630-PRINT-ROSTER-LINE.
           MOVE REG-STUDENT-ID TO STU-ID
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "*** NOT IN STUMAST ***" TO STU-NAME
           END-READ
           MOVE REG-STUDENT-ID    TO RST-STUDENT-ID
           MOVE STU-NAME          TO RST-STUDENT-NAME
           MOVE REG-WAIT-POSITION TO RST-WAIT-POSITION
           MOVE WS-ROSTER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       800-WRITE-LOG.
           MOVE TRANS-STUDENT-ID  TO LOG-STUDENT-ID
           MOVE SPACE             TO LOG-SEP-1
           MOVE TRANS-CODE        TO LOG-CODE
           MOVE SPACE             TO LOG-SEP-2
           MOVE TRANS-TERM        TO LOG-TERM
           MOVE SPACE             TO LOG-SEP-3
           MOVE TRANS-COURSE-CODE TO LOG-COURSE-CODE
           MOVE SPACE             TO LOG-SEP-4
           WRITE REG-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER REG-REQUEST-LOG: "
                   WS-LOG-STATUS
           END-IF
      * Zurueckgewiesene Transaktionen zusaetzlich in die zentrale
      * Ausnahmedatei (wie in STUDENT-MAINT)
           IF LOG-MESSAGE(1:8) = "REJECTED"
               MOVE "COURSE-REGISTER" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE SPACES TO XL-KEY
               STRING TRANS-STUDENT-ID " " TRANS-COURSE-CODE
                   DELIMITED BY SIZE INTO XL-KEY
               MOVE LOG-MESSAGE TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

      * Nachgerueckter Student bekommt eine eigene Protokollzeile
      * mit Code P
       810-WRITE-PROMOTION-LOG.
           MOVE WS-PROMOTE-STUDENT-ID TO LOG-STUDENT-ID
           MOVE SPACE             TO LOG-SEP-1
           MOVE 'P'               TO LOG-CODE
           MOVE SPACE             TO LOG-SEP-2
           MOVE TRANS-TERM        TO LOG-TERM
           MOVE SPACE             TO LOG-SEP-3
           MOVE TRANS-COURSE-CODE TO LOG-COURSE-CODE
           MOVE SPACE             TO LOG-SEP-4
           MOVE "PROMOTED FROM WAITLIST" TO LOG-MESSAGE
           WRITE REG-LOG-RECORD
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER REG-REQUEST-LOG: "
                   WS-LOG-STATUS
           END-IF.

       900-TERMINATE.
           CLOSE REG-REQUEST-FILE
           CLOSE REG-REQUEST-LOG
           CLOSE STUDENT-MASTER
           CLOSE COURSE-REGISTRATION-FILE
           DISPLAY "REGISTERED=" WS-REGISTERED-COUNT
                   " WAITLISTED=" WS-WAITLISTED-COUNT
                   " DROPPED=" WS-DROPPED-COUNT
                   " PROMOTED=" WS-PROMOTED-COUNT
                   " REJECTED=" WS-REJECT-COUNT
           DISPLAY "KLASSENLISTEN GEDRUCKT: " WS-ROSTER-COUNT
           IF WS-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
