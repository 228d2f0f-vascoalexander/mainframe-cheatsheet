       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREE-AUDIT.
       AUTHOR. BASQUE.

      * Studienabschluss-Pruefung des Registrars: bisher wurde der
      * TRANSCRIPT.PRT-Ausdruck neben das Anforderungsblatt des
      * Studiengangs gelegt. Der Lauf liest STUDENT-MASTER in
      * Schluesselfolge und mischt die nach Student sortierte
      * COURSE-GRADE-FILE dazu (gleiche Sortierung wie fuer
      * STUDENT-TRANSCRIPT). Je Student wird gegen seinen
      * Studiengang (STU-PROGRAM, Anforderungen in PROGREQ.DAT)
      * geprueft und gedruckt, was erfuellt ist und was noch
      * fehlt:
      *   - jeder Pflichtkurs mit Note ab der Bestehensgrenze
      *   - Mindestzahl bestandener Semesterwochenstunden
      *   - kumulierter GPA ab dem Mindestwert
      * Ein wiederholter Kurs zaehlt nur einmal, mit seiner besten
      * Note und deren Semesterwochenstunden - Wiederholungen
      * blaehen weder die Stunden noch den GPA auf. Am Ende steht
      * die Liste der Abschlusskandidaten, die alle Anforderungen
      * erfuellen.
      * Studenten ohne Studiengang werden gedruckt, aber nicht
      * geprueft; ein unbekannter Studiengang geht zusaetzlich in
      * die zentrale Ausnahmedatei (RETURN-CODE 8). Kurssaetze
      * ohne Student in der Stammdatei werden nur gezaehlt - die
      * weist STUDENT-TRANSCRIPT bereits zurueck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-GRADE-FILE ASSIGN TO "COURSEGRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "COURSECAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT PROGRAM-REQUIREMENT-FILE ASSIGN TO "PROGREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGREQ-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY "student-master-record.cpy".

       FD  COURSE-GRADE-FILE.
           COPY "course-grade-record.cpy".

       FD  COURSE-CATALOG-FILE.
           COPY "course-catalog-record.cpy".

       FD  PROGRAM-REQUIREMENT-FILE.
           COPY "program-requirement-record.cpy".

       FD  AUDIT-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STUDENT-STATUS           PIC XX.
       01  WS-GRADE-STATUS             PIC XX.
       01  WS-CATALOG-STATUS           PIC XX.
       01  WS-PROGREQ-STATUS           PIC XX.
       01  WS-REPORT-STATUS            PIC XX.

       01  WS-EOF-SWITCH               PIC X       VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-STUDENT-EOF-SWITCH       PIC X       VALUE 'N'.
           88  WS-STUDENT-EOF                      VALUE 'Y'.

      * Mischschluessel: Kurssatz gegen Stammsatz; am Ende der
      * Kursdatei HIGH-VALUES, damit jeder Student "kleiner" ist
       01  WS-GRADE-KEY                PIC X(6)    VALUE LOW-VALUES.
       01  WS-PRIOR-GRADE-KEY          PIC X(6)    VALUE LOW-VALUES.
       01  WS-STUDENT-KEY              PIC X(6).

      * Kurskatalog fuer Titel und Pruefung der Pflichtkurse
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  TBL-COURSE-CODE     PIC X(8).
               10  TBL-COURSE-TITLE    PIC X(30).
       01  WS-CATALOG-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-COURSE-FOUND-SWITCH      PIC X       VALUE 'N'.
           88  WS-COURSE-FOUND                     VALUE 'Y'.
       01  WS-COURSE-TITLE-FOUND       PIC X(30).

      * Studiengaenge (P-Saetze) und Pflichtkurse (C-Saetze)
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-PRG-IDX.
               10  TBL-PROGRAM-CODE    PIC X(6).
               10  TBL-PROGRAM-TITLE   PIC X(30).
               10  TBL-MIN-CREDITS     PIC 9(3).
               10  TBL-MIN-GPA         PIC 99V99.
               10  TBL-PASS-GRADE      PIC 99V99.
       01  WS-PROGRAM-COUNT            PIC 99      VALUE ZERO.
       01  WS-PROGRAM-FOUND-SWITCH     PIC X       VALUE 'N'.
           88  WS-PROGRAM-FOUND                    VALUE 'Y'.
       01  WS-SEARCH-PROGRAM           PIC X(6).

       01  WS-REQUIREMENT-TABLE.
           05  WS-REQUIREMENT-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  TBL-REQ-PROGRAM     PIC X(6).
               10  TBL-REQ-COURSE      PIC X(8).
       01  WS-REQUIREMENT-COUNT        PIC 9(3)    VALUE ZERO.

      * Kurse des aktuellen Studenten - je Kurs nur ein Eintrag
      * mit der besten Note und deren Stunden
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-TKN-IDX.
               10  TBL-TKN-COURSE      PIC X(8).
               10  TBL-TKN-CREDITS     PIC 99.
               10  TBL-TKN-GRADE       PIC 99V99.
               10  TBL-TKN-ATTEMPTS    PIC 99.
       01  WS-TAKEN-COUNT              PIC 99      VALUE ZERO.
       01  WS-TAKEN-FOUND-SWITCH       PIC X       VALUE 'N'.
           88  WS-TAKEN-FOUND                      VALUE 'Y'.

      * Abschlusskandidaten fuer die Liste am Berichtsende
       01  WS-CANDIDATE-TABLE.
           05  WS-CANDIDATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CND-IDX.
               10  TBL-CND-STUDENT-ID  PIC 9(6).
               10  TBL-CND-NAME        PIC X(30).
               10  TBL-CND-PROGRAM     PIC X(6).
               10  TBL-CND-CREDITS     PIC 9(3).
               10  TBL-CND-GPA         PIC 99V99.
       01  WS-CANDIDATE-COUNT          PIC 9(3)    VALUE ZERO.

      * Pruefung je Student: GPA wie in STUDENT-TRANSCRIPT als
      * Summe(Note x Stunden) / Summe(Stunden), aber ueber die
      * besten Versuche
       01  WS-WEIGHTED-TOTAL           PIC S9(7)V9999 COMP-3
               VALUE ZERO.
       01  WS-ATTEMPTED-CREDITS        PIC S9(5)   COMP-3 VALUE ZERO.
       01  WS-EARNED-CREDITS           PIC S9(5)   COMP-3 VALUE ZERO.
       01  WS-STUDENT-GPA              PIC 99V99   VALUE ZERO.
       01  WS-PASS-GRADE               PIC 99V99   VALUE ZERO.
       01  WS-OUTSTANDING-COUNT        PIC 9(3)    VALUE ZERO.

       01  WS-STUDENT-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-AUDITED-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-NO-PROGRAM-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-BAD-PROGRAM-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-GRADE-COUNT              PIC 9(7)    VALUE ZERO.
       01  WS-UNMATCHED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-REPEAT-COUNT             PIC 9(7)    VALUE ZERO.

       01  WS-PAGE-SEPARATOR           PIC X(60)   VALUE ALL "=".

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(20)
               VALUE "DEGREE AUDIT        ".
           05  HDR-RUN-DATE            PIC X(8).

       01  WS-STUDENT-HEADER.
           05  FILLER                  PIC X(8)  VALUE "STUDENT ".
           05  HDR-STUDENT-ID          PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  HDR-STUDENT-NAME        PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "PROGRAM ".
           05  HDR-PROGRAM             PIC X(6).

       01  WS-PROGRAM-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  PRG-LINE-TITLE          PIC X(30).

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  MSG-LINE-TEXT           PIC X(60).

       01  WS-COURSE-HEADER.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "COURSE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "TITLE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "GRADE".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "TRIES".

       01  WS-COURSE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DTL-COURSE-CODE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-COURSE-TITLE        PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-STATUS              PIC X(11).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DTL-GRADE               PIC ZZ.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  DTL-ATTEMPTS            PIC ZZ.

       01  WS-CREDIT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE "CREDIT HOURS EARNED:  ".
           05  CRD-LINE-EARNED         PIC ZZ9.
           05  FILLER                  PIC X(12)
               VALUE "  REQUIRED: ".
           05  CRD-LINE-REQUIRED       PIC ZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  CRD-LINE-STATUS         PIC X(11).

       01  WS-GPA-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE "CUMULATIVE GPA:       ".
           05  GPA-LINE-GPA            PIC ZZ.99.
           05  FILLER                  PIC X(12)
               VALUE "  REQUIRED: ".
           05  GPA-LINE-REQUIRED       PIC ZZ.99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  GPA-LINE-STATUS         PIC X(11).

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(27)
               VALUE "REQUIREMENTS OUTSTANDING:  ".
           05  RES-LINE-OUTSTANDING    PIC ZZ9.

       01  WS-CANDIDATE-TITLE.
           05  FILLER                  PIC X(21)
               VALUE "GRADUATION CANDIDATES".

       01  WS-CANDIDATE-HEADER.
           05  FILLER                  PIC X(10) VALUE "STUDENT-ID".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE "NAME".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "PROGRAM".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "CREDITS".
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "GPA".

       01  WS-CANDIDATE-LINE.
           05  CND-LINE-STUDENT-ID     PIC ZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  CND-LINE-NAME           PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CND-LINE-PROGRAM        PIC X(6).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  CND-LINE-CREDITS        PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CND-LINE-GPA            PIC ZZ.99.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE "STUDENTS AUDITED:   ".
           05  TOT-AUDITED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
               VALUE "  CANDIDATES: ".
           05  TOT-CANDIDATES          PIC ZZ,ZZ9.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME          PIC X(30)   VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-COURSE-CATALOG
           PERFORM 060-LOAD-PROGRAM-REQUIREMENTS
           PERFORM 100-OPEN-FILES
           PERFORM 210-READ-GRADE
           PERFORM UNTIL WS-STUDENT-EOF
               READ STUDENT-MASTER
                   AT END
                       SET WS-STUDENT-EOF TO TRUE
                   NOT AT END
                       PERFORM 200-AUDIT-STUDENT
               END-READ
           END-PERFORM
      *    Kurssaetze hinter dem letzten Studenten der Stammdatei
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM 210-READ-GRADE
           END-PERFORM
           PERFORM 600-PRINT-CANDIDATES
           PERFORM 900-CLOSE-FILES
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

      * Anforderungsdatei ist Pflicht. Ein Pflichtkurs ohne
      * Studiengang oder ausserhalb des Katalogs waere nie
      * erfuellbar - das ist ein Datenfehler, kein Befund ueber
      * den Studenten, also Abbruch.
       060-LOAD-PROGRAM-REQUIREMENTS.
           OPEN INPUT PROGRAM-REQUIREMENT-FILE
           IF WS-PROGREQ-STATUS NOT = "00"
               DISPLAY "FEHLER: PROGREQ.DAT NICHT VORHANDEN: "
                   WS-PROGREQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF
               READ PROGRAM-REQUIREMENT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 070-LOAD-REQUIREMENT
               END-READ
           END-PERFORM
           CLOSE PROGRAM-REQUIREMENT-FILE
           MOVE 'N' TO WS-EOF-SWITCH

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUIREMENT-COUNT
               PERFORM 080-CHECK-REQUIREMENT
           END-PERFORM.

       070-LOAD-REQUIREMENT.
           EVALUATE TRUE
               WHEN PRQ-PROGRAM-HEADER
                   IF WS-PROGRAM-COUNT = 20
                       DISPLAY "FEHLER: MEHR ALS 20 STUDIENGAENGE "
                           "IN PROGREQ.DAT"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-PROGRAM-COUNT
                   SET WS-PRG-IDX TO WS-PROGRAM-COUNT
                   MOVE PRQ-PROGRAM TO TBL-PROGRAM-CODE(WS-PRG-IDX)
                   MOVE PRQ-TITLE   TO TBL-PROGRAM-TITLE(WS-PRG-IDX)
                   MOVE ZERO TO TBL-MIN-CREDITS(WS-PRG-IDX)
                   MOVE ZERO TO TBL-MIN-GPA(WS-PRG-IDX)
                   MOVE 60.00 TO TBL-PASS-GRADE(WS-PRG-IDX)
                   IF PRQ-MIN-CREDITS IS NUMERIC
                       MOVE PRQ-MIN-CREDITS
                           TO TBL-MIN-CREDITS(WS-PRG-IDX)
                   END-IF
                   IF PRQ-MIN-GPA IS NUMERIC
                       MOVE PRQ-MIN-GPA TO TBL-MIN-GPA(WS-PRG-IDX)
                   END-IF
                   IF PRQ-PASS-GRADE IS NUMERIC
                           AND PRQ-PASS-GRADE > ZERO
                       MOVE PRQ-PASS-GRADE
                           TO TBL-PASS-GRADE(WS-PRG-IDX)
                   END-IF
               WHEN PRQ-REQUIRED-COURSE
                   IF WS-REQUIREMENT-COUNT = 300
                       DISPLAY "FEHLER: MEHR ALS 300 PFLICHTKURSE "
                           "IN PROGREQ.DAT"
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-REQUIREMENT-COUNT
                   SET WS-REQ-IDX TO WS-REQUIREMENT-COUNT
                   MOVE PRQ-PROGRAM TO TBL-REQ-PROGRAM(WS-REQ-IDX)
                   MOVE PRQ-COURSE-CODE TO TBL-REQ-COURSE(WS-REQ-IDX)
               WHEN OTHER
                   DISPLAY "FEHLER: UNGUELTIGE SATZART IN "
                       "PROGREQ.DAT: " PRQ-PROGRAM " "
                       PRQ-RECORD-TYPE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       080-CHECK-REQUIREMENT.
           MOVE TBL-REQ-PROGRAM(WS-REQ-IDX) TO WS-SEARCH-PROGRAM
           PERFORM 360-FIND-PROGRAM
           IF NOT WS-PROGRAM-FOUND
               DISPLAY "FEHLER: PFLICHTKURS "
                   TBL-REQ-COURSE(WS-REQ-IDX)
                   " FUER UNBEKANNTEN STUDIENGANG "
                   TBL-REQ-PROGRAM(WS-REQ-IDX)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 370-FIND-CATALOG-COURSE
           IF NOT WS-COURSE-FOUND
               DISPLAY "FEHLER: PFLICHTKURS "
                   TBL-REQ-COURSE(WS-REQ-IDX)
                   " NICHT IN COURSECAT.DAT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       100-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER STUDENT-MASTER: "
                   WS-STUDENT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT COURSE-GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER COURSE-GRADE-FILE: "
                   WS-GRADE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Naechste Berichtsgeneration vergeben statt den Vordruck zu
      * ueberschreiben; die Aufbewahrungszahl kommt aus GENPARM.DAT
           SET RG-NEXT-GENERATION TO TRUE
           MOVE "DEGAUDIT" TO RG-BASE-NAME
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

           OPEN OUTPUT AUDIT-REPORT
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES AUDIT-REPORT: "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-RUN-DATE
           MOVE WS-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Alle Kurssaetze dieses Studenten einsammeln; kleinere
      * Schluessel gehoeren zu Studenten ohne Stammsatz
       200-AUDIT-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE STU-ID TO WS-STUDENT-KEY
           MOVE ZERO TO WS-TAKEN-COUNT
           PERFORM UNTIL WS-GRADE-KEY >= WS-STUDENT-KEY
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM 210-READ-GRADE
           END-PERFORM
           PERFORM UNTIL WS-GRADE-KEY NOT = WS-STUDENT-KEY
               PERFORM 220-COLLECT-COURSE
               PERFORM 210-READ-GRADE
           END-PERFORM
           PERFORM 300-EVALUATE-STUDENT.

      * Unsortierte Eingabe wird wie in STUDENT-TRANSCRIPT mit
      * RETURN-CODE 16 abgewiesen
       210-READ-GRADE.
           READ COURSE-GRADE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-GRADE-KEY
               NOT AT END
                   ADD 1 TO WS-GRADE-COUNT
                   MOVE CRS-STUDENT-ID TO WS-GRADE-KEY
                   IF WS-GRADE-KEY < WS-PRIOR-GRADE-KEY
                       PERFORM 250-SEQUENCE-ERROR
                   END-IF
                   MOVE WS-GRADE-KEY TO WS-PRIOR-GRADE-KEY
           END-READ.

      * Wiederholter Kurs: nur der Versuch mit der besten Note
      * bleibt stehen
       220-COLLECT-COURSE.
           MOVE 'N' TO WS-TAKEN-FOUND-SWITCH
           IF WS-TAKEN-COUNT > ZERO
               SET WS-TKN-IDX TO 1
               SEARCH WS-TAKEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TKN-IDX > WS-TAKEN-COUNT
                       CONTINUE
                   WHEN TBL-TKN-COURSE(WS-TKN-IDX) = CRS-COURSE-CODE
                       SET WS-TAKEN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-TAKEN-FOUND
               ADD 1 TO TBL-TKN-ATTEMPTS(WS-TKN-IDX)
               ADD 1 TO WS-REPEAT-COUNT
               IF CRS-GRADE > TBL-TKN-GRADE(WS-TKN-IDX)
                   MOVE CRS-GRADE TO TBL-TKN-GRADE(WS-TKN-IDX)
                   MOVE CRS-CREDIT-HOURS
                       TO TBL-TKN-CREDITS(WS-TKN-IDX)
               END-IF
           ELSE
               IF WS-TAKEN-COUNT = 60
                   DISPLAY "FEHLER: MEHR ALS 60 KURSE FUER STUDENT "
                       CRS-STUDENT-ID
                   CLOSE AUDIT-REPORT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-TAKEN-COUNT
               SET WS-TKN-IDX TO WS-TAKEN-COUNT
               MOVE CRS-COURSE-CODE  TO TBL-TKN-COURSE(WS-TKN-IDX)
               MOVE CRS-CREDIT-HOURS TO TBL-TKN-CREDITS(WS-TKN-IDX)
               MOVE CRS-GRADE        TO TBL-TKN-GRADE(WS-TKN-IDX)
               MOVE 1                TO TBL-TKN-ATTEMPTS(WS-TKN-IDX)
           END-IF.

       250-SEQUENCE-ERROR.
           DISPLAY "FEHLER: COURSEGRD.DAT NICHT NACH STUDENT-ID "
               "SORTIERT"
           DISPLAY "SATZ " WS-GRADE-COUNT ": STUDENT "
               CRS-STUDENT-ID " NACH " WS-PRIOR-GRADE-KEY
           CLOSE COURSE-GRADE-FILE
           CLOSE STUDENT-MASTER
           CLOSE AUDIT-REPORT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       300-EVALUATE-STUDENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE STU-ID      TO HDR-STUDENT-ID
           MOVE STU-NAME    TO HDR-STUDENT-NAME
           MOVE STU-PROGRAM TO HDR-PROGRAM
           MOVE WS-STUDENT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE

           IF STU-PROGRAM = SPACES
               ADD 1 TO WS-NO-PROGRAM-COUNT
               MOVE "NO PROGRAM ASSIGNED - NOT AUDITED"
                   TO MSG-LINE-TEXT
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE STU-PROGRAM TO WS-SEARCH-PROGRAM
               PERFORM 360-FIND-PROGRAM
               IF NOT WS-PROGRAM-FOUND
                   PERFORM 350-UNKNOWN-PROGRAM
               ELSE
                   ADD 1 TO WS-AUDITED-COUNT
                   MOVE TBL-PROGRAM-TITLE(WS-PRG-IDX)
                       TO PRG-LINE-TITLE
                   MOVE WS-PROGRAM-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 310-COMPUTE-TOTALS
                   PERFORM 320-CHECK-REQUIRED-COURSES
                   PERFORM 330-CHECK-CREDITS-AND-GPA
                   PERFORM 340-PRINT-RESULT
               END-IF
           END-IF.

      * Bestandene Stunden nur fuer Kurse ab der Bestehensgrenze;
      * der GPA laeuft ueber alle Kurse mit ihrer besten Note
       310-COMPUTE-TOTALS.
           MOVE TBL-PASS-GRADE(WS-PRG-IDX) TO WS-PASS-GRADE
           MOVE ZERO TO WS-WEIGHTED-TOTAL
           MOVE ZERO TO WS-ATTEMPTED-CREDITS
           MOVE ZERO TO WS-EARNED-CREDITS
           MOVE ZERO TO WS-OUTSTANDING-COUNT
           PERFORM VARYING WS-TKN-IDX FROM 1 BY 1
                   UNTIL WS-TKN-IDX > WS-TAKEN-COUNT
               COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
                   + (TBL-TKN-GRADE(WS-TKN-IDX)
                      * TBL-TKN-CREDITS(WS-TKN-IDX))
               ADD TBL-TKN-CREDITS(WS-TKN-IDX)
                   TO WS-ATTEMPTED-CREDITS
               IF TBL-TKN-GRADE(WS-TKN-IDX) >= WS-PASS-GRADE
                   ADD TBL-TKN-CREDITS(WS-TKN-IDX)
                       TO WS-EARNED-CREDITS
               END-IF
           END-PERFORM
           IF WS-ATTEMPTED-CREDITS > ZERO
               COMPUTE WS-STUDENT-GPA ROUNDED =
                   WS-WEIGHTED-TOTAL / WS-ATTEMPTED-CREDITS
           ELSE
               MOVE ZERO TO WS-STUDENT-GPA
           END-IF.

       320-CHECK-REQUIRED-COURSES.
           MOVE WS-COURSE-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUIREMENT-COUNT
               IF TBL-REQ-PROGRAM(WS-REQ-IDX) = STU-PROGRAM
                   PERFORM 325-CHECK-ONE-COURSE
               END-IF
           END-PERFORM.

       325-CHECK-ONE-COURSE.
           PERFORM 370-FIND-CATALOG-COURSE
           MOVE TBL-REQ-COURSE(WS-REQ-IDX) TO DTL-COURSE-CODE
           MOVE WS-COURSE-TITLE-FOUND TO DTL-COURSE-TITLE
           MOVE 'N' TO WS-TAKEN-FOUND-SWITCH
           IF WS-TAKEN-COUNT > ZERO
               SET WS-TKN-IDX TO 1
               SEARCH WS-TAKEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TKN-IDX > WS-TAKEN-COUNT
                       CONTINUE
                   WHEN TBL-TKN-COURSE(WS-TKN-IDX)
                           = TBL-REQ-COURSE(WS-REQ-IDX)
                       SET WS-TAKEN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-TAKEN-FOUND
               MOVE TBL-TKN-GRADE(WS-TKN-IDX) TO DTL-GRADE
               MOVE TBL-TKN-ATTEMPTS(WS-TKN-IDX) TO DTL-ATTEMPTS
               IF TBL-TKN-GRADE(WS-TKN-IDX) >= WS-PASS-GRADE
                   MOVE "COMPLETE" TO DTL-STATUS
               ELSE
                   MOVE "OUTSTANDING" TO DTL-STATUS
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF
           ELSE
               MOVE ZERO TO DTL-GRADE
               MOVE ZERO TO DTL-ATTEMPTS
               MOVE "OUTSTANDING" TO DTL-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE WS-COURSE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       330-CHECK-CREDITS-AND-GPA.
           MOVE WS-EARNED-CREDITS TO CRD-LINE-EARNED
           MOVE TBL-MIN-CREDITS(WS-PRG-IDX) TO CRD-LINE-REQUIRED
           IF WS-EARNED-CREDITS >= TBL-MIN-CREDITS(WS-PRG-IDX)
               MOVE "COMPLETE" TO CRD-LINE-STATUS
           ELSE
               MOVE "OUTSTANDING" TO CRD-LINE-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CREDIT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-STUDENT-GPA TO GPA-LINE-GPA
           MOVE TBL-MIN-GPA(WS-PRG-IDX) TO GPA-LINE-REQUIRED
           IF WS-STUDENT-GPA >= TBL-MIN-GPA(WS-PRG-IDX)
               MOVE "COMPLETE" TO GPA-LINE-STATUS
           ELSE
               MOVE "OUTSTANDING" TO GPA-LINE-STATUS
               ADD 1 TO WS-OUTSTANDING-COUNT
           END-IF
           MOVE WS-GPA-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       340-PRINT-RESULT.
           IF WS-OUTSTANDING-COUNT = ZERO
               MOVE "ALL REQUIREMENTS MET - GRADUATION CANDIDATE"
                   TO MSG-LINE-TEXT
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-CANDIDATE-COUNT = 500
                   DISPLAY "FEHLER: MEHR ALS 500 "
                       "ABSCHLUSSKANDIDATEN"
                   CLOSE AUDIT-REPORT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CANDIDATE-COUNT
               SET WS-CND-IDX TO WS-CANDIDATE-COUNT
               MOVE STU-ID   TO TBL-CND-STUDENT-ID(WS-CND-IDX)
               MOVE STU-NAME TO TBL-CND-NAME(WS-CND-IDX)
               MOVE STU-PROGRAM TO TBL-CND-PROGRAM(WS-CND-IDX)
               MOVE WS-EARNED-CREDITS TO TBL-CND-CREDITS(WS-CND-IDX)
               MOVE WS-STUDENT-GPA TO TBL-CND-GPA(WS-CND-IDX)
           ELSE
               MOVE WS-OUTSTANDING-COUNT TO RES-LINE-OUTSTANDING
               MOVE WS-RESULT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      * Studiengang am Studenten, aber nicht in PROGREQ.DAT - der
      * Stammsatz ist zu korrigieren
       350-UNKNOWN-PROGRAM.
           ADD 1 TO WS-BAD-PROGRAM-COUNT
           MOVE SPACES TO MSG-LINE-TEXT
           STRING "PROGRAM " STU-PROGRAM
               " NOT IN PROGREQ.DAT - NOT AUDITED"
               DELIMITED BY SIZE INTO MSG-LINE-TEXT
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEGREE-AUDIT" TO XL-PROGRAM
           SET XL-SEV-WARNING TO TRUE
           MOVE STU-ID TO XL-KEY
           MOVE SPACES TO XL-REASON
           STRING "PROGRAM " STU-PROGRAM " NOT IN PROGREQ.DAT"
               DELIMITED BY SIZE INTO XL-REASON
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.

       360-FIND-PROGRAM.
           MOVE 'N' TO WS-PROGRAM-FOUND-SWITCH
           IF WS-PROGRAM-COUNT > ZERO
               SET WS-PRG-IDX TO 1
               SEARCH WS-PROGRAM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRG-IDX > WS-PROGRAM-COUNT
                       CONTINUE
                   WHEN TBL-PROGRAM-CODE(WS-PRG-IDX)
                           = WS-SEARCH-PROGRAM
                       SET WS-PROGRAM-FOUND TO TRUE
               END-SEARCH
           END-IF.

       370-FIND-CATALOG-COURSE.
           MOVE 'N' TO WS-COURSE-FOUND-SWITCH
           MOVE "*** UNKNOWN COURSE ***" TO WS-COURSE-TITLE-FOUND
           IF WS-CATALOG-COUNT > ZERO
               SET WS-CAT-IDX TO 1
               SEARCH WS-CATALOG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CAT-IDX > WS-CATALOG-COUNT
                       CONTINUE
                   WHEN TBL-COURSE-CODE(WS-CAT-IDX)
                           = TBL-REQ-COURSE(WS-REQ-IDX)
                       SET WS-COURSE-FOUND TO TRUE
                       MOVE TBL-COURSE-TITLE(WS-CAT-IDX)
                           TO WS-COURSE-TITLE-FOUND
               END-SEARCH
           END-IF.

       600-PRINT-CANDIDATES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAGE-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CANDIDATE-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CANDIDATE-COUNT = ZERO
               MOVE "NO GRADUATION CANDIDATES" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-CANDIDATE-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                       UNTIL WS-CND-IDX > WS-CANDIDATE-COUNT
                   MOVE TBL-CND-STUDENT-ID(WS-CND-IDX)
                       TO CND-LINE-STUDENT-ID
                   MOVE TBL-CND-NAME(WS-CND-IDX) TO CND-LINE-NAME
                   MOVE TBL-CND-PROGRAM(WS-CND-IDX)
                       TO CND-LINE-PROGRAM
                   MOVE TBL-CND-CREDITS(WS-CND-IDX)
                       TO CND-LINE-CREDITS
                   MOVE TBL-CND-GPA(WS-CND-IDX) TO CND-LINE-GPA
                   MOVE WS-CANDIDATE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AUDITED-COUNT   TO TOT-AUDITED
           MOVE WS-CANDIDATE-COUNT TO TOT-CANDIDATES
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE STUDENT-MASTER
           CLOSE COURSE-GRADE-FILE
           CLOSE AUDIT-REPORT
           DISPLAY "STUDENTEN GELESEN:      " WS-STUDENT-COUNT
           DISPLAY "STUDENTEN GEPRUEFT:     " WS-AUDITED-COUNT
           DISPLAY "OHNE STUDIENGANG:       " WS-NO-PROGRAM-COUNT
           DISPLAY "UNBEKANNTER STUDIENGANG:" WS-BAD-PROGRAM-COUNT
           DISPLAY "ABSCHLUSSKANDIDATEN:    " WS-CANDIDATE-COUNT
           DISPLAY "KURSSAETZE GELESEN:     " WS-GRADE-COUNT
           DISPLAY "KURSWIEDERHOLUNGEN:     " WS-REPEAT-COUNT
           DISPLAY "KURSSAETZE OHNE STUDENT:" WS-UNMATCHED-COUNT
           IF WS-BAD-PROGRAM-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
