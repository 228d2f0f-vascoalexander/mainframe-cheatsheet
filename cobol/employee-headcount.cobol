       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-HEADCOUNT.
       AUTHOR. BASQUE.

      * Monatlicher Personalstandsbericht fuer die HR-Runde: liest
      * die EMPLOYEE-MASTER in Schluesselfolge und zaehlt je
      * Abteilung den Bestand am Monatsanfang, die Eintritte und
      * Austritte im Berichtsmonat, den Bestand am Monatsende und
      * die Fluktuation (Austritte in Prozent des durchschnittlichen
      * Bestands). Das Austrittsdatum ist der letzte Arbeitstag -
      * wer im Berichtsmonat ausscheidet, zaehlt zum Bestand am
      * Monatsanfang, aber nicht mehr zum Bestand am Monatsende.
      * Parameterkarte HCPARM.DAT (optional): Berichtsmonat JJJJMM -
      * fehlt die Karte, gilt der laufende Monat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-PARM-FILE ASSIGN TO "HCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HEADCOUNT-REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-RECORD      PIC X(80).

       FD  HEADCOUNT-REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS        PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.

      * Berichtsmonat und seine Grenzen JJJJMMTT
       01  WS-REPORT-MONTH.
           05  WS-REPORT-YEAR      PIC 9(4).
           05  WS-REPORT-MM        PIC 99.
       01  WS-MONTH-START          PIC 9(8)     VALUE ZERO.
       01  WS-MONTH-END            PIC 9(8)     VALUE ZERO.

       COPY "date-convert-fields.cpy".

      * Zaehler je Abteilung, nach Abteilung sortiert gedruckt
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 50 TIMES.
               10  TBL-DEPT-CODE    PIC X(4).
               10  TBL-DEPT-OPENING PIC 9(5).
               10  TBL-DEPT-HIRES   PIC 9(5).
               10  TBL-DEPT-TERMS   PIC 9(5).
               10  TBL-DEPT-CLOSING PIC 9(5).
       01  WS-DEPT-SWAP.
           05  SWAP-DEPT-CODE      PIC X(4).
           05  SWAP-DEPT-OPENING   PIC 9(5).
           05  SWAP-DEPT-HIRES     PIC 9(5).
           05  SWAP-DEPT-TERMS     PIC 9(5).
           05  SWAP-DEPT-CLOSING   PIC 9(5).
       01  WS-DEPT-COUNT           PIC 99       VALUE ZERO.
       01  WS-DEPT-NUM             PIC 99       VALUE ZERO.
       01  WS-DEPT-HIT             PIC 99       VALUE ZERO.
       01  WS-SORT-I               PIC 99       VALUE ZERO.
       01  WS-SORT-J               PIC 99       VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-OPENING    PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-HIRES      PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-TERMS      PIC 9(5)     VALUE ZERO.
           05  WS-GRAND-CLOSING    PIC 9(5)     VALUE ZERO.

      * Rechenfelder fuer die Fluktuation einer Druckzeile
       01  WS-CALC-OPENING         PIC 9(5)     VALUE ZERO.
       01  WS-CALC-TERMS           PIC 9(5)     VALUE ZERO.
       01  WS-CALC-CLOSING         PIC 9(5)     VALUE ZERO.
       01  WS-AVERAGE-HEADCOUNT    PIC 9(5)V9   VALUE ZERO.
       01  WS-TURNOVER-PCT         PIC 9(3)V9   VALUE ZERO.

       01  WS-READ-COUNT           PIC 9(7)     VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(7)     VALUE ZERO.

       01  WS-HEADER-1.
           05  FILLER              PIC X(30)
               VALUE "HEADCOUNT AND TURNOVER REPORT ".
           05  FILLER              PIC X(6)  VALUE "MONTH ".
           05  HDR-YEAR            PIC 9(4).
           05  FILLER              PIC X     VALUE "-".
           05  HDR-MONTH           PIC 99.

       01  WS-HEADER-2.
           05  FILLER              PIC X(8)  VALUE "DEPT".
           05  FILLER              PIC X(10) VALUE "   OPENING".
           05  FILLER              PIC X(10) VALUE "     HIRES".
           05  FILLER              PIC X(10) VALUE "     TERMS".
           05  FILLER              PIC X(10) VALUE "    ACTIVE".
           05  FILLER              PIC X(12) VALUE "  TURNOVER %".

       01  WS-DETAIL-LINE.
           05  DTL-DEPT            PIC X(8).
           05  DTL-OPENING         PIC ZZ,ZZZ,ZZ9.
           05  DTL-HIRES           PIC ZZ,ZZZ,ZZ9.
           05  DTL-TERMS           PIC ZZ,ZZZ,ZZ9.
           05  DTL-CLOSING         PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  DTL-TURNOVER        PIC ZZ9.9.

       01  WS-NO-EMPLOYEES-LINE    PIC X(40)
           VALUE "NO EMPLOYEES ACTIVE IN REPORT MONTH".

      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
       01  WS-REPORT-FILENAME       PIC X(30)   VALUE SPACES.
       COPY "report-generation-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-READ-MONTH-PARM
           PERFORM 100-OPEN-FILES
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 200-COUNT-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 300-SORT-DEPARTMENTS
           PERFORM 400-PRINT-REPORT
           PERFORM 900-CLOSE-FILES
           GOBACK.

      * Parameterkarte ist optional - fehlt sie oder ist sie nicht
      * numerisch, gilt der laufende Monat. Monatsende ueber
      * DATE-CONVERT: Monatserster plus ein Monat minus ein Tag.
       050-READ-MONTH-PARM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           OPEN INPUT REPORT-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ REPORT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REPORT-PARM-RECORD(1:6) IS NUMERIC
                           MOVE REPORT-PARM-RECORD(1:6)
                               TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF

           COMPUTE WS-MONTH-START = WS-REPORT-YEAR * 10000
               + WS-REPORT-MM * 100 + 1
           SET DC-VALIDATE TO TRUE
           MOVE WS-MONTH-START TO DC-DATE-NUM
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF NOT DC-OK
               DISPLAY "FEHLER: UNGUELTIGER BERICHTSMONAT IN "
                   "HCPARM.DAT: " WS-REPORT-MONTH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET DC-ADD-MONTHS TO TRUE
           MOVE WS-MONTH-START TO DC-DATE-NUM
           MOVE 1 TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           SET DC-ADD-DAYS TO TRUE
           MOVE -1 TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           MOVE DC-DATE-NUM TO WS-MONTH-END.

       100-OPEN-FILES.
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
           MOVE "HEADCNT" TO RG-BASE-NAME
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

           OPEN OUTPUT HEADCOUNT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DES "
                   "HEADCOUNT-REPORT: " WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO EMP-ID
           START EMPLOYEE-MASTER KEY NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

      * Bestand am Monatsanfang: vor dem Monat eingetreten und nicht
      * vor dem Monat ausgeschieden. Bestand am Monatsende: bis
      * Monatsende eingetreten und nicht bis dahin ausgeschieden.
      * Mitarbeiter ohne jede Beruehrung mit dem Monat (spaeter
      * eingetreten oder frueher ausgeschieden) zaehlen nicht.
       200-COUNT-EMPLOYEE.
           IF EMP-HIRE-DATE > WS-MONTH-END
                   OR (NOT EMP-NOT-TERMINATED
                       AND EMP-TERM-DATE < WS-MONTH-START)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 210-FIND-DEPARTMENT
               IF WS-DEPT-HIT > ZERO
                   IF EMP-HIRE-DATE < WS-MONTH-START
                       ADD 1 TO TBL-DEPT-OPENING(WS-DEPT-HIT)
                   ELSE
                       ADD 1 TO TBL-DEPT-HIRES(WS-DEPT-HIT)
                   END-IF
                   IF NOT EMP-NOT-TERMINATED
                           AND EMP-TERM-DATE <= WS-MONTH-END
                       ADD 1 TO TBL-DEPT-TERMS(WS-DEPT-HIT)
                   ELSE
                       ADD 1 TO TBL-DEPT-CLOSING(WS-DEPT-HIT)
                   END-IF
               END-IF
           END-IF.

       210-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-HIT
           PERFORM VARYING WS-DEPT-NUM FROM 1 BY 1
                   UNTIL WS-DEPT-NUM > WS-DEPT-COUNT
                      OR WS-DEPT-HIT > ZERO
               IF TBL-DEPT-CODE(WS-DEPT-NUM) = EMP-DEPARTMENT
                   MOVE WS-DEPT-NUM TO WS-DEPT-HIT
               END-IF
           END-PERFORM
           IF WS-DEPT-HIT = ZERO
               IF WS-DEPT-COUNT = 50
                   DISPLAY "WARNUNG: MEHR ALS 50 ABTEILUNGEN - "
                       "NICHT GEZAEHLT: " EMP-ID " " EMP-DEPARTMENT
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
                   MOVE EMP-DEPARTMENT TO TBL-DEPT-CODE(WS-DEPT-HIT)
                   MOVE ZERO TO TBL-DEPT-OPENING(WS-DEPT-HIT)
                   MOVE ZERO TO TBL-DEPT-HIRES(WS-DEPT-HIT)
                   MOVE ZERO TO TBL-DEPT-TERMS(WS-DEPT-HIT)
                   MOVE ZERO TO TBL-DEPT-CLOSING(WS-DEPT-HIT)
               END-IF
           END-IF.

      * Austauschsortierung nach Abteilung (wie 300-SORT-EXCEPTIONS
      * in EXCEPTION-REPORT)
       300-SORT-DEPARTMENTS.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-DEPT-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J >
                           WS-DEPT-COUNT - WS-SORT-I
                   IF TBL-DEPT-CODE(WS-SORT-J) >
                           TBL-DEPT-CODE(WS-SORT-J + 1)
                       MOVE WS-DEPT-ENTRY(WS-SORT-J)
                           TO WS-DEPT-SWAP
                       MOVE WS-DEPT-ENTRY(WS-SORT-J + 1)
                           TO WS-DEPT-ENTRY(WS-SORT-J)
                       MOVE WS-DEPT-SWAP
                           TO WS-DEPT-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       400-PRINT-REPORT.
           MOVE WS-REPORT-YEAR TO HDR-YEAR
           MOVE WS-REPORT-MM   TO HDR-MONTH
           MOVE WS-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-DEPT-COUNT = ZERO
               MOVE WS-NO-EMPLOYEES-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-HEADER-2 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-DEPT-NUM FROM 1 BY 1
                       UNTIL WS-DEPT-NUM > WS-DEPT-COUNT
                   PERFORM 410-PRINT-DEPARTMENT
               END-PERFORM
               PERFORM 420-PRINT-TOTAL
           END-IF.

       410-PRINT-DEPARTMENT.
           MOVE TBL-DEPT-CODE(WS-DEPT-NUM)    TO DTL-DEPT
           MOVE TBL-DEPT-OPENING(WS-DEPT-NUM) TO DTL-OPENING
           MOVE TBL-DEPT-HIRES(WS-DEPT-NUM)   TO DTL-HIRES
           MOVE TBL-DEPT-TERMS(WS-DEPT-NUM)   TO DTL-TERMS
           MOVE TBL-DEPT-CLOSING(WS-DEPT-NUM) TO DTL-CLOSING
           MOVE TBL-DEPT-OPENING(WS-DEPT-NUM) TO WS-CALC-OPENING
           MOVE TBL-DEPT-TERMS(WS-DEPT-NUM)   TO WS-CALC-TERMS
           MOVE TBL-DEPT-CLOSING(WS-DEPT-NUM) TO WS-CALC-CLOSING
           PERFORM 450-COMPUTE-TURNOVER
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD TBL-DEPT-OPENING(WS-DEPT-NUM) TO WS-GRAND-OPENING
           ADD TBL-DEPT-HIRES(WS-DEPT-NUM)   TO WS-GRAND-HIRES
           ADD TBL-DEPT-TERMS(WS-DEPT-NUM)   TO WS-GRAND-TERMS
           ADD TBL-DEPT-CLOSING(WS-DEPT-NUM) TO WS-GRAND-CLOSING.

       420-PRINT-TOTAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL"          TO DTL-DEPT
           MOVE WS-GRAND-OPENING TO DTL-OPENING
           MOVE WS-GRAND-HIRES   TO DTL-HIRES
           MOVE WS-GRAND-TERMS   TO DTL-TERMS
           MOVE WS-GRAND-CLOSING TO DTL-CLOSING
           MOVE WS-GRAND-OPENING TO WS-CALC-OPENING
           MOVE WS-GRAND-TERMS   TO WS-CALC-TERMS
           MOVE WS-GRAND-CLOSING TO WS-CALC-CLOSING
           PERFORM 450-COMPUTE-TURNOVER
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      * Fluktuation = Austritte / durchschnittlicher Bestand
      * ((Anfang + Ende) / 2) in Prozent; der Aufrufer stellt die
      * Zahlen der Zeile in WS-CALC-*
       450-COMPUTE-TURNOVER.
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-CALC-OPENING + WS-CALC-CLOSING) / 2
           IF WS-AVERAGE-HEADCOUNT = ZERO
               MOVE ZERO TO WS-TURNOVER-PCT
           ELSE
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-CALC-TERMS * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF
           MOVE WS-TURNOVER-PCT TO DTL-TURNOVER.

       900-CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER
           CLOSE HEADCOUNT-REPORT-FILE
           DISPLAY "MITARBEITER GELESEN:    " WS-READ-COUNT
           DISPLAY "OHNE BEZUG ZUM MONAT:   " WS-SKIPPED-COUNT
           DISPLAY "ABTEILUNGEN:            " WS-DEPT-COUNT.
