       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.
       AUTHOR. BASQUE.

      * Naechtliche Querpruefung der Stamm- und Steuerdateien:
      * bisher prueft jedes Programm eine Datei nur in dem Moment,
      * in dem es sie gerade laedt - Saetze ausgeschiedener oder
      * vertippter Mitarbeiter liegen so monatelang in EMPBANK.DAT,
      * DEDENROLL.DAT, SALHIST.DAT und PAYYTD.DAT, bis sie eine
      * Lohnnacht umwerfen. Geprueft wird je Dateipaar:
      *    1  EMPBANK.DAT    gegen EMPLOYEE-MASTER
      *    2  DEDENROLL.DAT  gegen EMPLOYEE-MASTER
      *    3  DEDENROLL.DAT  doppelte Anmeldung Mitarbeiter+Abzug
      *    4  SALHIST.DAT    gegen EMPLOYEE-MASTER
      *    5  PAYYTD.DAT     gegen EMPLOYEE-MASTER
      *    6  COMMCLAW.DAT   gegen EMPLOYEE-MASTER
      *    7  QUOTA.DAT      gegen EMPLOYEE-MASTER (Verkaeuferziele)
      *    8  COURSEGRD.DAT  gegen STUMAST.DAT
      *    9  COURSEGRD.DAT  gegen COURSECAT.DAT
      *   10  SALESHIST.DAT  gegen REGION.DAT
      *   11  PAYHIST.DAT    gegen EMPLOYEE-MASTER
      *   12  PRENOTE.DAT    gegen EMPLOYEE-MASTER
      * Bankverbindung und Abzugsanmeldung eines Mitarbeiters mit
      * Austrittsdatum bis heute werden zusaetzlich als Warnung
      * gemeldet - Historie und Jahreswerte Ausgeschiedener
      * bleiben dagegen zu Recht stehen.
      * Jeder Befund geht ueber EXCEPTION-LOG nach EXCEPT.DAT
      * (hoechstens 50 Einzelmeldungen je Paar, damit der
      * Morgenbericht lesbar bleibt), dazu je Paar eine
      * Summenzeile mit geprueften Saetzen und Befunden. Fehlt
      * eine gepruefte Datei, wird das Paar als nicht geprueft
      * gemeldet; ohne EMPLOYEE-MASTER laeuft nichts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-LASTNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-MASTER ASSIGN TO "STUMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               ALTERNATE RECORD KEY IS STU-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT BANK-DETAIL-FILE ASSIGN TO "EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT DEDUCTION-ENROLL-FILE ASSIGN TO "DEDENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "SALHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALH-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-KEY
               FILE STATUS IS WS-YTD-STATUS.

           SELECT COMMISSION-CLAWBACK-FILE ASSIGN TO "COMMCLAW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAWBACK-STATUS.

           SELECT SALES-QUOTA-FILE ASSIGN TO "QUOTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QTA-KEY
               FILE STATUS IS WS-QUOTA-STATUS.

           SELECT COURSE-GRADE-FILE ASSIGN TO "COURSEGRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSE-CATALOG-FILE ASSIGN TO "COURSECAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGION-MASTER-FILE ASSIGN TO "REGION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGION-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHS-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRN-KEY
               FILE STATUS IS WS-PRENOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee-record.cpy".

       FD  STUDENT-MASTER.
           COPY "student-master-record.cpy".

       FD  BANK-DETAIL-FILE.
           COPY "bank-detail-record.cpy".

       FD  DEDUCTION-ENROLL-FILE.
           COPY "deduction-enroll-record.cpy".

       FD  SALARY-HISTORY-FILE.
           COPY "salary-history-record.cpy".

       FD  PAYROLL-YTD-FILE.
           COPY "payroll-ytd-record.cpy".

       FD  COMMISSION-CLAWBACK-FILE.
           COPY "commission-clawback-record.cpy".

       FD  SALES-QUOTA-FILE.
           COPY "sales-quota-record.cpy".

       FD  COURSE-GRADE-FILE.
           COPY "course-grade-record.cpy".

       FD  COURSE-CATALOG-FILE.
           COPY "course-catalog-record.cpy".

       FD  SALES-HISTORY-FILE.
           COPY "sales-history-record.cpy".

       FD  REGION-MASTER-FILE.
           COPY "region-master-record.cpy".

       FD  PAYROLL-HISTORY-FILE.
           COPY "payroll-history-record.cpy".

       FD  PRENOTE-FILE.
           COPY "prenote-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS        PIC XX.
       01  WS-STUDENT-STATUS       PIC XX.
       01  WS-BANK-STATUS          PIC XX.
       01  WS-ENROLL-STATUS        PIC XX.
       01  WS-SALHIST-STATUS       PIC XX.
       01  WS-YTD-STATUS           PIC XX.
       01  WS-CLAWBACK-STATUS      PIC XX.
       01  WS-QUOTA-STATUS         PIC XX.
       01  WS-GRADE-STATUS         PIC XX.
       01  WS-CATALOG-STATUS       PIC XX.
       01  WS-HISTORY-STATUS       PIC XX.
       01  WS-REGION-STATUS        PIC XX.
       01  WS-PAYHIST-STATUS       PIC XX.
       01  WS-PRENOTE-STATUS       PIC XX.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.
       01  WS-STUDENT-OPEN-SWITCH  PIC X        VALUE 'N'.
           88  WS-STUDENT-OPEN                  VALUE 'Y'.
       01  WS-EMP-FOUND-SWITCH     PIC X        VALUE 'N'.
           88  WS-EMP-FOUND                     VALUE 'Y'.
       01  WS-CHECK-EMP-ID         PIC 9(6).

      * Summen je Dateipaar (Reihenfolge siehe Kopfkommentar);
      * Zustand M = Datei fehlt, Paar nicht geprueft
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 12 TIMES.
               10  TBL-PAIR-NAME       PIC X(20).
               10  TBL-PAIR-STATE      PIC X.
                   88  TBL-PAIR-MISSING        VALUE 'M'.
               10  TBL-PAIR-CHECKED    PIC 9(7).
               10  TBL-PAIR-FINDINGS   PIC 9(7).
       01  WS-PAIR-NUM             PIC 99       VALUE ZERO.
       01  WS-TOTAL-FINDINGS       PIC 9(7)     VALUE ZERO.

      * Befund fuer 800-LOG-FINDING
       01  WS-FINDING-SEVERITY     PIC X.
       01  WS-FINDING-KEY          PIC X(20).
       01  WS-FINDING-REASON       PIC X(40).
       01  WS-REASON-PTR           PIC 99.

      * Bereits gesehene Abzugsanmeldungen fuer die
      * Dublettenpruefung
       01  WS-ENROLL-TABLE.
           05  WS-ENROLL-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ENR-IDX.
               10  TBL-ENR-EMP-ID      PIC 9(6).
               10  TBL-ENR-DED-CODE    PIC X(4).
       01  WS-ENROLL-COUNT         PIC 9(3)     VALUE ZERO.
       01  WS-DUPLICATE-SWITCH     PIC X        VALUE 'N'.
           88  WS-DUPLICATE-FOUND               VALUE 'Y'.

      * Kurskatalog und Regionskuerzel (Muster der
      * Steuertabellen in STUDENT-TRANSCRIPT und SALES-ROLLUP)
       01  WS-CATALOG-TABLE.
           05  WS-CATALOG-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  TBL-COURSE-CODE     PIC X(8).
       01  WS-CATALOG-COUNT        PIC 9(3)     VALUE ZERO.
       01  WS-CATALOG-LOADED-SWITCH PIC X       VALUE 'N'.
           88  WS-CATALOG-LOADED                VALUE 'Y'.
       01  WS-COURSE-FOUND-SWITCH  PIC X        VALUE 'N'.
           88  WS-COURSE-FOUND                  VALUE 'Y'.

       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RGN-IDX.
               10  TBL-RGN-CODE        PIC X(10).
       01  WS-REGION-COUNT         PIC 99       VALUE ZERO.
       01  WS-REGION-LOADED-SWITCH PIC X        VALUE 'N'.
           88  WS-REGION-LOADED                 VALUE 'Y'.
       01  WS-REGION-FOUND-SWITCH  PIC X        VALUE 'N'.
           88  WS-REGION-FOUND                  VALUE 'Y'.

      * Zentrale Ausnahmedatei (siehe EXCEPTION-LOG)
       COPY "exception-log-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 050-LOAD-COURSE-CATALOG
           PERFORM 060-LOAD-REGION-MASTER
           PERFORM 100-INITIALIZE
           PERFORM 200-AUDIT-BANK-DETAIL
           PERFORM 250-AUDIT-ENROLLMENT
           PERFORM 300-AUDIT-SALARY-HISTORY
           PERFORM 350-AUDIT-PAYROLL-YTD
           PERFORM 400-AUDIT-CLAWBACK
           PERFORM 450-AUDIT-QUOTA
           PERFORM 500-AUDIT-GRADES
           PERFORM 600-AUDIT-SALES-HISTORY
           PERFORM 650-AUDIT-PAY-HISTORY
           PERFORM 700-AUDIT-PRENOTE
           PERFORM 900-TERMINATE
           GOBACK.

      * Kurskatalog laden; fehlt er, wird Paar 9 nicht geprueft.
      * Mehr Kurse als die Tabelle fasst ist ein Abbruch - eine
      * unvollstaendige Tabelle wuerde falsche Waisen melden.
       050-LOAD-COURSE-CATALOG.
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
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
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOG-FILE
               SET WS-CATALOG-LOADED TO TRUE
           END-IF.

       060-LOAD-REGION-MASTER.
           OPEN INPUT REGION-MASTER-FILE
           IF WS-REGION-STATUS = "00"
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ REGION-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REGION-COUNT = 20
                               DISPLAY "FEHLER: MEHR ALS 20 "
                                   "REGIONEN IN REGION.DAT"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-REGION-COUNT
                           SET WS-RGN-IDX TO WS-REGION-COUNT
                           MOVE RGN-CODE TO TBL-RGN-CODE(WS-RGN-IDX)
                   END-READ
               END-PERFORM
               CLOSE REGION-MASTER-FILE
               SET WS-REGION-LOADED TO TRUE
           END-IF.

       100-INITIALIZE.
           OPEN INPUT EMPLOYEE-MASTER
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER EMPLOYEE-MASTER: "
                       WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT STUDENT-MASTER
           IF WS-STUDENT-STATUS = "00"
               SET WS-STUDENT-OPEN TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM

           MOVE "EMPBANK/EMPLOYEE"     TO TBL-PAIR-NAME(1)
           MOVE "DEDENROLL/EMPLOYEE"   TO TBL-PAIR-NAME(2)
           MOVE "DEDENROLL/DUPLICATES" TO TBL-PAIR-NAME(3)
           MOVE "SALHIST/EMPLOYEE"     TO TBL-PAIR-NAME(4)
           MOVE "PAYYTD/EMPLOYEE"      TO TBL-PAIR-NAME(5)
           MOVE "COMMCLAW/EMPLOYEE"    TO TBL-PAIR-NAME(6)
           MOVE "QUOTA/EMPLOYEE"       TO TBL-PAIR-NAME(7)
           MOVE "COURSEGRD/STUMAST"    TO TBL-PAIR-NAME(8)
           MOVE "COURSEGRD/COURSECAT"  TO TBL-PAIR-NAME(9)
           MOVE "SALESHIST/REGION"     TO TBL-PAIR-NAME(10)
           MOVE "PAYHIST/EMPLOYEE"     TO TBL-PAIR-NAME(11)
           MOVE "PRENOTE/EMPLOYEE"     TO TBL-PAIR-NAME(12)
           PERFORM VARYING WS-PAIR-NUM FROM 1 BY 1
                   UNTIL WS-PAIR-NUM > 12
               MOVE SPACE TO TBL-PAIR-STATE(WS-PAIR-NUM)
               MOVE ZERO  TO TBL-PAIR-CHECKED(WS-PAIR-NUM)
               MOVE ZERO  TO TBL-PAIR-FINDINGS(WS-PAIR-NUM)
           END-PERFORM.

      * Paar 1: Bankverbindungen
       200-AUDIT-BANK-DETAIL.
           MOVE 1 TO WS-PAIR-NUM
           OPEN INPUT BANK-DETAIL-FILE
           IF WS-BANK-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(1)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ BANK-DETAIL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(1)
                           MOVE BNK-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           MOVE BNK-EMP-ID TO WS-FINDING-KEY
                           MOVE "EMPBANK" TO WS-FINDING-REASON
                           PERFORM 810-CHECK-ACTIVE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE BANK-DETAIL-FILE
           END-IF.

      * Paare 2 und 3: Abzugsanmeldungen - Mitarbeiter und
      * doppelte Anmeldung desselben Abzugs
       250-AUDIT-ENROLLMENT.
           MOVE 2 TO WS-PAIR-NUM
           OPEN INPUT DEDUCTION-ENROLL-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(2)
               MOVE 'M' TO TBL-PAIR-STATE(3)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ DEDUCTION-ENROLL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 260-CHECK-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-ENROLL-FILE
           END-IF.

       260-CHECK-ENROLLMENT.
           MOVE SPACES TO WS-FINDING-KEY
           STRING ENR-EMP-ID " " ENR-DED-CODE
               DELIMITED BY SIZE INTO WS-FINDING-KEY

           MOVE 2 TO WS-PAIR-NUM
           ADD 1 TO TBL-PAIR-CHECKED(2)
           MOVE ENR-EMP-ID TO WS-CHECK-EMP-ID
           MOVE "DEDENROLL" TO WS-FINDING-REASON
           PERFORM 810-CHECK-ACTIVE-EMPLOYEE

           MOVE 3 TO WS-PAIR-NUM
           ADD 1 TO TBL-PAIR-CHECKED(3)
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           IF WS-ENROLL-COUNT > ZERO
               SET WS-ENR-IDX TO 1
               SEARCH WS-ENROLL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ENR-IDX > WS-ENROLL-COUNT
                       CONTINUE
                   WHEN TBL-ENR-EMP-ID(WS-ENR-IDX) = ENR-EMP-ID
                           AND TBL-ENR-DED-CODE(WS-ENR-IDX)
                               = ENR-DED-CODE
                       SET WS-DUPLICATE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-DUPLICATE-FOUND
               MOVE 'E' TO WS-FINDING-SEVERITY
               MOVE "DEDENROLL: DUPLICATE ENROLLMENT"
                   TO WS-FINDING-REASON
               PERFORM 800-LOG-FINDING
           ELSE
               IF WS-ENROLL-COUNT = 500
                   DISPLAY "FEHLER: MEHR ALS 500 ANMELDUNGEN IN "
                       "DEDENROLL.DAT"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-ENROLL-COUNT
               SET WS-ENR-IDX TO WS-ENROLL-COUNT
               MOVE ENR-EMP-ID   TO TBL-ENR-EMP-ID(WS-ENR-IDX)
               MOVE ENR-DED-CODE TO TBL-ENR-DED-CODE(WS-ENR-IDX)
           END-IF.

      * Paar 4: Gehaltshistorie
       300-AUDIT-SALARY-HISTORY.
           MOVE 4 TO WS-PAIR-NUM
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(4)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ SALARY-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(4)
                           MOVE SALH-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           STRING SALH-EMP-ID " " SALH-EFF-DATE
                               DELIMITED BY SIZE INTO WS-FINDING-KEY
                           MOVE "SALHIST" TO WS-FINDING-REASON
                           PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY-FILE
           END-IF.

      * Paar 5: Jahreswerte der Lohnabrechnung
       350-AUDIT-PAYROLL-YTD.
           MOVE 5 TO WS-PAIR-NUM
           OPEN INPUT PAYROLL-YTD-FILE
           IF WS-YTD-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(5)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ PAYROLL-YTD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(5)
                           MOVE YTD-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           STRING YTD-EMP-ID " " YTD-YEAR
                               DELIMITED BY SIZE INTO WS-FINDING-KEY
                           MOVE "PAYYTD" TO WS-FINDING-REASON
                           PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-YTD-FILE
           END-IF.

      * Paar 6: Provisions-Rueckforderungssalden
       400-AUDIT-CLAWBACK.
           MOVE 6 TO WS-PAIR-NUM
           OPEN INPUT COMMISSION-CLAWBACK-FILE
           IF WS-CLAWBACK-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(6)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ COMMISSION-CLAWBACK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(6)
                           MOVE CLB-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           MOVE CLB-EMP-ID TO WS-FINDING-KEY
                           MOVE "COMMCLAW" TO WS-FINDING-REASON
                           PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-CLAWBACK-FILE
           END-IF.

      * Paar 7: Verkaeuferziele; Regionsziele (Verkaeufer 000000)
      * haben keinen Mitarbeiter und werden nur mitgezaehlt
       450-AUDIT-QUOTA.
           MOVE 7 TO WS-PAIR-NUM
           OPEN INPUT SALES-QUOTA-FILE
           IF WS-QUOTA-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(7)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ SALES-QUOTA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(7)
                           IF NOT QTA-REGION-QUOTA
                               MOVE QTA-EMP-ID TO WS-CHECK-EMP-ID
                               MOVE SPACES TO WS-FINDING-KEY
                               STRING QTA-PERIOD " " QTA-EMP-ID
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-KEY
                               MOVE "QUOTA" TO WS-FINDING-REASON
                               PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-QUOTA-FILE
           END-IF.

      * Paare 8 und 9: Noten gegen Studentenstamm und Kurskatalog
       500-AUDIT-GRADES.
           IF NOT WS-STUDENT-OPEN
               MOVE 'M' TO TBL-PAIR-STATE(8)
           END-IF
           IF NOT WS-CATALOG-LOADED
               MOVE 'M' TO TBL-PAIR-STATE(9)
           END-IF
           OPEN INPUT COURSE-GRADE-FILE
           IF WS-GRADE-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(8)
               MOVE 'M' TO TBL-PAIR-STATE(9)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ COURSE-GRADE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 510-CHECK-GRADE
                   END-READ
               END-PERFORM
               CLOSE COURSE-GRADE-FILE
           END-IF.

       510-CHECK-GRADE.
           MOVE SPACES TO WS-FINDING-KEY
           STRING CRS-STUDENT-ID " " CRS-COURSE-CODE
               DELIMITED BY SIZE INTO WS-FINDING-KEY
           MOVE 'E' TO WS-FINDING-SEVERITY

           IF NOT TBL-PAIR-MISSING(8)
               MOVE 8 TO WS-PAIR-NUM
               ADD 1 TO TBL-PAIR-CHECKED(8)
               MOVE CRS-STUDENT-ID TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       MOVE "COURSEGRD: STUDENT NOT IN STUMAST"
                           TO WS-FINDING-REASON
                       PERFORM 800-LOG-FINDING
               END-READ
           END-IF

           IF NOT TBL-PAIR-MISSING(9)
               MOVE 9 TO WS-PAIR-NUM
               ADD 1 TO TBL-PAIR-CHECKED(9)
               MOVE 'N' TO WS-COURSE-FOUND-SWITCH
               IF WS-CATALOG-COUNT > ZERO
                   SET WS-CAT-IDX TO 1
                   SEARCH WS-CATALOG-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CAT-IDX > WS-CATALOG-COUNT
                           CONTINUE
                       WHEN TBL-COURSE-CODE(WS-CAT-IDX)
                               = CRS-COURSE-CODE
                           SET WS-COURSE-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF NOT WS-COURSE-FOUND
                   MOVE "COURSEGRD: COURSE NOT IN COURSECAT"
                       TO WS-FINDING-REASON
                   PERFORM 800-LOG-FINDING
               END-IF
           END-IF.

      * Paar 10: Verkaufshistorie gegen Regionsstamm
       600-AUDIT-SALES-HISTORY.
           MOVE 10 TO WS-PAIR-NUM
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00" OR NOT WS-REGION-LOADED
               MOVE 'M' TO TBL-PAIR-STATE(10)
               IF WS-HISTORY-STATUS = "00"
                   CLOSE SALES-HISTORY-FILE
               END-IF
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ SALES-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 610-CHECK-HISTORY-REGION
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY-FILE
           END-IF.

       610-CHECK-HISTORY-REGION.
           ADD 1 TO TBL-PAIR-CHECKED(10)
           MOVE 'N' TO WS-REGION-FOUND-SWITCH
           SET WS-RGN-IDX TO 1
           SEARCH WS-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RGN-IDX > WS-REGION-COUNT
                   CONTINUE
               WHEN TBL-RGN-CODE(WS-RGN-IDX) = HIST-REGION
                   SET WS-REGION-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-REGION-FOUND
               MOVE SPACES TO WS-FINDING-KEY
               STRING HIST-YEAR HIST-MONTH " " HIST-REGION
                   DELIMITED BY SIZE INTO WS-FINDING-KEY
               MOVE 'E' TO WS-FINDING-SEVERITY
               MOVE "SALESHIST: REGION NOT IN REGION.DAT"
                   TO WS-FINDING-REASON
               PERFORM 800-LOG-FINDING
           END-IF.

      * Paar 11: Abrechnungshistorie (Grundlage des Stornos)
       650-AUDIT-PAY-HISTORY.
           MOVE 11 TO WS-PAIR-NUM
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(11)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ PAYROLL-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(11)
                           MOVE PHS-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           STRING PHS-EMP-ID " " PHS-PERIOD-END " "
                               PHS-SOURCE " " PHS-SEQ
                               DELIMITED BY SIZE INTO WS-FINDING-KEY
                           MOVE "PAYHIST" TO WS-FINDING-REASON
                           PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF.

      * Paar 12: gesendete Prenotes je Bankverbindung
       700-AUDIT-PRENOTE.
           MOVE 12 TO WS-PAIR-NUM
           OPEN INPUT PRENOTE-FILE
           IF WS-PRENOTE-STATUS NOT = "00"
               MOVE 'M' TO TBL-PAIR-STATE(12)
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ PRENOTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO TBL-PAIR-CHECKED(12)
                           MOVE PRN-EMP-ID TO WS-CHECK-EMP-ID
                           MOVE SPACES TO WS-FINDING-KEY
                           STRING PRN-EMP-ID " " PRN-ACCOUNT
                               DELIMITED BY SIZE INTO WS-FINDING-KEY
                           MOVE "PRENOTE" TO WS-FINDING-REASON
                           PERFORM 820-CHECK-EMPLOYEE-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-FILE
           END-IF.

      * Befund zaehlen und - bis 50 je Paar - einzeln in die
      * zentrale Ausnahmedatei stellen
       800-LOG-FINDING.
           ADD 1 TO TBL-PAIR-FINDINGS(WS-PAIR-NUM)
           ADD 1 TO WS-TOTAL-FINDINGS
           IF TBL-PAIR-FINDINGS(WS-PAIR-NUM) <= 50
               MOVE "INTEGRITY-AUDIT"   TO XL-PROGRAM
               MOVE WS-FINDING-SEVERITY TO XL-SEVERITY
               MOVE WS-FINDING-KEY      TO XL-KEY
               MOVE WS-FINDING-REASON   TO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

      * Bankverbindung und Abzugsanmeldung: Mitarbeiter muss in
      * der Stammdatei stehen und darf nicht ausgeschieden sein.
      * WS-FINDING-REASON bringt den Dateinamen mit.
       810-CHECK-ACTIVE-EMPLOYEE.
           PERFORM 830-READ-EMPLOYEE
           IF NOT WS-EMP-FOUND
               MOVE 'E' TO WS-FINDING-SEVERITY
               STRING ": EMP-ID NOT IN EMPLOYEE-MASTER"
                   DELIMITED BY SIZE INTO WS-FINDING-REASON
                   WITH POINTER WS-REASON-PTR
               PERFORM 800-LOG-FINDING
           ELSE
               IF NOT EMP-NOT-TERMINATED
                       AND EMP-TERM-DATE <= WS-CURRENT-DATE-NUM
                   MOVE 'W' TO WS-FINDING-SEVERITY
                   STRING ": EMPLOYEE TERMINATED " EMP-TERM-DATE
                       DELIMITED BY SIZE INTO WS-FINDING-REASON
                       WITH POINTER WS-REASON-PTR
                   PERFORM 800-LOG-FINDING
               END-IF
           END-IF.

      * Historische Dateien: nur der Mitarbeiter muss existieren
       820-CHECK-EMPLOYEE-ON-FILE.
           PERFORM 830-READ-EMPLOYEE
           IF NOT WS-EMP-FOUND
               MOVE 'E' TO WS-FINDING-SEVERITY
               STRING ": EMP-ID NOT IN EMPLOYEE-MASTER"
                   DELIMITED BY SIZE INTO WS-FINDING-REASON
                   WITH POINTER WS-REASON-PTR
               PERFORM 800-LOG-FINDING
           END-IF.

      * Dateiname steht vorne in WS-FINDING-REASON; der Zeiger
      * zeigt auf die erste Stelle dahinter
       830-READ-EMPLOYEE.
           MOVE 1 TO WS-REASON-PTR
           INSPECT WS-FINDING-REASON TALLYING WS-REASON-PTR
               FOR CHARACTERS BEFORE INITIAL SPACE
           SET WS-EMP-FOUND TO TRUE
           MOVE WS-CHECK-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-EMP-FOUND-SWITCH
           END-READ.

      * Summenzeile je Paar: ohne Befund als Information, mit
      * Befunden als Warnung, fehlende Datei als Information
       900-TERMINATE.
           CLOSE EMPLOYEE-MASTER
           IF WS-STUDENT-OPEN
               CLOSE STUDENT-MASTER
           END-IF
           PERFORM VARYING WS-PAIR-NUM FROM 1 BY 1
                   UNTIL WS-PAIR-NUM > 12
               PERFORM 910-WRITE-PAIR-SUMMARY
           END-PERFORM
           DISPLAY "BEFUNDE GESAMT:         " WS-TOTAL-FINDINGS
           IF WS-TOTAL-FINDINGS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       910-WRITE-PAIR-SUMMARY.
           MOVE "INTEGRITY-AUDIT" TO XL-PROGRAM
           MOVE TBL-PAIR-NAME(WS-PAIR-NUM) TO XL-KEY
           MOVE SPACES TO XL-REASON
           IF TBL-PAIR-MISSING(WS-PAIR-NUM)
               SET XL-SEV-INFO TO TRUE
               MOVE "FILE NOT PRESENT - NOT CHECKED" TO XL-REASON
               DISPLAY TBL-PAIR-NAME(WS-PAIR-NUM)
                   " NICHT GEPRUEFT - DATEI FEHLT"
           ELSE
               IF TBL-PAIR-FINDINGS(WS-PAIR-NUM) = ZERO
                   SET XL-SEV-INFO TO TRUE
               ELSE
                   SET XL-SEV-WARNING TO TRUE
               END-IF
               STRING "CHECKED " TBL-PAIR-CHECKED(WS-PAIR-NUM)
                   " FINDINGS " TBL-PAIR-FINDINGS(WS-PAIR-NUM)
                   DELIMITED BY SIZE INTO XL-REASON
               DISPLAY TBL-PAIR-NAME(WS-PAIR-NUM)
                   " GEPRUEFT: " TBL-PAIR-CHECKED(WS-PAIR-NUM)
                   " BEFUNDE: " TBL-PAIR-FINDINGS(WS-PAIR-NUM)
           END-IF
           CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS.
