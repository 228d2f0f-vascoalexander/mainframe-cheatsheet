      * Effektivdatum in die Historie SALHIST.DAT; A und C
      * schreiben ihren Gehaltsstand mit Tagesdatum ebenfalls dort
      * hinein, damit Historie und Stammdatei zusammenpassen.
      * A und C fuehren ausserdem das Beschaeftigungsverhaeltnis
      * (Statuscode aus EMPSTAT.DAT, Eintritt, Austritt, Abteilung);
      * bei C lassen leere Felder den Stand der Stammdatei stehen,
      * ein Austrittsdatum 00000000 nimmt den Austritt zurueck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SALH-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      * Employment-Status-Codes, gemeinsam mit CONDITIONALS - fehlt
      * die Steuerdatei, gelten die fuenf Standardcodes
           SELECT EMPLOYMENT-CODE-FILE ASSIGN TO "EMPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           05  TRANS-SALARY        PIC 9(7)V99.
      * Effektivdatum JJJJMMTT - nur fuer Transaktionscode S
           05  TRANS-EFF-DATE      PIC X(8).
      * Beschaeftigungsverhaeltnis - nur fuer A und C; Datumsfelder
      * JJJJMMTT
           05  TRANS-STATUS-CODE   PIC X.
           05  TRANS-HIRE-DATE     PIC X(8).
           05  TRANS-TERM-DATE     PIC X(8).
           05  TRANS-DEPARTMENT    PIC X(4).

       FD  EMP-TRANS-LOG.
       01  EMP-LOG-RECORD.
       FD  SALARY-HISTORY-FILE.
           COPY "salary-history-record.cpy".

       FD  EMPLOYMENT-CODE-FILE.
           COPY "employment-status-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS        PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-JOURNAL-STATUS       PIC XX.
       01  WS-SALHIST-STATUS       PIC XX.
       01  WS-CODE-FILE-STATUS     PIC XX.
       01  WS-JOURNAL-ACTION       PIC X.
       01  WS-CURRENT-DATE-NUM     PIC 9(8).

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.

      * Employment-Status-Codes aus EMPSTAT.DAT (Muster und
      * Fallback wie EMPLOYMENT-STATUS-CODES in CONDITIONALS)
       01  WS-CODE-COUNT           PIC 99       VALUE ZERO.
       01  EMPLOYMENT-STATUS-CODES.
           05  EMPLOYMENT-STATUS-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CODE-COUNT
                   INDEXED BY WS-CODE-IDX.
               10  TBL-EMPLOYMENT-NUMBER  PIC 9.
               10  TBL-EMPLOYMENT-STATUS  PIC X(20).

       01  WS-EMPLOYMENT-VALID-SWITCH PIC X     VALUE 'N'.
           88  WS-EMPLOYMENT-VALID              VALUE 'Y'.

      * Namenssuche ueber den Alternativschluessel EMP-LASTNAME
      * (voller oder teilweiser Nachname aus TRANS-LASTNAME), gleicher
      * Zugriffsweg wie Option N im EMPLOYEE-DIALOG
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-NUM
           PERFORM 050-LOAD-EMPLOYMENT-CODES.

      * Steuerdatei laden wie 000-LOAD-EMPLOYMENT-CODES in
      * CONDITIONALS
       050-LOAD-EMPLOYMENT-CODES.
           OPEN INPUT EMPLOYMENT-CODE-FILE
           IF WS-CODE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CODE-FILE-STATUS NOT = "00"
                       OR WS-CODE-COUNT = 20
                   READ EMPLOYMENT-CODE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CODE-COUNT
                           SET WS-CODE-IDX TO WS-CODE-COUNT
                           MOVE CTL-EMPLOYMENT-NUMBER TO
                               TBL-EMPLOYMENT-NUMBER(WS-CODE-IDX)
                           MOVE CTL-EMPLOYMENT-STATUS TO
                               TBL-EMPLOYMENT-STATUS(WS-CODE-IDX)
                   END-READ
               END-PERFORM
               CLOSE EMPLOYMENT-CODE-FILE
           END-IF
           IF WS-CODE-COUNT = ZERO
      * Steuerdatei fehlt oder ist leer - Standardcodes verwenden
               MOVE 5 TO WS-CODE-COUNT
               MOVE 1 TO TBL-EMPLOYMENT-NUMBER(1)
               MOVE "Employed" TO TBL-EMPLOYMENT-STATUS(1)
               MOVE 2 TO TBL-EMPLOYMENT-NUMBER(2)
               MOVE "Self-employed" TO TBL-EMPLOYMENT-STATUS(2)
               MOVE 3 TO TBL-EMPLOYMENT-NUMBER(3)
               MOVE "Retired" TO TBL-EMPLOYMENT-STATUS(3)
               MOVE 4 TO TBL-EMPLOYMENT-NUMBER(4)
               MOVE "Student" TO TBL-EMPLOYMENT-STATUS(4)
               MOVE 5 TO TBL-EMPLOYMENT-NUMBER(5)
               MOVE "Not employed" TO TBL-EMPLOYMENT-STATUS(5)
           END-IF.

       200-PROCESS-TRANSACTION.
           EVALUATE TRUE
           MOVE TRANS-PHONE     TO EMP-PHONE
           MOVE TRANS-EMAIL     TO EMP-EMAIL
           MOVE TRANS-SALARY    TO EMP-SALARY
      *    Vorbelegung fuer leere Felder: erster Statuscode der
      *    Steuerdatei, Eintritt heute, kein Austritt
           MOVE TBL-EMPLOYMENT-NUMBER(1) TO EMP-STATUS-CODE
           MOVE WS-CURRENT-DATE-NUM TO EMP-HIRE-DATE
           MOVE ZERO            TO EMP-TERM-DATE
           MOVE SPACES          TO EMP-DEPARTMENT
           PERFORM 250-EDIT-EMPLOYMENT
           IF NOT WS-EMPLOYMENT-VALID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "REJECTED - DUPLICATE EMP-ID"
                           TO LOG-MESSAGE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "ADDED" TO LOG-MESSAGE
                       ADD 1 TO WS-ADD-COUNT
                       MOVE 'A' TO WS-JOURNAL-ACTION
                       PERFORM 840-CLEAR-BEFORE-IMAGE
                       PERFORM 845-SET-AFTER-IMAGE
                       PERFORM 850-WRITE-JOURNAL
                       MOVE WS-CURRENT-DATE-NUM TO SALH-EFF-DATE
                       PERFORM 860-WRITE-SALARY-HIST
               END-WRITE
           END-IF
           PERFORM 800-WRITE-LOG.

      * Beschaeftigungsverhaeltnis aus der Transaktion uebernehmen
      * und pruefen: leere Felder lassen den Stand in EMPLOYEE-RECORD
      * stehen (bei A die Vorbelegung aus 300-ADD-EMPLOYEE). Der
      * erste Fehler bestimmt die Meldung in LOG-MESSAGE.
       250-EDIT-EMPLOYMENT.
           SET WS-EMPLOYMENT-VALID TO TRUE

           IF TRANS-STATUS-CODE NOT = SPACE
               IF TRANS-STATUS-CODE IS NOT NUMERIC
                   MOVE "REJECTED - STATUS CODE NOT NUMERIC"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
               ELSE
                   MOVE TRANS-STATUS-CODE TO EMP-STATUS-CODE
               END-IF
           END-IF
           IF WS-EMPLOYMENT-VALID
               SET WS-CODE-IDX TO 1
               SEARCH EMPLOYMENT-STATUS-ENTRY
                   AT END
                       MOVE "REJECTED - STATUS CODE NOT IN EMPSTAT"
                           TO LOG-MESSAGE
                       MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
                   WHEN TBL-EMPLOYMENT-NUMBER(WS-CODE-IDX)
                           = EMP-STATUS-CODE
                       CONTINUE
               END-SEARCH
           END-IF

           IF WS-EMPLOYMENT-VALID AND TRANS-HIRE-DATE NOT = SPACES
               IF TRANS-HIRE-DATE IS NOT NUMERIC
                   MOVE "REJECTED - HIRE DATE NOT NUMERIC"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
               ELSE
                   SET DC-VALIDATE TO TRUE
                   MOVE TRANS-HIRE-DATE TO DC-DATE-NUM
                   CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                   IF NOT DC-OK
                       MOVE "REJECTED - INVALID HIRE DATE"
                           TO LOG-MESSAGE
                       MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
                   ELSE
                       MOVE TRANS-HIRE-DATE TO EMP-HIRE-DATE
                   END-IF
               END-IF
           END-IF
           IF WS-EMPLOYMENT-VALID AND EMP-HIRE-DATE = ZERO
               MOVE "REJECTED - HIRE DATE MISSING" TO LOG-MESSAGE
               MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
           END-IF

           IF WS-EMPLOYMENT-VALID AND TRANS-TERM-DATE NOT = SPACES
               IF TRANS-TERM-DATE IS NOT NUMERIC
                   MOVE "REJECTED - TERM DATE NOT NUMERIC"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
               ELSE
                   IF TRANS-TERM-DATE = ZERO
                       MOVE ZERO TO EMP-TERM-DATE
                   ELSE
                       SET DC-VALIDATE TO TRUE
                       MOVE TRANS-TERM-DATE TO DC-DATE-NUM
                       CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                       IF NOT DC-OK
                           MOVE "REJECTED - INVALID TERM DATE"
                               TO LOG-MESSAGE
                           MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
                       ELSE
                           MOVE TRANS-TERM-DATE TO EMP-TERM-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-EMPLOYMENT-VALID AND NOT EMP-NOT-TERMINATED
               IF EMP-TERM-DATE < EMP-HIRE-DATE
                   MOVE "REJECTED - TERM DATE BEFORE HIRE DATE"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
               END-IF
           END-IF

           IF WS-EMPLOYMENT-VALID
               IF TRANS-DEPARTMENT NOT = SPACES
                   MOVE TRANS-DEPARTMENT TO EMP-DEPARTMENT
               END-IF
               IF EMP-DEPARTMENT = SPACES
                   MOVE "REJECTED - DEPARTMENT MISSING"
                       TO LOG-MESSAGE
                   MOVE 'N' TO WS-EMPLOYMENT-VALID-SWITCH
               END-IF
           END-IF.

       400-CHANGE-EMPLOYEE.
           MOVE TRANS-EMP-ID TO EMP-ID
           READ EMPLOYEE-MASTER
                   MOVE TRANS-PHONE     TO EMP-PHONE
                   MOVE TRANS-EMAIL     TO EMP-EMAIL
                   MOVE TRANS-SALARY    TO EMP-SALARY
                   PERFORM 250-EDIT-EMPLOYMENT
                   IF NOT WS-EMPLOYMENT-VALID
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM 410-REWRITE-EMPLOYEE
                   END-IF
           END-READ
           PERFORM 800-WRITE-LOG.

       410-REWRITE-EMPLOYEE.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO LOG-MESSAGE
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "CHANGED" TO LOG-MESSAGE
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE 'C' TO WS-JOURNAL-ACTION
                   PERFORM 845-SET-AFTER-IMAGE
                   PERFORM 850-WRITE-JOURNAL
                   MOVE WS-CURRENT-DATE-NUM TO SALH-EFF-DATE
                   PERFORM 860-WRITE-SALARY-HIST
           END-REWRITE.

      * Vor dem DELETE erst lesen, damit das Journal das vollstaendige
      * Vorher-Bild des geloeschten Satzes bekommt
       500-DELETE-EMPLOYEE.
                   DISPLAY "EMP-ID="    EMP-ID
                           " NAME="     EMP-FIRSTNAME " " EMP-LASTNAME
                           " SALARY="   EMP-SALARY
                   DISPLAY "  STATUS="  EMP-STATUS-CODE
                           " DEPT="     EMP-DEPARTMENT
                           " HIRED="    EMP-HIRE-DATE
                           " TERMINATED=" EMP-TERM-DATE
           END-READ
           PERFORM 800-WRITE-LOG.

           MOVE SPACES TO JRNL-BEF-LASTNAME
           MOVE SPACES TO JRNL-BEF-PHONE
           MOVE SPACES TO JRNL-BEF-EMAIL
           MOVE ZERO   TO JRNL-BEF-SALARY
           MOVE ZERO   TO JRNL-BEF-STATUS-CODE
           MOVE ZERO   TO JRNL-BEF-HIRE-DATE
           MOVE ZERO   TO JRNL-BEF-TERM-DATE
           MOVE SPACES TO JRNL-BEF-DEPARTMENT.

       845-SET-AFTER-IMAGE.
           MOVE EMP-ID        TO JRNL-AFT-EMP-ID
           MOVE EMP-LASTNAME  TO JRNL-AFT-LASTNAME
           MOVE EMP-PHONE     TO JRNL-AFT-PHONE
           MOVE EMP-EMAIL     TO JRNL-AFT-EMAIL
           MOVE EMP-SALARY    TO JRNL-AFT-SALARY
           MOVE EMP-STATUS-CODE TO JRNL-AFT-STATUS-CODE
           MOVE EMP-HIRE-DATE TO JRNL-AFT-HIRE-DATE
           MOVE EMP-TERM-DATE TO JRNL-AFT-TERM-DATE
           MOVE EMP-DEPARTMENT TO JRNL-AFT-DEPARTMENT.

       846-SAVE-BEFORE-IMAGE.
           MOVE EMP-ID        TO JRNL-BEF-EMP-ID
           MOVE EMP-LASTNAME  TO JRNL-BEF-LASTNAME
           MOVE EMP-PHONE     TO JRNL-BEF-PHONE
           MOVE EMP-EMAIL     TO JRNL-BEF-EMAIL
           MOVE EMP-SALARY    TO JRNL-BEF-SALARY
           MOVE EMP-STATUS-CODE TO JRNL-BEF-STATUS-CODE
           MOVE EMP-HIRE-DATE TO JRNL-BEF-HIRE-DATE
           MOVE EMP-TERM-DATE TO JRNL-BEF-TERM-DATE
           MOVE EMP-DEPARTMENT TO JRNL-BEF-DEPARTMENT.

       847-CLEAR-AFTER-IMAGE.
           MOVE ZERO   TO JRNL-AFT-EMP-ID
           MOVE SPACES TO JRNL-AFT-LASTNAME
           MOVE SPACES TO JRNL-AFT-PHONE
           MOVE SPACES TO JRNL-AFT-EMAIL
           MOVE ZERO   TO JRNL-AFT-SALARY
           MOVE ZERO   TO JRNL-AFT-STATUS-CODE
           MOVE ZERO   TO JRNL-AFT-HIRE-DATE
           MOVE ZERO   TO JRNL-AFT-TERM-DATE
           MOVE SPACES TO JRNL-AFT-DEPARTMENT.

       850-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP
           MOVE "EMPLOYEE-MAINT"  TO JRNL-PROGRAM
           MOVE "BATCH"           TO JRNL-OPERATOR-ID
           MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
           WRITE EMPLOYEE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
       860-WRITE-SALARY-HIST.
           MOVE TRANS-EMP-ID TO SALH-EMP-ID
           MOVE TRANS-SALARY TO SALH-SALARY
           MOVE "BATCH"      TO SALH-OPERATOR-ID
           WRITE SALARY-HISTORY-RECORD
               INVALID KEY
                   REWRITE SALARY-HISTORY-RECORD
