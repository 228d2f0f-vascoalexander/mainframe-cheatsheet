      * die Operation nicht mehr COBOL-VARIABLES aendern und neu
      * compilieren muss, um einen Mitarbeiter zu sehen oder zu
      * aendern.
      * ADD und CHANGE erfassen auch das Beschaeftigungsverhaeltnis
      * (Statuscode aus EMPSTAT.DAT, Eintritt, Austritt, Abteilung);
      * eine leere Eingabe laesst den angezeigten Stand stehen.
      * Zugang nur nach Anmeldung ueber OPERATOR-SIGNON: Rolle I
      * darf nur anzeigen und suchen, Rolle M pflegt ohne Gehalt,
      * erst Rolle S sieht und aendert Gehaelter (einschliesslich
      * Option S). Der Versuch einer Funktion ausserhalb der Rolle
      * geht ins Sicherheitsprotokoll; Journal und Gehaltshistorie
      * tragen die Operator-ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS SALH-KEY
               FILE STATUS IS WS-SALHIST-STATUS.

      * Employment-Status-Codes, gemeinsam mit CONDITIONALS und
      * EMPLOYEE-MAINT - fehlt die Steuerdatei, gelten die fuenf
      * Standardcodes
           SELECT EMPLOYMENT-CODE-FILE ASSIGN TO "EMPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       FD  SALARY-HISTORY-FILE.
           COPY "salary-history-record.cpy".

       FD  EMPLOYMENT-CODE-FILE.
           COPY "employment-status-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-MASTER-STATUS         PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-SALHIST-STATUS        PIC XX.
       01  WS-CODE-FILE-STATUS      PIC XX.
       01  WS-JOURNAL-ACTION        PIC X.
       01  WS-QUIT-SWITCH           PIC X       VALUE 'N'.
           88  WS-QUIT                          VALUE 'Y'.
           88  WS-HIST-DONE                     VALUE 'Y'.
       COPY "date-convert-fields.cpy".

      * Angemeldeter Operator und seine Rolle (OPERATOR-SIGNON)
       COPY "operator-signon-fields.cpy".

      * Beschaeftigungsverhaeltnis: Staging-Felder fuer die Eingabe
      * und die Employment-Status-Codes aus EMPSTAT.DAT (Muster und
      * Fallback wie EMPLOYMENT-STATUS-CODES in CONDITIONALS)
       01  WS-STATUS-STAGING        PIC X.
       01  WS-DATE-STAGING          PIC X(8).
       01  WS-DEPT-STAGING          PIC X(4).
       01  WS-STATUS-TEXT           PIC X(20).
       01  WS-CODE-COUNT            PIC 99      VALUE ZERO.
       01  EMPLOYMENT-STATUS-CODES.
           05  EMPLOYMENT-STATUS-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-CODE-COUNT
                   INDEXED BY WS-CODE-IDX.
               10  TBL-EMPLOYMENT-NUMBER  PIC 9.
               10  TBL-EMPLOYMENT-STATUS  PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 000-INITIALIZE
           STOP RUN.

       000-INITIALIZE.
           PERFORM 010-SIGN-ON

      * EMPLOYEE-MASTER beim allerersten Aufruf automatisch anlegen,
      * wie in EMPLOYEE-MAINT
           OPEN I-O EMPLOYEE-MASTER
               DISPLAY "FEHLER BEIM OEFFNEN DER SALARY-HISTORY-FILE: "
                       WS-SALHIST-STATUS
               STOP RUN
           END-IF

           PERFORM 050-LOAD-EMPLOYMENT-CODES.

      * Ohne gueltige Anmeldung startet der Dialog nicht
       010-SIGN-ON.
           SET OS-SIGN-ON TO TRUE
           SET OS-APPL-EMPLOYEE TO TRUE
           MOVE "EMPLOYEE-DIALOG" TO OS-PROGRAM
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-PARMS
           EVALUATE TRUE
               WHEN OS-OK
                   CONTINUE
               WHEN OS-SIGN-ON-REFUSED
                   DISPLAY "ANMELDUNG VERWEIGERT - ABBRUCH"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "FEHLER BEIM OEFFNEN DER OPERATOR-FILE: "
                       "RC " OS-RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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

       100-SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "===== EMPLOYEE MASTER MAINTENANCE ====="
           DISPLAY "  OPERATOR " OS-OPERATOR-ID "  ROLE " OS-ROLE
           IF OS-MAY-MAINTAIN
               DISPLAY "  A - ADD employee"
               DISPLAY "  C - CHANGE employee"
               DISPLAY "  D - DELETE employee"
           END-IF
           DISPLAY "  I - INQUIRE employee"
           DISPLAY "  L - LIST all employees"
           DISPLAY "  N - search by last NAME"
           IF OS-SALARY-AUTHORIZED
               DISPLAY "  S - SALARY history (list/add)"
           END-IF
           DISPLAY "  Q - QUIT"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

      * Rollenpruefung vor jeder Funktion - auch eine nicht
      * angezeigte Option kann eingetippt werden
       200-PROCESS-CHOICE.
           EVALUATE TRUE
               WHEN (WS-CHOICE-ADD OR WS-CHOICE-CHANGE
                       OR WS-CHOICE-DELETE)
                       AND NOT OS-MAY-MAINTAIN
                   PERFORM 250-DENY-FUNCTION
               WHEN WS-CHOICE-SALARY-HIST
                       AND NOT OS-SALARY-AUTHORIZED
                   PERFORM 250-DENY-FUNCTION
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-EMPLOYEE
               WHEN WS-CHOICE-CHANGE
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           END-EVALUATE.

       250-DENY-FUNCTION.
           DISPLAY "NOT AUTHORIZED FOR THIS FUNCTION"
           SET OS-DENY TO TRUE
           MOVE SPACES TO OS-DETAIL
           STRING "MENU OPTION " WS-MENU-CHOICE
               " DENIED FOR ROLE " OS-ROLE
               DELIMITED BY SIZE INTO OS-DETAIL
           CALL "OPERATOR-SIGNON" USING OPERATOR-SIGNON-PARMS.

      * Ohne Gehaltsberechtigung wird kein Gehalt erfasst - der
      * Mitarbeiter steht mit 0 in der Stammdatei, bis ein
      * berechtigter Operator es ueber C oder S nachtraegt
       300-ADD-EMPLOYEE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM 910-VALIDATE-EMP-ID
               ACCEPT EMP-PHONE
               DISPLAY "Enter email: " WITH NO ADVANCING
               ACCEPT EMP-EMAIL
               MOVE ZERO TO EMP-SALARY
               IF OS-SALARY-AUTHORIZED
                   PERFORM 930-VALIDATE-SALARY
                   COMPUTE EMP-SALARY = WS-SALARY-DOLLARS +
                       (WS-SALARY-CENTS / 100)
               END-IF
      *        Vorbelegung fuer leere Eingaben: erster Statuscode
      *        der Steuerdatei, Eintritt heute, kein Austritt
               MOVE TBL-EMPLOYMENT-NUMBER(1) TO EMP-STATUS-CODE
               MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-HIRE-DATE
               MOVE ZERO   TO EMP-TERM-DATE
               MOVE SPACES TO EMP-DEPARTMENT
               PERFORM 935-ACCEPT-EMPLOYMENT

               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       PERFORM 840-CLEAR-BEFORE-IMAGE
                       PERFORM 845-SET-AFTER-IMAGE
                       PERFORM 850-WRITE-JOURNAL
                       IF OS-SALARY-AUTHORIZED
                           PERFORM 860-WRITE-SALARY-HIST
                       END-IF
               END-WRITE
           END-IF.

               INVALID KEY
                   DISPLAY "EMP-ID NOT FOUND: " EMP-ID
               NOT INVALID KEY
                   IF OS-SALARY-AUTHORIZED
                       DISPLAY "CURRENT: " EMP-FIRSTNAME " "
                               EMP-LASTNAME " " EMP-PHONE " "
                               EMP-EMAIL " " EMP-SALARY
                   ELSE
                       DISPLAY "CURRENT: " EMP-FIRSTNAME " "
                               EMP-LASTNAME " " EMP-PHONE " "
                               EMP-EMAIL
                   END-IF
                   PERFORM 846-SAVE-BEFORE-IMAGE
                   DISPLAY "Enter new first name: " WITH NO ADVANCING
                   ACCEPT EMP-FIRSTNAME
                   ACCEPT EMP-PHONE
                   DISPLAY "Enter new email: " WITH NO ADVANCING
                   ACCEPT EMP-EMAIL
                   IF OS-SALARY-AUTHORIZED
                       PERFORM 930-VALIDATE-SALARY
                       COMPUTE EMP-SALARY = WS-SALARY-DOLLARS +
                           (WS-SALARY-CENTS / 100)
                   END-IF
                   PERFORM 935-ACCEPT-EMPLOYMENT
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE FAILED - REWRITE ERROR"
                           MOVE 'C' TO WS-JOURNAL-ACTION
                           PERFORM 845-SET-AFTER-IMAGE
                           PERFORM 850-WRITE-JOURNAL
                           IF OS-SALARY-AUTHORIZED
                               PERFORM 860-WRITE-SALARY-HIST
                           END-IF
                   END-REWRITE
           END-READ.

               INVALID KEY
                   DISPLAY "EMP-ID NOT FOUND: " EMP-ID
               NOT INVALID KEY
                   IF OS-SALARY-AUTHORIZED
                       DISPLAY "RECORD: " EMP-FIRSTNAME " "
                               EMP-LASTNAME " " EMP-SALARY
                   ELSE
                       DISPLAY "RECORD: " EMP-FIRSTNAME " "
                               EMP-LASTNAME
                   END-IF
                   MOVE 'N' TO WS-CONFIRM-CHOICE
                   DISPLAY "CONFIRM DELETE (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-CHOICE
                   DISPLAY "NAME="     EMP-FIRSTNAME " " EMP-LASTNAME
                   DISPLAY "PHONE="    EMP-PHONE
                   DISPLAY "EMAIL="    EMP-EMAIL
                   IF OS-SALARY-AUTHORIZED
                       DISPLAY "SALARY="   EMP-SALARY
                   END-IF
                   PERFORM 965-FIND-STATUS-TEXT
                   DISPLAY "STATUS="   EMP-STATUS-CODE " "
                           WS-STATUS-TEXT
                   DISPLAY "DEPT="     EMP-DEPARTMENT
                   DISPLAY "HIRED="    EMP-HIRE-DATE
                   IF EMP-NOT-TERMINATED
                       DISPLAY "TERMINATED=NONE"
                   ELSE
                       DISPLAY "TERMINATED=" EMP-TERM-DATE
                   END-IF
           END-READ.

       700-LIST-EMPLOYEES.
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-LIST-COUNT
                           IF OS-SALARY-AUTHORIZED
                               DISPLAY EMP-ID " " EMP-FIRSTNAME " "
                                       EMP-LASTNAME " " EMP-SALARY
                           ELSE
                               DISPLAY EMP-ID " " EMP-FIRSTNAME " "
                                       EMP-LASTNAME
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
                       IF EMP-LASTNAME(1:WS-NAME-SEARCH-LEN) =
                               WS-NAME-SEARCH(1:WS-NAME-SEARCH-LEN)
                           ADD 1 TO WS-MATCH-COUNT
                           IF OS-SALARY-AUTHORIZED
                               DISPLAY EMP-ID " " EMP-LASTNAME " "
                                       EMP-FIRSTNAME " " EMP-SALARY
                           ELSE
                               DISPLAY EMP-ID " " EMP-LASTNAME " "
                                       EMP-FIRSTNAME
                           END-IF
                       ELSE
                           SET WS-SEARCH-DONE TO TRUE
                       END-IF
           MOVE WS-EFF-DATE-STAGING TO SALH-EFF-DATE
           COMPUTE SALH-SALARY = WS-SALARY-DOLLARS +
               (WS-SALARY-CENTS / 100)
           MOVE OS-OPERATOR-ID TO SALH-OPERATOR-ID
           WRITE SALARY-HISTORY-RECORD
               INVALID KEY
                   REWRITE SALARY-HISTORY-RECORD
               STOP RUN
           END-IF.

      * Beschaeftigungsverhaeltnis erfassen - EMP-EMPLOYMENT traegt
      * beim Aufruf den aktuellen Stand (ADD: Vorbelegung), eine
      * leere Eingabe laesst ihn stehen
       935-ACCEPT-EMPLOYMENT.
           PERFORM 965-FIND-STATUS-TEXT
           DISPLAY "CURRENT EMPLOYMENT: STATUS " EMP-STATUS-CODE " "
                   WS-STATUS-TEXT " DEPT " EMP-DEPARTMENT
           DISPLAY "  HIRED " EMP-HIRE-DATE
                   "  TERMINATED " EMP-TERM-DATE
           PERFORM 940-VALIDATE-STATUS-CODE
           PERFORM 945-VALIDATE-HIRE-DATE
           PERFORM 950-VALIDATE-TERM-DATE
           PERFORM 955-VALIDATE-DEPARTMENT.

       940-VALIDATE-STATUS-CODE.
           DISPLAY "EMPLOYMENT STATUS CODES:"
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
               DISPLAY "  " TBL-EMPLOYMENT-NUMBER(WS-CODE-IDX) " - "
                       TBL-EMPLOYMENT-STATUS(WS-CODE-IDX)
           END-PERFORM
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE ZERO TO WS-VALID-ATTEMPTS
           PERFORM UNTIL WS-VALID OR WS-VALID-ATTEMPTS = 5
               ADD 1 TO WS-VALID-ATTEMPTS
               DISPLAY "Enter status code (blank = keep): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-STATUS-STAGING
               ACCEPT WS-STATUS-STAGING
               IF WS-STATUS-STAGING = SPACE
                   SET WS-VALID TO TRUE
               ELSE
                   IF WS-STATUS-STAGING IS NUMERIC
                       SET WS-CODE-IDX TO 1
                       SEARCH EMPLOYMENT-STATUS-ENTRY
                           AT END
                               DISPLAY "STATUS CODE NOT IN EMPSTAT"
                           WHEN TBL-EMPLOYMENT-NUMBER(WS-CODE-IDX)
                                   = WS-STATUS-STAGING
                               MOVE WS-STATUS-STAGING
                                   TO EMP-STATUS-CODE
                               SET WS-VALID TO TRUE
                       END-SEARCH
                   ELSE
                       DISPLAY "INVALID STATUS CODE - ONE DIGIT"
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "FEHLER: ZU VIELE UNGUELTIGE EINGABEN - ABBRUCH"
               STOP RUN
           END-IF.

      * Eintrittsdatum JJJJMMTT ueber DATE-CONVERT; ohne Eintritt
      * in der Stammdatei ist die leere Eingabe nicht zulaessig
       945-VALIDATE-HIRE-DATE.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE ZERO TO WS-VALID-ATTEMPTS
           PERFORM UNTIL WS-VALID OR WS-VALID-ATTEMPTS = 5
               ADD 1 TO WS-VALID-ATTEMPTS
               DISPLAY "Enter hire date (YYYYMMDD, blank = keep): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-STAGING
               ACCEPT WS-DATE-STAGING
               IF WS-DATE-STAGING = SPACES
                   IF EMP-HIRE-DATE = ZERO
                       DISPLAY "HIRE DATE REQUIRED"
                   ELSE
                       SET WS-VALID TO TRUE
                   END-IF
               ELSE
                   IF WS-DATE-STAGING IS NUMERIC
                       SET DC-VALIDATE TO TRUE
                       MOVE WS-DATE-STAGING TO DC-DATE-NUM
                       CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                       IF DC-OK
                           MOVE WS-DATE-STAGING TO EMP-HIRE-DATE
                           SET WS-VALID TO TRUE
                       ELSE
                           DISPLAY "INVALID DATE - USE YYYYMMDD"
                       END-IF
                   ELSE
                       DISPLAY "INVALID DATE - NUMERIC YYYYMMDD"
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "FEHLER: ZU VIELE UNGUELTIGE EINGABEN - ABBRUCH"
               STOP RUN
           END-IF.

      * Austrittsdatum: leer laesst den Stand, 00000000 nimmt einen
      * Austritt zurueck; ein Austritt vor dem Eintritt wird
      * abgewiesen
       950-VALIDATE-TERM-DATE.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE ZERO TO WS-VALID-ATTEMPTS
           PERFORM UNTIL WS-VALID OR WS-VALID-ATTEMPTS = 5
               ADD 1 TO WS-VALID-ATTEMPTS
               DISPLAY "Enter termination date (YYYYMMDD, "
                   "00000000 = none, blank = keep): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DATE-STAGING
               ACCEPT WS-DATE-STAGING
               EVALUATE TRUE
                   WHEN WS-DATE-STAGING = SPACES
                       IF NOT EMP-NOT-TERMINATED
                               AND EMP-TERM-DATE < EMP-HIRE-DATE
                           DISPLAY "TERMINATION BEFORE HIRE DATE"
                       ELSE
                           SET WS-VALID TO TRUE
                       END-IF
                   WHEN WS-DATE-STAGING IS NOT NUMERIC
                       DISPLAY "INVALID DATE - NUMERIC YYYYMMDD"
                   WHEN WS-DATE-STAGING = ZERO
                       MOVE ZERO TO EMP-TERM-DATE
                       SET WS-VALID TO TRUE
                   WHEN OTHER
                       SET DC-VALIDATE TO TRUE
                       MOVE WS-DATE-STAGING TO DC-DATE-NUM
                       CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
                       IF NOT DC-OK
                           DISPLAY "INVALID DATE - USE YYYYMMDD"
                       ELSE
                           IF DC-DATE-NUM < EMP-HIRE-DATE
                               DISPLAY "TERMINATION BEFORE HIRE DATE"
                           ELSE
                               MOVE WS-DATE-STAGING TO EMP-TERM-DATE
                               SET WS-VALID TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "FEHLER: ZU VIELE UNGUELTIGE EINGABEN - ABBRUCH"
               STOP RUN
           END-IF.

       955-VALIDATE-DEPARTMENT.
           MOVE 'N' TO WS-VALID-SWITCH
           MOVE ZERO TO WS-VALID-ATTEMPTS
           PERFORM UNTIL WS-VALID OR WS-VALID-ATTEMPTS = 5
               ADD 1 TO WS-VALID-ATTEMPTS
               DISPLAY "Enter department (4 chars, blank = keep): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DEPT-STAGING
               ACCEPT WS-DEPT-STAGING
               IF WS-DEPT-STAGING NOT = SPACES
                   MOVE WS-DEPT-STAGING TO EMP-DEPARTMENT
               END-IF
               IF EMP-DEPARTMENT = SPACES
                   DISPLAY "DEPARTMENT REQUIRED"
               ELSE
                   SET WS-VALID TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "FEHLER: ZU VIELE UNGUELTIGE EINGABEN - ABBRUCH"
               STOP RUN
           END-IF.

       965-FIND-STATUS-TEXT.
           MOVE "UNKNOWN" TO WS-STATUS-TEXT
           SET WS-CODE-IDX TO 1
           SEARCH EMPLOYMENT-STATUS-ENTRY
               AT END
                   CONTINUE
               WHEN TBL-EMPLOYMENT-NUMBER(WS-CODE-IDX)
                       = EMP-STATUS-CODE
                   MOVE TBL-EMPLOYMENT-STATUS(WS-CODE-IDX)
                       TO WS-STATUS-TEXT
           END-SEARCH.

      * Journal-Hilfsparagraphen wie in EMPLOYEE-MAINT: Bilder aus
      * der EMPLOYEE-RECORD in den Journalsatz uebernehmen (Gehalt
      * COMP-3 -> DISPLAY)
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
           MOVE "EMPLOYEE-DIALOG" TO JRNL-PROGRAM
           MOVE OS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE WS-JOURNAL-ACTION TO JRNL-ACTION
           WRITE EMPLOYEE-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
           MOVE EMP-ID TO SALH-EMP-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO SALH-EFF-DATE
           MOVE EMP-SALARY TO SALH-SALARY
           MOVE OS-OPERATOR-ID TO SALH-OPERATOR-ID
           WRITE SALARY-HISTORY-RECORD
               INVALID KEY
                   REWRITE SALARY-HISTORY-RECORD
