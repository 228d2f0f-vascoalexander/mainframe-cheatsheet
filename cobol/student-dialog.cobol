      * Muster von EMPLOYEE-DIALOG. Der Registrar pflegt die
      * Studenten damit selbst, statt die flache STUDENT.DAT im
      * Editor anzufassen.
      * Zugang nur nach Anmeldung ueber OPERATOR-SIGNON wie in
      * EMPLOYEE-DIALOG: Rolle I darf nur anzeigen und suchen,
      * Rolle M pflegt; der Versuch einer Funktion ausserhalb der
      * Rolle geht ins Sicherheitsprotokoll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-VALID-ATTEMPTS        PIC 9       VALUE ZERO.

       01  WS-STUDENT-ID-STAGING    PIC X(6).
       01  WS-PROGRAM-STAGING       PIC X(6).
       01  WS-LIST-COUNT            PIC 9(7)    VALUE ZERO.
       01  WS-DUPLICATE-SWITCH      PIC X       VALUE 'N'.
           88  WS-DUPLICATE-FOUND               VALUE 'Y'.
       01  WS-SEARCH-DONE-SWITCH    PIC X       VALUE 'N'.
           88  WS-SEARCH-DONE                   VALUE 'Y'.

      * Angemeldeter Operator und seine Rolle (OPERATOR-SIGNON)
       COPY "operator-signon-fields.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 000-INITIALIZE
           STOP RUN.

       000-INITIALIZE.
           PERFORM 010-SIGN-ON

      * STUDENT-MASTER beim allerersten Aufruf automatisch
      * anlegen, wie in STUDENT-MAINT
           OPEN I-O STUDENT-MASTER
               STOP RUN
           END-IF.

      * Ohne gueltige Anmeldung startet der Dialog nicht
       010-SIGN-ON.
           SET OS-SIGN-ON TO TRUE
           SET OS-APPL-STUDENT TO TRUE
           MOVE "STUDENT-DIALOG" TO OS-PROGRAM
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

       100-SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "===== STUDENT MASTER MAINTENANCE ====="
           DISPLAY "  OPERATOR " OS-OPERATOR-ID "  ROLE " OS-ROLE
           IF OS-MAY-MAINTAIN
               DISPLAY "  A - ADD student"
               DISPLAY "  C - CHANGE student"
               DISPLAY "  D - DELETE student"
           END-IF
           DISPLAY "  I - INQUIRE student"
           DISPLAY "  L - LIST all students"
           DISPLAY "  N - search by NAME"
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
               WHEN WS-CHOICE-ADD
                   PERFORM 300-ADD-STUDENT
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

       300-ADD-STUDENT.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           PERFORM 910-VALIDATE-STUDENT-ID
           IF NOT WS-DUPLICATE-FOUND
               DISPLAY "Enter name: " WITH NO ADVANCING
               ACCEPT STU-NAME
               MOVE SPACES TO STU-PROGRAM
               DISPLAY "Enter program code (blank = none): "
                   WITH NO ADVANCING
               ACCEPT STU-PROGRAM
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED - DUPLICATE STUDENT-ID"
                   DISPLAY "STUDENT-ID NOT FOUND: " STU-ID
               NOT INVALID KEY
                   DISPLAY "CURRENT: " STU-NAME
                   DISPLAY "PROGRAM: " STU-PROGRAM
                   DISPLAY "Enter new name: " WITH NO ADVANCING
                   ACCEPT STU-NAME
                   MOVE SPACES TO WS-PROGRAM-STAGING
                   DISPLAY "Enter new program (blank = keep): "
                       WITH NO ADVANCING
                   ACCEPT WS-PROGRAM-STAGING
                   IF WS-PROGRAM-STAGING NOT = SPACES
                       MOVE WS-PROGRAM-STAGING TO STU-PROGRAM
                   END-IF
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "CHANGE FAILED - REWRITE ERROR"
               NOT INVALID KEY
                   DISPLAY "STUDENT-ID=" STU-ID
                   DISPLAY "NAME="       STU-NAME
                   DISPLAY "PROGRAM="    STU-PROGRAM
           END-READ.

       700-LIST-STUDENTS.
