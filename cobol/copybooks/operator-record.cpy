      * OPERATOR-RECORD - Satzbild fuer die Benutzerdatei
      * OPERATOR.DAT (indexed, Schluessel OPR-ID). Ein Satz je
      * Operator mit Kennwort und je einer Rolle fuer den
      * Mitarbeiter- und den Studentendialog:
      *   Leer = kein Zugang, I = nur Auskunft, M = Pflege,
      *   S = Pflege mit Gehaltsberechtigung (nur Mitarbeiter).
      * Gepflegt von OPERATOR-MAINT, geprueft beim Anmelden ueber
      * das Unterprogramm OPERATOR-SIGNON. Ein gesperrter Operator
      * (Status R) bleibt als Nachweis in der Datei stehen.
       01  OPERATOR-RECORD.
           05  OPR-ID              PIC X(8).
           05  OPR-PASSWORD        PIC X(8).
           05  OPR-NAME            PIC X(30).
           05  OPR-EMP-ROLE        PIC X.
               88  OPR-EMP-NO-ACCESS           VALUE SPACE.
               88  OPR-EMP-INQUIRY             VALUE 'I'.
               88  OPR-EMP-MAINTAIN            VALUE 'M'.
               88  OPR-EMP-SALARY              VALUE 'S'.
           05  OPR-STU-ROLE        PIC X.
               88  OPR-STU-NO-ACCESS           VALUE SPACE.
               88  OPR-STU-INQUIRY             VALUE 'I'.
               88  OPR-STU-MAINTAIN            VALUE 'M'.
           05  OPR-STATUS          PIC X.
               88  OPR-ACTIVE                  VALUE 'A'.
               88  OPR-REVOKED                 VALUE 'R'.
           05  OPR-CHANGE-DATE     PIC 9(8).
