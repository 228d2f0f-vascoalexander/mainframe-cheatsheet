      * OPERATOR-SIGNON-FIELDS - LINKAGE-Parameter fuer das CALL'd
      * Unterprogramm OPERATOR-SIGNON. SIGN fuehrt die Anmeldung
      * am Terminal durch (Operator-ID und Kennwort gegen
      * OPERATOR.DAT, hoechstens drei Versuche) und liefert
      * Operator-ID und Rolle fuer die Anwendung; DENY protokolliert
      * den Versuch einer nicht erlaubten Funktion. Beides geht
      * ins Sicherheitsprotokoll SECLOG.DAT. Gemeinsam genutzt von
      * EMPLOYEE-DIALOG und STUDENT-DIALOG.
       01  OPERATOR-SIGNON-PARMS.
           05  OS-FUNCTION        PIC X(5).
               88  OS-SIGN-ON              VALUE "SIGN".
               88  OS-DENY                 VALUE "DENY".
           05  OS-APPLICATION     PIC X(3).
               88  OS-APPL-EMPLOYEE        VALUE "EMP".
               88  OS-APPL-STUDENT         VALUE "STU".
           05  OS-PROGRAM         PIC X(20).
      *        Rufendes Programm fuer das Sicherheitsprotokoll
           05  OS-OPERATOR-ID     PIC X(8).
      *        SIGN: Ausgabe - angemeldeter Operator;
      *        DENY: Eingabe
           05  OS-ROLE            PIC X.
               88  OS-ROLE-INQUIRY         VALUE 'I'.
               88  OS-MAY-MAINTAIN         VALUE 'M' 'S'.
               88  OS-SALARY-AUTHORIZED    VALUE 'S'.
           05  OS-DETAIL          PIC X(40).
      *        DENY: Eingabe - versuchte Funktion
           05  OS-RETURN-CODE     PIC 9.
               88  OS-OK                   VALUE 0.
               88  OS-INVALID-FUNCTION     VALUE 1.
               88  OS-SIGN-ON-REFUSED      VALUE 2.
               88  OS-FILE-ERROR           VALUE 3.
