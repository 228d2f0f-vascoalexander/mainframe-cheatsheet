      * SECURITY-LOG-RECORD - Satzbild fuer das Sicherheitsprotokoll
      * SECLOG.DAT. OPERATOR-SIGNON schreibt je fehlgeschlagener
      * Anmeldung und je Versuch einer nicht erlaubten Funktion
      * einen Satz; EXCEPTION-REPORT druckt die Saetze des
      * Berichtstags im Morgenbericht. Die Datei wird nie
      * ueberschrieben - sie ist der Nachweis fuer die Revision.
       01  SECURITY-LOG-RECORD.
           05  SEC-TIMESTAMP       PIC 9(14).
      *        JJJJMMTTHHMMSS aus FUNCTION CURRENT-DATE
           05  SEC-PROGRAM         PIC X(20).
           05  SEC-OPERATOR-ID     PIC X(8).
           05  SEC-EVENT           PIC X.
               88  SEC-SIGN-ON-FAILED          VALUE 'F'.
               88  SEC-SIGN-ON-REFUSED         VALUE 'L'.
               88  SEC-UNAUTHORIZED            VALUE 'U'.
           05  SEC-DETAIL          PIC X(40).
