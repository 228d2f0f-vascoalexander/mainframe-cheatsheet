      * PRENOTE-RECORD - Satzbild fuer PRENOTE-FILE (PRENOTE.DAT,
      * indexed, Schluessel PRN-KEY). PAYROLL-PAY-EXTRACT schreibt
      * je gesendetem Prenote-Satz einen Eintrag mit Sendedatum;
      * die Bankverbindung bleibt bis PRN-SENT-DATE plus Prenote-
      * Frist gesperrt und der Nettolohn geht auf die Scheckliste.
      * Eine erneut geaenderte Verbindung hat einen neuen Schluessel
      * und bekommt damit wieder einen eigenen Prenote.
       01  PRENOTE-RECORD.
           05  PRN-KEY.
               10  PRN-EMP-ID      PIC 9(6).
               10  PRN-ROUTING     PIC 9(9).
               10  PRN-ACCOUNT     PIC 9(10).
           05  PRN-SENT-DATE       PIC 9(8).
