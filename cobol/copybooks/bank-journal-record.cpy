      * BANK-JOURNAL-RECORD - Satzbild fuer BANK-JOURNAL-FILE
      * (BANKJRNL.DAT). BANK-MAINT schreibt fuer jede Add/Change/
      * Delete-Transaktion gegen EMPBANK.DAT einen Satz mit Vorher-
      * und Nachher-Bild der Bankverbindung (Muster von
      * employee-journal-record.cpy) - damit ist jede Umleitung
      * eines Nettolohns nachvollziehbar.
       01  BANK-JOURNAL-RECORD.
           05  BJR-TIMESTAMP       PIC 9(14).
      *        JJJJMMTTHHMMSS aus FUNCTION CURRENT-DATE
           05  BJR-PROGRAM         PIC X(15).
           05  BJR-ACTION          PIC X.
               88  BJR-ADD-ACTION           VALUE 'A'.
               88  BJR-CHANGE-ACTION        VALUE 'C'.
               88  BJR-DELETE-ACTION        VALUE 'D'.
           05  BJR-EMP-ID          PIC 9(6).
           05  BJR-BEFORE-IMAGE.
               10  BJR-BEF-ROUTING     PIC 9(9).
               10  BJR-BEF-ACCOUNT     PIC 9(10).
           05  BJR-AFTER-IMAGE.
               10  BJR-AFT-ROUTING     PIC 9(9).
               10  BJR-AFT-ACCOUNT     PIC 9(10).
