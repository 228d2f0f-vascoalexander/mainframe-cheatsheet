      * Bankleitzahl und Kontonummer je Mitarbeiter, Schluessel
      * EMP-ID. PAYROLL-PAY-EXTRACT laedt die Datei beim Start und
      * weist Nettolohn-Saetze ohne Bankverbindung sichtbar zurueck.
      * Gepflegt wird die Datei nur noch ueber BANK-MAINT (mit
      * Journal BANKJRNL.DAT). Jede neue oder geaenderte Verbindung
      * bekommt BNK-PRENOTE-REQUIRED und das Aenderungsdatum:
      * PAYROLL-PAY-EXTRACT schickt dafuer einmal einen Prenote-
      * Satz ueber 0,00 an die Bank und zahlt bis zum Ablauf der
      * Prenote-Frist per Scheck. Saetze aus der Zeit vor BANK-MAINT
      * haben beide Felder leer und gelten als bestaetigt.
       01  BANK-DETAIL-RECORD.
           05  BNK-EMP-ID          PIC 9(6).
           05  BNK-ROUTING         PIC 9(9).
           05  BNK-ACCOUNT         PIC 9(10).
           05  BNK-PRENOTE-SWITCH  PIC X.
               88  BNK-PRENOTE-REQUIRED     VALUE 'Y'.
           05  BNK-CHANGE-DATE     PIC X(8).
           05  BNK-CHANGE-DATE-NUM REDEFINES BNK-CHANGE-DATE
                                   PIC 9(8).
