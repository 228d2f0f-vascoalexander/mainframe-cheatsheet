      * GL-SUMMARY-RECORD - Satzbild fuer GL-SUMMARY-FILE
      * (PAYGLSUM.DAT). PAYROLL-WITHHOLD schreibt am Ende jedes
      * Laufs je Buchungsart eine Summenzeile: Gehalts- und
      * Provisionsaufwand, nicht einbehaltene Abzuege (Forderung an
      * den Mitarbeiter), Lohnsteuer, je Abzugsart aus DEDUCT.DAT
      * eine Verbindlichkeit und die Nettolohn-Verrechnung.
      * PAYROLL-GL-JOURNAL ordnet die Zeilen ueber GLACCT.DAT den
      * Sachkonten zu und baut daraus die Buchungsdatei.
       01  GL-SUMMARY-RECORD.
           05  GLS-CATEGORY        PIC X(4).
               88  GLS-SALARY-EXPENSE       VALUE "SAL ".
               88  GLS-COMMISSION-EXPENSE   VALUE "COMM".
               88  GLS-SHORTFALL            VALUE "SHRT".
               88  GLS-TAX-LIABILITY        VALUE "TAX ".
               88  GLS-DEDUCTION-LIABILITY  VALUE "DED ".
               88  GLS-NET-CLEARING         VALUE "NET ".
               88  GLS-DEBIT-CATEGORY       VALUE "SAL " "COMM"
                                                  "SHRT".
           05  GLS-DED-CODE        PIC X(4).
      *        nur bei DED belegt, sonst leer
           05  GLS-AMOUNT          PIC 9(9)V99.
