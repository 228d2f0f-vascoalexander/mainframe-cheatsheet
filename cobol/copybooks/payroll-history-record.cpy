      * PAYROLL-HISTORY-RECORD - Satzbild fuer PAYROLL-HISTORY-FILE
      * (PAYHIST.DAT, indexed, Schluessel PHS-KEY = Mitarbeiter +
      * Periodenende + Herkunft + laufende Nummer). PAYROLL-WITHHOLD
      * schreibt je akzeptiertem Lohnsatz einen Satz mit genau den
      * Betraegen, die in PAYYTD.DAT eingerollt wurden;
      * PAYROLL-REVERSAL nimmt eine fehlerhafte Abrechnung anhand
      * dieses Satzes wieder heraus und setzt ihn auf storniert -
      * ein zweites Storno derselben Abrechnung wird abgewiesen.
      * PHS-SEQ zaehlt hoch, wenn fuer Mitarbeiter, Periode und
      * Herkunft schon ein Satz steht (z.B. doppelte Stempelkarte).
       01  PAYROLL-HISTORY-RECORD.
           05  PHS-KEY.
               10  PHS-EMP-ID      PIC 9(6).
               10  PHS-PERIOD-END  PIC 9(8).
               10  PHS-SOURCE      PIC X.
      *            T Stempelkarte, C Provision, M Korrekturzahlung
               10  PHS-SEQ         PIC 99.
           05  PHS-RUN-DATE        PIC 9(8).
           05  PHS-YEAR            PIC 9(4).
      *        Jahr des PAYYTD.DAT-Satzes, in den eingerollt wurde
           05  PHS-INCOME          PIC 9(6).
           05  PHS-WITHHOLDING     PIC 9(6)V99.
           05  PHS-DEDUCTIONS      PIC 9(6)V99.
           05  PHS-NET-PAY         PIC 9(7)V99.
           05  PHS-STATUS          PIC X.
               88  PHS-POSTED               VALUE 'P'.
               88  PHS-REVERSED             VALUE 'R'.
           05  PHS-REVERSED-DATE   PIC 9(8).
