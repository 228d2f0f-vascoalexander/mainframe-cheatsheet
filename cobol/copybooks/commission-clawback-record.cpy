      * COMMISSION-CLAWBACK-RECORD - Satzbild fuer
      * COMMISSION-CLAWBACK-FILE (COMMCLAW.DAT). Offene
      * Provisionsrueckforderung je Verkaeufer: uebersteigen die
      * Retouren/Gutschriften eines Laufs die Verkaeufe (die
      * zugehoerige Provision wurde in einer frueheren Periode
      * bezahlt), kann die Rueckforderung nicht ueber PAYROLL.DAT
      * laufen - die Lohnsaetze fuehren keine negativen Betraege.
      * SALES-COMMISSION stellt sie hier ein und verrechnet sie mit
      * der naechsten Provision. Die Datei wird bei jedem Lauf
      * komplett neu geschrieben; nur offene Betraege stehen darin.
       01  COMMISSION-CLAWBACK-RECORD.
           05  CLB-EMP-ID          PIC 9(6).
           05  CLB-BALANCE         PIC 9(7)V99.
           05  CLB-LAST-CHANGED    PIC 9(8).
