      * PAY-TYPE-RECORD - Satzbild fuer PAY-TYPE-FILE (PAYTYPE.DAT).
      * Steuerdatei nach dem Muster von TAXRATE.DAT: je Lohnart
      * (R regulaer, O Mehrarbeit, H Feiertag, V Urlaub, S Krank)
      * eine Zeile mit Anzeigetext, Zuschlagsfaktor auf den
      * Stundensatz und Hoechststunden je Stempelkarte.
      * PAYROLL-TIMECARD bewertet jede Kartenzeile mit dem Faktor
      * ihrer Lohnart - ein neuer Mehrarbeitszuschlag ist damit
      * eine Datenaenderung, keine Quellaenderung. PTY-MULTIPLIER
      * 1500 bedeutet Faktor 1.5 (drei Nachkommastellen).
       01  PAY-TYPE-RECORD.
           05  PTY-CODE            PIC X.
           05  PTY-DESC            PIC X(20).
           05  PTY-MULTIPLIER      PIC 9V999.
           05  PTY-MAX-HOURS       PIC 999V99.
