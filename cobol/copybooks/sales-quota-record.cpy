      * SALES-QUOTA-RECORD - Satzbild fuer SALES-QUOTA-FILE
      * (QUOTA.DAT, indexed, Schluessel QTA-KEY = Periode JJJJMM +
      * Region + Verkaeufer). Monatsziele des Vertriebs, gepflegt
      * ueber QUOTA-MAINT statt in der Tabellenkalkulation. Ein
      * Satz mit QTA-EMP-ID 000000 ist das Ziel der Region selbst;
      * fehlt er, gilt in SALES-QUOTA-REPORT die Summe der
      * Verkaeuferziele der Region. QTA-REGION wie RGN-CODE in
      * region-master-record.cpy, QTA-EMP-ID ist die EMP-ID aus der
      * EMPLOYEE-MASTER (beides von QUOTA-MAINT geprueft).
       01  SALES-QUOTA-RECORD.
           05  QTA-KEY.
               10  QTA-PERIOD      PIC 9(6).
               10  QTA-REGION      PIC X(10).
               10  QTA-EMP-ID      PIC 9(6).
                   88  QTA-REGION-QUOTA         VALUE ZERO.
           05  QTA-AMOUNT          PIC 9(9)V99 COMP-3.
           05  QTA-CHANGE-DATE     PIC 9(8).
