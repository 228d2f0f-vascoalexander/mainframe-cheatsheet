      * GL-POSTING-RECORD - Satzbilder fuer die Buchungsdatei
      * GLPOST.DAT, die PAYROLL-GL-JOURNAL fuer die Finanzbuchhaltung
      * schreibt: je Sachkonto und Buchungsart ein Detailsatz (Typ D)
      * mit Soll/Haben-Kennzeichen, am Ende ein Trailersatz (Typ T)
      * mit Satzanzahl, Soll- und Habensumme und der Hash-Summe der
      * Kontonummern (Muster von payment-record.cpy). Die Datei
      * wird nur geschrieben, wenn Soll und Haben aufgehen.
       01  GL-POSTING-DETAIL-RECORD.
           05  GLP-RECORD-TYPE     PIC X.
               88  GLP-DETAIL               VALUE 'D'.
           05  GLP-POST-DATE       PIC 9(8).
           05  GLP-ACCOUNT         PIC 9(8).
           05  GLP-DEBIT-CREDIT    PIC X.
               88  GLP-DEBIT                VALUE 'D'.
               88  GLP-CREDIT               VALUE 'C'.
           05  GLP-AMOUNT          PIC 9(9)V99.
           05  GLP-SOURCE          PIC X(8).
           05  GLP-DESC            PIC X(20).

       01  GL-POSTING-TRAILER-RECORD.
           05  GLP-TRL-TYPE        PIC X.
               88  GLP-TRAILER              VALUE 'T'.
           05  GLP-TRL-COUNT       PIC 9(7).
           05  GLP-TRL-DEBIT-TOTAL PIC 9(11)V99.
           05  GLP-TRL-CREDIT-TOTAL
                                   PIC 9(11)V99.
           05  GLP-TRL-ACCT-HASH   PIC 9(16).
