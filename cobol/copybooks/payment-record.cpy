      * der Kontonummern - die Bank weist eine Datei mit
      * abweichendem Trailer ab, bevor ein verstuemmelter Satz
      * gebucht wird.
      * Ein Prenote-Satz (Typ P) hat das Bild des Detailsatzes mit
      * Betrag 0,00 - die Bank prueft damit eine neue Verbindung,
      * bevor echtes Geld fliesst. Er zaehlt in Satzanzahl und
      * Kontonummern-Hash des Trailers mit.
       01  PAYMENT-DETAIL-RECORD.
           05  PMT-RECORD-TYPE     PIC X.
               88  PMT-DETAIL               VALUE 'D'.
               88  PMT-PRENOTE              VALUE 'P'.
           05  PMT-EMP-ID          PIC 9(6).
           05  PMT-ROUTING         PIC 9(9).
           05  PMT-ACCOUNT         PIC 9(10).
