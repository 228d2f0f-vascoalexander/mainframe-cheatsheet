      * DRIVER-LICENSE-RECORD - Satzbild fuer LICENSE-MASTER
      * (LICENSE.DAT, indexed, Schluessel LIC-NUMBER,
      * Alternativschluessel LIC-APP-ID ohne Duplikate - ein
      * Antragsteller hat genau einen Fuehrerschein). Geschrieben
      * von DRIVER-ELIGIBILITY bei Erteilung bzw. Verlaengerung
      * (Ablauf = Ausstellung plus Gueltigkeit in Monaten ueber
      * DATE-CONVERT ADD-MOS), gepflegt vom monatlichen Lauf
      * LICENSE-RENEWAL. LIC-NOTICE-EXPIRY haelt das Ablaufdatum,
      * zu dem zuletzt ein Schreiben ging, damit der naechste
      * Monatslauf es nicht wiederholt.
       01  DRIVER-LICENSE-RECORD.
           05  LIC-NUMBER          PIC 9(8).
           05  LIC-APP-ID          PIC 9(6).
           05  LIC-NAME            PIC X(30).
           05  LIC-BIRTHDATE       PIC 9(8).
           05  LIC-ISSUE-DATE      PIC 9(8).
           05  LIC-EXPIRY-DATE     PIC 9(8).
           05  LIC-STATUS          PIC X.
               88  LIC-ACTIVE                  VALUE 'A'.
               88  LIC-LAPSED                  VALUE 'L'.
           05  LIC-NOTICE-EXPIRY   PIC 9(8).
