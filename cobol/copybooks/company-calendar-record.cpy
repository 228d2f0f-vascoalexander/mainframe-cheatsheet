      * COMPANY-CALENDAR-RECORD - Satzbild fuer den Firmenkalender
      * CALENDAR.DAT. Ein Satz je Stichtag: Feiertage (Typ H) und
      * die vierzehntaegigen Zahltage der Lohnabrechnung (Typ P).
      * Die Datei wird von der Personalabteilung je Kalenderjahr
      * im Voraus gepflegt. Samstage und Sonntage muessen nicht
      * eingetragen werden, sie gelten immer als arbeitsfrei.
      * Faellt ein Zahltag auf einen arbeitsfreien Tag, wird er auf
      * den vorhergehenden Arbeitstag vorgezogen. Ausgewertet ueber
      * DATE-CONVERT (NEXT-BDAY/PREV-BDAY) und von BATCH-DRIVER.
       01  COMPANY-CALENDAR-RECORD.
           05  CAL-DATE            PIC 9(8).
           05  CAL-TYPE            PIC X.
               88  CAL-HOLIDAY                 VALUE 'H'.
               88  CAL-PAYDAY                  VALUE 'P'.
           05  CAL-DESCRIPTION     PIC X(30).
