      * Unterprogramm DATE-CONVERT. Ersetzt die in DATE-CHECK,
      * COBOL-VARIABLES (50-REDEFINES) usw. mehrfach von Hand
      * geschriebenen Substring-MOVEs zur Datumsumwandlung zwischen
      * YYYYMMDD, DD.MM.YYYY und DD/MM/YYYY. NEXT-BDAY/PREV-BDAY
      * rechnen in Arbeitstagen nach dem Firmenkalender
      * CALENDAR.DAT (Wochenenden und Feiertage sind arbeitsfrei).
       01  DATE-CONVERT-PARMS.
           05  DC-FUNCTION        PIC X(9).
               88  DC-NUM-TO-DOT           VALUE "NUM-DOT".
               88  DC-VALIDATE             VALUE "VALIDATE".
               88  DC-ADD-DAYS             VALUE "ADD-DAYS".
               88  DC-ADD-MONTHS           VALUE "ADD-MOS".
               88  DC-NEXT-BUSINESS-DAY    VALUE "NEXT-BDAY".
               88  DC-PREV-BUSINESS-DAY    VALUE "PREV-BDAY".
           05  DC-DATE-NUM        PIC 9(8).
      *        YYYYMMDD, z.B. 20251015; bei ADD-DAYS/ADD-MOS/
      *        NEXT-BDAY/PREV-BDAY
      *        Eingabe- und Ergebnisdatum zugleich
           05  DC-DATE-DOT        PIC X(10).
      *        DD.MM.YYYY, z.B. 15.10.2025
      *        fuer Subtraktion; Monatsende wird sauber behandelt
      *        (31.05. minus 3 Monate ergibt 28./29.02., nicht
      *        den 31.02.)
      *        NEXT-BDAY/PREV-BDAY: Anzahl Arbeitstage vor bzw.
      *        zurueck; 0 = das Datum selbst, wenn es ein
      *        Arbeitstag ist, sonst der naechste bzw. vorherige
      *        (z.B. Zahltag am Feiertag: PREV-BDAY mit 0)
           05  DC-RETURN-CODE     PIC 9.
               88  DC-OK                   VALUE 0.
               88  DC-INVALID-FUNCTION     VALUE 1.
               88  DC-INVALID-DATE         VALUE 2.
               88  DC-CALENDAR-ERROR       VALUE 3.
