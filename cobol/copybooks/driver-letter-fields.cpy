      * DRIVER-LETTER-FIELDS - Altersregel und Zeilenbilder der
      * Fuehrerschein-Schreiben, gemeinsam fuer DRIVER-ELIGIBILITY
      * (Antrag) und LICENSE-RENEWAL (Verlaengerung), damit beide
      * Laeufe nach derselben Regel entscheiden und dasselbe
      * Ablehnungsschreiben drucken. PERSON-AGE ist das vollendete
      * Lebensalter am Laufdatum.
       01  PERSON-AGE               PIC 9(3)   VALUE 0.
           88  PERSON-AGE-ELIGIBLE             VALUE 16 THRU 69.

       01  WS-LETTER-HEADER         PIC X(40)
           VALUE "NOTICE OF DRIVER ELIGIBILITY".
       01  WS-LETTER-DATE-LINE.
           05  FILLER               PIC X(6)  VALUE "DATE: ".
           05  LTR-DATE             PIC X(10).
       01  WS-LETTER-APPLICANT-LINE.
           05  FILLER               PIC X(11)
               VALUE "APPLICANT: ".
           05  LTR-APP-ID           PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  LTR-APP-NAME         PIC X(30).
       01  WS-LETTER-BIRTH-LINE.
           05  FILLER               PIC X(15)
               VALUE "DATE OF BIRTH: ".
           05  LTR-BIRTHDATE        PIC X(10).
       01  WS-LETTER-AGE-LINE.
           05  FILLER               PIC X(24)
               VALUE "AGE AS OF THIS NOTICE:  ".
           05  LTR-AGE              PIC ZZ9.
       01  WS-LETTER-LICENSE-LINE.
           05  FILLER               PIC X(16)
               VALUE "LICENSE NUMBER: ".
           05  LTR-LICENSE-NUMBER   PIC 9(8).
       01  WS-LETTER-EXPIRY-LINE.
           05  FILLER               PIC X(16)
               VALUE "VALID UNTIL:    ".
           05  LTR-EXPIRY-DATE      PIC X(10).
       01  WS-LETTER-ELIGIBLE-TEXT  PIC X(40)
           VALUE "YOU ARE ELIGIBLE TO DRIVE.".
       01  WS-LETTER-INELIGIBLE-TEXT PIC X(40)
           VALUE "YOU ARE NOT ELIGIBLE TO DRIVE.".
       01  WS-LETTER-REASON-LINE.
           05  FILLER               PIC X(8)  VALUE "REASON: ".
           05  LTR-REASON           PIC X(30).
       01  WS-LETTER-SEPARATOR      PIC X(60)  VALUE ALL "-".
