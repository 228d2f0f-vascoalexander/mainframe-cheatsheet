      * COURSE-REGISTRATION-RECORD - Satzbild fuer
      * COURSE-REGISTRATION-FILE (REGISTER.DAT, indexed,
      * Schluessel REG-KEY = Semester + Kurs + Student, damit die
      * Klassenliste einer Sektion mit START zusammenhaengend
      * gelesen werden kann). Geschrieben von COURSE-REGISTER:
      * Status R = eingeschrieben, W = Warteliste mit laufender
      * Position je Sektion (rueckt bei einer Abmeldung in der
      * Reihenfolge der Position nach). STUDENT-TRANSCRIPT nimmt
      * nur Noten an, fuer die ein Satz mit Status R existiert.
       01  COURSE-REGISTRATION-RECORD.
           05  REG-KEY.
               10  REG-TERM        PIC X(6).
               10  REG-COURSE-CODE PIC X(8).
               10  REG-STUDENT-ID  PIC 9(6).
           05  REG-STATUS          PIC X.
               88  REG-REGISTERED              VALUE 'R'.
               88  REG-WAITLISTED              VALUE 'W'.
           05  REG-WAIT-POSITION   PIC 9(3).
           05  REG-REQUEST-DATE    PIC 9(8).
