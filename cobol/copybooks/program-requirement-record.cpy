      * PROGRAM-REQUIREMENT-RECORD - Satzbild fuer
      * PROGRAM-REQUIREMENT-FILE (PROGREQ.DAT). Steuerdatei nach dem
      * Muster von COURSECAT.DAT mit zwei Satzarten je
      * Studiengang:
      *   P  Studiengang - Titel, Mindest-Semesterwochenstunden,
      *      Mindest-GPA (kumuliert) und Bestehensgrenze je Kurs
      *      (0 = 60.00)
      *   C  Pflichtkurs - eine Zeile je Kurs aus COURSECAT.DAT
      * Noten und GPA wie in COURSEGRD.DAT auf der 100er-Skala.
      * STU-PROGRAM in student-master-record.cpy ordnet den
      * Studenten zu; DEGREE-AUDIT prueft dagegen, STUDENT-MAINT
      * nimmt nur hier gefuehrte Studiengaenge an.
       01  PROGRAM-REQUIREMENT-RECORD.
           05  PRQ-PROGRAM         PIC X(6).
           05  PRQ-RECORD-TYPE     PIC X.
               88  PRQ-PROGRAM-HEADER          VALUE 'P'.
               88  PRQ-REQUIRED-COURSE         VALUE 'C'.
           05  PRQ-PROGRAM-DATA.
               10  PRQ-TITLE       PIC X(30).
               10  PRQ-MIN-CREDITS PIC 9(3).
               10  PRQ-MIN-GPA     PIC 99V99.
               10  PRQ-PASS-GRADE  PIC 99V99.
           05  PRQ-COURSE-DATA     REDEFINES PRQ-PROGRAM-DATA.
               10  PRQ-COURSE-CODE PIC X(8).
               10  FILLER          PIC X(33).
