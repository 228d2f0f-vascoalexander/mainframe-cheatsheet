      * COURSE-SECTION-RECORD - Satzbild fuer COURSE-SECTION-FILE
      * (SECTION.DAT). Steuerdatei nach dem Muster von
      * COURSECAT.DAT: je Semester und Kurs eine Zeile mit der
      * Platzzahl der Sektion und dem Dozenten fuer die
      * Klassenliste. SCT-TERM im Format JJJJPP wie CRS-TERM,
      * SCT-COURSE-CODE aus COURSECAT.DAT. Gelesen von
      * COURSE-REGISTER; ein Kurs ohne Zeile fuer das Semester
      * wird in dem Semester nicht angeboten.
       01  COURSE-SECTION-RECORD.
           05  SCT-TERM            PIC X(6).
           05  SCT-COURSE-CODE     PIC X(8).
           05  SCT-CAPACITY        PIC 9(3).
           05  SCT-INSTRUCTOR      PIC X(30).
