      * gespielte Sicherung der Stammdatei ab. Die Bilder fuehren das
      * Gehalt als DISPLAY-Feld - LINE SEQUENTIAL Dateien fuehren
      * keine COMP-3-Felder (vgl. sales-record.cpy).
      * JRNL-OPERATOR-ID nennt den angemeldeten Operator des
      * Dialogs; Batchlaeufe tragen "BATCH".
       01  EMPLOYEE-JOURNAL-RECORD.
           05  JRNL-TIMESTAMP      PIC 9(14).
      *        JJJJMMTTHHMMSS aus FUNCTION CURRENT-DATE
               10  JRNL-BEF-PHONE      PIC X(15).
               10  JRNL-BEF-EMAIL      PIC X(40).
               10  JRNL-BEF-SALARY     PIC 9(7)V99.
               10  JRNL-BEF-STATUS-CODE PIC 9.
               10  JRNL-BEF-HIRE-DATE  PIC 9(8).
               10  JRNL-BEF-TERM-DATE  PIC 9(8).
               10  JRNL-BEF-DEPARTMENT PIC X(4).
           05  JRNL-AFTER-IMAGE.
               10  JRNL-AFT-EMP-ID     PIC 9(6).
               10  JRNL-AFT-FIRSTNAME  PIC X(15).
               10  JRNL-AFT-PHONE      PIC X(15).
               10  JRNL-AFT-EMAIL      PIC X(40).
               10  JRNL-AFT-SALARY     PIC 9(7)V99.
               10  JRNL-AFT-STATUS-CODE PIC 9.
               10  JRNL-AFT-HIRE-DATE  PIC 9(8).
               10  JRNL-AFT-TERM-DATE  PIC 9(8).
               10  JRNL-AFT-DEPARTMENT PIC X(4).
           05  JRNL-OPERATOR-ID    PIC X(8).
