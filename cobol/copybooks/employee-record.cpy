      * Gleiche Feldaufteilung wie WS-EMPLOYEE in COBOL-VARIABLES
      * (40-VERSCHACHTELT), damit Batch- und Dialogprogramme dasselbe
      * Bild der Stammdaten verwenden.
      * EMP-EMPLOYMENT traegt das Beschaeftigungsverhaeltnis:
      * Statuscode aus EMPSTAT.DAT (siehe CONDITIONALS), Eintritts-
      * und Austrittsdatum JJJJMMTT und Abteilung. Ein Austritts-
      * datum ungleich Null heisst ausgeschieden - Stempelkarten und
      * Verkaeufe nach diesem Datum weisen die Batch-Pruefungen ab.
       01  EMPLOYEE-RECORD.
           05  EMP-ID              PIC 9(6).
           05  EMP-NAME.
               10  EMP-PHONE       PIC X(15).
               10  EMP-EMAIL       PIC X(40).
           05  EMP-SALARY          PIC 9(7)V99 COMP-3.
           05  EMP-EMPLOYMENT.
               10  EMP-STATUS-CODE PIC 9.
               10  EMP-HIRE-DATE   PIC 9(8).
               10  EMP-TERM-DATE   PIC 9(8).
                   88  EMP-NOT-TERMINATED       VALUE ZERO.
               10  EMP-DEPARTMENT  PIC X(4).
