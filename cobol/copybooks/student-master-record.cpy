      * von STUDENT-TRANSCRIPT; COURSEGRD.DAT-Saetze mit
      * unbekannter STUDENT-ID prallen dort ab, statt ein
      * Transcript fuer niemanden zu erzeugen.
      * STU-PROGRAM ist der Studiengang aus PROGREQ.DAT (siehe
      * program-requirement-record.cpy), gegen den DEGREE-AUDIT
      * prueft; Leerstellen = noch keinem Studiengang zugeordnet.
       01  STUDENT-MASTER-RECORD.
           05  STU-ID              PIC 9(6).
           05  STU-NAME            PIC X(30).
           05  STU-PROGRAM         PIC X(6).
