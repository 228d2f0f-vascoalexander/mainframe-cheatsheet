      * kumulierte GPA wie bisher. Die Semester-Durchschnitte
      * gehen nach STUDTERM.DAT, aus der ACADEMIC-STANDING den
      * Semesterabschluss zieht.
      * Eine Note zaehlt nur, wenn der Student fuer Kurs und
      * Semester in REGISTER.DAT eingeschrieben ist (Status R,
      * siehe COURSE-REGISTER); sonst prallt der Kurssatz wie eine
      * unbekannte STUDENT-ID ab.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.

      * Einschreibungen je Semester, Kurs und Student - ohne
      * Einschreibung keine Note
           SELECT COURSE-REGISTRATION-FILE ASSIGN TO "REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

      * Kurssaetze mit unbekannter STUDENT-ID - gehen zurueck an
      * den Registrar statt in ein Transcript fuer niemanden
           SELECT GRADE-REJECT-FILE ASSIGN TO "COURSEREJ.RPT"
       FD  STUDENT-MASTER.
           COPY "student-master-record.cpy".

       FD  COURSE-REGISTRATION-FILE.
           COPY "course-registration-record.cpy".

       FD  GRADE-REJECT-FILE.
       01  GRADE-REJECT-RECORD.
           05  GREJ-STUDENT-ID     PIC 9(6).

       01  WS-GRDREJ-STATUS            PIC XX.
       01  WS-TERM-GPA-STATUS          PIC XX.
       01  WS-REGISTER-STATUS          PIC XX.
       01  WS-EOF-SWITCH               PIC X       VALUE 'N'.
           88  WS-EOF                              VALUE 'Y'.
       01  WS-FIRST-RECORD-SWITCH      PIC X       VALUE 'Y'.
      * unbekannte IDs werden je Kurssatz zurueckgewiesen
       01  WS-STUDENT-KNOWN-SWITCH     PIC X       VALUE 'N'.
           88  WS-STUDENT-KNOWN                    VALUE 'Y'.
      * Gilt je Kurssatz: Einschreibung fuer Kurs und Semester
       01  WS-REGISTERED-SWITCH        PIC X       VALUE 'N'.
           88  WS-COURSE-REGISTERED                VALUE 'Y'.
       01  WS-GRADE-REJECT-REASON      PIC X(30).
       01  WS-UNREGISTERED-COUNT       PIC 9(7)    VALUE ZERO.

      * Kurskatalog-Steuertabelle (Muster von REGION.DAT in den
      * Verkaufsprogrammen)
               GOBACK
           END-IF

      * Ohne Einschreibungen kann keine Note geprueft werden -
      * COURSE-REGISTER legt die Datei beim ersten Lauf an
           OPEN INPUT COURSE-REGISTRATION-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER "
                   "COURSE-REGISTRATION-FILE: " WS-REGISTER-STATUS
               DISPLAY "COURSE-REGISTER MUSS DIE EINSCHREIBUNGEN "
                   "ERST AUFGEBAUT HABEN"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GRADE-REJECT-FILE
           IF WS-GRDREJ-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM OEFFNEN DER GRADE-REJECT-FILE: "
               END-IF
           END-IF

           MOVE 'N' TO WS-REGISTERED-SWITCH
           IF WS-STUDENT-KNOWN
               PERFORM 335-CHECK-REGISTRATION
           END-IF

           IF WS-STUDENT-KNOWN AND WS-COURSE-REGISTERED
               PERFORM 320-PRINT-COURSE-LINE
               COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL
                   + (CRS-GRADE * CRS-CREDIT-HOURS)
           CLOSE STUDENT-TERM-GPA-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE STUDENT-MASTER
           CLOSE COURSE-REGISTRATION-FILE
           CLOSE GRADE-REJECT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.
                   MOVE STU-NAME TO WS-CURRENT-NAME
           END-READ.

      * Note nur mit Einschreibung (Status R) fuer genau diesen
      * Kurs und dieses Semester; jede Note ohne Einschreibung geht
      * einzeln in die zentrale Ausnahmedatei
       335-CHECK-REGISTRATION.
           MOVE CRS-TERM        TO REG-TERM
           MOVE CRS-COURSE-CODE TO REG-COURSE-CODE
           MOVE CRS-STUDENT-ID  TO REG-STUDENT-ID
           READ COURSE-REGISTRATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-REGISTERED
                       SET WS-COURSE-REGISTERED TO TRUE
                   END-IF
           END-READ
           IF NOT WS-COURSE-REGISTERED
               ADD 1 TO WS-UNREGISTERED-COUNT
               MOVE "STUDENT-TRANSCRIPT" TO XL-PROGRAM
               SET XL-SEV-ERROR TO TRUE
               MOVE SPACES TO XL-KEY
               STRING CRS-STUDENT-ID " " CRS-COURSE-CODE
                   DELIMITED BY SIZE INTO XL-KEY
               MOVE SPACES TO XL-REASON
               STRING "GRADE WITHOUT REGISTRATION TERM " CRS-TERM
                   DELIMITED BY SIZE INTO XL-REASON
               CALL "EXCEPTION-LOG" USING EXCEPTION-LOG-PARMS
           END-IF.

       360-WRITE-GRADE-REJECT.
           MOVE CRS-STUDENT-ID  TO GREJ-STUDENT-ID
           MOVE SPACE           TO GREJ-SEP-1
           MOVE CRS-COURSE-CODE TO GREJ-COURSE-CODE
           MOVE SPACE           TO GREJ-SEP-2
           IF WS-STUDENT-KNOWN
               MOVE "NOT REGISTERED FOR COURSE/TERM"
                   TO WS-GRADE-REJECT-REASON
           ELSE
               MOVE "STUDENT-ID NOT IN MASTER"
                   TO WS-GRADE-REJECT-REASON
           END-IF
           MOVE WS-GRADE-REJECT-REASON TO GREJ-REASON
           WRITE GRADE-REJECT-RECORD
           IF WS-GRDREJ-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER "
      * Seite ausweisen und in die Semester-GPA-Datei schreiben,
      * Semestersummen zuruecksetzen
       380-TERM-BREAK.
           IF WS-TERM-COURSES = ZERO
               MOVE "NO REGISTERED COURSES IN TERM" TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           ELSE
               PERFORM 385-CLOSE-TERM
           END-IF

           MOVE ZERO TO WS-TERM-WEIGHTED
           MOVE ZERO TO WS-TERM-CREDITS
           MOVE ZERO TO WS-TERM-COURSES.

      * Semester mit mindestens einer gezaehlten Note
       385-CLOSE-TERM.
           IF WS-TERM-CREDITS > ZERO
               COMPUTE WS-TERM-GPA ROUNDED =
                   WS-TERM-WEIGHTED / WS-TERM-CREDITS
               DISPLAY "FEHLER BEIM SCHREIBEN DER "
                   "STUDENT-TERM-GPA-FILE: " WS-TERM-GPA-STATUS
           END-IF
           ADD 1 TO WS-TERM-COUNT.

      * Stufenwechsel Student: erst das letzte Semester
      * abschliessen, dann kumulierten GPA rechnen, auf der Seite
           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

      * Ohne eine einzige gezaehlte Note kein GPA-Satz - ein
      * Null-GPA wuerde HONOR-ROLL den Klassenschnitt verfaelschen
           IF WS-COURSE-COUNT > ZERO
               MOVE WS-PRIOR-STUDENT-ID TO GPA-STUDENT-ID
               MOVE WS-CURRENT-NAME     TO GPA-STUDENT-NAME
               MOVE WS-STUDENT-GPA      TO GPA-GPA
               MOVE WS-CREDIT-TOTAL     TO GPA-CREDIT-HOURS
               MOVE WS-COURSE-COUNT     TO GPA-COURSE-COUNT
               WRITE STUDENT-GPA-RECORD
               IF WS-GPA-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM SCHREIBEN DER "
                       "STUDENT-GPA-FILE: " WS-GPA-STATUS
               END-IF
           END-IF
           ADD 1 TO WS-TRANSCRIPT-COUNT

           CLOSE STUDENT-TERM-GPA-FILE
           CLOSE TRANSCRIPT-FILE
           CLOSE STUDENT-MASTER
           CLOSE COURSE-REGISTRATION-FILE
           CLOSE GRADE-REJECT-FILE
           DISPLAY "KURSSAETZE GELESEN:     " WS-RECORD-COUNT
           DISPLAY "TRANSCRIPTS GEDRUCKT:   " WS-TRANSCRIPT-COUNT
           DISPLAY "UNBEKANNTE KURSE:       " WS-UNKNOWN-COURSE-COUNT
           DISPLAY "UNBEKANNTE STUDENTEN:   "
               WS-UNKNOWN-STUDENT-COUNT
           DISPLAY "OHNE EINSCHREIBUNG:     " WS-UNREGISTERED-COUNT
           DISPLAY "KURSSAETZE ABGEWIESEN:  " WS-REJECT-COUNT.
