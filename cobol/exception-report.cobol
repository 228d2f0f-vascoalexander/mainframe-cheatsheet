      * die Operation liest eine Liste zum Kaffee statt DISPLAY-
      * Ausgaben, PAYORPH.DAT, AUDIT.LOG und EMPTRANS.LOG
      * abzuklappern.
      * Darunter der Abschnitt Sicherheitsprotokoll: fehlgeschlagene
      * Anmeldungen und nicht erlaubte Funktionsversuche der
      * Dialoge aus SECLOG.DAT (siehe OPERATOR-SIGNON), in
      * zeitlicher Folge.
      * Parameterkarte EXCPARM.DAT (optional): Berichtsdatum
      * JJJJMMTT - fehlt die Karte, gilt der laufende Tag.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

           SELECT REPORT-PARM-FILE ASSIGN TO "EXCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FD  EXCEPTION-FILE.
           COPY "exception-record.cpy".

       FD  SECURITY-LOG-FILE.
           COPY "security-log-record.cpy".

       FD  REPORT-PARM-FILE.
       01  REPORT-PARM-RECORD      PIC X(80).


       01  WS-EXCEPT-STATUS        PIC XX.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-SECLOG-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.

       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.

       01  WS-REPORT-DATE          PIC 9(8)     VALUE ZERO.

      * Sicherheitsereignisse des Berichtstags in Dateifolge
       01  WS-SECURITY-TABLE.
           05  WS-SECURITY-ENTRY OCCURS 200 TIMES.
               10  TBL-SEC-TIME     PIC 9(6).
               10  TBL-SEC-PROGRAM  PIC X(20).
               10  TBL-SEC-OPERATOR PIC X(8).
               10  TBL-SEC-EVENT    PIC X.
               10  TBL-SEC-DETAIL   PIC X(40).
       01  WS-SECURITY-COUNT       PIC 9(3)     VALUE ZERO.
       01  WS-SECURITY-NUM         PIC 9(3)     VALUE ZERO.
       01  WS-SEC-EOF-SWITCH       PIC X        VALUE 'N'.
           88  WS-SEC-EOF                       VALUE 'Y'.

      * Ausnahmen des Berichtstags; WS-ENT-RANK macht den
      * Schweregrad sortierbar (E=1, W=2, I=3, Unbekanntes ans
      * Ende)
       01  WS-NO-EXCEPTIONS-LINE   PIC X(40)
           VALUE "NO EXCEPTIONS LOGGED - QUIET NIGHT".

       01  WS-SEC-HEADER-1         PIC X(40)
           VALUE "SECURITY LOG".

       01  WS-SEC-HEADER-2.
           05  FILLER              PIC X(7)  VALUE "TIME".
           05  FILLER              PIC X(21) VALUE "PROGRAM".
           05  FILLER              PIC X(9)  VALUE "OPERATOR".
           05  FILLER              PIC X(16) VALUE "EVENT".
           05  FILLER              PIC X(40) VALUE "DETAIL".

       01  WS-SEC-DETAIL-LINE.
           05  SDT-TIME            PIC 9(6).
           05  FILLER              PIC X     VALUE SPACE.
           05  SDT-PROGRAM         PIC X(20).
           05  FILLER              PIC X     VALUE SPACE.
           05  SDT-OPERATOR        PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  SDT-EVENT           PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  SDT-DETAIL          PIC X(40).

       01  WS-SEC-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "SECURITY EVENTS: ".
           05  TOT-SECURITY        PIC ZZ9.

       01  WS-NO-SECURITY-LINE     PIC X(40)
           VALUE "NO SECURITY EVENTS LOGGED".


      * Berichtsausgabe als Generation (siehe RPT-GENERATION) -
      * Dateiname wird vor dem OPEN vergeben
               END-READ
           END-PERFORM
           PERFORM 300-SORT-EXCEPTIONS
           PERFORM 250-COLLECT-SECURITY-LOG
           PERFORM 400-PRINT-REPORT
           PERFORM 450-PRINT-SECURITY-LOG
           PERFORM 900-CLOSE-FILES
           GOBACK.

               END-IF
           END-IF.

      * Sicherheitsprotokoll des Berichtstags einsammeln; eine
      * fehlende Datei heisst, es gab noch nie ein Ereignis
       250-COLLECT-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SECLOG-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-SECLOG-STATUS NOT = "00"
                   DISPLAY "FEHLER BEIM OEFFNEN DER "
                       "SECURITY-LOG-FILE: " WS-SECLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL WS-SEC-EOF
                   READ SECURITY-LOG-FILE
                       AT END
                           SET WS-SEC-EOF TO TRUE
                       NOT AT END
                           IF SEC-TIMESTAMP(1:8) = WS-REPORT-DATE
                               PERFORM 260-ADD-SECURITY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG-FILE
           END-IF.

       260-ADD-SECURITY-ENTRY.
           IF WS-SECURITY-COUNT = 200
               DISPLAY "WARNUNG: MEHR ALS 200 SICHERHEITSEREIGNISSE "
                   "AM BERICHTSTAG - WEITERE UEBERSPRUNGEN"
           ELSE
               ADD 1 TO WS-SECURITY-COUNT
               MOVE SEC-TIMESTAMP(9:6)
                   TO TBL-SEC-TIME(WS-SECURITY-COUNT)
               MOVE SEC-PROGRAM
                   TO TBL-SEC-PROGRAM(WS-SECURITY-COUNT)
               MOVE SEC-OPERATOR-ID
                   TO TBL-SEC-OPERATOR(WS-SECURITY-COUNT)
               MOVE SEC-EVENT
                   TO TBL-SEC-EVENT(WS-SECURITY-COUNT)
               MOVE SEC-DETAIL
                   TO TBL-SEC-DETAIL(WS-SECURITY-COUNT)
           END-IF.

      * Austauschsortierung nach Schweregrad, innerhalb dessen
      * nach Programm (wie die Sequenz-Sortierung der
      * Regionstabelle in SALES-MATRIX-REPORT)
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       450-PRINT-SECURITY-LOG.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SEC-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SECURITY-COUNT = ZERO
               MOVE WS-NO-SECURITY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-SEC-HEADER-2 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-SECURITY-NUM FROM 1 BY 1
                       UNTIL WS-SECURITY-NUM > WS-SECURITY-COUNT
                   PERFORM 460-PRINT-SECURITY-DETAIL
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SECURITY-COUNT TO TOT-SECURITY
               MOVE WS-SEC-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       460-PRINT-SECURITY-DETAIL.
           MOVE TBL-SEC-TIME(WS-SECURITY-NUM)     TO SDT-TIME
           MOVE TBL-SEC-PROGRAM(WS-SECURITY-NUM)  TO SDT-PROGRAM
           MOVE TBL-SEC-OPERATOR(WS-SECURITY-NUM) TO SDT-OPERATOR
           EVALUATE TBL-SEC-EVENT(WS-SECURITY-NUM)
               WHEN 'F'
                   MOVE "SIGN-ON FAILED"  TO SDT-EVENT
               WHEN 'L'
                   MOVE "SIGN-ON REFUSED" TO SDT-EVENT
               WHEN 'U'
                   MOVE "UNAUTHORIZED"    TO SDT-EVENT
               WHEN OTHER
                   MOVE "UNKNOWN"         TO SDT-EVENT
           END-EVALUATE
           MOVE TBL-SEC-DETAIL(WS-SECURITY-NUM)   TO SDT-DETAIL
           MOVE WS-SEC-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       900-CLOSE-FILES.
           IF WS-EXCEPT-STATUS NOT = "35"
               CLOSE EXCEPTION-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "AUSNAHMEN GELESEN:      " WS-READ-COUNT
           DISPLAY "ANDERE TAGE:            " WS-OTHER-DAY-COUNT
           DISPLAY "BERICHTSTAG:            " WS-EXCEPT-COUNT
           DISPLAY "SICHERHEITSEREIGNISSE:  " WS-SECURITY-COUNT.
