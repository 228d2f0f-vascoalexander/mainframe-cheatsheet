      * Log wird fortgeschrieben statt neu begonnen. Kein Editieren
      * von RUNSTRM.DAT um 3 Uhr frueh mehr - und kein doppeltes
      * Fahren eines Steps, der schon sauber durch war.
      * Laufhaeufigkeit: jeder Step traegt eine Haeufigkeit; ob er
      * heute faellig ist, entscheidet der Firmenkalender
      * CALENDAR.DAT (Feiertage und Zahltage) ueber DATE-CONVERT.
      * Nicht faellige Steps laufen nicht und stehen als
      * UNSCHEDULED im Log - das Umstecken der Karten vor Monatsende,
      * Zahltag und Jahresende entfaellt. Ein nicht faelliger
      * Vorgaenger gilt fuer seine Abhaengigen als erfuellt. Im
      * Rerun-Modus gilt das Laufdatum des Vorlaufs, damit ein
      * nach Mitternacht wiederholter Monatsabschluss faellig
      * bleibt.
      *
      * Aufbau eines RUNSTRM.DAT-Satzes:
      *   Spalten  1-8   Stepname
      *   Spalte  47     Fehlerverhalten: H = Strom anhalten,
      *                  C = weiter (Abhaengige werden trotzdem
      *                  uebersprungen)
      *   Spalte  48     Laufhaeufigkeit:
      *                  D oder Leer = taeglich,
      *                  B = nur an Arbeitstagen,
      *                  M = letzter Arbeitstag des Monats,
      *                  P = Zahltag (vierzehntaegig, laut Kalender),
      *                  Y = letzter Arbeitstag des Jahres

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      * Firmenkalender - hier nur fuer die Zahltage gelesen, die
      * Feiertage wertet DATE-CONVERT selbst aus
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTREAM-FILE.
           05  STRM-PROGRAM        PIC X(30).
           05  STRM-DEPENDS-ON     PIC X(8).
           05  STRM-ON-ERROR       PIC X.
           05  STRM-FREQUENCY      PIC X.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
       FD  RUN-HISTORY-FILE.
           COPY "run-history-record.cpy".

       FD  CALENDAR-FILE.
           COPY "company-calendar-record.cpy".

       WORKING-STORAGE SECTION.

       01  WS-STREAM-STATUS        PIC XX.
       01  WS-EOF-SWITCH           PIC X        VALUE 'N'.
           88  WS-EOF                           VALUE 'Y'.

      * Faelligkeit des Laufdatums nach dem Firmenkalender
       01  WS-CALENDAR-STATUS      PIC XX.
       01  WS-CAL-EOF-SWITCH       PIC X        VALUE 'N'.
           88  WS-CAL-EOF                       VALUE 'Y'.
       01  WS-SCHEDULE-DATE        PIC 9(8)     VALUE ZERO.
       01  WS-BUSINESS-DAY-SWITCH  PIC X        VALUE 'N'.
           88  WS-IS-BUSINESS-DAY               VALUE 'Y'.
       01  WS-MONTH-END-SWITCH     PIC X        VALUE 'N'.
           88  WS-IS-MONTH-END                  VALUE 'Y'.
       01  WS-YEAR-END-SWITCH      PIC X        VALUE 'N'.
           88  WS-IS-YEAR-END                   VALUE 'Y'.
       01  WS-PAYDAY-SWITCH        PIC X        VALUE 'N'.
           88  WS-IS-PAYDAY                     VALUE 'Y'.
       01  WS-DUE-SWITCH           PIC X        VALUE 'N'.
           88  WS-STEP-DUE                      VALUE 'Y'.
           88  WS-STEP-NOT-DUE                  VALUE 'N'.
           88  WS-FREQUENCY-INVALID             VALUE 'X'.

       COPY "date-convert-fields.cpy".

      * Geladener Run-Stream; Ablaufstatus je Step:
      * P = wartet, O = fehlerfrei beendet, F = fehlgeschlagen,
      * S = uebersprungen, N = heute nicht faellig
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  TBL-STEP-PROGRAM    PIC X(30).
               10  TBL-STEP-DEPENDS    PIC X(8).
               10  TBL-STEP-ON-ERROR   PIC X.
               10  TBL-STEP-FREQUENCY  PIC X.
                   88  TBL-FREQ-DAILY          VALUE 'D' SPACE.
                   88  TBL-FREQ-BUSINESS-DAY   VALUE 'B'.
                   88  TBL-FREQ-MONTH-END      VALUE 'M'.
                   88  TBL-FREQ-PAYDAY         VALUE 'P'.
                   88  TBL-FREQ-YEAR-END       VALUE 'Y'.
               10  TBL-STEP-STATE      PIC X.
                   88  TBL-STATE-PENDING       VALUE 'P'.
                   88  TBL-STATE-OK            VALUE 'O'.
                   88  TBL-STATE-FAILED        VALUE 'F'.
                   88  TBL-STATE-SKIPPED       VALUE 'S'.
                   88  TBL-STATE-NOT-SCHEDULED VALUE 'N'.
       01  WS-STEP-COUNT           PIC 99       VALUE ZERO.
       01  WS-STEP-NUM             PIC 99       VALUE ZERO.
       01  WS-DEPEND-STATE         PIC X        VALUE SPACE.
       01  WS-STEP-RC              PIC S9(4)    VALUE ZERO.
       01  WS-FAILED-COUNT         PIC 99       VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 99       VALUE ZERO.
       01  WS-NOT-SCHEDULED-COUNT  PIC 99       VALUE ZERO.
       01  WS-OK-COUNT             PIC 99       VALUE ZERO.

       PROCEDURE DIVISION.
               PERFORM 250-APPLY-PRIOR-LOG
           END-IF
           PERFORM 260-OPEN-RUN-LOG
           PERFORM 270-DETERMINE-RUN-DAY
           PERFORM 300-EXECUTE-STEP
               VARYING WS-STEP-NUM FROM 1 BY 1
               UNTIL WS-STEP-NUM > WS-STEP-COUNT
                       AT END
                           SET WS-PRIOR-EOF TO TRUE
                       NOT AT END
                           IF WS-SCHEDULE-DATE = ZERO
                               MOVE PLOG-START-TS(1:8)
                                   TO WS-SCHEDULE-DATE
                           END-IF
                           IF PLOG-OUTCOME = "ENDED OK"
                               PERFORM 255-MARK-STEP-DONE
                           END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

      * Stichtag der Faelligkeit bestimmen: Laufdatum, im Rerun-
      * Modus das Datum des ersten Vorlauf-Eintrags. Dann ueber
      * DATE-CONVERT pruefen, ob der Stichtag ein Arbeitstag, der
      * letzte Arbeitstag des Monats bzw. Jahres oder ein Zahltag
      * ist. Ein Kalenderfehler haelt den Strom vor dem ersten
      * Step an - lieber gar kein Lauf als ein Zahllauf am
      * falschen Tag.
       270-DETERMINE-RUN-DAY.
           IF WS-SCHEDULE-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-SCHEDULE-DATE
           END-IF
           MOVE "PREV-BDAY" TO DC-FUNCTION
           MOVE WS-SCHEDULE-DATE TO DC-DATE-NUM
           MOVE ZERO TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           PERFORM 275-CHECK-CALENDAR-RC
           IF DC-DATE-NUM = WS-SCHEDULE-DATE
               SET WS-IS-BUSINESS-DAY TO TRUE
               MOVE "NEXT-BDAY" TO DC-FUNCTION
               MOVE 1 TO DC-ADJUST-COUNT
               CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
               PERFORM 275-CHECK-CALENDAR-RC
               IF DC-DATE-NUM(5:2) NOT = WS-SCHEDULE-DATE(5:2)
                   SET WS-IS-MONTH-END TO TRUE
                   IF WS-SCHEDULE-DATE(5:2) = "12"
                       SET WS-IS-YEAR-END TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 280-CHECK-PAYDAY
           DISPLAY "STICHTAG " WS-SCHEDULE-DATE
               " ARBEITSTAG " WS-BUSINESS-DAY-SWITCH
               " MONATSENDE " WS-MONTH-END-SWITCH
               " JAHRESENDE " WS-YEAR-END-SWITCH
               " ZAHLTAG " WS-PAYDAY-SWITCH.

       275-CHECK-CALENDAR-RC.
           IF NOT DC-OK
               DISPLAY "FEHLER IM FIRMENKALENDER CALENDAR.DAT: RC "
                   DC-RETURN-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Zahltage aus dem Kalender lesen; ein Zahltag an einem
      * arbeitsfreien Tag wird auf den vorherigen Arbeitstag
      * vorgezogen. Ohne Kalender gibt es keinen Zahltag - die
      * Zahllauf-Steps laufen dann nicht, das wird gemeldet.
       280-CHECK-PAYDAY.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "WARNUNG: KEIN CALENDAR.DAT - NUR WOCHENENDEN "
                   "ARBEITSFREI, KEIN ZAHLTAG"
           ELSE
               PERFORM UNTIL WS-CAL-EOF OR WS-IS-PAYDAY
                   READ CALENDAR-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF CAL-PAYDAY
                               PERFORM 285-SHIFT-PAYDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       285-SHIFT-PAYDAY.
           MOVE "PREV-BDAY" TO DC-FUNCTION
           MOVE CAL-DATE TO DC-DATE-NUM
           MOVE ZERO TO DC-ADJUST-COUNT
           CALL "DATE-CONVERT" USING DATE-CONVERT-PARMS
           IF NOT DC-OK
               DISPLAY "WARNUNG: UNGUELTIGER ZAHLTAG IM KALENDER: "
                   CAL-DATE
           ELSE
               IF DC-DATE-NUM = WS-SCHEDULE-DATE
                   SET WS-IS-PAYDAY TO TRUE
               END-IF
           END-IF.

       200-LOAD-RUN-STREAM.
           PERFORM UNTIL WS-EOF OR WS-STEP-COUNT = 20
               READ RUNSTREAM-FILE
                           TO TBL-STEP-DEPENDS(WS-STEP-IDX)
                       MOVE STRM-ON-ERROR
                           TO TBL-STEP-ON-ERROR(WS-STEP-IDX)
                       MOVE STRM-FREQUENCY
                           TO TBL-STEP-FREQUENCY(WS-STEP-IDX)
                       MOVE 'P' TO TBL-STEP-STATE(WS-STEP-IDX)
               END-READ
           END-PERFORM
               PERFORM 305-RUN-OR-SKIP-STEP
           END-IF.

      * Nicht faellige Steps werden vor allem anderen ausgesondert;
      * eine unbekannte Haeufigkeit zaehlt als Fehler in der
      * Steuerkarte und der Step wird uebersprungen
       305-RUN-OR-SKIP-STEP.
           PERFORM 330-CHECK-FREQUENCY
           EVALUATE TRUE
               WHEN WS-FREQUENCY-INVALID
                   DISPLAY "WARNUNG: UNBEKANNTE LAUFHAEUFIGKEIT "
                       TBL-STEP-FREQUENCY(WS-STEP-NUM)
                       " FUER STEP " TBL-STEP-NAME(WS-STEP-NUM)
                   PERFORM 400-SKIP-STEP
               WHEN WS-STEP-NOT-DUE
                   PERFORM 410-NOT-SCHEDULED
               WHEN WS-HALT-REQUESTED
                   PERFORM 400-SKIP-STEP
               WHEN OTHER
                   PERFORM 310-CHECK-DEPENDENCY
                   IF WS-DEPEND-STATE = 'O' OR WS-DEPEND-STATE = 'N'
                           OR WS-DEPEND-STATE = SPACE
                       PERFORM 320-CALL-STEP-PROGRAM
                   ELSE
                       PERFORM 400-SKIP-STEP
                   END-IF
           END-EVALUATE.

      * Zustand des Vorgaenger-Steps ermitteln; SPACE heisst: keine
      * Abhaengigkeit. Ein unbekannter Vorgaengername zaehlt als
           END-IF
           PERFORM 500-WRITE-RUN-LOG.

      * Faelligkeit der Step-Haeufigkeit am Stichtag
       330-CHECK-FREQUENCY.
           SET WS-STEP-NOT-DUE TO TRUE
           EVALUATE TRUE
               WHEN TBL-FREQ-DAILY(WS-STEP-NUM)
                   SET WS-STEP-DUE TO TRUE
               WHEN TBL-FREQ-BUSINESS-DAY(WS-STEP-NUM)
                   IF WS-IS-BUSINESS-DAY
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN TBL-FREQ-MONTH-END(WS-STEP-NUM)
                   IF WS-IS-MONTH-END
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN TBL-FREQ-PAYDAY(WS-STEP-NUM)
                   IF WS-IS-PAYDAY
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN TBL-FREQ-YEAR-END(WS-STEP-NUM)
                   IF WS-IS-YEAR-END
                       SET WS-STEP-DUE TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-FREQUENCY-INVALID TO TRUE
           END-EVALUATE.

       400-SKIP-STEP.
           MOVE 'S' TO TBL-STEP-STATE(WS-STEP-NUM)
           ADD 1 TO WS-SKIPPED-COUNT
               " UEBERSPRUNGEN"
           PERFORM 500-WRITE-RUN-LOG.

       410-NOT-SCHEDULED.
           MOVE 'N' TO TBL-STEP-STATE(WS-STEP-NUM)
           ADD 1 TO WS-NOT-SCHEDULED-COUNT
           MOVE "UNSCHEDULED" TO RLOG-OUTCOME
           MOVE ZERO TO WS-STEP-RC
           DISPLAY "STEP " TBL-STEP-NAME(WS-STEP-NUM)
               " HEUTE NICHT FAELLIG"
           PERFORM 500-WRITE-RUN-LOG.

       500-WRITE-RUN-LOG.
           MOVE TBL-STEP-NAME(WS-STEP-NUM) TO RLOG-STEP-NAME
           MOVE SPACE TO RLOG-SEP-1
           DISPLAY "STEPS VORLAUF-OK:     " WS-PRIOR-OK-COUNT
           DISPLAY "STEPS FEHLGESCHLAGEN: " WS-FAILED-COUNT
           DISPLAY "STEPS UEBERSPRUNGEN:  " WS-SKIPPED-COUNT
           DISPLAY "STEPS NICHT FAELLIG:  " WS-NOT-SCHEDULED-COUNT
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
