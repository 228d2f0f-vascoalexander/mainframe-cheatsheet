      * LEGAL-HOLD-FIELDS - LINKAGE-Parameter fuer das CALL'd
      * Unterprogramm LEGAL-HOLD. LOAD laedt die offenen Sperren
      * aus dem Register LEGALHLD.DAT (einmal je Lauf, fehlt das
      * Register, gibt es keine Sperren); CHECK meldet, ob ein
      * Transaktions-Zeitstempel unter eine offene Sperre faellt,
      * und liefert die Fallnummer. Gemeinsam genutzt von
      * DATE-CHECK, TRANS-ARCHIVE und ARCHIVE-INQUIRY.
       01  LEGAL-HOLD-PARMS.
           05  LH-FUNCTION        PIC X(5).
               88  LH-LOAD                 VALUE "LOAD".
               88  LH-CHECK                VALUE "CHECK".
           05  LH-TIMESTAMP       PIC X(23).
      *        CHECK: Eingabe - Zeitstempel aus TRANSACT.DAT
           05  LH-CASE-NUMBER     PIC X(12).
      *        CHECK: Ausgabe - Fall der ersten passenden Sperre
           05  LH-HELD-SWITCH     PIC X.
               88  LH-HELD                 VALUE "Y".
               88  LH-NOT-HELD             VALUE "N".
           05  LH-OPEN-COUNT      PIC 9(3).
      *        LOAD: Ausgabe - Anzahl offener Sperren
           05  LH-RETURN-CODE     PIC 9.
               88  LH-OK                   VALUE 0.
               88  LH-INVALID-FUNCTION     VALUE 1.
               88  LH-REGISTER-ERROR       VALUE 3.
