      * LEGAL-HOLD-RECORD - Satzbild fuer das Sperrregister
      * LEGALHLD.DAT. Ein Satz je Rechtsfall: Zeitstempelbereich der
      * betroffenen Transaktionen aus TRANSACT.DAT, Datum der
      * Sperre und Datum der Freigabe (00000000 = Sperre offen).
      * Gepflegt von LEGAL-HOLD-MAINT, ausgewertet ueber das
      * Unterprogramm LEGAL-HOLD (DATE-CHECK, TRANS-ARCHIVE,
      * ARCHIVE-INQUIRY) und von LEGAL-HOLD-REPORT. Freigegebene
      * Sperren bleiben als Nachweis im Register stehen.
      * Ein Bis-Zeitstempel, der nur das Datum enthaelt, schliesst
      * den ganzen Tag ein.
       01  LEGAL-HOLD-RECORD.
           05  LHR-CASE-NUMBER     PIC X(12).
           05  LHR-FROM-TS         PIC X(23).
           05  LHR-TO-TS           PIC X(23).
           05  LHR-PLACED-DATE     PIC 9(8).
           05  LHR-RELEASED-DATE   PIC 9(8).
               88  LHR-OPEN                    VALUE ZERO.
           05  LHR-DESCRIPTION     PIC X(30).
