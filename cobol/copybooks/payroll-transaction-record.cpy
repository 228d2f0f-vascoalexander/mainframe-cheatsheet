      * (vorher von Hand erfasst, mit den bekannten Zahlendrehern)
      * und von PAYROLL-WITHHOLD gelesen. PAY-INCOME in ganzen
      * Dollar wie die Klammergrenzen der Steuerberechnung.
      * Je Mitarbeiter und Periodenende ein Satz; PAY-EARNINGS
      * zeigt, wie sich das Brutto zusammensetzt - Stunden und
      * Betrag je Lohnart in fester Reihenfolge R (regulaer),
      * O (Mehrarbeit), H (Feiertag), V (Urlaub), S (Krank), dazu
      * die Provision aus SALES-COMMISSION. PAY-INCOME ist die auf
      * ganze Dollar gerundete Summe dieser Betraege. PAY-SOURCE
      * sagt, woher der Satz kommt; Korrekturzahlungen ausserhalb
      * des Regellaufs (PAYROLL-OFFCYCLE) laufen ohne Lohnarten und
      * ohne freiwillige Abzuege.
       01  PAYROLL-TRANS-RECORD.
           05  PAY-EMP-ID          PIC 9(6).
           05  PAY-EMP-NAME        PIC X(30).
           05  PAY-INCOME          PIC 9(6).
           05  PAY-PERIOD-END      PIC 9(8).
           05  PAY-EARNINGS.
               10  PAY-EARN-ENTRY  OCCURS 5 TIMES.
                   15  PAY-EARN-TYPE   PIC X.
                   15  PAY-EARN-HOURS  PIC 999V99.
                   15  PAY-EARN-AMOUNT PIC 9(6)V99.
           05  PAY-COMMISSION      PIC 9(6)V99.
           05  PAY-SOURCE          PIC X.
               88  PAY-FROM-TIMECARD        VALUE 'T'.
               88  PAY-FROM-COMMISSION      VALUE 'C'.
               88  PAY-MANUAL-CHECK         VALUE 'M'.
