      * ueber seiner Norm lag, werden markiert - so faellt die
      * wachsende Datei auf, bevor der Strom das Fenster sprengt,
      * nicht danach. Gewertet werden nur ENDED-OK-Eintraege;
      * SKIPPED, PRIOR OK, FAILED und UNSCHEDULED tragen keine
      * brauchbare Laufzeit.
      * Parameterkarte TRNDPARM.DAT (optional): Von-Datum JJJJMMTT -
      * fehlt die Karte, gelten die letzten 7 Tage.

