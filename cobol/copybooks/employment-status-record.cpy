      * EMPLOYMENT-STATUS-RECORD - Satzbild der Steuerdatei
      * EMPSTAT.DAT mit den Employment-Status-Codes (eingefuehrt in
      * CONDITIONALS). EMPLOYEE-MAINT, EMPLOYEE-DIALOG und
      * EMPLOYEE-HEADCOUNT pruefen bzw. benennen EMP-STATUS-CODE
      * gegen diese Datei; fehlt sie, gelten wie in CONDITIONALS
      * die fuenf Standardcodes.
       01  EMPLOYMENT-STATUS-RECORD.
           05  CTL-EMPLOYMENT-NUMBER  PIC 9.
           05  CTL-EMPLOYMENT-STATUS  PIC X(20).
