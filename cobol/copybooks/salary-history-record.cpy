      * CHANGE-Transaktion auf den Tag genau gefahren werden muss.
      * EMP-SALARY in der Stammdatei bleibt als Rueckfallwert fuer
      * Mitarbeiter ohne Historiensatz stehen.
      * SALH-OPERATOR-ID nennt, wer den Satz erfasst hat (Operator
      * des Dialogs, "BATCH" fuer EMPLOYEE-MAINT).
       01  SALARY-HISTORY-RECORD.
           05  SALH-KEY.
               10  SALH-EMP-ID     PIC 9(6).
               10  SALH-EFF-DATE   PIC 9(8).
           05  SALH-SALARY         PIC 9(7)V99 COMP-3.
           05  SALH-OPERATOR-ID    PIC X(8).
