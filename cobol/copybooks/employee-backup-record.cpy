           05  BKP-PHONE           PIC X(15).
           05  BKP-EMAIL           PIC X(40).
           05  BKP-SALARY          PIC 9(7)V99.
           05  BKP-STATUS-CODE     PIC 9.
           05  BKP-HIRE-DATE       PIC 9(8).
           05  BKP-TERM-DATE       PIC 9(8).
           05  BKP-DEPARTMENT      PIC X(4).

      * Zweites Satzbild desselben Puffers (implizite Ueberlagerung
      * der 01-Ebenen unter einem FD, vgl. payment-record.cpy)
           05  BKP-TRL-TYPE        PIC X.
           05  BKP-TRL-COUNT       PIC 9(7).
           05  BKP-TRL-SALARY-HASH PIC 9(11)V99.
           05  FILLER              PIC X(106).
