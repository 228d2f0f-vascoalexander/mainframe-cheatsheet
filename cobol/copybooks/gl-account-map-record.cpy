      * GL-ACCOUNT-MAP-RECORD - Satzbild fuer GL-ACCOUNT-MAP-FILE
      * (GLACCT.DAT). Steuerdatei nach dem Muster von DEDUCT.DAT:
      * je Buchungsart (siehe gl-summary-record.cpy) das Sachkonto,
      * bei Abzuegen je Abzugsart (GLM-DED-CODE wie DED-CODE) ein
      * eigenes Verbindlichkeitskonto. Ein neues Konto oder eine
      * neue Abzugsart ist damit eine Datenaenderung, keine
      * Quellaenderung.
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLM-CATEGORY        PIC X(4).
           05  GLM-DED-CODE        PIC X(4).
           05  GLM-ACCOUNT         PIC 9(8).
           05  GLM-DESC            PIC X(20).
