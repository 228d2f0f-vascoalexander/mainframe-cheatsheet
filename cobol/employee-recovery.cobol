           05  WS-CUR-PHONE        PIC X(15).
           05  WS-CUR-EMAIL        PIC X(40).
           05  WS-CUR-SALARY       PIC 9(7)V99.
           05  WS-CUR-STATUS-CODE  PIC 9.
           05  WS-CUR-HIRE-DATE    PIC 9(8).
           05  WS-CUR-TERM-DATE    PIC 9(8).
           05  WS-CUR-DEPARTMENT   PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE JRNL-AFT-LASTNAME  TO EMP-LASTNAME
           MOVE JRNL-AFT-PHONE     TO EMP-PHONE
           MOVE JRNL-AFT-EMAIL     TO EMP-EMAIL
           MOVE JRNL-AFT-SALARY    TO EMP-SALARY
           MOVE JRNL-AFT-STATUS-CODE TO EMP-STATUS-CODE
           MOVE JRNL-AFT-HIRE-DATE TO EMP-HIRE-DATE
           MOVE JRNL-AFT-TERM-DATE TO EMP-TERM-DATE
           MOVE JRNL-AFT-DEPARTMENT TO EMP-DEPARTMENT.

      * Vorher-Bild im Journal gegen den aktuellen Satz pruefen -
      * eine Abweichung heisst, dass Sicherung und Journal nicht
           MOVE EMP-PHONE     TO WS-CUR-PHONE
           MOVE EMP-EMAIL     TO WS-CUR-EMAIL
           MOVE EMP-SALARY    TO WS-CUR-SALARY
           MOVE EMP-STATUS-CODE TO WS-CUR-STATUS-CODE
           MOVE EMP-HIRE-DATE TO WS-CUR-HIRE-DATE
           MOVE EMP-TERM-DATE TO WS-CUR-TERM-DATE
           MOVE EMP-DEPARTMENT TO WS-CUR-DEPARTMENT
           IF WS-CURRENT-IMAGE NOT = JRNL-BEFORE-IMAGE
               DISPLAY "WARNUNG: VORHER-BILD WEICHT AB FUER EMP-ID "
                   JRNL-BEF-EMP-ID
