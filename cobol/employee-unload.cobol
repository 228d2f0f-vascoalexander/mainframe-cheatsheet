           MOVE EMP-PHONE     TO BKP-PHONE
           MOVE EMP-EMAIL     TO BKP-EMAIL
           MOVE EMP-SALARY    TO BKP-SALARY
           MOVE EMP-STATUS-CODE TO BKP-STATUS-CODE
           MOVE EMP-HIRE-DATE TO BKP-HIRE-DATE
           MOVE EMP-TERM-DATE TO BKP-TERM-DATE
           MOVE EMP-DEPARTMENT TO BKP-DEPARTMENT
           WRITE EMPLOYEE-BACKUP-RECORD
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "FEHLER BEIM SCHREIBEN DER BACKUP-FILE: "
