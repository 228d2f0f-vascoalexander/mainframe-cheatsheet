           MOVE BKP-PHONE     TO EMP-PHONE
           MOVE BKP-EMAIL     TO EMP-EMAIL
           MOVE BKP-SALARY    TO EMP-SALARY
           MOVE BKP-STATUS-CODE TO EMP-STATUS-CODE
           MOVE BKP-HIRE-DATE TO EMP-HIRE-DATE
           MOVE BKP-TERM-DATE TO EMP-TERM-DATE
           MOVE BKP-DEPARTMENT TO EMP-DEPARTMENT
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "FEHLER: DOPPELTE EMP-ID IN DER "
