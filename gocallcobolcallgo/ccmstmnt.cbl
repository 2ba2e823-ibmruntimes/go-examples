       COPY CCMASTR.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       COPY CCMSTAUD.
       FD  MAINT-REPORT-FILE
           RECORDING MODE IS F.
       COPY CCSUMRY.
