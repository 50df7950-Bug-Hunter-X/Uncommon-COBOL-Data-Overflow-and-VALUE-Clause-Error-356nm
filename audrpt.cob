           05 AUD-DUP-RUN-COUNT          PIC 9(6).
           05 AUD-DUP-PRIOR-COUNT        PIC 9(6).
           05 AUD-CARRYOVER-COUNT        PIC 9(6).
           05 AUD-ADJUST-COUNT           PIC 9(6).

       FD  OPS-REPORT-FILE
           RECORDING MODE IS F.
