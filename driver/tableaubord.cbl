           05  SCHED-MAXPAR PIC 9(2).
           05  SCHED-TIMEOUT PIC 9(4).
           05  SCHED-RETRY PIC 9(1).
           05  SCHED-REGLE PIC X.
           05  SCHED-JOUR PIC X.
           05  SCHED-DUREE PIC 9(5).
           05  SCHED-ECHEANCE PIC 9(4).

       FD  RUN-LOG-FILE.
       01  LIGNE-JOURNAL PIC X(80).
