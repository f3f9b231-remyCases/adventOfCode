       05 L-STAT-CUTS PIC 9(8).
       05 L-STAT-GLUES PIC 9(8).
       05 L-STAT-MAXHWM PIC 9(4).
       05 L-STAT-POOLPEAK PIC 9(8).
       05 L-STAT-POOLREUSE PIC 9(8).
       05 L-STAT-POOLEXHAUST PIC 9(4).

01 WS-CALLRC PIC S9(9) COMP-5.
01 WS-COLONPOS PIC 9(3).
