      *****************************************************************
      * ACCLINE.CPY
      * Print-line layout for the BZHDAC01 right-of-access statement:
      * everything held on one customer, file by file. Each line is a
      * short label followed by the data found; section titles and
      * free lines are built in AX-TEXT-VIEW.
      *****************************************************************
       01  ACCESS-LINE-RECORD.
           05  AX-LABEL                PIC X(14).
           05  AX-TEXT                 PIC X(66).
       01  AX-TEXT-VIEW REDEFINES ACCESS-LINE-RECORD PIC X(80).
