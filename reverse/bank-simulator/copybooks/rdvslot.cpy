      *****************************************************************
      * RDVSLOT.CPY
      * Record layout for the RDVCAL appointment calendar, keyed by
      * branch / advisor / date / start time. One record per bookable
      * etape 1 slot opened by the branch through BZHRDV01: free,
      * booked for a customer, or closed; once the date has passed
      * the advisor marks whether the customer attended (P) or did
      * not turn up (N). BZHCOBOL only completes etape 1 on an
      * attended appointment.
      *****************************************************************
       01  APPOINTMENT-SLOT-RECORD.
           05  RV-SLOT-KEY.
               10  RV-BRANCH           PIC X(10).
               10  RV-ADVISOR-ID       PIC X(10).
               10  RV-SLOT-DATE        PIC 9(08).
               10  RV-SLOT-TIME        PIC 9(04).
           05  RV-DURATION-MIN         PIC 9(03).
           05  RV-SLOT-STATUS          PIC X(01).
               88  RV-SLOT-FREE            VALUE "L".
               88  RV-SLOT-BOOKED          VALUE "R".
               88  RV-SLOT-CLOSED          VALUE "F".
           05  RV-CUSTOMER-ID          PIC X(10).
           05  RV-ATTENDANCE           PIC X(01).
               88  RV-ATTENDANCE-UNMARKED  VALUE SPACE.
               88  RV-ATTENDED             VALUE "P".
               88  RV-NO-SHOW              VALUE "N".
           05  RV-BOOKED-DATE          PIC 9(08).
           05  RV-LAST-OPERATOR-ID     PIC X(10).
