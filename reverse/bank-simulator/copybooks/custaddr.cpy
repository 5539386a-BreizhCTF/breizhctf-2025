      *****************************************************************
      * CUSTADDR.CPY
      * Record layout for the customer postal address file, keyed by
      * customer id. One record per customer, keyed in by the branch
      * through BZHDOS01 (action ADRESSE) and read by every mailing
      * extract. PA-LAST-CHANGE-DATE is only moved when the address
      * really changes, so BZHNPA01 can tell whether it was corrected
      * after a letter came back undelivered.
      *****************************************************************
       01  CUSTOMER-ADDRESS-RECORD.
           05  PA-CUSTOMER-ID          PIC X(10).
           05  PA-ADDRESS-LINE-1       PIC X(30).
           05  PA-ADDRESS-LINE-2       PIC X(30).
           05  PA-POSTCODE             PIC X(05).
           05  PA-CITY                 PIC X(25).
           05  PA-LAST-CHANGE-DATE     PIC 9(08).
           05  PA-LAST-OPERATOR-ID     PIC X(10).
