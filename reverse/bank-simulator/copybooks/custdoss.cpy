      * CUSTDOSS.CPY
      * Record layout for the CUSTOMER-DOSSIER master file, keyed by
      * customer id. One record per applicant "dossier" processed by
      * BZHCOBOL. CD-NOSHOW-COUNT counts the etape 1 appointments the
      * customer failed to attend, as marked by the advisor through
      * BZHRDV01.
      *****************************************************************
       01  CUSTOMER-DOSSIER-RECORD.
           05  CD-CUSTOMER-ID          PIC X(10).
           05  CD-ISSUED-CODE          PIC X(20).
           05  CD-RESUBMIT-COUNT       PIC 9(03).
           05  CD-ADVISOR-ID           PIC X(10).
           05  CD-NOSHOW-COUNT         PIC 9(03).
