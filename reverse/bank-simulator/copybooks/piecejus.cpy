      *****************************************************************
      * PIECEJUS.CPY
      * Record layout for the pieces-justificatives file, keyed by
      * customer id + document type. One record per document the
      * dossier has to supply (piece d'identite, justificatif de
      * domicile, de revenus...), maintained by the branch through
      * BZHPJU01: received, then accepted or refused with a reason.
      * BZHCOBOL only passes etape 2 once every required piece is
      * received and etape 4 once they are all accepted.
      *****************************************************************
       01  SUPPORTING-DOCUMENT-RECORD.
           05  PJ-KEY.
               10  PJ-CUSTOMER-ID      PIC X(10).
               10  PJ-DOC-TYPE         PIC X(04).
           05  PJ-DOC-LABEL            PIC X(30).
           05  PJ-REQUIRED             PIC X(01).
               88  PJ-IS-REQUIRED          VALUE "O".
               88  PJ-IS-OPTIONAL          VALUE "N".
           05  PJ-STATUS               PIC X(01).
               88  PJ-STATUS-EXPECTED      VALUE "E".
               88  PJ-STATUS-RECEIVED      VALUE "R".
               88  PJ-STATUS-ACCEPTED      VALUE "A".
               88  PJ-STATUS-REFUSED       VALUE "X".
           05  PJ-LAST-UPDATE-DATE     PIC 9(08).
           05  PJ-REFUSAL-REASON       PIC X(40).
           05  PJ-LAST-OPERATOR-ID     PIC X(10).
           05  PJ-LAST-LETTER-DATE     PIC 9(08).
