      *               embossed name. Posting rejects transactions on
      *               blocked/lost or expired cards; a card absent
      *               from the master posts as it always did while
      *               the file is being populated. A lost/stolen card
      *               carries the number of the replacement CBRPL01C
      *               issued for it, so charges still arriving on the
      *               old number can follow the cardholder.
      ******************************************************************
       01  CARD-RECORD.
           05  CARD-NUM                         PIC X(16).
               88  CARD-STATUS-LOST-STOLEN      VALUE 'L'.
           05  CARD-EXPIRY-DATE                 PIC X(10).
           05  CARD-EMBOSSED-NAME               PIC X(50).
           05  CARD-REPLACED-BY-NUM             PIC X(16).
           05  FILLER                           PIC X(07).
