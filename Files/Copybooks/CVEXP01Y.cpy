      *               vendor needs: the card number, the embossed
      *               name off the card master and the customer's
      *               mailing address off the customer master.
      *               CBAPP01C writes the same layout for the first
      *               plastic on a newly booked account, and CBRPL01C
      *               for the replacement of a lost/stolen card.
      ******************************************************************
       01  EMBOSS-EXTRACT-RECORD.
           05  EMB-CARD-NUM                     PIC X(16).
      * Expiry date of the plastic being replaced, so the vendor's
      * acknowledgement can be tied back to the sweep that cut it.
           05  EMB-OLD-EXPIRY-DATE              PIC X(10).
      * Why the plastic is being cut. Blank on records written
      * before the type was carried is an expiry reissue.
           05  EMB-ISSUE-TYPE                   PIC X(01).
               88  EMB-ISSUE-EXPIRY-REISSUE     VALUES 'E' ' '.
               88  EMB-ISSUE-NEW-ACCOUNT        VALUE 'N'.
               88  EMB-ISSUE-REPLACEMENT        VALUE 'R'.
           05  FILLER                           PIC X(05).
