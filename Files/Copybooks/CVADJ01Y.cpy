      ******************************************************************
      * Copybook    : CVADJ01Y
      * Application : CardDemo
      * Function    : Manual adjustment record (ADJUSTMENT-FILE),
      *               keyed by account id and the time the adjustment
      *               was keyed. COADJUPC writes it - released at once
      *               when the amount is within the keying operator's
      *               dollar authority, otherwise pending a supervisor
      *               - and CBADJ01C turns released adjustments into
      *               DALYTRAN-FILE records overnight. ADJ-AMT carries
      *               the sign it posts with: credits are negative.
      ******************************************************************
       01  ADJUSTMENT-RECORD.
           05  ADJ-KEY.
               10  ADJ-ACCT-ID                  PIC 9(11).
               10  ADJ-ENTRY-TS                 PIC X(19).
           05  ADJ-CARD-NUM                     PIC X(16).
           05  ADJ-REASON-CD                    PIC X(02).
           05  ADJ-TRAN-TYPE-CD                 PIC X(02).
           05  ADJ-TRAN-CAT-CD                  PIC 9(04).
           05  ADJ-AMT                          PIC S9(09)V99.
           05  ADJ-STATUS                       PIC X(01).
               88  ADJ-PENDING-APPROVAL         VALUE 'P'.
               88  ADJ-RELEASED                 VALUE 'R'.
               88  ADJ-REJECTED                 VALUE 'X'.
               88  ADJ-SENT-TO-POSTING          VALUE 'S'.
           05  ADJ-ENTRY-USER-ID                PIC X(08).
           05  ADJ-ENTRY-TERM-ID                PIC X(04).
           05  ADJ-APPRV-USER-ID                PIC X(08).
           05  ADJ-APPRV-TS                     PIC X(19).
           05  ADJ-RELEASE-DATE                 PIC X(10).
           05  ADJ-DALY-TRAN-ID                 PIC X(16).
           05  ADJ-SENT-DATE                    PIC X(10).
           05  ADJ-MEMO                         PIC X(40).
           05  FILLER                           PIC X(19).
