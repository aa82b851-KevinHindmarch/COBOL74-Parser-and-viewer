      * Date (YYYY-MM-DD) fraud review closed the referral out,
      * stamped by COFRDINC - spaces while still open.
           05  FRQ-REVIEWED-DATE                PIC X(10).
      * Signed-on operator who keyed the referred authorization.
           05  FRQ-USER-ID                      PIC X(08).
           05  FILLER                           PIC X(07).
