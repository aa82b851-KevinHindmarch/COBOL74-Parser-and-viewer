      * carry spaces and release on the card-plus-amount fallback.
           05  HOLD-AUTH-REF                    PIC X(12).
           05  FILLER                           PIC X(04).
      * Signed-on operator who keyed the authorization.
           05  HOLD-USER-ID                     PIC X(08).
