      * balance would erode exactly the money the escheatment sweep
      * must remit. Pending-close accounts assess nothing either: a
      * fee would push the balance away from the zero the closure
      * sequence is waiting on and stall it indefinitely. Closed
      * and charged-off accounts fail the active-status test.
           IF END-OF-FILE = 'N'
               ADD 1 TO WS-ACCOUNT-READ-COUNT
               IF ACCT-ACTIVE-STATUS = 'Y'
