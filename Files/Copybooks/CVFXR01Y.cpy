      ******************************************************************
      * Copybook    : CVFXR01Y
      * Application : CardDemo
      * Function    : Daily FX rate record. Two files share it:
      *               FXRATE-FILE, keyed by the ISO currency code,
      *               holding the latest rate for each currency, and
      *               FXRATE-HIST-FILE, keyed by currency code and
      *               FXR-RATE-DATE, holding the rate in force on
      *               every date. CBFXR01C loads both from the
      *               treasury feed each day. CBTRN02C multiplies a
      *               foreign transaction's original amount by the
      *               history rate for the transaction's own date to
      *               settle it in USD and keeps the applied rate on
      *               the stored transaction. No rate for a currency
      *               and date means its transactions cannot settle
      *               and reject.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FXR-CURRENCY-CD                  PIC X(03).
           05  FXR-RATE-DATE                    PIC X(10).
           05  FXR-USD-RATE                     PIC 9(03)V9(6).
      * How the rate for FXR-RATE-DATE came about: loaded from that
      * day's feed, or the prior rate carried forward because the
      * feed's rate was held for review or the feed had no rate for
      * the currency at all.
           05  FXR-RATE-SOURCE                  PIC X(01).
               88  FXR-RATE-LOADED              VALUE 'L'.
               88  FXR-RATE-CARRIED-FORWARD     VALUE 'C'.
               88  FXR-RATE-HELD-PRIOR-KEPT     VALUE 'H'.
           05  FILLER                           PIC X(17).
