      *****************************************************************
      *    FXRATE.cpy                                                 *
      *    Daily exchange-rate table record - keyed by currency code  *
      *    and the business date the rate is for.  One record per     *
      *    foreign currency per day, loaded by FxRateLoad from        *
      *    treasury's rate sheet before the night's cycle starts, and *
      *    kept, so a month-end rate can still be read when the month *
      *    is revalued.  The base currency has no record: every       *
      *    amount in the suite without a currency code is in base,    *
      *    and a base amount needs no rate.                           *
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FXR-KEY.
               10  FXR-CURRENCY        PIC X(3).
               10  FXR-RATE-DATE       PIC 9(8).
           05  FXR-DESCRIPTION         PIC X(16).
      *    The middle rate, as base-currency units for one unit of
      *    the currency: a foreign amount times the middle rate is
      *    its base-currency equivalent.
           05  FXR-MID-RATE            PIC 9(4)V9(6).
      *    Treasury's margin either side of the middle rate, as a
      *    percentage: a conversion through this currency is dealt
      *    that much off the middle rate, and the difference is the
      *    shop's income.
           05  FXR-SPREAD-PCT          PIC 9(2)V9(4).
