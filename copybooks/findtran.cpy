      *> findtran - one finding as the detecting program raises it,
      *> appended to the findings transaction file for findpost to
      *> carry into the register. ftr-id is built from what was
      *> found and where, never from when, so the same problem seen
      *> on a later run carries the same id and lands on the same
      *> register entry. ftr-band is 0 where the finding belongs to
      *> the station rather than one band; ftr-item names the
      *> boundary direction, exposure point or check within it.
      *> ftr-stamp is when the condition was detected - the run
      *> stamp of the evaluation or history line it came from.
       01 finding-trans-record.
          05 ftr-id.
             10 ftr-station       pic x(10).
             10 ftr-source        pic x(3).
             10 ftr-band          pic 9(1).
             10 ftr-item          pic x(12).
          05 ftr-program          pic x(24).
      *> H - a compliance determination failed; M - the inputs or
      *> their custody trail are in question; L - early warning.
          05 ftr-severity         pic x(1).
          05 ftr-stamp            pic x(14).
          05 ftr-description      pic x(60).
