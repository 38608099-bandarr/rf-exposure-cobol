      *> sgnrec - one entry in the rf warning sign and access-control
      *> register: the sign posting one area of a station - a boundary
      *> segment by direction (kind B) or an exposure point by label
      *> (kind P) - its category (N notice, C caution, W warning),
      *> where it hangs, its install and last inspection dates and
      *> the measure that keeps the public out. sgn-rec-key is the
      *> record key of the indexed register: station, kind, area.
       01 sign-record.
          05 sgn-rec-key.
             10 sgn-rec-station-id pic x(10).
             10 sgn-rec-kind       pic x(1).
             10 sgn-rec-area       pic x(12).
          05 sgn-rec-type          pic x(1).
          05 sgn-rec-location      pic x(20).
          05 sgn-rec-installed     pic 9(8).
          05 sgn-rec-inspected     pic 9(8).
          05 sgn-rec-access        pic x(12).
