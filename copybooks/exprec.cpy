      *> exprec - one exposure point: a receptor named by its label,
      *> at a horizontal distance, bearing and height from the
      *> station's antennas, classed C (controlled) or U.
      *> exp-rec-key is the record key of the indexed exposure-point
      *> file: station then point label.
       01 exposure-record.
          05 exp-rec-key.
             10 exp-rec-station-id pic x(10).
             10 exp-rec-label      pic x(12).
          05 exp-rec-distance      pic 9(4).
          05 exp-rec-bearing       pic 9(3).
          05 exp-rec-height        pic 9(3).
          05 exp-rec-class         pic x(1).
