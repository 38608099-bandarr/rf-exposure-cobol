      *> bndrec - one property-boundary segment: the distance from
      *> the antennas to the lot line in one compass direction, and
      *> whether the ground beyond it is controlled or uncontrolled.
      *> bnd-rec-key is the record key of the indexed boundary file:
      *> station then direction, so one station's segments cluster
      *> and the evaluation can START straight at them.
       01 boundary-record.
          05 bnd-rec-key.
             10 bnd-rec-station-id pic x(10).
             10 bnd-rec-direction  pic x(2).
          05 bnd-rec-distance      pic 9(4).
          05 bnd-rec-area-type     pic x(1).
