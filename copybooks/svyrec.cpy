      *> svyrec - one field-survey reading taken with a meter at an
      *> exposure point: the meter/probe id and its calibration due
      *> date, and the reading - %mpe (P), v/m (E) or mw/cm2 (S).
      *> svy-rec-key is the record key of the indexed survey file:
      *> station, point label, survey date, then the band the probe
      *> was tuned to (0 for a broadband probe), so a point's readings
      *> read back together, oldest first.
       01 survey-record.
          05 svy-rec-key.
             10 svy-rec-station-id pic x(10).
             10 svy-rec-label      pic x(12).
             10 svy-rec-date       pic 9(8).
             10 svy-rec-band       pic 9(1).
          05 svy-rec-meter-id      pic x(10).
          05 svy-rec-cal-due       pic 9(8).
          05 svy-rec-type          pic x(1).
          05 svy-rec-value         pic 9(5)v9(3).
