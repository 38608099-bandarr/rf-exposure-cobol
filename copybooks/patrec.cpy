      *> patrec - one row of a measured/modeled antenna pattern:
      *> the gain in dbi toward one azimuth for a station-band.
      *> pat-rec-key is the record key of the indexed pattern file:
      *> station, band, then azimuth, so a band's rows read back in
      *> order round the circle from a START at azimuth zero.
       01 pattern-record.
          05 pat-rec-key.
             10 pat-rec-station-id pic x(10).
             10 pat-rec-band       pic 9(1).
             10 pat-rec-azimuth    pic 9(3).
          05 pat-rec-gain          pic 9(1)v9(1).
