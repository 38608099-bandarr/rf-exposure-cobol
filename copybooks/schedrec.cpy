      *> schedrec - one band's logged transmit schedule: minutes
      *> transmitting in the uncontrolled 30-minute averaging window
      *> and in the controlled 6-minute window.
      *> sch-rec-key is the record key of the indexed schedule file:
      *> station then band, so the evaluation reads a band's row
      *> directly by key.
       01 schedule-record.
          05 sch-rec-key.
             10 sch-rec-station-id pic x(10).
             10 sch-rec-band       pic 9(1).
          05 sch-rec-min30         pic 9(2)v9(1).
          05 sch-rec-min6          pic 9(1)v9(1).
