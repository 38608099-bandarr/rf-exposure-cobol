      *> colrec - one co-located licensee source on our station's
      *> tower: the other operator's callsign, frequency in mhz,
      *> erp in watts, antenna height in feet and duty over the 30-
      *> and 6-minute windows.
      *> col-rec-key is the record key of the indexed co-located
      *> file: our station then the other operator's callsign.
       01 colocated-record.
          05 col-rec-key.
             10 col-rec-station-id pic x(10).
             10 col-rec-callsign   pic x(6).
          05 col-rec-freq          pic 9(4)v9(2).
          05 col-rec-erp           pic 9(5).
          05 col-rec-height        pic 9(3).
          05 col-rec-duty30        pic 9(1)v9(2).
          05 col-rec-duty6         pic 9(1)v9(2).
