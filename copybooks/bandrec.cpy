          05 band-key.
             10 band-station-id   pic x(10).
             10 band-number       pic 9(1).
      *> frequency in mhz, four integer digits so the 1.2 and
      *> 2.4 ghz bands carry without truncation.
          05 band-freq            pic 9(4)v9(2).
          05 band-swr             pic 9(1)v9(2).
      *> band-gaindbi is not keyed: bandmaint and bandbatch copy in
      *> the catalog gain for the band's frequency when the band is
      *> entered, so the audit image shows the figure it was accepted
      *> under, and the evaluation replaces it with the catalog's
      *> current figure before every use.
          05 band-gaindbi         pic 9(1)v9(1).
          05 band-xmtr-power      pic 9(4).
          05 band-feedline-length pic 9(3).
      *> over real ground per oet-65, N for free-space cases).
          05 band-antenna-height  pic 9(3).
          05 band-ground-refl     pic x(1).
      *> the equipment catalog items the band runs through: the
      *> antenna (kind A) and the transmitter or amplifier feeding it
      *> (kind T). band-xmtr-power may not exceed either one's rating.
          05 band-antenna-id      pic x(8).
          05 band-xmtr-id         pic x(8).
