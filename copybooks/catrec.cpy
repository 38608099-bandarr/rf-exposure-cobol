      *> catrec - one item in the equipment catalog: an antenna or a
      *> transmitter/amplifier model, entered once and referenced by
      *> id from every station-band that uses it. cat-key is the
      *> record key of the indexed catalog: kind then id, so the
      *> antennas and the transmitters each list together.
       01 catalog-record.
          05 cat-key.
      *> A antenna, T transmitter or amplifier.
             10 cat-kind          pic x(1).
                88 cat-is-antenna     value 'A'.
                88 cat-is-transmitter value 'T'.
             10 cat-id            pic x(8).
          05 cat-model            pic x(20).
          05 cat-detail           pic x(90).
      *> an antenna carries its input power rating in watts, the
      *> name of the manufacturer's pattern sheet, and its gain in
      *> dbi over up to five frequency ranges (mhz) - the gain the
      *> evaluation uses for a band is the one whose range holds the
      *> band's frequency.
          05 cat-antenna-detail redefines cat-detail.
             10 cat-ant-max-power    pic 9(4).
             10 cat-ant-pattern-ref  pic x(12).
             10 cat-ant-gain-entry occurs 5 times.
                15 cat-ant-low-freq  pic 9(4)v9(2).
                15 cat-ant-high-freq pic 9(4)v9(2).
                15 cat-ant-gain      pic 9(1)v9(1).
             10 filler               pic x(4).
      *> a transmitter is R for a radio (transceiver) or A for an
      *> amplifier, with its maximum output in watts for up to five
      *> of the mode codes the evaluation knows; a mode not listed
      *> is one the unit is not rated for.
          05 cat-xmtr-detail redefines cat-detail.
             10 cat-xmtr-class       pic x(1).
                88 cat-xmtr-is-radio     value 'R'.
                88 cat-xmtr-is-amplifier value 'A'.
             10 cat-xmtr-mode-entry occurs 5 times.
                15 cat-xmtr-mode       pic x(2).
                15 cat-xmtr-max-output pic 9(4).
             10 filler               pic x(59).
