      *> rosrec - one person on the trained-personnel roster: role,
      *> rf-safety training and expiry dates, and up to four
      *> controlled areas the person may enter - kind B plus a
      *> boundary direction, kind P plus a point label, or kind A for
      *> every controlled area the station has. ros-rec-key is the
      *> record key of the indexed roster: station then person, so a
      *> station's people read back together.
       01 roster-record.
          05 ros-rec-key.
             10 ros-rec-station-id pic x(10).
             10 ros-rec-person     pic x(20).
          05 ros-rec-role          pic x(12).
          05 ros-rec-trained       pic 9(8).
          05 ros-rec-expires       pic 9(8).
          05 ros-rec-area-list     pic x(52).
          05 ros-rec-areas redefines ros-rec-area-list.
             10 ros-rec-area occurs 4 times.
                15 ros-rec-area-kind pic x(1).
                15 ros-rec-area-id   pic x(12).
