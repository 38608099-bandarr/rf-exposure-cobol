      *> findrec - one entry in the findings register, keyed by the
      *> finding id the detecting program built (station first, so
      *> one station's findings cluster for the dossier). a repeat
      *> of an open finding bumps its count and last-seen stamp; a
      *> repeat of a closed one reopens the entry, keeping the last
      *> disposition on it so the history of the finding shows.
       01 finding-record.
          05 fnd-id.
             10 fnd-station       pic x(10).
             10 fnd-source        pic x(3).
             10 fnd-band          pic 9(1).
             10 fnd-item          pic x(12).
          05 fnd-program          pic x(24).
          05 fnd-severity         pic x(1).
          05 fnd-description      pic x(60).
          05 fnd-first-seen       pic x(14).
          05 fnd-last-seen        pic x(14).
      *> when the entry last went open - first seen, or reopened.
          05 fnd-opened           pic x(14).
          05 fnd-occurrences      pic 9(4).
          05 fnd-reopen-count     pic 9(3).
      *> O open, A acknowledged and assigned, R reopened after a
      *> closure, C closed with a disposition.
          05 fnd-status           pic x(1).
             88 fnd-is-open          value 'O' 'A' 'R'.
             88 fnd-is-closed        value 'C'.
          05 fnd-assignee         pic x(20).
      *> F fixed, R accepted risk, N false alarm (no fault).
          05 fnd-disposition      pic x(1).
          05 fnd-closed-date      pic 9(8).
          05 fnd-note             pic x(40).
          05 fnd-ack-stamp        pic x(14).
          05 fnd-ack-oper         pic x(3).
