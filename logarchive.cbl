data division.
file section.
fd  history-file.
01 history-line pic x(100).

fd  history-work-file.
01 history-work-line pic x(100).

fd  history-archive-file.
01 history-archive-line pic x(100).

fd  audit-file.
01 audit-line pic x(130).

fd  audit-work-file.
01 audit-work-line pic x(130).

fd  audit-archive-file.
01 audit-archive-line pic x(130).

fd  summary-file.
01 summary-line pic x(80).
   05 seed-entry occurs 100 times.
      10 sdtab-station pic x(10).
      10 sdtab-band    pic x(1).
      10 sdtab-image   pic x(100).
01 seed-sub   pic 9(3).
01 seed-match pic 9(3).


split-history-line.
*> the run date sits in columns 1-10 as MM/DD/YYYY on every line
*> the evaluation writes, detail and reject or exempt marker alike.
       move history-line(7:4) to line-year-x
       if line-year-x is numeric and line-year-x <= cut-year-x
           move history-line to history-archive-line
       if audit-line(22:10) not = spaces
           move audit-line(22:10) to summary-station
       else
           move audit-line(76:10) to summary-station
       end-if
       if summary-station not = spaces
           perform find-summary-entry
