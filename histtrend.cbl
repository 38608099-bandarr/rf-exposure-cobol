*> distance against the prior run of the same station and band.
*> drift past tolerance gets flagged - a slow swr rise on a band
*> is usually water in the feedline, and this report catches it
*> the week it starts instead of months later. each flagged line
*> is also raised as a finding for the findings register, stamped
*> with the run that logged it so the nightly re-read of the whole
*> history does not post the same drift twice.

environment division.
input-output section.
    select trend-file assign to "data/trend.rpt"
        organization is line sequential
        file status is trend-file-status.
    select findtrans-file assign to "data/findtrans.dat"
        organization is line sequential
        file status is findtrans-file-status.

data division.
file section.
   05 hin-loss-x   pic x(7).
   05 filler       pic x(1).
   05 hin-unctrl-x pic x(7).
   05 filler       pic x(23).
   05 hin-run-stamp pic x(14).

fd  trend-file.
01 trend-line pic x(132).

fd  findtrans-file.
    copy findtran.

working-storage section.
01 history-file-status pic x(2).
01 trend-file-status   pic x(2).
01 findtrans-file-status pic x(2).

01 history-eof-switch pic x(1) value 'N'.
   88 history-eof value 'Y'.
main-procedure.
       perform open-history-file
       perform open-trend-file
       perform open-findtrans-file
       perform write-trend-heading

       perform read-history-line
           stop run
       end-if.

open-findtrans-file.
       open extend findtrans-file
       if findtrans-file-status = "35"
           open output findtrans-file
       end-if
       if findtrans-file-status not = "00"
           display "unable to open findings transactions, status " findtrans-file-status
           move 12 to return-code
           stop run
       end-if.

open-trend-file.
       open output trend-file
       if trend-file-status not = "00"

close-files.
       close history-file
       close trend-file
       close findtrans-file.

write-trend-heading.
       move trend-heading-1 to trend-line

       if line-is-flagged
           add 1 to alert-count
           perform write-drift-finding
       end-if

       move hin-run-date to trd-run-date
       move trend-detail-line to trend-line
       write trend-line.

write-drift-finding.
*> lines logged before the history carried a run stamp count from
*> the start of their run date.
       move spaces to finding-trans-record
       move hin-station to ftr-station
       move "DRF"       to ftr-source
       move hin-band    to ftr-band
       move "DRIFT"     to ftr-item
       move "HISTTREND" to ftr-program
       move 'L'         to ftr-severity
       if hin-run-stamp is numeric
           move hin-run-stamp to ftr-stamp
       else
           move hin-run-date(7:4) to ftr-stamp(1:4)
           move hin-run-date(1:2) to ftr-stamp(5:2)
           move hin-run-date(4:2) to ftr-stamp(7:2)
           move "000000"          to ftr-stamp(9:6)
       end-if
       string "FEEDLINE/ANTENNA DRIFT - " delimited by size
              function trim(trd-flags) delimited by size
           into ftr-description
       end-string
       write finding-trans-record.

write-trend-totals.
       move spaces to trend-line
       write trend-line
