      >>SOURCE FORMAT FREE
identification division.
program-id. stalecheck.

*> finds stations whose compliance determination describes a
*> configuration that no longer exists. every master change
*> (bandmaint, bandbatch, susprecycle write bandaudit.log), every
*> boundary, pattern or schedule change (sidemaint writes
*> sideaudit.log) and every change to the survey readings, sign
*> register and personnel roster the report prints against
*> (survaudit.log, signaudit.log, rostaudit.log) carries a
*> yyyymmddhhmmss stamp, as does every equipment catalog change
*> (catmaint writes cataudit.log), which counts against each
*> station with a band running through the changed item; every
*> evaluation leaves history.log lines stamped with the run's
*> start. for each station on the master the latest evaluation is
*> set against the changes made since, and any station with a
*> change after its last evaluation - or with no evaluation at all
*> - is listed with the changed records and the days it has been
*> out of date. the stale station ids also go to stalelist.dat, one
*> per line, for the overnight job to feed into selective re-runs.
*> return code 0 when every station is current, 4 when any is stale
*> or never evaluated (file errors stop with 12).

environment division.
input-output section.
file-control.
    select master-file assign to "data/stationband.mst"
        organization is indexed
        access is dynamic
        record key is band-key
        file status is master-file-status.
    select history-file assign to "data/history.log"
        organization is line sequential
        file status is history-file-status.
    select band-audit-file assign to "data/bandaudit.log"
        organization is line sequential
        file status is band-audit-status.
    select side-audit-file assign to "data/sideaudit.log"
        organization is line sequential
        file status is side-audit-status.
    select survey-audit-file assign to "data/survaudit.log"
        organization is line sequential
        file status is survey-audit-status.
    select sign-audit-file assign to "data/signaudit.log"
        organization is line sequential
        file status is sign-audit-status.
    select roster-audit-file assign to "data/rostaudit.log"
        organization is line sequential
        file status is roster-audit-status.
    select catalog-audit-file assign to "data/cataudit.log"
        organization is line sequential
        file status is catalog-audit-status.
    select stale-report-file assign to "data/stale.rpt"
        organization is line sequential
        file status is stale-report-status.
    select stale-list-file assign to "data/stalelist.dat"
        organization is line sequential
        file status is stale-list-status.

data division.
file section.
fd  master-file.
    copy bandrec.

*> detail lines carry the station in columns 12-21; reject and
*> exempt markers carry it in 30-39 behind the marker word. both
*> carry the run stamp in 82-95 - lines written before the stamp
*> was added have blanks there and fall back to the run date.
fd  history-file.
01 history-in-line.
   05 hin-run-date     pic x(10).
   05 filler           pic x(1).
   05 hin-station      pic x(10).
   05 filler           pic x(1).
   05 hin-marker       pic x(7).
   05 hin-mark-station pic x(10).
   05 filler           pic x(42).
   05 hin-run-stamp    pic x(14).
   05 filler           pic x(5).

fd  band-audit-file.
01 band-audit-line.
   05 bain-stamp   pic x(14).
   05 filler       pic x(1).
   05 bain-oper    pic x(3).
   05 filler       pic x(1).
   05 bain-action  pic x(1).
   05 filler       pic x(1).
   05 bain-before  pic x(53).
   05 bain-before-fields redefines bain-before.
      10 bain-before-station pic x(10).
      10 filler              pic x(43).
   05 filler       pic x(1).
   05 bain-after   pic x(53).
   05 bain-after-fields redefines bain-after.
      10 bain-after-station pic x(10).
      10 filler             pic x(43).
   05 filler       pic x(2).

fd  side-audit-file.
01 side-audit-line.
   05 sain-stamp  pic x(14).
   05 filler      pic x(1).
   05 sain-oper   pic x(3).
   05 filler      pic x(1).
   05 sain-file   pic x(1).
   05 sain-action pic x(1).
   05 filler      pic x(1).
   05 sain-before pic x(17).
   05 sain-before-fields redefines sain-before.
      10 sain-before-station pic x(10).
      10 filler              pic x(7).
   05 filler      pic x(1).
   05 sain-after  pic x(17).
   05 sain-after-fields redefines sain-after.
      10 sain-after-station pic x(10).
      10 filler             pic x(7).
   05 filler      pic x(23).

*> the register audits share one shape - stamp, operator, action,
*> then before and after images of the register's record length -
*> and are read into register-audit-line to be taken apart there.
fd  survey-audit-file.
01 survey-audit-in pic x(250).

fd  sign-audit-file.
01 sign-audit-in pic x(250).

fd  roster-audit-file.
01 roster-audit-in pic x(250).

*> catalog images carry no station - the item key (kind then id)
*> leads each one, and the stations come from the master's bands.
fd  catalog-audit-file.
01 catalog-audit-line.
   05 cain-stamp   pic x(14).
   05 filler       pic x(1).
   05 cain-oper    pic x(3).
   05 filler       pic x(1).
   05 cain-action  pic x(1).
   05 filler       pic x(1).
   05 cain-before  pic x(119).
   05 cain-before-fields redefines cain-before.
      10 cain-before-key pic x(9).
      10 filler          pic x(110).
   05 filler       pic x(1).
   05 cain-after   pic x(119).
   05 cain-after-fields redefines cain-after.
      10 cain-after-key  pic x(9).
      10 filler          pic x(110).

fd  stale-report-file.
01 stale-line pic x(100).

fd  stale-list-file.
01 stale-list-record.
   05 stl-station pic x(10).

working-storage section.
01 master-file-status  pic x(2).
01 history-file-status pic x(2).
01 band-audit-status   pic x(2).
01 side-audit-status   pic x(2).
01 survey-audit-status pic x(2).
01 sign-audit-status   pic x(2).
01 roster-audit-status pic x(2).
01 catalog-audit-status pic x(2).
01 stale-report-status pic x(2).
01 stale-list-status   pic x(2).

01 master-eof-switch pic x(1) value 'N'.
   88 master-eof value 'Y'.
01 history-eof-switch pic x(1) value 'N'.
   88 history-eof value 'Y'.
01 band-audit-eof-switch pic x(1) value 'N'.
   88 band-audit-eof value 'Y'.
01 side-audit-eof-switch pic x(1) value 'N'.
   88 side-audit-eof value 'Y'.
01 register-eof-switch pic x(1) value 'N'.
   88 register-eof value 'Y'.
01 catalog-audit-eof-switch pic x(1) value 'N'.
   88 catalog-audit-eof value 'Y'.

01 register-audit-line pic x(250).
01 register-kind-switch pic x(1) value spaces.
   88 register-is-survey value 'S'.
   88 register-is-sign   value 'G'.
   88 register-is-roster value 'R'.
01 register-image-len  pic 9(3).
01 register-after-pos  pic 9(3).
01 register-source     pic x(9).
01 register-before-station pic x(10).
01 register-after-station  pic x(10).

*> the register layouts, held only so each audit image is split at
*> its record's own length.
    copy svyrec.
    copy sgnrec.
    copy rosrec.

*> one entry per master station: its latest evaluation stamp, and
*> from the audit logs its latest change of all, plus the earliest
*> change made after that evaluation with a count of them. a
*> station short of an entry would silently never be judged, so a
*> full table stops the run rather than carrying on.
01 station-count pic 9(3) value 0.
01 station-table.
   05 station-entry occurs 200 times.
      10 sttab-station      pic x(10).
      10 sttab-last-eval    pic x(14).
      10 sttab-first-change pic x(14).
      10 sttab-last-change  pic x(14).
      10 sttab-change-count pic 9(4).
01 station-sub   pic 9(3).
01 station-match pic 9(3).

*> which station runs which catalog item: one entry per station and
*> item, built from the master's bands, so a catalog change is
*> charged to every station using the item. as with the station
*> table, a full table stops the run.
01 usage-count pic 9(3) value 0.
01 usage-table.
   05 usage-entry occurs 400 times.
      10 utab-station pic x(10).
      10 utab-key     pic x(9).
01 usage-sub   pic 9(3).
01 usage-match pic 9(3).
01 look-key    pic x(9).

01 look-station pic x(10).
01 look-stamp   pic x(14).

01 eval-stamp-work pic x(14).
01 date-work-x     pic x(10).

01 today-date      pic 9(8).
01 change-date     pic 9(8).
01 days-stale      pic 9(5).

01 stale-count     pic 9(3) value 0.
01 never-count     pic 9(3) value 0.
01 current-count   pic 9(3) value 0.
01 listed-changes  pic 9(4) value 0.

01 current-date-time pic x(21).
01 run-date-display  pic x(10).

01 stale-heading-1.
   05 filler pic x(12) value spaces.
   05 filler pic x(56) value
      "STALE EVALUATION REPORT - INPUTS CHANGED SINCE LAST RUN".

01 stale-heading-2.
   05 filler         pic x(10) value "RUN DATE: ".
   05 stl-run-date   pic x(10).

01 stale-column-heads.
   05 filler pic x(100) value
      "STATION    LAST EVALUATED  LAST CHANGED    FIRST CHANGE AFTER  CHANGES  DAYS STALE  STATUS".

01 stale-station-line.
   05 sts-station     pic x(10).
   05 filler          pic x(1)  value spaces.
   05 sts-last-eval   pic x(14).
   05 filler          pic x(2)  value spaces.
   05 sts-last-change pic x(14).
   05 filler          pic x(2)  value spaces.
   05 sts-first-change pic x(14).
   05 filler          pic x(9)  value spaces.
   05 sts-changes     pic zzz9.
   05 filler          pic x(7)  value spaces.
   05 sts-days        pic x(5).
   05 filler          pic x(2)  value spaces.
   05 sts-status      pic x(16).

01 stale-change-line.
   05 filler          pic x(4)  value spaces.
   05 stc-source      pic x(9).
   05 filler          pic x(1)  value spaces.
   05 stc-stamp       pic x(14).
   05 filler          pic x(2)  value spaces.
   05 stc-oper        pic x(3).
   05 filler          pic x(2)  value spaces.
   05 stc-action      pic x(1).
   05 filler          pic x(2)  value spaces.
   05 stc-image       pic x(53).

01 days-disp pic zzzz9.

01 stale-total-line.
   05 filler       pic x(2)  value spaces.
   05 stt-label    pic x(24).
   05 stt-value    pic zz9.

procedure division.
main-procedure.
       perform set-run-date
       perform load-master-stations
       perform scan-history-log
       perform scan-band-audit-log
       perform scan-side-audit-log
       perform scan-register-audit-logs
       perform scan-catalog-audit-log
       perform open-stale-files
       perform write-stale-heading
       perform write-station-status
           varying station-sub from 1 by 1 until station-sub > station-count
       perform write-stale-totals
       close stale-report-file
       close stale-list-file
       display "stalecheck: " stale-count " stale, " never-count
           " never evaluated, " current-count " current"
       if stale-count > 0 or never-count > 0
           move 4 to return-code
       end-if
       stop run.

set-run-date.
       move function current-date to current-date-time
       move current-date-time(5:2) to run-date-display(1:2)
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4)
       move current-date-time(1:8) to today-date.

load-master-stations.
       open input master-file
       if master-file-status not = "00"
           display "unable to open master file, status " master-file-status
           display "run bandload to build it from the source file"
           move 12 to return-code
           stop run
       end-if
       move 0 to station-count
       move 'N' to master-eof-switch
       perform read-master-record
       perform store-master-station until master-eof
       close master-file.

read-master-record.
       read master-file next record
           at end move 'Y' to master-eof-switch
       end-read.

store-master-station.
*> the master is in station order, so a station's bands arrive
*> together and a new entry starts at each break.
       if station-count = 0 or
          band-station-id not = sttab-station(station-count)
           if station-count >= 200
               display "station table full at 200 - stale check not complete"
               close master-file
               move 12 to return-code
               stop run
           end-if
           add 1 to station-count
           move band-station-id to sttab-station(station-count)
           move spaces to sttab-last-eval(station-count)
           move spaces to sttab-first-change(station-count)
           move spaces to sttab-last-change(station-count)
           move 0 to sttab-change-count(station-count)
       end-if
       move 'A' to look-key(1:1)
       move band-antenna-id to look-key(2:8)
       perform add-usage-entry
       move 'T' to look-key(1:1)
       move band-xmtr-id to look-key(2:8)
       perform add-usage-entry
       perform read-master-record.

add-usage-entry.
       move band-station-id to look-station
       perform find-usage-entry
       if usage-match = 0
           if usage-count >= 400
               display "catalog usage table full at 400 - stale check not complete"
               close master-file
               move 12 to return-code
               stop run
           end-if
           add 1 to usage-count
           move band-station-id to utab-station(usage-count)
           move look-key        to utab-key(usage-count)
       end-if.

find-usage-entry.
       move 0 to usage-match
       perform scan-usage-entry
           varying usage-sub from 1 by 1 until usage-sub > usage-count.

scan-usage-entry.
       if utab-station(usage-sub) = look-station and
          utab-key(usage-sub) = look-key
           move usage-sub to usage-match
       end-if.

find-station-entry.
       move 0 to station-match
       perform scan-station-entry
           varying station-sub from 1 by 1 until station-sub > station-count.

scan-station-entry.
       if sttab-station(station-sub) = look-station
           move station-sub to station-match
       end-if.

scan-history-log.
*> no history log just means nothing has been evaluated yet.
       move 'N' to history-eof-switch
       open input history-file
       if history-file-status = "00"
           perform read-history-line
           perform bank-evaluation-stamp until history-eof
           close history-file
       end-if.

read-history-line.
       read history-file
           at end move 'Y' to history-eof-switch
       end-read.

bank-evaluation-stamp.
       move spaces to look-station
       if hin-station not = spaces
           move hin-station to look-station
       else
           if hin-marker = "REJECT " or hin-marker = "EXEMPT "
               move hin-mark-station to look-station
           end-if
       end-if
       if look-station not = spaces
           perform derive-evaluation-stamp
           perform find-station-entry
           if station-match > 0 and
              eval-stamp-work > sttab-last-eval(station-match)
               move eval-stamp-work to sttab-last-eval(station-match)
           end-if
       end-if
       perform read-history-line.

derive-evaluation-stamp.
*> an unstamped line only knows its run date; taking the start of
*> that day means a change made the same day counts as after it,
*> which errs toward re-running.
       if hin-run-stamp not = spaces
           move hin-run-stamp to eval-stamp-work
       else
           move hin-run-date to date-work-x
           move date-work-x(7:4) to eval-stamp-work(1:4)
           move date-work-x(1:2) to eval-stamp-work(5:2)
           move date-work-x(4:2) to eval-stamp-work(7:2)
           move "000000"         to eval-stamp-work(9:6)
       end-if.

scan-band-audit-log.
       move 'N' to band-audit-eof-switch
       open input band-audit-file
       if band-audit-status = "00"
           perform read-band-audit-line
           perform bank-band-audit-change until band-audit-eof
           close band-audit-file
       end-if.

read-band-audit-line.
       read band-audit-file
           at end move 'Y' to band-audit-eof-switch
       end-read.

bank-band-audit-change.
*> the changed station sits in the before-image, or in the
*> after-image for an add.
       if bain-before-station not = spaces
           move bain-before-station to look-station
       else
           move bain-after-station to look-station
       end-if
       move bain-stamp to look-stamp
       perform bank-change
       perform read-band-audit-line.

scan-side-audit-log.
       move 'N' to side-audit-eof-switch
       open input side-audit-file
       if side-audit-status = "00"
           perform read-side-audit-line
           perform bank-side-audit-change until side-audit-eof
           close side-audit-file
       end-if.

read-side-audit-line.
       read side-audit-file
           at end move 'Y' to side-audit-eof-switch
       end-read.

bank-side-audit-change.
       if sain-before-station not = spaces
           move sain-before-station to look-station
       else
           move sain-after-station to look-station
       end-if
       move sain-stamp to look-stamp
       perform bank-change
       perform read-side-audit-line.

bank-change.
*> a change to a station no longer on the master has nothing left
*> to re-evaluate; only master stations are judged.
       perform find-station-entry
       if station-match > 0
           if look-stamp > sttab-last-change(station-match)
               move look-stamp to sttab-last-change(station-match)
           end-if
           if look-stamp > sttab-last-eval(station-match)
               add 1 to sttab-change-count(station-match)
               if sttab-first-change(station-match) = spaces or
                  look-stamp < sttab-first-change(station-match)
                   move look-stamp to sttab-first-change(station-match)
               end-if
           end-if
       end-if.

scan-register-audit-logs.
*> survey readings, sign register entries and roster entries,
*> each image its record's length and starting with the station.
       move 'S' to register-kind-switch
       move function length(survey-record) to register-image-len
       move 'N' to register-eof-switch
       open input survey-audit-file
       if survey-audit-status = "00"
           perform read-survey-audit-line
           perform bank-register-change until register-eof
           close survey-audit-file
       end-if
       move 'G' to register-kind-switch
       move function length(sign-record) to register-image-len
       move 'N' to register-eof-switch
       open input sign-audit-file
       if sign-audit-status = "00"
           perform read-sign-audit-line
           perform bank-register-change until register-eof
           close sign-audit-file
       end-if
       move 'R' to register-kind-switch
       move function length(roster-record) to register-image-len
       move 'N' to register-eof-switch
       open input roster-audit-file
       if roster-audit-status = "00"
           perform read-roster-audit-line
           perform bank-register-change until register-eof
           close roster-audit-file
       end-if.

read-survey-audit-line.
       read survey-audit-file into register-audit-line
           at end move 'Y' to register-eof-switch
       end-read.

read-sign-audit-line.
       read sign-audit-file into register-audit-line
           at end move 'Y' to register-eof-switch
       end-read.

read-roster-audit-line.
       read roster-audit-file into register-audit-line
           at end move 'Y' to register-eof-switch
       end-read.

read-register-audit-line.
       if register-is-survey
           perform read-survey-audit-line
       else
           if register-is-sign
               perform read-sign-audit-line
           else
               perform read-roster-audit-line
           end-if
       end-if.

split-register-audit-line.
       compute register-after-pos = 23 + register-image-len
       move register-audit-line(22:10) to register-before-station
       move register-audit-line(register-after-pos:10)
           to register-after-station.

bank-register-change.
       perform split-register-audit-line
       if register-before-station not = spaces
           move register-before-station to look-station
       else
           move register-after-station to look-station
       end-if
       move register-audit-line(1:14) to look-stamp
       perform bank-change
       perform read-register-audit-line.

scan-catalog-audit-log.
*> no catalog audit just means the catalog has not been changed.
       move 'N' to catalog-audit-eof-switch
       open input catalog-audit-file
       if catalog-audit-status = "00"
           perform read-catalog-audit-line
           perform bank-catalog-audit-change until catalog-audit-eof
           close catalog-audit-file
       end-if.

read-catalog-audit-line.
       read catalog-audit-file
           at end move 'Y' to catalog-audit-eof-switch
       end-read.

bank-catalog-audit-change.
       if cain-before-key not = spaces
           move cain-before-key to look-key
       else
           move cain-after-key to look-key
       end-if
       move cain-stamp to look-stamp
       perform bank-usage-change
           varying usage-sub from 1 by 1 until usage-sub > usage-count
       perform read-catalog-audit-line.

bank-usage-change.
       if utab-key(usage-sub) = look-key
           move utab-station(usage-sub) to look-station
           perform bank-change
       end-if.

open-stale-files.
       open output stale-report-file
       if stale-report-status not = "00"
           display "unable to open stale report, status " stale-report-status
           move 12 to return-code
           stop run
       end-if
       open output stale-list-file
       if stale-list-status not = "00"
           display "unable to open stale list, status " stale-list-status
           move 12 to return-code
           stop run
       end-if.

write-stale-heading.
       move stale-heading-1 to stale-line
       write stale-line
       move run-date-display to stl-run-date
       move stale-heading-2 to stale-line
       write stale-line
       move spaces to stale-line
       write stale-line
       move stale-column-heads to stale-line
       write stale-line.

write-station-status.
       move sttab-station(station-sub) to sts-station
       move sttab-change-count(station-sub) to sts-changes
       move sttab-last-change(station-sub) to sts-last-change
       move spaces to sts-days
       if sttab-last-eval(station-sub) = spaces
           move "NEVER" to sts-last-eval
           add 1 to never-count
           move "NEVER EVALUATED" to sts-status
       else
           move sttab-last-eval(station-sub) to sts-last-eval
           if sttab-change-count(station-sub) > 0
               add 1 to stale-count
               move "STALE - RE-RUN" to sts-status
           else
               add 1 to current-count
               move "CURRENT" to sts-status
           end-if
       end-if
       if sttab-change-count(station-sub) > 0
           move sttab-first-change(station-sub) to sts-first-change
           perform compute-days-stale
       else
           move spaces to sts-first-change
       end-if
       move spaces to stale-line
       write stale-line
       move stale-station-line to stale-line
       write stale-line
       if sttab-last-eval(station-sub) = spaces or
          sttab-change-count(station-sub) > 0
           move sttab-station(station-sub) to stl-station
           write stale-list-record
       end-if
       if sttab-change-count(station-sub) > 0
           perform list-station-changes
       end-if.

compute-days-stale.
*> out of date since the first change made after the last run.
       move sttab-first-change(station-sub)(1:8) to change-date
       compute days-stale = function integer-of-date(today-date)
           - function integer-of-date(change-date)
       move days-stale to days-disp
       move days-disp to sts-days.

list-station-changes.
*> second pass over the audit logs for this station's changed
*> records, so the listing has no table ceiling of its own.
       move sttab-station(station-sub) to look-station
       move 'N' to band-audit-eof-switch
       open input band-audit-file
       if band-audit-status = "00"
           perform read-band-audit-line
           perform list-band-audit-change until band-audit-eof
           close band-audit-file
       end-if
       move 'N' to side-audit-eof-switch
       open input side-audit-file
       if side-audit-status = "00"
           perform read-side-audit-line
           perform list-side-audit-change until side-audit-eof
           close side-audit-file
       end-if
       move 'S' to register-kind-switch
       move function length(survey-record) to register-image-len
       move "SURVEY" to register-source
       move 'N' to register-eof-switch
       open input survey-audit-file
       if survey-audit-status = "00"
           perform read-survey-audit-line
           perform list-register-change until register-eof
           close survey-audit-file
       end-if
       move 'G' to register-kind-switch
       move function length(sign-record) to register-image-len
       move "SIGN" to register-source
       move 'N' to register-eof-switch
       open input sign-audit-file
       if sign-audit-status = "00"
           perform read-sign-audit-line
           perform list-register-change until register-eof
           close sign-audit-file
       end-if
       move 'R' to register-kind-switch
       move function length(roster-record) to register-image-len
       move "ROSTER" to register-source
       move 'N' to register-eof-switch
       open input roster-audit-file
       if roster-audit-status = "00"
           perform read-roster-audit-line
           perform list-register-change until register-eof
           close roster-audit-file
       end-if
       move 'N' to catalog-audit-eof-switch
       open input catalog-audit-file
       if catalog-audit-status = "00"
           perform read-catalog-audit-line
           perform list-catalog-audit-change until catalog-audit-eof
           close catalog-audit-file
       end-if.

list-catalog-audit-change.
       if cain-before-key not = spaces
           move cain-before-key to look-key
       else
           move cain-after-key to look-key
       end-if
       perform find-usage-entry
       if usage-match > 0 and cain-stamp > sttab-last-eval(station-sub)
           move "CATALOG"   to stc-source
           move cain-stamp  to stc-stamp
           move cain-oper   to stc-oper
           move cain-action to stc-action
           if cain-after = spaces
               move cain-before to stc-image
           else
               move cain-after to stc-image
           end-if
           move stale-change-line to stale-line
           write stale-line
           add 1 to listed-changes
       end-if
       perform read-catalog-audit-line.

list-register-change.
       perform split-register-audit-line
       if (register-before-station = look-station or
           (register-before-station = spaces and
            register-after-station = look-station))
          and register-audit-line(1:14) > sttab-last-eval(station-sub)
           move register-source to stc-source
           move register-audit-line(1:14) to stc-stamp
           move register-audit-line(16:3) to stc-oper
           move register-audit-line(20:1) to stc-action
           if register-after-station = spaces
               move register-audit-line(22:53) to stc-image
           else
               move register-audit-line(register-after-pos:53) to stc-image
           end-if
           move stale-change-line to stale-line
           write stale-line
           add 1 to listed-changes
       end-if
       perform read-register-audit-line.

list-band-audit-change.
       if (bain-before-station = look-station or
           (bain-before-station = spaces and bain-after-station = look-station))
          and bain-stamp > sttab-last-eval(station-sub)
           move "MASTER"    to stc-source
           move bain-stamp  to stc-stamp
           move bain-oper   to stc-oper
           move bain-action to stc-action
           if bain-after = spaces
               move bain-before to stc-image
           else
               move bain-after to stc-image
           end-if
           move stale-change-line to stale-line
           write stale-line
           add 1 to listed-changes
       end-if
       perform read-band-audit-line.

list-side-audit-change.
       if (sain-before-station = look-station or
           (sain-before-station = spaces and sain-after-station = look-station))
          and sain-stamp > sttab-last-eval(station-sub)
           if sain-file = 'B'
               move "BOUNDARY" to stc-source
           else
               if sain-file = 'P'
                   move "PATTERN" to stc-source
               else
                   move "SCHEDULE" to stc-source
               end-if
           end-if
           move sain-stamp  to stc-stamp
           move sain-oper   to stc-oper
           move sain-action to stc-action
           move spaces to stc-image
           if sain-after = spaces
               move sain-before to stc-image
           else
               move sain-after to stc-image
           end-if
           move stale-change-line to stale-line
           write stale-line
           add 1 to listed-changes
       end-if
       perform read-side-audit-line.

write-stale-totals.
       move spaces to stale-line
       write stale-line
       move "STATIONS ON MASTER" to stt-label
       move station-count to stt-value
       move stale-total-line to stale-line
       write stale-line
       move "STALE" to stt-label
       move stale-count to stt-value
       move stale-total-line to stale-line
       write stale-line
       move "NEVER EVALUATED" to stt-label
       move never-count to stt-value
       move stale-total-line to stale-line
       write stale-line
       move "CURRENT" to stt-label
       move current-count to stt-value
       move stale-total-line to stale-line
       write stale-line.
