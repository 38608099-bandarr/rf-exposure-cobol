
*> assembles the complete rf exposure evaluation dossier for one
*> station from the files the system already maintains: the
*> current master records with the catalog equipment behind each
*> band, the transmit-schedule basis behind the time averaging,
*> the exemption screen with its threshold math
*> written out, the station's latest section of the compliance
*> report (safe distances, boundary reconciliation with margins,
*> combined-exposure summary), the trained people each controlled
*> area's occupational classification rests on, the
*> change-audit references that custody the inputs, and every
*> finding the register holds against the station with how it
*> was resolved. one formatted document, run on demand
*> by station-id the same way the selective re-run keys in,
*> suitable for printing and signing when the fcc or a neighbour's
*> attorney asks for the evaluation records.
    select report-file assign to "data/compliance.rpt"
        organization is line sequential
        file status is report-file-status.
    select schedule-file assign to "data/xmitsched.mst"
        organization is indexed
        access is dynamic
        record key is sch-rec-key
        file status is schedule-file-status.
    select audit-file assign to "data/bandaudit.log"
        organization is line sequential
    select dossier-file assign to "data/dossier.rpt"
        organization is line sequential
        file status is dossier-file-status.
    select boundary-file assign to "data/boundary.mst"
        organization is indexed
        access is dynamic
        record key is bnd-rec-key
        file status is boundary-file-status.
    select exposure-file assign to "data/exppoint.mst"
        organization is indexed
        access is dynamic
        record key is exp-rec-key
        file status is exposure-file-status.
    select roster-file assign to "data/roster.mst"
        organization is indexed
        access is dynamic
        record key is ros-rec-key
        file status is roster-file-status.
    select roster-audit-file assign to "data/rostaudit.log"
        organization is line sequential
        file status is roster-audit-status.
    select findings-file assign to "data/findings.mst"
        organization is indexed
        access is dynamic
        record key is fnd-id
        file status is findings-file-status.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.
    select catalog-audit-file assign to "data/cataudit.log"
        organization is line sequential
        file status is catalog-audit-status.

data division.
file section.
    copy bandrec.

fd  report-file.
01 report-line pic x(100).

fd  schedule-file.
    copy schedrec.

fd  audit-file.
01 audit-in-line.
   05 filler      pic x(1).
   05 ain-action  pic x(1).
   05 filler      pic x(1).
   05 ain-before  pic x(53).
   05 ain-before-fields redefines ain-before.
      10 ain-before-station pic x(10).
      10 ain-before-band    pic x(1).
      10 filler             pic x(42).
   05 filler      pic x(1).
   05 ain-after   pic x(53).
   05 ain-after-fields redefines ain-after.
      10 ain-after-station pic x(10).
      10 ain-after-band    pic x(1).
      10 filler            pic x(42).

fd  side-audit-file.
01 side-audit-line.
fd  dossier-file.
01 dossier-line pic x(100).

fd  boundary-file.
    copy bndrec.

fd  exposure-file.
    copy exprec.

fd  roster-file.
    copy rosrec.

fd  roster-audit-file.
01 roster-audit-line.
   05 rain-stamp   pic x(14).
   05 filler       pic x(1).
   05 rain-oper    pic x(3).
   05 filler       pic x(1).
   05 rain-action  pic x(1).
   05 filler       pic x(1).
   05 rain-before  pic x(110).
   05 rain-before-fields redefines rain-before.
      10 rain-before-station pic x(10).
      10 rain-before-person  pic x(20).
      10 filler              pic x(80).
   05 filler       pic x(1).
   05 rain-after   pic x(110).
   05 rain-after-fields redefines rain-after.
      10 rain-after-station pic x(10).
      10 rain-after-person  pic x(20).
      10 filler             pic x(80).

fd  findings-file.
    copy findrec.

fd  catalog-file.
    copy catrec.

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
      10 cain-before-key   pic x(9).
      10 cain-before-model pic x(20).
      10 filler            pic x(90).
   05 filler       pic x(1).
   05 cain-after   pic x(119).
   05 cain-after-fields redefines cain-after.
      10 cain-after-key    pic x(9).
      10 cain-after-model  pic x(20).
      10 filler            pic x(90).

working-storage section.
01 station-band-status pic x(2).
01 report-file-status  pic x(2).
01 audit-file-status   pic x(2).
01 side-audit-status   pic x(2).
01 dossier-file-status pic x(2).
01 boundary-file-status pic x(2).
01 exposure-file-status pic x(2).
01 roster-file-status  pic x(2).
01 roster-audit-status pic x(2).
01 findings-file-status pic x(2).
01 catalog-file-status pic x(2).
01 catalog-audit-status pic x(2).

copy fdlntbl.

   88 audit-eof value 'Y'.
01 side-audit-eof-switch pic x(1) value 'N'.
   88 side-audit-eof value 'Y'.
01 boundary-eof-switch pic x(1) value 'N'.
   88 boundary-eof value 'Y'.
01 exposure-eof-switch pic x(1) value 'N'.
   88 exposure-eof value 'Y'.
01 roster-eof-switch pic x(1) value 'N'.
   88 roster-eof value 'Y'.
01 roster-audit-eof-switch pic x(1) value 'N'.
   88 roster-audit-eof value 'Y'.
01 findings-eof-switch pic x(1) value 'N'.
   88 findings-eof value 'Y'.

01 keep-section-switch pic x(1) value 'N'.
   88 keeping-section value 'Y'.
01 sched-lines  pic 9(2) value 0.
01 audit-lines  pic 9(4) value 0.
01 side-audit-lines pic 9(4) value 0.
01 roster-audit-lines pic 9(4) value 0.
01 catalog-audit-lines pic 9(4) value 0.
01 catalog-audit-eof-switch pic x(1) value 'N'.
   88 catalog-audit-eof value 'Y'.
01 report-lines pic 9(4) value 0.
01 finding-lines pic 9(4) value 0.
01 finding-disp-text pic x(13).

*> the schedule file is read by key: the station's rows for the
*> basis section, one band's row for the exemption screen. a file
*> not built yet just means no logged schedules.
01 schedule-file-switch pic x(1) value 'N'.
   88 schedule-file-open value 'Y'.

01 mode-found-switch pic x(1) value 'N'.
   88 mode-was-found value 'Y'.

*> the equipment catalog the bands reference, read by key as the
*> evaluation run reads it: the gain shown and screened is the
*> catalog's current figure for the band's frequency. the items
*> the station's bands run through are kept so the audit section
*> can name the catalog changes behind them.
01 catalog-file-switch pic x(1) value 'N'.
   88 catalog-file-open value 'Y'.
01 antenna-found-switch      pic x(1) value 'N'.
   88 antenna-was-found      value 'Y'.
01 antenna-gain-found-switch pic x(1) value 'N'.
   88 antenna-gain-was-found value 'Y'.
01 xmtr-found-switch         pic x(1) value 'N'.
   88 xmtr-was-found         value 'Y'.
01 xmtr-mode-found-switch    pic x(1) value 'N'.
   88 xmtr-mode-was-found    value 'Y'.
01 antenna-rating pic 9(4).
01 antenna-model  pic x(20).
01 antenna-pattern-ref pic x(12).
01 xmtr-rating    pic 9(4).
01 xmtr-model     pic x(20).
01 catalog-sub    pic 9(1).
01 rating-disp    pic zzz9.
01 equip-count pic 9(2) value 0.
01 equip-table.
   05 equip-entry occurs 18 times.
      10 eqtab-key pic x(9).
01 equip-sub   pic 9(2).
01 equip-match pic 9(2).
01 look-equip-key pic x(9).

01 duty-cycle  pic 9(1)v9(2).
01 per-30      pic 9(1)v9(2).
01 avg-factor-unctrl pic 9(1)v9(4).
01 erp-gain    pic 9(2)v9(4).
01 exempt-erp  pic 9(5)v9(2).

*> the 47 cfr 1.1310 table 1 row the evaluation prices the band
*> against, re-derived the way the evaluation run derives it.
01 mpe-limit-s   pic 9(4)v9(4).
01 mpe-limit-c   pic 9(4)v9(4).
01 mpe-row-label pic x(11).
01 mpe-row-basis pic x(20).

*> the station's trained people, read by key for each controlled
*> area so every one of them is set against it: kind A covers
*> every controlled area, B and P name one boundary direction or
*> exposure point. an area whose people have all lapsed - or that
*> has nobody - rests on an unsupported occupational
*> classification, as the evaluation run flags it.
01 roster-file-switch pic x(1) value 'N'.
   88 roster-file-open value 'Y'.
01 roster-area-sub pic 9(1).
01 roster-cover-switch pic x(1) value 'N'.
   88 roster-person-covers value 'Y'.
01 roster-current-count pic 9(3).
01 roster-lapsed-count  pic 9(3).
01 roster-count-disp    pic zz9.
01 controlled-area-count pic 9(3).
01 area-look-kind pic x(1).
01 area-look-area pic x(12).
01 expiry-warning-days pic 9(3) value 060.
01 days-left pic s9(7).
01 today-date pic 9(8).
01 date-work  pic 9(8).
01 date-parts redefines date-work.
   05 date-yyyy pic 9(4).
   05 date-mm   pic 9(2).
   05 date-dd   pic 9(2).
01 date-disp  pic x(10).

01 current-date-time pic x(21).
01 run-date-display  pic x(10).

   05 filler         pic x(5) value "BAND ".
   05 dos-band       pic 9(1).
   05 filler         pic x(7) value "  FREQ ".
   05 dos-freq       pic zzz9.99.
   05 filler         pic x(6) value "  SWR ".
   05 dos-swr        pic z9.99.
   05 filler         pic x(7) value "  GAIN ".
   05 dos-mode       pic x(2).
   05 filler         pic x(6) value "  HGT ".
   05 dos-height     pic zz9.
   05 filler         pic x(9)  value " FT REFL ".
   05 dos-refl       pic x(1).

01 dossier-equip-line.
   05 filler         pic x(9)  value spaces.
   05 dos-eqp-kind   pic x(8).
   05 dos-eqp-id     pic x(8).
   05 filler         pic x(2)  value spaces.
   05 dos-eqp-model  pic x(20).
   05 filler         pic x(2)  value spaces.
   05 dos-eqp-detail pic x(51).

01 dos-min30-disp pic z9.9.
01 dos-min6-disp  pic 9.9.

   05 filler        pic x(15) value "DETERMINATION: ".
   05 dos-exm-det   pic x(40).

01 dossier-mpe-line.
   05 filler        pic x(11) value spaces.
   05 filler        pic x(14) value "MPE LIMIT ROW ".
   05 dos-mpe-row   pic x(11).
   05 filler        pic x(9)  value "  UNCTRL ".
   05 dos-mpe-s     pic zz9.9999.
   05 filler        pic x(7)  value "  CTRL ".
   05 dos-mpe-c     pic zz9.9999.
   05 filler        pic x(9)  value " MW/CM2  ".
   05 dos-mpe-basis pic x(20).

01 dossier-audit-line.
   05 filler        pic x(2)  value spaces.
   05 dos-aud-stamp pic x(14).
   05 filler        pic x(5)  value "BAND ".
   05 dos-aud-band  pic x(1).

01 dossier-cataud-line.
   05 filler         pic x(2)  value spaces.
   05 dos-caud-stamp pic x(14).
   05 filler         pic x(2)  value spaces.
   05 filler         pic x(9)  value "OPERATOR ".
   05 dos-caud-oper  pic x(3).
   05 filler         pic x(2)  value spaces.
   05 filler         pic x(7)  value "ACTION ".
   05 dos-caud-action pic x(1).
   05 filler         pic x(2)  value spaces.
   05 filler         pic x(5)  value "ITEM ".
   05 dos-caud-key   pic x(9).
   05 filler         pic x(2)  value spaces.
   05 dos-caud-model pic x(20).

01 dossier-sideaud-line.
   05 filler         pic x(2)  value spaces.
   05 dos-saud-stamp pic x(14).
   05 filler         pic x(2)  value spaces.
   05 dos-saud-image pic x(17).

01 dossier-area-line.
   05 filler         pic x(2)  value spaces.
   05 dos-area-name  pic x(21).
   05 filler         pic x(1)  value spaces.
   05 dos-area-basis pic x(72).

01 dossier-person-line.
   05 filler         pic x(4)  value spaces.
   05 dos-per-person pic x(20).
   05 filler         pic x(1)  value spaces.
   05 dos-per-role   pic x(12).
   05 filler         pic x(9)  value " TRAINED ".
   05 dos-per-trained pic x(10).
   05 filler         pic x(9)  value " EXPIRES ".
   05 dos-per-expires pic x(10).
   05 filler         pic x(2)  value spaces.
   05 dos-per-status pic x(22).

01 dossier-rosaud-line.
   05 filler         pic x(2)  value spaces.
   05 dos-raud-stamp pic x(14).
   05 filler         pic x(2)  value spaces.
   05 filler         pic x(9)  value "OPERATOR ".
   05 dos-raud-oper  pic x(3).
   05 filler         pic x(2)  value spaces.
   05 filler         pic x(7)  value "ACTION ".
   05 dos-raud-action pic x(1).
   05 filler         pic x(2)  value spaces.
   05 dos-raud-person pic x(20).

01 dossier-find-line-1.
   05 filler         pic x(2)  value spaces.
   05 dos-fnd-source pic x(3).
   05 filler         pic x(6)  value " BAND ".
   05 dos-fnd-band   pic 9(1).
   05 filler         pic x(2)  value spaces.
   05 dos-fnd-item   pic x(12).
   05 filler         pic x(5)  value " SEV ".
   05 dos-fnd-sev    pic x(1).
   05 filler         pic x(2)  value spaces.
   05 dos-fnd-desc   pic x(60).

01 dossier-find-line-2.
   05 filler         pic x(6)  value spaces.
   05 filler         pic x(11) value "FIRST SEEN ".
   05 dos-fnd-first  pic x(10).
   05 filler         pic x(12) value "  LAST SEEN ".
   05 dos-fnd-last   pic x(10).
   05 filler         pic x(8)  value "  TIMES ".
   05 dos-fnd-times  pic zzz9.
   05 filler         pic x(11) value "  REOPENED ".
   05 dos-fnd-reopen pic zz9.

01 dossier-find-line-3.
   05 filler         pic x(6)  value spaces.
   05 dos-fnd-resolution pic x(90).

01 dossier-sign-line-1 pic x(60) value
   "EVALUATED AND ASSEMBLED FROM THE STATION EVALUATION RECORDS".
01 dossier-sign-line-2 pic x(52) value

       perform set-run-date
       perform open-dossier-file
       perform open-schedule-file
       perform open-catalog-file
       perform write-dossier-title

       perform write-master-section
           display "no records on file for station " dossier-station
           move "NO MASTER RECORDS ON FILE FOR THIS STATION" to dossier-line
           write dossier-line
           perform close-schedule-file
           perform close-catalog-file
           close dossier-file
           move 12 to return-code
           stop run
       perform write-schedule-section
       perform write-exemption-section
       perform write-evaluation-section
       perform write-roster-section
       perform write-audit-section
       perform write-findings-section
       perform write-signature-block

       perform close-schedule-file
       perform close-catalog-file
       close dossier-file
       display "dossier written for " dossier-station
           " (" band-count " bands)"
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4)
       move current-date-time(1:8) to today-date.

open-dossier-file.
       open output dossier-file
       move spaces to dossier-line
       write dossier-line.

open-schedule-file.
       open input schedule-file
       if schedule-file-status = "00"
           move 'Y' to schedule-file-switch
       end-if.

close-schedule-file.
       if schedule-file-open
           close schedule-file
       end-if.

open-catalog-file.
       open input catalog-file
       if catalog-file-status = "00"
           move 'Y' to catalog-file-switch
       end-if.

close-catalog-file.
       if catalog-file-open
           close catalog-file
       end-if.

lookup-band-equipment.
*> an item the catalog does not hold shows as such; the band's gain
*> is the catalog's, or zero when no range holds its frequency.
       move 'N' to antenna-found-switch
       move 'N' to antenna-gain-found-switch
       move 'N' to xmtr-found-switch
       move 'N' to xmtr-mode-found-switch
       move 0 to antenna-rating
       move 0 to xmtr-rating
       move 0 to band-gaindbi
       move spaces to antenna-model
       move spaces to antenna-pattern-ref
       move spaces to xmtr-model
       if catalog-file-open
           move 'A'             to cat-kind
           move band-antenna-id to cat-id
           read catalog-file
               invalid key continue
               not invalid key
                   move 'Y' to antenna-found-switch
                   move cat-model           to antenna-model
                   move cat-ant-pattern-ref to antenna-pattern-ref
                   move cat-ant-max-power   to antenna-rating
                   perform find-antenna-gain
                       varying catalog-sub from 1 by 1 until catalog-sub > 5
           end-read
           move 'T'          to cat-kind
           move band-xmtr-id to cat-id
           read catalog-file
               invalid key continue
               not invalid key
                   move 'Y' to xmtr-found-switch
                   move cat-model to xmtr-model
                   perform find-xmtr-mode-rating
                       varying catalog-sub from 1 by 1 until catalog-sub > 5
           end-read
       end-if.

find-antenna-gain.
       if not antenna-gain-was-found and cat-ant-gain(catalog-sub) > 0
           if band-freq >= cat-ant-low-freq(catalog-sub) and
              band-freq <= cat-ant-high-freq(catalog-sub)
               move cat-ant-gain(catalog-sub) to band-gaindbi
               move 'Y' to antenna-gain-found-switch
           end-if
       end-if.

find-xmtr-mode-rating.
       if cat-xmtr-mode(catalog-sub) = band-mode-code
           move cat-xmtr-max-output(catalog-sub) to xmtr-rating
           move 'Y' to xmtr-mode-found-switch
       end-if.

remember-band-equipment.
       move 'A' to look-equip-key(1:1)
       move band-antenna-id to look-equip-key(2:8)
       perform add-equipment-key
       move 'T' to look-equip-key(1:1)
       move band-xmtr-id to look-equip-key(2:8)
       perform add-equipment-key.

add-equipment-key.
       perform find-equipment-key
       if equip-match = 0 and equip-count < 18
           add 1 to equip-count
           move look-equip-key to eqtab-key(equip-count)
       end-if.

find-equipment-key.
       move 0 to equip-match
       perform scan-equipment-key
           varying equip-sub from 1 by 1 until equip-sub > equip-count.

scan-equipment-key.
       if eqtab-key(equip-sub) = look-equip-key
           move equip-sub to equip-match
       end-if.

write-band-equipment-lines.
       move "ANTENNA " to dos-eqp-kind
       move band-antenna-id to dos-eqp-id
       move antenna-model to dos-eqp-model
       move spaces to dos-eqp-detail
       if not antenna-was-found
           move "NOT IN EQUIPMENT CATALOG" to dos-eqp-detail
       else
           move antenna-rating to rating-disp
           if antenna-gain-was-found
               string "RATED " rating-disp " W  PATTERN "
                   antenna-pattern-ref delimited by size
                   into dos-eqp-detail
               end-string
           else
               string "RATED " rating-disp " W  NO GAIN FOR THIS FREQUENCY"
                   delimited by size
                   into dos-eqp-detail
               end-string
           end-if
       end-if
       move dossier-equip-line to dossier-line
       write dossier-line
       move "XMTR    " to dos-eqp-kind
       move band-xmtr-id to dos-eqp-id
       move xmtr-model to dos-eqp-model
       move spaces to dos-eqp-detail
       if not xmtr-was-found
           move "NOT IN EQUIPMENT CATALOG" to dos-eqp-detail
       else
           if xmtr-mode-was-found
               move xmtr-rating to rating-disp
               string "RATED " rating-disp " W IN " band-mode-code
                   delimited by size
                   into dos-eqp-detail
               end-string
           else
               string "NOT RATED FOR MODE " band-mode-code
                   delimited by size
                   into dos-eqp-detail
               end-string
           end-if
       end-if
       move dossier-equip-line to dossier-line
       write dossier-line.

read-next-schedule.
       read schedule-file next record
           at end move 'Y' to sched-eof-switch
       end-read
       if not sched-eof and sch-rec-station-id not = dossier-station
           move 'Y' to sched-eof-switch
       end-if.

start-at-dossier-station.
       move dossier-station to band-station-id

write-master-band-line.
       add 1 to band-count
       perform lookup-band-equipment
       move band-number          to dos-band
       move band-freq            to dos-freq
       move band-swr             to dos-swr
       move band-ground-refl     to dos-refl
       move dossier-master-line to dossier-line
       write dossier-line
       perform write-band-equipment-lines
       perform remember-band-equipment
       perform read-next-band.

write-schedule-section.
       move "TRANSMIT-SCHEDULE BASIS FOR TIME AVERAGING" to dos-section-hdg
       perform write-section-heading
       move 0 to sched-lines
       move 'Y' to sched-eof-switch
       if schedule-file-open
           move low-values to sch-rec-key
           move dossier-station to sch-rec-station-id
           move 'N' to sched-eof-switch
           start schedule-file key not < sch-rec-key
               invalid key
                   move 'Y' to sched-eof-switch
           end-start
           if not sched-eof
               perform read-next-schedule
           end-if
       end-if
       perform write-schedule-basis-line until sched-eof
       if sched-lines = 0
           move "  NO LOGGED SCHEDULE - WORST-CASE MODE DUTY ASSUMED"
               to dossier-line
       end-if.

write-schedule-basis-line.
       add 1 to sched-lines
       move sch-rec-band  to dos-sch-band
       move sch-rec-min30 to dos-min30-disp
       move sch-rec-min6  to dos-min6-disp
       move spaces to dos-sch-basis
       string "LOGGED " dos-min30-disp
           " MIN PER 30 (UNCTRL AVG), "
           dos-min6-disp
           " MIN PER 6 (CTRL AVG)" delimited by size
           into dos-sch-basis
       end-string
       move dossier-sched-line to dossier-line
       write dossier-line
       perform read-next-schedule.

write-exemption-section.
*> the exemption screen re-derived band by band with the math
       close station-band-file.

write-exemption-band.
       perform lookup-band-equipment
       perform lookup-mode-duty-cycle
       perform lookup-transmit-schedule
       perform compute-exempt-threshold
       if mode-was-found and antenna-gain-was-found
           compute erp-gain = 10 ** ((band-gaindbi - 2.15)/10)
           compute exempt-erp = band-xmtr-power * duty-cycle
               * avg-factor-unctrl * erp-gain
       if not mode-was-found
           move "NOT SCREENED - UNKNOWN MODE CODE" to dos-exm-det
       else
           if not antenna-gain-was-found
               move "NOT SCREENED - NO CATALOG GAIN FOR FREQ" to dos-exm-det
           else
               if exempt-erp <= exempt-threshold
                   move "EXEMPT - ERP AT OR UNDER THRESHOLD" to dos-exm-det
               else
                   move "NOT EXEMPT - FULL EVALUATION APPLIES" to dos-exm-det
               end-if
           end-if
       end-if
       move dossier-exempt-line-4 to dossier-line
       write dossier-line
       perform lookup-mpe-limit-row
       move mpe-row-label to dos-mpe-row
       move mpe-limit-s   to dos-mpe-s
       move mpe-limit-c   to dos-mpe-c
       move mpe-row-basis to dos-mpe-basis
       move dossier-mpe-line to dossier-line
       write dossier-line
       move spaces to dossier-line
       write dossier-line
       perform read-next-band.

lookup-transmit-schedule.
       move per-30 to avg-factor-unctrl
       if schedule-file-open
           move band-station-id to sch-rec-station-id
           move band-number     to sch-rec-band
           read schedule-file
               invalid key
                   continue
               not invalid key
                   compute avg-factor-unctrl = sch-rec-min30/30
           end-read
       end-if.

compute-exempt-threshold.
           end-if
       end-if.

lookup-mpe-limit-row.
*> 47 cfr 1.1310 table 1 by the band's frequency: the limits a
*> non-exempt band's safe distances are priced against, general
*> population/uncontrolled and occupational/controlled.
       if band-freq < 1.34
           move 100 to mpe-limit-s
           move 100 to mpe-limit-c
           move "0.3-1.34MHZ" to mpe-row-label
           move "FLAT 100, 100" to mpe-row-basis
       else
           if band-freq < 3
               compute mpe-limit-s = 180/(band-freq ** 2)
               move 100 to mpe-limit-c
               move "1.34-3MHZ" to mpe-row-label
               move "180/F**2, FLAT 100" to mpe-row-basis
           else
               if band-freq < 30
                   compute mpe-limit-s = 180/(band-freq ** 2)
                   compute mpe-limit-c = 900/(band-freq ** 2)
                   move "3-30MHZ" to mpe-row-label
                   move "180/F**2, 900/F**2" to mpe-row-basis
               else
                   if band-freq < 300
                       move 0.2 to mpe-limit-s
                       move 1.0 to mpe-limit-c
                       move "30-300MHZ" to mpe-row-label
                       move "FLAT 0.2, 1.0" to mpe-row-basis
                   else
                       if band-freq < 1500
                           compute mpe-limit-s = band-freq/1500
                           compute mpe-limit-c = band-freq/300
                           move "300-1500MHZ" to mpe-row-label
                           move "F/1500, F/300" to mpe-row-basis
                       else
                           move 1.0 to mpe-limit-s
                           move 5.0 to mpe-limit-c
                           move "1.5-100GHZ" to mpe-row-label
                           move "FLAT 1.0, 5.0" to mpe-row-basis
                       end-if
                   end-if
               end-if
           end-if
       end-if.

write-evaluation-section.
*> the station's latest section of the compliance report, lifted
*> verbatim: the per-band safe distances, exemption lines, the
*> the master's changes from bandaudit.log, and the boundary,
*> pattern and schedule changes from sideaudit.log - those side
*> files move the PASS/FAIL pages in this dossier just as the
*> master does, so their references belong here too. the same
*> goes for the roster, and for the catalog items the station's
*> bands take their gain and ratings from.
       move 6 to dos-section-num
       move "CHANGE-AUDIT REFERENCES FOR THE INPUTS"
           to dos-section-hdg
       perform write-section-heading
           move "  NO RECORDED SIDE-FILE CHANGES FOR THIS STATION"
               to dossier-line
           write dossier-line
       end-if
       move spaces to dossier-line
       write dossier-line
       move "  TRAINED-PERSONNEL ROSTER (ROSTAUDIT.LOG):" to dossier-line
       write dossier-line
       move 0 to roster-audit-lines
       move 'N' to roster-audit-eof-switch
       open input roster-audit-file
       if roster-audit-status = "00"
           perform copy-roster-audit-reference until roster-audit-eof
           close roster-audit-file
       end-if
       if roster-audit-lines = 0
           move "  NO RECORDED ROSTER CHANGES FOR THIS STATION"
               to dossier-line
           write dossier-line
       end-if
       move spaces to dossier-line
       write dossier-line
       move "  EQUIPMENT CATALOG (CATAUDIT.LOG):" to dossier-line
       write dossier-line
       move 0 to catalog-audit-lines
       move 'N' to catalog-audit-eof-switch
       open input catalog-audit-file
       if catalog-audit-status = "00"
           perform copy-catalog-audit-reference until catalog-audit-eof
           close catalog-audit-file
       end-if
       if catalog-audit-lines = 0
           move "  NO RECORDED CHANGES TO THE STATION'S EQUIPMENT"
               to dossier-line
           write dossier-line
       end-if.

copy-audit-reference.
           add 1 to side-audit-lines
       end-if.

copy-roster-audit-reference.
       read roster-audit-file
           at end move 'Y' to roster-audit-eof-switch
           not at end perform select-roster-audit-reference
       end-read.

select-roster-audit-reference.
       if rain-before-station = dossier-station or
          rain-after-station = dossier-station
           move rain-stamp  to dos-raud-stamp
           move rain-oper   to dos-raud-oper
           move rain-action to dos-raud-action
           if rain-before-station = dossier-station
               move rain-before-person to dos-raud-person
           else
               move rain-after-person to dos-raud-person
           end-if
           move dossier-rosaud-line to dossier-line
           write dossier-line
           add 1 to roster-audit-lines
       end-if.

copy-catalog-audit-reference.
       read catalog-audit-file
           at end move 'Y' to catalog-audit-eof-switch
           not at end perform select-catalog-audit-reference
       end-read.

select-catalog-audit-reference.
*> a catalog item is not the station's own, so the change is picked
*> up when it touches any item one of the station's bands runs
*> through.
       move cain-before-key to look-equip-key
       perform find-equipment-key
       if equip-match = 0
           move cain-after-key to look-equip-key
           perform find-equipment-key
       end-if
       if equip-match > 0
           move cain-stamp  to dos-caud-stamp
           move cain-oper   to dos-caud-oper
           move cain-action to dos-caud-action
           if cain-after = spaces
               move cain-before-key   to dos-caud-key
               move cain-before-model to dos-caud-model
           else
               move cain-after-key    to dos-caud-key
               move cain-after-model  to dos-caud-model
           end-if
           move dossier-cataud-line to dossier-line
           write dossier-line
           add 1 to catalog-audit-lines
       end-if.

write-roster-section.
*> every controlled boundary segment and exposure point of the
*> station, with the trained people cleared to enter it. the
*> controlled limit is only the right limit where those people
*> exist and are current, so an area without them is called out
*> the way the evaluation run flags it.
       move 5 to dos-section-num
       move "CONTROLLED-AREA PERSONNEL BASIS (TRAINED-PERSONNEL ROSTER)"
           to dos-section-hdg
       perform write-section-heading
       move 'N' to roster-file-switch
       open input roster-file
       if roster-file-status = "00"
           move 'Y' to roster-file-switch
       end-if
       move 0 to controlled-area-count
       open input boundary-file
       if boundary-file-status = "00"
           move low-values to bnd-rec-key
           move dossier-station to bnd-rec-station-id
           move 'N' to boundary-eof-switch
           start boundary-file key not < bnd-rec-key
               invalid key
                   move 'Y' to boundary-eof-switch
           end-start
           if not boundary-eof
               perform read-boundary-record
           end-if
           perform write-boundary-roster-basis until boundary-eof
           close boundary-file
       end-if
       open input exposure-file
       if exposure-file-status = "00"
           move low-values to exp-rec-key
           move dossier-station to exp-rec-station-id
           move 'N' to exposure-eof-switch
           start exposure-file key not < exp-rec-key
               invalid key
                   move 'Y' to exposure-eof-switch
           end-start
           if not exposure-eof
               perform read-exposure-record
           end-if
           perform write-point-roster-basis until exposure-eof
           close exposure-file
       end-if
       if roster-file-open
           close roster-file
       end-if
       if controlled-area-count = 0
           move "  NO CONTROLLED AREAS ON FILE - NO OCCUPATIONAL CLASSIFICATION RELIED ON"
               to dossier-line
           write dossier-line
       end-if.

start-station-roster.
*> positions on the station's first person; roster-eof stays set
*> when the roster has nobody for it.
       move 'Y' to roster-eof-switch
       if roster-file-open
           move low-values to ros-rec-key
           move dossier-station to ros-rec-station-id
           move 'N' to roster-eof-switch
           start roster-file key not < ros-rec-key
               invalid key
                   move 'Y' to roster-eof-switch
           end-start
           if not roster-eof
               perform read-roster-record
           end-if
       end-if.

read-roster-record.
       read roster-file next record
           at end move 'Y' to roster-eof-switch
       end-read
       if not roster-eof and ros-rec-station-id not = dossier-station
           move 'Y' to roster-eof-switch
       end-if.

read-boundary-record.
       read boundary-file next record
           at end move 'Y' to boundary-eof-switch
       end-read
       if not boundary-eof and bnd-rec-station-id not = dossier-station
           move 'Y' to boundary-eof-switch
       end-if.

write-boundary-roster-basis.
       if bnd-rec-area-type = 'C'
           move 'B' to area-look-kind
           move bnd-rec-direction to area-look-area
           move spaces to dos-area-name
           string "BOUNDARY " delimited by size
                  bnd-rec-direction delimited by space
               into dos-area-name
           end-string
           perform write-area-roster-basis
       end-if
       perform read-boundary-record.

read-exposure-record.
       read exposure-file next record
           at end move 'Y' to exposure-eof-switch
       end-read
       if not exposure-eof and exp-rec-station-id not = dossier-station
           move 'Y' to exposure-eof-switch
       end-if.

write-point-roster-basis.
       if exp-rec-class = 'C'
           move 'P' to area-look-kind
           move exp-rec-label to area-look-area
           move spaces to dos-area-name
           string "POINT " delimited by size
                  exp-rec-label delimited by size
               into dos-area-name
           end-string
           perform write-area-roster-basis
       end-if
       perform read-exposure-record.

write-area-roster-basis.
       add 1 to controlled-area-count
       move 0 to roster-current-count
       move 0 to roster-lapsed-count
       perform start-station-roster
       perform count-roster-person until roster-eof
       move spaces to dos-area-basis
       if roster-current-count > 0
           move roster-current-count to roster-count-disp
           string "SUPPORTED - " delimited by size
                  function trim(roster-count-disp) delimited by size
                  " CURRENTLY TRAINED" delimited by size
               into dos-area-basis
           end-string
       else
           if roster-lapsed-count = 0
               move "UNSUPPORTED OCCUPATIONAL CLASSIFICATION - NO TRAINED PERSON ON ROSTER"
                   to dos-area-basis
           else
               move "UNSUPPORTED OCCUPATIONAL CLASSIFICATION - TRAINING LAPSED"
                   to dos-area-basis
           end-if
       end-if
       move dossier-area-line to dossier-line
       write dossier-line
       perform start-station-roster
       perform write-roster-person until roster-eof.

count-roster-person.
       perform check-person-covers
       if roster-person-covers
           if ros-rec-expires >= today-date
               add 1 to roster-current-count
           else
               add 1 to roster-lapsed-count
           end-if
       end-if
       perform read-roster-record.

check-person-covers.
       move 'N' to roster-cover-switch
       perform check-roster-area
           varying roster-area-sub from 1 by 1 until roster-area-sub > 4.

check-roster-area.
       if ros-rec-area-kind(roster-area-sub) = 'A'
           move 'Y' to roster-cover-switch
       else
           if ros-rec-area-kind(roster-area-sub) = area-look-kind and
              ros-rec-area-id(roster-area-sub) = area-look-area
               move 'Y' to roster-cover-switch
           end-if
       end-if.

write-roster-person.
       perform check-person-covers
       if roster-person-covers
           move ros-rec-person  to dos-per-person
           move ros-rec-role    to dos-per-role
           move ros-rec-trained to date-work
           perform format-date-work
           move date-disp to dos-per-trained
           move ros-rec-expires to date-work
           perform format-date-work
           move date-disp to dos-per-expires
           if ros-rec-expires < today-date
               move "LAPSED" to dos-per-status
           else
               compute days-left =
                   function integer-of-date(ros-rec-expires)
                   - function integer-of-date(today-date)
               if days-left <= expiry-warning-days
                   move "EXPIRES WITHIN 60 DAYS" to dos-per-status
               else
                   move "CURRENT" to dos-per-status
               end-if
           end-if
           move dossier-person-line to dossier-line
           write dossier-line
       end-if
       perform read-roster-record.

format-date-work.
       move spaces to date-disp
       string date-mm "/" date-dd "/" date-yyyy delimited by size
           into date-disp
       end-string.

write-findings-section.
*> the register entries for the station, each with what raised it
*> and how it was dealt with - a reopened entry still shows the
*> disposition it carried before the problem came back.
       move 7 to dos-section-num
       move "FINDINGS REGISTER - RAISED AND RESOLVED" to dos-section-hdg
       perform write-section-heading
       move 0 to finding-lines
       open input findings-file
       if findings-file-status not = "00"
           move "  NO FINDINGS REGISTER ON FILE" to dossier-line
           write dossier-line
       else
           move low-values to fnd-id
           move dossier-station to fnd-station
           move 'N' to findings-eof-switch
           start findings-file key not < fnd-id
               invalid key
                   move 'Y' to findings-eof-switch
           end-start
           if not findings-eof
               perform read-next-finding
           end-if
           perform write-finding-entry until findings-eof
           close findings-file
           if finding-lines = 0
               move "  NO FINDINGS ON THE REGISTER FOR THIS STATION" to dossier-line
               write dossier-line
           end-if
       end-if.

read-next-finding.
       read findings-file next record
           at end move 'Y' to findings-eof-switch
       end-read
       if not findings-eof and fnd-station not = dossier-station
           move 'Y' to findings-eof-switch
       end-if.

write-finding-entry.
       add 1 to finding-lines
       move fnd-source      to dos-fnd-source
       move fnd-band        to dos-fnd-band
       move fnd-item        to dos-fnd-item
       move fnd-severity    to dos-fnd-sev
       move fnd-description to dos-fnd-desc
       move dossier-find-line-1 to dossier-line
       write dossier-line
       move spaces to dos-fnd-first
       if fnd-first-seen(1:8) is numeric
           move fnd-first-seen(1:8) to date-work
           perform format-date-work
           move date-disp to dos-fnd-first
       end-if
       move spaces to dos-fnd-last
       if fnd-last-seen(1:8) is numeric
           move fnd-last-seen(1:8) to date-work
           perform format-date-work
           move date-disp to dos-fnd-last
       end-if
       move fnd-occurrences  to dos-fnd-times
       move fnd-reopen-count to dos-fnd-reopen
       move dossier-find-line-2 to dossier-line
       write dossier-line
       perform build-finding-resolution
       move dossier-find-line-3 to dossier-line
       write dossier-line
       if fnd-note not = spaces
           move spaces to dos-fnd-resolution
           string "NOTE: " delimited by size
                  fnd-note delimited by size
               into dos-fnd-resolution
           end-string
           move dossier-find-line-3 to dossier-line
           write dossier-line
       end-if
       perform read-next-finding.

build-finding-resolution.
       move spaces to finding-disp-text
       if fnd-disposition = 'F'
           move "FIXED" to finding-disp-text
       else
           if fnd-disposition = 'R'
               move "ACCEPTED RISK" to finding-disp-text
           else
               if fnd-disposition = 'N'
                   move "FALSE ALARM" to finding-disp-text
               end-if
           end-if
       end-if
       move spaces to date-disp
       if fnd-closed-date > 0
           move fnd-closed-date to date-work
           perform format-date-work
       end-if
       move spaces to dos-fnd-resolution
       if fnd-status = 'C'
           string "CLOSED " delimited by size
                  date-disp delimited by size
                  " - " delimited by size
                  function trim(finding-disp-text) delimited by size
                  " - " delimited by size
                  function trim(fnd-assignee) delimited by size
               into dos-fnd-resolution
           end-string
       else
           if fnd-status = 'R'
               string "REOPENED - LAST CLOSED " delimited by size
                      date-disp delimited by size
                      " AS " delimited by size
                      function trim(finding-disp-text) delimited by size
                      " - " delimited by size
                      function trim(fnd-assignee) delimited by size
                   into dos-fnd-resolution
               end-string
           else
               if fnd-status = 'A'
                   string "OPEN - ACKNOWLEDGED, ASSIGNED TO " delimited by size
                          function trim(fnd-assignee) delimited by size
                       into dos-fnd-resolution
                   end-string
               else
                   move "OPEN - NOT YET ACKNOWLEDGED" to dos-fnd-resolution
               end-if
           end-if
       end-if.

write-signature-block.
       move spaces to dossier-line
       write dossier-line
