      >>SOURCE FORMAT FREE
identification division.
program-id. catmaint.

*> prompted add/change/delete maintenance for the equipment
*> catalog the station-band master references: antennas (model,
*> input power rating, pattern sheet, gain by frequency range) and
*> transmitters/amplifiers (model, maximum output by mode). every
*> update writes a change-audit record with before and after
*> images, the same custody trail bandmaint keeps for the master.
*> an item still referenced by a band cannot be deleted. the
*> where-used report lists, item by item, every station-band that
*> runs through it, flagging any band the item's current figures
*> no longer cover, and the station ids go to wherelist.dat, one
*> per line, for a selective re-run - so when an amplifier is
*> swapped or a catalog gain turns out wrong the re-evaluations
*> are a list, not a hunt. a change writes the report for the
*> changed item straight away. the word WHEREUSED on the command
*> line (optionally followed by a kind and an id) writes the
*> report alone, with no prompting: return code 4 when any band
*> is flagged.

environment division.
input-output section.
file-control.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.
    select master-file assign to "data/stationband.mst"
        organization is indexed
        access is dynamic
        record key is band-key
        file status is master-file-status.
    select audit-file assign to "data/cataudit.log"
        organization is line sequential
        file status is audit-file-status.
    select where-report-file assign to "data/whereused.rpt"
        organization is line sequential
        file status is where-report-status.
    select where-list-file assign to "data/wherelist.dat"
        organization is line sequential
        file status is where-list-status.

data division.
file section.
fd  catalog-file.
    copy catrec.

fd  master-file.
    copy bandrec.

fd  audit-file.
01 audit-line pic x(261).

fd  where-report-file.
01 where-line pic x(100).

fd  where-list-file.
01 where-list-record.
   05 wll-station pic x(10).

working-storage section.
01 catalog-file-status pic x(2).
01 master-file-status  pic x(2).
01 audit-file-status   pic x(2).
01 where-report-status pic x(2).
01 where-list-status   pic x(2).

copy modetbl.

01 run-parameter pic x(32) value spaces.
01 run-word      pic x(10) value spaces.

01 catalog-eof-switch pic x(1) value 'N'.
   88 catalog-eof value 'Y'.
01 master-eof-switch pic x(1) value 'N'.
   88 master-eof value 'Y'.

01 quit-switch pic x(1) value 'N'.
   88 operator-quit value 'Y'.

01 entry-valid-switch pic x(1) value 'Y'.
   88 entry-is-valid   value 'Y'.
   88 entry-is-invalid value 'N'.
01 entry-reject-reason pic x(30) value spaces.

01 item-found-switch pic x(1) value 'N'.
   88 item-was-found value 'Y'.

01 list-end-switch pic x(1) value 'N'.
   88 list-ended value 'Y'.

01 mode-found-switch pic x(1) value 'N'.
   88 mode-was-found value 'Y'.

01 changes-made-switch pic x(1) value 'N'.
   88 changes-were-made value 'Y'.

01 operator-id   pic x(3).
01 maint-action  pic x(1).
01 answer-text   pic x(20).

01 key-kind pic x(1).
01 key-id   pic x(8).

*> the where-used selection: a kind and id for one item, a kind
*> alone for all antennas or all transmitters, neither for all.
01 select-kind pic x(1).
01 select-id   pic x(8).

01 catalog-sub pic 9(1).
01 other-sub   pic 9(1).
01 range-count pic 9(1).
01 mode-count  pic 9(1).

01 before-image pic x(119).
01 after-image  pic x(119).

01 current-date-time pic x(21).
01 run-date-display  pic x(10).

*> the catalog figures that cover one band: the antenna's gain for
*> the band frequency, the transmitter's output in the band mode.
01 band-gain-found-switch pic x(1) value 'N'.
   88 band-gain-was-found value 'Y'.
01 band-rating-found-switch pic x(1) value 'N'.
   88 band-rating-was-found value 'Y'.
01 band-gain   pic 9(1)v9(1).
01 band-rating pic 9(4).

01 usage-count    pic 9(4) value 0.
01 item-count     pic 9(4) value 0.
01 reference-count pic 9(4) value 0.
01 flagged-count  pic 9(4) value 0.

*> stations already written to wherelist.dat, so each goes out
*> once however many of its bands use the items listed.
01 listed-count pic 9(3) value 0.
01 listed-table.
   05 listed-entry occurs 200 times.
      10 ltab-station pic x(10).
01 listed-sub   pic 9(3).
01 listed-match pic 9(3).

01 rating-disp pic zzz9.
01 gain-disp   pic 9.9.

01 audit-detail-line.
   05 aud-stamp   pic x(14).
   05 filler      pic x(1) value spaces.
   05 aud-oper    pic x(3).
   05 filler      pic x(1) value spaces.
   05 aud-action  pic x(1).
   05 filler      pic x(1) value spaces.
   05 aud-before  pic x(119).
   05 filler      pic x(1) value spaces.
   05 aud-after   pic x(119).

01 where-heading-1.
   05 filler pic x(20) value spaces.
   05 filler pic x(40) value "EQUIPMENT CATALOG WHERE-USED REPORT".

01 where-heading-2.
   05 filler       pic x(10) value "RUN DATE: ".
   05 whh-run-date pic x(10).

01 where-item-line.
   05 whi-kind     pic x(9).
   05 whi-id       pic x(8).
   05 filler       pic x(2)  value spaces.
   05 whi-model    pic x(20).
   05 filler       pic x(2)  value spaces.
   05 whi-detail   pic x(59).

01 where-column-heads.
   05 filler pic x(80) value
      "    STATION   BAND    FREQ  MODE POWER  CATALOG FIGURE  FLAG".

01 where-detail-line.
   05 filler       pic x(4)  value spaces.
   05 whd-station  pic x(10).
   05 filler       pic x(2)  value spaces.
   05 whd-band     pic 9(1).
   05 filler       pic x(2)  value spaces.
   05 whd-freq     pic zzz9.99.
   05 filler       pic x(3)  value spaces.
   05 whd-mode     pic x(2).
   05 filler       pic x(2)  value spaces.
   05 whd-power    pic zzzz9.
   05 filler       pic x(2)  value spaces.
   05 whd-figure   pic x(14).
   05 filler       pic x(2)  value spaces.
   05 whd-flag     pic x(24).

01 where-none-line.
   05 filler pic x(40) value "    NOT REFERENCED BY ANY STATION-BAND".

01 where-total-line.
   05 filler    pic x(2)  value spaces.
   05 wht-label pic x(24).
   05 wht-value pic zzz9.

procedure division.
main-procedure.
       move spaces to run-parameter
       accept run-parameter from command-line
       perform set-run-date
       move spaces to run-word
       move spaces to select-kind
       move spaces to select-id
       move function upper-case(function trim(run-parameter))
           to run-parameter
       unstring run-parameter delimited by all spaces
           into run-word select-kind select-id
       end-unstring
       if run-word = "WHEREUSED"
           perform open-catalog-input
           perform write-where-used-report
           close catalog-file
           if flagged-count > 0
               move 4 to return-code
           end-if
           stop run
       end-if

       display "equipment catalog maintenance"
       display "operator initials: " with no advancing
       accept operator-id
       if operator-id = spaces
           move "OPR" to operator-id
       end-if
       move function upper-case(operator-id) to operator-id

       perform open-catalog-i-o
       perform open-audit-file

       perform process-action until operator-quit

       if not changes-were-made
           display "no changes made"
       end-if
       close catalog-file
       close audit-file
       stop run.

set-run-date.
       move function current-date to current-date-time
       move current-date-time(5:2) to run-date-display(1:2)
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4).

open-catalog-input.
       open input catalog-file
       if catalog-file-status not = "00"
           display "unable to open equipment catalog, status " catalog-file-status
           display "run catload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

open-catalog-i-o.
       open i-o catalog-file
       if catalog-file-status not = "00"
           display "unable to open equipment catalog, status " catalog-file-status
           display "run catload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

open-master-input.
*> opened afresh for each pass, so a count or report taken during
*> the session sees the master as it stands.
       open input master-file
       if master-file-status not = "00"
           display "unable to open master file, status " master-file-status
           display "run bandload to build it from the source file"
           close catalog-file
           move 12 to return-code
           stop run
       end-if.

start-at-first-band.
       move low-values to band-key
       move 'N' to master-eof-switch
       start master-file key not < band-key
           invalid key
               move 'Y' to master-eof-switch
       end-start
       if not master-eof
           perform read-next-band
       end-if.

read-next-band.
       read master-file next record
           at end move 'Y' to master-eof-switch
       end-read.

open-audit-file.
       open extend audit-file
       if audit-file-status = "35"
           open output audit-file
       end-if
       if audit-file-status not = "00"
           display "unable to open catalog audit file, status " audit-file-status
           move 12 to return-code
           stop run
       end-if.

write-audit-record.
       move function current-date to current-date-time
       move current-date-time(1:14) to aud-stamp
       move operator-id  to aud-oper
       move maint-action to aud-action
       move before-image to aud-before
       move after-image  to aud-after
       move audit-detail-line to audit-line
       write audit-line.

process-action.
       display " "
       display "action (A=add C=change D=delete S=show W=where-used Q=quit): "
           with no advancing
       accept maint-action
       move function upper-case(maint-action) to maint-action
       if maint-action = 'A'
           perform add-catalog-item
       else
           if maint-action = 'C'
               perform change-catalog-item
           else
               if maint-action = 'D'
                   perform delete-catalog-item
               else
                   if maint-action = 'S'
                       perform show-catalog-item
                   else
                       if maint-action = 'W'
                           perform prompt-where-used
                       else
                           if maint-action = 'Q' or maint-action = spaces
                               move 'Q' to maint-action
                               move 'Y' to quit-switch
                           else
                               display "unknown action " maint-action
                           end-if
                       end-if
                   end-if
               end-if
           end-if
       end-if.

prompt-item-key.
       display "kind (A=antenna T=transmitter/amplifier): " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to key-kind
       display "catalog id: " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:8)) to key-id.

find-catalog-item.
       move 'N' to item-found-switch
       move key-kind to cat-kind
       move key-id   to cat-id
       read catalog-file
           invalid key continue
           not invalid key
               move 'Y' to item-found-switch
       end-read.

add-catalog-item.
       perform prompt-item-key
       if key-kind not = 'A' and key-kind not = 'T'
           display "rejected: KIND NOT A/T"
       else
       if key-id = spaces
           display "rejected: CATALOG ID REQUIRED"
       else
           perform find-catalog-item
           if item-was-found
               display "item already on file " cat-key
           else
               move key-kind to cat-kind
               move key-id   to cat-id
               perform prompt-item-fields
               perform validate-entry
               if entry-is-valid
                   move spaces         to before-image
                   move catalog-record to after-image
                   write catalog-record
                       invalid key
                           display "write failed, status " catalog-file-status
                   end-write
                   if catalog-file-status = "00"
                       perform write-audit-record
                       move 'Y' to changes-made-switch
                       display "added " cat-key
                   end-if
               else
                   display "rejected: " entry-reject-reason
               end-if
           end-if
       end-if
       end-if.

change-catalog-item.
*> a changed figure moves the evaluation of every band that runs
*> through the item, so the where-used report for it is written
*> as soon as the change is on file.
       perform prompt-item-key
       perform find-catalog-item
       if not item-was-found
           display "no item on file for " key-kind " " key-id
       else
           move catalog-record to before-image
           perform display-catalog-item
           display "rekey all fields for " cat-key
           perform prompt-item-fields
           perform validate-entry
           if entry-is-valid
               if catalog-record = before-image
                   display "no change to " cat-key
               else
                   move catalog-record to after-image
                   rewrite catalog-record
                       invalid key
                           display "rewrite failed, status " catalog-file-status
                   end-rewrite
                   if catalog-file-status = "00"
                       perform write-audit-record
                       move 'Y' to changes-made-switch
                       display "changed " cat-key
                       move key-kind to select-kind
                       move key-id   to select-id
                       perform write-where-used-report
                   end-if
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-catalog-item.
       perform prompt-item-key
       perform find-catalog-item
       if not item-was-found
           display "no item on file for " key-kind " " key-id
       else
           perform count-item-usage
           if usage-count > 0
               display "rejected: ITEM IN USE ON " usage-count " STATION-BANDS"
           else
               move catalog-record to before-image
               move spaces to after-image
               move key-kind to cat-kind
               move key-id   to cat-id
               delete catalog-file record
                   invalid key
                       display "delete failed, status " catalog-file-status
               end-delete
               if catalog-file-status = "00"
                   perform write-audit-record
                   move 'Y' to changes-made-switch
                   display "deleted " key-kind " " key-id
               end-if
           end-if
       end-if.

show-catalog-item.
       perform prompt-item-key
       perform find-catalog-item
       if not item-was-found
           display "no item on file for " key-kind " " key-id
       else
           perform display-catalog-item
           perform count-item-usage
           display "used by     " usage-count " station-bands"
       end-if.

display-catalog-item.
       display "item        " cat-key "  " cat-model
       if cat-is-antenna
           display "rating      " cat-ant-max-power " w  pattern "
               cat-ant-pattern-ref
           perform display-gain-range
               varying catalog-sub from 1 by 1 until catalog-sub > 5
       else
           display "class       " cat-xmtr-class
           perform display-mode-rating
               varying catalog-sub from 1 by 1 until catalog-sub > 5
       end-if.

display-gain-range.
       if cat-ant-gain(catalog-sub) > 0
           display "gain        " cat-ant-low-freq(catalog-sub) "-"
               cat-ant-high-freq(catalog-sub) " mhz  "
               cat-ant-gain(catalog-sub) " dbi"
       end-if.

display-mode-rating.
       if cat-xmtr-mode(catalog-sub) not = spaces
           display "mode        " cat-xmtr-mode(catalog-sub) "  "
               cat-xmtr-max-output(catalog-sub) " w"
       end-if.

count-item-usage.
*> every band whose antenna or transmitter id is this item.
       move 0 to usage-count
       perform open-master-input
       perform start-at-first-band
       perform count-band-usage until master-eof
       close master-file.

count-band-usage.
       if (cat-is-antenna and band-antenna-id = cat-id) or
          (cat-is-transmitter and band-xmtr-id = cat-id)
           add 1 to usage-count
       end-if
       perform read-next-band.

prompt-item-fields.
*> the unused gain ranges and mode slots stay zero, so the record
*> reads the same whichever way it was entered.
       move spaces to cat-model
       move spaces to cat-detail
       display "model: " with no advancing
       accept answer-text
       move function upper-case(answer-text) to cat-model
       if cat-is-antenna
           initialize cat-antenna-detail
           display "input power rating watts: " with no advancing
           accept answer-text
           move function numval(answer-text) to cat-ant-max-power
           display "pattern reference: " with no advancing
           accept answer-text
           move function upper-case(answer-text(1:12)) to cat-ant-pattern-ref
           move 'N' to list-end-switch
           perform prompt-gain-range
               varying catalog-sub from 1 by 1
               until catalog-sub > 5 or list-ended
       else
           initialize cat-xmtr-detail
           display "class (R=radio A=amplifier): " with no advancing
           accept answer-text
           move function upper-case(answer-text(1:1)) to cat-xmtr-class
           move 'N' to list-end-switch
           perform prompt-mode-rating
               varying catalog-sub from 1 by 1
               until catalog-sub > 5 or list-ended
       end-if.

prompt-gain-range.
       display "gain range " catalog-sub " low mhz (blank to end): "
           with no advancing
       accept answer-text
       if answer-text = spaces
           move 'Y' to list-end-switch
       else
           move function numval(answer-text) to cat-ant-low-freq(catalog-sub)
           display "  high mhz: " with no advancing
           accept answer-text
           move function numval(answer-text) to cat-ant-high-freq(catalog-sub)
           display "  gain dbi: " with no advancing
           accept answer-text
           move function numval(answer-text) to cat-ant-gain(catalog-sub)
       end-if.

prompt-mode-rating.
       display "mode " catalog-sub " code (CW/SB/FM/FT/OT, blank to end): "
           with no advancing
       accept answer-text
       if answer-text = spaces
           move 'Y' to list-end-switch
       else
           move function upper-case(answer-text(1:2))
               to cat-xmtr-mode(catalog-sub)
           display "  maximum output watts: " with no advancing
           accept answer-text
           move function numval(answer-text)
               to cat-xmtr-max-output(catalog-sub)
       end-if.

validate-entry.
*> the figures the evaluation takes a band's gain and power
*> ceiling from, held to what it can use.
       move 'Y' to entry-valid-switch
       move spaces to entry-reject-reason
       if cat-model = spaces
           move 'N' to entry-valid-switch
           move "MODEL REQUIRED" to entry-reject-reason
       end-if
       if cat-is-antenna
           perform validate-antenna-fields
       else
           perform validate-xmtr-fields
       end-if.

validate-antenna-fields.
       if entry-is-valid and cat-ant-max-power <= 0
           move 'N' to entry-valid-switch
           move "POWER RATING NOT POSITIVE" to entry-reject-reason
       end-if
       move 0 to range-count
       perform check-gain-range
           varying catalog-sub from 1 by 1 until catalog-sub > 5
       if entry-is-valid and range-count = 0
           move 'N' to entry-valid-switch
           move "NO GAIN RANGE ENTERED" to entry-reject-reason
       end-if
       if entry-is-valid
           perform check-range-overlap
               varying catalog-sub from 1 by 1 until catalog-sub > 5
       end-if.

check-gain-range.
       if cat-ant-low-freq(catalog-sub) > 0 or
          cat-ant-high-freq(catalog-sub) > 0 or
          cat-ant-gain(catalog-sub) > 0
           add 1 to range-count
           if entry-is-valid and cat-ant-low-freq(catalog-sub) <= 0
               move 'N' to entry-valid-switch
               move "RANGE LOW FREQ NOT POSITIVE" to entry-reject-reason
           end-if
           if entry-is-valid and
              cat-ant-high-freq(catalog-sub) < cat-ant-low-freq(catalog-sub)
               move 'N' to entry-valid-switch
               move "RANGE HIGH FREQ BELOW LOW" to entry-reject-reason
           end-if
           if entry-is-valid and cat-ant-gain(catalog-sub) <= 0
               move 'N' to entry-valid-switch
               move "RANGE GAIN NOT POSITIVE" to entry-reject-reason
           end-if
       end-if.

check-range-overlap.
*> a band frequency must fall in one range only, or which gain the
*> evaluation takes would depend on the order they were keyed.
       if cat-ant-gain(catalog-sub) > 0
           perform compare-range-pair
               varying other-sub from 1 by 1 until other-sub > 5
       end-if.

compare-range-pair.
       if other-sub > catalog-sub and cat-ant-gain(other-sub) > 0 and
          cat-ant-low-freq(catalog-sub) <= cat-ant-high-freq(other-sub) and
          cat-ant-low-freq(other-sub) <= cat-ant-high-freq(catalog-sub)
           move 'N' to entry-valid-switch
           move "GAIN RANGES OVERLAP" to entry-reject-reason
       end-if.

validate-xmtr-fields.
       if entry-is-valid and not cat-xmtr-is-radio and
          not cat-xmtr-is-amplifier
           move 'N' to entry-valid-switch
           move "CLASS NOT R/A" to entry-reject-reason
       end-if
       move 0 to mode-count
       perform check-mode-rating
           varying catalog-sub from 1 by 1 until catalog-sub > 5
       if entry-is-valid and mode-count = 0
           move 'N' to entry-valid-switch
           move "NO MODE RATING ENTERED" to entry-reject-reason
       end-if.

check-mode-rating.
       if cat-xmtr-mode(catalog-sub) not = spaces or
          cat-xmtr-max-output(catalog-sub) > 0
           add 1 to mode-count
           move 'N' to mode-found-switch
           set mode-idx to 1
           search mode-duty-entry
               at end
                   continue
               when mode-duty-code(mode-idx) = cat-xmtr-mode(catalog-sub)
                   move 'Y' to mode-found-switch
           end-search
           if entry-is-valid and not mode-was-found
               move 'N' to entry-valid-switch
               move "UNKNOWN MODE CODE" to entry-reject-reason
           end-if
           if entry-is-valid and cat-xmtr-max-output(catalog-sub) <= 0
               move 'N' to entry-valid-switch
               move "OUTPUT RATING NOT POSITIVE" to entry-reject-reason
           end-if
           if entry-is-valid
               perform check-mode-repeat
                   varying other-sub from 1 by 1 until other-sub >= catalog-sub
           end-if
       end-if.

check-mode-repeat.
       if cat-xmtr-mode(other-sub) = cat-xmtr-mode(catalog-sub)
           move 'N' to entry-valid-switch
           move "MODE LISTED TWICE" to entry-reject-reason
       end-if.

prompt-where-used.
       display "kind (A=antenna T=transmitter/amplifier, blank for all): "
           with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to select-kind
       move spaces to select-id
       if select-kind not = spaces
           display "catalog id (blank for every item of the kind): "
               with no advancing
           accept answer-text
           move function upper-case(answer-text(1:8)) to select-id
       end-if
       perform write-where-used-report.

write-where-used-report.
*> one item read by key when an id is given, otherwise every item
*> from the start of the kind (or of the catalog) in key order.
       perform open-where-files
       move 0 to item-count
       move 0 to reference-count
       move 0 to flagged-count
       move 0 to listed-count
       perform open-master-input
       if select-id not = spaces
           move select-kind to key-kind
           move select-id   to key-id
           perform find-catalog-item
           if item-was-found
               perform write-where-used-item
           else
               display "no item on file for " select-kind " " select-id
           end-if
       else
           move low-values to cat-key
           move select-kind to cat-kind
           move 'N' to catalog-eof-switch
           start catalog-file key not < cat-key
               invalid key
                   move 'Y' to catalog-eof-switch
           end-start
           if not catalog-eof
               perform read-next-catalog-item
           end-if
           perform list-where-used-item until catalog-eof
       end-if
       close master-file
       perform write-where-totals
       close where-report-file
       close where-list-file
       display "where-used: " item-count " items, " reference-count
           " station-bands, " flagged-count " flagged, "
           listed-count " stations listed".

read-next-catalog-item.
       read catalog-file next record
           at end move 'Y' to catalog-eof-switch
       end-read
       if not catalog-eof and select-kind not = spaces and
          cat-kind not = select-kind
           move 'Y' to catalog-eof-switch
       end-if.

list-where-used-item.
       perform write-where-used-item
       perform read-next-catalog-item.

open-where-files.
       open output where-report-file
       if where-report-status not = "00"
           display "unable to open where-used report, status " where-report-status
           move 12 to return-code
           stop run
       end-if
       open output where-list-file
       if where-list-status not = "00"
           display "unable to open where-used list, status " where-list-status
           move 12 to return-code
           stop run
       end-if
       move where-heading-1 to where-line
       write where-line
       move run-date-display to whh-run-date
       move where-heading-2 to where-line
       write where-line.

write-where-used-item.
       add 1 to item-count
       move spaces to where-line
       write where-line
       move cat-id    to whi-id
       move cat-model to whi-model
       move spaces    to whi-detail
       if cat-is-antenna
           move "ANTENNA" to whi-kind
           move cat-ant-max-power to rating-disp
           string "RATED " rating-disp " W  PATTERN " cat-ant-pattern-ref
               delimited by size
               into whi-detail
           end-string
       else
           move "XMTR" to whi-kind
           if cat-xmtr-is-amplifier
               move "AMPLIFIER" to whi-detail
           else
               move "RADIO" to whi-detail
           end-if
       end-if
       move where-item-line to where-line
       write where-line
       move where-column-heads to where-line
       write where-line
       move 0 to usage-count
       perform start-at-first-band
       perform check-where-used-band until master-eof
       if usage-count = 0
           move where-none-line to where-line
           write where-line
       end-if.

check-where-used-band.
       if (cat-is-antenna and band-antenna-id = cat-id) or
          (cat-is-transmitter and band-xmtr-id = cat-id)
           add 1 to usage-count
           add 1 to reference-count
           perform write-where-used-band
           perform list-where-station
       end-if
       perform read-next-band.

write-where-used-band.
*> the band is set against this item's current figures: a band
*> the item no longer covers would be rejected by the next run.
       move band-station-id to whd-station
       move band-number     to whd-band
       move band-freq       to whd-freq
       move band-mode-code  to whd-mode
       move band-xmtr-power to whd-power
       move spaces to whd-figure
       move spaces to whd-flag
       if cat-is-antenna
           move 'N' to band-gain-found-switch
           move 0 to band-gain
           perform find-band-gain
               varying catalog-sub from 1 by 1 until catalog-sub > 5
           if band-gain-was-found
               move band-gain to gain-disp
               string "GAIN " gain-disp " DBI" delimited by size
                   into whd-figure
               end-string
               if band-xmtr-power > cat-ant-max-power
                   move "POWER OVER RATING" to whd-flag
               end-if
           else
               move "NO GAIN FOR FREQ" to whd-flag
           end-if
       else
           move 'N' to band-rating-found-switch
           move 0 to band-rating
           perform find-band-rating
               varying catalog-sub from 1 by 1 until catalog-sub > 5
           if band-rating-was-found
               move band-rating to rating-disp
               string "RATED " rating-disp " W" delimited by size
                   into whd-figure
               end-string
               if band-xmtr-power > band-rating
                   move "POWER OVER RATING" to whd-flag
               end-if
           else
               move "NOT RATED FOR MODE" to whd-flag
           end-if
       end-if
       if whd-flag not = spaces
           add 1 to flagged-count
       end-if
       move where-detail-line to where-line
       write where-line.

find-band-gain.
       if not band-gain-was-found and cat-ant-gain(catalog-sub) > 0
           if band-freq >= cat-ant-low-freq(catalog-sub) and
              band-freq <= cat-ant-high-freq(catalog-sub)
               move cat-ant-gain(catalog-sub) to band-gain
               move 'Y' to band-gain-found-switch
           end-if
       end-if.

find-band-rating.
       if cat-xmtr-mode(catalog-sub) = band-mode-code
           move cat-xmtr-max-output(catalog-sub) to band-rating
           move 'Y' to band-rating-found-switch
       end-if.

list-where-station.
       move 0 to listed-match
       perform scan-listed-station
           varying listed-sub from 1 by 1 until listed-sub > listed-count
       if listed-match = 0
           if listed-count >= 200
               display "station list full at 200 - where-used list not complete"
               close master-file
               close where-report-file
               close where-list-file
               move 12 to return-code
               stop run
           end-if
           add 1 to listed-count
           move band-station-id to ltab-station(listed-count)
           move band-station-id to wll-station
           write where-list-record
       end-if.

scan-listed-station.
       if ltab-station(listed-sub) = band-station-id
           move listed-sub to listed-match
       end-if.

write-where-totals.
       move spaces to where-line
       write where-line
       move "ITEMS LISTED"        to wht-label
       move item-count            to wht-value
       move where-total-line to where-line
       write where-line
       move "STATION-BANDS USING"  to wht-label
       move reference-count       to wht-value
       move where-total-line to where-line
       write where-line
       move "BANDS FLAGGED"       to wht-label
       move flagged-count         to wht-value
       move where-total-line to where-line
       write where-line
       move "STATIONS TO RE-RUN"  to wht-label
       move listed-count          to wht-value
       move where-total-line to where-line
       write where-line.
