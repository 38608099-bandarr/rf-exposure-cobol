identification division.
program-id. sidemaint.

*> prompted add/change/delete maintenance for three of the keyed
*> side files the evaluation run reads next to the station-band
*> master: the property-boundary segments, the antenna azimuth
*> patterns and the logged transmit schedules. these move the
*> PASS/FAIL line just as much as the master does, so they get the
*> same treatment bandmaint gives the master: field edits enforced
*> at the keyboard, each update made by key straight to the file,
*> every update written to a change-audit log, and a cross-check
*> report that reconciles all three files against the master -
*> boundary and schedule rows with no master station, schedule rows
*> for a band the station does not carry, pattern sets whose
*> azimuth rows leave gaps round the circle and pattern sets whose
*> gains all exceed the catalog gain of the band's antenna, the
*> conservative peak the evaluation prints. the key itself rules
*> out a duplicate boundary direction. the word CHECK on the
*> command line writes the cross-check report alone, with no
*> prompting, for the overnight stream: return code 4 when any row
*> is flagged. every flagged row is also raised as a finding for
*> the findings register.

environment division.
input-output section.
        access is dynamic
        record key is band-key
        file status is master-file-status.
    select boundary-file assign to "data/boundary.mst"
        organization is indexed
        access is dynamic
        record key is bnd-rec-key
        file status is boundary-file-status.
    select pattern-file assign to "data/antpattern.mst"
        organization is indexed
        access is dynamic
        record key is pat-rec-key
        file status is pattern-file-status.
    select schedule-file assign to "data/xmitsched.mst"
        organization is indexed
        access is dynamic
        record key is sch-rec-key
        file status is schedule-file-status.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.
    select audit-file assign to "data/sideaudit.log"
        organization is line sequential
        file status is audit-file-status.
    select check-file assign to "data/sidecheck.rpt"
        organization is line sequential
        file status is check-file-status.
    select findtrans-file assign to "data/findtrans.dat"
        organization is line sequential
        file status is findtrans-file-status.

data division.
file section.
    copy bandrec.

fd  boundary-file.
    copy bndrec.

fd  pattern-file.
    copy patrec.

fd  schedule-file.
    copy schedrec.

fd  catalog-file.
    copy catrec.

fd  audit-file.
01 audit-line pic x(80).
fd  check-file.
01 check-line pic x(100).

fd  findtrans-file.
    copy findtran.

working-storage section.
01 master-file-status   pic x(2).
01 boundary-file-status pic x(2).
01 pattern-file-status  pic x(2).
01 schedule-file-status pic x(2).
01 catalog-file-status  pic x(2).
01 audit-file-status    pic x(2).
01 check-file-status    pic x(2).
01 findtrans-file-status pic x(2).
01 check-stamp          pic x(14).

*> the master is read once into a table; this program never writes
*> it, it only reconciles the side files against it.
01 master-count pic 9(3) value 0.
01 master-table.
   05 master-entry occurs 200 times.
      10 mtab-record pic x(53).
      10 mtab-record-fields redefines mtab-record.
         15 mtab-station-id      pic x(10).
         15 mtab-band-number     pic 9(1).
         15 mtab-freq            pic 9(4)v9(2).
         15 mtab-swr             pic 9(1)v9(2).
         15 mtab-gaindbi         pic 9(1)v9(1).
         15 mtab-xmtr-power      pic 9(4).
         15 mtab-feedline-type   pic x(2).
         15 mtab-antenna-height  pic 9(3).
         15 mtab-ground-refl     pic x(1).
         15 mtab-antenna-id      pic x(8).
         15 mtab-xmtr-id         pic x(8).
01 master-sub   pic 9(3).
01 master-match pic 9(3).

01 master-eof-switch pic x(1) value 'N'.
   88 master-eof value 'Y'.

*> the side files are read and updated by key, never tabled. on
*> the CHECK run a side file not built yet just has no rows to
*> check; a maintenance session needs all three in place.
01 boundary-file-switch pic x(1) value 'N'.
   88 boundary-file-open value 'Y'.
01 pattern-file-switch  pic x(1) value 'N'.
   88 pattern-file-open  value 'Y'.
01 schedule-file-switch pic x(1) value 'N'.
   88 schedule-file-open value 'Y'.
01 boundary-eof-switch pic x(1) value 'N'.
   88 boundary-eof value 'Y'.
01 pattern-eof-switch pic x(1) value 'N'.
   88 pattern-eof value 'Y'.
01 sched-eof-switch pic x(1) value 'N'.
   88 sched-eof value 'Y'.
01 row-found-switch pic x(1) value 'N'.
   88 row-was-found value 'Y'.

01 quit-switch pic x(1) value 'N'.
   88 operator-quit value 'Y'.
   88 entry-is-invalid value 'N'.
01 entry-reject-reason pic x(30) value spaces.

01 change-count pic 9(5) value 0.

01 operator-id  pic x(3).
01 file-choice  pic x(1).
01 current-date-time pic x(21).
01 run-date-display  pic x(10).

01 run-parameter pic x(32) value spaces.

01 audit-detail-line.
   05 aud-stamp  pic x(14).
   05 filler     pic x(1) value spaces.
01 set-station    pic x(10).
01 set-band       pic 9(1).
01 set-max-gap    pic 9(3).
01 set-first-azimuth pic 9(3).
01 set-prior-azimuth pic 9(3).
01 azimuth-delta  pic s9(4).
01 all-exceed-switch pic x(1) value 'N'.
   88 all-gains-exceed value 'Y'.
01 set-catalog-gain pic 9(1)v9(1).
01 catalog-sub      pic 9(1).
01 catalog-gain-found-switch pic x(1) value 'N'.
   88 catalog-gain-was-found value 'Y'.
01 flagged-count pic 9(3) value 0.

01 check-heading-1.

procedure division.
main-procedure.
       move spaces to run-parameter
       accept run-parameter from command-line
       if function upper-case(function trim(run-parameter)) = "CHECK"
           perform set-run-date
           perform load-master-file
           perform open-catalog-file
           perform open-side-files-input
           perform write-cross-check-report
           perform close-side-files
           perform close-catalog-file
           if flagged-count > 0
               move 4 to return-code
           end-if
           stop run
       end-if

       display "side-file maintenance (boundary/pattern/schedule)"
       display "operator initials: " with no advancing
       accept operator-id

       perform set-run-date
       perform load-master-file
       perform open-catalog-file
       perform open-side-files-update
       perform open-audit-file

       perform process-action until operator-quit

       perform close-audit-file
       perform close-side-files
       perform close-catalog-file
       if change-count = 0
           display "no changes made"
       else
           display change-count " changes made"
       end-if
       stop run.

       move band-record to mtab-record(master-count)
       perform read-master-record.

open-catalog-file.
*> the catalog supplies the antenna gain the pattern sets are
*> checked against.
       open input catalog-file
       if catalog-file-status not = "00"
           display "unable to open equipment catalog, status " catalog-file-status
           display "run catload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

close-catalog-file.
       close catalog-file.

open-side-files-input.
       open input boundary-file
       if boundary-file-status = "00"
           move 'Y' to boundary-file-switch
       else
           if boundary-file-status not = "35"
               display "unable to open boundary file, status " boundary-file-status
               move 12 to return-code
               stop run
           end-if
       end-if
       open input pattern-file
       if pattern-file-status = "00"
           move 'Y' to pattern-file-switch
       else
           if pattern-file-status not = "35"
               display "unable to open pattern file, status " pattern-file-status
               move 12 to return-code
               stop run
           end-if
       end-if
       open input schedule-file
       if schedule-file-status = "00"
           move 'Y' to schedule-file-switch
       else
           if schedule-file-status not = "35"
               display "unable to open schedule file, status " schedule-file-status
               move 12 to return-code
               stop run
           end-if
       end-if.

open-side-files-update.
       open i-o boundary-file
       if boundary-file-status not = "00"
           display "unable to open boundary file, status " boundary-file-status
           display "run sideload to build it from the source file"
           move 12 to return-code
           stop run
       end-if
       move 'Y' to boundary-file-switch
       open i-o pattern-file
       if pattern-file-status not = "00"
           display "unable to open pattern file, status " pattern-file-status
           display "run sideload to build it from the source file"
           move 12 to return-code
           stop run
       end-if
       move 'Y' to pattern-file-switch
       open i-o schedule-file
       if schedule-file-status not = "00"
           display "unable to open schedule file, status " schedule-file-status
           display "run sideload to build it from the source file"
           move 12 to return-code
           stop run
       end-if
       move 'Y' to schedule-file-switch.

close-side-files.
       if boundary-file-open
           close boundary-file
       end-if
       if pattern-file-open
           close pattern-file
       end-if
       if schedule-file-open
           close schedule-file
       end-if.

open-audit-file.
       open extend audit-file
       display "direction (N /NE/E /SE/S /SW/W /NW): " with no advancing
       accept key-direction
       move function upper-case(key-direction) to key-direction
       move key-station   to bnd-rec-station-id
       move key-direction to bnd-rec-direction
       move 'N' to row-found-switch
       read boundary-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-boundary-row
       else
           end-if
       end-if.

add-boundary-row.
       if row-was-found
           display "boundary already on file for " key-station " " key-direction
       else
           perform prompt-boundary-fields
           perform validate-boundary-entry
           if entry-is-valid
               perform warn-if-station-unknown
               write boundary-record
                   invalid key
                       display "write failed for boundary " key-station " "
                           key-direction ", status " boundary-file-status
               end-write
               if boundary-file-status = "00"
                   move spaces          to before-image
                   move boundary-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added boundary " key-station " " key-direction
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-boundary-row.
       if not row-was-found
           display "no boundary on file for " key-station " " key-direction
       else
           move boundary-record to before-image
           display "rekey all fields for " key-station " " key-direction
           perform prompt-boundary-fields
           perform validate-boundary-entry
           if entry-is-valid
               rewrite boundary-record
                   invalid key
                       display "rewrite failed for boundary " key-station " "
                           key-direction ", status " boundary-file-status
               end-rewrite
               if boundary-file-status = "00"
                   move boundary-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed boundary " key-station " " key-direction
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-boundary-row.
       if not row-was-found
           display "no boundary on file for " key-station " " key-direction
       else
           move boundary-record to before-image
           move spaces to after-image
           delete boundary-file record
               invalid key
                   display "delete failed for boundary " key-station " "
                       key-direction ", status " boundary-file-status
           end-delete
           if boundary-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted boundary " key-station " " key-direction
           end-if
       end-if.

prompt-boundary-fields.
       move spaces to boundary-record
       move key-station   to bnd-rec-station-id
       display "azimuth degrees (0-359): " with no advancing
       accept answer-text
       move function numval(answer-text) to key-azimuth
       move key-station to pat-rec-station-id
       move key-band    to pat-rec-band
       move key-azimuth to pat-rec-azimuth
       move 'N' to row-found-switch
       read pattern-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-pattern-row
       else
           end-if
       end-if.

add-pattern-row.
       if row-was-found
           display "pattern row already on file for " key-station
               " band " key-band " azimuth " key-azimuth
       else
           perform prompt-pattern-fields
           perform validate-pattern-entry
           if entry-is-valid
               perform warn-if-station-unknown
               write pattern-record
                   invalid key
                       display "write failed for pattern " key-station
                           " band " key-band " azimuth " key-azimuth
                           ", status " pattern-file-status
               end-write
               if pattern-file-status = "00"
                   move spaces         to before-image
                   move pattern-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added pattern " key-station " band " key-band
                       " azimuth " key-azimuth
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-pattern-row.
       if not row-was-found
           display "no pattern row on file for " key-station
               " band " key-band " azimuth " key-azimuth
       else
           move pattern-record to before-image
           perform prompt-pattern-fields
           perform validate-pattern-entry
           if entry-is-valid
               rewrite pattern-record
                   invalid key
                       display "rewrite failed for pattern " key-station
                           " band " key-band " azimuth " key-azimuth
                           ", status " pattern-file-status
               end-rewrite
               if pattern-file-status = "00"
                   move pattern-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed pattern " key-station " band " key-band
                       " azimuth " key-azimuth
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-pattern-row.
       if not row-was-found
           display "no pattern row on file for " key-station
               " band " key-band " azimuth " key-azimuth
       else
           move pattern-record to before-image
           move spaces to after-image
           delete pattern-file record
               invalid key
                   display "delete failed for pattern " key-station
                       " band " key-band " azimuth " key-azimuth
                       ", status " pattern-file-status
           end-delete
           if pattern-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted pattern " key-station " band " key-band
                   " azimuth " key-azimuth
           end-if
       end-if.

prompt-pattern-fields.
       move spaces to pattern-record
       move key-station to pat-rec-station-id
       display "band number (1-9): " with no advancing
       accept answer-text
       move function numval(answer-text) to key-band
       move key-station to sch-rec-station-id
       move key-band    to sch-rec-band
       move 'N' to row-found-switch
       read schedule-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-schedule-row
       else
           end-if
       end-if.

add-schedule-row.
       if row-was-found
           display "schedule already on file for " key-station " band " key-band
       else
           perform prompt-schedule-fields
           perform validate-schedule-entry
           if entry-is-valid
               perform warn-if-station-unknown
               write schedule-record
                   invalid key
                       display "write failed for schedule " key-station
                           " band " key-band ", status " schedule-file-status
               end-write
               if schedule-file-status = "00"
                   move spaces          to before-image
                   move schedule-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added schedule " key-station " band " key-band
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-schedule-row.
       if not row-was-found
           display "no schedule on file for " key-station " band " key-band
       else
           move schedule-record to before-image
           perform prompt-schedule-fields
           perform validate-schedule-entry
           if entry-is-valid
               rewrite schedule-record
                   invalid key
                       display "rewrite failed for schedule " key-station
                           " band " key-band ", status " schedule-file-status
               end-rewrite
               if schedule-file-status = "00"
                   move schedule-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed schedule " key-station " band " key-band
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-schedule-row.
       if not row-was-found
           display "no schedule on file for " key-station " band " key-band
       else
           move schedule-record to before-image
           move spaces to after-image
           delete schedule-file record
               invalid key
                   display "delete failed for schedule " key-station
                       " band " key-band ", status " schedule-file-status
           end-delete
           if schedule-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted schedule " key-station " band " key-band
           end-if
       end-if.

prompt-schedule-fields.
       move spaces to schedule-record
       move key-station to sch-rec-station-id
           move "MIN6 OUT OF RANGE" to entry-reject-reason
       end-if.

write-cross-check-report.
       open output check-file
       if check-file-status not = "00"
           move 12 to return-code
           stop run
       end-if
       open extend findtrans-file
       if findtrans-file-status = "35"
           open output findtrans-file
       end-if
       if findtrans-file-status not = "00"
           display "unable to open findings transactions, status " findtrans-file-status
           move 12 to return-code
           stop run
       end-if
       move function current-date to current-date-time
       move current-date-time(1:14) to check-stamp
       move 0 to flagged-count
       move check-heading-1 to check-line
       write check-line
       write check-line
       move spaces to check-line
       write check-line
       perform check-boundary-file
       perform check-schedule-file
       perform check-pattern-file
       move spaces to check-line
       write check-line
       move flagged-count to chk-flagged
       move check-total-line to check-line
       write check-line
       close check-file
       close findtrans-file
       display "cross-check flagged " flagged-count " rows".

write-check-finding.
*> the finding item is the file's initial, the boundary direction
*> where there is one, and the head of the check's wording - enough
*> to tell the checks on one station-band apart.
       add 1 to flagged-count
       move check-detail-line to check-line
       write check-line
       move spaces to finding-trans-record
       move chk-station to ftr-station
       move "XCK"       to ftr-source
       move chk-file(1:1) to ftr-item(1:1)
       if chk-file = "BOUNDARY"
           move 0 to ftr-band
           move chk-qualifier(1:2) to ftr-item(2:2)
       else
           move chk-qualifier(1:1) to ftr-band
       end-if
       move chk-finding(1:8) to ftr-item(5:8)
       move "SIDEMAINT" to ftr-program
       move 'M'         to ftr-severity
       move check-stamp to ftr-stamp
       string chk-file delimited by space
              " - " delimited by size
              chk-finding delimited by size
           into ftr-description
       end-string
       write finding-trans-record.

check-boundary-file.
       if boundary-file-open
           move low-values to bnd-rec-key
           move 'N' to boundary-eof-switch
           start boundary-file key not < bnd-rec-key
               invalid key
                   move 'Y' to boundary-eof-switch
           end-start
           if not boundary-eof
               perform read-next-boundary
           end-if
           perform check-boundary-row until boundary-eof
       end-if.

read-next-boundary.
       read boundary-file next record
           at end move 'Y' to boundary-eof-switch
       end-read.

check-boundary-row.
       move bnd-rec-station-id to key-station
       perform find-master-station
       if master-match = 0
           move "BOUNDARY"                    to chk-file
           move bnd-rec-station-id            to chk-station
           move bnd-rec-direction             to chk-qualifier
           move "NO MASTER RECORD FOR STATION" to chk-finding
           perform write-check-finding
       end-if
       perform read-next-boundary.

check-schedule-file.
       if schedule-file-open
           move low-values to sch-rec-key
           move 'N' to sched-eof-switch
           start schedule-file key not < sch-rec-key
               invalid key
                   move 'Y' to sched-eof-switch
           end-start
           if not sched-eof
               perform read-next-schedule
           end-if
           perform check-schedule-row until sched-eof
       end-if.

read-next-schedule.
       read schedule-file next record
           at end move 'Y' to sched-eof-switch
       end-read.

check-schedule-row.
       move sch-rec-station-id to key-station
       perform find-master-station
       if master-match = 0
           move "SCHEDULE"                 to chk-file
           move sch-rec-station-id         to chk-station
           move sch-rec-band               to chk-qualifier
           move "NO MASTER RECORD FOR STATION" to chk-finding
           perform write-check-finding
       else
           move sch-rec-band to key-band
           perform find-master-station-band
           if master-match = 0
               move "SCHEDULE"              to chk-file
               move sch-rec-station-id      to chk-station
               move sch-rec-band            to chk-qualifier
               move "BAND NOT CARRIED BY STATION" to chk-finding
               perform write-check-finding
           end-if
       end-if
       perform read-next-schedule.

check-pattern-file.
       if pattern-file-open
           move low-values to pat-rec-key
           move 'N' to pattern-eof-switch
           start pattern-file key not < pat-rec-key
               invalid key
                   move 'Y' to pattern-eof-switch
           end-start
           if not pattern-eof
               perform read-next-pattern
           end-if
           perform check-pattern-set until pattern-eof
       end-if.

read-next-pattern.
       read pattern-file next record
           at end move 'Y' to pattern-eof-switch
       end-read.

check-pattern-set.
*> the pattern file comes back in key order, so each station-band
*> set is read as one run of rows with its azimuths ascending. the
*> widest gap in the measured circle is the largest step between
*> neighbouring rows or the wrap from the last azimuth round to the
*> first; a one-row set gaps the full 360.
       move pat-rec-station-id to set-station
       move pat-rec-band       to set-band
       move pat-rec-azimuth    to set-first-azimuth
       move pat-rec-azimuth    to set-prior-azimuth
       move 0 to set-max-gap
       move set-station to key-station
       move set-band    to key-band
       perform find-master-station-band
       move 'N' to catalog-gain-found-switch
       if master-match > 0
           perform find-catalog-gain
       end-if
       move 'Y' to all-exceed-switch
       perform scan-pattern-set-row
           until pattern-eof or pat-rec-station-id not = set-station
              or pat-rec-band not = set-band
       compute azimuth-delta = set-first-azimuth + 360 - set-prior-azimuth
       if azimuth-delta > set-max-gap
           move azimuth-delta to set-max-gap
       end-if
       if set-max-gap > azimuth-gap-tolerance
           move "PATTERN " to chk-file
           move set-station to chk-station
           end-string
           perform write-check-finding
       end-if
       if master-match = 0
           move "PATTERN " to chk-file
           move set-station to chk-station
           move "NO MASTER RECORD FOR STATION-BAND" to chk-finding
           perform write-check-finding
       else
           if all-gains-exceed and catalog-gain-was-found
               move "PATTERN " to chk-file
               move set-station to chk-station
               move set-band    to chk-qualifier
               move "ALL GAINS EXCEED CATALOG ANTENNA GAIN" to chk-finding
               perform write-check-finding
           end-if
       end-if.

find-catalog-gain.
*> the gain the evaluation takes for the band: the band antenna's
*> catalog figure for the range holding the band frequency. an
*> antenna or range not on the catalog leaves nothing to check
*> against - the evaluation rejects that band to suspense itself.
       move 'A' to cat-kind
       move mtab-antenna-id(master-match) to cat-id
       read catalog-file
           invalid key continue
           not invalid key
               perform find-catalog-gain-range
                   varying catalog-sub from 1 by 1 until catalog-sub > 5
       end-read.

find-catalog-gain-range.
       if not catalog-gain-was-found and cat-ant-gain(catalog-sub) > 0
           if mtab-freq(master-match) >= cat-ant-low-freq(catalog-sub) and
              mtab-freq(master-match) <= cat-ant-high-freq(catalog-sub)
               move cat-ant-gain(catalog-sub) to set-catalog-gain
               move 'Y' to catalog-gain-found-switch
           end-if
       end-if.

scan-pattern-set-row.
*> the catalog gain is what the printed report calls the
*> conservative peak; a set whose every measured gain tops it means
*> that figure understates the lobe in every direction.
       compute azimuth-delta = pat-rec-azimuth - set-prior-azimuth
       if azimuth-delta > set-max-gap
           move azimuth-delta to set-max-gap
       end-if
       move pat-rec-azimuth to set-prior-azimuth
       if catalog-gain-was-found
           if pat-rec-gain <= set-catalog-gain
               move 'N' to all-exceed-switch
           end-if
       end-if
       perform read-next-pattern.
