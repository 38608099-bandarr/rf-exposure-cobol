      >>SOURCE FORMAT FREE
identification division.
program-id. rostmaint.

*> prompted add/change/delete maintenance for the trained-personnel
*> roster: the rf-aware people the controlled (occupational)
*> determinations rest on. each entry is keyed by station and the
*> person's name or callsign, and carries the role, training date,
*> training expiry and up to four controlled areas the person may
*> enter - B plus a boundary direction, P plus an exposure-point
*> label, or A for every controlled area at the station. each
*> update is made by key straight to the indexed roster and written
*> to a change-audit log with before and after images, the way
*> sidemaint keeps the side files. the E action - or the
*> word EXPIRING on the command line, for the overnight run - prints
*> everyone whose training has lapsed or lapses within 60 days.

environment division.
input-output section.
file-control.
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
    select audit-file assign to "data/rostaudit.log"
        organization is line sequential
        file status is audit-file-status.
    select expiring-file assign to "data/rosterexp.rpt"
        organization is line sequential
        file status is expiring-file-status.

data division.
file section.
fd  boundary-file.
    copy bndrec.

fd  exposure-file.
    copy exprec.

fd  roster-file.
    copy rosrec.

fd  audit-file.
01 audit-line pic x(250).

fd  expiring-file.
01 expiring-line pic x(100).

working-storage section.
01 boundary-file-status pic x(2).
01 exposure-file-status pic x(2).
01 roster-file-status   pic x(2).
01 audit-file-status    pic x(2).
01 expiring-file-status pic x(2).

*> the areas a person can be cleared for, read by key from the side
*> files with their c/u class: only a controlled area needs trained
*> people behind it.
01 boundary-file-switch pic x(1) value 'N'.
   88 boundary-file-open value 'Y'.
01 exposure-file-switch pic x(1) value 'N'.
   88 exposure-file-open value 'Y'.
01 area-match pic 9(1).
01 area-class pic x(1).
01 controlled-area-count pic 9(3).
01 boundary-eof-switch pic x(1) value 'N'.
   88 boundary-eof value 'Y'.
01 exposure-eof-switch pic x(1) value 'N'.
   88 exposure-eof value 'Y'.

*> the roster is read and updated by key, never tabled. the
*> expiring list reads it through in key order; a roster not built
*> yet just lists nobody there, but a maintenance session needs it
*> in place.
01 roster-file-switch pic x(1) value 'N'.
   88 roster-file-open value 'Y'.
01 roster-eof-switch pic x(1) value 'N'.
   88 roster-eof value 'Y'.
01 row-found-switch pic x(1) value 'N'.
   88 row-was-found value 'Y'.
01 roster-area-sub pic 9(1).
01 area-given-count pic 9(1).

01 quit-switch pic x(1) value 'N'.
   88 operator-quit value 'Y'.

01 entry-valid-switch pic x(1) value 'Y'.
   88 entry-is-valid   value 'Y'.
   88 entry-is-invalid value 'N'.
01 entry-reject-reason pic x(30) value spaces.

01 change-count pic 9(5) value 0.

01 run-parameter pic x(32) value spaces.

01 operator-id  pic x(3).
01 maint-action pic x(1).
01 answer-text  pic x(20).

01 key-station pic x(10).
01 key-person  pic x(20).

01 look-kind pic x(1).
01 look-area pic x(12).

01 today-date pic 9(8).

01 before-image pic x(110).
01 after-image  pic x(110).

01 current-date-time pic x(21).
01 run-date-display  pic x(10).

01 audit-detail-line.
   05 aud-stamp  pic x(14).
   05 filler     pic x(1) value spaces.
   05 aud-oper   pic x(3).
   05 filler     pic x(1) value spaces.
   05 aud-action pic x(1).
   05 filler     pic x(1) value spaces.
   05 aud-before pic x(110).
   05 filler     pic x(1) value spaces.
   05 aud-after  pic x(110).

*> expiring-training list: everyone whose training has lapsed or
*> runs out inside the warning window.
01 expiry-warning-days pic 9(3) value 060.
01 days-left      pic s9(7).
01 days-left-disp pic zzz9.
01 lapsed-count   pic 9(3) value 0.
01 expiring-count pic 9(3) value 0.
01 date-work      pic 9(8).
01 date-parts redefines date-work.
   05 date-yyyy pic 9(4).
   05 date-mm   pic 9(2).
   05 date-dd   pic 9(2).

01 expiring-heading-1.
   05 filler pic x(16) value spaces.
   05 filler pic x(48) value
      "RF TRAINING LAPSED OR EXPIRING WITHIN 60 DAYS".

01 expiring-heading-2.
   05 filler        pic x(10) value "RUN DATE: ".
   05 exh-run-date  pic x(10).

01 expiring-column-heads.
   05 filler pic x(80) value
      "STATION    PERSON               ROLE          EXPIRES     STATUS".

01 expiring-detail-line.
   05 exd-station   pic x(10).
   05 filler        pic x(1)  value spaces.
   05 exd-person    pic x(20).
   05 filler        pic x(1)  value spaces.
   05 exd-role      pic x(12).
   05 filler        pic x(2)  value spaces.
   05 exd-expires   pic x(10).
   05 filler        pic x(2)  value spaces.
   05 exd-status    pic x(24).

01 expiring-total-line.
   05 filler        pic x(2)  value spaces.
   05 ext-label     pic x(24).
   05 ext-value     pic zz9.

procedure division.
main-procedure.
       perform set-run-date
       perform open-area-files

       move spaces to run-parameter
       accept run-parameter from command-line
       if function upper-case(function trim(run-parameter)) = "EXPIRING"
           perform open-roster-file-input
           perform write-expiring-list
           perform close-roster-file
           perform close-area-files
           if lapsed-count > 0 or expiring-count > 0
               move 4 to return-code
           end-if
           stop run
       end-if

       display "trained-personnel roster maintenance"
       display "operator initials: " with no advancing
       accept operator-id
       if operator-id = spaces
           move "OPR" to operator-id
       end-if

       perform open-roster-file-update
       perform open-audit-file

       perform process-action until operator-quit

       perform close-audit-file
       perform close-roster-file
       perform close-area-files
       if change-count = 0
           display "no changes made"
       else
           display change-count " changes made"
       end-if
       stop run.

set-run-date.
       move function current-date to current-date-time
       move current-date-time(1:8) to today-date
       move current-date-time(5:2) to run-date-display(1:2)
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4).

open-area-files.
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
       open input exposure-file
       if exposure-file-status = "00"
           move 'Y' to exposure-file-switch
       else
           if exposure-file-status not = "35"
               display "unable to open exposure-point file, status " exposure-file-status
               move 12 to return-code
               stop run
           end-if
       end-if.

close-area-files.
       if boundary-file-open
           close boundary-file
       end-if
       if exposure-file-open
           close exposure-file
       end-if.

read-boundary-record.
       read boundary-file next record
           at end move 'Y' to boundary-eof-switch
       end-read
       if not boundary-eof and bnd-rec-station-id not = key-station
           move 'Y' to boundary-eof-switch
       end-if.

read-exposure-record.
       read exposure-file next record
           at end move 'Y' to exposure-eof-switch
       end-read
       if not exposure-eof and exp-rec-station-id not = key-station
           move 'Y' to exposure-eof-switch
       end-if.

open-roster-file-input.
       open input roster-file
       if roster-file-status = "00"
           move 'Y' to roster-file-switch
       else
           if roster-file-status not = "35"
               display "unable to open roster file, status " roster-file-status
               move 12 to return-code
               stop run
           end-if
       end-if.

open-roster-file-update.
       open i-o roster-file
       if roster-file-status not = "00"
           display "unable to open roster file, status " roster-file-status
           display "run regload to build it from the source file"
           move 12 to return-code
           stop run
       end-if
       move 'Y' to roster-file-switch.

close-roster-file.
       if roster-file-open
           close roster-file
       end-if.

read-next-roster-record.
       read roster-file next record
           at end move 'Y' to roster-eof-switch
       end-read.

open-audit-file.
       open extend audit-file
       if audit-file-status = "35"
           open output audit-file
       end-if
       if audit-file-status not = "00"
           display "unable to open audit file, status " audit-file-status
           move 12 to return-code
           stop run
       end-if.

close-audit-file.
       close audit-file.

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
       display "action (A=add C=change D=delete E=expiring list Q=quit): "
           with no advancing
       accept maint-action
       move function upper-case(maint-action) to maint-action
       if maint-action = 'Q' or maint-action = spaces
           move 'Y' to quit-switch
       else
           if maint-action = 'E'
               perform write-expiring-list
           else
               if maint-action = 'A' or maint-action = 'C' or maint-action = 'D'
                   perform maintain-roster
               else
                   display "unknown action " maint-action
               end-if
           end-if
       end-if.

maintain-roster.
       perform prompt-roster-key
       move key-station to ros-rec-station-id
       move key-person  to ros-rec-person
       move 'N' to row-found-switch
       read roster-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-roster-row
       else
           if maint-action = 'C'
               perform change-roster-row
           else
               perform delete-roster-row
           end-if
       end-if.

prompt-roster-key.
       display "station id: " with no advancing
       accept key-station
       move function upper-case(key-station) to key-station
       display "name or callsign: " with no advancing
       accept key-person
       move function upper-case(key-person) to key-person.

find-area.
       move 0 to area-match
       move spaces to area-class
       if look-kind = 'B' and boundary-file-open
           move key-station to bnd-rec-station-id
           move look-area(1:2) to bnd-rec-direction
           if look-area(3:10) = spaces
               read boundary-file
                   invalid key continue
                   not invalid key
                       move 1 to area-match
                       move bnd-rec-area-type to area-class
               end-read
           end-if
       end-if
       if look-kind = 'P' and exposure-file-open
           move key-station to exp-rec-station-id
           move look-area   to exp-rec-label
           read exposure-file
               invalid key continue
               not invalid key
                   move 1 to area-match
                   move exp-rec-class to area-class
           end-read
       end-if.

count-controlled-areas.
*> every boundary segment and exposure point on file for the station,
*> read in key order from the station's first one.
       move 0 to controlled-area-count
       move 'Y' to boundary-eof-switch
       if boundary-file-open
           move low-values to bnd-rec-key
           move key-station to bnd-rec-station-id
           move 'N' to boundary-eof-switch
           start boundary-file key not < bnd-rec-key
               invalid key move 'Y' to boundary-eof-switch
           end-start
           if not boundary-eof
               perform read-boundary-record
           end-if
       end-if
       perform tally-controlled-boundary until boundary-eof
       move 'Y' to exposure-eof-switch
       if exposure-file-open
           move low-values to exp-rec-key
           move key-station to exp-rec-station-id
           move 'N' to exposure-eof-switch
           start exposure-file key not < exp-rec-key
               invalid key move 'Y' to exposure-eof-switch
           end-start
           if not exposure-eof
               perform read-exposure-record
           end-if
       end-if
       perform tally-controlled-exposure until exposure-eof.

tally-controlled-boundary.
       if bnd-rec-area-type = 'C'
           add 1 to controlled-area-count
       end-if
       perform read-boundary-record.

tally-controlled-exposure.
       if exp-rec-class = 'C'
           add 1 to controlled-area-count
       end-if
       perform read-exposure-record.

add-roster-row.
       if row-was-found
           display "already on the roster: " key-station " " key-person
       else
           perform prompt-roster-fields
           perform validate-roster-entry
           if entry-is-valid
               write roster-record
                   invalid key
                       display "write failed for " key-station " "
                           key-person ", status " roster-file-status
               end-write
               if roster-file-status = "00"
                   move spaces        to before-image
                   move roster-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added " key-station " " key-person
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-roster-row.
       if not row-was-found
           display "not on the roster: " key-station " " key-person
       else
           move roster-record to before-image
           display "rekey all fields for " key-station " " key-person
           perform prompt-roster-fields
           perform validate-roster-entry
           if entry-is-valid
               rewrite roster-record
                   invalid key
                       display "rewrite failed for " key-station " "
                           key-person ", status " roster-file-status
               end-rewrite
               if roster-file-status = "00"
                   move roster-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed " key-station " " key-person
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-roster-row.
       if not row-was-found
           display "not on the roster: " key-station " " key-person
       else
           move roster-record to before-image
           move spaces to after-image
           delete roster-file record
               invalid key
                   display "delete failed for " key-station " "
                       key-person ", status " roster-file-status
           end-delete
           if roster-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted " key-station " " key-person
           end-if
       end-if.

prompt-roster-fields.
       move spaces to roster-record
       move key-station to ros-rec-station-id
       move key-person  to ros-rec-person
       display "role: " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:12)) to ros-rec-role
       display "training date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to ros-rec-trained
       display "training expiry date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to ros-rec-expires
       move 0 to area-given-count
       perform prompt-roster-area
           varying roster-area-sub from 1 by 1 until roster-area-sub > 4.

prompt-roster-area.
*> a blank kind ends the list; anything after it stays blank.
       if roster-area-sub = 1 or
          ros-rec-area-kind(roster-area-sub - 1) not = spaces
           display "controlled area " roster-area-sub
               " (A=all B=boundary P=point, blank=done): " with no advancing
           accept answer-text
           move function upper-case(answer-text(1:1))
               to ros-rec-area-kind(roster-area-sub)
           if ros-rec-area-kind(roster-area-sub) = 'B'
               display "boundary direction: " with no advancing
               accept answer-text
               move function upper-case(answer-text(1:12))
                   to ros-rec-area-id(roster-area-sub)
           else
               if ros-rec-area-kind(roster-area-sub) = 'P'
                   display "exposure point label: " with no advancing
                   accept answer-text
                   move function upper-case(answer-text(1:12))
                       to ros-rec-area-id(roster-area-sub)
               end-if
           end-if
           if ros-rec-area-kind(roster-area-sub) not = spaces
               add 1 to area-given-count
           end-if
       end-if.

validate-roster-entry.
       move 'Y' to entry-valid-switch
       move spaces to entry-reject-reason
       if key-person = spaces
           move 'N' to entry-valid-switch
           move "NAME OR CALLSIGN BLANK" to entry-reject-reason
       end-if
       if entry-is-valid and ros-rec-role = spaces
           move 'N' to entry-valid-switch
           move "ROLE BLANK" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(ros-rec-trained) not = 0
           move 'N' to entry-valid-switch
           move "TRAINING DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and ros-rec-trained > today-date
           move 'N' to entry-valid-switch
           move "TRAINING DATE IN THE FUTURE" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(ros-rec-expires) not = 0
           move 'N' to entry-valid-switch
           move "EXPIRY DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and ros-rec-expires <= ros-rec-trained
           move 'N' to entry-valid-switch
           move "EXPIRES BEFORE TRAINED" to entry-reject-reason
       end-if
       if entry-is-valid and area-given-count = 0
           move 'N' to entry-valid-switch
           move "NO CONTROLLED AREA GIVEN" to entry-reject-reason
       end-if
       if entry-is-valid
           perform validate-roster-area
               varying roster-area-sub from 1 by 1 until roster-area-sub > 4
       end-if.

validate-roster-area.
       if entry-is-valid and ros-rec-area-kind(roster-area-sub) not = spaces
           if ros-rec-area-kind(roster-area-sub) = 'A'
               perform count-controlled-areas
               if controlled-area-count = 0
                   move 'N' to entry-valid-switch
                   move "STATION HAS NO CONTROLLED AREA" to entry-reject-reason
               end-if
           else
               if ros-rec-area-kind(roster-area-sub) not = 'B' and
                  ros-rec-area-kind(roster-area-sub) not = 'P'
                   move 'N' to entry-valid-switch
                   move "AREA KIND NOT A/B/P" to entry-reject-reason
               else
                   move ros-rec-area-kind(roster-area-sub) to look-kind
                   move ros-rec-area-id(roster-area-sub)   to look-area
                   perform find-area
                   if area-match = 0
                       move 'N' to entry-valid-switch
                       move "NO SUCH AREA AT STATION" to entry-reject-reason
                   else
                       if area-class not = 'C'
                           move 'N' to entry-valid-switch
                           move "AREA IS NOT CONTROLLED" to entry-reject-reason
                       end-if
                   end-if
               end-if
           end-if
       end-if.

write-expiring-list.
       open output expiring-file
       if expiring-file-status not = "00"
           display "unable to open expiring list, status " expiring-file-status
           move 12 to return-code
           stop run
       end-if
       move 0 to lapsed-count
       move 0 to expiring-count
       move expiring-heading-1 to expiring-line
       write expiring-line
       move run-date-display to exh-run-date
       move expiring-heading-2 to expiring-line
       write expiring-line
       move spaces to expiring-line
       write expiring-line
       move expiring-column-heads to expiring-line
       write expiring-line
*> the whole roster from its first key, station by station.
       move 'Y' to roster-eof-switch
       if roster-file-open
           move low-values to ros-rec-key
           move 'N' to roster-eof-switch
           start roster-file key not < ros-rec-key
               invalid key move 'Y' to roster-eof-switch
           end-start
           if not roster-eof
               perform read-next-roster-record
           end-if
       end-if
       perform write-expiring-person until roster-eof
       move spaces to expiring-line
       write expiring-line
       move "TRAINING LAPSED" to ext-label
       move lapsed-count to ext-value
       move expiring-total-line to expiring-line
       write expiring-line
       move "EXPIRING WITHIN 60 DAYS" to ext-label
       move expiring-count to ext-value
       move expiring-total-line to expiring-line
       write expiring-line
       close expiring-file
       display "expiring list: " lapsed-count " lapsed, "
           expiring-count " expiring within 60 days".

write-expiring-person.
       compute days-left = function integer-of-date(ros-rec-expires)
           - function integer-of-date(today-date)
       if days-left <= expiry-warning-days
           move ros-rec-station-id to exd-station
           move ros-rec-person     to exd-person
           move ros-rec-role       to exd-role
           move ros-rec-expires    to date-work
           move spaces to exd-expires
           string date-mm "/" date-dd "/" date-yyyy delimited by size
               into exd-expires
           end-string
           move spaces to exd-status
           if days-left < 0
               add 1 to lapsed-count
               move "LAPSED" to exd-status
           else
               add 1 to expiring-count
               move days-left to days-left-disp
               string "EXPIRES IN " delimited by size
                      function trim(days-left-disp) delimited by size
                      " DAYS" delimited by size
                   into exd-status
               end-string
           end-if
           move expiring-detail-line to expiring-line
           write expiring-line
       end-if
       perform read-next-roster-record.
