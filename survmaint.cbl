      >>SOURCE FORMAT FREE
identification division.
program-id. survmaint.

*> prompted add/change/delete maintenance for the field-survey
*> readings: the meter and probe surveys taken at the points on
*> the exposure-point file. each reading is keyed by station, point
*> label, survey date and the band the probe was tuned to (0 for a
*> broadband probe), and carries the meter id, its calibration due
*> date and the reading - %mpe (P), v/m (E) or mw/cm2 (S). the
*> readings are evidence an inspector weighs against the model, so
*> they get the treatment sidemaint gives the side files: field
*> edits at the keyboard, each update made by key straight to the
*> indexed survey file, and every update written to a change-audit
*> log with before and after images.

environment division.
input-output section.
file-control.
    select master-file assign to "data/stationband.mst"
        organization is indexed
        access is dynamic
        record key is band-key
        file status is master-file-status.
    select exposure-file assign to "data/exppoint.mst"
        organization is indexed
        access is dynamic
        record key is exp-rec-key
        file status is exposure-file-status.
    select survey-file assign to "data/survey.mst"
        organization is indexed
        access is dynamic
        record key is svy-rec-key
        file status is survey-file-status.
    select audit-file assign to "data/survaudit.log"
        organization is line sequential
        file status is audit-file-status.

data division.
file section.
fd  master-file.
    copy bandrec.

fd  exposure-file.
    copy exprec.

fd  survey-file.
    copy svyrec.

fd  audit-file.
01 audit-line pic x(140).

working-storage section.
01 master-file-status   pic x(2).
01 exposure-file-status pic x(2).
01 survey-file-status   pic x(2).
01 audit-file-status    pic x(2).

*> the master is read by key only: readings are warned, not
*> refused, when the probe band is not one the station carries - a
*> survey can well predate a band being dropped.
01 master-match pic 9(1).

01 exposure-file-switch pic x(1) value 'N'.
   88 exposure-file-open value 'Y'.
01 exposure-match pic 9(1).

01 row-found-switch pic x(1) value 'N'.
   88 row-was-found value 'Y'.

01 quit-switch pic x(1) value 'N'.
   88 operator-quit value 'Y'.

01 entry-valid-switch pic x(1) value 'Y'.
   88 entry-is-valid   value 'Y'.
   88 entry-is-invalid value 'N'.
01 entry-reject-reason pic x(30) value spaces.

01 change-count pic 9(5) value 0.

01 operator-id  pic x(3).
01 maint-action pic x(1).
01 answer-text  pic x(20).

01 key-station pic x(10).
01 key-label   pic x(12).
01 key-date    pic 9(8).
01 key-band    pic 9(1).

01 before-image pic x(58).
01 after-image  pic x(58).

01 current-date-time pic x(21).

01 audit-detail-line.
   05 aud-stamp  pic x(14).
   05 filler     pic x(1) value spaces.
   05 aud-oper   pic x(3).
   05 filler     pic x(1) value spaces.
   05 aud-action pic x(1).
   05 filler     pic x(1) value spaces.
   05 aud-before pic x(58).
   05 filler     pic x(1) value spaces.
   05 aud-after  pic x(58).

procedure division.
main-procedure.
       display "field-survey reading maintenance"
       display "operator initials: " with no advancing
       accept operator-id
       if operator-id = spaces
           move "OPR" to operator-id
       end-if

       perform open-master-file
       perform open-exposure-file
       perform open-survey-file
       perform open-audit-file

       perform process-action until operator-quit

       perform close-audit-file
       close survey-file
       close master-file
       if exposure-file-open
           close exposure-file
       end-if
       if change-count = 0
           display "no changes made"
       else
           display change-count " changes made"
       end-if
       stop run.

open-master-file.
       open input master-file
       if master-file-status not = "00"
           display "unable to open master file, status " master-file-status
           display "run bandload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

open-exposure-file.
*> a reading belongs to a registered exposure point; with no point
*> file there is nothing a reading could be entered against.
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

open-survey-file.
       open i-o survey-file
       if survey-file-status not = "00"
           display "unable to open survey file, status " survey-file-status
           display "run regload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

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
       display "action (A=add C=change D=delete Q=quit): " with no advancing
       accept maint-action
       move function upper-case(maint-action) to maint-action
       if maint-action = 'Q' or maint-action = spaces
           move 'Y' to quit-switch
       else
           if maint-action = 'A' or maint-action = 'C' or maint-action = 'D'
               perform maintain-survey
           else
               display "unknown action " maint-action
           end-if
       end-if.

maintain-survey.
       perform prompt-survey-key
       move key-station to svy-rec-station-id
       move key-label   to svy-rec-label
       move key-date    to svy-rec-date
       move key-band    to svy-rec-band
       move 'N' to row-found-switch
       read survey-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-survey-row
       else
           if maint-action = 'C'
               perform change-survey-row
           else
               perform delete-survey-row
           end-if
       end-if.

prompt-survey-key.
       display "station id: " with no advancing
       accept key-station
       move function upper-case(key-station) to key-station
       display "exposure point label: " with no advancing
       accept key-label
       move function upper-case(key-label) to key-label
       display "survey date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to key-date
       display "probe band number (0=broadband, 1-9): " with no advancing
       accept answer-text
       move function numval(answer-text) to key-band.

find-exposure-point.
       move 0 to exposure-match
       if exposure-file-open
           move key-station to exp-rec-station-id
           move key-label   to exp-rec-label
           read exposure-file
               invalid key continue
               not invalid key move 1 to exposure-match
           end-read
       end-if.

warn-if-band-unknown.
       if key-band > 0
           move 0 to master-match
           move key-station to band-station-id
           move key-band    to band-number
           read master-file
               invalid key continue
               not invalid key move 1 to master-match
           end-read
           if master-match = 0
               display "warning: station " key-station " carries no band " key-band
           end-if
       end-if.

add-survey-row.
       if row-was-found
           display "reading already on file for " key-station " " key-label
               " " key-date " band " key-band
       else
           perform prompt-survey-fields
           perform validate-survey-entry
           if entry-is-valid
               perform warn-if-band-unknown
               write survey-record
                   invalid key
                       display "write failed for " key-station " " key-label
                           " " key-date ", status " survey-file-status
               end-write
               if survey-file-status = "00"
                   move spaces        to before-image
                   move survey-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added reading " key-station " " key-label " " key-date
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-survey-row.
       if not row-was-found
           display "no reading on file for " key-station " " key-label
               " " key-date " band " key-band
       else
           move survey-record to before-image
           display "rekey all fields for " key-station " " key-label " " key-date
           perform prompt-survey-fields
           perform validate-survey-entry
           if entry-is-valid
               rewrite survey-record
                   invalid key
                       display "rewrite failed for " key-station " " key-label
                           " " key-date ", status " survey-file-status
               end-rewrite
               if survey-file-status = "00"
                   move survey-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed reading " key-station " " key-label " " key-date
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-survey-row.
       if not row-was-found
           display "no reading on file for " key-station " " key-label
               " " key-date " band " key-band
       else
           move survey-record to before-image
           move spaces to after-image
           delete survey-file record
               invalid key
                   display "delete failed for " key-station " " key-label
                       " " key-date ", status " survey-file-status
           end-delete
           if survey-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted reading " key-station " " key-label " " key-date
           end-if
       end-if.

prompt-survey-fields.
       move spaces to survey-record
       move key-station to svy-rec-station-id
       move key-label   to svy-rec-label
       move key-date    to svy-rec-date
       move key-band    to svy-rec-band
       display "meter/probe id: " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:10)) to svy-rec-meter-id
       display "calibration due date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to svy-rec-cal-due
       display "reading type (P=%mpe E=v/m S=mw/cm2): " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to svy-rec-type
       display "reading (e.g. 12.5): " with no advancing
       accept answer-text
       move function numval(answer-text) to svy-rec-value.

validate-survey-entry.
       move 'Y' to entry-valid-switch
       move spaces to entry-reject-reason
       perform find-exposure-point
       if exposure-match = 0
           move 'N' to entry-valid-switch
           move "NO SUCH EXPOSURE POINT" to entry-reject-reason
       end-if
       if entry-is-valid and function test-date-yyyymmdd(key-date) not = 0
           move 'N' to entry-valid-switch
           move "SURVEY DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and key-date > function current-date(1:8)
           move 'N' to entry-valid-switch
           move "SURVEY DATE IN THE FUTURE" to entry-reject-reason
       end-if
       if entry-is-valid and svy-rec-meter-id = spaces
           move 'N' to entry-valid-switch
           move "METER ID BLANK" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(svy-rec-cal-due) not = 0
           move 'N' to entry-valid-switch
           move "CAL DUE DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and svy-rec-type not = 'P'
          and svy-rec-type not = 'E' and svy-rec-type not = 'S'
           move 'N' to entry-valid-switch
           move "READING TYPE NOT P/E/S" to entry-reject-reason
       end-if
       if entry-is-valid and svy-rec-value <= 0
           move 'N' to entry-valid-switch
           move "READING NOT POSITIVE" to entry-reject-reason
       end-if.
