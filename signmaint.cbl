      >>SOURCE FORMAT FREE
identification division.
program-id. signmaint.

*> prompted add/change/delete maintenance for the rf warning sign
*> and access-control register. each entry is keyed by station and
*> the area it posts - a boundary segment by direction (kind B) or
*> an exposure point by label (kind P) - and records the sign
*> category (N=notice, C=caution, W=warning), where it hangs, its
*> install and last inspection dates and the measure restricting
*> access (fence, locked door and the like). a controlled
*> determination stands or falls on this register, so it gets the
*> treatment sidemaint gives the side files: field edits at the
*> keyboard, each update made by key straight to the indexed
*> register, and every update written to a change-audit log with
*> before and after images.

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
    select sign-file assign to "data/signreg.mst"
        organization is indexed
        access is dynamic
        record key is sgn-rec-key
        file status is sign-file-status.
    select audit-file assign to "data/signaudit.log"
        organization is line sequential
        file status is audit-file-status.

data division.
file section.
fd  boundary-file.
    copy bndrec.

fd  exposure-file.
    copy exprec.

fd  sign-file.
    copy sgnrec.

fd  audit-file.
01 audit-line pic x(170).

working-storage section.
01 boundary-file-status pic x(2).
01 exposure-file-status pic x(2).
01 sign-file-status     pic x(2).
01 audit-file-status    pic x(2).

*> the areas a sign can post: boundary segments by direction and
*> exposure points by label, read by key from the side files, each
*> with its c/u class so a sign on an uncontrolled area can be
*> flagged as not what the controlled determinations are waiting on.
01 boundary-file-switch pic x(1) value 'N'.
   88 boundary-file-open value 'Y'.
01 exposure-file-switch pic x(1) value 'N'.
   88 exposure-file-open value 'Y'.
01 area-match pic 9(1).
01 area-class pic x(1).

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
01 key-kind    pic x(1).
01 key-area    pic x(12).

01 today-date  pic 9(8).

01 before-image pic x(72).
01 after-image  pic x(72).

01 current-date-time pic x(21).

01 audit-detail-line.
   05 aud-stamp  pic x(14).
   05 filler     pic x(1) value spaces.
   05 aud-oper   pic x(3).
   05 filler     pic x(1) value spaces.
   05 aud-action pic x(1).
   05 filler     pic x(1) value spaces.
   05 aud-before pic x(72).
   05 filler     pic x(1) value spaces.
   05 aud-after  pic x(72).

procedure division.
main-procedure.
       display "rf warning sign and access register maintenance"
       display "operator initials: " with no advancing
       accept operator-id
       if operator-id = spaces
           move "OPR" to operator-id
       end-if
       move function current-date(1:8) to today-date

       perform open-area-files
       perform open-sign-file
       perform open-audit-file

       perform process-action until operator-quit

       perform close-audit-file
       close sign-file
       perform close-area-files
       if change-count = 0
           display "no changes made"
       else
           display change-count " changes made"
       end-if
       stop run.

open-area-files.
*> a sign posts a boundary segment or an exposure point; with
*> neither file there is nothing a sign could be entered against.
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

open-sign-file.
       open i-o sign-file
       if sign-file-status not = "00"
           display "unable to open sign file, status " sign-file-status
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
               perform maintain-sign
           else
               display "unknown action " maint-action
           end-if
       end-if.

maintain-sign.
       perform prompt-sign-key
       move key-station to sgn-rec-station-id
       move key-kind    to sgn-rec-kind
       move key-area    to sgn-rec-area
       move 'N' to row-found-switch
       read sign-file
           invalid key
               continue
           not invalid key
               move 'Y' to row-found-switch
       end-read
       if maint-action = 'A'
           perform add-sign-row
       else
           if maint-action = 'C'
               perform change-sign-row
           else
               perform delete-sign-row
           end-if
       end-if.

prompt-sign-key.
       display "station id: " with no advancing
       accept key-station
       move function upper-case(key-station) to key-station
       display "area kind (B=boundary segment P=exposure point): " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to key-kind
       if key-kind = 'B'
           display "boundary direction: " with no advancing
       else
           display "exposure point label: " with no advancing
       end-if
       accept answer-text
       move function upper-case(answer-text(1:12)) to key-area.

find-area.
       move 0 to area-match
       move spaces to area-class
       if key-kind = 'B' and boundary-file-open
           move key-station to bnd-rec-station-id
           move key-area(1:2) to bnd-rec-direction
           if key-area(3:10) = spaces
               read boundary-file
                   invalid key continue
                   not invalid key
                       move 1 to area-match
                       move bnd-rec-area-type to area-class
               end-read
           end-if
       end-if
       if key-kind = 'P' and exposure-file-open
           move key-station to exp-rec-station-id
           move key-area    to exp-rec-label
           read exposure-file
               invalid key continue
               not invalid key
                   move 1 to area-match
                   move exp-rec-class to area-class
           end-read
       end-if.

warn-if-area-uncontrolled.
       if area-class not = 'C'
           display "warning: " key-station " " key-area
               " is classed uncontrolled - no controlled pass rests on it"
       end-if.

add-sign-row.
       if row-was-found
           display "sign already on file for " key-station " " key-kind " " key-area
       else
           perform prompt-sign-fields
           perform validate-sign-entry
           if entry-is-valid
               perform warn-if-area-uncontrolled
               write sign-record
                   invalid key
                       display "write failed for " key-station " " key-kind
                           " " key-area ", status " sign-file-status
               end-write
               if sign-file-status = "00"
                   move spaces      to before-image
                   move sign-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "added sign " key-station " " key-kind " " key-area
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

change-sign-row.
       if not row-was-found
           display "no sign on file for " key-station " " key-kind " " key-area
       else
           move sign-record to before-image
           display "rekey all fields for " key-station " " key-kind " " key-area
           perform prompt-sign-fields
           perform validate-sign-entry
           if entry-is-valid
               rewrite sign-record
                   invalid key
                       display "rewrite failed for " key-station " " key-kind
                           " " key-area ", status " sign-file-status
               end-rewrite
               if sign-file-status = "00"
                   move sign-record to after-image
                   perform write-audit-record
                   add 1 to change-count
                   display "changed sign " key-station " " key-kind " " key-area
               end-if
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

delete-sign-row.
       if not row-was-found
           display "no sign on file for " key-station " " key-kind " " key-area
       else
           move sign-record to before-image
           move spaces to after-image
           delete sign-file record
               invalid key
                   display "delete failed for " key-station " " key-kind
                       " " key-area ", status " sign-file-status
           end-delete
           if sign-file-status = "00"
               perform write-audit-record
               add 1 to change-count
               display "deleted sign " key-station " " key-kind " " key-area
           end-if
       end-if.

prompt-sign-fields.
       move spaces to sign-record
       move key-station to sgn-rec-station-id
       move key-kind    to sgn-rec-kind
       move key-area    to sgn-rec-area
       display "sign type (N=notice C=caution W=warning): " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to sgn-rec-type
       display "sign location: " with no advancing
       accept answer-text
       move function upper-case(answer-text) to sgn-rec-location
       display "install date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to sgn-rec-installed
       display "last inspection date (yyyymmdd): " with no advancing
       accept answer-text
       move function numval(answer-text) to sgn-rec-inspected
       display "access control (e.g. FENCE, LOCKED DOOR): " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:12)) to sgn-rec-access.

validate-sign-entry.
       move 'Y' to entry-valid-switch
       move spaces to entry-reject-reason
       if key-kind not = 'B' and key-kind not = 'P'
           move 'N' to entry-valid-switch
           move "AREA KIND NOT B/P" to entry-reject-reason
       end-if
       if entry-is-valid
           perform find-area
           if area-match = 0
               move 'N' to entry-valid-switch
               if key-kind = 'B'
                   move "NO SUCH BOUNDARY SEGMENT" to entry-reject-reason
               else
                   move "NO SUCH EXPOSURE POINT" to entry-reject-reason
               end-if
           end-if
       end-if
       if entry-is-valid and sgn-rec-type not = 'N'
          and sgn-rec-type not = 'C' and sgn-rec-type not = 'W'
           move 'N' to entry-valid-switch
           move "SIGN TYPE NOT N/C/W" to entry-reject-reason
       end-if
       if entry-is-valid and sgn-rec-location = spaces
           move 'N' to entry-valid-switch
           move "SIGN LOCATION BLANK" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(sgn-rec-installed) not = 0
           move 'N' to entry-valid-switch
           move "INSTALL DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and sgn-rec-installed > today-date
           move 'N' to entry-valid-switch
           move "INSTALL DATE IN THE FUTURE" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(sgn-rec-inspected) not = 0
           move 'N' to entry-valid-switch
           move "INSPECTION DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and sgn-rec-inspected > today-date
           move 'N' to entry-valid-switch
           move "INSPECTION DATE IN THE FUTURE" to entry-reject-reason
       end-if
       if entry-is-valid and sgn-rec-inspected < sgn-rec-installed
           move 'N' to entry-valid-switch
           move "INSPECTED BEFORE INSTALLED" to entry-reject-reason
       end-if
       if entry-is-valid and sgn-rec-access = spaces
           move 'N' to entry-valid-switch
           move "ACCESS CONTROL BLANK" to entry-reject-reason
       end-if.
