      >>SOURCE FORMAT FREE
identification division.
program-id. findack.

*> prompted acknowledgement and disposition for the findings
*> register findpost builds. acknowledging a finding puts a name
*> against it; closing it records the disposition - fixed,
*> accepted risk or false alarm - and the date it was dealt with,
*> so the trustee works one list and the dossier can show how
*> each past FAIL was resolved. every acknowledgement and closure
*> is written to the findings audit log with before and after
*> images of the register entry. the aging report lists the open
*> findings by severity, then by age band from the oldest band
*> down, each band in register key order (station, then source);
*> the word AGING on the command line writes it alone, with no
*> prompting, for the overnight stream: return code 4 when any
*> finding is still open.

environment division.
input-output section.
file-control.
    select findings-file assign to "data/findings.mst"
        organization is indexed
        access is dynamic
        record key is fnd-id
        file status is findings-file-status.
    select audit-file assign to "data/findaudit.log"
        organization is line sequential
        file status is audit-file-status.
    select aging-file assign to "data/aging.rpt"
        organization is line sequential
        file status is aging-file-status.

data division.
file section.
fd  findings-file.
    copy findrec.

fd  audit-file.
01 audit-line pic x(520).

fd  aging-file.
01 aging-line pic x(148).

working-storage section.
01 findings-file-status pic x(2).
01 audit-file-status    pic x(2).
01 aging-file-status    pic x(2).

01 run-parameter pic x(32) value spaces.

01 findings-eof-switch pic x(1) value 'N'.
   88 findings-eof value 'Y'.

01 quit-switch pic x(1) value 'N'.
   88 operator-quit value 'Y'.

01 entry-valid-switch pic x(1) value 'Y'.
   88 entry-is-valid   value 'Y'.
   88 entry-is-invalid value 'N'.
01 entry-reject-reason pic x(30) value spaces.

01 finding-found-switch pic x(1) value 'N'.
   88 finding-was-found value 'Y'.

01 changes-made-switch pic x(1) value 'N'.
   88 changes-were-made value 'Y'.

01 operator-id   pic x(3).
01 maint-action  pic x(1).
01 answer-text   pic x(40).

01 key-station pic x(10).
01 key-source  pic x(3).
01 key-band    pic 9(1).
01 key-item    pic x(12).

01 entry-assignee    pic x(20).
01 entry-disposition pic x(1).
01 entry-closed-date pic 9(8).
01 entry-note        pic x(40).

01 before-image pic x(247).
01 after-image  pic x(247).

01 current-date-time pic x(21).
01 run-date-display  pic x(10).
01 run-today         pic 9(8).

*> aging passes: one read of the register per severity and age
*> band, so the listing needs no table and cannot run short of
*> room however long the register grows.
01 severity-codes-values pic x(3) value "HML".
01 severity-codes redefines severity-codes-values.
   05 severity-code occurs 3 times pic x(1).
01 severity-names-values.
   05 filler pic x(30) value "H - COMPLIANCE FAILURE".
   05 filler pic x(30) value "M - INPUT OR CUSTODY QUESTION".
   05 filler pic x(30) value "L - EARLY WARNING".
01 severity-names redefines severity-names-values.
   05 severity-name occurs 3 times pic x(30).
01 age-band-values.
   05 filler pic 9(5) value 91.
   05 filler pic 9(5) value 99999.
   05 filler pic x(10) value "OVER 90".
   05 filler pic 9(5) value 31.
   05 filler pic 9(5) value 90.
   05 filler pic x(10) value "31-90".
   05 filler pic 9(5) value 8.
   05 filler pic 9(5) value 30.
   05 filler pic x(10) value "8-30".
   05 filler pic 9(5) value 0.
   05 filler pic 9(5) value 7.
   05 filler pic x(10) value "0-7".
01 age-bands redefines age-band-values.
   05 age-band occurs 4 times.
      10 age-band-low  pic 9(5).
      10 age-band-high pic 9(5).
      10 age-band-name pic x(10).
01 severity-sub pic 9(1).
01 age-band-sub pic 9(1).
01 aging-count-table.
   05 aging-severity-row occurs 3 times.
      10 aging-count occurs 4 times pic 9(5).
01 severity-total pic 9(5).
01 open-count     pic 9(5) value 0.
01 finding-age    pic 9(5).
01 opened-date    pic 9(8).
01 severity-heading-switch pic x(1) value 'N'.
   88 severity-heading-written value 'Y'.

01 aging-heading-1.
   05 filler pic x(20) value spaces.
   05 filler pic x(40) value "OPEN FINDINGS AGING REPORT".

01 aging-heading-2.
   05 filler       pic x(10) value "RUN DATE: ".
   05 agh-run-date pic x(10).

01 aging-severity-line.
   05 filler       pic x(9)  value "SEVERITY ".
   05 ags-name     pic x(30).

01 aging-column-heads.
   05 filler pic x(100) value
      "  AGE BAND DAYS  STATUS        STATION    SRC B ITEM         SEEN  ASSIGNEE             DESCRIPTION".

01 aging-detail-line.
   05 filler       pic x(2)  value spaces.
   05 agd-band     pic x(8).
   05 agd-age      pic zzzz9.
   05 filler       pic x(2)  value spaces.
   05 agd-status   pic x(12).
   05 filler       pic x(2)  value spaces.
   05 agd-station  pic x(10).
   05 filler       pic x(1)  value spaces.
   05 agd-source   pic x(3).
   05 filler       pic x(1)  value spaces.
   05 agd-fband    pic 9(1).
   05 filler       pic x(1)  value spaces.
   05 agd-item     pic x(12).
   05 filler       pic x(1)  value spaces.
   05 agd-seen     pic zzz9.
   05 filler       pic x(2)  value spaces.
   05 agd-assignee pic x(20).
   05 filler       pic x(1)  value spaces.
   05 agd-desc     pic x(60).

01 aging-summary-heads.
   05 filler pic x(70) value
      "SEVERITY         0-7    8-30   31-90 OVER 90   TOTAL".

01 aging-summary-line.
   05 filler       pic x(2)  value spaces.
   05 agm-sev      pic x(1).
   05 filler       pic x(9)  value spaces.
   05 agm-count    pic z(7)9 occurs 4 times.
   05 agm-total    pic z(7)9.

01 aging-none-line.
   05 filler pic x(40) value "  NO OPEN FINDINGS".

01 show-status-text pic x(12).
01 show-disp-text   pic x(16).

01 audit-detail-line.
   05 aud-stamp   pic x(14).
   05 filler      pic x(1) value spaces.
   05 aud-oper    pic x(3).
   05 filler      pic x(1) value spaces.
   05 aud-action  pic x(1).
   05 filler      pic x(1) value spaces.
   05 aud-before  pic x(247).
   05 filler      pic x(1) value spaces.
   05 aud-after   pic x(247).

procedure division.
main-procedure.
       move spaces to run-parameter
       accept run-parameter from command-line
       perform set-run-date
       if function upper-case(function trim(run-parameter)) = "AGING"
           perform open-findings-input
           perform write-aging-report
           close findings-file
           if open-count > 0
               move 4 to return-code
           end-if
           stop run
       end-if

       display "findings register - acknowledgement and disposition"
       display "operator initials: " with no advancing
       accept operator-id
       if operator-id = spaces
           move "OPR" to operator-id
       end-if
       move function upper-case(operator-id) to operator-id

       perform open-findings-i-o
       perform open-audit-file

       perform process-action until operator-quit

       if not changes-were-made
           display "no changes made"
       end-if
       close findings-file
       close audit-file
       stop run.

set-run-date.
       move function current-date to current-date-time
       move current-date-time(1:8) to run-today
       move current-date-time(5:2) to run-date-display(1:2)
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4).

open-findings-input.
       open input findings-file
       if findings-file-status not = "00"
           display "unable to open findings register, status " findings-file-status
           display "run findpost to build it from the findings transactions"
           move 12 to return-code
           stop run
       end-if.

open-findings-i-o.
       open i-o findings-file
       if findings-file-status not = "00"
           display "unable to open findings register, status " findings-file-status
           display "run findpost to build it from the findings transactions"
           move 12 to return-code
           stop run
       end-if.

open-audit-file.
       open extend audit-file
       if audit-file-status = "35"
           open output audit-file
       end-if
       if audit-file-status not = "00"
           display "unable to open findings audit file, status " audit-file-status
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
       display "action (A=acknowledge C=close S=show G=aging report Q=quit): "
           with no advancing
       accept maint-action
       move function upper-case(maint-action) to maint-action
       if maint-action = 'A'
           perform acknowledge-finding
       else
           if maint-action = 'C'
               perform close-finding
           else
               if maint-action = 'S'
                   perform show-finding
               else
                   if maint-action = 'G'
                       perform write-aging-report
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
       end-if.

prompt-finding-key.
*> the finding id as the aging report prints it: station, source
*> code, band (0 for the whole station) and item.
       display "station id: " with no advancing
       accept key-station
       move function upper-case(key-station) to key-station
       display "source code (REJ/BND/XPT/COL/DRF/AUD/XCK): " with no advancing
       accept key-source
       move function upper-case(key-source) to key-source
       display "band number (0 for station): " with no advancing
       accept answer-text
       move function numval(answer-text) to key-band
       display "item (blank if none): " with no advancing
       accept key-item
       move function upper-case(key-item) to key-item.

find-finding.
       move 'N' to finding-found-switch
       move key-station to fnd-station
       move key-source  to fnd-source
       move key-band    to fnd-band
       move key-item    to fnd-item
       read findings-file
           invalid key
               display "no finding on file for " fnd-id
           not invalid key
               move 'Y' to finding-found-switch
       end-read.

show-finding.
       perform prompt-finding-key
       perform find-finding
       if finding-was-found
           perform display-finding
       end-if.

display-finding.
       perform set-status-text
       display "finding     " fnd-id
       display "raised by   " function trim(fnd-program)
           "  severity " fnd-severity
       display "            " function trim(fnd-description)
       display "first seen  " fnd-first-seen "  last seen " fnd-last-seen
           "  times seen " fnd-occurrences
       display "status      " show-status-text "  reopened " fnd-reopen-count
           " times"
       if fnd-assignee not = spaces
           display "assigned to " fnd-assignee
       end-if
       if fnd-disposition not = spaces
           display "disposition " show-disp-text "  closed " fnd-closed-date
       end-if
       if fnd-note not = spaces
           display "note        " function trim(fnd-note)
       end-if.

set-status-text.
       move spaces to show-status-text
       if fnd-status = 'O'
           move "OPEN" to show-status-text
       else
           if fnd-status = 'A'
               move "ACKNOWLEDGED" to show-status-text
           else
               if fnd-status = 'R'
                   move "REOPENED" to show-status-text
               else
                   if fnd-status = 'C'
                       move "CLOSED" to show-status-text
                   end-if
               end-if
           end-if
       end-if
       move spaces to show-disp-text
       if fnd-disposition = 'F'
           move "FIXED" to show-disp-text
       else
           if fnd-disposition = 'R'
               move "ACCEPTED RISK" to show-disp-text
           else
               if fnd-disposition = 'N'
                   move "FALSE ALARM" to show-disp-text
               end-if
           end-if
       end-if.

acknowledge-finding.
       perform prompt-finding-key
       perform find-finding
       if finding-was-found
           move 'Y' to entry-valid-switch
           move spaces to entry-reject-reason
           if fnd-is-closed
               move 'N' to entry-valid-switch
               move "FINDING ALREADY CLOSED" to entry-reject-reason
           else
               perform display-finding
               display "assign to: " with no advancing
               accept entry-assignee
               display "note (blank keeps the last): " with no advancing
               accept entry-note
               if entry-assignee = spaces
                   move 'N' to entry-valid-switch
                   move "ASSIGNEE REQUIRED" to entry-reject-reason
               end-if
           end-if
           if entry-is-valid
               move finding-record to before-image
               move 'A'            to fnd-status
               move entry-assignee to fnd-assignee
               if entry-note not = spaces
                   move entry-note to fnd-note
               end-if
               move function current-date to current-date-time
               move current-date-time(1:14) to fnd-ack-stamp
               move operator-id    to fnd-ack-oper
               perform rewrite-finding
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

close-finding.
       perform prompt-finding-key
       perform find-finding
       if finding-was-found
           move 'Y' to entry-valid-switch
           move spaces to entry-reject-reason
           if fnd-is-closed
               move 'N' to entry-valid-switch
               move "FINDING ALREADY CLOSED" to entry-reject-reason
           else
               perform display-finding
               perform prompt-closure-fields
               perform validate-closure
           end-if
           if entry-is-valid
               move finding-record    to before-image
               move 'C'               to fnd-status
               move entry-disposition to fnd-disposition
               move entry-closed-date to fnd-closed-date
               if entry-assignee not = spaces
                   move entry-assignee to fnd-assignee
               end-if
               if entry-note not = spaces
                   move entry-note to fnd-note
               end-if
               move function current-date to current-date-time
               move current-date-time(1:14) to fnd-ack-stamp
               move operator-id       to fnd-ack-oper
               perform rewrite-finding
           else
               display "rejected: " entry-reject-reason
           end-if
       end-if.

prompt-closure-fields.
       display "disposition (F=fixed R=accepted risk N=false alarm): "
           with no advancing
       accept answer-text
       move function upper-case(answer-text(1:1)) to entry-disposition
       display "closing date yyyymmdd (blank for today): " with no advancing
       accept answer-text
       if answer-text = spaces
           move run-today to entry-closed-date
       else
           if answer-text(1:8) is numeric
               move answer-text(1:8) to entry-closed-date
           else
               move 0 to entry-closed-date
           end-if
       end-if
       display "dealt with by (blank keeps the assignee): " with no advancing
       accept entry-assignee
       display "note (blank keeps the last): " with no advancing
       accept entry-note.

validate-closure.
*> the closing date is what a later repeat is judged against, so
*> it may not sit before the finding went open nor after today.
       move 'Y' to entry-valid-switch
       move spaces to entry-reject-reason
       if entry-disposition not = 'F' and entry-disposition not = 'R'
          and entry-disposition not = 'N'
           move 'N' to entry-valid-switch
           move "DISPOSITION NOT F/R/N" to entry-reject-reason
       end-if
       if entry-is-valid and
          function test-date-yyyymmdd(entry-closed-date) not = 0
           move 'N' to entry-valid-switch
           move "CLOSING DATE NOT VALID" to entry-reject-reason
       end-if
       if entry-is-valid and entry-closed-date > run-today
           move 'N' to entry-valid-switch
           move "CLOSING DATE IN THE FUTURE" to entry-reject-reason
       end-if
       if entry-is-valid and fnd-opened(1:8) is numeric
           if entry-closed-date < fnd-opened(1:8)
               move 'N' to entry-valid-switch
               move "CLOSING DATE BEFORE OPENED" to entry-reject-reason
           end-if
       end-if
       if entry-is-valid and entry-assignee = spaces and fnd-assignee = spaces
           move 'N' to entry-valid-switch
           move "NAME REQUIRED" to entry-reject-reason
       end-if.

rewrite-finding.
       rewrite finding-record
           invalid key
               display "rewrite failed, status " findings-file-status
       end-rewrite
       if findings-file-status = "00"
           move finding-record to after-image
           perform write-audit-record
           move 'Y' to changes-made-switch
           if fnd-is-closed
               display "closed " fnd-id
           else
               display "acknowledged " fnd-id
           end-if
       end-if.

write-aging-report.
       open output aging-file
       if aging-file-status not = "00"
           display "unable to open aging report, status " aging-file-status
           move 12 to return-code
           stop run
       end-if
       move aging-heading-1 to aging-line
       write aging-line
       move run-date-display to agh-run-date
       move aging-heading-2 to aging-line
       write aging-line
       move spaces to aging-line
       write aging-line
       move 0 to open-count
       initialize aging-count-table
       perform write-aging-severity
           varying severity-sub from 1 by 1 until severity-sub > 3
       if open-count = 0
           move aging-none-line to aging-line
           write aging-line
       end-if
       move spaces to aging-line
       write aging-line
       move aging-summary-heads to aging-line
       write aging-line
       perform write-aging-summary
           varying severity-sub from 1 by 1 until severity-sub > 3
       close aging-file
       display "aging report lists " open-count " open findings".

write-aging-severity.
       move 'N' to severity-heading-switch
       perform write-aging-band
           varying age-band-sub from 1 by 1 until age-band-sub > 4
       if severity-heading-written
           move spaces to aging-line
           write aging-line
       end-if.

write-aging-band.
       move low-values to fnd-id
       start findings-file key not < fnd-id
           invalid key
               move 'Y' to findings-eof-switch
           not invalid key
               move 'N' to findings-eof-switch
       end-start
       if not findings-eof
           perform read-next-finding
       end-if
       perform check-aging-finding until findings-eof.

read-next-finding.
       read findings-file next record
           at end move 'Y' to findings-eof-switch
       end-read.

check-aging-finding.
       if fnd-is-open and fnd-severity = severity-code(severity-sub)
           perform compute-finding-age
           if finding-age >= age-band-low(age-band-sub) and
              finding-age <= age-band-high(age-band-sub)
               perform write-aging-detail
           end-if
       end-if
       perform read-next-finding.

compute-finding-age.
       move 0 to finding-age
       if fnd-opened(1:8) is numeric
           move fnd-opened(1:8) to opened-date
           if function test-date-yyyymmdd(opened-date) = 0 and
              opened-date <= run-today
               compute finding-age = function integer-of-date(run-today)
                   - function integer-of-date(opened-date)
           end-if
       end-if.

write-aging-detail.
       if not severity-heading-written
           move severity-name(severity-sub) to ags-name
           move aging-severity-line to aging-line
           write aging-line
           move aging-column-heads to aging-line
           write aging-line
           move 'Y' to severity-heading-switch
       end-if
       perform set-status-text
       add 1 to open-count
       add 1 to aging-count(severity-sub, age-band-sub)
       move age-band-name(age-band-sub) to agd-band
       move finding-age     to agd-age
       move show-status-text to agd-status
       move fnd-station     to agd-station
       move fnd-source      to agd-source
       move fnd-band        to agd-fband
       move fnd-item        to agd-item
       move fnd-occurrences to agd-seen
       move fnd-assignee    to agd-assignee
       move fnd-description to agd-desc
       move aging-detail-line to aging-line
       write aging-line.

write-aging-summary.
*> the count columns run youngest to oldest; the passes ran the
*> other way round, so band 4 lands in the first column.
       move severity-code(severity-sub) to agm-sev
       move aging-count(severity-sub, 4) to agm-count(1)
       move aging-count(severity-sub, 3) to agm-count(2)
       move aging-count(severity-sub, 2) to agm-count(3)
       move aging-count(severity-sub, 1) to agm-count(4)
       compute severity-total = aging-count(severity-sub, 1)
           + aging-count(severity-sub, 2) + aging-count(severity-sub, 3)
           + aging-count(severity-sub, 4)
       move severity-total to agm-total
       move aging-summary-line to aging-line
       write aging-line.
