      >>SOURCE FORMAT FREE
identification division.
program-id. findpost.

*> carries the findings the detecting programs appended to the
*> findings transaction file into the findings register. a finding
*> not yet on the register is added open; a repeat of an open one
*> only bumps its count and last-seen stamp; a repeat of a closed
*> one, detected after the closing date, reopens the same entry
*> instead of raising a second one. a transaction stamped at or
*> before the entry's last sighting has been posted already (the
*> trend report re-reads the whole history every night) and is
*> skipped, so reposting the same file never double counts. new
*> entries and reopens are written to the findings audit log, the
*> same trail findack writes its acknowledgements to. the
*> transaction file is emptied once every line is on the register;
*> if any write or rewrite failed it is left in place and the run
*> ends rc 12, and the rerun skips what did post by the stamp
*> check above. the register is created on the first posting.

environment division.
input-output section.
file-control.
    select trans-file assign to "data/findtrans.dat"
        organization is line sequential
        file status is trans-file-status.
    select findings-file assign to "data/findings.mst"
        organization is indexed
        access is dynamic
        record key is fnd-id
        file status is findings-file-status.
    select audit-file assign to "data/findaudit.log"
        organization is line sequential
        file status is audit-file-status.

data division.
file section.
fd  trans-file.
    copy findtran.

fd  findings-file.
    copy findrec.

fd  audit-file.
01 audit-line pic x(520).

working-storage section.
01 trans-file-status    pic x(2).
01 findings-file-status pic x(2).
01 audit-file-status    pic x(2).

01 trans-eof-switch pic x(1) value 'N'.
   88 trans-eof value 'Y'.

01 read-count     pic 9(6) value 0.
01 new-count      pic 9(6) value 0.
01 repeat-count   pic 9(6) value 0.
01 reopen-count   pic 9(6) value 0.
01 skipped-count  pic 9(6) value 0.
01 closed-seen-count pic 9(6) value 0.
01 failed-count   pic 9(6) value 0.

01 before-image pic x(247).
01 after-image  pic x(247).
01 post-action  pic x(1).

01 current-date-time pic x(21).

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
       open input trans-file
       if trans-file-status = "35"
           display "no findings waiting to post"
           stop run
       end-if
       if trans-file-status not = "00"
           display "unable to open findings transactions, status " trans-file-status
           move 12 to return-code
           stop run
       end-if
       perform open-findings-file
       perform open-audit-file

       perform read-trans-record
       perform post-finding until trans-eof

       close trans-file
       close findings-file
       close audit-file

*> every line is on the register now; empty the file so the next
*> night's programs start appending to a clean one.
       if failed-count = 0
           open output trans-file
           close trans-file
       end-if

       display "read " read-count "  new " new-count "  repeat " repeat-count
           "  reopened " reopen-count "  already posted " skipped-count
       if closed-seen-count > 0
           display closed-seen-count " repeats of closed findings predate"
               " their closing date - left closed"
       end-if
       if failed-count > 0
           display failed-count " findings failed to post - transactions"
               " kept for the rerun"
           move 12 to return-code
       end-if
       stop run.

open-findings-file.
       open i-o findings-file
       if findings-file-status = "35"
           open output findings-file
           close findings-file
           open i-o findings-file
       end-if
       if findings-file-status not = "00"
           display "unable to open findings register, status " findings-file-status
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

read-trans-record.
       read trans-file
           at end move 'Y' to trans-eof-switch
       end-read.

post-finding.
       add 1 to read-count
       move ftr-id to fnd-id
       read findings-file
           invalid key
               perform add-finding
           not invalid key
               perform repeat-finding
       end-read
       perform read-trans-record.

add-finding.
       move spaces to finding-record
       move ftr-id          to fnd-id
       move ftr-program     to fnd-program
       move ftr-severity    to fnd-severity
       move ftr-description to fnd-description
       move ftr-stamp       to fnd-first-seen
       move ftr-stamp       to fnd-last-seen
       move ftr-stamp       to fnd-opened
       move 1               to fnd-occurrences
       move 0               to fnd-reopen-count
       move 'O'             to fnd-status
       move 0               to fnd-closed-date
       write finding-record
           invalid key
               display "write failed for finding " ftr-id
                   ", status " findings-file-status
       end-write
       if findings-file-status = "00"
           add 1 to new-count
           move spaces         to before-image
           move finding-record to after-image
           move 'A'            to post-action
           perform write-audit-record
       else
           add 1 to failed-count
       end-if.

repeat-finding.
       if ftr-stamp not > fnd-last-seen
           add 1 to skipped-count
       else
           move finding-record to before-image
           move ftr-stamp       to fnd-last-seen
           move ftr-description to fnd-description
           move ftr-severity    to fnd-severity
           if fnd-occurrences < 9999
               add 1 to fnd-occurrences
           end-if
           move 'N' to post-action
           if fnd-is-closed
               if ftr-stamp(1:8) > fnd-closed-date
                   move ftr-stamp to fnd-opened
                   if fnd-reopen-count < 999
                       add 1 to fnd-reopen-count
                   end-if
                   move 'R' to fnd-status
                   move 'R' to post-action
               else
                   add 1 to closed-seen-count
               end-if
           end-if
           rewrite finding-record
               invalid key
                   display "rewrite failed for finding " ftr-id
                       ", status " findings-file-status
           end-rewrite
           if findings-file-status = "00"
               if post-action = 'R'
                   add 1 to reopen-count
                   move finding-record to after-image
                   perform write-audit-record
               else
                   add 1 to repeat-count
               end-if
           else
               add 1 to failed-count
           end-if
       end-if.

write-audit-record.
       move function current-date to current-date-time
       move current-date-time(1:14) to aud-stamp
       move "PST"        to aud-oper
       move post-action  to aud-action
       move before-image to aud-before
       move after-image  to aud-after
       move audit-detail-line to audit-line
       write audit-line.
