*> return code 0 when file and trail reconcile, 4 when the trail
*> itself has anomalies (an image that does not fit the state it
*> replays onto), 8 when the reconstructed and live states
*> disagree. each missing, extra or mismatched record is also
*> raised as a finding for the findings register. the parameter
*> BASELINE instead cuts a fresh snapshot from the live master -
*> done after a discrepancy is resolved, and normally right after
*> logarchive has moved the old trail into its dated generation so
*> the new baseline starts clean.

environment division.
input-output section.
    select verify-report-file assign to "data/auditverify.rpt"
        organization is line sequential
        file status is verify-report-status.
    select findtrans-file assign to "data/findtrans.dat"
        organization is line sequential
        file status is findtrans-file-status.

data division.
file section.
fd  baseline-file.
01 baseline-record pic x(53).

fd  master-file.
    copy bandrec.
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

fd  verify-report-file.
01 verify-line pic x(100).

fd  findtrans-file.
    copy findtran.

working-storage section.
01 baseline-file-status pic x(2).
01 master-file-status   pic x(2).
01 audit-file-status    pic x(2).
01 verify-report-status pic x(2).
01 findtrans-file-status pic x(2).

01 run-parameter pic x(32) value spaces.
01 run-mode      pic x(10) value spaces.
01 state-count pic 9(3) value 0.
01 state-table.
   05 state-entry occurs 200 times.
      10 vtab-record pic x(53).
      10 vtab-record-fields redefines vtab-record.
         15 vtab-station pic x(10).
         15 vtab-band    pic x(1).
         15 filler       pic x(42).
      10 vtab-seen-switch pic x(1).
         88 vtab-was-seen value 'Y'.
01 state-sub   pic 9(3).
       perform load-baseline-file
       perform replay-audit-trail
       perform open-verify-report
       perform open-findtrans-file
       perform compare-against-master
       perform write-verify-totals
       close verify-report-file
       close findtrans-file

       display "matched " matched-count "  missing " missing-count
           "  extra " extra-count "  mismatched " mismatched-count
           move "EXTRA IN MASTER, NOT IN TRAIL" to ver-st-finding
           move verify-state-line to verify-line
           write verify-line
           perform write-state-finding
       else
           move 'Y' to vtab-seen-switch(state-match)
           if vtab-record(state-match) = band-record
               move "MISMATCH AGAINST REPLAYED" to ver-st-finding
               move verify-state-line to verify-line
               write verify-line
               perform write-state-finding
           end-if
       end-if
       perform read-master-record.
           move "MISSING FROM MASTER" to ver-st-finding
           move verify-state-line to verify-line
           write verify-line
           perform write-state-finding
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

write-state-finding.
       move spaces to finding-trans-record
       move ver-st-station to ftr-station
       move "AUD"          to ftr-source
       move ver-st-band    to ftr-band
       if ver-st-finding(1:5) = "EXTRA"
           move "EXTRA" to ftr-item
       else
           if ver-st-finding(1:8) = "MISMATCH"
               move "MISMATCH" to ftr-item
           else
               move "MISSING" to ftr-item
           end-if
       end-if
       move "AUDITVERIFY" to ftr-program
       move 'M'           to ftr-severity
       move function current-date to current-date-time
       move current-date-time(1:14) to ftr-stamp
       string "MASTER VS AUDIT TRAIL - " delimited by size
              ver-st-finding delimited by size
           into ftr-description
       end-string
       write finding-trans-record.

write-verify-totals.
       move spaces to verify-line
       write verify-line
