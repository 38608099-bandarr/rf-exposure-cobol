      >>SOURCE FORMAT FREE
identification division.
program-id. sideload.

*> one-shot conversion/reload utility for the five side files the
*> evaluation run reads next to the station-band master: reads each
*> line-sequential source file (boundary segments, antenna
*> patterns, transmit schedules, co-located sources, exposure
*> points) and builds the indexed file the evaluation, what-if,
*> dossier and maintenance programs key into. a source file that
*> is not there builds an empty indexed file, so every program
*> finds all five in place. rerun it whenever a source file is
*> restored from backup or rebuilt.

environment division.
input-output section.
file-control.
    select boundary-source-file assign to "data/boundary.dat"
        organization is line sequential
        file status is boundary-source-status.
    select boundary-file assign to "data/boundary.mst"
        organization is indexed
        access is dynamic
        record key is bnd-rec-key
        file status is boundary-file-status.
    select pattern-source-file assign to "data/antpattern.dat"
        organization is line sequential
        file status is pattern-source-status.
    select pattern-file assign to "data/antpattern.mst"
        organization is indexed
        access is dynamic
        record key is pat-rec-key
        file status is pattern-file-status.
    select schedule-source-file assign to "data/xmitsched.dat"
        organization is line sequential
        file status is schedule-source-status.
    select schedule-file assign to "data/xmitsched.mst"
        organization is indexed
        access is dynamic
        record key is sch-rec-key
        file status is schedule-file-status.
    select colocated-source-file assign to "data/colocated.dat"
        organization is line sequential
        file status is colocated-source-status.
    select colocated-file assign to "data/colocated.mst"
        organization is indexed
        access is dynamic
        record key is col-rec-key
        file status is colocated-file-status.
    select exposure-source-file assign to "data/exppoint.dat"
        organization is line sequential
        file status is exposure-source-status.
    select exposure-file assign to "data/exppoint.mst"
        organization is indexed
        access is dynamic
        record key is exp-rec-key
        file status is exposure-file-status.

data division.
file section.
fd  boundary-source-file.
01 boundary-source-record pic x(17).

fd  boundary-file.
    copy bndrec.

fd  pattern-source-file.
01 pattern-source-record pic x(16).

fd  pattern-file.
    copy patrec.

fd  schedule-source-file.
01 schedule-source-record pic x(16).

fd  schedule-file.
    copy schedrec.

fd  colocated-source-file.
01 colocated-source-record pic x(36).

fd  colocated-file.
    copy colrec.

fd  exposure-source-file.
01 exposure-source-record pic x(33).

fd  exposure-file.
    copy exprec.

working-storage section.
01 boundary-source-status  pic x(2).
01 boundary-file-status    pic x(2).
01 pattern-source-status   pic x(2).
01 pattern-file-status     pic x(2).
01 schedule-source-status  pic x(2).
01 schedule-file-status    pic x(2).
01 colocated-source-status pic x(2).
01 colocated-file-status   pic x(2).
01 exposure-source-status  pic x(2).
01 exposure-file-status    pic x(2).

01 source-eof-switch pic x(1) value 'N'.
   88 source-eof value 'Y'.

01 load-count      pic 9(6) value 0.
01 duplicate-count pic 9(6) value 0.
01 left-count      pic 9(1) value 0.
01 duplicates-seen-switch pic x(1) value 'N'.
   88 duplicates-seen value 'Y'.

procedure division.
main-procedure.
*> as with bandload, an indexed side file already on disk is never
*> clobbered: after any sidemaint session the audited state lives
*> only there. each one found is left as it stands and named; the
*> others are still built. remove or rename one first to reload it
*> deliberately. a duplicate source row is not loaded, and since
*> the row dropped may be the one the evaluation used to judge,
*> the run ends rc 4 so the cut-over is looked at.
       perform load-boundary-file
       perform load-pattern-file
       perform load-schedule-file
       perform load-colocated-file
       perform load-exposure-file
       if left-count > 0
           display left-count " side file(s) already built were left as they stand"
           move 4 to return-code
       end-if
       if duplicates-seen
           display "duplicate source rows were not loaded - check the source files"
           move 4 to return-code
       end-if
       stop run.

load-boundary-file.
       open input boundary-file
       if boundary-file-status = "00"
           close boundary-file
           display "boundary.mst already exists and may hold audited"
           display "sidemaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output boundary-file
           if boundary-file-status not = "00"
               display "unable to open boundary file, status " boundary-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input boundary-source-file
           if boundary-source-status = "00"
               move 'N' to source-eof-switch
               perform read-boundary-source
               perform load-boundary-record until source-eof
               close boundary-source-file
           end-if
           close boundary-file
           display "loaded " load-count " records to boundary file"
           if duplicate-count > 0
               display duplicate-count " duplicate boundary rows not loaded"
           end-if
       end-if.

read-boundary-source.
       read boundary-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-boundary-record.
       move boundary-source-record to boundary-record
       write boundary-record
           invalid key
               display "duplicate key " bnd-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if boundary-file-status = "00"
           add 1 to load-count
       end-if
       perform read-boundary-source.

load-pattern-file.
       open input pattern-file
       if pattern-file-status = "00"
           close pattern-file
           display "antpattern.mst already exists and may hold audited"
           display "sidemaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output pattern-file
           if pattern-file-status not = "00"
               display "unable to open pattern file, status " pattern-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input pattern-source-file
           if pattern-source-status = "00"
               move 'N' to source-eof-switch
               perform read-pattern-source
               perform load-pattern-record until source-eof
               close pattern-source-file
           end-if
           close pattern-file
           display "loaded " load-count " records to pattern file"
           if duplicate-count > 0
               display duplicate-count " duplicate pattern rows not loaded"
           end-if
       end-if.

read-pattern-source.
       read pattern-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-pattern-record.
       move pattern-source-record to pattern-record
       write pattern-record
           invalid key
               display "duplicate key " pat-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if pattern-file-status = "00"
           add 1 to load-count
       end-if
       perform read-pattern-source.

load-schedule-file.
       open input schedule-file
       if schedule-file-status = "00"
           close schedule-file
           display "xmitsched.mst already exists and may hold audited"
           display "sidemaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output schedule-file
           if schedule-file-status not = "00"
               display "unable to open schedule file, status " schedule-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input schedule-source-file
           if schedule-source-status = "00"
               move 'N' to source-eof-switch
               perform read-schedule-source
               perform load-schedule-record until source-eof
               close schedule-source-file
           end-if
           close schedule-file
           display "loaded " load-count " records to schedule file"
           if duplicate-count > 0
               display duplicate-count " duplicate schedule rows not loaded"
           end-if
       end-if.

read-schedule-source.
       read schedule-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-schedule-record.
       move schedule-source-record to schedule-record
       write schedule-record
           invalid key
               display "duplicate key " sch-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if schedule-file-status = "00"
           add 1 to load-count
       end-if
       perform read-schedule-source.

load-colocated-file.
       open input colocated-file
       if colocated-file-status = "00"
           close colocated-file
           display "colocated.mst already exists - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output colocated-file
           if colocated-file-status not = "00"
               display "unable to open co-located file, status " colocated-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input colocated-source-file
           if colocated-source-status = "00"
               move 'N' to source-eof-switch
               perform read-colocated-source
               perform load-colocated-record until source-eof
               close colocated-source-file
           end-if
           close colocated-file
           display "loaded " load-count " records to co-located file"
           if duplicate-count > 0
               display duplicate-count " duplicate co-located rows not loaded"
           end-if
       end-if.

read-colocated-source.
       read colocated-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-colocated-record.
       move colocated-source-record to colocated-record
       write colocated-record
           invalid key
               display "duplicate key " col-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if colocated-file-status = "00"
           add 1 to load-count
       end-if
       perform read-colocated-source.

load-exposure-file.
       open input exposure-file
       if exposure-file-status = "00"
           close exposure-file
           display "exppoint.mst already exists - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output exposure-file
           if exposure-file-status not = "00"
               display "unable to open exposure-point file, status " exposure-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input exposure-source-file
           if exposure-source-status = "00"
               move 'N' to source-eof-switch
               perform read-exposure-source
               perform load-exposure-record until source-eof
               close exposure-source-file
           end-if
           close exposure-file
           display "loaded " load-count " records to exposure-point file"
           if duplicate-count > 0
               display duplicate-count " duplicate exposure-point rows not loaded"
           end-if
       end-if.

read-exposure-source.
       read exposure-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-exposure-record.
       move exposure-source-record to exposure-record
       write exposure-record
           invalid key
               display "duplicate key " exp-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if exposure-file-status = "00"
           add 1 to load-count
       end-if
       perform read-exposure-source.
