      >>SOURCE FORMAT FREE
identification division.
program-id. regload.

*> one-shot conversion/reload utility for the three registers the
*> evaluation run reads alongside the side files: reads each
*> line-sequential source file (field-survey readings, the rf sign
*> and access register, the trained-person roster) and builds the
*> indexed file the evaluation, dossier, stalecheck and the
*> survmaint, signmaint and rostmaint programs key into. a source
*> file that is not there builds an empty indexed file, so every
*> program finds all three in place. rerun it whenever a source
*> file is restored from backup or rebuilt.

environment division.
input-output section.
file-control.
    select survey-source-file assign to "data/survey.dat"
        organization is line sequential
        file status is survey-source-status.
    select survey-file assign to "data/survey.mst"
        organization is indexed
        access is dynamic
        record key is svy-rec-key
        file status is survey-file-status.
    select sign-source-file assign to "data/signreg.dat"
        organization is line sequential
        file status is sign-source-status.
    select sign-file assign to "data/signreg.mst"
        organization is indexed
        access is dynamic
        record key is sgn-rec-key
        file status is sign-file-status.
    select roster-source-file assign to "data/roster.dat"
        organization is line sequential
        file status is roster-source-status.
    select roster-file assign to "data/roster.mst"
        organization is indexed
        access is dynamic
        record key is ros-rec-key
        file status is roster-file-status.

data division.
file section.
fd  survey-source-file.
01 survey-source-record pic x(58).

fd  survey-file.
    copy svyrec.

fd  sign-source-file.
01 sign-source-record pic x(72).

fd  sign-file.
    copy sgnrec.

fd  roster-source-file.
01 roster-source-record pic x(110).

fd  roster-file.
    copy rosrec.

working-storage section.
01 survey-source-status pic x(2).
01 survey-file-status   pic x(2).
01 sign-source-status   pic x(2).
01 sign-file-status     pic x(2).
01 roster-source-status pic x(2).
01 roster-file-status   pic x(2).

01 source-eof-switch pic x(1) value 'N'.
   88 source-eof value 'Y'.

01 load-count      pic 9(6) value 0.
01 duplicate-count pic 9(6) value 0.
01 left-count      pic 9(1) value 0.
01 duplicates-seen-switch pic x(1) value 'N'.
   88 duplicates-seen value 'Y'.

procedure division.
main-procedure.
*> as with sideload, an indexed register already on disk is never
*> clobbered: after any maintenance session the audited state lives
*> only there. each one found is left as it stands and named; the
*> others are still built. remove or rename one first to reload it
*> deliberately. a duplicate source row is not loaded, and since
*> the row dropped may be the one a determination rested on, the
*> run ends rc 4 so the cut-over is looked at.
       perform load-survey-file
       perform load-sign-file
       perform load-roster-file
       if left-count > 0
           display left-count " register(s) already built were left as they stand"
           move 4 to return-code
       end-if
       if duplicates-seen
           display "duplicate source rows were not loaded - check the source files"
           move 4 to return-code
       end-if
       stop run.

load-survey-file.
       open input survey-file
       if survey-file-status = "00"
           close survey-file
           display "survey.mst already exists and may hold audited"
           display "survmaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output survey-file
           if survey-file-status not = "00"
               display "unable to open survey file, status " survey-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input survey-source-file
           if survey-source-status = "00"
               move 'N' to source-eof-switch
               perform read-survey-source
               perform load-survey-record until source-eof
               close survey-source-file
           end-if
           close survey-file
           display "loaded " load-count " records to survey file"
           if duplicate-count > 0
               display duplicate-count " duplicate survey rows not loaded"
           end-if
       end-if.

read-survey-source.
       read survey-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-survey-record.
       move survey-source-record to survey-record
       write survey-record
           invalid key
               display "duplicate key " svy-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if survey-file-status = "00"
           add 1 to load-count
       end-if
       perform read-survey-source.

load-sign-file.
       open input sign-file
       if sign-file-status = "00"
           close sign-file
           display "signreg.mst already exists and may hold audited"
           display "signmaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output sign-file
           if sign-file-status not = "00"
               display "unable to open sign file, status " sign-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input sign-source-file
           if sign-source-status = "00"
               move 'N' to source-eof-switch
               perform read-sign-source
               perform load-sign-record until source-eof
               close sign-source-file
           end-if
           close sign-file
           display "loaded " load-count " records to sign file"
           if duplicate-count > 0
               display duplicate-count " duplicate sign rows not loaded"
           end-if
       end-if.

read-sign-source.
       read sign-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-sign-record.
       move sign-source-record to sign-record
       write sign-record
           invalid key
               display "duplicate key " sgn-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if sign-file-status = "00"
           add 1 to load-count
       end-if
       perform read-sign-source.

load-roster-file.
       open input roster-file
       if roster-file-status = "00"
           close roster-file
           display "roster.mst already exists and may hold audited"
           display "rostmaint changes - rename or remove it, then rerun"
           add 1 to left-count
       else
           open output roster-file
           if roster-file-status not = "00"
               display "unable to open roster file, status " roster-file-status
               move 12 to return-code
               stop run
           end-if
           move 0 to load-count
           move 0 to duplicate-count
           open input roster-source-file
           if roster-source-status = "00"
               move 'N' to source-eof-switch
               perform read-roster-source
               perform load-roster-record until source-eof
               close roster-source-file
           end-if
           close roster-file
           display "loaded " load-count " records to roster file"
           if duplicate-count > 0
               display duplicate-count " duplicate roster rows not loaded"
           end-if
       end-if.

read-roster-source.
       read roster-source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-roster-record.
       move roster-source-record to roster-record
       write roster-record
           invalid key
               display "duplicate key " ros-rec-key
               add 1 to duplicate-count
               move 'Y' to duplicates-seen-switch
       end-write
       if roster-file-status = "00"
           add 1 to load-count
       end-if
       perform read-roster-source.
