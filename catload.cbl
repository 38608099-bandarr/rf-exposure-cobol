      >>SOURCE FORMAT FREE
identification division.
program-id. catload.

*> one-shot conversion/reload utility for the equipment catalog:
*> reads the line-sequential catalog source file and builds the
*> indexed catalog the evaluation run, bandmaint, bandbatch and
*> catmaint key into. rerun it whenever the source file is
*> restored from backup or rebuilt.

environment division.
input-output section.
file-control.
    select source-file assign to "data/catalog.dat"
        organization is line sequential
        file status is source-file-status.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.

data division.
file section.
fd  source-file.
01 source-record pic x(119).

fd  catalog-file.
    copy catrec.

working-storage section.
01 source-file-status  pic x(2).
01 catalog-file-status pic x(2).

01 source-eof-switch pic x(1) value 'N'.
   88 source-eof value 'Y'.

01 load-count pic 9(6) value 0.

procedure division.
main-procedure.
*> refuse to clobber an existing catalog: after any catmaint
*> session the audited state lives only in the indexed file. remove
*> or rename the catalog first to reload deliberately.
       open input catalog-file
       if catalog-file-status = "00"
           close catalog-file
           display "catalog.mst already exists and may hold audited"
           display "catmaint changes - rename or remove it, then rerun"
           move 12 to return-code
           stop run
       end-if

       open input source-file
       if source-file-status not = "00"
           display "unable to open source file, status " source-file-status
           move 12 to return-code
           stop run
       end-if
       open output catalog-file
       if catalog-file-status not = "00"
           display "unable to open catalog file, status " catalog-file-status
           move 12 to return-code
           stop run
       end-if

       perform read-source-record
       perform load-catalog-record until source-eof

       close source-file
       close catalog-file
       display "loaded " load-count " records to equipment catalog"
       stop run.

read-source-record.
       read source-file
           at end move 'Y' to source-eof-switch
       end-read.

load-catalog-record.
       move source-record to catalog-record
       write catalog-record
           invalid key
               display "duplicate or out-of-sequence key " cat-key
       end-write
       if catalog-file-status = "00"
           add 1 to load-count
       end-if
       perform read-source-record.
