*> in the fixed-column layout is caught while the operator is
*> still at the keyboard, and every update writes a change-audit
*> record (who, when, before-image, after-image) so the inputs
*> behind an evaluation carry a custody trail. the antenna and
*> transmitter are keyed as equipment catalog ids: the gain comes
*> from the catalog, and a power over either one's rating is
*> refused.

environment division.
input-output section.
    select audit-file assign to "data/bandaudit.log"
        organization is line sequential
        file status is audit-file-status.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.

data division.
file section.
    copy bandrec.

fd  audit-file.
01 audit-line pic x(130).

fd  catalog-file.
    copy catrec.

working-storage section.
01 master-file-status pic x(2).
01 audit-file-status  pic x(2).
01 catalog-file-status pic x(2).

copy fdlntbl.

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

01 feedline-found-switch pic x(1) value 'N'.
   88 feedline-was-found value 'Y'.

*> the band's catalog antenna and transmitter, looked up the way
*> the evaluation run looks them up.
01 antenna-found-switch      pic x(1) value 'N'.
   88 antenna-was-found      value 'Y'.
01 antenna-gain-found-switch pic x(1) value 'N'.
   88 antenna-gain-was-found value 'Y'.
01 xmtr-found-switch         pic x(1) value 'N'.
   88 xmtr-was-found         value 'Y'.
01 xmtr-mode-found-switch    pic x(1) value 'N'.
   88 xmtr-mode-was-found    value 'Y'.
01 antenna-rating pic 9(4).
01 xmtr-rating    pic 9(4).
01 catalog-sub    pic 9(1).

01 changes-made-switch pic x(1) value 'N'.
   88 changes-were-made value 'Y'.

01 key-station pic x(10).
01 key-band    pic 9(1).

01 before-image pic x(53).
01 after-image  pic x(53).

01 current-date-time pic x(21).

   05 filler      pic x(1) value spaces.
   05 aud-action  pic x(1).
   05 filler      pic x(1) value spaces.
   05 aud-before  pic x(53).
   05 filler      pic x(1) value spaces.
   05 aud-after   pic x(53).

procedure division.
main-procedure.
       end-if

       perform load-master-file
       perform open-catalog-file
       perform open-audit-file

       perform process-action until operator-quit
           display "no changes made"
       end-if
       perform close-master-file
       perform close-catalog-file
       perform close-audit-file
       stop run.

close-master-file.
       close master-file.

open-catalog-file.
       open input catalog-file
       if catalog-file-status not = "00"
           display "unable to open equipment catalog, status " catalog-file-status
           display "run catload to build it from the source file"
           close master-file
           move 12 to return-code
           stop run
       end-if.

close-catalog-file.
       close catalog-file.

open-audit-file.
       open extend audit-file
       if audit-file-status = "35"
       display "swr (e.g. 1.35): " with no advancing
       accept answer-text
       move function numval(answer-text) to band-swr
       display "antenna catalog id: " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:8)) to band-antenna-id
       display "transmitter/amplifier catalog id: " with no advancing
       accept answer-text
       move function upper-case(answer-text(1:8)) to band-xmtr-id
       display "transmitter power watts: " with no advancing
       accept answer-text
       move function numval(answer-text) to band-xmtr-power
           move "FREQ NOT POSITIVE" to entry-reject-reason
       end-if

       perform lookup-band-equipment

       if entry-is-valid and not antenna-was-found
           move 'N' to entry-valid-switch
           move "ANTENNA NOT IN CATALOG" to entry-reject-reason
       end-if

       if entry-is-valid and not antenna-gain-was-found
           move 'N' to entry-valid-switch
           move "NO CATALOG GAIN FOR FREQ" to entry-reject-reason
       end-if

       if entry-is-valid and not xmtr-was-found
           move 'N' to entry-valid-switch
           move "XMTR NOT IN CATALOG" to entry-reject-reason
       end-if

       if entry-is-valid and not xmtr-mode-was-found
           move 'N' to entry-valid-switch
           move "XMTR NOT RATED FOR MODE" to entry-reject-reason
       end-if

       if entry-is-valid and band-xmtr-power <= 0
           move "XMTR POWER NOT POSITIVE" to entry-reject-reason
       end-if

       if entry-is-valid and band-xmtr-power > xmtr-rating
           move 'N' to entry-valid-switch
           move "POWER OVER XMTR RATING" to entry-reject-reason
       end-if

       if entry-is-valid and band-xmtr-power > antenna-rating
           move 'N' to entry-valid-switch
           move "POWER OVER ANTENNA RATING" to entry-reject-reason
       end-if

       if entry-is-valid and band-feedline-length <= 0
           move 'N' to entry-valid-switch
           move "FEEDLINE LENGTH NOT POSITIVE" to entry-reject-reason
               varying master-sub from 1 by 1 until master-sub > master-count
       end-if.

lookup-band-equipment.
*> the band's antenna and transmitter from the catalog, as the
*> evaluation run reads them: the antenna's gain for the range
*> holding the band frequency goes into the record, so the
*> audit image carries the figure the band was accepted under.
       move 'N' to antenna-found-switch
       move 'N' to antenna-gain-found-switch
       move 'N' to xmtr-found-switch
       move 'N' to xmtr-mode-found-switch
       move 0 to antenna-rating
       move 0 to xmtr-rating
       move 0 to band-gaindbi
       move 'A'             to cat-kind
       move band-antenna-id to cat-id
       read catalog-file
           invalid key continue
           not invalid key
               move 'Y' to antenna-found-switch
               move cat-ant-max-power to antenna-rating
               perform find-antenna-gain
                   varying catalog-sub from 1 by 1 until catalog-sub > 5
       end-read
       move 'T'          to cat-kind
       move band-xmtr-id to cat-id
       read catalog-file
           invalid key continue
           not invalid key
               move 'Y' to xmtr-found-switch
               perform find-xmtr-mode-rating
                   varying catalog-sub from 1 by 1 until catalog-sub > 5
       end-read.

find-antenna-gain.
       if not antenna-gain-was-found and cat-ant-gain(catalog-sub) > 0
           if band-freq >= cat-ant-low-freq(catalog-sub) and
              band-freq <= cat-ant-high-freq(catalog-sub)
               move cat-ant-gain(catalog-sub) to band-gaindbi
               move 'Y' to antenna-gain-found-switch
           end-if
       end-if.

find-xmtr-mode-rating.
       if cat-xmtr-mode(catalog-sub) = band-mode-code
           move cat-xmtr-max-output(catalog-sub) to xmtr-rating
           move 'Y' to xmtr-mode-found-switch
       end-if.

check-station-consistency.
*> the evaluation run insists every band of a station share one
*> transmitter power and feedline length; hold entries to that
