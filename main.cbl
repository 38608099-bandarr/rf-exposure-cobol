    select gis-extract-file assign to "data/gisextract.csv"
        organization is line sequential
        file status is gis-extract-status.
    select boundary-file assign to "data/boundary.mst"
        organization is indexed
        access is dynamic
        record key is bnd-rec-key
        file status is boundary-file-status.
    select pattern-file assign to "data/antpattern.mst"
        organization is indexed
        access is dynamic
        record key is pat-rec-key
        file status is pattern-file-status.
    select schedule-file assign to "data/xmitsched.mst"
        organization is indexed
        access is dynamic
        record key is sch-rec-key
        file status is schedule-file-status.
    select suspense-file assign to "data/suspense.dat"
        organization is line sequential
        file status is suspense-file-status.
    select findtrans-file assign to "data/findtrans.dat"
        organization is line sequential
        file status is findtrans-file-status.
    select report-work-file assign to "data/compliance.tmp"
        organization is line sequential
        file status is report-work-status.
    select gis-work-file assign to "data/gisextract.tmp"
        organization is line sequential
        file status is gis-work-status.
    select colocated-file assign to "data/colocated.mst"
        organization is indexed
        access is dynamic
        record key is col-rec-key
        file status is colocated-file-status.
    select exposure-file assign to "data/exppoint.mst"
        organization is indexed
        access is dynamic
        record key is exp-rec-key
        file status is exposure-file-status.
    select whatif-file assign to "data/whatif.dat"
        organization is line sequential
    select whatif-report-file assign to "data/whatif.rpt"
        organization is line sequential
        file status is whatif-report-status.
    select headroom-report-file assign to "data/headroom.rpt"
        organization is line sequential
        file status is headroom-report-status.
    select survey-file assign to "data/survey.mst"
        organization is indexed
        access is dynamic
        record key is svy-rec-key
        file status is survey-file-status.
    select survey-report-file assign to "data/survrecon.rpt"
        organization is line sequential
        file status is survey-report-status.
    select sign-file assign to "data/signreg.mst"
        organization is indexed
        access is dynamic
        record key is sgn-rec-key
        file status is sign-file-status.
    select signage-report-file assign to "data/signage.rpt"
        organization is line sequential
        file status is signage-report-status.
    select roster-file assign to "data/roster.mst"
        organization is indexed
        access is dynamic
        record key is ros-rec-key
        file status is roster-file-status.
    select catalog-file assign to "data/catalog.mst"
        organization is indexed
        access is dynamic
        record key is cat-key
        file status is catalog-file-status.

data division.
file section.
    copy bandrec.

fd  report-file.
01 report-line pic x(100).

fd  history-file.
01 history-line pic x(100).

fd  checkpoint-file.
01 checkpoint-record.
01 gis-line pic x(80).

fd  boundary-file.
    copy bndrec.

fd  pattern-file.
    copy patrec.

fd  schedule-file.
    copy schedrec.

fd  suspense-file.
01 suspense-record.
   05 susp-band-image pic x(53).
   05 filler          pic x(1).
   05 susp-reason     pic x(30).
   05 filler          pic x(1).
   05 susp-run-date   pic x(10).

fd  findtrans-file.
    copy findtran.

fd  report-work-file.
01 report-work-line pic x(100).

fd  gis-work-file.
01 gis-work-line pic x(80).

fd  colocated-file.
    copy colrec.

fd  exposure-file.
    copy exprec.

fd  whatif-file.
01 whatif-in-record pic x(53).

fd  whatif-report-file.
01 whatif-line pic x(120).

fd  headroom-report-file.
01 headroom-line pic x(120).

fd  survey-file.
    copy svyrec.

fd  survey-report-file.
01 survey-report-line pic x(100).

fd  sign-file.
    copy sgnrec.

fd  signage-report-file.
01 signage-line pic x(100).

fd  roster-file.
    copy rosrec.

fd  catalog-file.
    copy catrec.

working-storage section.
01 station-band-status  pic x(2).
01 pattern-file-status  pic x(2).
01 schedule-file-status pic x(2).
01 suspense-file-status pic x(2).
01 findtrans-file-status pic x(2).
01 report-work-status   pic x(2).
01 gis-work-status      pic x(2).
01 colocated-file-status pic x(2).
01 exposure-file-status pic x(2).
01 whatif-file-status   pic x(2).
01 whatif-report-status pic x(2).
01 headroom-report-status pic x(2).
01 survey-file-status   pic x(2).
01 survey-report-status pic x(2).
01 sign-file-status     pic x(2).
01 signage-report-status pic x(2).
01 roster-file-status   pic x(2).
01 catalog-file-status  pic x(2).

01 prior-station-id pic x(10) value spaces.

*> the five keyed side files are optional: one not built yet reads
*> as a file with no rows for any station, the way the old
*> sequential files did before the lot was surveyed. side-station
*> is the station the side tables below currently hold.
01 boundary-file-switch  pic x(1) value 'N'.
   88 boundary-file-open  value 'Y'.
01 pattern-file-switch   pic x(1) value 'N'.
   88 pattern-file-open   value 'Y'.
01 schedule-file-switch  pic x(1) value 'N'.
   88 schedule-file-open  value 'Y'.
01 colocated-file-switch pic x(1) value 'N'.
   88 colocated-file-open value 'Y'.
01 exposure-file-switch  pic x(1) value 'N'.
   88 exposure-file-open  value 'Y'.
01 side-station pic x(10) value spaces.

*> the three keyed registers - survey readings, signs and the
*> roster - are optional the same way: one not built yet reads as
*> a register with no entries, and each is read by key for the
*> area or point in hand rather than held in a table.
01 survey-file-switch    pic x(1) value 'N'.
   88 survey-file-open    value 'Y'.
01 sign-file-switch      pic x(1) value 'N'.
   88 sign-file-open      value 'Y'.
01 roster-file-switch    pic x(1) value 'N'.
   88 roster-file-open    value 'Y'.

*> a register entry is reconciled or checked only when its station
*> is on the master and its point or area is on the side files;
*> the entries the run never reached are found that way after it.
01 register-station-switch pic x(1) value 'N'.
   88 register-station-found value 'Y'.
01 register-area-switch    pic x(1) value 'N'.
   88 register-area-found    value 'Y'.

*> the equipment catalog every band references: the antenna's gain
*> for the band's frequency replaces the band-gaindbi on the
*> record, and the antenna's and the transmitter's ratings bound
*> the band's transmitter power. a catalog figure corrected since
*> the band was keyed takes effect on the next run.
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

*> optional run parameter: a station-id on the command line keys
*> the run straight to that station's records and re-evaluates it
*> alone, appending a fresh section to the report and gis extract
*> side by side against the live master, with nothing written to
*> the compliance report, the history log, the gis extract or the
*> checkpoint - so a configuration that was never built leaves no
*> trace in the records the trustee signs. the word HEADROOM runs
*> the headroom mode the same quiet way: every station is worked
*> backward to the highest power and duty that still pass. the
*> word SURVEY runs the survey reconciliation, again writing only
*> its own report: every meter reading on file set against the
*> %mpe the evaluation predicts at its exposure point. the word
*> SIGNAGE runs the signage check: every boundary segment and
*> exposure point priced, the sign category its level calls for
*> set against the sign and access register, and only the signage
*> report written.
01 run-parameter pic x(32) value spaces.
01 station-filter pic x(10) value spaces.
01 selective-run-switch pic x(1) value 'N'.
   88 selective-run value 'Y'.
01 whatif-run-switch pic x(1) value 'N'.
   88 whatif-run value 'Y'.
01 headroom-run-switch pic x(1) value 'N'.
   88 headroom-run value 'Y'.
01 survey-run-switch pic x(1) value 'N'.
   88 survey-run value 'Y'.
01 signage-run-switch pic x(1) value 'N'.
   88 signage-run value 'Y'.

*> scratch state for the copy-forward rewrite used by selective
*> re-runs and by checkpoint restarts: the named station's stale
01 agg-worst-u    pic 9(4)V9(2).
01 agg-worst-c    pic 9(4)V9(2).

*> property-boundary distances for the station in hand, read by
*> key from the boundary file as each station comes up. each
*> evaluated band is reconciled against every boundary segment its
*> station owns: controlled-area segments compare against the
*> controlled safe distance, everything else against the
*> uncontrolled one, and any shortfall fails the run.
01 boundary-count pic 9(2) value 0.
01 boundary-table.
   05 boundary-entry occurs 99 times.
      10 btab-station   pic x(10).
      10 btab-direction pic x(2).
      10 btab-distance  pic 9(4).
      10 btab-area-type pic x(1).
01 boundary-sub pic 9(3).

*> optional measured/modeled antenna patterns: gain by azimuth for
*> a station-band. when a band has pattern rows the gis extract
*> carries one row per azimuth (a safe-distance polygon) instead of
*> the single-gain circle; the printed report keeps the single
*> band-gaindbi figure, which is the pattern peak and so remains
*> conservative in every direction. a band's rows are read
*> straight from the keyed pattern file in azimuth order whenever
*> they are wanted, so there is no ceiling on how finely a pattern
*> is measured.
01 pattern-station pic x(10).
01 pattern-band    pic 9(1).

*> logged operating time per band: minutes transmitting in the
*> uncontrolled 30-minute averaging window and the controlled
*> 6-minute window. when a band has a schedule row these measured
*> fractions replace the mode table's worst-case per-30 figure and
*> give the controlled limit a proper 6-minute average of its own.
*> the band's row is read directly by key from the schedule file.

*> co-located licensee sources: the other operators' transmitters
*> on a shared tower, keyed by our station at the site. under 47
*> own bands are priced.
01 coloc-count pic 9(2) value 0.
01 coloc-table.
   05 coloc-entry occurs 99 times.
      10 cltab-station  pic x(10).
      10 cltab-callsign pic x(6).
      10 cltab-freq     pic 9(4)v9(2).
      10 cltab-height   pic 9(3).
      10 cltab-duty30   pic 9(1)v9(2).
      10 cltab-duty6    pic 9(1)v9(2).
01 coloc-sub pic 9(3).
01 coloc-eof-switch pic x(1) value 'N'.
   88 coloc-eof value 'Y'.
01 coloc-present-switch pic x(1) value 'N'.
*> a high antenna that does not pass.
01 exposure-count pic 9(2) value 0.
01 exposure-table.
   05 exposure-entry occurs 99 times.
      10 xptab-station  pic x(10).
      10 xptab-label    pic x(12).
      10 xptab-distance pic 9(4).
      10 xptab-bearing  pic 9(3).
      10 xptab-height   pic 9(3).
      10 xptab-class    pic x(1).
01 exposure-sub pic 9(3).
01 exposure-eof-switch pic x(1) value 'N'.
   88 exposure-eof value 'Y'.

      10 xbtab-mpec     pic 9(4)v9(4).
      10 xbtab-peakgain pic 9(2)v9(2).
      10 xbtab-height   pic 9(3).
      10 xbtab-freq     pic 9(4)v9(2).
      10 xbtab-power    pic 9(4).
      10 xbtab-duty     pic 9(1)v9(2).
      10 xbtab-nf       pic 9(4)v9(2).
      10 xbtab-mpe-row  pic x(11).
      10 xbtab-exempt-switch pic x(1).
         88 xbtab-is-exempt value 'Y'.
      10 xbtab-exm-thr  pic 9(4)v9(2).
      10 xbtab-exm-erp  pic 9(5)v9(2).
      10 xbtab-rating   pic 9(4).
      10 xbtab-rating-kind pic x(1).
         88 xbtab-rating-is-antenna value 'A'.
01 xb-sub pic 9(2).

01 xp-header-switch pic x(1) value 'N'.
01 xp-pct-u       pic 9(5)v9(2).
01 xp-pct-c       pic 9(5)v9(2).
01 xp-pct-point   pic 9(5)v9(2).
01 xp-band-pct-u  pic 9(5)v9(6).
01 xp-band-pct-c  pic 9(5)v9(6).

*> field-survey readings taken with a meter at the exposure points:
*> survey date, meter/probe id and its calibration due date, the
*> band the probe was tuned to (0 for a broadband probe reading
*> everything on the air) and the reading itself - %mpe straight
*> off a shaped probe (P), electric field in v/m (E) or power
*> density in mw/cm2 (S). each reading prints under its point's
*> predicted %mpe so the evaluation file carries the meter and the
*> model side by side; a reading above the prediction means the
*> model under-predicts there, and a reading taken after the
*> meter's calibration fell due is not evidence.
01 survey-look-station pic x(10).
01 survey-look-label   pic x(12).
01 survey-eof-switch pic x(1) value 'N'.
   88 survey-eof value 'Y'.

01 sv-limit-work   pic 9(4)v9(4).
01 sv-density      pic 9(7)v9(6).
01 sv-meas-pct     pic 9(7)v9(2).
01 sv-pred-pct     pic 9(5)v9(2).
01 sv-pct-disp     pic zzzz9.99.
01 sv-band-match   pic 9(2).
01 sv-priced-switch pic x(1) value 'N'.
   88 sv-band-priced value 'Y'.
01 sv-measured-switch pic x(1) value 'N'.
   88 sv-meas-known value 'Y'.
01 sv-under-switch pic x(1) value 'N'.
   88 sv-under-predicted value 'Y'.
01 sv-cal-switch pic x(1) value 'N'.
   88 sv-out-of-cal value 'Y'.
01 sv-station-switch pic x(1) value 'N'.
   88 sv-station-surveyed value 'Y'.
01 sv-point-switch pic x(1) value 'N'.
   88 sv-point-surveyed value 'Y'.
01 sv-date-disp    pic x(10).
01 sv-date-work    pic 9(8).
01 sv-date-parts redefines sv-date-work.
   05 sv-date-yyyy pic 9(4).
   05 sv-date-mm   pic 9(2).
   05 sv-date-dd   pic 9(2).

01 survey-read-count      pic 9(4) value 0.
01 survey-under-count     pic 9(4) value 0.
01 survey-cal-count       pic 9(4) value 0.
01 survey-unpriced-count  pic 9(4) value 0.
01 survey-unmatched-count pic 9(4) value 0.

01 survey-detail-line.
   05 filler        pic x(4)  value spaces.
   05 filler        pic x(7)  value "SURVEY ".
   05 svl-date      pic x(10).
   05 filler        pic x(5)  value " MTR ".
   05 svl-meter     pic x(10).
   05 filler        pic x(6)  value " BAND ".
   05 svl-band      pic x(3).
   05 filler        pic x(1)  value spaces.
   05 svl-raw       pic zzzz9.999.
   05 filler        pic x(1)  value spaces.
   05 svl-unit      pic x(6).
   05 filler        pic x(7)  value " MEAS% ".
   05 svl-meas      pic x(8).
   05 filler        pic x(7)  value " PRED% ".
   05 svl-pred      pic x(8).

01 survey-flag-line.
   05 filler        pic x(6)  value spaces.
   05 filler        pic x(3)  value "** ".
   05 svf-text      pic x(70).

01 survey-out-line pic x(100).

*> rf warning sign and access-control register: one entry per
*> posted area, keyed by station and either a boundary direction
*> (kind B) or an exposure-point label (kind P), with the sign
*> category installed (N=notice, C=caution, W=warning), where it
*> hangs, its install and last inspection dates and the measure
*> that keeps the public out. a controlled classification only
*> holds where the area is actually posted and restricted, so a
*> controlled pass with no sign on file, a sign not yet installed,
*> no access measure on record or a sign not inspected within the
*> year prints as PASS - UNPOSTED; the signage run names which.
01 sign-eof-switch pic x(1) value 'N'.
   88 sign-eof value 'Y'.
01 sign-inspect-days pic 9(3) value 365.

01 area-look-station pic x(10).
01 area-look-kind    pic x(1).
01 area-look-area    pic x(12).
01 sign-found-switch pic x(1) value 'N'.
   88 sign-was-found value 'Y'.
01 sign-installed-switch pic x(1) value 'N'.
   88 sign-is-installed value 'Y'.
01 sign-access-switch pic x(1) value 'N'.
   88 sign-access-recorded value 'Y'.
01 sign-inspected-switch pic x(1) value 'N'.
   88 sign-inspection-current value 'Y'.
01 sign-posted-switch pic x(1) value 'N'.
   88 sign-area-posted value 'Y'.
01 sign-age-days     pic s9(7).

*> sign categories by the combined %mpe where the public would
*> stand: nothing under the general-population limit, NOTICE up to
*> the occupational limit, CAUTION up to ten times it and WARNING
*> beyond. a controlled area always needs at least a NOTICE, since
*> the posting is what makes it controlled.
01 sg-pct-u        pic 9(5)v9(2).
01 sg-pct-c        pic 9(5)v9(2).
01 sg-slantsq      pic 9(8)v9(4).
01 sg-required-rank  pic 9(1).
01 sg-installed-rank pic 9(1).
01 sg-category-values.
   05 filler pic x(7) value "NONE".
   05 filler pic x(7) value "NOTICE".
   05 filler pic x(7) value "CAUTION".
   05 filler pic x(7) value "WARNING".
01 sg-category-table redefines sg-category-values.
   05 sg-category pic x(7) occurs 4 times.
01 sg-area-class   pic x(1).
01 sg-header-switch pic x(1) value 'N'.
   88 sg-header-written value 'Y'.

01 signage-ok-count      pic 9(4) value 0.
01 signage-missing-count pic 9(4) value 0.
01 signage-under-count   pic 9(4) value 0.
01 signage-uninstalled-count pic 9(4) value 0.
01 signage-access-count  pic 9(4) value 0.
01 signage-inspect-count pic 9(4) value 0.
01 signage-orphan-count  pic 9(4) value 0.

01 signage-report-heading.
   05 filler pic x(14) value spaces.
   05 filler pic x(56) value
      "RF WARNING SIGNAGE - REQUIRED VS INSTALLED BY %MPE LEVEL".

01 signage-column-heads.
   05 filler pic x(100) value
      "  AREA               CL  %MPE-U   %MPE-C  REQUIRED POSTED   INSPECTED   ACCESS        STATUS".

01 signage-detail-line.
   05 filler          pic x(2)  value spaces.
   05 sgl-area        pic x(18).
   05 filler          pic x(1)  value spaces.
   05 sgl-class       pic x(1).
   05 filler          pic x(1)  value spaces.
   05 sgl-pct-u       pic zzzz9.99.
   05 filler          pic x(1)  value spaces.
   05 sgl-pct-c       pic zzzz9.99.
   05 filler          pic x(2)  value spaces.
   05 sgl-required    pic x(7).
   05 filler          pic x(2)  value spaces.
   05 sgl-installed   pic x(7).
   05 filler          pic x(2)  value spaces.
   05 sgl-inspected   pic x(10).
   05 filler          pic x(2)  value spaces.
   05 sgl-access      pic x(12).
   05 filler          pic x(2)  value spaces.
   05 sgl-status      pic x(14).

01 signage-orphan-line.
   05 filler          pic x(2)  value spaces.
   05 sgo-station     pic x(10).
   05 filler          pic x(1)  value spaces.
   05 sgo-kind        pic x(1).
   05 filler          pic x(1)  value spaces.
   05 sgo-area        pic x(12).
   05 filler          pic x(49) value
      "  NO SUCH BOUNDARY SEGMENT OR POINT - NOT CHECKED".

01 signage-total-line.
   05 filler        pic x(2)  value spaces.
   05 sgt-label     pic x(24).
   05 sgt-value     pic zzz9.

*> trained-personnel roster: the rf-aware people behind each
*> station's controlled determinations, with role, training and
*> expiry dates and up to four controlled areas each may enter -
*> kind B plus a boundary direction or kind P plus a point label,
*> or kind A for every controlled area the station has. the
*> occupational limit only applies where the people inside are
*> trained, so a controlled boundary or point with nobody on the
*> roster for it, or whose people have all let their training
*> lapse, is flagged under its determination as resting on an
*> unsupported occupational classification.
01 roster-area-sub pic 9(1).
01 roster-eof-switch pic x(1) value 'N'.
   88 roster-eof value 'Y'.

01 roster-cover-switch pic x(1) value 'N'.
   88 roster-person-covers value 'Y'.
01 roster-current-count pic 9(3).
01 roster-lapsed-count  pic 9(3).
01 roster-latest-expiry pic 9(8).
01 unsupported-count pic 9(4) value 0.

01 roster-flag-line.
   05 filler        pic x(6)  value spaces.
   05 filler        pic x(3)  value "** ".
   05 rfl-text      pic x(80).

01 survey-report-heading.
   05 filler pic x(14) value spaces.
   05 filler pic x(52) value
      "FIELD SURVEY RECONCILIATION - MEASURED VS PREDICTED".

01 survey-point-line.
   05 filler        pic x(2)  value spaces.
   05 filler        pic x(6)  value "POINT ".
   05 svp-label     pic x(12).
   05 filler        pic x(4)  value " CL ".
   05 svp-class     pic x(1).
   05 filler        pic x(28) value "  PREDICTED COMBINED %MPE   ".
   05 svp-pct       pic zzzz9.99.
   05 filler        pic x(2)  value spaces.
   05 svp-result    pic x(4).

01 survey-orphan-line.
   05 filler        pic x(2)  value spaces.
   05 svo-station   pic x(10).
   05 filler        pic x(1)  value spaces.
   05 svo-label     pic x(12).
   05 filler        pic x(1)  value spaces.
   05 svo-date      pic x(10).
   05 filler        pic x(46) value
      "  NO EVALUATED EXPOSURE POINT - NOT RECONCILED".

01 survey-total-line.
   05 filler        pic x(2)  value spaces.
   05 svt-label     pic x(24).
   05 svt-value     pic zzz9.

01 sched-found-switch pic x(1) value 'N'.
   88 sched-was-found value 'Y'.

01 prior-xmtr-power      pic 9(4) value 0.
01 prior-feedline-length pic 9(3) value 0.

*> the 47 cfr 1.1310 table 1 mpe limits (mw/cm2) for whichever
*> frequency is being priced - one of our own bands or a tower
*> partner's source - and the table row they came from, so every
*> report line can say which range its safe distance was priced
*> against. rows: 0.3-1.34 mhz flat, 1.34-3 mhz (general falls as
*> 180/f**2, occupational still flat), 3-30 mhz (180/f**2 and
*> 900/f**2), 30-300 mhz flat, 300-1500 mhz (f/1500 and f/300)
*> and 1.5-100 ghz flat.
01 mpe-work-freq pic 9(4)v9(2).
01 mpe-limit-s   pic 9(4)v9(4).
01 mpe-limit-c   pic 9(4)v9(4).
01 mpe-row-label pic x(11).
01 band-mpe-row  pic x(11).

*> near-field validity: within about a wavelength of the antenna
*> the far-field relation under the square root stops being a
*> determination, and on the low bands the computed safe distance

01 current-date-time pic x(21).
01 run-date-display  pic x(10).
01 run-stamp         pic x(14).
01 run-today         pic 9(8).

01 report-heading-1.
   05 filler pic x(20) value spaces.

01 report-column-heads.
   05 filler pic x(80) value
      "STATION    BAND     FREQ    SWR  GAIN  LOSS% UNCTRL-FT  CTRL-FT  NF  MPE-ROW".

01 report-detail-line.
   05 rpt-station              pic x(10).
   05 filler                   pic x(2) value spaces.
   05 rpt-band                 pic 9(1).
   05 filler                   pic x(4) value spaces.
   05 rpt-freq                 pic zzz9.99.
   05 filler                   pic x(2) value spaces.
   05 rpt-swr                  pic z9.99.
   05 filler                   pic x(2) value spaces.
   05 rpt-controlled           pic zzz9.99.
   05 filler                   pic x(2) value spaces.
   05 rpt-nf-flag              pic x(2).
   05 filler                   pic x(2) value spaces.
   05 rpt-mpe-row              pic x(11).

*> the controlled distance and boundary-fail count ride behind the
*> columns histtrend parses (it reads through column 58 only), so
*> the trend report is undisturbed while the year-end summary gets
*> the per-run figures it rolls up. the 1.1310 row the band was
*> priced against follows in columns 70-80, and the run's start
*> stamp (yyyymmddhhmmss, the form the change-audit logs stamp
*> with) in columns 82-95 so an evaluation can be ordered against
*> the input changes made the same day.
01 history-detail-line.
   05 hist-run-date             pic x(10).
   05 filler                    pic x(1) value spaces.
   05 hist-controlled           pic zzz9.99.
   05 filler                    pic x(1) value spaces.
   05 hist-bnd-fails            pic 9(1).
   05 filler                    pic x(1) value spaces.
   05 hist-mpe-row              pic x(11).
   05 filler                    pic x(1) value spaces.
   05 hist-run-stamp            pic x(14).

*> a rejected band leaves a marker in the history log too, laid
*> out so histtrend skips it (its station columns stay blank) but
*> the year-end summary can count the year's rejects per station.
*> an exempt band leaves the same shape of marker, so a station
*> whose bands are all exempt still shows when it was evaluated,
*> with the limit row it was judged under in the detail line's
*> columns 70-80.
01 history-reject-line.
   05 hrj-run-date pic x(10).
   05 filler       pic x(12) value spaces.
   05 hrj-marker   pic x(7)  value "REJECT ".
   05 hrj-station  pic x(10).
   05 filler       pic x(1)  value spaces.
   05 hrj-band     pic 9(1).
   05 filler       pic x(1)  value spaces.
   05 hrj-reason   pic x(30).
   05 filler       pic x(9)  value spaces.
   05 hrj-run-stamp pic x(14).

01 history-exempt-line.
   05 hex-run-date pic x(10).
   05 filler       pic x(12) value spaces.
   05 filler       pic x(7)  value "EXEMPT ".
   05 hex-station  pic x(10).
   05 filler       pic x(1)  value spaces.
   05 hex-band     pic 9(1).
   05 filler       pic x(1)  value spaces.
   05 filler       pic x(26) value "ERP UNDER THRESHOLD".
   05 filler       pic x(1)  value spaces.
   05 hex-mpe-row  pic x(11).
   05 filler       pic x(1)  value spaces.
   05 hex-run-stamp pic x(14).

01 band-bnd-fail-count pic 9(1) value 0.

   05 filler          pic x(12) value " FT  MARGIN ".
   05 bnd-margin      pic +zzz9.99.
   05 filler          pic x(5)  value " FT  ".
   05 bnd-result      pic x(15).

01 agg-heading-line.
   05 filler            pic x(2)  value spaces.
   05 filler        pic x(3)  value spaces.
   05 xp-pct-out    pic zzzz9.99.
   05 filler        pic x(3)  value spaces.
   05 xp-result-out pic x(15).

01 report-totals-head pic x(26) value "END-OF-RUN CONTROL TOTALS".

   05 exm-erp       pic zzz9.99.
   05 filler        pic x(17) value " W <= THRESHOLD ".
   05 exm-threshold pic zzz9.99.
   05 filler        pic x(4) value " W  ".
   05 exm-mpe-row   pic x(11).

01 report-rejected-line.
   05 rej-station  pic x(10).
01 whatif-count pic 9(2) value 0.
01 whatif-table.
   05 whatif-entry occurs 20 times.
      10 wtab-image pic x(53).
      10 wtab-image-fields redefines wtab-image.
         15 wtab-station pic x(10).
         15 wtab-band    pic 9(1).
         15 filler       pic x(42).
      10 wtab-done-switch pic x(1).
         88 wtab-is-done value 'Y'.
01 whatif-sub pic 9(2).
      10 cbt-reason pic x(30).
      10 cbt-unctrl pic 9(4)v9(2).
      10 cbt-ctrl   pic 9(4)v9(2).
      10 cbt-mpe-row pic x(11).
01 wif-pro-band-table.
   05 wif-pro-band-entry occurs 9 times.
      10 pbt-present-switch pic x(1).
      10 pbt-reason pic x(30).
      10 pbt-unctrl pic 9(4)v9(2).
      10 pbt-ctrl   pic 9(4)v9(2).
      10 pbt-mpe-row pic x(11).
01 wif-band-sub pic 9(2).

01 wif-cur-agg-u pic 9(4)v9(2).
   05 wif-hdg-station  pic x(10).

01 whatif-column-heads.
   05 filler pic x(100) value
      "BAND   CUR-UNCTRL  CUR-CTRL  PROP-UNCTRL  PROP-CTRL  CUR-MPE-ROW  PROP-MPE-ROW  NOTE".

01 whatif-detail-line.
   05 wif-band         pic 9(1).
   05 wif-pro-unctrl-x pic x(7).
   05 filler           pic x(5) value spaces.
   05 wif-pro-ctrl-x   pic x(7).
   05 filler           pic x(6) value spaces.
   05 wif-cur-mpe-row  pic x(11).
   05 filler           pic x(2) value spaces.
   05 wif-pro-mpe-row  pic x(11).
   05 filler           pic x(3) value spaces.
   05 wif-note         pic x(30).

01 whatif-boundary-line.
   05 wif-agg-c-out    pic zzz9.99.
   05 filler           pic x(3)  value " FT".

*> headroom mode state. each band's banked constants are worked
*> backward against every constraint the evaluation judges - the
*> station's boundary segments, its exposure points and, on a
*> shared tower, the co-located site total. exposure scales
*> linearly with transmitter power and with duty, so the binding
*> constraint yields one scale factor that sets both the highest
*> power and the highest duty that still pass, each taken with
*> everything else held where it is. a band that is exempt today
*> may rise to its exemption ceiling before the boundaries bind
*> it, since past that point it faces the full evaluation. the
*> catalog rating of the band's transmitter or antenna caps the
*> power on top of that, though not the duty.
01 hr-ratio          pic 9(9)v9(4).
01 hr-duty-ratio     pic 9(9)v9(4).
01 hr-candidate      pic 9(9)v9(4).
01 hr-unbounded      pic 9(9)v9(4) value 999999999.
01 hr-exempt-ratio   pic 9(9)v9(4).
01 hr-limit-text     pic x(30).
01 hr-cand-text      pic x(30).
01 hr-all-ratio      pic 9(9)v9(4).
01 hr-all-limit-text pic x(30).
01 hr-sub            pic 9(2).
01 hr-k-work         pic 9(8)v9(4).
01 hr-allow-sq       pic 9(9)v9(4).
01 hr-nf-sq          pic 9(9)v9(4).
01 hr-total          pic 9(5)v9(6).
01 hr-share          pic 9(5)v9(6).
01 hr-others         pic s9(6)v9(6).
01 hr-own-u          pic 9(5)v9(6).
01 hr-own-c          pic 9(5)v9(6).
01 hr-site-u         pic 9(5)v9(6).
01 hr-site-c         pic 9(5)v9(6).
01 hr-band-u         pic 9(5)v9(6).
01 hr-band-c         pic 9(5)v9(6).
01 hr-max-power      pic 9(9).
01 hr-max-duty       pic 9(7)v9(2).
01 hr-headroom       pic s9(9)v9(1).
01 hr-power-disp     pic zzzzzz9.
01 hr-duty-disp      pic 9.99.
01 hr-headroom-disp  pic ++++++9.9.
01 hr-dist-disp      pic zz9.
01 hr-dist-disp-4    pic zzz9.
01 hr-short-switch pic x(1) value 'N'.
   88 any-headroom-short value 'Y'.
01 hr-reject-switch pic x(1) value 'N'.
   88 any-headroom-rejected value 'Y'.
01 hr-coloc-switch pic x(1) value 'N'.
   88 hr-station-has-coloc value 'Y'.
01 hr-reject-count pic 9(2) value 0.
01 hr-reject-table.
   05 hr-reject-entry occurs 10 times.
      10 hrj-band-out   pic 9(1).
      10 hrj-reason-out pic x(30).

01 headroom-heading-1.
   05 filler pic x(14) value spaces.
   05 filler pic x(54) value
      "MAXIMUM ALLOWABLE POWER / COMPLIANCE HEADROOM REPORT".

01 headroom-heading-2.
   05 filler          pic x(10) value "RUN DATE: ".
   05 hr-hdg-run-date pic x(10).
   05 filler          pic x(4)  value spaces.
   05 filler          pic x(9)  value "STATION: ".
   05 hr-hdg-station  pic x(10).

01 headroom-column-heads.
   05 filler pic x(100) value
      "BAND    FREQ  MPE-ROW     BASIS XMTR-W    MAX-W  DUTY MX-DUTY  HEADROOM%  LIMITING CONSTRAINT".

01 headroom-detail-line.
   05 filler        pic x(2) value spaces.
   05 hrd-band      pic 9(1).
   05 filler        pic x(2) value spaces.
   05 hrd-freq      pic zzz9.99.
   05 filler        pic x(2) value spaces.
   05 hrd-mpe-row   pic x(11).
   05 filler        pic x(1) value spaces.
   05 hrd-basis     pic x(6).
   05 filler        pic x(2) value spaces.
   05 hrd-power     pic zzz9.
   05 filler        pic x(2) value spaces.
   05 hrd-max-power pic x(7).
   05 filler        pic x(2) value spaces.
   05 hrd-duty      pic 9.99.
   05 filler        pic x(4) value spaces.
   05 hrd-max-duty  pic x(4).
   05 filler        pic x(2) value spaces.
   05 hrd-headroom  pic x(9).
   05 filler        pic x(2) value spaces.
   05 hrd-limit     pic x(30).

01 headroom-station-line.
   05 filler        pic x(2)  value spaces.
   05 filler        pic x(32) value "ALL BANDS TOGETHER (SHARED RIG) ".
   05 hrs-power     pic zzz9.
   05 filler        pic x(2)  value spaces.
   05 hrs-max-power pic x(7).
   05 filler        pic x(16) value spaces.
   05 hrs-headroom  pic x(9).
   05 filler        pic x(2)  value spaces.
   05 hrs-limit     pic x(30).

01 headroom-reject-line.
   05 filler        pic x(2)  value spaces.
   05 hrr-band      pic 9(1).
   05 filler        pic x(2)  value spaces.
   05 filler        pic x(11) value "REJECTED - ".
   05 hrr-reason    pic x(30).
   05 filler        pic x(24) value " - NO HEADROOM COMPUTED".

local-storage section.
01 l_swr                pic 9(2)V9(2).
01 l_freq               pic 9(4)V9(2).
01 l_gaindbi            pic 9(2)V9(2).
01 l_powerlossatswr     pic 9(4)V9(4).
01 l_pepatantenna       pic 9(4)V9(4).
           perform whatif-evaluation
           stop run
       end-if
       if headroom-run
           perform headroom-evaluation
           stop run
       end-if
       if survey-run
           perform survey-evaluation
           stop run
       end-if
       if signage-run
           perform signage-evaluation
           stop run
       end-if
       perform open-station-band-file
       perform read-checkpoint
       if selective-run
       perform open-history-file
       perform open-gis-extract-file
       perform open-suspense-file
       perform open-findtrans-file
       perform open-side-files
       perform open-catalog-file
       perform open-register-files
       perform set-run-date
       if report-file-is-new
           perform write-report-title
       perform close-history-file
       perform close-gis-extract-file
       perform close-suspense-file
       perform close-findtrans-file
       perform close-side-files
       perform close-register-files
       perform close-catalog-file

*> return code tells the overnight script what happened: 0 clean,
*> 4 rejects went to suspense, 8 a boundary or exposure-point
               move spaces to station-filter
               move 'Y' to whatif-run-switch
           else
               if station-filter = "HEADROOM"
                   move spaces to station-filter
                   move 'Y' to headroom-run-switch
               else
                   if station-filter = "SURVEY"
                       move spaces to station-filter
                       move 'Y' to survey-run-switch
                   else
                       if station-filter = "SIGNAGE"
                           move spaces to station-filter
                           move 'Y' to signage-run-switch
                       else
                           move 'Y' to selective-run-switch
                       end-if
                   end-if
               end-if
           end-if
       end-if.

close-suspense-file.
       close suspense-file.

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

close-findtrans-file.
       close findtrans-file.

write-finding-trans.
*> the caller fills in station, source, band, item, severity and
*> description; findpost carries the line into the register.
       move "UNCONTROLLEDSAFEDISTANCE" to ftr-program
       move run-stamp to ftr-stamp
       write finding-trans-record.

write-suspense-record.
*> the rejected record goes out intact so it can be corrected and
*> fed back in on a later run instead of being re-keyed.
       move band-record        to susp-band-image
       move band-reject-reason to susp-reason
       move run-date-display   to susp-run-date
       write suspense-record
       move spaces to finding-trans-record
       move band-station-id to ftr-station
       move "REJ"           to ftr-source
       move band-number     to ftr-band
       move 'M'             to ftr-severity
       string "BAND REJECTED TO SUSPENSE - " delimited by size
              band-reject-reason delimited by size
           into ftr-description
       end-string
       perform write-finding-trans.

write-control-totals.
       move spaces to report-line

set-run-date.
       move function current-date to current-date-time
       move current-date-time(1:8) to run-today
       move current-date-time(5:2) to run-date-display(1:2)
       move "/"                    to run-date-display(3:1)
       move current-date-time(7:2) to run-date-display(4:2)
       move "/"                    to run-date-display(6:1)
       move current-date-time(1:4) to run-date-display(7:4)
       move current-date-time(1:14) to run-stamp.

write-report-title.
       move report-heading-1 to report-line
           end-if
           perform write-station-header
           move band-station-id to prior-station-id
           move band-station-id to side-station
           perform load-station-side-data
           move 'Y' to station-new-switch
           add 1 to stations-seen-count
       end-if
           add 1 to exempt-count
           perform accumulate-exempt-aggregate
           perform write-report-exempt-line
           perform write-history-exempt-line
       end-if

       if band-is-valid and not band-is-exempt
       perform read-next-band.

set-band-inputs.
       perform lookup-band-equipment
       move band-freq            to l_freq
       move band-gaindbi         to l_gaindbi
       move band-swr             to l_swr
       compute l_uncontrolledavgpep = l_pepatantenna * duty-cycle * avg-factor-unctrl
       compute l_controlledavgpep = l_pepatantenna * duty-cycle * avg-factor-ctrl
       perform set-ground-reflection-factor
       perform set-band-mpe-limits
       compute l_gaindecimal = 10**(l_gaindbi/10)
       compute uncontrolledsafedistance = function sqrt((0.219 * l_uncontrolledavgpep * l_gaindecimal * l_reflfactor)/l_mpe_s)
       compute controlledsafedistance = function sqrt((0.219 * l_controlledavgpep * l_gaindecimal * l_reflfactor)/l_mpe_c)
           move "FREQ NOT POSITIVE" to band-reject-reason
       end-if

       if band-is-valid and not antenna-was-found
           move 'N' to band-valid-switch
           move "ANTENNA NOT IN CATALOG" to band-reject-reason
       end-if

       if band-is-valid and not antenna-gain-was-found
           move 'N' to band-valid-switch
           move "NO CATALOG GAIN FOR FREQ" to band-reject-reason
       end-if

       if band-is-valid and not xmtr-was-found
           move 'N' to band-valid-switch
           move "XMTR NOT IN CATALOG" to band-reject-reason
       end-if

       if band-is-valid and not xmtr-mode-was-found
           move 'N' to band-valid-switch
           move "XMTR NOT RATED FOR MODE" to band-reject-reason
       end-if

       if band-is-valid and band-xmtr-power <= 0
           move "XMTR POWER NOT POSITIVE" to band-reject-reason
       end-if

       if band-is-valid and band-xmtr-power > xmtr-rating
           move 'N' to band-valid-switch
           move "POWER OVER XMTR RATING" to band-reject-reason
       end-if

       if band-is-valid and band-xmtr-power > antenna-rating
           move 'N' to band-valid-switch
           move "POWER OVER ANTENNA RATING" to band-reject-reason
       end-if

       if band-is-valid and band-feedline-length <= 0
           move 'N' to band-valid-switch
           move "FEEDLINE LENGTH NOT POSITIVE" to band-reject-reason
           move "XMTR/FEEDLINE MISMATCH" to band-reject-reason
       end-if.

open-side-files.
*> the side files are optional: a file not built yet just means
*> no boundary reconciliation, pattern polygon, logged schedule,
*> co-located sources or exposure points for any station.
       move 'N' to boundary-file-switch
       open input boundary-file
       if boundary-file-status = "00"
           move 'Y' to boundary-file-switch
       end-if
       move 'N' to pattern-file-switch
       open input pattern-file
       if pattern-file-status = "00"
           move 'Y' to pattern-file-switch
       end-if
       move 'N' to schedule-file-switch
       open input schedule-file
       if schedule-file-status = "00"
           move 'Y' to schedule-file-switch
       end-if
       move 'N' to colocated-file-switch
       open input colocated-file
       if colocated-file-status = "00"
           move 'Y' to colocated-file-switch
       end-if
       move 'N' to exposure-file-switch
       open input exposure-file
       if exposure-file-status = "00"
           move 'Y' to exposure-file-switch
       end-if.

open-catalog-file.
       open input catalog-file
       if catalog-file-status not = "00"
           display "unable to open equipment catalog, status " catalog-file-status
           display "run catload to build it from the source file"
           move 12 to return-code
           stop run
       end-if.

close-catalog-file.
       close catalog-file.

lookup-band-equipment.
*> the band's antenna and transmitter from the catalog. the gain is
*> the antenna's figure for the range holding the band frequency,
*> the transmitter rating its maximum output in the band's mode;
*> anything not found is left for validate-band-record to reject.
       move 'N' to antenna-found-switch
       move 'N' to antenna-gain-found-switch
       move 'N' to xmtr-found-switch
       move 'N' to xmtr-mode-found-switch
       move 0 to antenna-rating
       move 0 to xmtr-rating
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

close-side-files.
       if boundary-file-open
           close boundary-file
       end-if
       if pattern-file-open
           close pattern-file
       end-if
       if schedule-file-open
           close schedule-file
       end-if
       if colocated-file-open
           close colocated-file
       end-if
       if exposure-file-open
           close exposure-file
       end-if.

load-station-side-data.
*> the boundary segments, co-located sources and exposure points
*> of side-station, read by key. a station owning more rows than
*> a table holds stops the run outright: a PASS/FAIL worked from
*> part of a station's rows is no determination at all.
       perform load-station-boundaries
       perform load-station-colocated
       perform load-station-exposures.

load-station-boundaries.
       move 0 to boundary-count
       move 'Y' to boundary-eof-switch
       if boundary-file-open
           move low-values to bnd-rec-key
           move side-station to bnd-rec-station-id
           move 'N' to boundary-eof-switch
           start boundary-file key not < bnd-rec-key
               invalid key
                   move 'Y' to boundary-eof-switch
           end-start
           if not boundary-eof
               perform read-station-boundary
           end-if
       end-if
       perform store-boundary-record until boundary-eof.

read-station-boundary.
       read boundary-file next record
           at end move 'Y' to boundary-eof-switch
       end-read
       if not boundary-eof and bnd-rec-station-id not = side-station
           move 'Y' to boundary-eof-switch
       end-if.

store-boundary-record.
       if boundary-count >= 99
           display "more than 99 boundary segments on file for station "
               side-station " - run stopped"
           move 12 to return-code
           stop run
       end-if
       add 1 to boundary-count
       move bnd-rec-station-id to btab-station(boundary-count)
       move bnd-rec-direction  to btab-direction(boundary-count)
       move bnd-rec-distance   to btab-distance(boundary-count)
       move bnd-rec-area-type  to btab-area-type(boundary-count)
       perform read-station-boundary.

load-station-colocated.
*> no rows just means the station has its tower to itself.
       move 0 to coloc-count
       move 'Y' to coloc-eof-switch
       if colocated-file-open
           move low-values to col-rec-key
           move side-station to col-rec-station-id
           move 'N' to coloc-eof-switch
           start colocated-file key not < col-rec-key
               invalid key
                   move 'Y' to coloc-eof-switch
           end-start
           if not coloc-eof
               perform read-station-colocated
           end-if
       end-if
       perform store-colocated-record until coloc-eof.

read-station-colocated.
       read colocated-file next record
           at end move 'Y' to coloc-eof-switch
       end-read
       if not coloc-eof and col-rec-station-id not = side-station
           move 'Y' to coloc-eof-switch
       end-if.

store-colocated-record.
       if coloc-count >= 99
           display "more than 99 co-located sources on file for station "
               side-station " - run stopped"
           move 12 to return-code
           stop run
       end-if
       add 1 to coloc-count
       move col-rec-station-id to cltab-station(coloc-count)
       move col-rec-callsign   to cltab-callsign(coloc-count)
       move col-rec-height     to cltab-height(coloc-count)
       move col-rec-duty30     to cltab-duty30(coloc-count)
       move col-rec-duty6      to cltab-duty6(coloc-count)
       perform read-station-colocated.

load-station-exposures.
*> no points just means no per-point section, the way an
*> unsurveyed lot has no boundary reconciliation.
       move 0 to exposure-count
       move 'Y' to exposure-eof-switch
       if exposure-file-open
           move low-values to exp-rec-key
           move side-station to exp-rec-station-id
           move 'N' to exposure-eof-switch
           start exposure-file key not < exp-rec-key
               invalid key
                   move 'Y' to exposure-eof-switch
           end-start
           if not exposure-eof
               perform read-station-exposure
           end-if
       end-if
       perform store-exposure-record until exposure-eof.

read-station-exposure.
       read exposure-file next record
           at end move 'Y' to exposure-eof-switch
       end-read
       if not exposure-eof and exp-rec-station-id not = side-station
           move 'Y' to exposure-eof-switch
       end-if.

store-exposure-record.
       if exposure-count >= 99
           display "more than 99 exposure points on file for station "
               side-station " - run stopped"
           move 12 to return-code
           stop run
       end-if
       add 1 to exposure-count
       move exp-rec-station-id to xptab-station(exposure-count)
       move exp-rec-label      to xptab-label(exposure-count)
       move exp-rec-bearing    to xptab-bearing(exposure-count)
       move exp-rec-height     to xptab-height(exposure-count)
       move exp-rec-class      to xptab-class(exposure-count)
       perform read-station-exposure.

open-register-files.
*> the registers are optional: with no survey file a point just
*> prints its prediction alone, with no sign register every
*> controlled pass prints as unposted, and with no roster every
*> controlled determination is flagged as unsupported.
       move 'N' to survey-file-switch
       open input survey-file
       if survey-file-status = "00"
           move 'Y' to survey-file-switch
       end-if
       move 'N' to sign-file-switch
       open input sign-file
       if sign-file-status = "00"
           move 'Y' to sign-file-switch
       end-if
       move 'N' to roster-file-switch
       open input roster-file
       if roster-file-status = "00"
           move 'Y' to roster-file-switch
       end-if.

close-register-files.
       if survey-file-open
           close survey-file
       end-if
       if sign-file-open
           close sign-file
       end-if
       if roster-file-open
           close roster-file
       end-if.

lookup-transmit-schedule.
*> default both averaging factors to the mode table's per-30 (the
       move 'N' to sched-found-switch
       move per-30 to avg-factor-unctrl
       move per-30 to avg-factor-ctrl
       if schedule-file-open
           move band-station-id to sch-rec-station-id
           move band-number     to sch-rec-band
           read schedule-file
               invalid key
                   continue
               not invalid key
                   perform apply-schedule-row
           end-read
       end-if.

apply-schedule-row.
       move 'Y' to sched-found-switch
       move sch-rec-min30 to sched-min30-work
       move sch-rec-min6  to sched-min6-work
       compute avg-factor-unctrl = sched-min30-work/30
       compute avg-factor-ctrl = sched-min6-work/6.

start-band-pattern.
*> positions on the first pattern row of pattern-station and
*> pattern-band; pattern-eof stays set when the band has none.
       move 'Y' to pattern-eof-switch
       if pattern-file-open
           move pattern-station to pat-rec-station-id
           move pattern-band    to pat-rec-band
           move 0               to pat-rec-azimuth
           move 'N' to pattern-eof-switch
           start pattern-file key not < pat-rec-key
               invalid key
                   move 'Y' to pattern-eof-switch
           end-start
           if not pattern-eof
               perform read-band-pattern-row
           end-if
       end-if.

read-band-pattern-row.
       read pattern-file next record
           at end move 'Y' to pattern-eof-switch
       end-read
       if not pattern-eof
           if pat-rec-station-id not = pattern-station or
              pat-rec-band not = pattern-band
               move 'Y' to pattern-eof-switch
           end-if
       end-if.

check-property-boundaries.
       move 0 to band-bnd-fail-count
               end-if
           else
               move "PASS" to bnd-result
               if btab-area-type(boundary-sub) = 'C'
                   move band-station-id to area-look-station
                   move 'B' to area-look-kind
                   move btab-direction(boundary-sub) to area-look-area
                   perform check-area-posted
                   if not sign-area-posted
                       move "PASS - UNPOSTED" to bnd-result
                   end-if
               end-if
           end-if
           move btab-direction(boundary-sub) to bnd-direction
           move btab-area-type(boundary-sub) to bnd-area
           move bnd-margin-work to bnd-margin
           move report-boundary-line to report-line
           write report-line
           if bnd-margin-work < 0
               move spaces to finding-trans-record
               move band-station-id to ftr-station
               move "BND"           to ftr-source
               move band-number     to ftr-band
               move btab-direction(boundary-sub) to ftr-item
               move 'H'             to ftr-severity
               string "BOUNDARY " delimited by size
                      btab-direction(boundary-sub) delimited by space
                      " FAIL - AREA " delimited by size
                      btab-area-type(boundary-sub) delimited by size
                      " AT " delimited by size
                      function trim(bnd-dist) delimited by size
                      " FT, SAFE " delimited by size
                      function trim(bnd-safe) delimited by size
                      " FT" delimited by size
                   into ftr-description
               end-string
               perform write-finding-trans
           end-if
           if btab-area-type(boundary-sub) = 'C'
               move band-station-id to area-look-station
               move 'B' to area-look-kind
               move btab-direction(boundary-sub) to area-look-area
               perform write-roster-flag
           end-if
       end-if.

check-area-posted.
*> posted means a sign on file for the area, already installed,
*> inspected within the year and with an access measure recorded.
*> the register entry is left in sign-record for the caller.
       move 'N' to sign-found-switch
       move 'N' to sign-installed-switch
       move 'N' to sign-access-switch
       move 'N' to sign-inspected-switch
       move 'N' to sign-posted-switch
       if sign-file-open
           move area-look-station to sgn-rec-station-id
           move area-look-kind    to sgn-rec-kind
           move area-look-area    to sgn-rec-area
           read sign-file
               invalid key continue
               not invalid key move 'Y' to sign-found-switch
           end-read
       end-if
       if sign-was-found
           if function test-date-yyyymmdd(sgn-rec-installed) = 0 and
              sgn-rec-installed <= run-today
               move 'Y' to sign-installed-switch
           end-if
           if sgn-rec-access not = spaces
               move 'Y' to sign-access-switch
           end-if
           if function test-date-yyyymmdd(sgn-rec-inspected) = 0
               compute sign-age-days = function integer-of-date(run-today)
                   - function integer-of-date(sgn-rec-inspected)
               if sign-age-days >= 0 and sign-age-days <= sign-inspect-days
                   move 'Y' to sign-inspected-switch
               end-if
           end-if
           if sign-is-installed and sign-access-recorded and
              sign-inspection-current
               move 'Y' to sign-posted-switch
           end-if
       end-if.

write-roster-flag.
*> counts the people on the roster for the area in area-look and
*> writes the flag line when none of them is currently trained.
       move 0 to roster-current-count
       move 0 to roster-lapsed-count
       move 0 to roster-latest-expiry
       move 'Y' to roster-eof-switch
       if roster-file-open
           move low-values to ros-rec-key
           move area-look-station to ros-rec-station-id
           move 'N' to roster-eof-switch
           start roster-file key not < ros-rec-key
               invalid key
                   move 'Y' to roster-eof-switch
           end-start
           if not roster-eof
               perform read-station-roster
           end-if
       end-if
       perform count-roster-person until roster-eof
       if roster-current-count = 0
           add 1 to unsupported-count
           move spaces to rfl-text
           if roster-lapsed-count = 0
               move "UNSUPPORTED OCCUPATIONAL CLASSIFICATION - NO TRAINED PERSON ON ROSTER"
                   to rfl-text
           else
               move roster-latest-expiry to sv-date-work
               perform format-survey-date
               string "UNSUPPORTED OCCUPATIONAL CLASSIFICATION - TRAINING LAPSED "
                      delimited by size
                      sv-date-disp delimited by size
                   into rfl-text
               end-string
           end-if
           move roster-flag-line to report-line
           write report-line
       end-if.

read-station-roster.
       read roster-file next record
           at end move 'Y' to roster-eof-switch
       end-read
       if not roster-eof and ros-rec-station-id not = area-look-station
           move 'Y' to roster-eof-switch
       end-if.

count-roster-person.
       move 'N' to roster-cover-switch
       perform check-roster-area
           varying roster-area-sub from 1 by 1 until roster-area-sub > 4
       if roster-person-covers
           if ros-rec-expires >= run-today
               add 1 to roster-current-count
           else
               add 1 to roster-lapsed-count
               if ros-rec-expires > roster-latest-expiry
                   move ros-rec-expires to roster-latest-expiry
               end-if
           end-if
       end-if
       perform read-station-roster.

check-roster-area.
       if ros-rec-area-kind(roster-area-sub) = 'A'
           move 'Y' to roster-cover-switch
       else
           if ros-rec-area-kind(roster-area-sub) = area-look-kind and
              ros-rec-area-id(roster-area-sub) = area-look-area
               move 'Y' to roster-cover-switch
           end-if
       end-if.

accumulate-station-aggregate.
*> bank this band's distance constant (slant-squared feet at 100%
*> of mpe) so the station summary can sum %mpe contributions. a
*> station carrying more bands than the table holds is summarized
*> over the first twenty only, which is already past anything the
*> one-digit band-number allows.
       if agg-band-count < 20
           add 1 to agg-band-count
           compute agg-ku(agg-band-count) = (0.219 * l_uncontrolledavgpep * l_gaindecimal * l_reflfactor)/l_mpe_s
           compute agg-kc(agg-band-count) = (0.219 * l_controlledavgpep * l_gaindecimal * l_reflfactor)/l_mpe_c
           move band-antenna-height to agg-height(agg-band-count)
       end-if
       perform bank-exposure-band.

bank-exposure-band.
*> the raw per-band factors, kept alongside the agg constants so
*> each exposure point can fold in the gain toward its own bearing
*> instead of the peak already baked into the k's.
       if xb-band-count < 20
           add 1 to xb-band-count
           move band-number          to xbtab-band(xb-band-count)
           move l_uncontrolledavgpep to xbtab-upep(xb-band-count)
           move l_controlledavgpep   to xbtab-cpep(xb-band-count)
           move l_mpe_c              to xbtab-mpec(xb-band-count)
           move l_gaindbi            to xbtab-peakgain(xb-band-count)
           move band-antenna-height  to xbtab-height(xb-band-count)
           move band-freq            to xbtab-freq(xb-band-count)
           move xmtr-power           to xbtab-power(xb-band-count)
           move duty-cycle           to xbtab-duty(xb-band-count)
           compute xbtab-nf(xb-band-count) = 983.6 / l_freq
           move band-mpe-row         to xbtab-mpe-row(xb-band-count)
           move exempt-switch        to xbtab-exempt-switch(xb-band-count)
           move exempt-threshold     to xbtab-exm-thr(xb-band-count)
           move l_exempterp          to xbtab-exm-erp(xb-band-count)
           if antenna-rating < xmtr-rating
               move antenna-rating to xbtab-rating(xb-band-count)
               move 'A'            to xbtab-rating-kind(xb-band-count)
           else
               move xmtr-rating    to xbtab-rating(xb-band-count)
               move 'T'            to xbtab-rating-kind(xb-band-count)
           end-if
       end-if.

accumulate-exempt-aggregate.
*> station aggregate too. transmitter pep stands in for pep at the
*> antenna (no feedline-loss credit), keeping the summed figure
*> conservative just like the exemption screen itself.
       perform set-band-mpe-limits
       if agg-band-count < 20
           add 1 to agg-band-count
           add 1 to agg-exempt-count
           compute l_gaindecimal = 10 ** (l_gaindbi/10)
           perform set-ground-reflection-factor
           compute l_uncontrolledavgpep = xmtr-power * duty-cycle * avg-factor-unctrl
           compute l_controlledavgpep = xmtr-power * duty-cycle * avg-factor-ctrl
           compute agg-ku(agg-band-count) = (0.219 * l_uncontrolledavgpep * l_gaindecimal * l_reflfactor)/l_mpe_s
               write report-line
               move 'Y' to xp-header-switch
           end-if
           perform price-exposure-point
           if xp-pct-point > 100
               move "FAIL" to xp-result-out
               move 'Y' to point-fail-switch
           else
               move "PASS" to xp-result-out
               if xptab-class(exposure-sub) = 'C'
                   move prior-station-id to area-look-station
                   move 'P' to area-look-kind
                   move xptab-label(exposure-sub) to area-look-area
                   perform check-area-posted
                   if not sign-area-posted
                       move "PASS - UNPOSTED" to xp-result-out
                   end-if
               end-if
           end-if
           move xptab-label(exposure-sub)    to xp-label-out
           move xptab-distance(exposure-sub) to xp-dist-out
           move xp-pct-point to xp-pct-out
           move exposure-detail-line to report-line
           write report-line
           if xp-pct-point > 100
               move spaces to finding-trans-record
               move prior-station-id to ftr-station
               move "XPT"            to ftr-source
               move 0                to ftr-band
               move xptab-label(exposure-sub) to ftr-item
               move 'H'              to ftr-severity
               string "POINT " delimited by size
                      function trim(xptab-label(exposure-sub)) delimited by size
                      " FAIL - CLASS " delimited by size
                      xptab-class(exposure-sub) delimited by size
                      " AT " delimited by size
                      function trim(xp-pct-out) delimited by size
                      " PCT MPE" delimited by size
                   into ftr-description
               end-string
               perform write-finding-trans
           end-if
           if xptab-class(exposure-sub) = 'C'
               move prior-station-id to area-look-station
               move 'P' to area-look-kind
               move xptab-label(exposure-sub) to area-look-area
               perform write-roster-flag
           end-if
           perform write-point-survey-lines
       end-if.

price-exposure-point.
       move 0 to xp-pct-u
       move 0 to xp-pct-c
       perform add-point-band-contribution
           varying xb-sub from 1 by 1 until xb-sub > xb-band-count
       if xptab-class(exposure-sub) = 'C'
           move xp-pct-c to xp-pct-point
       else
           move xp-pct-u to xp-pct-point
       end-if.

add-point-band-contribution.
       perform compute-point-band-pct
       compute xp-pct-u = xp-pct-u + xp-band-pct-u
       compute xp-pct-c = xp-pct-c + xp-band-pct-c.

compute-point-band-pct.
*> one banked band's %mpe at the current exposure point, both
*> limits, at the slant range from its antenna to the receptor.
       perform find-bearing-gain
       compute xp-gaindec = 10 ** (xp-gain-work/10)
       compute xp-vert = xbtab-height(xb-sub) - xptab-height(exposure-sub)
       end-if
       compute xp-k-work = (0.219 * xbtab-upep(xb-sub) * xp-gaindec
           * xbtab-refl(xb-sub))/xbtab-mpes(xb-sub)
       compute xp-band-pct-u = 100 * xp-k-work/xp-slantsq
       compute xp-k-work = (0.219 * xbtab-cpep(xb-sub) * xp-gaindec
           * xbtab-refl(xb-sub))/xbtab-mpec(xb-sub)
       compute xp-band-pct-c = 100 * xp-k-work/xp-slantsq.

find-bearing-gain.
*> the band's gain toward this point: nearest pattern azimuth to
*> has no pattern rows.
       move xbtab-peakgain(xb-sub) to xp-gain-work
       move 999 to xp-best-delta
       move prior-station-id   to pattern-station
       move xbtab-band(xb-sub) to pattern-band
       perform start-band-pattern
       perform scan-bearing-gain until pattern-eof.

scan-bearing-gain.
       compute xp-delta = pat-rec-azimuth - xptab-bearing(exposure-sub)
       if xp-delta < 0
           compute xp-delta = 0 - xp-delta
       end-if
       if xp-delta > 180
           compute xp-delta = 360 - xp-delta
       end-if
       if xp-delta < xp-best-delta
           move xp-delta to xp-best-delta
           move pat-rec-gain to xp-gain-work
       end-if
       perform read-band-pattern-row.

write-aggregate-ref-line.
       move 0 to agg-pct-u-acc
       compute col-pct-c = 100 * col-kc/col-slantsq.

set-source-mpe-limits.
*> a tower partner's source is priced against the same 1.1310
*> table as our own bands, by the source's own frequency.
       move cltab-freq(coloc-sub) to mpe-work-freq
       perform lookup-mpe-limit-row
       move mpe-limit-s to col-mpe-s
       move mpe-limit-c to col-mpe-c.

set-band-mpe-limits.
*> the band in hand is priced against the 1.1310 row for its own
*> frequency - a 2 m or 70 cm band held to the hf 180/f**2 curve
*> would be judged against a limit a hundred times too tight.
       move l_freq to mpe-work-freq
       perform lookup-mpe-limit-row
       move mpe-limit-s   to l_mpe_s
       move mpe-limit-c   to l_mpe_c
       move mpe-row-label to band-mpe-row.

lookup-mpe-limit-row.
*> 47 cfr 1.1310 table 1, general population/uncontrolled limit
*> into mpe-limit-s and occupational/controlled into mpe-limit-c.
       if mpe-work-freq < 1.34
           move 100 to mpe-limit-s
           move 100 to mpe-limit-c
           move "0.3-1.34MHZ" to mpe-row-label
       else
           if mpe-work-freq < 3
               compute mpe-limit-s = 180/(mpe-work-freq ** 2)
               move 100 to mpe-limit-c
               move "1.34-3MHZ" to mpe-row-label
           else
               if mpe-work-freq < 30
                   compute mpe-limit-s = 180/(mpe-work-freq ** 2)
                   compute mpe-limit-c = 900/(mpe-work-freq ** 2)
                   move "3-30MHZ" to mpe-row-label
               else
                   if mpe-work-freq < 300
                       move 0.2 to mpe-limit-s
                       move 1.0 to mpe-limit-c
                       move "30-300MHZ" to mpe-row-label
                   else
                       if mpe-work-freq < 1500
                           compute mpe-limit-s = mpe-work-freq/1500
                           compute mpe-limit-c = mpe-work-freq/300
                           move "300-1500MHZ" to mpe-row-label
                       else
                           move 1.0 to mpe-limit-s
                           move 5.0 to mpe-limit-c
                           move "1.5-100GHZ" to mpe-row-label
                       end-if
                   end-if
               end-if
           end-if
       end-if
       if site-pct-u(site-worst-sub) > 100 or
          site-pct-c(site-worst-sub) > 100
           move spaces to finding-trans-record
           if site-own-u(site-worst-sub) <= 100
               move coloc-hidden-flag-line to report-line
               write report-line
               move "SITE OVER 100 PCT MPE THOUGH OUR BANDS ALONE PASS"
                   to ftr-description
           else
               move coloc-over-flag-line to report-line
               write report-line
               move "SITE TOTAL OVER 100 PCT MPE - AGGREGATE NOT COMPLIANT"
                   to ftr-description
           end-if
           move prior-station-id to ftr-station
           move "COL"            to ftr-source
           move 0                to ftr-band
           move "SITE TOTAL"     to ftr-item
           move 'H'              to ftr-severity
           perform write-finding-trans
       end-if.

determine-exemption.
       move band-number       to exm-band
       move l_exempterp       to exm-erp
       move exempt-threshold  to exm-threshold
       move band-mpe-row      to exm-mpe-row
       move report-exempt-line to report-line
       write report-line.

       else
           move spaces to rpt-nf-flag
       end-if
       move band-mpe-row           to rpt-mpe-row
       move report-detail-line     to report-line
       write report-line.

       move uncontrolledsafedistance   to hist-uncontrolled
       move controlledsafedistance     to hist-controlled
       move band-bnd-fail-count        to hist-bnd-fails
       move band-mpe-row               to hist-mpe-row
       move run-stamp                  to hist-run-stamp
       move history-detail-line        to history-line
       write history-line.

write-history-reject-line.
       move run-date-display   to hrj-run-date
       move "REJECT "          to hrj-marker
       move band-station-id    to hrj-station
       move band-number        to hrj-band
       move band-reject-reason to hrj-reason
       move run-stamp          to hrj-run-stamp
       move history-reject-line to history-line
       write history-line.

write-history-exempt-line.
       move run-date-display   to hex-run-date
       move band-station-id    to hex-station
       move band-number        to hex-band
       move band-mpe-row       to hex-mpe-row
       move run-stamp          to hex-run-stamp
       move history-exempt-line to history-line
       write history-line.

write-gis-extract-for-band.
*> bands carrying azimuth-pattern rows get a polygon (one extract
*> row per azimuth at that azimuth's gain); everything else keeps
*> the single-gain circle row with azimuth ALL.
       move 'N' to pattern-used-switch
       move band-station-id to pattern-station
       move band-number     to pattern-band
       perform start-band-pattern
       perform write-gis-pattern-row until pattern-eof
       if not pattern-was-used
           move "ALL" to gis-azimuth-disp
           move uncontrolledsafedistance to gis-uncontrolled-disp
       end-if.

write-gis-pattern-row.
       move 'Y' to pattern-used-switch
       compute az-gaindec = 10 ** (pat-rec-gain/10)
       compute az-unctrl = function sqrt((0.219 * l_uncontrolledavgpep * az-gaindec * l_reflfactor)/l_mpe_s)
       compute az-ctrl = function sqrt((0.219 * l_controlledavgpep * az-gaindec * l_reflfactor)/l_mpe_c)
       move 'N' to az-nf-switch
       if az-unctrl < nf-transition
           move nf-transition to az-unctrl
           move 'Y' to az-nf-switch
       end-if
       if az-ctrl < nf-transition
           move nf-transition to az-ctrl
           move 'Y' to az-nf-switch
       end-if
       if az-unctrl > band-antenna-height
           compute az-unctrl = function sqrt((az-unctrl * az-unctrl) - (band-antenna-height * band-antenna-height))
       else
           move 0 to az-unctrl
       end-if
       if az-ctrl > band-antenna-height
           compute az-ctrl = function sqrt((az-ctrl * az-ctrl) - (band-antenna-height * band-antenna-height))
       else
           move 0 to az-ctrl
       end-if
       move pat-rec-azimuth to gis-azimuth-disp
       move az-unctrl to gis-uncontrolled-disp
       move az-ctrl   to gis-controlled-disp
       move pat-rec-gain to gis-gaindbi-disp
       if az-in-near-field
           move 'Y' to gis-nf-disp
       else
           move 'N' to gis-nf-disp
       end-if
       perform write-gis-extract-line
       perform read-band-pattern-row.

write-gis-extract-line.
       move band-number              to gis-band-disp
           perform close-station-band-file
           stop run
       end-if
       perform open-side-files
       perform open-catalog-file
       perform set-run-date
       perform open-whatif-report
       move whatif-heading-1 to whatif-line
       write whatif-line
       perform process-whatif-station until whatif-all-done
       close whatif-report-file
       perform close-side-files
       perform close-catalog-file
       perform close-station-band-file
       if any-whatif-failed
           move 8 to return-code
       end-if.

evaluate-whatif-station.
       move whatif-station to side-station
       perform load-station-boundaries
       perform clear-whatif-band-entry
           varying wif-band-sub from 1 by 1 until wif-band-sub > 9

       move spaces to cbt-reason(wif-band-sub)
       move 0      to cbt-unctrl(wif-band-sub)
       move 0      to cbt-ctrl(wif-band-sub)
       move spaces to cbt-mpe-row(wif-band-sub)
       move 'N'    to pbt-present-switch(wif-band-sub)
       move spaces to pbt-status(wif-band-sub)
       move spaces to pbt-reason(wif-band-sub)
       move 0      to pbt-unctrl(wif-band-sub)
       move 0      to pbt-ctrl(wif-band-sub)
       move spaces to pbt-mpe-row(wif-band-sub).

scan-current-whatif-bands.
       move whatif-station to band-station-id
       perform validate-band-record
       move 0 to uncontrolledsafedistance
       move 0 to controlledsafedistance
       move spaces to band-mpe-row
       if band-is-valid
           perform determine-exemption
       end-if
store-current-whatif-result.
       if band-number >= 1 and band-number <= 9
           move 'Y' to cbt-present-switch(band-number)
           move band-mpe-row to cbt-mpe-row(band-number)
           if band-is-invalid
               move 'R' to cbt-status(band-number)
               move band-reject-reason to cbt-reason(band-number)
store-proposed-whatif-result.
       if band-number >= 1 and band-number <= 9
           move 'Y' to pbt-present-switch(band-number)
           move band-mpe-row to pbt-mpe-row(band-number)
           if band-is-invalid
               move 'R' to pbt-status(band-number)
               move band-reject-reason to pbt-reason(band-number)
       if cbt-band-present(wif-band-sub) or pbt-band-present(wif-band-sub)
           move wif-band-sub to wif-band
           move spaces to wif-note
           move cbt-mpe-row(wif-band-sub) to wif-cur-mpe-row
           move pbt-mpe-row(wif-band-sub) to wif-pro-mpe-row
           if not cbt-band-present(wif-band-sub)
               move "   --  " to wif-cur-unctrl-x
               move "   --  " to wif-cur-ctrl-x
               move pbt-unctrl(wif-band-sub) to wif-pro-safe-work
           end-if
       end-if.

headroom-evaluation.
*> headroom mode: every station on the master is run through the
*> same pipeline the production run walks, then each band is worked
*> backward to the highest transmitter power and the highest duty
*> that still pass every boundary segment, every exposure point
*> and the co-located site total, with the current setting's
*> headroom and the constraint that binds first. as with what-if,
*> nothing is written but the headroom report itself.
       perform open-station-band-file
       perform open-side-files
       perform open-catalog-file
       perform set-run-date
       perform open-headroom-report
       move headroom-heading-1 to headroom-line
       write headroom-line
       move spaces to headroom-line
       write headroom-line
       perform read-next-band
       perform headroom-station until end-of-bands
       close headroom-report-file
       perform close-side-files
       perform close-catalog-file
       perform close-station-band-file
*> 8 when a band has no headroom left (its current setting already
*> fails a constraint), 4 when a rejected band could not be priced.
       if any-headroom-short
           move 8 to return-code
       else
           if any-headroom-rejected
               move 4 to return-code
           end-if
       end-if.

open-headroom-report.
       open output headroom-report-file
       if headroom-report-status not = "00"
           display "unable to open headroom report, status " headroom-report-status
           move 12 to return-code
           stop run
       end-if.

headroom-station.
       move band-station-id to prior-station-id
       move band-station-id to side-station
       perform load-station-side-data
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count
       move 0 to hr-reject-count
       move 'Y' to station-new-switch
       perform headroom-band
           until end-of-bands or band-station-id not = prior-station-id
       perform write-headroom-station-section
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count.

headroom-band.
       perform evaluate-whatif-band
       if band-is-invalid
           move 'Y' to hr-reject-switch
           if hr-reject-count < 10
               add 1 to hr-reject-count
               move band-number        to hrj-band-out(hr-reject-count)
               move band-reject-reason to hrj-reason-out(hr-reject-count)
           end-if
       end-if
       perform read-next-band.

write-headroom-station-section.
       move run-date-display to hr-hdg-run-date
       move prior-station-id to hr-hdg-station
       move headroom-heading-2 to headroom-line
       write headroom-line
       move spaces to headroom-line
       write headroom-line
       move headroom-column-heads to headroom-line
       write headroom-line
       move 'N' to coloc-present-switch
       perform check-coloc-presence
           varying coloc-sub from 1 by 1 until coloc-sub > coloc-count
       move coloc-present-switch to hr-coloc-switch
       move hr-unbounded to hr-all-ratio
       move "NO CONSTRAINT ON FILE" to hr-all-limit-text
       perform write-headroom-band-line
           varying hr-sub from 1 by 1 until hr-sub > xb-band-count
       perform write-headroom-reject-line
           varying hr-sub from 1 by 1 until hr-sub > hr-reject-count
       if xb-band-count > 0
           perform headroom-all-point-check
               varying exposure-sub from 1 by 1 until exposure-sub > exposure-count
           if hr-station-has-coloc
               perform headroom-all-site-check
                   varying agg-ref-sub from 1 by 1 until agg-ref-sub > 4
           end-if
           perform write-headroom-all-line
       end-if
       move spaces to headroom-line
       write headroom-line.

write-headroom-band-line.
       move hr-unbounded to hr-ratio
       move "NO CONSTRAINT ON FILE" to hr-limit-text
       move hr-unbounded to hr-exempt-ratio
       if xbtab-is-exempt(hr-sub) and xbtab-exm-erp(hr-sub) > 0
           compute hr-exempt-ratio =
               xbtab-exm-thr(hr-sub) / xbtab-exm-erp(hr-sub)
       end-if
       perform headroom-boundary-check
           varying boundary-sub from 1 by 1 until boundary-sub > boundary-count
       perform headroom-point-check
           varying exposure-sub from 1 by 1 until exposure-sub > exposure-count
       if hr-station-has-coloc
           perform headroom-site-check
               varying agg-ref-sub from 1 by 1 until agg-ref-sub > 4
       end-if
       move hr-ratio to hr-duty-ratio
       perform headroom-equipment-check
       move xbtab-band(hr-sub)    to hrd-band
       move xbtab-freq(hr-sub)    to hrd-freq
       move xbtab-mpe-row(hr-sub) to hrd-mpe-row
       if xbtab-is-exempt(hr-sub)
           move "EXEMPT" to hrd-basis
       else
           move "EVAL  " to hrd-basis
       end-if
       move xbtab-power(hr-sub) to hrd-power
       move xbtab-duty(hr-sub)  to hrd-duty
       if hr-ratio = hr-unbounded
           move "     --" to hrd-max-power
           move " -- "    to hrd-max-duty
           move "      --" to hrd-headroom
       else
           compute hr-max-power = xbtab-power(hr-sub) * hr-ratio
           if hr-max-power > 9999999
               move 9999999 to hr-max-power
           end-if
           move hr-max-power to hr-power-disp
           move hr-power-disp to hrd-max-power
           if hr-duty-ratio = hr-unbounded
               move " -- " to hrd-max-duty
           else
               compute hr-max-duty = xbtab-duty(hr-sub) * hr-duty-ratio
               if hr-max-duty > 1
                   move 1 to hr-max-duty
               end-if
               move hr-max-duty to hr-duty-disp
               move hr-duty-disp to hrd-max-duty
           end-if
           perform format-headroom-pct
           move hr-headroom-disp to hrd-headroom
           if hr-ratio < 1
               move 'Y' to hr-short-switch
           end-if
       end-if
       move hr-limit-text to hrd-limit
       move headroom-detail-line to headroom-line
       write headroom-line.

format-headroom-pct.
*> headroom against the current setting: +50.0 means half as much
*> power again still passes, a negative figure means the setting
*> already fails the named constraint.
       compute hr-headroom = (hr-ratio - 1) * 100
       if hr-headroom > 99999.9
           move 99999.9 to hr-headroom
       end-if
       move hr-headroom to hr-headroom-disp.

write-headroom-reject-line.
       move hrj-band-out(hr-sub)   to hrr-band
       move hrj-reason-out(hr-sub) to hrr-reason
       move headroom-reject-line to headroom-line
       write headroom-line.

write-headroom-all-line.
*> the bands of a station share one transmitter, so an amplifier
*> raises them all at once: the same constraints with every band
*> scaled together.
       move xbtab-power(1) to hrs-power
       if hr-all-ratio = hr-unbounded
           move "     --" to hrs-max-power
           move "      --" to hrs-headroom
       else
           compute hr-max-power = xbtab-power(1) * hr-all-ratio
           if hr-max-power > 9999999
               move 9999999 to hr-max-power
           end-if
           move hr-max-power to hr-power-disp
           move hr-power-disp to hrs-max-power
           move hr-all-ratio to hr-ratio
           perform format-headroom-pct
           move hr-headroom-disp to hrs-headroom
       end-if
       move hr-all-limit-text to hrs-limit
       move headroom-station-line to headroom-line
       write headroom-line.

headroom-equipment-check.
*> no exposure margin lets a band run its transmitter or antenna
*> past the catalog rating, alone or with the other bands raised
*> together. the rating bounds power only, so the maximum duty
*> above stays the exposure figure.
       if xbtab-power(hr-sub) > 0
           compute hr-candidate =
               xbtab-rating(hr-sub) / xbtab-power(hr-sub)
           move spaces to hr-cand-text
           move xbtab-rating(hr-sub) to hr-dist-disp-4
           if xbtab-rating-is-antenna(hr-sub)
               string "ANTENNA RATING " hr-dist-disp-4 " W"
                   delimited by size into hr-cand-text
               end-string
           else
               string "XMTR RATING " hr-dist-disp-4 " W IN MODE"
                   delimited by size into hr-cand-text
               end-string
           end-if
           perform take-band-candidate
           perform take-all-candidate
       end-if.

take-band-candidate.
       if hr-candidate < hr-ratio
           move hr-candidate to hr-ratio
           move hr-cand-text to hr-limit-text
       end-if.

take-all-candidate.
       if hr-candidate < hr-all-ratio
           move hr-candidate to hr-all-ratio
           move hr-cand-text to hr-all-limit-text
       end-if.

headroom-boundary-check.
*> the band fails a segment once its slant-range safe distance
*> passes the slant range to the segment (horizontal distance and
*> antenna height), and fails it at any power when the near-field
*> hold alone already reaches past it.
       if btab-station(boundary-sub) = prior-station-id
           if btab-area-type(boundary-sub) = 'C'
               move agg-kc(hr-sub) to hr-k-work
           else
               move agg-ku(hr-sub) to hr-k-work
           end-if
           compute hr-allow-sq =
               (btab-distance(boundary-sub) * btab-distance(boundary-sub))
               + (agg-height(hr-sub) * agg-height(hr-sub))
           compute hr-nf-sq = xbtab-nf(hr-sub) * xbtab-nf(hr-sub)
           move spaces to hr-cand-text
           if hr-nf-sq > hr-allow-sq
               move 0 to hr-candidate
               string "NEAR FIELD AT BOUNDARY " delimited by size
                   btab-direction(boundary-sub) delimited by space
                   into hr-cand-text
               end-string
           else
               if hr-k-work > 0
                   compute hr-candidate = hr-allow-sq / hr-k-work
               else
                   move hr-unbounded to hr-candidate
               end-if
               string "BOUNDARY " delimited by size
                   btab-direction(boundary-sub) delimited by space
                   " (" btab-area-type(boundary-sub) ")" delimited by size
                   into hr-cand-text
               end-string
           end-if
           perform take-all-candidate
           if xbtab-is-exempt(hr-sub) and hr-candidate < hr-exempt-ratio
               move hr-exempt-ratio to hr-candidate
               move spaces to hr-cand-text
               string "EXEMPT CEILING, THEN BDY " delimited by size
                   btab-direction(boundary-sub) delimited by space
                   into hr-cand-text
               end-string
           end-if
           perform take-band-candidate
       end-if.

headroom-share-candidate.
*> with hr-total the constraint's current %mpe and hr-share the
*> part of it that scales, the factor that brings the total to
*> exactly 100: what does not scale stays put.
       if hr-share > 0
           compute hr-others = hr-total - hr-share
           if hr-others >= 100
               move 0 to hr-candidate
           else
               compute hr-others = 100 - hr-others
               compute hr-candidate = hr-others / hr-share
           end-if
       else
           move hr-unbounded to hr-candidate
       end-if.

headroom-point-check.
       if xptab-station(exposure-sub) = prior-station-id
           move 0 to xp-pct-u
           move 0 to xp-pct-c
           perform add-point-band-contribution
               varying xb-sub from 1 by 1 until xb-sub > xb-band-count
           move hr-sub to xb-sub
           perform compute-point-band-pct
           if xptab-class(exposure-sub) = 'C'
               move xp-pct-c      to hr-total
               move xp-band-pct-c to hr-share
           else
               move xp-pct-u      to hr-total
               move xp-band-pct-u to hr-share
           end-if
           perform headroom-share-candidate
           move spaces to hr-cand-text
           string "POINT " xptab-label(exposure-sub) delimited by size
               into hr-cand-text
           end-string
           perform take-band-candidate
       end-if.

headroom-all-point-check.
       if xptab-station(exposure-sub) = prior-station-id
           move 0 to xp-pct-u
           move 0 to xp-pct-c
           perform add-point-band-contribution
               varying xb-sub from 1 by 1 until xb-sub > xb-band-count
           if xptab-class(exposure-sub) = 'C'
               move xp-pct-c to hr-total
           else
               move xp-pct-u to hr-total
           end-if
           move hr-total to hr-share
           perform headroom-share-candidate
           move spaces to hr-cand-text
           string "POINT " xptab-label(exposure-sub) delimited by size
               into hr-cand-text
           end-string
           perform take-all-candidate
       end-if.

compute-site-totals.
*> our combined %mpe and the site total (ours plus every co-located
*> source) at the current reference distance.
       move 0 to agg-pct-u-acc
       move 0 to agg-pct-c-acc
       perform add-aggregate-pct-entry
           varying agg-sub from 1 by 1 until agg-sub > agg-band-count
       move agg-pct-u-acc to hr-own-u
       move agg-pct-c-acc to hr-own-c
       perform add-site-source-pct
           varying coloc-sub from 1 by 1 until coloc-sub > coloc-count
       move agg-pct-u-acc to hr-site-u
       move agg-pct-c-acc to hr-site-c
       move agg-ref-dist(agg-ref-sub) to hr-dist-disp
       move spaces to hr-cand-text
       string "SITE TOTAL AT " hr-dist-disp " FT" delimited by size
           into hr-cand-text
       end-string.

headroom-site-check.
       perform compute-site-totals
       move hr-sub to agg-sub
       compute agg-slantsq =
           (agg-ref-dist(agg-ref-sub) * agg-ref-dist(agg-ref-sub))
           + (agg-height(agg-sub) * agg-height(agg-sub))
       compute hr-band-u = 100 * agg-ku(agg-sub) / agg-slantsq
       compute hr-band-c = 100 * agg-kc(agg-sub) / agg-slantsq
       move hr-site-u to hr-total
       move hr-band-u to hr-share
       perform headroom-share-candidate
       perform take-band-candidate
       move hr-site-c to hr-total
       move hr-band-c to hr-share
       perform headroom-share-candidate
       perform take-band-candidate.

headroom-all-site-check.
       perform compute-site-totals
       move hr-site-u to hr-total
       move hr-own-u  to hr-share
       perform headroom-share-candidate
       perform take-all-candidate
       move hr-site-c to hr-total
       move hr-own-c  to hr-share
       perform headroom-share-candidate
       perform take-all-candidate.

write-point-survey-lines.
*> every reading on file for the current exposure point, oldest
*> first, under the point's row in whichever report is being
*> written.
       move prior-station-id to survey-look-station
       move xptab-label(exposure-sub) to survey-look-label
       perform start-point-survey
       perform write-point-survey-line until survey-eof.

start-point-survey.
*> positions on the first reading for survey-look-station and
*> survey-look-label; survey-eof stays set when the point has none.
       move 'Y' to survey-eof-switch
       if survey-file-open
           move low-values to svy-rec-key
           move survey-look-station to svy-rec-station-id
           move survey-look-label   to svy-rec-label
           move 'N' to survey-eof-switch
           start survey-file key not < svy-rec-key
               invalid key
                   move 'Y' to survey-eof-switch
           end-start
           if not survey-eof
               perform read-point-survey
           end-if
       end-if.

read-point-survey.
       read survey-file next record
           at end move 'Y' to survey-eof-switch
       end-read
       if not survey-eof
           if svy-rec-station-id not = survey-look-station or
              svy-rec-label not = survey-look-label
               move 'Y' to survey-eof-switch
           end-if
       end-if.

write-point-survey-line.
       perform reconcile-survey-reading
       perform format-survey-detail
       move survey-detail-line to survey-out-line
       perform put-survey-line
       if not sv-band-priced
           move "BAND NOT EVALUATED THIS RUN - NO PREDICTION TO COMPARE"
               to svf-text
           move survey-flag-line to survey-out-line
           perform put-survey-line
       end-if
       if sv-under-predicted
           move "MEASURED EXCEEDS PREDICTED - MODEL UNDER-PREDICTS HERE"
               to svf-text
           move survey-flag-line to survey-out-line
           perform put-survey-line
       end-if
       if sv-out-of-cal
           move svy-rec-cal-due to sv-date-work
           perform format-survey-date
           move spaces to svf-text
           string "METER OUT OF CAL - CALIBRATION WAS DUE "
               sv-date-disp delimited by size
               into svf-text
           end-string
           move survey-flag-line to survey-out-line
           perform put-survey-line
       end-if
       perform read-point-survey.

put-survey-line.
*> the evaluation run prints readings into the compliance report,
*> the reconciliation run into its own report.
       if survey-run
           move survey-out-line to survey-report-line
           write survey-report-line
       else
           move survey-out-line to report-line
           write report-line
       end-if.

reconcile-survey-reading.
*> the prediction to hold the reading against: a band-tuned probe
*> compares with that band's own %mpe at the point, a broadband
*> probe with the point's combined figure. field-strength and
*> power-density readings are turned into %mpe against the limit
*> of the band they were read on (the tightest of the station's
*> banked limits for a broadband probe, which can only overstate
*> the reading). the point's class picks the limit as it does for
*> the point itself.
       move 'N' to sv-priced-switch
       move 'N' to sv-measured-switch
       move 'N' to sv-under-switch
       move 'N' to sv-cal-switch
       move 0 to sv-pred-pct
       move 0 to sv-meas-pct
       move 0 to sv-limit-work
       if svy-rec-band = 0
           if xb-band-count > 0
               move 'Y' to sv-priced-switch
               move xp-pct-point to sv-pred-pct
               move 9999 to sv-limit-work
               perform find-tightest-band-limit
                   varying xb-sub from 1 by 1 until xb-sub > xb-band-count
           end-if
       else
           move 0 to sv-band-match
           perform find-survey-band
               varying xb-sub from 1 by 1 until xb-sub > xb-band-count
           if sv-band-match > 0
               move 'Y' to sv-priced-switch
               move sv-band-match to xb-sub
               perform compute-point-band-pct
               if xptab-class(exposure-sub) = 'C'
                   move xp-band-pct-c to sv-pred-pct
                   move xbtab-mpec(sv-band-match) to sv-limit-work
               else
                   move xp-band-pct-u to sv-pred-pct
                   move xbtab-mpes(sv-band-match) to sv-limit-work
               end-if
           end-if
       end-if
       if svy-rec-type = 'P'
           move svy-rec-value to sv-meas-pct
           move 'Y' to sv-measured-switch
       else
           if sv-band-priced and sv-limit-work > 0
               if svy-rec-type = 'E'
                   compute sv-density =
                       svy-rec-value * svy-rec-value / 3770
               else
                   move svy-rec-value to sv-density
               end-if
               compute sv-density = sv-density * 100
               compute sv-meas-pct = sv-density / sv-limit-work
               move 'Y' to sv-measured-switch
           end-if
       end-if
       if sv-band-priced and sv-meas-known and sv-meas-pct > sv-pred-pct
           move 'Y' to sv-under-switch
           add 1 to survey-under-count
       end-if
       if svy-rec-date > svy-rec-cal-due
           move 'Y' to sv-cal-switch
           add 1 to survey-cal-count
       end-if
       if not sv-band-priced
           add 1 to survey-unpriced-count
       end-if
       add 1 to survey-read-count.

find-survey-band.
       if xbtab-band(xb-sub) = svy-rec-band
           move xb-sub to sv-band-match
       end-if.

find-tightest-band-limit.
       if xptab-class(exposure-sub) = 'C'
           if xbtab-mpec(xb-sub) < sv-limit-work
               move xbtab-mpec(xb-sub) to sv-limit-work
           end-if
       else
           if xbtab-mpes(xb-sub) < sv-limit-work
               move xbtab-mpes(xb-sub) to sv-limit-work
           end-if
       end-if.

format-survey-detail.
       move svy-rec-date to sv-date-work
       perform format-survey-date
       move sv-date-disp to svl-date
       move svy-rec-meter-id to svl-meter
       if svy-rec-band = 0
           move "ALL" to svl-band
       else
           move spaces to svl-band
           move svy-rec-band to svl-band(3:1)
       end-if
       move svy-rec-value to svl-raw
       if svy-rec-type = 'P'
           move "%MPE" to svl-unit
       else
           if svy-rec-type = 'E'
               move "V/M" to svl-unit
           else
               move "MW/CM2" to svl-unit
           end-if
       end-if
       if sv-meas-known
           if sv-meas-pct > 99999.99
               move 99999.99 to sv-pct-disp
           else
               move sv-meas-pct to sv-pct-disp
           end-if
           move sv-pct-disp to svl-meas
       else
           move "     N/A" to svl-meas
       end-if
       if sv-band-priced
           move sv-pred-pct to sv-pct-disp
           move sv-pct-disp to svl-pred
       else
           move "     N/A" to svl-pred
       end-if.

format-survey-date.
       move sv-date-mm   to sv-date-disp(1:2)
       move "/"          to sv-date-disp(3:1)
       move sv-date-dd   to sv-date-disp(4:2)
       move "/"          to sv-date-disp(6:1)
       move sv-date-yyyy to sv-date-disp(7:4).

survey-evaluation.
*> survey reconciliation mode: every station is run through the
*> same pipeline the production run walks so each surveyed point
*> gets the prediction the compliance report would print, then
*> its readings are set against it. readings whose station or
*> point never came up are listed as not reconciled. nothing but
*> the reconciliation report is written.
       perform open-station-band-file
       perform open-side-files
       perform open-catalog-file
       perform open-register-files
       perform set-run-date
       open output survey-report-file
       if survey-report-status not = "00"
           display "unable to open survey reconciliation report, status " survey-report-status
           move 12 to return-code
           stop run
       end-if
       move survey-report-heading to survey-report-line
       write survey-report-line
       move spaces to survey-report-line
       write survey-report-line
       perform read-next-band
       perform survey-station until end-of-bands
       perform write-survey-orphans
       perform write-survey-totals
       close survey-report-file
       perform close-side-files
       perform close-register-files
       perform close-catalog-file
       perform close-station-band-file
*> 4 when any reading needs the trustee's attention: the model
*> under-predicts, the meter was out of calibration, or the reading
*> could not be reconciled at all.
       if survey-under-count > 0 or survey-cal-count > 0 or
          survey-unpriced-count > 0 or survey-unmatched-count > 0
           move 4 to return-code
       end-if.

survey-station.
       move band-station-id to prior-station-id
       move band-station-id to side-station
       perform load-station-side-data
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count
       move 'Y' to station-new-switch
       perform survey-band
           until end-of-bands or band-station-id not = prior-station-id
       perform check-station-surveyed
       if sv-station-surveyed
           move run-date-display to hdg-run-date
           move prior-station-id to hdg-station-id
           move report-heading-2 to survey-report-line
           write survey-report-line
           move spaces to survey-report-line
           write survey-report-line
           perform survey-reconcile-point
               varying exposure-sub from 1 by 1 until exposure-sub > exposure-count
           move spaces to survey-report-line
           write survey-report-line
       end-if
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count.

survey-band.
       perform evaluate-whatif-band
       perform read-next-band.

check-station-surveyed.
*> a station is surveyed when the first reading at or past its key
*> is its own.
       move 'N' to sv-station-switch
       if survey-file-open
           move low-values to svy-rec-key
           move prior-station-id to svy-rec-station-id
           move 'N' to survey-eof-switch
           start survey-file key not < svy-rec-key
               invalid key
                   move 'Y' to survey-eof-switch
           end-start
           if not survey-eof
               perform read-next-survey
           end-if
           if not survey-eof and svy-rec-station-id = prior-station-id
               move 'Y' to sv-station-switch
           end-if
       end-if.

check-point-surveyed.
       move prior-station-id to survey-look-station
       move xptab-label(exposure-sub) to survey-look-label
       perform start-point-survey
       move 'N' to sv-point-switch
       if not survey-eof
           move 'Y' to sv-point-switch
       end-if.

survey-reconcile-point.
       if xptab-station(exposure-sub) = prior-station-id
           perform check-point-surveyed
           if sv-point-surveyed
               perform price-exposure-point
               move xptab-label(exposure-sub) to svp-label
               move xptab-class(exposure-sub) to svp-class
               move xp-pct-point to svp-pct
               if xp-pct-point > 100
                   move "FAIL" to svp-result
               else
                   move "PASS" to svp-result
               end-if
               move survey-point-line to survey-report-line
               write survey-report-line
               perform write-point-survey-lines
           end-if
       end-if.

write-survey-orphans.
*> the whole survey file from its first key: a reading whose
*> station is not on the master or whose point is not on the
*> exposure-point file was never reconciled above.
       move 'Y' to survey-eof-switch
       if survey-file-open
           move low-values to svy-rec-key
           move 'N' to survey-eof-switch
           start survey-file key not < svy-rec-key
               invalid key
                   move 'Y' to survey-eof-switch
           end-start
           if not survey-eof
               perform read-next-survey
           end-if
       end-if
       perform write-survey-orphan until survey-eof.

read-next-survey.
       read survey-file next record
           at end move 'Y' to survey-eof-switch
       end-read.

write-survey-orphan.
       move svy-rec-station-id to area-look-station
       perform find-register-station
       move 'N' to register-area-switch
       if register-station-found and exposure-file-open
           move svy-rec-station-id to exp-rec-station-id
           move svy-rec-label      to exp-rec-label
           read exposure-file
               invalid key continue
               not invalid key move 'Y' to register-area-switch
           end-read
       end-if
       if not register-area-found
           add 1 to survey-unmatched-count
           move svy-rec-station-id to svo-station
           move svy-rec-label      to svo-label
           move svy-rec-date       to sv-date-work
           perform format-survey-date
           move sv-date-disp to svo-date
           move survey-orphan-line to survey-report-line
           write survey-report-line
       end-if
       perform read-next-survey.

find-register-station.
*> whether area-look-station has any band on the master; the band
*> loop is over by now, so the master is free to key into, and it
*> is left at end for whatever follows.
       move 'N' to register-station-switch
       move area-look-station to band-station-id
       move 0 to band-number
       move 'N' to eof-switch
       start station-band-file key >= band-key
           invalid key
               move 'Y' to eof-switch
       end-start
       if not end-of-bands
           read station-band-file next record
               at end move 'Y' to eof-switch
           end-read
       end-if
       if not end-of-bands and band-station-id = area-look-station
           move 'Y' to register-station-switch
       end-if
       move 'Y' to eof-switch.

write-survey-totals.
       move spaces to survey-report-line
       write survey-report-line
       move "READINGS RECONCILED"    to svt-label
       move survey-read-count        to svt-value
       move survey-total-line to survey-report-line
       write survey-report-line
       move "MODEL UNDER-PREDICTS"   to svt-label
       move survey-under-count       to svt-value
       move survey-total-line to survey-report-line
       write survey-report-line
       move "METER OUT OF CAL"       to svt-label
       move survey-cal-count         to svt-value
       move survey-total-line to survey-report-line
       write survey-report-line
       move "NO PREDICTION FOR BAND" to svt-label
       move survey-unpriced-count    to svt-value
       move survey-total-line to survey-report-line
       write survey-report-line
       move "NOT RECONCILED"         to svt-label
       move survey-unmatched-count   to svt-value
       move survey-total-line to survey-report-line
       write survey-report-line.

signage-evaluation.
*> signage mode: every station is run through the same pipeline
*> the production run walks, then each of its boundary segments
*> and exposure points is priced at the combined %mpe a person
*> standing there would see. the sign category that level calls
*> for is set against the register, and register entries for an
*> area that no longer exists are listed at the end. nothing but
*> the signage report is written.
       perform open-station-band-file
       perform open-side-files
       perform open-catalog-file
       perform open-register-files
       perform set-run-date
       open output signage-report-file
       if signage-report-status not = "00"
           display "unable to open signage report, status " signage-report-status
           move 12 to return-code
           stop run
       end-if
       move signage-report-heading to signage-line
       write signage-line
       move spaces to signage-line
       write signage-line
       perform read-next-band
       perform signage-station until end-of-bands
       perform write-signage-orphans
       perform write-signage-totals
       close signage-report-file
       perform close-side-files
       perform close-register-files
       perform close-catalog-file
       perform close-station-band-file
*> 4 when any area is missing the sign its level needs, carries a
*> lesser one, has a sign not yet up or no access control on
*> record, or has gone past its yearly inspection.
       if signage-missing-count > 0 or signage-under-count > 0 or
          signage-uninstalled-count > 0 or signage-access-count > 0 or
          signage-inspect-count > 0
           move 4 to return-code
       end-if.

signage-station.
       move band-station-id to prior-station-id
       move band-station-id to side-station
       perform load-station-side-data
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count
       move 'Y' to station-new-switch
       perform survey-band
           until end-of-bands or band-station-id not = prior-station-id
       move 'N' to sg-header-switch
       perform signage-boundary
           varying boundary-sub from 1 by 1 until boundary-sub > boundary-count
       perform signage-point
           varying exposure-sub from 1 by 1 until exposure-sub > exposure-count
       if sg-header-written
           move spaces to signage-line
           write signage-line
       end-if
       move 0 to agg-band-count
       move 0 to agg-exempt-count
       move 0 to xb-band-count.

signage-boundary.
*> the boundary line is at ground level, so each banked band adds
*> its share at the slant range to its antenna, the way the
*> combined-exposure section prices its reference distances.
       if btab-station(boundary-sub) = prior-station-id
           move 0 to sg-pct-u
           move 0 to sg-pct-c
           perform add-signage-boundary-entry
               varying agg-sub from 1 by 1 until agg-sub > agg-band-count
           move spaces to sgl-area
           string "BOUNDARY " delimited by size
                  btab-direction(boundary-sub) delimited by space
               into sgl-area
           end-string
           move btab-area-type(boundary-sub) to sg-area-class
           move prior-station-id to area-look-station
           move 'B' to area-look-kind
           move btab-direction(boundary-sub) to area-look-area
           perform write-signage-detail
       end-if.

add-signage-boundary-entry.
       compute sg-slantsq =
           (btab-distance(boundary-sub) * btab-distance(boundary-sub))
           + (agg-height(agg-sub) * agg-height(agg-sub))
       if sg-slantsq = 0
           move 1 to sg-slantsq
       end-if
       compute sg-pct-u = sg-pct-u + 100 * agg-ku(agg-sub)/sg-slantsq
       compute sg-pct-c = sg-pct-c + 100 * agg-kc(agg-sub)/sg-slantsq.

signage-point.
       if xptab-station(exposure-sub) = prior-station-id
           perform price-exposure-point
           move xp-pct-u to sg-pct-u
           move xp-pct-c to sg-pct-c
           move spaces to sgl-area
           string "POINT " delimited by size
                  xptab-label(exposure-sub) delimited by size
               into sgl-area
           end-string
           move xptab-class(exposure-sub) to sg-area-class
           move prior-station-id to area-look-station
           move 'P' to area-look-kind
           move xptab-label(exposure-sub) to area-look-area
           perform write-signage-detail
       end-if.

write-signage-detail.
*> a station with no boundary segment or exposure point on file
*> has nothing to post and gets no section.
       if not sg-header-written
           move run-date-display to hdg-run-date
           move prior-station-id to hdg-station-id
           move report-heading-2 to signage-line
           write signage-line
           move spaces to signage-line
           write signage-line
           move signage-column-heads to signage-line
           write signage-line
           move 'Y' to sg-header-switch
       end-if
       perform classify-required-sign
       perform check-area-posted
       move 0 to sg-installed-rank
       move spaces to sgl-inspected
       move spaces to sgl-access
       if sign-was-found
           if sgn-rec-type = 'N'
               move 1 to sg-installed-rank
           else
               if sgn-rec-type = 'C'
                   move 2 to sg-installed-rank
               else
                   if sgn-rec-type = 'W'
                       move 3 to sg-installed-rank
                   end-if
               end-if
           end-if
           move sgn-rec-inspected to sv-date-work
           perform format-survey-date
           move sv-date-disp to sgl-inspected
           move sgn-rec-access to sgl-access
       end-if
       move sg-area-class to sgl-class
       move sg-pct-u to sgl-pct-u
       move sg-pct-c to sgl-pct-c
       move sg-category(sg-required-rank + 1) to sgl-required
       move sg-category(sg-installed-rank + 1) to sgl-installed
       if sg-installed-rank = 0
           move "-" to sgl-installed
       end-if
       if sg-required-rank = 0 and sg-installed-rank = 0
           move "NOT REQUIRED" to sgl-status
           add 1 to signage-ok-count
       else
           if sg-installed-rank = 0
               move "MISSING" to sgl-status
               add 1 to signage-missing-count
           else
               if sg-installed-rank < sg-required-rank
                   move "UNDER-SIGNED" to sgl-status
                   add 1 to signage-under-count
               else
                   if not sign-is-installed
                       move "NOT INSTALLED" to sgl-status
                       add 1 to signage-uninstalled-count
                   else
                       if not sign-access-recorded
                           move "NO ACCESS CTRL" to sgl-status
                           add 1 to signage-access-count
                       else
                           if not sign-inspection-current
                               move "INSPECT DUE" to sgl-status
                               add 1 to signage-inspect-count
                           else
                               move "OK" to sgl-status
                               add 1 to signage-ok-count
                           end-if
                       end-if
                   end-if
               end-if
           end-if
       end-if
       move signage-detail-line to signage-line
       write signage-line.

classify-required-sign.
       if sg-pct-u <= 100
           move 0 to sg-required-rank
       else
           if sg-pct-c <= 100
               move 1 to sg-required-rank
           else
               if sg-pct-c <= 1000
                   move 2 to sg-required-rank
               else
                   move 3 to sg-required-rank
               end-if
           end-if
       end-if
       if sg-area-class = 'C' and sg-required-rank = 0
           move 1 to sg-required-rank
       end-if.

write-signage-orphans.
*> the whole register from its first key: an entry whose station
*> is not on the master, or whose boundary segment or exposure
*> point is not on the side files, was never checked above.
       move 'Y' to sign-eof-switch
       if sign-file-open
           move low-values to sgn-rec-key
           move 'N' to sign-eof-switch
           start sign-file key not < sgn-rec-key
               invalid key
                   move 'Y' to sign-eof-switch
           end-start
           if not sign-eof
               perform read-next-sign
           end-if
       end-if
       perform write-signage-orphan until sign-eof.

read-next-sign.
       read sign-file next record
           at end move 'Y' to sign-eof-switch
       end-read.

write-signage-orphan.
       move sgn-rec-station-id to area-look-station
       perform find-register-station
       move 'N' to register-area-switch
       if register-station-found
           if sgn-rec-kind = 'B' and boundary-file-open and
              sgn-rec-area(3:10) = spaces
               move sgn-rec-station-id to bnd-rec-station-id
               move sgn-rec-area(1:2)  to bnd-rec-direction
               read boundary-file
                   invalid key continue
                   not invalid key move 'Y' to register-area-switch
               end-read
           end-if
           if sgn-rec-kind = 'P' and exposure-file-open
               move sgn-rec-station-id to exp-rec-station-id
               move sgn-rec-area       to exp-rec-label
               read exposure-file
                   invalid key continue
                   not invalid key move 'Y' to register-area-switch
               end-read
           end-if
       end-if
       if not register-area-found
           add 1 to signage-orphan-count
           move sgn-rec-station-id to sgo-station
           move sgn-rec-kind       to sgo-kind
           move sgn-rec-area       to sgo-area
           move signage-orphan-line to signage-line
           write signage-line
       end-if
       perform read-next-sign.

write-signage-totals.
       move spaces to signage-line
       write signage-line
       move "AREAS POSTED OR CLEAR"  to sgt-label
       move signage-ok-count         to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "SIGN MISSING"           to sgt-label
       move signage-missing-count    to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "SIGN BELOW LEVEL"       to sgt-label
       move signage-under-count      to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "SIGN NOT YET INSTALLED" to sgt-label
       move signage-uninstalled-count to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "NO ACCESS CONTROL"      to sgt-label
       move signage-access-count     to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "INSPECTION DUE"         to sgt-label
       move signage-inspect-count    to sgt-value
       move signage-total-line to signage-line
       write signage-line
       move "REGISTER ENTRY UNUSED"  to sgt-label
       move signage-orphan-count     to sgt-value
       move signage-total-line to signage-line
       write signage-line.
