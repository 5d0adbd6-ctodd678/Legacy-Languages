       identification division.
       program-id. statsamp.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - AUDIT SAMPLE EXTRACTION.
      *                   READS ONE INPUT DATASET EXACTLY THE WAY
      *                   STATSNEW DOES (NATIVE COLUMNS OR A LAYTFILE
      *                   LAYOUT, HDR/TRL CONTROL RECORDS SKIPPED, THE
      *                   SAME VALIDATION RULES AND SITEPARM RANGE) SO
      *                   A ROW STATSNEW WOULD REJECT CAN NEVER BE
      *                   SAMPLED, THEN DRAWS A SAMPLE BY ONE OF THREE
      *                   METHODS - SIMPLE RANDOM, STRATIFIED BY
      *                   CATEGORY CODE WITH A SIZE PER STRATUM, OR
      *                   MONETARY-UNIT ON THE WEIGHT COLUMN.  THE
      *                   SEED IS PRINTED SO THE SAME SAMPLE CAN BE
      *                   DRAWN AGAIN.  SELECTED RECORDS GO TO THE
      *                   SAMPLE FILE WITH THEIR ORIGINAL RECORD
      *                   NUMBERS; THE REPORT DOCUMENTS THE POPULATION,
      *                   THE METHOD AND THE PER-STRATUM COUNTS.
      * 10/15/2026  RT   UNDER RPTCCY= ROWS ARE CONVERTED TO THE
      *                   REPORTING CURRENCY EXACTLY AS STATSNEW
      *                   CONVERTS THEM (CCY=, RATEF=, A LAYTFILE
      *                   CURRENCY FIELD), SO A ROW STATSNEW REJECTS
      *                   FOR WANT OF A RATE IS NOT SAMPLED EITHER.
      *                   THE REPORTING CURRENCY PRINTS ON THE REPORT.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select input-file assign to dynamic in-file-name
               organization is line sequential
               file status is in-status.
           select sample-file assign to dynamic samp-file-name
               organization is line sequential
               file status is samp-status.
           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is rpt-status.
           select site-parm-file assign to dynamic sparm-file-name
               organization is line sequential
               file status is sparm-status.
           select layout-file assign to dynamic layt-file-name
               organization is line sequential
               file status is layt-status.
           select strata-file assign to dynamic strf-file-name
               organization is line sequential
               file status is strf-status.
           select rate-file assign to dynamic rate-file-name
               organization is line sequential
               file status is rate-status.

       data division.
       file section.
       fd input-file.
       01  sample-input            picture x(200).
       fd sample-file.
       01  sample-record           picture x(260).
       fd report-file.
       01  report-line             picture x(132).
       fd site-parm-file.
       01  site-parm-record        picture x(80).
       fd layout-file.
       01  layout-record           picture x(80).
       fd strata-file.
       01  strata-record           picture x(80).
       fd rate-file.
       01  rate-record             picture x(80).

       working-storage section.
       01  in-file-name        picture x(30) value 'INFILE'.
       01  samp-file-name      picture x(30) value 'SAMPFILE'.
       01  rpt-file-name       picture x(30) value 'SAMPRPT'.
       01  in-status           picture x(02).
       01  samp-status         picture x(02).
       01  rpt-status          picture x(02).
       01  eof-sw              picture x(01) value 'N'.
           88  at-eof                    value 'Y'.
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).

      ******************************************************************
      * SAMPLING METHOD - METHOD=SRS (SIMPLE RANDOM, THE DEFAULT),
      * METHOD=STRAT (STRATIFIED BY CATEGORY CODE) OR METHOD=MUS
      * (MONETARY-UNIT, EACH ROW'S CHANCE PROPORTIONAL TO ITS WEIGHT).
      * SIZE= IS THE SAMPLE SIZE, OR UNDER STRAT THE SIZE OF ANY
      * STRATUM THE STRATA FILE DOES NOT NAME; INTVL= GIVES A MUS
      * SAMPLING INTERVAL DIRECTLY INSTEAD OF DERIVING IT FROM SIZE=.
      * SEED= FIXES THE RANDOM SEED; WITHOUT IT ONE IS TAKEN FROM THE
      * RUN TIME.  EITHER WAY IT IS PRINTED, AND RERUNNING WITH THAT
      * SEED= DRAWS THE SAME SAMPLE FROM THE SAME FILE.
      ******************************************************************
       01  method-sw           picture x(01) value 'R'.
           88  method-simple             value 'R'.
           88  method-stratified         value 'S'.
           88  method-monetary           value 'M'.
       77  sample-size         picture s9(07) usage is comp value 25.
       77  mus-interval        picture s9(14)v9(4) usage is comp-3
                                value zero.
       77  mus-start           picture s9(14)v9(4) usage is comp-3.
       77  mus-point           picture s9(16)v9(4) usage is comp-3.
       77  mus-cum             picture s9(16) usage is comp-3.
       77  mus-top-count       picture s9(07) usage is comp value zero.
       01  seed-given-sw       picture x(01) value 'N'.
           88  seed-given                value 'Y'.

      ******************************************************************
      * RANDOM NUMBERS - THE PARK-MILLER MINIMAL STANDARD GENERATOR:
      * SEED = SEED * 16807 MOD (2**31 - 1).  THE SAME SEED ALWAYS
      * GIVES THE SAME SEQUENCE ON ANY MACHINE, WHICH IS THE WHOLE
      * POINT OF RECORDING IT.  RND-U IS THE DRAW SCALED INTO (0,1).
      ******************************************************************
       77  rnd-seed            picture s9(10) usage is comp.
       77  rnd-first-seed      picture s9(10) usage is comp.
       77  rnd-work            picture s9(18) usage is comp.
       77  rnd-quot            picture s9(18) usage is comp.
       77  rnd-modulus         picture s9(10) usage is comp
                                value 2147483647.
       77  rnd-u               picture sv9(12) usage is comp-3.

      ******************************************************************
      * VALIDATION - THE SAME RULES AS STATSNEW 2110-VALIDATE-RECORD:
      * NUMERIC, NON-ZERO, INSIDE THE SITEPARM RANGE (SPARM= / PROF=),
      * UNDER PAIRED=Y THE SAME TEST ON THE Y COLUMN, AND UNDER
      * RPTCCY= A RATE IN FORCE AND A CONVERTED VALUE STILL IN RANGE.
      ******************************************************************
       01  bad-row-sw          picture x(01) value 'N'.
           88  row-is-bad                value 'Y'.
       01  paired-mode-sw      picture x(01) value 'N'.
           88  paired-mode               value 'Y'.
       77  range-limit         picture s9(14)v9(4) usage is comp-3
                                value 999999999.9999.
       77  negative-range-limit picture s9(14)v9(4) usage is comp-3
                                value -999999999.9999.
       77  rows-seen           picture s9(07) usage is comp value zero.
       77  reject-count        picture s9(07) usage is comp value zero.
       77  ctl-rec-count       picture s9(07) usage is comp value zero.
       01  truncated-sw        picture x(01) value 'N'.
           88  table-truncated           value 'Y'.
       77  skipped-count       picture s9(07) usage is comp value zero.

       01  sparm-file-name     picture x(30) value 'SITEPARM'.
       01  sparm-status        picture x(02).
       01  sparm-eof-sw        picture x(01) value 'N'.
           88  sparm-eof                 value 'Y'.
       01  sparm-line.
           02  sp-profile          picture x(08).
           02  sp-key              picture x(08).
           02  sp-value            picture x(20).
           02  filler              picture x(44).
       01  sp-want-profile     picture x(08).
       01  run-profile         picture x(08) value spaces.

      ******************************************************************
      * INPUT LAYOUT DEFINITIONS - THE SAME LAYTFILE STATSNEW READS
      * (LAYTF= TO RENAME, LAYT= TO PICK A LAYOUT).  SLOTS: 1 VALUE,
      * 2 WEIGHT, 3 CATEG, 4 YVAL, 5 OBSDATE, 6 CURRENCY.
      ******************************************************************
       01  layt-file-name      picture x(30) value 'LAYTFILE'.
       01  layt-status         picture x(02).
       01  layt-eof-sw         picture x(01) value 'N'.
           88  layt-eof                  value 'Y'.
       01  layt-line.
           02  ly-layout           picture x(08).
           02  ly-field            picture x(08).
           02  ly-start            picture 9(03).
           02  ly-len              picture 9(02).
           02  ly-dec              picture 9(01).
           02  ly-signed           picture x(01).
           02  filler              picture x(57).
       01  run-layout          picture x(08) value spaces.
       01  lyt-want-name       picture x(08).
       01  layout-active-sw    picture x(01) value 'N'.
           88  layout-active             value 'Y'.
       77  lyt-idx             picture s9(01) usage is comp.
       01  layout-area.
           02  lyt-slot            occurs 6 times.
               03  lyt-start       picture s9(03) usage is comp.
               03  lyt-len         picture s9(03) usage is comp.
               03  lyt-dec         picture s9(01) usage is comp.
               03  lyt-signed      picture x(01).
               03  lyt-set         picture x(01).
       77  fx-start            picture s9(03) usage is comp.
       77  fx-len              picture s9(03) usage is comp.
       77  fx-dec              picture s9(01) usage is comp.
       01  fx-signed           picture x(01).
       77  lyt-cpy-len         picture s9(03) usage is comp.
       77  lyt-digit-cnt       picture s9(03) usage is comp.
       01  lyt-digit-str       picture x(08).
       77  lyt-chr-idx         picture s9(03) usage is comp.

      ******************************************************************
      * CURRENCY CONVERSION - THE STATSNEW RULES (SEE ITS CURRENCY
      * CONVERSION NOTES).  RPTCCY= NAMES THE REPORTING CURRENCY;
      * WITHOUT IT NOTHING BELOW IS USED.  A ROW'S CURRENCY IS ITS
      * OWN CODE (NATIVE COLUMNS 60-62 OR A LAYTFILE CURRENCY FIELD),
      * ELSE CCY=; A ROW WITH NEITHER IS TAKEN AS ALREADY IN THE
      * REPORTING CURRENCY.  RATES COME FROM RATEFILE (RATEF= TO
      * RENAME) IN THE STATSNEW LAYOUT.  A ROW WITH NO RATE IN FORCE,
      * OR WHOSE CONVERTED VALUE LEAVES THE RANGE, IS A REJECT.
      ******************************************************************
       01  rate-file-name      picture x(30) value 'RATEFILE'.
       01  rate-status         picture x(02).
       01  rate-eof-sw         picture x(01) value 'N'.
           88  rate-eof                  value 'Y'.
       01  rate-line.
           02  rt-from             picture x(03).
           02  rt-to               picture x(03).
           02  rt-eff-date         picture 9(08).
           02  rt-rate             picture 9(07)v9(08).
           02  filler              picture x(51).
       01  rpt-currency        picture x(03) value spaces.
       01  run-currency        picture x(03) value spaces.
       77  rate-count          picture s9(04) usage is comp value zero.
       77  rate-dropped        picture s9(04) usage is comp value zero.
       77  rate-idx            picture s9(04) usage is comp.
       01  rate-area.
           02  rate-entry          occurs 2000 times.
               03  rte-from        picture x(03).
               03  rte-to          picture x(03).
               03  rte-date        picture 9(08).
               03  rte-rate        picture 9(07)v9(08) usage is comp-3.
       01  fx-want-ccy         picture x(03).
       01  fx-want-date        picture 9(08).
       01  fx-dir-date         picture 9(08).
       01  fx-inv-date         picture 9(08).
       77  fx-dir-rate         picture 9(07)v9(08) usage is comp-3.
       77  fx-inv-rate         picture 9(07)v9(08) usage is comp-3.
       01  fx-dir-pair-sw      picture x(01).
           88  fx-dir-pair               value 'Y'.
       01  fx-inv-pair-sw      picture x(01).
           88  fx-inv-pair               value 'Y'.
       77  fx-rate             picture 9(07)v9(08) usage is comp-3.
       01  fx-inverse-sw       picture x(01).
           88  fx-inverse                value 'Y'.
       01  fx-result-sw        picture x(01).
           88  fx-rate-found             value 'F'.
           88  fx-no-ccy                 value 'C'.
           88  fx-no-date                value 'D'.
       01  fx-last-ccy         picture x(03) value spaces.
       01  fx-last-date        picture 9(08) value zero.
       77  fx-last-rate        picture 9(07)v9(08) usage is comp-3.
       01  fx-last-inverse-sw  picture x(01).
       01  fx-last-result-sw   picture x(01).
       77  fx-work-x           picture s9(24)v9(12) usage is comp-3.
       77  fx-work-y           picture s9(24)v9(12) usage is comp-3.
       77  fx-conv-count       picture s9(07) usage is comp value zero.
       77  fx-reject-count     picture s9(07) usage is comp value zero.
       01  rate-dropped-line.
           02  filler picture x(29) value
               ' *** RATEFILE LINES IGNORED: '.
           02  out-rate-dropped picture zzz9.

       01  input-value.
           02  in-x                picture s9(14)v9(4).
           02  in-weight           picture 9(07).
           02  in-category         picture x(08).
           02  in-y                picture s9(14)v9(4).
           02  in-obs-date         picture 9(08).
           02  in-currency         picture x(03).
           02  filler              picture x(18).
       01  raw-input-record    picture x(200).
       01  raw-recon-view redefines raw-input-record.
           02  raw-recon-tag       picture x(03).
           02  raw-recon-count     picture 9(07).
           02  filler              picture x(190).

      ******************************************************************
      * POPULATION TABLE - EVERY ROW THAT PASSES VALIDATION, IN FILE
      * ORDER, WITH ITS ORIGINAL RECORD NUMBER (THE SAME DATA-ROW
      * COUNT STATSNEW PUTS ON THE RECYCLE FILE - HDR/TRL RECORDS ARE
      * NOT COUNTED), ITS VALUE, ITS RESOLVED WEIGHT AND ITS STRATUM.
      * PP-HITS IS HOW MANY TIMES THE ROW WAS SELECTED - ALWAYS 0 OR
      * 1 EXCEPT UNDER MUS, WHERE A ROW WEIGHING MORE THAN THE
      * INTERVAL CAN BE HIT MORE THAN ONCE.  10000 ROWS, THE SAME CAP
      * AS THE STATSNEW SAMPLE TABLE.
      ******************************************************************
       77  pop-max             picture s9(07) usage is comp
                                value 10000.
       77  pop-count           picture s9(07) usage is comp value zero.
       77  pop-idx             picture s9(07) usage is comp.
       77  pop-total-value     picture s9(20)v9(4) usage is comp-3
                                value zero.
       77  pop-total-weight    picture s9(16) usage is comp-3
                                value zero.
       01  pop-area.
           02  pop-entry           occurs 10000 times.
               03  pp-recno        picture s9(07) usage is comp.
               03  pp-x            picture s9(14)v9(4) usage is comp-3.
               03  pp-w            picture s9(07) usage is comp.
               03  pp-strat        picture s9(04) usage is comp.
               03  pp-hits         picture s9(05) usage is comp.

      ******************************************************************
      * STRATA - ONE ENTRY PER DISTINCT CATEGORY CODE, IN FIRST-SEEN
      * ORDER, WITH A BLANK CODE POOLED UNDER (NONE) AS STATSNEW
      * DOES.  CODES PAST THE 199TH SHARE A LAST (OTHER) STRATUM SO
      * NO ROW FALLS OUT OF THE POPULATION.  ST-SEEN AND ST-TAKEN
      * ARE THE RUNNING COUNTS THE SELECTION PASS WORKS FROM.
      ******************************************************************
       77  st-count            picture s9(04) usage is comp value zero.
       77  st-idx              picture s9(04) usage is comp.
       77  st-found            picture s9(04) usage is comp.
       01  cur-category        picture x(08).
       01  strata-area.
           02  st-entry            occurs 200 times.
               03  st-code         picture x(08).
               03  st-pop          picture s9(07) usage is comp.
               03  st-value        picture s9(20)v9(4) usage is comp-3.
               03  st-weight       picture s9(16) usage is comp-3.
               03  st-want         picture s9(07) usage is comp.
               03  st-seen         picture s9(07) usage is comp.
               03  st-taken        picture s9(07) usage is comp.
               03  st-hits         picture s9(07) usage is comp.

      ******************************************************************
      * STRATA SIZE FILE - OPTIONAL (STRF= TO RENAME).  EACH LINE IS A
      * CATEGORY CODE IN COLUMNS 1-8 AND THE SAMPLE SIZE FOR THAT
      * STRATUM IN COLUMNS 9-13.  A STRATUM NOT NAMED HERE GETS SIZE=.
      ******************************************************************
       01  strf-file-name      picture x(30) value 'SAMPSTRT'.
       01  strf-status         picture x(02).
       01  strf-eof-sw         picture x(01) value 'N'.
           88  strf-eof                  value 'Y'.
       01  strf-line.
           02  sz-category         picture x(08).
           02  sz-size             picture 9(05).
           02  filler              picture x(67).
       77  sz-count            picture s9(04) usage is comp value zero.
       77  sz-idx              picture s9(04) usage is comp.
       77  sz-bad-count        picture s9(04) usage is comp value zero.
       01  sz-area.
           02  sz-entry            occurs 200 times.
               03  sz-code         picture x(08).
               03  sz-want         picture s9(07) usage is comp.

      ******************************************************************
      * SELECTION WORK FIELDS - SEQUENTIAL SELECTION (KNUTH'S
      * ALGORITHM S): EACH ROW IN TURN IS TAKEN WITH PROBABILITY
      * (STILL NEEDED) / (STILL TO SEE), WHICH GIVES EXACTLY THE
      * REQUESTED NUMBER OF ROWS, EACH SUBSET EQUALLY LIKELY, IN ONE
      * PASS AND IN RECORD-NUMBER ORDER.
      ******************************************************************
       77  sel-need            picture s9(07) usage is comp.
       77  sel-left            picture s9(07) usage is comp.
       77  sel-test            picture s9(09)v9(12) usage is comp-3.
       77  sel-requested       picture s9(07) usage is comp value zero.
       77  sel-taken           picture s9(07) usage is comp value zero.
       77  sel-hits            picture s9(07) usage is comp value zero.
       77  sel-short-count     picture s9(04) usage is comp value zero.
       77  samp-written        picture s9(07) usage is comp value zero.
       77  copy-recno          picture s9(07) usage is comp.
       01  sel-found-sw        picture x(01).
           88  sel-found                 value 'Y'.

      ******************************************************************
      * SAMPLE FILE RECORD - ONE PER SELECTED ROW: THE ORIGINAL
      * RECORD NUMBER, THE DATASET, THE METHOD, THE STRATUM, THE HIT
      * COUNT AND THE RAW INPUT RECORD EXACTLY AS IT ARRIVED.
      ******************************************************************
       01  samp-line.
           02  smp-recno           picture 9(07).
           02  smp-dataset         picture x(30).
           02  smp-method          picture x(05).
           02  smp-stratum         picture x(08).
           02  smp-hits            picture 9(05).
           02  filler              picture x(05).
           02  smp-record          picture x(200).

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * IN=, OUT= (THE REPORT), SAMP= (THE SAMPLE FILE), SPARM=,
      * PROF=, LAYT=, LAYTF=, PAIRED=, STRF=, METHOD=, SIZE=, INTVL=,
      * SEED=, RPTCCY=, CCY= AND RATEF=.
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
           02  parm-token          picture x(40) occurs 10 times.
       77  parm-token-count    picture s9(02) usage is comp value zero.
       77  tok-idx             picture s9(02) usage is comp.
       01  tok-key             picture x(20).
       01  tok-val             picture x(40).
       77  pn-idx              picture s9(03) usage is comp.
       01  pn-char             picture x(01).
       01  pn-digit redefines pn-char
                               picture 9(01).
       01  pn-dec-sw           picture x(01).
           88  pn-dec-seen               value 'Y'.
       01  pn-neg-sw           picture x(01).
           88  pn-neg-seen               value 'Y'.
       01  pn-frac-mult        picture sv9(05) usage is comp-3.
       01  parm-num-value      picture s9(14)v9(4) usage is comp-3.
       01  parm-num-ok-sw      picture x(01).
           88  parm-num-ok               value 'Y'.

       01  title-line.
           02  filler picture x(50) value
               ' STATSAMP - Audit Sample Extraction'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  head-dataset-line.
           02  filler picture x(30) value
               ' Dataset ....................'.
           02  out-dataset picture x(30).
           02  filler picture x(06) value '  Run '.
           02  out-run-date picture 9(08).
           02  filler picture x(01) value space.
           02  out-run-time picture 9(06).
       01  head-method-line.
           02  filler picture x(30) value
               ' Method .....................'.
           02  out-method picture x(50).
       01  head-currency-line.
           02  filler picture x(30) value
               ' Reporting currency .........'.
           02  out-rpt-ccy picture x(03).
       01  head-seed-line.
           02  filler picture x(30) value
               ' Seed .......................'.
           02  out-seed picture z(9)9.
           02  filler picture x(02) value spaces.
           02  out-seed-note picture x(40).
       01  count-line.
           02  out-count-label picture x(30).
           02  out-count picture z(9)9.
       01  amount-line.
           02  out-amount-label picture x(30).
           02  out-amount picture -(17)9.9(4).
       01  section-line.
           02  filler picture x(01) value space.
           02  out-section picture x(50).
       01  stratum-heads.
           02  filler picture x(12) value ' STRATUM'.
           02  filler picture x(09) value '    POP N'.
           02  filler picture x(25) value '          POP VALUE TOTAL'.
           02  filler picture x(19) value '         POP WEIGHT'.
           02  filler picture x(11) value '  REQUESTED'.
           02  filler picture x(10) value '  SELECTED'.
           02  filler picture x(07) value '   HITS'.
       01  stratum-line.
           02  filler picture x(01) value space.
           02  out-st-code picture x(08).
           02  filler picture x(03) value spaces.
           02  out-st-pop picture z(8)9.
           02  filler picture x(01) value space.
           02  out-st-value picture -(17)9.9(4).
           02  filler picture x(01) value space.
           02  out-st-weight picture z(17)9.
           02  filler picture x(01) value space.
           02  out-st-want picture x(10).
           02  out-st-taken picture z(9)9.
           02  out-st-hits picture z(6)9.
       01  item-heads.
           02  filler picture x(12) value '   RECORD #'.
           02  filler picture x(10) value '  STRATUM'.
           02  filler picture x(25) value '                    VALUE'.
           02  filler picture x(10) value '    WEIGHT'.
           02  filler picture x(07) value '   HITS'.
       01  item-line.
           02  filler picture x(04) value spaces.
           02  out-it-recno picture z(6)9.
           02  filler picture x(02) value spaces.
           02  out-it-strat picture x(08).
           02  filler picture x(01) value space.
           02  out-it-value picture -(17)9.9(4).
           02  filler picture x(01) value space.
           02  out-it-weight picture z(8)9.
           02  out-it-hits picture z(6)9.
       01  note-line.
           02  out-note picture x(100).

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-load-population thru 2000-exit.
           if pop-count > zero
               perform 3000-select-sample thru 3000-exit
               perform 4000-write-sample-file thru 4000-exit
           end-if.
           perform 5000-print-report thru 5000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           perform 1100-get-parm thru 1100-exit.
           perform 1050-load-site-defaults thru 1050-exit.
           if rpt-currency not = spaces
               perform 6500-load-rates thru 6500-exit
           end-if.
           if not seed-given
               move run-time to rnd-seed
           end-if.
           divide rnd-seed by rnd-modulus giving rnd-quot
               remainder rnd-seed.
           if rnd-seed <= zero
               move 1 to rnd-seed
           end-if.
           move rnd-seed to rnd-first-seed.
           if method-stratified
               perform 1200-load-strata-sizes thru 1200-exit
           end-if.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           open output sample-file.
           if samp-status not = '00'
               display ' *** UNABLE TO OPEN SAMPLE FILE, STATUS = '
                   samp-status
               move 16 to return-code
               stop run
           end-if.
       1000-exit.
           exit.

      ******************************************************************
      * 1050-LOAD-SITE-DEFAULTS - THE * PROFILE, THEN PROF= ON TOP OF
      * IT, THEN THE LAYOUT - THE ORDER STATSNEW APPLIES THEM IN.
      ******************************************************************
       1050-load-site-defaults.
           move '*' to sp-want-profile.
           perform 6000-load-site-parms thru 6000-exit.
           if run-profile not = spaces
               move run-profile to sp-want-profile
               perform 6000-load-site-parms thru 6000-exit
           end-if.
           move run-layout to lyt-want-name.
           perform 6300-load-layout thru 6300-exit.
       1050-exit.
           exit.

       1100-get-parm.
           move spaces to parm-line.
           accept parm-line from command-line.
           if parm-line not = spaces
               perform 1110-parse-parm thru 1110-exit
           end-if.
       1100-exit.
           exit.

       1110-parse-parm.
           move zero to parm-token-count.
           move spaces to parm-token-area.
           unstring parm-line delimited by ','
               into parm-token(1) parm-token(2) parm-token(3)
                    parm-token(4) parm-token(5) parm-token(6)
                    parm-token(7) parm-token(8) parm-token(9)
                    parm-token(10)
               tallying in parm-token-count.
           perform 1120-apply-token thru 1120-exit
               varying tok-idx from 1 by 1
               until tok-idx > parm-token-count.
       1110-exit.
           exit.

       1120-apply-token.
           if parm-token(tok-idx) not = spaces
               move spaces to tok-key tok-val
               unstring parm-token(tok-idx) delimited by '='
                   into tok-key tok-val
               evaluate tok-key
                   when 'IN'
                       move tok-val to in-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when 'SAMP'
                       move tok-val to samp-file-name
                   when 'SPARM'
                       move tok-val to sparm-file-name
                   when 'PROF'
                       move tok-val to run-profile
                   when 'LAYT'
                       move tok-val to run-layout
                   when 'LAYTF'
                       move tok-val to layt-file-name
                   when 'STRF'
                       move tok-val to strf-file-name
                   when 'PAIRED'
                       if tok-val = 'Y'
                           move 'Y' to paired-mode-sw
                       end-if
                   when 'METHOD'
                       evaluate tok-val
                           when 'SRS'
                               move 'R' to method-sw
                           when 'STRAT'
                               move 'S' to method-sw
                           when 'MUS'
                               move 'M' to method-sw
                           when other
                               continue
                       end-evaluate
                   when 'SIZE'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 1
                               and parm-num-value <= 10000
                           move parm-num-value to sample-size
                       end-if
                   when 'INTVL'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 1
                           move parm-num-value to mus-interval
                       end-if
                   when 'SEED'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 1
                               and parm-num-value < 10000000000
                           move parm-num-value to rnd-seed
                           move 'Y' to seed-given-sw
                       end-if
                   when 'RPTCCY'
                       move tok-val to rpt-currency
                   when 'CCY'
                       move tok-val to run-currency
                   when 'RATEF'
                       move tok-val to rate-file-name
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 1130-PARSE-PARM-NUMBER - THE STATSNEW NUMBER PARSER, UNCHANGED.
      ******************************************************************
       1130-parse-parm-number.
           move zero to parm-num-value.
           move 'N' to pn-dec-sw.
           move 'N' to pn-neg-sw.
           move 'N' to parm-num-ok-sw.
           move .1 to pn-frac-mult.
           perform 1135-parse-one-char thru 1135-exit
               varying pn-idx from 1 by 1 until pn-idx > 40.
           if pn-neg-seen and parm-num-ok
               compute parm-num-value = zero - parm-num-value
           end-if.
       1130-exit.
           exit.

       1135-parse-one-char.
           move tok-val(pn-idx:1) to pn-char.
           if pn-char = '-' and not parm-num-ok
               move 'Y' to pn-neg-sw
           else
               if pn-char = '.'
                   move 'Y' to pn-dec-sw
               else
                   if pn-char >= '0' and pn-char <= '9'
                       move 'Y' to parm-num-ok-sw
                       if pn-dec-seen
                           compute parm-num-value = parm-num-value
                               + (pn-digit * pn-frac-mult)
                           compute pn-frac-mult = pn-frac-mult / 10
                       else
                           compute parm-num-value =
                               (parm-num-value * 10) + pn-digit
                       end-if
                   end-if
               end-if
           end-if.
       1135-exit.
           exit.

      ******************************************************************
      * 1200-LOAD-STRATA-SIZES - READS THE OPTIONAL STRATA SIZE FILE.
      * A MISSING FILE MEANS EVERY STRATUM GETS SIZE=.  A LINE WITH A
      * NON-NUMERIC OR ZERO SIZE IS COUNTED AND IGNORED.
      ******************************************************************
       1200-load-strata-sizes.
           open input strata-file.
           if strf-status = '35'
               go to 1200-exit
           end-if.
           if strf-status not = '00'
               display ' *** UNABLE TO OPEN STRATA FILE '
                   strf-file-name ', STATUS = ' strf-status
               move 16 to return-code
               stop run
           end-if.
           perform 1210-read-one-size thru 1210-exit
               until strf-eof.
           close strata-file.
       1200-exit.
           exit.

       1210-read-one-size.
           read strata-file into strf-line
               at end move 'Y' to strf-eof-sw
           end-read.
           if strf-eof or strf-line = spaces
               go to 1210-exit
           end-if.
           if sz-size is not numeric or sz-size = zero
                   or sz-count >= 200
               add 1 to sz-bad-count
               go to 1210-exit
           end-if.
           add 1 to sz-count.
           if sz-category = spaces
               move '(NONE)' to sz-code(sz-count)
           else
               move sz-category to sz-code(sz-count)
           end-if.
           move sz-size to sz-want(sz-count).
       1210-exit.
           exit.

      ******************************************************************
      * 2000-LOAD-POPULATION - ONE PASS OVER THE INPUT FILE.  EVERY
      * DATA ROW IS NUMBERED, MAPPED AND VALIDATED AS STATSNEW WOULD;
      * A REJECT IS COUNTED AND NOTHING MORE - IT IS NOT PART OF THE
      * POPULATION AND CANNOT BE SAMPLED.
      ******************************************************************
       2000-load-population.
           open input input-file.
           if in-status not = '00'
               display ' *** UNABLE TO OPEN INPUT FILE ' in-file-name
                   ', STATUS = ' in-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to eof-sw.
           perform 2100-read-one-record thru 2100-exit
               until at-eof.
           close input-file.
       2000-exit.
           exit.

       2100-read-one-record.
           read input-file into raw-input-record
               at end move 'Y' to eof-sw
           end-read.
           if at-eof
               go to 2100-exit
           end-if.
           if raw-recon-tag = 'HDR' or raw-recon-tag = 'TRL'
               add 1 to ctl-rec-count
               go to 2100-exit
           end-if.
           add 1 to rows-seen.
           perform 2102-map-input-record thru 2102-exit.
           if rpt-currency not = spaces
               perform 2104-resolve-currency thru 2104-exit
           end-if.
           perform 2110-validate-record thru 2110-exit.
           if row-is-bad
               add 1 to reject-count
               go to 2100-exit
           end-if.
           if pop-count >= pop-max
               move 'Y' to truncated-sw
               add 1 to skipped-count
               go to 2100-exit
           end-if.
           perform 2115-hold-population-row thru 2115-exit.
       2100-exit.
           exit.

      ******************************************************************
      * 2102-MAP-INPUT-RECORD THROUGH 2109 - THE STATSNEW LAYOUT
      * MAPPING, UNCHANGED, SO A LAYOUT FEED IS READ IDENTICALLY.
      ******************************************************************
       2102-map-input-record.
           if not layout-active
               move raw-input-record(1:80) to input-value
               go to 2102-exit
           end-if.
           move spaces to input-value.
           move 1 to lyt-idx.
           if lyt-set(1) = 'Y'
               perform 2103-extract-one-slot thru 2103-exit
               if parm-num-ok
                   move parm-num-value to in-x
               end-if
           end-if.
           move 2 to lyt-idx.
           if lyt-set(2) = 'Y'
               perform 2103-extract-one-slot thru 2103-exit
               if parm-num-ok and parm-num-value > zero
                   move parm-num-value to in-weight
               end-if
           end-if.
           if lyt-set(3) = 'Y'
               move lyt-len(3) to lyt-cpy-len
               if lyt-cpy-len > 8
                   move 8 to lyt-cpy-len
               end-if
               move raw-input-record(lyt-start(3):lyt-cpy-len)
                   to input-value(26:lyt-cpy-len)
           end-if.
           move 4 to lyt-idx.
           if lyt-set(4) = 'Y'
               perform 2103-extract-one-slot thru 2103-exit
               if parm-num-ok
                   move parm-num-value to in-y
               end-if
           end-if.
           if lyt-set(5) = 'Y'
               perform 2108-extract-obs-date thru 2108-exit
           end-if.
           if lyt-set(6) = 'Y'
               move lyt-len(6) to lyt-cpy-len
               if lyt-cpy-len > 3
                   move 3 to lyt-cpy-len
               end-if
               move raw-input-record(lyt-start(6):lyt-cpy-len)
                   to input-value(60:lyt-cpy-len)
           end-if.
       2102-exit.
           exit.

      ******************************************************************
      * 2104-RESOLVE-CURRENCY - A ROW THAT NAMES NO CURRENCY OF ITS
      * OWN TAKES CCY=.
      ******************************************************************
       2104-resolve-currency.
           if in-currency = spaces
               move run-currency to in-currency
           end-if.
       2104-exit.
           exit.

       2103-extract-one-slot.
           move lyt-start(lyt-idx) to fx-start.
           move lyt-len(lyt-idx) to fx-len.
           move lyt-dec(lyt-idx) to fx-dec.
           move lyt-signed(lyt-idx) to fx-signed.
           perform 2106-extract-field-number thru 2106-exit.
       2103-exit.
           exit.

       2106-extract-field-number.
           move spaces to tok-val.
           if fx-len > 40
               move 40 to fx-len
           end-if.
           move raw-input-record(fx-start:fx-len) to tok-val.
           perform 1130-parse-parm-number thru 1130-exit.
           if parm-num-ok and pn-neg-seen and fx-signed not = 'Y'
               compute parm-num-value = zero - parm-num-value
           end-if.
           if parm-num-ok and not pn-dec-seen and fx-dec > zero
               perform 2107-scale-one-decimal thru 2107-exit
                   fx-dec times
           end-if.
       2106-exit.
           exit.

       2107-scale-one-decimal.
           compute parm-num-value = parm-num-value / 10.
       2107-exit.
           exit.

       2108-extract-obs-date.
           move lyt-start(5) to fx-start.
           move lyt-len(5) to fx-len.
           move zero to lyt-digit-cnt.
           move spaces to lyt-digit-str.
           perform 2109-collect-one-digit thru 2109-exit
               varying lyt-chr-idx from fx-start by 1
               until lyt-chr-idx > fx-start + fx-len - 1
                   or lyt-digit-cnt >= 8.
           if lyt-digit-cnt = 8
               move lyt-digit-str to input-value(52:8)
           end-if.
       2108-exit.
           exit.

       2109-collect-one-digit.
           if raw-input-record(lyt-chr-idx:1) >= '0'
                   and raw-input-record(lyt-chr-idx:1) <= '9'
               add 1 to lyt-digit-cnt
               move raw-input-record(lyt-chr-idx:1)
                   to lyt-digit-str(lyt-digit-cnt:1)
           end-if.
       2109-exit.
           exit.

      ******************************************************************
      * 2110-VALIDATE-RECORD - THE STATSNEW RULES: NUMERIC, NON-ZERO,
      * INSIDE THE RANGE, THE SAME FOR Y UNDER PAIRED=Y, THEN THE
      * CURRENCY CONVERSION UNDER RPTCCY=.
      ******************************************************************
       2110-validate-record.
           move 'N' to bad-row-sw.
           if in-x is not numeric
               move 'Y' to bad-row-sw
           else
               if in-x = zero
                   move 'Y' to bad-row-sw
               else
                   if in-x < negative-range-limit
                           or in-x > range-limit
                       move 'Y' to bad-row-sw
                   end-if
               end-if
           end-if.
           if paired-mode and not row-is-bad
               if in-y is not numeric
                   move 'Y' to bad-row-sw
               else
                   if in-y = zero
                           or in-y < negative-range-limit
                           or in-y > range-limit
                       move 'Y' to bad-row-sw
                   end-if
               end-if
           end-if.
           if rpt-currency not = spaces and not row-is-bad
               perform 2113-convert-currency thru 2113-exit
           end-if.
       2110-exit.
           exit.

      ******************************************************************
      * 2113-CONVERT-CURRENCY THROUGH 2111 - THE STATSNEW CONVERSION
      * AND RATE LOOK-UP, UNCHANGED EXCEPT THAT A ROW THAT CANNOT BE
      * CONVERTED IS COUNTED HERE RATHER THAN RECYCLED.
      ******************************************************************
       2113-convert-currency.
           if in-currency = spaces or in-currency = rpt-currency
               go to 2113-exit
           end-if.
           move in-currency to fx-want-ccy.
           if in-obs-date is numeric and in-obs-date > zero
               move in-obs-date to fx-want-date
           else
               move run-date to fx-want-date
           end-if.
           perform 2114-find-rate thru 2114-exit.
           if not fx-rate-found
               move 'Y' to bad-row-sw
               add 1 to fx-reject-count
               go to 2113-exit
           end-if.
           move zero to fx-work-y.
           if fx-inverse
               compute fx-work-x rounded = in-x / fx-rate
               if paired-mode
                   compute fx-work-y rounded = in-y / fx-rate
               end-if
           else
               compute fx-work-x rounded = in-x * fx-rate
               if paired-mode
                   compute fx-work-y rounded = in-y * fx-rate
               end-if
           end-if.
           if fx-work-x < negative-range-limit
                   or fx-work-x > range-limit
                   or fx-work-y < negative-range-limit
                   or fx-work-y > range-limit
               move 'Y' to bad-row-sw
               add 1 to fx-reject-count
               go to 2113-exit
           end-if.
           move fx-work-x to in-x.
           if paired-mode
               move fx-work-y to in-y
           end-if.
           add 1 to fx-conv-count.
       2113-exit.
           exit.

       2114-find-rate.
           if fx-want-ccy = fx-last-ccy and fx-want-date = fx-last-date
               move fx-last-rate to fx-rate
               move fx-last-inverse-sw to fx-inverse-sw
               move fx-last-result-sw to fx-result-sw
               go to 2114-exit
           end-if.
           move 'N' to fx-dir-pair-sw.
           move 'N' to fx-inv-pair-sw.
           move zero to fx-dir-date.
           move zero to fx-inv-date.
           perform 2111-scan-one-rate thru 2111-exit
               varying rate-idx from 1 by 1
               until rate-idx > rate-count.
           move zero to fx-rate.
           move 'N' to fx-inverse-sw.
           evaluate true
               when fx-dir-date > zero
                   move fx-dir-rate to fx-rate
                   move 'F' to fx-result-sw
               when fx-inv-date > zero
                   move fx-inv-rate to fx-rate
                   move 'Y' to fx-inverse-sw
                   move 'F' to fx-result-sw
               when fx-dir-pair or fx-inv-pair
                   move 'D' to fx-result-sw
               when other
                   move 'C' to fx-result-sw
           end-evaluate.
           move fx-want-ccy to fx-last-ccy.
           move fx-want-date to fx-last-date.
           move fx-rate to fx-last-rate.
           move fx-inverse-sw to fx-last-inverse-sw.
           move fx-result-sw to fx-last-result-sw.
       2114-exit.
           exit.

       2111-scan-one-rate.
           if rte-from(rate-idx) = fx-want-ccy
                   and rte-to(rate-idx) = rpt-currency
               move 'Y' to fx-dir-pair-sw
               if rte-date(rate-idx) <= fx-want-date
                       and rte-date(rate-idx) > fx-dir-date
                   move rte-date(rate-idx) to fx-dir-date
                   move rte-rate(rate-idx) to fx-dir-rate
               end-if
           end-if.
           if rte-from(rate-idx) = rpt-currency
                   and rte-to(rate-idx) = fx-want-ccy
               move 'Y' to fx-inv-pair-sw
               if rte-date(rate-idx) <= fx-want-date
                       and rte-date(rate-idx) > fx-inv-date
                   move rte-date(rate-idx) to fx-inv-date
                   move rte-rate(rate-idx) to fx-inv-rate
               end-if
           end-if.
       2111-exit.
           exit.

      ******************************************************************
      * 2115-HOLD-POPULATION-ROW - WEIGHT AND CATEGORY RESOLVE THE
      * WAY STATSNEW 2115/2116 RESOLVE THEM: A MISSING OR ZERO WEIGHT
      * COUNTS AS 1, A BLANK CATEGORY AS (NONE).
      ******************************************************************
       2115-hold-population-row.
           add 1 to pop-count.
           move rows-seen to pp-recno(pop-count).
           move in-x to pp-x(pop-count).
           if in-weight is numeric and in-weight > zero
               move in-weight to pp-w(pop-count)
           else
               move 1 to pp-w(pop-count)
           end-if.
           move zero to pp-hits(pop-count).
           if in-category = spaces
               move '(NONE)' to cur-category
           else
               move in-category to cur-category
           end-if.
           perform 2117-note-stratum thru 2117-exit.
           move st-found to pp-strat(pop-count).
           add 1 to st-pop(st-found).
           add pp-x(pop-count) to st-value(st-found).
           add pp-w(pop-count) to st-weight(st-found).
           add pp-x(pop-count) to pop-total-value.
           add pp-w(pop-count) to pop-total-weight.
       2115-exit.
           exit.

       2117-note-stratum.
           move zero to st-found.
           perform 2118-scan-stratum thru 2118-exit
               varying st-idx from 1 by 1
               until st-idx > st-count or st-found > zero.
           if st-found > zero
               go to 2117-exit
           end-if.
           if st-count = 200
               move 200 to st-found
               go to 2117-exit
           end-if.
           add 1 to st-count.
           move st-count to st-found.
           if st-count < 200
               move cur-category to st-code(st-found)
           else
               move '(OTHER)' to st-code(st-found)
           end-if.
           move zero to st-pop(st-found) st-value(st-found)
               st-weight(st-found) st-want(st-found)
               st-seen(st-found) st-taken(st-found)
               st-hits(st-found).
       2117-exit.
           exit.

       2118-scan-stratum.
           if st-code(st-idx) = cur-category
               move st-idx to st-found
           end-if.
       2118-exit.
           exit.

      ******************************************************************
      * 3000-SELECT-SAMPLE - MARKS THE CHOSEN ROWS IN THE POPULATION
      * TABLE (PP-HITS) BY THE REQUESTED METHOD.
      ******************************************************************
       3000-select-sample.
           evaluate true
               when method-stratified
                   perform 3200-stratified thru 3200-exit
               when method-monetary
                   perform 3300-monetary-unit thru 3300-exit
               when other
                   perform 3100-simple-random thru 3100-exit
           end-evaluate.
       3000-exit.
           exit.

      ******************************************************************
      * 3100-SIMPLE-RANDOM - ALGORITHM S OVER THE WHOLE POPULATION.
      * A SIZE= LARGER THAN THE POPULATION TAKES EVERY ROW AND SAYS
      * SO ON THE REPORT.
      ******************************************************************
       3100-simple-random.
           move sample-size to sel-requested.
           move sample-size to sel-need.
           if sel-need > pop-count
               move pop-count to sel-need
               add 1 to sel-short-count
           end-if.
           move pop-count to sel-left.
           perform 3110-consider-one-row thru 3110-exit
               varying pop-idx from 1 by 1
               until pop-idx > pop-count or sel-need = zero.
       3100-exit.
           exit.

       3110-consider-one-row.
           perform 3900-next-random thru 3900-exit.
           compute sel-test = rnd-u * sel-left.
           if sel-test < sel-need
               perform 3120-take-row thru 3120-exit
               subtract 1 from sel-need
           end-if.
           subtract 1 from sel-left.
       3110-exit.
           exit.

       3120-take-row.
           move 1 to pp-hits(pop-idx).
           move pp-strat(pop-idx) to st-idx.
           add 1 to st-taken(st-idx).
           add 1 to st-hits(st-idx).
           add 1 to sel-taken.
           add 1 to sel-hits.
       3120-exit.
           exit.

      ******************************************************************
      * 3200-STRATIFIED - EACH STRATUM GETS ITS SIZE FROM THE STRATA
      * FILE OR SIZE=, CAPPED AT THE STRATUM'S POPULATION, THEN ONE
      * PASS RUNS ALGORITHM S INSIDE EVERY STRATUM AT ONCE, USING THE
      * STRATUM'S OWN RUNNING COUNTS.
      ******************************************************************
       3200-stratified.
           perform 3210-size-one-stratum thru 3210-exit
               varying st-idx from 1 by 1
               until st-idx > st-count.
           perform 3220-consider-strat-row thru 3220-exit
               varying pop-idx from 1 by 1
               until pop-idx > pop-count.
       3200-exit.
           exit.

       3210-size-one-stratum.
           move sample-size to st-want(st-idx).
           perform 3215-scan-one-size thru 3215-exit
               varying sz-idx from 1 by 1
               until sz-idx > sz-count.
           add st-want(st-idx) to sel-requested.
           if st-want(st-idx) > st-pop(st-idx)
               add 1 to sel-short-count
           end-if.
           move zero to st-seen(st-idx).
           move zero to st-taken(st-idx).
       3210-exit.
           exit.

       3215-scan-one-size.
           if sz-code(sz-idx) = st-code(st-idx)
               move sz-want(sz-idx) to st-want(st-idx)
           end-if.
       3215-exit.
           exit.

       3220-consider-strat-row.
           move pp-strat(pop-idx) to st-idx.
           compute sel-left = st-pop(st-idx) - st-seen(st-idx).
           compute sel-need = st-want(st-idx) - st-taken(st-idx).
           add 1 to st-seen(st-idx).
           if sel-need <= zero
               go to 3220-exit
           end-if.
           perform 3900-next-random thru 3900-exit.
           compute sel-test = rnd-u * sel-left.
           if sel-test < sel-need
               perform 3120-take-row thru 3120-exit
           end-if.
       3220-exit.
           exit.

      ******************************************************************
      * 3300-MONETARY-UNIT - EVERY UNIT OF WEIGHT IS A SAMPLING UNIT.
      * THE INTERVAL IS THE TOTAL WEIGHT OVER SIZE= (UNLESS INTVL=
      * GIVES IT), THE START IS A RANDOM POINT IN THE FIRST INTERVAL,
      * AND A ROW IS HIT ONCE FOR EVERY SELECTION POINT THAT FALLS
      * INSIDE ITS STRETCH OF THE RUNNING WEIGHT TOTAL.  A ROW AT OR
      * ABOVE THE INTERVAL IS THEREFORE CERTAIN TO BE SELECTED, AND
      * THE REPORT COUNTS THOSE SEPARATELY.
      ******************************************************************
       3300-monetary-unit.
           if mus-interval = zero
               compute mus-interval = pop-total-weight / sample-size
               if mus-interval < 1
                   move 1 to mus-interval
               end-if
           end-if.
           perform 3900-next-random thru 3900-exit.
           compute mus-start = rnd-u * mus-interval.
           if mus-start <= zero
               move mus-interval to mus-start
           end-if.
           move mus-start to mus-point.
           move zero to mus-cum.
           perform 3310-consider-mus-row thru 3310-exit
               varying pop-idx from 1 by 1
               until pop-idx > pop-count.
           compute sel-requested =
               (pop-total-weight - mus-start) / mus-interval + 1.
       3300-exit.
           exit.

       3310-consider-mus-row.
           add pp-w(pop-idx) to mus-cum.
           if pp-w(pop-idx) >= mus-interval
               add 1 to mus-top-count
           end-if.
           perform 3320-take-one-hit thru 3320-exit
               until mus-point > mus-cum.
           if pp-hits(pop-idx) > zero
               move pp-strat(pop-idx) to st-idx
               add 1 to st-taken(st-idx)
               add pp-hits(pop-idx) to st-hits(st-idx)
               add 1 to sel-taken
               add pp-hits(pop-idx) to sel-hits
           end-if.
       3310-exit.
           exit.

       3320-take-one-hit.
           add 1 to pp-hits(pop-idx).
           add mus-interval to mus-point.
       3320-exit.
           exit.

      ******************************************************************
      * 3900-NEXT-RANDOM - ONE STEP OF THE GENERATOR.
      ******************************************************************
       3900-next-random.
           compute rnd-work = rnd-seed * 16807.
           divide rnd-work by rnd-modulus giving rnd-quot
               remainder rnd-seed.
           compute rnd-u = rnd-seed / rnd-modulus.
       3900-exit.
           exit.

      ******************************************************************
      * 4000-WRITE-SAMPLE-FILE - A SECOND PASS OVER THE INPUT FILE,
      * NUMBERING DATA ROWS THE SAME WAY, WRITES EACH SELECTED ROW'S
      * RAW RECORD BEHIND ITS RECORD NUMBER.  THE POPULATION TABLE IS
      * IN RECORD-NUMBER ORDER, SO ONE POINTER WALKS IT ALONGSIDE.
      ******************************************************************
       4000-write-sample-file.
           move 1 to pop-idx.
           perform 4050-skip-unselected thru 4050-exit.
           if pop-idx > pop-count
               go to 4000-exit
           end-if.
           open input input-file.
           if in-status not = '00'
               display ' *** UNABLE TO REOPEN INPUT FILE ' in-file-name
                   ', STATUS = ' in-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to eof-sw.
           move zero to copy-recno.
           perform 4100-copy-one-record thru 4100-exit
               until at-eof or pop-idx > pop-count.
           close input-file.
       4000-exit.
           exit.

       4050-skip-unselected.
           move 'N' to sel-found-sw.
           perform 4060-step-pointer thru 4060-exit
               until pop-idx > pop-count or sel-found.
       4050-exit.
           exit.

       4060-step-pointer.
           if pp-hits(pop-idx) > zero
               move 'Y' to sel-found-sw
           else
               add 1 to pop-idx
           end-if.
       4060-exit.
           exit.

       4100-copy-one-record.
           read input-file into raw-input-record
               at end move 'Y' to eof-sw
           end-read.
           if at-eof
               go to 4100-exit
           end-if.
           if raw-recon-tag = 'HDR' or raw-recon-tag = 'TRL'
               go to 4100-exit
           end-if.
           add 1 to copy-recno.
           if copy-recno not = pp-recno(pop-idx)
               go to 4100-exit
           end-if.
           move spaces to samp-line.
           move copy-recno to smp-recno.
           move in-file-name to smp-dataset.
           evaluate true
               when method-stratified
                   move 'STRAT' to smp-method
               when method-monetary
                   move 'MUS' to smp-method
               when other
                   move 'SRS' to smp-method
           end-evaluate.
           move pp-strat(pop-idx) to st-idx.
           move st-code(st-idx) to smp-stratum.
           move pp-hits(pop-idx) to smp-hits.
           move raw-input-record to smp-record.
           write sample-record from samp-line.
           add 1 to samp-written.
           add 1 to pop-idx.
           perform 4050-skip-unselected thru 4050-exit.
       4100-exit.
           exit.

      ******************************************************************
      * 5000-PRINT-REPORT - THE AUDIT TRAIL OF THE DRAW: WHAT THE
      * POPULATION WAS, HOW THE SAMPLE WAS TAKEN (METHOD, SEED,
      * INTERVAL), WHAT EACH STRATUM CONTRIBUTED, AND THE ROWS TAKEN.
      ******************************************************************
       5000-print-report.
           write report-line from title-line after advancing 0 lines.
           move in-file-name to out-dataset.
           move run-date to out-run-date.
           move run-time(1:6) to out-run-time.
           write report-line from head-dataset-line
               after advancing 2 lines.
           evaluate true
               when method-stratified
                   move 'STRATIFIED BY CATEGORY CODE' to out-method
               when method-monetary
                   move 'MONETARY-UNIT ON THE WEIGHT COLUMN'
                       to out-method
               when other
                   move 'SIMPLE RANDOM WITHOUT REPLACEMENT'
                       to out-method
           end-evaluate.
           write report-line from head-method-line
               after advancing 1 line.
           if rpt-currency not = spaces
               move rpt-currency to out-rpt-ccy
               write report-line from head-currency-line
                   after advancing 1 line
           end-if.
           move rnd-first-seed to out-seed.
           if seed-given
               move '(SUPPLIED)' to out-seed-note
           else
               move '(FROM RUN TIME - RERUN WITH SEED= TO REPEAT)'
                   to out-seed-note
           end-if.
           write report-line from head-seed-line
               after advancing 1 line.
           perform 5100-print-population thru 5100-exit.
           if pop-count = zero
               move ' *** NO VALID ROWS IN THE INPUT FILE - NO SAMPLE'
                   to out-note
               write report-line from note-line after advancing 2 lines
               move 8 to return-code
               go to 5000-exit
           end-if.
           perform 5200-print-sample-totals thru 5200-exit.
           perform 5300-print-strata thru 5300-exit.
           perform 5400-print-items thru 5400-exit.
       5000-exit.
           exit.

       5100-print-population.
           move 'POPULATION' to out-section.
           write report-line from section-line after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           move ' Data rows read .............' to out-count-label.
           move rows-seen to out-count.
           write report-line from count-line after advancing 1 line.
           move ' Rejected, not sampled ......' to out-count-label.
           move reject-count to out-count.
           write report-line from count-line after advancing 1 line.
           if rpt-currency not = spaces
               move ' Rejected for FX rate/range .' to out-count-label
               move fx-reject-count to out-count
               write report-line from count-line after advancing 1 line
               move ' Rows converted to rpt ccy ..' to out-count-label
               move fx-conv-count to out-count
               write report-line from count-line after advancing 1 line
           end-if.
           if ctl-rec-count > zero
               move ' HDR/TRL records skipped ....' to out-count-label
               move ctl-rec-count to out-count
               write report-line from count-line after advancing 1 line
           end-if.
           move ' Population N ...............' to out-count-label.
           move pop-count to out-count.
           write report-line from count-line after advancing 1 line.
           move ' Population value total .....' to out-amount-label.
           move pop-total-value to out-amount.
           write report-line from amount-line after advancing 1 line.
           move ' Population weight total ....' to out-amount-label.
           move pop-total-weight to out-amount.
           write report-line from amount-line after advancing 1 line.
           if table-truncated
               move skipped-count to out-count
               move ' *** ROWS PAST 10000 NOT IN POP' to out-count-label
               write report-line from count-line after advancing 1 line
               move 4 to return-code
           end-if.
       5100-exit.
           exit.

       5200-print-sample-totals.
           move 'SAMPLE' to out-section.
           write report-line from section-line after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           if method-monetary
               move ' Sampling interval ..........' to out-amount-label
               move mus-interval to out-amount
               write report-line from amount-line
                   after advancing 1 line
               move ' Random start ...............' to out-amount-label
               move mus-start to out-amount
               write report-line from amount-line
                   after advancing 1 line
               move ' Selection points ...........' to out-count-label
               move sel-requested to out-count
               write report-line from count-line after advancing 1 line
               move ' Rows at or above interval ..' to out-count-label
               move mus-top-count to out-count
               write report-line from count-line after advancing 1 line
           else
               move ' Sample size requested ......' to out-count-label
               move sel-requested to out-count
               write report-line from count-line after advancing 1 line
           end-if.
           move ' Rows selected ..............' to out-count-label.
           move sel-taken to out-count.
           write report-line from count-line after advancing 1 line.
           move ' Records on the sample file .' to out-count-label.
           move samp-written to out-count.
           write report-line from count-line after advancing 1 line.
           if sel-short-count > zero
               move ' *** SIZE= EXCEEDS THE POPULATION - ALL ROWS TAKEN'
                   to out-note
               write report-line from note-line after advancing 1 line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           if sz-bad-count > zero
               move ' *** STRATA LINES IGNORED ...' to out-count-label
               move sz-bad-count to out-count
               write report-line from count-line after advancing 1 line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       5200-exit.
           exit.

       5300-print-strata.
           move 'STRATA (CATEGORY CODE)' to out-section.
           write report-line from section-line after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from stratum-heads after advancing 1 line.
           perform 5310-print-one-stratum thru 5310-exit
               varying st-idx from 1 by 1
               until st-idx > st-count.
       5300-exit.
           exit.

       5310-print-one-stratum.
           move st-code(st-idx) to out-st-code.
           move st-pop(st-idx) to out-st-pop.
           move st-value(st-idx) to out-st-value.
           move st-weight(st-idx) to out-st-weight.
           move spaces to out-st-want.
           if method-stratified
               move st-want(st-idx) to out-st-taken
               move out-st-taken to out-st-want
           end-if.
           move st-taken(st-idx) to out-st-taken.
           move st-hits(st-idx) to out-st-hits.
           write report-line from stratum-line after advancing 1 line.
       5310-exit.
           exit.

       5400-print-items.
           move 'ROWS SELECTED' to out-section.
           write report-line from section-line after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from item-heads after advancing 1 line.
           perform 5410-print-one-item thru 5410-exit
               varying pop-idx from 1 by 1
               until pop-idx > pop-count.
       5400-exit.
           exit.

       5410-print-one-item.
           if pp-hits(pop-idx) = zero
               go to 5410-exit
           end-if.
           move pp-recno(pop-idx) to out-it-recno.
           move pp-strat(pop-idx) to st-idx.
           move st-code(st-idx) to out-it-strat.
           move pp-x(pop-idx) to out-it-value.
           move pp-w(pop-idx) to out-it-weight.
           move pp-hits(pop-idx) to out-it-hits.
           write report-line from item-line after advancing 1 line.
       5410-exit.
           exit.

      ******************************************************************
      * 6000-LOAD-SITE-PARMS - THE STATSNEW SITE PARAMETER READ.  ONLY
      * THE RANGE KEYS MATTER HERE; THE OTHERS ARE PASSED OVER.
      ******************************************************************
       6000-load-site-parms.
           move 'N' to sparm-eof-sw.
           open input site-parm-file.
           if sparm-status = '35'
               go to 6000-exit
           end-if.
           if sparm-status not = '00'
               display ' *** UNABLE TO OPEN SITE PARM FILE '
                   sparm-file-name ', STATUS = ' sparm-status
               move 16 to return-code
               stop run
           end-if.
           perform 6010-read-site-parm thru 6010-exit
               until sparm-eof.
           close site-parm-file.
       6000-exit.
           exit.

       6010-read-site-parm.
           read site-parm-file into sparm-line
               at end move 'Y' to sparm-eof-sw
           end-read.
           if not sparm-eof and sp-profile = sp-want-profile
               perform 6020-apply-site-parm thru 6020-exit
           end-if.
       6010-exit.
           exit.

       6020-apply-site-parm.
           move sp-value to tok-val.
           perform 1130-parse-parm-number thru 1130-exit.
           if not parm-num-ok
               go to 6020-exit
           end-if.
           evaluate sp-key
               when 'RANGE'
                   if parm-num-value > zero
                       move parm-num-value to range-limit
                       compute negative-range-limit =
                           zero - parm-num-value
                   end-if
               when 'RNGHI'
                   move parm-num-value to range-limit
               when 'RNGLO'
                   move parm-num-value to negative-range-limit
               when other
                   continue
           end-evaluate.
       6020-exit.
           exit.

      ******************************************************************
      * 6300-LOAD-LAYOUT - THE STATSNEW LAYOUT LOAD, UNCHANGED.
      ******************************************************************
       6300-load-layout.
           move 'N' to layout-active-sw.
           perform 6305-clear-one-slot thru 6305-exit
               varying lyt-idx from 1 by 1 until lyt-idx > 6.
           if lyt-want-name = spaces
               go to 6300-exit
           end-if.
           move 'N' to layt-eof-sw.
           open input layout-file.
           if layt-status = '35'
               go to 6300-exit
           end-if.
           if layt-status not = '00'
               display ' *** UNABLE TO OPEN LAYOUT FILE '
                   layt-file-name ', STATUS = ' layt-status
               move 16 to return-code
               stop run
           end-if.
           perform 6310-read-one-layout thru 6310-exit
               until layt-eof.
           close layout-file.
       6300-exit.
           exit.

       6305-clear-one-slot.
           move 'N' to lyt-set(lyt-idx).
       6305-exit.
           exit.

       6310-read-one-layout.
           read layout-file into layt-line
               at end move 'Y' to layt-eof-sw
           end-read.
           if not layt-eof and ly-layout = lyt-want-name
               perform 6320-apply-layout-line thru 6320-exit
           end-if.
       6310-exit.
           exit.

       6320-apply-layout-line.
           evaluate ly-field
               when 'VALUE'
                   move 1 to lyt-idx
               when 'WEIGHT'
                   move 2 to lyt-idx
               when 'CATEG'
                   move 3 to lyt-idx
               when 'YVAL'
                   move 4 to lyt-idx
               when 'OBSDATE'
                   move 5 to lyt-idx
               when 'CURRENCY'
                   move 6 to lyt-idx
               when other
                   go to 6320-exit
           end-evaluate.
           if ly-start is not numeric or ly-len is not numeric
               go to 6320-exit
           end-if.
           if ly-start < 1 or ly-len < 1
                   or ly-start + ly-len - 1 > 200
               go to 6320-exit
           end-if.
           move ly-start to lyt-start(lyt-idx).
           move ly-len to lyt-len(lyt-idx).
           if ly-dec is numeric
               move ly-dec to lyt-dec(lyt-idx)
           else
               move zero to lyt-dec(lyt-idx)
           end-if.
           if ly-signed = 'Y'
               move 'Y' to lyt-signed(lyt-idx)
           else
               move 'N' to lyt-signed(lyt-idx)
           end-if.
           move 'Y' to lyt-set(lyt-idx).
           move 'Y' to layout-active-sw.
       6320-exit.
           exit.

      ******************************************************************
      * 6500-LOAD-RATES - THE STATSNEW RATE FILE LOAD, UNCHANGED.
      ******************************************************************
       6500-load-rates.
           move zero to rate-count.
           move zero to rate-dropped.
           move 'N' to rate-eof-sw.
           open input rate-file.
           if rate-status not = '00'
               display ' *** UNABLE TO OPEN RATE FILE '
                   rate-file-name ', STATUS = ' rate-status
               move 16 to return-code
               stop run
           end-if.
           perform 6505-read-one-rate thru 6505-exit
               until rate-eof.
           close rate-file.
           if rate-dropped > zero
               move rate-dropped to out-rate-dropped
               display rate-dropped-line
           end-if.
       6500-exit.
           exit.

       6505-read-one-rate.
           read rate-file into rate-line
               at end move 'Y' to rate-eof-sw
           end-read.
           if rate-eof or rate-line = spaces
               go to 6505-exit
           end-if.
           if rt-from = spaces or rt-to = spaces
                   or rt-eff-date not numeric or rt-eff-date = zero
                   or rt-rate not numeric or rt-rate = zero
                   or rate-count not < 2000
               add 1 to rate-dropped
               go to 6505-exit
           end-if.
           add 1 to rate-count.
           move rt-from to rte-from(rate-count).
           move rt-to to rte-to(rate-count).
           move rt-eff-date to rte-date(rate-count).
           move rt-rate to rte-rate(rate-count).
       6505-exit.
           exit.

       9999-exit.
           close sample-file.
           close report-file.
           stop run.
