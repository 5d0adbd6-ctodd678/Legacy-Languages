      *                   CALLED OUT IN ITS OWN SECTION - AN UNKNOWN
      *                   CODE USUALLY MEANS AN UPSTREAM MAPPING
      *                   CHANGE NOBODY MENTIONED.
      * 10/15/2026  RT   HISTFILE IS NOW AN INDEXED MASTER KEYED ON
      *                   DATASET NAME AND RUN DATE/TIME.  THE HISTORY
      *                   WRITE, THE REPAIR-MERGE BASE-RUN LOOKUP AND
      *                   THE HINQ= INQUIRY START ON THE DATASET'S
      *                   FIRST KEY AND READ ONLY THAT DATASET'S ROWS
      *                   INSTEAD OF SCANNING A YEAR OF NIGHTLY
      *                   BATCHES END TO END.  STATHCNV LOADS AN OLD
      *                   SEQUENTIAL HISTFILE INTO THE NEW MASTER.
      * 10/15/2026  RT   EACH ALERT RECORD NOW CARRIES THE RUN DATE IN
      *                   COLUMNS 83-90 SO STATEXR CAN FILE IT IN THE
      *                   EXCEPTION REGISTER AGAINST THE RIGHT DAY.
      * 10/15/2026  RT   ADDED CONVERSION TO A REPORTING CURRENCY
      *                   (RPTCCY=).  A DATASET DECLARES ITS CURRENCY
      *                   IN DRIVER COLUMNS 47-49 (OR CCY=), A ROW MAY
      *                   CARRY ITS OWN IN INPUT COLUMNS 60-62 OR A
      *                   LAYTFILE CURRENCY FIELD, AND EVERY VALUE IS
      *                   CONVERTED AT THE RATEFILE RATE IN FORCE ON
      *                   ITS AS-OF DATE (THE RUN DATE WHEN UNDATED).
      *                   A ROW WITH NO RATE IS REJECTED TO RCYCFILE
      *                   WITH ITS OWN REASON.  THE ORIGINAL AND THE
      *                   REPORTING CURRENCY PRINT ON THE REPORT AND
      *                   GO TO THE CSV ROW AND THE HISTFILE ROW.
      ******************************************************************

       environment division.
               organization is line sequential
               file status is runlog-status.
           select history-file assign to dynamic hist-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-rec-key
               file status is hist-status.
           select recycle-file assign to dynamic rcyc-file-name
               organization is line sequential
           select category-ref-file assign to dynamic catf-file-name
               organization is line sequential
               file status is catf-status.
           select rate-file assign to dynamic rate-file-name
               organization is line sequential
               file status is rate-status.

       data division.
       file section.
       fd output-file.
       01  output-line             picture x(132).
       fd driver-file.
       01  driver-record            picture x(49).
       fd checkpoint-file.
       01  ckpt-file-rec            picture x(96).
       fd csv-file.
       01  csv-line                picture x(220).
       fd run-log-file.
       01  run-log-record          picture x(160).
       fd history-file.
       01  history-record.
           02  hist-rec-key.
               03  hist-key-dataset    picture x(30).
               03  hist-key-run-date   picture 9(08).
               03  hist-key-run-time   picture 9(06).
           02  filler                  picture x(156).
       fd recycle-file.
       01  recycle-record          picture x(140).
       fd site-parm-file.
       01  layout-record           picture x(80).
       fd category-ref-file.
       01  category-ref-record     picture x(80).
       fd rate-file.
       01  rate-record             picture x(80).

       working-storage section.
       77  sx                  picture s9(14)v9(4) usage is comp-3.
               'DATASET,CATEGORY,DESCRIPTION,'.
           02  filler picture x(49) value
               'N,MEAN,STDDEV,QUAD_MEAN,HARM_MEAN,MEDIAN,VARIANCE'.
           02  filler picture x(17) value ',ORIG_CCY,RPT_CCY'.

      ******************************************************************
      * PRINT CONTROL - OUT-FILE IS NOW A REAL 132-COLUMN PRINT FILE.
           02  alr-actual          picture s9(14)v9(4).
           02  alr-expected        picture s9(14)v9(4).
           02  alr-category        picture x(08).
           02  alr-run-date        picture 9(08).
           02  filler              picture x(10).
       01  exceptions-section-header picture x(30) value
           ' Exceptions To Expectations:'.
       01  exception-detail-line.

      ******************************************************************
      * STATISTICS HISTORY MASTER - EVERY RUN THAT GETS AS FAR AS A
      * COMPUTED OVERALL BLOCK WRITES ONE RECORD TO THE KEYED HISTFILE
      * UNDER HIST-REC-KEY (DATASET NAME + RUN DATE + RUN TIME),
      * CARRYING THE RAW (UNEDITED) FIGURES.  THE MASTER IS OPENED I-O
      * AND CREATED ON FIRST USE; EXISTING ROWS ARE NEVER REWRITTEN.
      * A DUPLICATE KEY IS HANDLED IN 3875 BY STEPPING THE RUN TIME
      * ON A SECOND AND TRYING AGAIN.  THE HINQ= PARM KEY
      * TURNS THE RUN INTO A HISTORY INQUIRY INSTEAD: THE LAST HN=
      * RUNS FOR THE NAMED DATASET ARE LISTED SIDE BY SIDE, WITH ANY
      * RUN WHOSE MEAN OR STDDEV MOVED MORE THAN HPCT= PERCENT FROM
      * THE RUN BEFORE IT FLAGGED *DRIFT*.  UNDER RPTCCY= THE ROW
      * ALSO CARRIES THE DATASET'S ORIGINAL CURRENCY (MIX WHEN ITS
      * ROWS CAME IN MORE THAN ONE) AND THE REPORTING CURRENCY IN
      * COLUMNS 171-176, SO A MOVE THAT IS REALLY A RATE CHANGE OR A
      * CURRENCY SWITCH SHOWS AS ONE IN THE INQUIRY.
      ******************************************************************
       01  hist-file-name      picture x(30) value 'HISTFILE'.
       01  hist-status         picture x(02).
       01  hist-eof-sw         picture x(01) value 'N'.
           88  hist-eof                  value 'Y'.
       77  hist-write-tries    picture s9(02) usage is comp.
       01  hist-want-dataset   picture x(30).
       01  hist-written-sw     picture x(01).
           88  hist-written              value 'Y'.
       01  hist-step-time      picture 9(06).
       01  hist-step-parts redefines hist-step-time.
           02  hist-step-hh        picture 9(02).
           02  hist-step-mm        picture 9(02).
           02  hist-step-ss        picture 9(02).
       01  hist-dup-line.
           02  filler picture x(44) value
               ' *** HISTFILE KEY ALREADY ON FILE - DATASET '.
           02  out-hdup-dataset picture x(30).
           02  filler picture x(06) value ' RUN '.
           02  out-hdup-date picture 9(08).
           02  filler picture x(01) value '.'.
           02  out-hdup-time picture 9(06).
       01  hist-line.
           02  hist-dataset        picture x(30).
           02  hist-run-date       picture 9(08).
           02  hist-q3             picture s9(14)v9(4).
           02  hist-variance       picture s9(14)v9(4).
           02  hist-corr-flag      picture x(01).
           02  hist-orig-ccy       picture x(03).
           02  hist-rpt-ccy        picture x(03).
       77  hq-count            picture s9(03) usage is comp.
       77  hq-idx              picture s9(03) usage is comp.
       77  hq-keep             picture s9(03) usage is comp value 10.
               03  hq-std          picture s9(10)v9(4) usage is
                                        comp-3.
               03  hq-corr         picture x(01).
               03  hq-ccy          picture x(07).
       01  hist-inq-header.
           02  filler picture x(18) value ' History Inquiry: '.
           02  out-hq-dataset picture x(30).
           02  filler picture x(08) value '   MEAN%'.
           02  filler picture x(08) value '    STD%'.
           02  filler picture x(08) value '   FLAG'.
           02  filler picture x(08) value ' CCY'.
       01  hist-inq-detail.
           02  filler picture x(01) value space.
           02  out-hq-date picture 9(08).
           02  out-hq-std-pct picture x(07).
           02  filler picture x(01) value space.
           02  out-hq-flag picture x(07).
           02  filler picture x(01) value space.
           02  out-hq-ccy picture x(07).
       01  no-history-line.
           02  filler picture x(40) value
               ' NO HISTORY ON FILE FOR THIS DATASET'.
      * COLUMNS 31-38 MAY NAME A SITE-PARAMETER PROFILE TO APPLY FOR
      * THAT DATASET ONLY; A BLANK PROFILE RUNS ON THE BASE SETTINGS.
      * COLUMNS 39-46 MAY NAME AN INPUT LAYOUT THE SAME WAY - A BLANK
      * LAYOUT READS THE NATIVE 80-BYTE RECORD SHAPE.  COLUMNS 47-49
      * MAY NAME THE DATASET'S CURRENCY - A BLANK CURRENCY FALLS BACK
      * TO CCY= (SEE THE CURRENCY CONVERSION NOTES BELOW).
      ******************************************************************
       01  driver-file-name    picture x(30) value spaces.
       01  drv-eof-sw          picture x(01) value 'N'.
           02  drv-dataset         picture x(30).
           02  drv-profile         picture x(08).
           02  drv-layout          picture x(08).
           02  drv-currency        picture x(03).

      ******************************************************************
      * INPUT LAYOUT DEFINITIONS - INPUT-VALUE HARD-CODES THE NATIVE
      * THE NATIVE INPUT-VALUE SHAPE, SO VALIDATION AND EVERYTHING
      * DOWNSTREAM RUN UNCHANGED.  A FIELD THE LAYOUT LEAVES OUT GETS
      * THE SAME DEFAULT A BLANK NATIVE COLUMN GETS.  SLOTS: 1 VALUE,
      * 2 WEIGHT, 3 CATEG, 4 YVAL, 5 OBSDATE, 6 CURRENCY (THE ROW'S
      * OWN CURRENCY CODE, REBUILT INTO NATIVE COLUMNS 60-62).
      ******************************************************************
       01  layt-file-name      picture x(30) value 'LAYTFILE'.
       01  layt-status         picture x(02).
           88  layout-active             value 'Y'.
       77  lyt-idx             picture s9(01) usage is comp.
       01  layout-area.
           02  lyt-slot            occurs 6 times.
               03  lyt-start       picture s9(03) usage is comp.
               03  lyt-len         picture s9(03) usage is comp.
               03  lyt-dec         picture s9(01) usage is comp.
       01  lyt-digit-str       picture x(08).
       77  lyt-chr-idx         picture s9(03) usage is comp.

      ******************************************************************
      * CURRENCY CONVERSION - SEVERAL FEEDS CARRY LOCAL-CURRENCY
      * AMOUNTS, AND A MEAN OF MIXED CURRENCIES (OR A COMPARISON OF A
      * EUR FEED WITH A USD FEED) MEANS NOTHING.  RPTCCY= NAMES A
      * REPORTING CURRENCY; WITHOUT IT NOTHING BELOW IS USED AND
      * VALUES ARE TAKEN AS THEY COME.  WITH IT, EVERY ROW'S VALUE
      * (AND Y VALUE UNDER PAIRED=Y) IS CONVERTED AT THE RATE IN
      * FORCE ON THE ROW'S AS-OF DATE, OR ON THE RUN DATE FOR AN
      * UNDATED ROW, BEFORE IT REACHES THE TABLE.  A ROW'S CURRENCY
      * IS ITS OWN CODE (NATIVE COLUMNS 60-62 OR A LAYTFILE CURRENCY
      * FIELD), ELSE THE DATASET'S (DRIVER COLUMNS 47-49, ELSE CCY=);
      * A ROW WITH NO CURRENCY ANYWHERE IS TAKEN AS ALREADY IN THE
      * REPORTING CURRENCY.  RATES COME FROM RATEFILE (RATEF= TO
      * RENAME): FROM-CURRENCY IN COLUMNS 1-3, TO-CURRENCY IN 4-6,
      * EFFECTIVE DATE (YYYYMMDD) IN 7-14 AND THE RATE, 9(7)V9(8)
      * WITH THE DECIMAL POINT IMPLIED, IN 15-29 - ONE UNIT OF THE
      * FROM-CURRENCY BUYS RATE UNITS OF THE TO-CURRENCY.  THE RATE
      * IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER
      * THE ROW'S DATE.  A PAIR HELD ONLY THE OTHER WAY ROUND IS
      * DIVIDED THROUGH.  A ROW WITH NO RATE AT ALL FOR ITS CURRENCY,
      * OR NONE IN FORCE YET ON ITS DATE, IS REJECTED TO RCYCFILE
      * UNDER ITS OWN REASON, UNCONVERTED, SO STATRSUB CAN PUT IT
      * BACK THROUGH ONCE THE RATE IS ON FILE.  2000 RATE LINES.
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
       01  cur-currency        picture x(03) value spaces.
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
       77  fx-orig-x           picture s9(14)v9(4) usage is comp-3.
       01  fx-ds-ccy           picture x(03) value spaces.
       01  fx-row-ccy          picture x(03).
       01  fx-mixed-sw         picture x(01).
           88  fx-mixed                  value 'Y'.
       77  fx-conv-count       picture s9(07) usage is comp.
       77  fx-orig-sum         picture s9(14)v9(4) usage is comp-3.
       77  fx-orig-wgt         picture s9(14) usage is comp.
       77  fx-orig-mean        picture s9(14)v9(4) usage is comp-3.
       01  currency-line.
           02  filler picture x(11) value ' Currency: '.
           02  out-fx-orig picture x(03).
           02  filler picture x(16) value '   Reported In: '.
           02  out-fx-rpt picture x(03).
           02  filler picture x(19) value '   Rows Converted: '.
           02  out-fx-count picture zzzzzz9.
       01  currency-mean-line.
           02  filler picture x(09) value ' Mean In '.
           02  out-fx-mean-ccy picture x(03).
           02  filler picture x(08) value ' = '.
           02  out-fx-mean picture -(14)9.9(4).
       01  rate-dropped-line.
           02  filler picture x(29) value
               ' *** RATEFILE LINES IGNORED: '.
           02  out-rate-dropped picture zzz9.

      ******************************************************************
      * EXECUTIVE SUMMARY GRID - IN DRIVER BATCH MODE EACH DATASET'S
      * HEADLINE FIGURES ARE HELD HERE ON THEIR WAY THROUGH THE
           02  ckpt-d-y            picture s9(14)v9(4).
           02  ckpt-d-period       picture x(06).
           02  ckpt-d-date         picture x(08).
           02  ckpt-d-ccy          picture x(03).
           02  ckpt-d-orig-x       picture s9(14)v9(4).
           02  filler              picture x(06).

      ******************************************************************
      * RJCT RECORDS PERSIST THE REJECT-AREA DETAIL TABLE (ONE PER
               03  mst-date        picture x(08).
               03  mst-out         picture x(01).
               03  mst-dup         picture x(01).
               03  mst-ccy         picture x(03).
               03  mst-orig-x      picture s9(14)v9(4) usage is
                                        comp-3.

      ******************************************************************
      * SAMPLE TABLE - RAISED TO 10000-ROW CAPACITY SO A FULL WEEK'S
      * (IN-OBS-DATE, YYYYMMDD) IS OPTIONAL - A ROW WITH A BLANK,
      * ZERO OR NON-NUMERIC DATE SIMPLY STAYS OUT OF THE MONTHLY
      * SUB-STATISTICS, SO EXISTING UNDATED FILES ARE UNAFFECTED.
      * THE ROW CURRENCY (IN-CURRENCY) IS ONLY LOOKED AT WHEN A
      * REPORTING CURRENCY IS CHOSEN (RPTCCY=); A BLANK ONE TAKES THE
      * DATASET'S CURRENCY.
      ******************************************************************
       01  input-value.
           02  in-x                picture s9(14)v9(4).
           02  in-category         picture x(08).
           02  in-y                picture s9(14)v9(4).
           02  in-obs-date         picture 9(08).
           02  in-currency         picture x(03).
           02  filler              picture x(18).

      ******************************************************************
      * RAW INPUT RECORD - EVERY INPUT RECORD IS READ HERE FIRST.
           perform 1100-get-parm thru 1100-exit.
           perform 1050-load-site-defaults thru 1050-exit.
           perform 6400-load-category-refs thru 6400-exit.
           if rpt-currency not = spaces and hq-dataset = spaces
               perform 6500-load-rates thru 6500-exit
           end-if.
           open output output-file.
           if out-status not = '00'
               display ' *** UNABLE TO OPEN OUTPUT FILE, STATUS = '
           move reject-keep-max to base-reject-keep.
           move table-max to base-table-max.
           move run-layout to cur-layout-name.
           move run-currency to cur-currency.
       1050-exit.
           exit.

                       if tok-val = 'N'
                           move 'N' to paired-mode-sw
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
               move ckpt-d-period to mst-period(i)
               move ckpt-d-period to cur-period
               move ckpt-d-date to mst-date(i)
               move ckpt-d-ccy to mst-ccy(i)
               if ckpt-d-orig-x is numeric
                   move ckpt-d-orig-x to mst-orig-x(i)
               else
                   move ckpt-d-x to mst-orig-x(i)
               end-if
               move 'N' to mst-out(i)
               move 'N' to mst-dup(i)
               perform 2117-note-category thru 2117-exit
                   when other
                       add 1 to rows-seen
                       perform 2102-map-input-record thru 2102-exit
                       if rpt-currency not = spaces
                           perform 2104-resolve-currency thru
                               2104-exit
                       end-if
                       perform 2110-validate-record thru 2110-exit
                       if row-is-bad
                           perform 2120-log-reject thru 2120-exit
                               2119-exit
                           perform 2125-resolve-period thru
                               2125-exit
                           perform 2129-resolve-row-currency thru
                               2129-exit
                           move data-line to prt-text
                           perform 8000-print-line thru 8000-exit
                           compute temp = mst-x(mst-count)
      * NOT PARSE IS LEFT AS SPACES SO 2110-VALIDATE-RECORD REJECTS
      * IT THE SAME WAY IT REJECTS A BAD NATIVE COLUMN, AND A FIELD
      * THE LAYOUT LEAVES OUT GETS THE SAME DEFAULT A BLANK NATIVE
      * COLUMN GETS (WEIGHT 1, CATEGORY (NONE), UNDATED, THE
      * DATASET'S OWN CURRENCY).
      ******************************************************************
       2102-map-input-record.
           if not layout-active
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
      * OWN TAKES THE DATASET'S, WRITTEN INTO ITS NATIVE COLUMNS SO
      * A REJECTED ROW GOES TO RCYCFILE - AND ON THROUGH STATRSUB TO
      * THE REPAIR RUN - STILL SAYING WHAT CURRENCY IT IS IN.
      ******************************************************************
       2104-resolve-currency.
           if in-currency = spaces
               move cur-currency to in-currency
           end-if.
       2104-exit.
           exit.

       2103-extract-one-slot.
           move lyt-start(lyt-idx) to fx-start.
           move lyt-len(lyt-idx) to fx-len.
           if paired-mode and not row-is-bad
               perform 2112-validate-y-value thru 2112-exit
           end-if.
           if rpt-currency not = spaces and not row-is-bad
               perform 2113-convert-currency thru 2113-exit
           end-if.
       2110-exit.
           exit.

       2112-exit.
           exit.

      ******************************************************************
      * 2113-CONVERT-CURRENCY - A ROW THAT HAS PASSED EVERY OTHER
      * CHECK IS CONVERTED TO THE REPORTING CURRENCY.  THE NEW VALUE
      * MUST STILL CLEAR THE VALIDATION RANGE.  A ROW THAT CANNOT BE
      * CONVERTED IS LEFT EXACTLY AS IT ARRIVED FOR THE RECYCLE FILE.
      ******************************************************************
       2113-convert-currency.
           move in-x to fx-orig-x.
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
           if fx-no-ccy
               move 'Y' to bad-row-sw
               move 'NO FX RATE FOR CCY' to cur-reject-reason
               go to 2113-exit
           end-if.
           if fx-no-date
               move 'Y' to bad-row-sw
               move 'NO FX RATE FOR DATE' to cur-reject-reason
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
               move 'FX OUT OF RANGE' to cur-reject-reason
               go to 2113-exit
           end-if.
           move fx-work-x to in-x.
           if paired-mode
               move fx-work-y to in-y
           end-if.
       2113-exit.
           exit.

      ******************************************************************
      * 2114-FIND-RATE - THE RATE IN FORCE FOR FX-WANT-CCY INTO THE
      * REPORTING CURRENCY ON FX-WANT-DATE.  A PAIR HELD THE RIGHT WAY
      * ROUND IS PREFERRED; FAILING THAT, THE REVERSE PAIR IS DIVIDED
      * THROUGH.  FX-NO-DATE MEANS THE PAIR IS ON FILE BUT NO RATE WAS
      * IN FORCE YET, FX-NO-CCY THAT THE CURRENCY HAS NO RATE AT ALL.
      * ROWS TEND TO ARRIVE IN RUNS OF ONE CURRENCY AND DATE, SO THE
      * LAST ANSWER IS KEPT AND REUSED.
      ******************************************************************
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
      * 2115-RESOLVE-WEIGHT - IN-WEIGHT DRIVES W(N) WHEN IT IS A
      * SANE POSITIVE NUMBER; OTHERWISE THE ROW IS TREATED AS A
       2125-exit.
           exit.

      ******************************************************************
      * 2129-RESOLVE-ROW-CURRENCY - THE MASTER ROW KEEPS ITS CURRENCY
      * AND ITS VALUE AS IT ARRIVED, SO THE DATASET'S ORIGINAL
      * CURRENCY AND ITS MEAN BEFORE CONVERSION CAN BE SHOWN BESIDE
      * THE CONVERTED FIGURES.
      ******************************************************************
       2129-resolve-row-currency.
           move in-currency to mst-ccy(mst-count).
           if rpt-currency = spaces
               move spaces to mst-ccy(mst-count)
               move in-x to mst-orig-x(mst-count)
           else
               move fx-orig-x to mst-orig-x(mst-count)
           end-if.
       2129-exit.
           exit.

      ******************************************************************
      * 2126-NOTE-PERIOD - KEEPS THE DISTINCT-MONTH LIST CURRENT AND
      * IN ASCENDING ORDER.  A NEW MONTH IS APPENDED AND BUBBLED
           move mst-cat(i) to ckpt-d-cat.
           move mst-period(i) to ckpt-d-period.
           move mst-date(i) to ckpt-d-date.
           move mst-ccy(i) to ckpt-d-ccy.
           move mst-orig-x(i) to ckpt-d-orig-x.
           write ckpt-file-rec from ckpt-record.
       2150-exit.
           exit.
           move 'X' to sel-value-sw.
           perform 3010-build-calc-table thru 3010-exit.
           move total-weight to ovl-total-weight.
           move spaces to fx-ds-ccy.
           if rpt-currency not = spaces
               perform 3015-fx-summary thru 3015-exit
           end-if.
           if paired-mode
               move 'X' to out-column
               move column-label-line to prt-text
               perform 3050-calc-and-print-stats thru 3050-exit
               move m to sum-ovl-mean
               move 'Y' to sum-ovl-valid-sw
               if rpt-currency not = spaces
                   perform 3016-print-currency-lines thru 3016-exit
               end-if
           end-if.
           if cmp-idx > zero
               perform 3045-hold-comparison-side thru 3045-exit
       3020-exit.
           exit.

      ******************************************************************
      * 3015-FX-SUMMARY - OVER THE SAME ROWS THE OVERALL FIGURES USE,
      * WORKS OUT THE CURRENCY THE DATASET ARRIVED IN (MIX WHEN ITS
      * ROWS CAME IN MORE THAN ONE), HOW MANY ROWS WERE CONVERTED,
      * AND THE WEIGHTED MEAN BEFORE CONVERSION.  A ROW WITH NO
      * CURRENCY WAS TAKEN AS ALREADY IN THE REPORTING CURRENCY.
      ******************************************************************
       3015-fx-summary.
           move 'N' to fx-mixed-sw.
           move zero to fx-conv-count.
           move zero to fx-orig-sum.
           move zero to fx-orig-wgt.
           perform 3017-fx-one-row thru 3017-exit
               varying mst-idx from 1 by 1
               until mst-idx > mst-count.
           if fx-mixed
               move 'MIX' to fx-ds-ccy
           end-if.
           move zero to fx-orig-mean.
           if fx-orig-wgt > zero
               compute fx-orig-mean rounded =
                   fx-orig-sum / fx-orig-wgt
           end-if.
       3015-exit.
           exit.

       3017-fx-one-row.
           if (excluding-outliers and mst-out(mst-idx) = 'Y')
                   or (excluding-duplicates and mst-dup(mst-idx) = 'Y')
               go to 3017-exit
           end-if.
           move mst-ccy(mst-idx) to fx-row-ccy.
           if fx-row-ccy = spaces
               move rpt-currency to fx-row-ccy
           end-if.
           if fx-ds-ccy = spaces
               move fx-row-ccy to fx-ds-ccy
           end-if.
           if fx-row-ccy not = fx-ds-ccy
               move 'Y' to fx-mixed-sw
           end-if.
           if fx-row-ccy not = rpt-currency
               add 1 to fx-conv-count
           end-if.
           compute fx-work-x = mst-orig-x(mst-idx) * mst-w(mst-idx).
           add fx-work-x to fx-orig-sum.
           add mst-w(mst-idx) to fx-orig-wgt.
       3017-exit.
           exit.

      ******************************************************************
      * 3016-PRINT-CURRENCY-LINES - UNDER THE OVERALL FIGURES, THE
      * CURRENCY THE DATASET CAME IN AND THE ONE IT IS REPORTED IN.
      * A SINGLE-CURRENCY FOREIGN DATASET ALSO GETS ITS MEAN AS IT
      * ARRIVED, SO THE CONVERTED FIGURE CAN BE TIED BACK TO SOURCE.
      ******************************************************************
       3016-print-currency-lines.
           move fx-ds-ccy to out-fx-orig.
           move rpt-currency to out-fx-rpt.
           move fx-conv-count to out-fx-count.
           move currency-line to prt-text.
           perform 8000-print-line thru 8000-exit.
           if not fx-mixed and fx-ds-ccy not = rpt-currency
                   and fx-orig-wgt > zero
               move fx-ds-ccy to out-fx-mean-ccy
               move fx-orig-mean to out-fx-mean
               move currency-mean-line to prt-text
               perform 8000-print-line thru 8000-exit
           end-if.
       3016-exit.
           exit.

      ******************************************************************
      * 3045-HOLD-COMPARISON-SIDE - IN COMPARISON MODE, CATCHES THE
      * OVERALL FIGURES FOR THE SIDE JUST COMPUTED WHILE M AND STD
                  out-med         delimited by size
                  ','             delimited by size
                  out-var         delimited by size
                  ','             delimited by size
                  fx-ds-ccy       delimited by space
                  ','             delimited by size
                  rpt-currency    delimited by space
                  into csv-line
           end-string.
           write csv-line.
                  csv-n-display   delimited by size
                  ',NO VALID DATA,,,,,'
                                  delimited by size
                  ','             delimited by size
                  fx-ds-ccy       delimited by space
                  ','             delimited by size
                  rpt-currency    delimited by space
                  into csv-line
           end-string.
           write csv-line.
      * 3850-WRITE-HISTORY-ROW - APPENDS THIS RUN'S OVERALL FIGURES TO
      * THE HISTORY MASTER, KEYED BY DATASET NAME AND RUN DATE/TIME.
      * ONLY A RUN THAT ACTUALLY COMPUTED STATISTICS GETS A ROW - A
      * NO-VALID-DATA RUN HAS NOTHING WORTH TRENDING.  THE MASTER IS
      * OPENED I-O FOR A KEYED WRITE, WITH THE SAME CREATE-ON-FIRST-
      * USE DANCE RUNLOG USES WHEN STATUS '35' SAYS IT DOES NOT EXIST
      * YET.
      ******************************************************************
       3850-write-history-row.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           perform 3860-open-history-update thru 3860-exit.
           move spaces to hist-line.
           move in-file-name to hist-dataset.
           move run-date to hist-run-date.
           move stat-q1 to hist-q1.
           move stat-q3 to hist-q3.
           move stat-var to hist-variance.
           move fx-ds-ccy to hist-orig-ccy.
           move rpt-currency to hist-rpt-ccy.
           perform 3870-write-history-keyed thru 3870-exit.
           close history-file.
       3850-exit.
           exit.

       3860-open-history-update.
           open i-o history-file.
           if hist-status = '35'
               open output history-file
               close history-file
               open i-o history-file
           end-if.
           if hist-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
       3860-exit.
           exit.

      ******************************************************************
      * 3870-WRITE-HISTORY-KEYED - WRITES HIST-LINE UNDER ITS DATASET
      * AND RUN DATE/TIME.  THE KEY ONLY RESOLVES TO THE SECOND, SO A
      * DRIVER FILE THAT LISTS THE SAME DATASET TWICE CAN COLLIDE
      * WITH ITSELF - THE RUN TIME IS STEPPED ON A SECOND AT A TIME
      * UNTIL THE KEY IS FREE.  A ROW STILL NOT WRITTEN AFTER TEN
      * TRIES IS NAMED ON THE REPORT AND RAISES SEVERITY 4.  ONLY A
      * DUPLICATE KEY (STATUS 22) IS RETRIED - ANY OTHER FAILURE TO
      * WRITE THE MASTER STOPS THE RUN.
      ******************************************************************
       3870-write-history-keyed.
           move 'N' to hist-written-sw.
           perform 3875-try-history-write thru 3875-exit
               varying hist-write-tries from 1 by 1
               until hist-written or hist-write-tries > 10.
           if not hist-written
               move hist-dataset to out-hdup-dataset
               move hist-run-date to out-hdup-date
               move hist-run-time to out-hdup-time
               move hist-dup-line to prt-text
               perform 8000-print-line thru 8000-exit
               move 4 to cc-new
               perform 7000-raise-condition thru 7000-exit
           end-if.
       3870-exit.
           exit.

       3875-try-history-write.
           write history-record from hist-line
               invalid key
                   if hist-status = '22'
                       perform 3880-step-run-time thru 3880-exit
                   else
                       display ' *** UNABLE TO WRITE HISTORY FILE, '
                           'STATUS = ' hist-status
                       move 16 to return-code
                       stop run
                   end-if
               not invalid key
                   move 'Y' to hist-written-sw
           end-write.
       3875-exit.
           exit.

      ******************************************************************
      * 3880-STEP-RUN-TIME - MOVES HIST-RUN-TIME ON ONE SECOND, CARRYING
      * INTO THE MINUTES AND HOURS SO THE KEY STAYS A VALID HHMMSS.
      * PAST 235959 IT WRAPS TO 000000 OF THE SAME RUN DATE.
      ******************************************************************
       3880-step-run-time.
           move hist-run-time to hist-step-time.
           add 1 to hist-step-ss.
           if hist-step-ss > 59
               move zero to hist-step-ss
               add 1 to hist-step-mm
           end-if.
           if hist-step-mm > 59
               move zero to hist-step-mm
               add 1 to hist-step-hh
           end-if.
           if hist-step-hh > 23
               move zero to hist-step-hh
           end-if.
           move hist-step-time to hist-run-time.
       3880-exit.
           exit.

      ******************************************************************
      * 3920-WRITE-CONTROL-TOTALS - ONE FIXED-FORMAT RECORD PER
      * DATASET FOR THE SCHEDULER'S NEXT STEP: THE DATASET NAME, THE
           move exc-actual to alr-actual.
           move exc-expected to alr-expected.
           move exc-category to alr-category.
           move run-date to alr-run-date.
           write alert-record from alert-line.
           move 8 to cc-new.
           perform 7000-raise-condition thru 7000-exit.
           exit.

      ******************************************************************
      * 4805-FIND-BASE-RUN - STARTS ON THE ORIGINAL DATASET'S FIRST
      * KEY AND READS ITS ROWS IN RUN DATE/TIME ORDER, HOLDING THE
      * LAST ONE, SO A REPAIR OF A REPAIR MERGES AGAINST THE LATEST
      * REVISION, NOT THE FIRST RUN.
      ******************************************************************
       4805-find-base-run.
           move 'N' to mrg-base-found-sw.
           move mrg-dataset to hist-want-dataset.
           perform 5005-start-history-dataset thru 5005-exit.
           if hist-eof
               go to 4805-exit
           end-if.
           perform 4806-read-one-base thru 4806-exit
               until hist-eof.
           close history-file.
           exit.

       4806-read-one-base.
           perform 5008-read-next-history thru 5008-exit.
           if not hist-eof and hist-n is numeric
               move hist-line to mrg-base-hold
               move 'Y' to mrg-base-found-sw
           end-if.
       4810-write-revised-history.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           perform 3860-open-history-update thru 3860-exit.
           move mrg-base-hold to hist-line.
           move mrg-dataset to hist-dataset.
           move run-date to hist-run-date.
           move mrg-comb-std to hist-stddev.
           move mrg-comb-var to hist-variance.
           move 'C' to hist-corr-flag.
           perform 3870-write-history-keyed thru 3870-exit.
           close history-file.
       4810-exit.
           exit.
           exit.

      ******************************************************************
      * 5000-HISTORY-INQUIRY - READS THE DATASET'S ROWS OFF THE
      * HISTORY MASTER BY KEY AND REPORTS THE LAST HQ-KEEP RUNS FOR
      * THE DATASET NAMED BY THE HINQ= PARM KEY, ONE LINE PER RUN,
      * WITH THE RUN-OVER-RUN PERCENT MOVEMENT OF THE MEAN AND
      * STDDEV.  A RUN WHOSE MEAN OR STDDEV MOVED BY MORE THAN
      * HQ-PCT PERCENT FROM THE RUN BEFORE IT IS FLAGGED
      * *DRIFT*.  THE NORMAL STATISTICS PASS DOES NOT RUN IN THIS
      * MODE - THE INQUIRY REPORT IS THE WHOLE OUTPUT.
      ******************************************************************
           perform 8000-print-line thru 8000-exit.
           move under-line to prt-text.
           perform 8000-print-line thru 8000-exit.
           move hq-dataset to hist-want-dataset.
           perform 5005-start-history-dataset thru 5005-exit.
           if not hist-eof
               perform 5010-read-history-record thru 5010-exit
                   until hist-eof
               close history-file
           end-if.
           if hq-count = zero
               move no-history-line to prt-text
               perform 8000-print-line thru 8000-exit
       5000-exit.
           exit.

      ******************************************************************
      * 5005-START-HISTORY-DATASET - OPENS THE MASTER AND POSITIONS
      * IT ON THE FIRST KEY FOR THE DATASET IN HIST-WANT-DATASET.
      * HIST-EOF COMES BACK SET, WITH THE FILE ALREADY CLOSED, WHEN
      * THE MASTER DOES NOT EXIST OR HOLDS NO ROW FOR THE DATASET.
      ******************************************************************
       5005-start-history-dataset.
           move 'N' to hist-eof-sw.
           open input history-file.
           if hist-status = '35'
               move 'Y' to hist-eof-sw
               go to 5005-exit
           end-if.
           if hist-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
           move hist-want-dataset to hist-key-dataset.
           move zero to hist-key-run-date.
           move zero to hist-key-run-time.
           start history-file key is not less than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
                   close history-file
           end-start.
       5005-exit.
           exit.

      ******************************************************************
      * 5008-READ-NEXT-HISTORY - THE NEXT ROW IN KEY ORDER, WITH THE
      * END OF THE DATASET'S ROWS TREATED AS END OF FILE.
      ******************************************************************
       5008-read-next-history.
           read history-file next record into hist-line
               at end move 'Y' to hist-eof-sw
           end-read.
           if not hist-eof and hist-dataset not = hist-want-dataset
               move 'Y' to hist-eof-sw
           end-if.
       5008-exit.
           exit.

       5010-read-history-record.
           perform 5008-read-next-history thru 5008-exit.
           if not hist-eof
               perform 5020-hold-history-run thru 5020-exit
           end-if.
       5010-exit.
           move hist-mean to hq-mean(hq-count).
           move hist-stddev to hq-std(hq-count).
           move hist-corr-flag to hq-corr(hq-count).
           move spaces to hq-ccy(hq-count).
           if hist-rpt-ccy not = spaces
               string hist-orig-ccy delimited by size
                      '>'           delimited by size
                      hist-rpt-ccy  delimited by size
                      into hq-ccy(hq-count)
               end-string
           end-if.
       5020-exit.
           exit.

           move spaces to out-hq-mean-pct.
           move spaces to out-hq-std-pct.
           move spaces to out-hq-flag.
           move hq-ccy(hq-idx) to out-hq-ccy.
           if hq-idx > 1
               perform 5060-calc-drift thru 5060-exit
           end-if.
           else
               move run-layout to cur-layout-name
           end-if.
           if drv-currency not = spaces
               move drv-currency to cur-currency
           else
               move run-currency to cur-currency
           end-if.
       6100-exit.
           exit.

       6300-load-layout.
           move 'N' to layout-active-sw.
           perform 6305-clear-one-slot thru 6305-exit
               varying lyt-idx from 1 by 1 until lyt-idx > 6.
           if lyt-want-name = spaces
               go to 6300-exit
           end-if.
                   move 4 to lyt-idx
               when 'OBSDATE'
                   move 5 to lyt-idx
               when 'CURRENCY'
                   move 6 to lyt-idx
               when other
                   go to 6320-exit
           end-evaluate.
       6426-exit.
           exit.

      ******************************************************************
      * 6500-LOAD-RATES - THE RATE FILE IS ONLY READ WHEN A REPORTING
      * CURRENCY HAS BEEN ASKED FOR, AND THEN IT MUST BE THERE - A
      * RUN THAT CANNOT CONVERT WOULD REJECT EVERY FOREIGN ROW.  BLANK
      * LINES ARE SKIPPED.  A LINE WITH A BAD DATE OR A ZERO RATE, OR
      * PAST THE 2000-LINE CAP, IS COUNTED AND IGNORED, AND THE COUNT
      * IS SHOWN SO THE MISSING RATE IS NOT A MYSTERY LATER.
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

      ******************************************************************
      * 7000-RAISE-CONDITION - THE CONDITION-CODE LADDER ONLY EVER
      * CLIMBS: A NEW SEVERITY IN CC-NEW RAISES THE DATASET'S CODE
