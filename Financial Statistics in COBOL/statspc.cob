       identification division.
       program-id. statspc.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - STATISTICAL PROCESS
      *                   CONTROL CHARTS OVER THE HISTFILE STATISTICS
      *                   HISTORY MASTER.  THE HINQ= INQUIRY ONLY
      *                   COMPARES EACH RUN WITH THE RUN BEFORE IT, SO
      *                   A MEAN THAT CREEPS A LITTLE EVERY WEEK NEVER
      *                   TRIPS ITS PERCENT THRESHOLD.  THIS PROGRAM
      *                   TAKES A BASELINE WINDOW OF PAST RUNS PER
      *                   DATASET (THE FIRST BN= RUNS, OR THE RUNS
      *                   DATED BFROM= TO BTO=), DERIVES A CENTER LINE
      *                   AND 3-SIGMA CONTROL LIMITS FOR THE RUN MEAN
      *                   AND THE RUN STDDEV, AND PRINTS A RUN-BY-RUN
      *                   CHART WITH THE STANDARD OUT-OF-CONTROL RULES
      *                   FLAGGED AGAINST EACH RUN.
      * 10/15/2026  RT   HISTFILE IS NOW AN INDEXED MASTER - THE
      *                   DATASET LIST STEPS FROM ONE DATASET'S KEYS TO
      *                   THE NEXT, AND EACH CHART STARTS ON ITS
      *                   DATASET'S FIRST KEY INSTEAD OF READING THE
      *                   WHOLE MASTER ONCE PER DATASET.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to dynamic hist-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-rec-key
               file status is hist-status.
           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd history-file.
       01  history-record.
           02  hist-rec-key.
               03  hist-key-dataset    picture x(30).
               03  hist-key-run-date   picture 9(08).
               03  hist-key-run-time   picture 9(06).
           02  filler                  picture x(156).
       fd report-file.
       01  report-line             picture x(132).

       working-storage section.
       01  hist-file-name      picture x(30) value 'HISTFILE'.
       01  rpt-file-name       picture x(30) value 'SPCRPT'.
       01  hist-status         picture x(02).
       01  rpt-status          picture x(02).
       01  hist-eof-sw         picture x(01) value 'N'.
           88  hist-eof                  value 'Y'.
       01  run-date            picture 9(08).

      ******************************************************************
      * HISTORY MASTER ROW - THE SAME SHAPE STATSNEW WRITES.  ONLY THE
      * RUN KEY, N, MEAN, STDDEV AND CORRECTION FLAG ARE CHARTED; THE
      * VARIANCE COLUMN OF PRE-WIDENING ROWS IS TRUNCATED AND IS NOT
      * USED HERE.  THE REPORTING CURRENCY (BLANK FOR A RUN THAT WAS
      * NOT CONVERTED) KEEPS RUNS STATED IN DIFFERENT CURRENCIES OFF
      * ONE CHART.
      ******************************************************************
       01  hist-line.
           02  hist-dataset        picture x(30).
           02  hist-run-date       picture 9(08).
           02  hist-run-time       picture 9(06).
           02  hist-n              picture 9(07).
           02  hist-total-wgt      picture 9(14).
           02  hist-mean           picture s9(14)v9(4).
           02  hist-stddev         picture s9(10)v9(4).
           02  hist-median         picture s9(14)v9(4).
           02  hist-q1             picture s9(14)v9(4).
           02  hist-q3             picture s9(14)v9(4).
           02  hist-variance       picture s9(14)v9(4).
           02  hist-corr-flag      picture x(01).
           02  hist-orig-ccy       picture x(03).
           02  hist-rpt-ccy        picture x(03).

      ******************************************************************
      * CHART CONTROLS - BN= IS THE NUMBER OF EARLIEST RUNS TAKEN AS
      * THE BASELINE UNLESS BFROM=/BTO= GIVE A BASELINE DATE WINDOW
      * INSTEAD.  RUNLEN= IS THE SAME-SIDE RUN THAT SIGNALS A SHIFT
      * (SEVEN BY CONVENTION) AND TRNLEN= THE STEADILY RISING OR
      * FALLING RUN THAT SIGNALS A TREND.  DS= CHARTS ONE DATASET;
      * WITHOUT IT EVERY DATASET ON THE MASTER IS CHARTED.
      ******************************************************************
       77  base-runs           picture s9(04) usage is comp value 20.
       77  base-from           picture 9(08) value zero.
       77  base-to             picture 9(08) value zero.
       77  run-len-limit       picture s9(03) usage is comp value 7.
       77  trend-len-limit     picture s9(03) usage is comp value 6.
       01  want-dataset        picture x(30) value spaces.
       01  base-window-sw      picture x(01) value 'N'.
           88  base-by-window            value 'Y'.

      ******************************************************************
      * DATASET LIST - ONE ENTRY PER DISTINCT DATASET ON THE MASTER,
      * IN KEY (DATASET NAME) ORDER.  DATASETS PAST THE 300-ENTRY CAP
      * ARE NOT CHARTED - ONLY THEIR COUNT IS PRINTED AT THE END OF
      * THE REPORT.
      ******************************************************************
       77  ds-count            picture s9(03) usage is comp value zero.
       77  ds-idx              picture s9(03) usage is comp.
       77  ds-found            picture s9(03) usage is comp.
       77  ds-skipped          picture s9(05) usage is comp value zero.
       01  ds-area.
           02  ds-entry            occurs 300 times.
               03  ds-name         picture x(30).
       01  cur-dataset         picture x(30).

      ******************************************************************
      * RUN TABLE - THE CURRENT DATASET'S RUNS IN KEY (RUN DATE/TIME)
      * ORDER.  A ROW FLAGGED 'C' IS A REPAIR MERGE'S REVISION OF THE
      * RUN BEFORE IT AND REPLACES THAT ENTRY, AS THE HINQ= INQUIRY
      * DOES.  RUNS PAST THE 1000-ENTRY CAP ARE NOT CHARTED.  RN-CCY
      * IS THE CURRENCY THE RUN'S FIGURES ARE STATED IN.
      ******************************************************************
       77  rn-count            picture s9(04) usage is comp.
       77  rn-idx              picture s9(04) usage is comp.
       77  rn-dropped          picture s9(07) usage is comp.
       01  rn-mixed-sw         picture x(01).
           88  rn-mixed                  value 'Y'.
       01  rn-area.
           02  rn-entry            occurs 1000 times.
               03  rn-date         picture 9(08).
               03  rn-time         picture 9(06).
               03  rn-n            picture 9(07).
               03  rn-mean         picture s9(14)v9(4) usage is
                                        comp-3.
               03  rn-std          picture s9(10)v9(4) usage is
                                        comp-3.
               03  rn-corr         picture x(01).
               03  rn-base         picture x(01).
               03  rn-mflags       picture x(05).
               03  rn-sflags       picture x(05).
               03  rn-ccy          picture x(03).

      ******************************************************************
      * SERIES WORK TABLE - THE MEAN CHART AND THE STDDEV CHART RUN
      * THROUGH THE SAME LIMIT AND RULE PARAGRAPHS, ONE SERIES AT A
      * TIME.  SR-SIDE IS +1 ABOVE THE CENTER LINE, -1 BELOW, 0 ON
      * IT; SR-ZONE IS HOW MANY WHOLE SIGMAS (0-3) THE POINT LIES
      * BEYOND THE CENTER LINE.  SR-FLAGS CARRIES ONE POSITION PER
      * RULE:  1 = BEYOND 3 SIGMA, 2 = 2 OF 3 BEYOND 2 SIGMA,
      * 3 = 4 OF 5 BEYOND 1 SIGMA, 4 = RUNLEN= IN A ROW ON ONE SIDE,
      * T = TRNLEN= IN A ROW STEADILY RISING OR FALLING.
      ******************************************************************
       77  sr-idx              picture s9(04) usage is comp.
       77  sr-j                picture s9(04) usage is comp.
       77  sr-from             picture s9(04) usage is comp.
       77  sr-hits             picture s9(03) usage is comp.
       77  sr-run-len          picture s9(04) usage is comp.
       77  sr-up-len           picture s9(04) usage is comp.
       77  sr-down-len         picture s9(04) usage is comp.
       77  sr-signals          picture s9(05) usage is comp.
       01  sr-area.
           02  sr-entry            occurs 1000 times.
               03  sr-val          picture s9(14)v9(4) usage is
                                        comp-3.
               03  sr-side         picture s9(01) usage is comp.
               03  sr-zone         picture s9(01) usage is comp.
               03  sr-flags        picture x(05).

      ******************************************************************
      * LIMIT WORK FIELDS - THE CENTER LINE IS THE AVERAGE OF THE
      * BASELINE POINTS; SIGMA IS ESTIMATED FROM THE AVERAGE MOVING
      * RANGE OF CONSECUTIVE BASELINE POINTS DIVIDED BY 1.128 (THE
      * USUAL INDIVIDUALS-CHART CONSTANT), WHICH A SLOW DRIFT INSIDE
      * THE BASELINE DOES NOT INFLATE THE WAY A PLAIN STDDEV WOULD.
      ******************************************************************
       77  base-count          picture s9(04) usage is comp.
       77  base-first          picture 9(08).
       77  base-last           picture 9(08).
       77  lim-sum             picture s9(18)v9(4) usage is comp-3.
       77  lim-mr-sum          picture s9(18)v9(4) usage is comp-3.
       77  lim-mr-count        picture s9(04) usage is comp.
       77  lim-prev            picture s9(14)v9(4) usage is comp-3.
       77  lim-prev-sw         picture x(01).
       77  lim-diff            picture s9(16)v9(4) usage is comp-3.
       77  lim-center          picture s9(14)v9(6) usage is comp-3.
       77  lim-sigma           picture s9(14)v9(6) usage is comp-3.
       77  lim-ucl             picture s9(15)v9(6) usage is comp-3.
       77  lim-lcl             picture s9(15)v9(6) usage is comp-3.
       77  lim-band            picture s9(15)v9(6) usage is comp-3.
       77  m-center            picture s9(14)v9(6) usage is comp-3.
       77  m-sigma             picture s9(14)v9(6) usage is comp-3.
       77  s-center            picture s9(14)v9(6) usage is comp-3.
       77  s-sigma             picture s9(14)v9(6) usage is comp-3.
       77  mean-signals        picture s9(05) usage is comp.
       77  std-signals         picture s9(05) usage is comp.
       77  latest-out-count    picture s9(03) usage is comp
                                value zero.

      ******************************************************************
      * PLOT COLUMN - 31 POSITIONS, LCL AT 1, CENTER AT 16, UCL AT
      * 31, FIVE POSITIONS TO A SIGMA.  A POINT OUTSIDE THE LIMITS
      * PRINTS AS < OR > AT THE EDGE.
      ******************************************************************
       77  plot-pos            picture s9(04) usage is comp.
       77  plot-work           picture s9(18)v9(4) usage is comp-3.
       01  plot-area           picture x(31).

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * DS=, BN=, BFROM=, BTO=, RUNLEN= AND TRNLEN= AS ABOVE; HIST=
      * AND OUT= OVERRIDE THE DEFAULT FILE NAMES.
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
           02  parm-token          picture x(40) occurs 10 times.
       77  parm-token-count    picture s9(02) usage is comp value zero.
       77  tok-idx             picture s9(02) usage is comp.
       01  tok-key             picture x(20).
       01  tok-val             picture x(40).

      ******************************************************************
      * PARM NUMBER PARSER - THE SAME SHAPE AS STATSNEW'S: DIGITS AND
      * ONE DECIMAL POINT, AN OPTIONAL LEADING MINUS, ANYTHING ELSE
      * IGNORED, WITH PARM-NUM-OK SAYING WHETHER A DIGIT WAS SEEN.
      ******************************************************************
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
               ' STATSPC - Statistical Process Control Charts'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  base-rule-line.
           02  filler picture x(17) value ' Baseline: first '.
           02  out-base-runs picture zzz9.
           02  filler picture x(24) value ' runs of each dataset'.
       01  base-window-line.
           02  filler picture x(22) value
               ' Baseline: runs dated '.
           02  out-base-from picture 9(08).
           02  filler picture x(04) value ' to '.
           02  out-base-to picture 9(08).
       01  dataset-head-line.
           02  filler picture x(10) value ' Dataset: '.
           02  out-ds-name picture x(30).
       01  base-used-line.
           02  filler picture x(17) value ' Baseline runs: '.
           02  out-bu-count picture zzz9.
           02  filler picture x(08) value '  from '.
           02  out-bu-first picture 9(08).
           02  filler picture x(04) value ' to '.
           02  out-bu-last picture 9(08).
       01  limit-col-heads.
           02  filler picture x(09) value spaces.
           02  filler picture x(18) value '            CENTER'.
           02  filler picture x(18) value '               UCL'.
           02  filler picture x(18) value '               LCL'.
           02  filler picture x(18) value '             SIGMA'.
       01  limit-line.
           02  out-lim-label picture x(09).
           02  filler picture x(01) value space.
           02  out-lim-center picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-lim-ucl picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-lim-lcl picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-lim-sigma picture -(10)9.9(4).
       01  chart-col-heads.
           02  filler picture x(18) value ' RUN-DATE    TIME'.
           02  filler picture x(08) value '       N'.
           02  filler picture x(18) value '              MEAN'.
           02  filler picture x(06) value ' MFLAG'.
           02  filler picture x(14) value '        STDDEV'.
           02  filler picture x(06) value ' SFLAG'.
           02  filler picture x(04) value '  BC'.
           02  filler picture x(32) value
               ' LCL           CENTER       UCL'.
       01  chart-detail.
           02  filler picture x(01) value space.
           02  out-rn-date picture 9(08).
           02  filler picture x(03) value spaces.
           02  out-rn-time picture 9(06).
           02  filler picture x(01) value space.
           02  out-rn-n picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-rn-mean picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-rn-mflags picture x(05).
           02  filler picture x(01) value space.
           02  out-rn-std picture -(6)9.9(4).
           02  filler picture x(01) value space.
           02  out-rn-sflags picture x(05).
           02  filler picture x(02) value spaces.
           02  out-rn-base picture x(01).
           02  out-rn-corr picture x(01).
           02  filler picture x(01) value space.
           02  out-rn-plot picture x(31).
       01  signal-line.
           02  filler picture x(27) value
               ' Out-of-control signals:  '.
           02  filler picture x(06) value 'MEAN '.
           02  out-sig-mean picture zzzz9.
           02  filler picture x(10) value '   STDDEV '.
           02  out-sig-std picture zzzz9.
           02  filler picture x(03) value spaces.
           02  out-sig-verdict picture x(34).
       01  no-base-line.
           02  filler picture x(60) value
               ' FEWER THAN 2 BASELINE RUNS - NO LIMITS CAN BE SET'.
       01  dropped-line.
           02  filler picture x(08) value ' *** '.
           02  out-dropped picture zzzzzz9.
           02  filler picture x(44) value
               ' RUNS PAST THE 1000-RUN TABLE NOT CHARTED'.
       01  ds-skip-line.
           02  filler picture x(08) value ' *** '.
           02  out-ds-skip picture zzzz9.
           02  filler picture x(48) value
               ' DATASETS PAST THE 300-DATASET TABLE NOT CHARTED'.
       01  legend-head-line.
           02  filler picture x(40) value
               ' Flags (MFLAG = mean, SFLAG = stddev):'.
       01  legend-1-line.
           02  filler picture x(60) value
               '   1  one point beyond the 3-sigma control limits'.
       01  legend-2-line.
           02  filler picture x(60) value
               '   2  two of three points beyond 2 sigma, same side'.
       01  legend-3-line.
           02  filler picture x(60) value
               '   3  four of five points beyond 1 sigma, same side'.
       01  legend-4-line.
           02  filler picture x(15) value
               '   4  a run of '.
           02  out-leg-run picture zz9.
           02  filler picture x(30) value
               ' points on one side of center'.
       01  legend-t-line.
           02  filler picture x(15) value
               '   T  a run of '.
           02  out-leg-trend picture zz9.
           02  filler picture x(34) value
               ' points steadily rising or falling'.
       01  legend-bc-line.
           02  filler picture x(34) value
               '   B  run is in the baseline'.
           02  filler picture x(40) value
               'C  corrected by a repair merge'.
       01  no-hist-line.
           02  filler picture x(44) value
               ' HISTFILE NOT ON SYSTEM - NOTHING TO CHART'.
       01  no-data-line.
           02  filler picture x(44) value
               ' NO HISTORY RUNS FOUND FOR THIS DATASET'.
       01  mixed-line.
           02  filler picture x(50) value
               ' *** MIXED CURRENCY - RUNS ARE STATED IN MORE'.
           02  filler picture x(41) value
               ' THAN ONE REPORTING CURRENCY, NOT CHARTED'.

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-list-datasets thru 2000-exit.
           perform 3000-chart-one-dataset thru 3000-exit
               varying ds-idx from 1 by 1
               until ds-idx > ds-count.
           perform 8000-print-legend thru 8000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           perform 1100-get-parm thru 1100-exit.
           if base-from not = zero or base-to not = zero
               move 'Y' to base-window-sw
               if base-to = zero
                   move 99999999 to base-to
               end-if
           end-if.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           if base-by-window
               move base-from to out-base-from
               move base-to to out-base-to
               write report-line from base-window-line
                   after advancing 1 line
           else
               move base-runs to out-base-runs
               write report-line from base-rule-line
                   after advancing 1 line
           end-if.
       1000-exit.
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
                   when 'DS'
                       move tok-val to want-dataset
                   when 'BN'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 2
                               and parm-num-value <= 1000
                           move parm-num-value to base-runs
                       end-if
                   when 'BFROM'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to base-from
                       end-if
                   when 'BTO'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to base-to
                       end-if
                   when 'RUNLEN'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 2
                               and parm-num-value <= 50
                           move parm-num-value to run-len-limit
                       end-if
                   when 'TRNLEN'
                       perform 1130-parse-parm-number thru 1130-exit
                       if parm-num-ok and parm-num-value >= 3
                               and parm-num-value <= 50
                           move parm-num-value to trend-len-limit
                       end-if
                   when 'HIST'
                       move tok-val to hist-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 1130-PARSE-PARM-NUMBER - TURNS THE TEXT IN TOK-VAL INTO A
      * NUMBER IN PARM-NUM-VALUE, EXACTLY AS STATSNEW'S PARSER DOES.
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
      * 2000-LIST-DATASETS - LISTS THE DATASETS TO CHART.  EACH READ
      * LANDS ON A DATASET'S FIRST ROW; A START PAST THE HIGHEST KEY
      * THAT DATASET COULD HAVE THEN SKIPS THE REST OF ITS ROWS.
      * WITH DS= GIVEN THE LIST IS JUST THAT ONE DATASET.
      ******************************************************************
       2000-list-datasets.
           if want-dataset not = spaces
               move 1 to ds-count
               move want-dataset to ds-name(1)
               go to 2000-exit
           end-if.
           open input history-file.
           if hist-status = '35'
               write report-line from no-hist-line
                   after advancing 2 lines
               go to 2000-exit
           end-if.
           if hist-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to hist-eof-sw.
           perform 2100-list-one-row thru 2100-exit
               until hist-eof.
           close history-file.
           if ds-count = zero
               write report-line from no-data-line
                   after advancing 2 lines
           end-if.
       2000-exit.
           exit.

       2100-list-one-row.
           read history-file next record into hist-line
               at end move 'Y' to hist-eof-sw
           end-read.
           if hist-eof
               go to 2100-exit
           end-if.
           if hist-dataset = spaces
               go to 2100-exit
           end-if.
           move zero to ds-found.
           perform 2150-scan-dataset thru 2150-exit
               varying ds-idx from 1 by 1
               until ds-idx > ds-count or ds-found > zero.
           if ds-found = zero
               if ds-count < 300
                   add 1 to ds-count
                   move hist-dataset to ds-name(ds-count)
               else
                   add 1 to ds-skipped
               end-if
           end-if.
           move hist-dataset to hist-key-dataset.
           move 99999999 to hist-key-run-date.
           move 999999 to hist-key-run-time.
           start history-file key is greater than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
           end-start.
       2100-exit.
           exit.

       2150-scan-dataset.
           if ds-name(ds-idx) = hist-dataset
               move ds-idx to ds-found
           end-if.
       2150-exit.
           exit.

      ******************************************************************
      * 3000-CHART-ONE-DATASET - LOADS THE DATASET'S RUNS, MARKS THE
      * BASELINE, SETS THE LIMITS AND RUNS THE RULES FOR THE MEAN
      * CHART AND THE STDDEV CHART, THEN PRINTS THE COMBINED CHART.
      * A DATASET WHOSE LATEST RUN SIGNALS ON EITHER CHART RAISES
      * CONDITION CODE 4 FOR THE SCHEDULER.  A DATASET WHOSE RUNS ARE
      * STATED IN MORE THAN ONE CURRENCY IS NOT CHARTED - LIMITS SET
      * ACROSS DOLLARS AND EUROS MEAN NOTHING - AND ENDS THE STEP WITH
      * CODE 8, AS STATPCL DOES FOR THE SAME DATASET.
      ******************************************************************
       3000-chart-one-dataset.
           move ds-name(ds-idx) to cur-dataset.
           move cur-dataset to out-ds-name.
           write report-line from dataset-head-line
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           perform 3100-load-runs thru 3100-exit.
           if rn-count = zero
               write report-line from no-data-line
                   after advancing 1 line
               go to 3000-exit
           end-if.
           move 'N' to rn-mixed-sw.
           perform 3130-check-currency thru 3130-exit
               varying rn-idx from 2 by 1
               until rn-idx > rn-count or rn-mixed.
           if rn-mixed
               write report-line from mixed-line
                   after advancing 1 line
               move 8 to return-code
               go to 3000-exit
           end-if.
           perform 3200-mark-baseline thru 3200-exit.
           move base-count to out-bu-count.
           move base-first to out-bu-first.
           move base-last to out-bu-last.
           write report-line from base-used-line
               after advancing 1 line.
           if base-count < 2
               write report-line from no-base-line
                   after advancing 1 line
               go to 3000-exit
           end-if.
           move spaces to plot-area.
           perform 3300-load-mean-series thru 3300-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
           perform 4000-set-limits thru 4000-exit.
           move lim-center to m-center.
           move lim-sigma to m-sigma.
           perform 4500-apply-rules thru 4500-exit.
           move sr-signals to mean-signals.
           perform 3310-keep-mean-flags thru 3310-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
           write report-line from limit-col-heads
               after advancing 2 lines.
           move ' MEAN' to out-lim-label.
           perform 3900-print-limits thru 3900-exit.
           perform 3400-load-std-series thru 3400-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
           perform 4000-set-limits thru 4000-exit.
           move lim-center to s-center.
           move lim-sigma to s-sigma.
           perform 4500-apply-rules thru 4500-exit.
           move sr-signals to std-signals.
           perform 3410-keep-std-flags thru 3410-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
           move ' STDDEV' to out-lim-label.
           perform 3900-print-limits thru 3900-exit.
           write report-line from chart-col-heads
               after advancing 2 lines.
           perform 3500-print-one-run thru 3500-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
           if rn-dropped > zero
               move rn-dropped to out-dropped
               write report-line from dropped-line
                   after advancing 1 line
           end-if.
           move mean-signals to out-sig-mean.
           move std-signals to out-sig-std.
           if rn-mflags(rn-count) = spaces
                   and rn-sflags(rn-count) = spaces
               move 'LATEST RUN IN CONTROL' to out-sig-verdict
           else
               move '*** LATEST RUN OUT OF CONTROL ***'
                   to out-sig-verdict
               add 1 to latest-out-count
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           write report-line from signal-line
               after advancing 2 lines.
       3000-exit.
           exit.

      ******************************************************************
      * 3100-LOAD-RUNS - STARTS ON THE CURRENT DATASET'S FIRST KEY
      * AND READS ITS ROWS IN RUN DATE/TIME ORDER.  A 'C' ROW
      * OVERWRITES THE RUN BEFORE IT; A ROW WHOSE MEAN OR STDDEV IS
      * NOT NUMERIC IS SKIPPED.
      ******************************************************************
       3100-load-runs.
           move zero to rn-count.
           move zero to rn-dropped.
           open input history-file.
           if hist-status = '35'
               go to 3100-exit
           end-if.
           if hist-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to hist-eof-sw.
           move cur-dataset to hist-key-dataset.
           move zero to hist-key-run-date.
           move zero to hist-key-run-time.
           start history-file key is not less than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
           end-start.
           perform 3110-read-one-run thru 3110-exit
               until hist-eof.
           close history-file.
       3100-exit.
           exit.

       3110-read-one-run.
           read history-file next record into hist-line
               at end move 'Y' to hist-eof-sw
           end-read.
           if hist-eof
               go to 3110-exit
           end-if.
           if hist-dataset not = cur-dataset
               move 'Y' to hist-eof-sw
               go to 3110-exit
           end-if.
           perform 3120-hold-one-run thru 3120-exit.
       3110-exit.
           exit.

       3120-hold-one-run.
           if hist-mean is not numeric or hist-stddev is not numeric
               go to 3120-exit
           end-if.
           if hist-corr-flag = 'C' and rn-count > zero
               continue
           else
               if rn-count < 1000
                   add 1 to rn-count
               else
                   add 1 to rn-dropped
                   go to 3120-exit
               end-if
           end-if.
           move hist-run-date to rn-date(rn-count).
           move hist-run-time to rn-time(rn-count).
           if hist-n is numeric
               move hist-n to rn-n(rn-count)
           else
               move zero to rn-n(rn-count)
           end-if.
           move hist-mean to rn-mean(rn-count).
           move hist-stddev to rn-std(rn-count).
           move hist-corr-flag to rn-corr(rn-count).
           move space to rn-base(rn-count).
           move spaces to rn-mflags(rn-count).
           move spaces to rn-sflags(rn-count).
           move hist-rpt-ccy to rn-ccy(rn-count).
       3120-exit.
           exit.

       3130-check-currency.
           if rn-ccy(rn-idx) not = rn-ccy(1)
               move 'Y' to rn-mixed-sw
           end-if.
       3130-exit.
           exit.

      ******************************************************************
      * 3200-MARK-BASELINE - FLAGS THE RUNS THAT FORM THE BASELINE:
      * THOSE DATED INSIDE BFROM=/BTO= WHEN A WINDOW WAS GIVEN,
      * OTHERWISE THE FIRST BN= RUNS.
      ******************************************************************
       3200-mark-baseline.
           move zero to base-count.
           move zero to base-first.
           move zero to base-last.
           perform 3210-mark-one-run thru 3210-exit
               varying rn-idx from 1 by 1
               until rn-idx > rn-count.
       3200-exit.
           exit.

       3210-mark-one-run.
           if base-by-window
               if rn-date(rn-idx) < base-from
                       or rn-date(rn-idx) > base-to
                   go to 3210-exit
               end-if
           else
               if base-count >= base-runs
                   go to 3210-exit
               end-if
           end-if.
           move 'B' to rn-base(rn-idx).
           add 1 to base-count.
           if base-first = zero
               move rn-date(rn-idx) to base-first
           end-if.
           move rn-date(rn-idx) to base-last.
       3210-exit.
           exit.

       3300-load-mean-series.
           move rn-mean(rn-idx) to sr-val(rn-idx).
       3300-exit.
           exit.

       3310-keep-mean-flags.
           move sr-flags(rn-idx) to rn-mflags(rn-idx).
       3310-exit.
           exit.

       3400-load-std-series.
           move rn-std(rn-idx) to sr-val(rn-idx).
       3400-exit.
           exit.

       3410-keep-std-flags.
           move sr-flags(rn-idx) to rn-sflags(rn-idx).
       3410-exit.
           exit.

      ******************************************************************
      * 3500-PRINT-ONE-RUN - ONE CHART LINE PER RUN.  THE PLOT COLUMN
      * IS DRAWN AGAINST THE MEAN CHART'S LIMITS.
      ******************************************************************
       3500-print-one-run.
           move rn-date(rn-idx) to out-rn-date.
           move rn-time(rn-idx) to out-rn-time.
           move rn-n(rn-idx) to out-rn-n.
           move rn-mean(rn-idx) to out-rn-mean.
           move rn-mflags(rn-idx) to out-rn-mflags.
           move rn-std(rn-idx) to out-rn-std.
           move rn-sflags(rn-idx) to out-rn-sflags.
           move rn-base(rn-idx) to out-rn-base.
           if rn-corr(rn-idx) = 'C'
               move 'C' to out-rn-corr
           else
               move space to out-rn-corr
           end-if.
           perform 3550-plot-one-run thru 3550-exit.
           move plot-area to out-rn-plot.
           write report-line from chart-detail after advancing 1 line.
       3500-exit.
           exit.

       3550-plot-one-run.
           move spaces to plot-area.
           move ':' to plot-area(1:1).
           move '|' to plot-area(16:1).
           move ':' to plot-area(31:1).
           compute lim-band = m-sigma * 3.
           compute lim-ucl = m-center + lim-band.
           compute lim-lcl = m-center - lim-band.
           if rn-mean(rn-idx) > lim-ucl
               move '>' to plot-area(31:1)
               go to 3550-exit
           end-if.
           if rn-mean(rn-idx) < lim-lcl
               move '<' to plot-area(1:1)
               go to 3550-exit
           end-if.
           if m-sigma = zero
               move '*' to plot-area(16:1)
               go to 3550-exit
           end-if.
           compute plot-work rounded =
               ((rn-mean(rn-idx) - m-center) * 5) / m-sigma.
           compute plot-pos = 16 + plot-work.
           if plot-pos < 1
               move 1 to plot-pos
           end-if.
           if plot-pos > 31
               move 31 to plot-pos
           end-if.
           move '*' to plot-area(plot-pos:1).
       3550-exit.
           exit.

       3900-print-limits.
           compute lim-band = lim-sigma * 3.
           compute lim-ucl = lim-center + lim-band.
           compute lim-lcl = lim-center - lim-band.
           move lim-center to out-lim-center.
           move lim-ucl to out-lim-ucl.
           move lim-lcl to out-lim-lcl.
           move lim-sigma to out-lim-sigma.
           write report-line from limit-line after advancing 1 line.
       3900-exit.
           exit.

      ******************************************************************
      * 4000-SET-LIMITS - CENTER LINE AND SIGMA FOR THE SERIES NOW IN
      * SR-VAL, FROM THE BASELINE RUNS ONLY.  THE MOVING RANGES ARE
      * TAKEN BETWEEN CONSECUTIVE BASELINE RUNS.
      ******************************************************************
       4000-set-limits.
           move zero to lim-sum.
           move zero to lim-mr-sum.
           move zero to lim-mr-count.
           move 'N' to lim-prev-sw.
           perform 4010-sum-one-point thru 4010-exit
               varying sr-idx from 1 by 1
               until sr-idx > rn-count.
           compute lim-center rounded = lim-sum / base-count.
           if lim-mr-count > zero
               compute lim-sigma rounded =
                   (lim-mr-sum / lim-mr-count) / 1.128
           else
               move zero to lim-sigma
           end-if.
       4000-exit.
           exit.

       4010-sum-one-point.
           if rn-base(sr-idx) not = 'B'
               go to 4010-exit
           end-if.
           add sr-val(sr-idx) to lim-sum.
           if lim-prev-sw = 'Y'
               compute lim-diff = sr-val(sr-idx) - lim-prev
               if lim-diff < zero
                   compute lim-diff = zero - lim-diff
               end-if
               add lim-diff to lim-mr-sum
               add 1 to lim-mr-count
           end-if.
           move sr-val(sr-idx) to lim-prev.
           move 'Y' to lim-prev-sw.
       4010-exit.
           exit.

      ******************************************************************
      * 4500-APPLY-RULES - CLASSIFIES EVERY POINT BY SIDE AND SIGMA
      * ZONE, THEN WALKS THE SERIES IN RUN ORDER APPLYING EACH RULE
      * TO THE POINT AND THE POINTS BEFORE IT.  SR-SIGNALS COUNTS THE
      * POINTS THAT TRIPPED AT LEAST ONE RULE.
      ******************************************************************
       4500-apply-rules.
           move zero to sr-signals.
           move zero to sr-run-len.
           move zero to sr-up-len.
           move zero to sr-down-len.
           perform 4510-classify-point thru 4510-exit
               varying sr-idx from 1 by 1
               until sr-idx > rn-count.
           perform 4600-test-one-point thru 4600-exit
               varying sr-idx from 1 by 1
               until sr-idx > rn-count.
       4500-exit.
           exit.

       4510-classify-point.
           move spaces to sr-flags(sr-idx).
           move zero to sr-zone(sr-idx).
           if sr-val(sr-idx) > lim-center
               move 1 to sr-side(sr-idx)
               compute lim-diff = sr-val(sr-idx) - lim-center
           else
               if sr-val(sr-idx) < lim-center
                   move -1 to sr-side(sr-idx)
                   compute lim-diff = lim-center - sr-val(sr-idx)
               else
                   move zero to sr-side(sr-idx)
                   go to 4510-exit
               end-if
           end-if.
           compute lim-band = lim-sigma * 3.
           if lim-diff > lim-band
               move 3 to sr-zone(sr-idx)
               go to 4510-exit
           end-if.
           compute lim-band = lim-sigma * 2.
           if lim-diff > lim-band
               move 2 to sr-zone(sr-idx)
               go to 4510-exit
           end-if.
           if lim-diff > lim-sigma
               move 1 to sr-zone(sr-idx)
           end-if.
       4510-exit.
           exit.

       4600-test-one-point.
           if sr-zone(sr-idx) = 3
               move '1' to sr-flags(sr-idx)(1:1)
           end-if.
           if sr-zone(sr-idx) >= 2
               compute sr-from = sr-idx - 2
               move 2 to sr-j
               perform 4610-count-window thru 4610-exit
               if sr-hits >= 2
                   move '2' to sr-flags(sr-idx)(2:1)
               end-if
           end-if.
           if sr-zone(sr-idx) >= 1
               compute sr-from = sr-idx - 4
               move 1 to sr-j
               perform 4610-count-window thru 4610-exit
               if sr-hits >= 4
                   move '3' to sr-flags(sr-idx)(3:1)
               end-if
           end-if.
           if sr-side(sr-idx) = zero
               move zero to sr-run-len
           else
               if sr-idx > 1
                   if sr-side(sr-idx) = sr-side(sr-idx - 1)
                       add 1 to sr-run-len
                   else
                       move 1 to sr-run-len
                   end-if
               else
                   move 1 to sr-run-len
               end-if
           end-if.
           if sr-run-len >= run-len-limit
               move '4' to sr-flags(sr-idx)(4:1)
           end-if.
           perform 4620-track-trend thru 4620-exit.
           if sr-flags(sr-idx) not = spaces
               add 1 to sr-signals
           end-if.
       4600-exit.
           exit.

      ******************************************************************
      * 4610-COUNT-WINDOW - COUNTS THE POINTS FROM SR-FROM THROUGH THE
      * CURRENT POINT THAT SIT ON THE CURRENT POINT'S SIDE AT LEAST
      * SR-J SIGMAS OUT.  A WINDOW REACHING BACK BEFORE THE FIRST RUN
      * STARTS AT THE FIRST RUN.
      ******************************************************************
       4610-count-window.
           move zero to sr-hits.
           if sr-from < 1
               move 1 to sr-from
           end-if.
           perform 4615-count-one thru 4615-exit
               varying sr-from from sr-from by 1
               until sr-from > sr-idx.
       4610-exit.
           exit.

       4615-count-one.
           if sr-side(sr-from) = sr-side(sr-idx)
                   and sr-zone(sr-from) >= sr-j
               add 1 to sr-hits
           end-if.
       4615-exit.
           exit.

      ******************************************************************
      * 4620-TRACK-TREND - COUNTS THE POINTS IN THE CURRENT STEADY
      * RISE AND THE CURRENT STEADY FALL; A TIE BREAKS BOTH.
      ******************************************************************
       4620-track-trend.
           if sr-idx = 1
               move 1 to sr-up-len
               move 1 to sr-down-len
               go to 4620-exit
           end-if.
           if sr-val(sr-idx) > sr-val(sr-idx - 1)
               add 1 to sr-up-len
               move 1 to sr-down-len
           else
               if sr-val(sr-idx) < sr-val(sr-idx - 1)
                   add 1 to sr-down-len
                   move 1 to sr-up-len
               else
                   move 1 to sr-up-len
                   move 1 to sr-down-len
               end-if
           end-if.
           if sr-up-len >= trend-len-limit
                   or sr-down-len >= trend-len-limit
               move 'T' to sr-flags(sr-idx)(5:1)
           end-if.
       4620-exit.
           exit.

       8000-print-legend.
           if ds-skipped > zero
               move ds-skipped to out-ds-skip
               write report-line from ds-skip-line
                   after advancing 2 lines
           end-if.
           write report-line from legend-head-line
               after advancing 3 lines.
           write report-line from legend-1-line after advancing 1 line.
           write report-line from legend-2-line after advancing 1 line.
           write report-line from legend-3-line after advancing 1 line.
           move run-len-limit to out-leg-run.
           write report-line from legend-4-line after advancing 1 line.
           move trend-len-limit to out-leg-trend.
           write report-line from legend-t-line after advancing 1 line.
           write report-line from legend-bc-line
               after advancing 1 line.
       8000-exit.
           exit.

       9999-exit.
           close report-file.
           stop run.
