       identification division.
       program-id. statpcl.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - PERIOD-CLOSE ROLLUP.
      *                   MONTH-END AND QUARTER-END FIGURES USED TO
      *                   MEAN RERUNNING STATSNEW OVER A MONTH OF
      *                   INPUT FILES, IF WE STILL HAD THEM.  THIS
      *                   PROGRAM POOLS EVERY HISTFILE RUN OF EACH
      *                   DATASET INSIDE A MONTH, QUARTER OR YEAR
      *                   (PERIOD=YYYYMM, YYYYQN OR YYYY) THE SAME WAY
      *                   4800-MERGE-REPAIR POOLS TWO RUNS - WEIGHTED
      *                   MEAN FROM THE TOTAL WEIGHT, VARIANCE FROM THE
      *                   POOLED SUMS OF SQUARES - WITH A 'C' ROW USED
      *                   IN PLACE OF THE RUN IT SUPERSEDES.  RESULTS
      *                   GO TO THE PERIOD SUMMARY MASTER (PERSUMM) AND
      *                   A PERIOD-CLOSE REPORT.  CLOSE=Y LOCKS THE
      *                   PERIOD; FROM THEN ON A LATE RERUN THAT MOVES
      *                   A FIGURE WRITES AN ADJUSTMENT ENTRY INSTEAD
      *                   OF CHANGING WHAT HAS ALREADY BEEN REPORTED.
      * 10/15/2026  RT   A DATASET WHOSE RUNS IN THE PERIOD ARE STATED
      *                   IN MORE THAN ONE REPORTING CURRENCY IS NOT
      *                   POOLED OR POSTED - IT IS LISTED AS MIXED
      *                   CURRENCY AT CODE 8.  CLOSE=Y IS REFUSED WITH
      *                   DS=, AND THE LOCK IS NOT WRITTEN WHEN NO
      *                   HISTORY MASTER WAS READ OR THE RUN FAILED.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to dynamic hist-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-rec-key
               file status is hist-status.
           select summary-file assign to dynamic psum-file-name
               organization is indexed
               access mode is dynamic
               record key is psm-key
               file status is psum-status.
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

      ******************************************************************
      * PERIOD SUMMARY MASTER - KEYED BY PERIOD, DATASET AND A
      * SEQUENCE NUMBER.  SEQUENCE 000 IS THE PERIOD'S FIGURE: KIND P
      * (PROVISIONAL, REWRITTEN BY EVERY RUN UNTIL THE PERIOD CLOSES)
      * OR F (FINAL - SET ONLY ONCE THE LOCK IS WRITTEN, AND NEVER
      * REWRITTEN AFTER THAT).  SEQUENCES 001 ON ARE KIND A,
      * ADJUSTMENTS POSTED AFTER THE CLOSE, EACH CARRYING THE FULL
      * RESTATED FIGURES.  THE RECORD WITH A BLANK DATASET IS THE
      * PERIOD'S LOCK (KIND L), WRITTEN WHEN THE PERIOD IS CLOSED.
      ******************************************************************
       fd summary-file.
       01  summary-record.
           02  psm-key.
               03  psm-period          picture x(08).
               03  psm-dataset         picture x(30).
               03  psm-seq             picture 9(03).
           02  psm-kind                picture x(01).
               88  psm-provisional           value 'P'.
               88  psm-final                 value 'F'.
               88  psm-adjustment            value 'A'.
               88  psm-lock                  value 'L'.
           02  psm-runs                picture 9(05).
           02  psm-corr-runs           picture 9(05).
           02  psm-n                   picture 9(07).
           02  psm-weight              picture 9(14).
           02  psm-mean                picture s9(14)v9(4).
           02  psm-stddev              picture s9(10)v9(4).
           02  psm-variance            picture s9(14)v9(4).
           02  psm-from-date           picture 9(08).
           02  psm-to-date             picture 9(08).
           02  psm-post-date           picture 9(08).
           02  psm-post-time           picture 9(06).
           02  filler                  picture x(47).
       fd report-file.
       01  report-line             picture x(132).

       working-storage section.
       01  hist-file-name      picture x(30) value 'HISTFILE'.
       01  psum-file-name      picture x(30) value 'PERSUMM'.
       01  rpt-file-name       picture x(30) value 'PCLRPT'.
       01  hist-status         picture x(02).
       01  psum-status         picture x(02).
       01  rpt-status          picture x(02).
       01  hist-eof-sw         picture x(01) value 'N'.
           88  hist-eof                  value 'Y'.
       01  psum-eof-sw         picture x(01) value 'N'.
           88  psum-eof                  value 'Y'.
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).

      ******************************************************************
      * HISTORY MASTER ROW - THE SAME SHAPE STATSNEW WRITES.  A ROW
      * FROM BEFORE THE VARIANCE COLUMN WAS WIDENED CARRIES NO USABLE
      * VARIANCE, SO THE RUN'S STDDEV SQUARED STANDS IN FOR IT.  THE
      * LAST TWO COLUMNS ARE THE CURRENCY THE RUN'S DATA ARRIVED IN
      * AND THE CURRENCY ITS FIGURES ARE STATED IN (BLANK WHEN THE
      * RUN WAS NOT CONVERTED).
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
      * PERIOD - PERIOD= PICKS IT (YYYYMM A MONTH, YYYYQN A QUARTER,
      * YYYY A YEAR); WITHOUT IT THE PROGRAM CLOSES THE MONTH BEFORE
      * THE RUN DATE.  PERIOD-ID IS HOW THE PERIOD IS FILED ON THE
      * SUMMARY MASTER: 2026-09, 2026-Q3 OR 2026.
      ******************************************************************
       01  period-parm         picture x(08) value spaces.
       01  period-type         picture x(01) value 'M'.
           88  period-monthly            value 'M'.
           88  period-quarterly          value 'Q'.
           88  period-annual             value 'Y'.
       01  period-id           picture x(08).
       01  period-year         picture 9(04).
       01  period-month        picture 9(02).
       01  period-quarter      picture 9(01).
       01  period-from         picture 9(08).
       01  period-from-parts redefines period-from.
           02  pf-year             picture 9(04).
           02  pf-month            picture 9(02).
           02  pf-day              picture 9(02).
       01  period-to           picture 9(08).
       01  period-to-parts redefines period-to.
           02  pt-year             picture 9(04).
           02  pt-month            picture 9(02).
           02  pt-day              picture 9(02).
       01  close-sw            picture x(01) value 'N'.
           88  closing-period            value 'Y'.
       01  locked-sw           picture x(01) value 'N'.
           88  period-locked             value 'Y'.
       01  locked-date         picture 9(08) value zero.
       01  want-dataset        picture x(30) value spaces.
       01  bad-period-sw       picture x(01) value 'N'.
           88  bad-period                value 'Y'.
       01  hist-open-sw        picture x(01) value 'N'.
           88  hist-opened               value 'Y'.
       01  month-days-values.
           02  filler picture x(24) value '312831303130313130313031'.
       01  month-days-table redefines month-days-values.
           02  month-days          picture 9(02) occurs 12 times.
       77  leap-rem            picture s9(04) usage is comp.
       77  leap-quot           picture s9(07) usage is comp.

      ******************************************************************
      * DATASET LIST - ONE ENTRY PER DISTINCT DATASET ON THE MASTER,
      * BUILT THE WAY STATSPC BUILDS ITS LIST.  300 ENTRIES.
      ******************************************************************
       77  ds-count            picture s9(03) usage is comp value zero.
       77  ds-idx              picture s9(03) usage is comp.
       77  ds-skipped          picture s9(05) usage is comp value zero.
       01  ds-area.
           02  ds-entry            occurs 300 times.
               03  ds-name         picture x(30).
       01  cur-dataset         picture x(30).

      ******************************************************************
      * PERIOD RUN TABLE - THE CURRENT DATASET'S RUNS INSIDE THE
      * PERIOD, IN RUN DATE/TIME ORDER.  A 'C' ROW REPLACES THE
      * FIGURES OF THE RUN BEFORE IT BUT KEEPS THAT RUN'S DATE, SO A
      * REPAIR POSTED ON THE 2ND OF THE NEXT MONTH STILL COUNTS IN
      * THE MONTH OF THE RUN IT CORRECTED.  A 'C' ROW WITH NO RUN
      * BEFORE IT IN THE PERIOD CORRECTS AN EARLIER PERIOD'S RUN AND
      * IS PASSED OVER.  500 RUNS PER DATASET PER PERIOD.  PR-CCY
      * IS THE CURRENCY THE RUN'S FIGURES ARE STATED IN.
      ******************************************************************
       77  pr-count            picture s9(04) usage is comp.
       77  pr-idx              picture s9(04) usage is comp.
       77  pr-dropped          picture s9(05) usage is comp.
       77  pr-corr-count       picture s9(05) usage is comp.
       01  pr-area.
           02  pr-entry            occurs 500 times.
               03  pr-date         picture 9(08).
               03  pr-n            picture s9(07) usage is comp.
               03  pr-weight       picture s9(14) usage is comp.
               03  pr-mean         picture s9(14)v9(4) usage is
                                        comp-3.
               03  pr-var          picture s9(16)v9(4) usage is
                                        comp-3.
               03  pr-corr         picture x(01).
               03  pr-ccy          picture x(03).
       01  pr-mixed-sw         picture x(01).
           88  pr-mixed                  value 'Y'.

      ******************************************************************
      * POOLING WORK FIELDS - THE SAME SIZES 4800-MERGE-REPAIR USES.
      * POOLED SS = SUM OF VAR(I) * (W(I) - 1) PLUS SUM OF W(I) *
      * (MEAN(I) - POOLED MEAN) SQUARED; POOLED VARIANCE = SS / (W -
      * 1).
      ******************************************************************
       77  pl-n                picture s9(09) usage is comp.
       77  pl-weight           picture s9(14) usage is comp.
       77  pl-mean             picture s9(20)v9(8) usage is comp-3.
       77  pl-var              picture s9(25)v9(6) usage is comp-3.
       77  pl-std              picture s9(14)v9(8) usage is comp-3.
       77  pl-df               picture s9(14) usage is comp-3.
       77  pl-ss               picture s9(24)v9(6) usage is comp-3.
       77  pl-sum-wm           picture s9(24)v9(6) usage is comp-3.
       77  pl-work-1           picture s9(24)v9(6) usage is comp-3.
       77  pl-work-2           picture s9(24)v9(6) usage is comp-3.
       77  pl-dev              picture s9(20)v9(8) usage is comp-3.

      ******************************************************************
      * WHAT THE SUMMARY MASTER ALREADY HOLDS FOR THE DATASET - THE
      * BASE ENTRY'S KIND AND THE LATEST FIGURES REPORTED (THE BASE
      * OR THE LAST ADJUSTMENT), AND THE NEXT FREE SEQUENCE NUMBER.
      ******************************************************************
       01  sm-base-kind        picture x(01).
       77  sm-last-seq         picture s9(04) usage is comp.
       01  sm-found-sw         picture x(01).
           88  sm-found                  value 'Y'.
       01  sm-prefix.
           02  sm-period           picture x(08).
           02  sm-dataset          picture x(30).
       01  rep-figures.
           02  rep-runs            picture 9(05).
           02  rep-n               picture 9(07).
           02  rep-weight          picture 9(14).
           02  rep-mean            picture s9(14)v9(4).
           02  rep-stddev          picture s9(10)v9(4).
       01  new-figures.
           02  new-runs            picture 9(05).
           02  new-n               picture 9(07).
           02  new-weight          picture 9(14).
           02  new-mean            picture s9(14)v9(4).
           02  new-stddev          picture s9(10)v9(4).
       01  post-status         picture x(24).
       01  adjusted-sw         picture x(01).
           88  adjusted                  value 'Y'.

       77  cnt-datasets        picture s9(05) usage is comp value zero.
       77  cnt-posted          picture s9(05) usage is comp value zero.
       77  cnt-adjust          picture s9(05) usage is comp value zero.
       77  cnt-unchanged       picture s9(05) usage is comp value zero.
       77  cnt-no-runs         picture s9(05) usage is comp value zero.

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * PERIOD= AND CLOSE=Y AS ABOVE, DS= ONE DATASET ONLY (NEVER
      * WITH CLOSE=Y - THE LOCK COVERS EVERY DATASET), HIST=, PSUM=
      * AND OUT= OVERRIDE THE FILE NAMES.
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
           02  parm-token          picture x(40) occurs 10 times.
       77  parm-token-count    picture s9(02) usage is comp value zero.
       77  tok-idx             picture s9(02) usage is comp.
       01  tok-key             picture x(20).
       01  tok-val             picture x(40).

       01  title-line.
           02  filler picture x(50) value
               ' STATPCL - Period-Close Consolidated Statistics'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  period-head-line.
           02  filler picture x(09) value ' Period: '.
           02  out-period picture x(08).
           02  filler picture x(08) value '  From: '.
           02  out-from picture 9(08).
           02  filler picture x(06) value '  To: '.
           02  out-to picture 9(08).
           02  filler picture x(08) value '  Mode: '.
           02  out-mode picture x(40).
       01  median-note-1.
           02  filler picture x(52) value
               ' NOTE: MEDIAN AND QUARTILES CANNOT BE CONSOLIDATED '.
           02  filler picture x(40) value
               'FROM RUN SUMMARIES AND ARE NOT'.
       01  median-note-2.
           02  filler picture x(50) value
               '       REPORTED FOR A PERIOD - ONLY N, MEAN AND '.
           02  filler picture x(40) value
               'STANDARD DEVIATION POOL EXACTLY.'.
       01  col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(06) value '  RUNS'.
           02  filler picture x(05) value ' CORR'.
           02  filler picture x(08) value '       N'.
           02  filler picture x(17) value '             MEAN'.
           02  filler picture x(15) value '         STDDEV'.
           02  filler picture x(20) value '  STATUS'.
       01  detail-line.
           02  out-label picture x(02) value spaces.
           02  out-dataset picture x(30).
           02  filler picture x(01) value space.
           02  out-runs picture zzzz9.
           02  filler picture x(01) value space.
           02  out-corr picture zzz9.
           02  filler picture x(01) value space.
           02  out-n picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-mean picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-std picture -(8)9.9(4).
           02  filler picture x(02) value spaces.
           02  out-status picture x(24).
       01  mixed-line.
           02  filler picture x(02) value spaces.
           02  out-mx-dataset picture x(30).
           02  filler picture x(01) value space.
           02  out-mx-runs picture zzzz9.
           02  filler picture x(01) value space.
           02  out-mx-corr picture zzz9.
           02  filler picture x(40) value spaces.
           02  filler picture x(24) value 'MIXED CURRENCY'.
       01  adj-line.
           02  filler picture x(04) value spaces.
           02  out-adj-label picture x(29).
           02  out-adj-runs picture -(4)9.
           02  filler picture x(06) value spaces.
           02  out-adj-n picture -(6)9.
           02  filler picture x(01) value space.
           02  out-adj-mean picture -(10)9.9(4).
           02  filler picture x(01) value space.
           02  out-adj-std picture -(8)9.9(4).
       01  totals-line.
           02  filler picture x(11) value ' DATASETS: '.
           02  out-tot-ds picture zzzz9.
           02  filler picture x(10) value '  POSTED: '.
           02  out-tot-posted picture zzzz9.
           02  filler picture x(15) value '  ADJUSTMENTS: '.
           02  out-tot-adj picture zzzz9.
           02  filler picture x(13) value '  UNCHANGED: '.
           02  out-tot-unch picture zzzz9.
           02  filler picture x(21) value '  NO RUNS IN PERIOD: '.
           02  out-tot-none picture zzzz9.
       01  lock-line.
           02  filler picture x(30) value
               ' PERIOD CLOSED AND LOCKED ON '.
           02  out-lock-date picture 9(08).
       01  already-locked-line.
           02  filler picture x(30) value
               ' PERIOD WAS ALREADY CLOSED ON '.
           02  out-prior-lock picture 9(08).
           02  filler picture x(40) value
               ' - CHANGES POSTED AS ADJUSTMENTS'.
       01  bad-period-line.
           02  filler picture x(20) value ' *** INVALID PERIOD '.
           02  out-bad-period picture x(08).
           02  filler picture x(40) value
               ' - USE YYYYMM, YYYYQN OR YYYY'.
       01  bad-close-line.
           02  filler picture x(50) value
               ' *** CLOSE=Y CANNOT BE COMBINED WITH DS= - A '.
           02  filler picture x(42) value
               'PERIOD IS CLOSED FOR EVERY DATASET AT ONCE'.
       01  no-lock-line.
           02  filler picture x(27) value
               ' *** PERIOD NOT LOCKED - '.
           02  out-no-lock picture x(50).
       01  no-hist-line.
           02  filler picture x(50) value
               ' *** NO HISTORY MASTER ON FILE'.
       01  ds-skip-line.
           02  filler picture x(08) value ' *** '.
           02  out-ds-skip picture zzzz9.
           02  filler picture x(50) value
               ' DATASETS PAST THE 300-ENTRY LIST NOT CONSOLIDATED'.
       01  run-drop-line.
           02  filler picture x(08) value '    *** '.
           02  out-run-drop picture zzzz9.
           02  filler picture x(50) value
               ' RUNS PAST THE 500-RUN TABLE NOT POOLED'.

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-list-datasets thru 2000-exit.
           perform 3000-close-one-dataset thru 3000-exit
               varying ds-idx from 1 by 1
               until ds-idx > ds-count.
           perform 5000-finish-period thru 5000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           perform 1100-get-parm thru 1100-exit.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           perform 1200-set-period thru 1200-exit.
           if bad-period
               move period-parm to out-bad-period
               write report-line from bad-period-line
                   after advancing 2 lines
               move 16 to return-code
               close report-file
               stop run
           end-if.
           if closing-period and want-dataset not = spaces
               write report-line from bad-close-line
                   after advancing 2 lines
               move 16 to return-code
               close report-file
               stop run
           end-if.
           open i-o summary-file.
           if psum-status = '35'
               open output summary-file
               close summary-file
               open i-o summary-file
           end-if.
           if psum-status not = '00'
               display ' *** UNABLE TO OPEN PERIOD SUMMARY FILE, '
                   'STATUS = ' psum-status
               move 16 to return-code
               stop run
           end-if.
           perform 1300-check-lock thru 1300-exit.
           move period-id to out-period.
           move period-from to out-from.
           move period-to to out-to.
           evaluate true
               when period-locked
                   move 'LOCKED - CHANGES POST AS ADJUSTMENTS'
                       to out-mode
               when closing-period
                   move 'CLOSE' to out-mode
               when other
                   move 'PROVISIONAL' to out-mode
           end-evaluate.
           write report-line from period-head-line
               after advancing 1 line.
           write report-line from median-note-1
               after advancing 2 lines.
           write report-line from median-note-2
               after advancing 1 line.
           write report-line from col-heads after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
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
                   when 'PERIOD'
                       move tok-val(1:8) to period-parm
                   when 'CLOSE'
                       if tok-val(1:1) = 'Y'
                           move 'Y' to close-sw
                       end-if
                   when 'DS'
                       move tok-val to want-dataset
                   when 'HIST'
                       move tok-val to hist-file-name
                   when 'PSUM'
                       move tok-val to psum-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 1200-SET-PERIOD - TURNS PERIOD= INTO A TYPE, A FIRST AND LAST
      * DATE AND THE PERIOD-ID IT IS FILED UNDER.
      ******************************************************************
       1200-set-period.
           if period-parm = spaces
               move run-date(1:4) to period-year
               move run-date(5:2) to period-month
               if period-month = 1
                   subtract 1 from period-year
                   move 12 to period-month
               else
                   subtract 1 from period-month
               end-if
               move period-year to period-parm(1:4)
               move period-month to period-parm(5:2)
           end-if.
           if period-parm(1:4) is not numeric
               move 'Y' to bad-period-sw
               go to 1200-exit
           end-if.
           move period-parm(1:4) to period-year.
           move spaces to period-id.
           move period-parm(1:4) to period-id(1:4).
           evaluate true
               when period-parm(5:4) = spaces
                   move 'Y' to period-type
                   move 1 to period-month
                   move 12 to pt-month
               when (period-parm(5:1) = 'Q' or period-parm(5:1) = 'q')
                       and period-parm(6:1) >= '1'
                       and period-parm(6:1) <= '4'
                       and period-parm(7:2) = spaces
                   move 'Q' to period-type
                   move period-parm(6:1) to period-quarter
                   compute period-month = (period-quarter * 3) - 2
                   compute pt-month = period-quarter * 3
                   move '-Q' to period-id(5:2)
                   move period-parm(6:1) to period-id(7:1)
               when period-parm(5:2) is numeric
                       and period-parm(7:2) = spaces
                   move 'M' to period-type
                   move period-parm(5:2) to period-month
                   if period-month < 1 or period-month > 12
                       move 'Y' to bad-period-sw
                       go to 1200-exit
                   end-if
                   move period-month to pt-month
                   move '-' to period-id(5:1)
                   move period-parm(5:2) to period-id(6:2)
               when other
                   move 'Y' to bad-period-sw
                   go to 1200-exit
           end-evaluate.
           move period-year to pf-year.
           move period-month to pf-month.
           move 1 to pf-day.
           move period-year to pt-year.
           move 28 to month-days(2).
           divide period-year by 4 giving leap-quot remainder leap-rem.
           if leap-rem = zero
               move 29 to month-days(2)
               divide period-year by 100 giving leap-quot
                   remainder leap-rem
               if leap-rem = zero
                   divide period-year by 400 giving leap-quot
                       remainder leap-rem
                   if leap-rem not = zero
                       move 28 to month-days(2)
                   end-if
               end-if
           end-if.
           move month-days(pt-month) to pt-day.
       1200-exit.
           exit.

      ******************************************************************
      * 1300-CHECK-LOCK - THE PERIOD IS LOCKED IF ITS LOCK RECORD
      * (BLANK DATASET, SEQUENCE 000) IS ON THE SUMMARY MASTER.
      ******************************************************************
       1300-check-lock.
           move period-id to psm-period.
           move spaces to psm-dataset.
           move zero to psm-seq.
           read summary-file
               invalid key
                   go to 1300-exit
           end-read.
           if psm-lock
               move 'Y' to locked-sw
               move psm-post-date to locked-date
           end-if.
       1300-exit.
           exit.

      ******************************************************************
      * 2000-LIST-DATASETS - DS= NAMES ONE DATASET; OTHERWISE EVERY
      * DATASET ON THE HISTORY MASTER, STEPPING FROM ONE DATASET'S
      * KEYS TO THE NEXT THE WAY STATSPC DOES.
      ******************************************************************
       2000-list-datasets.
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
           move 'Y' to hist-open-sw.
           if want-dataset not = spaces
               move 1 to ds-count
               move want-dataset to ds-name(1)
               go to 2000-exit
           end-if.
           move 'N' to hist-eof-sw.
           perform 2100-list-one-row thru 2100-exit
               until hist-eof.
       2000-exit.
           exit.

       2100-list-one-row.
           read history-file next record into hist-line
               at end move 'Y' to hist-eof-sw
           end-read.
           if hist-eof
               go to 2100-exit
           end-if.
           if hist-dataset not = spaces
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

      ******************************************************************
      * 3000-CLOSE-ONE-DATASET - LOADS THE DATASET'S RUNS IN THE
      * PERIOD, POOLS THEM AND POSTS THE RESULT TO THE SUMMARY
      * MASTER.  A DATASET WITH NO RUNS IN THE PERIOD IS COUNTED BUT
      * NOT POSTED - A DATASET WHOSE ROWS HAVE SINCE BEEN PURGED FROM
      * HISTFILE IS THEREFORE NEVER RESTATED TO NOTHING.  NOR IS ONE
      * WHOSE RUNS IN THE PERIOD ARE STATED IN MORE THAN ONE
      * CURRENCY - POOLING THEM WOULD ADD DOLLARS TO EUROS - WHICH
      * IS LISTED AS MIXED CURRENCY AND ENDS THE STEP WITH CODE 8.
      ******************************************************************
       3000-close-one-dataset.
           move ds-name(ds-idx) to cur-dataset.
           add 1 to cnt-datasets.
           perform 3100-load-period-runs thru 3100-exit.
           if pr-count = zero
               add 1 to cnt-no-runs
               go to 3000-exit
           end-if.
           move 'N' to pr-mixed-sw.
           perform 3130-check-currency thru 3130-exit
               varying pr-idx from 2 by 1
               until pr-idx > pr-count or pr-mixed.
           if pr-mixed
               move cur-dataset to out-mx-dataset
               move pr-count to out-mx-runs
               move pr-corr-count to out-mx-corr
               write report-line from mixed-line
                   after advancing 1 line
               move 8 to return-code
               go to 3000-exit
           end-if.
           perform 3200-pool-runs thru 3200-exit.
           if pl-weight = zero
               add 1 to cnt-no-runs
               go to 3000-exit
           end-if.
           perform 4000-post-summary thru 4000-exit.
       3000-exit.
           exit.

       3100-load-period-runs.
           move zero to pr-count.
           move zero to pr-dropped.
           move zero to pr-corr-count.
           move 'N' to hist-eof-sw.
           move cur-dataset to hist-key-dataset.
           move period-from to hist-key-run-date.
           move zero to hist-key-run-time.
           start history-file key is not less than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
           end-start.
           perform 3110-read-one-run thru 3110-exit
               until hist-eof.
       3100-exit.
           exit.

      ******************************************************************
      * 3110-READ-ONE-RUN - READING STOPS AT THE FIRST ORDINARY RUN
      * PAST THE PERIOD END; 'C' ROWS BEFORE THAT POINT STILL APPLY,
      * BECAUSE THEY CORRECT THE LAST RUN OF THE PERIOD.
      ******************************************************************
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
           if hist-n is not numeric or hist-total-wgt is not numeric
                   or hist-mean is not numeric
               go to 3110-exit
           end-if.
           if hist-corr-flag = 'C'
               if pr-count > zero
                   if pr-corr(pr-count) not = 'C'
                       add 1 to pr-corr-count
                   end-if
                   perform 3120-hold-run-figures thru 3120-exit
                   move 'C' to pr-corr(pr-count)
               end-if
               go to 3110-exit
           end-if.
           if hist-run-date > period-to
               move 'Y' to hist-eof-sw
               go to 3110-exit
           end-if.
           if pr-count >= 500
               add 1 to pr-dropped
               go to 3110-exit
           end-if.
           add 1 to pr-count.
           move hist-run-date to pr-date(pr-count).
           move space to pr-corr(pr-count).
           perform 3120-hold-run-figures thru 3120-exit.
       3110-exit.
           exit.

       3120-hold-run-figures.
           move hist-n to pr-n(pr-count).
           move hist-total-wgt to pr-weight(pr-count).
           move hist-mean to pr-mean(pr-count).
           if hist-variance is numeric
               move hist-variance to pr-var(pr-count)
           else
               if hist-stddev is numeric
                   compute pr-var(pr-count) = hist-stddev * hist-stddev
               else
                   move zero to pr-var(pr-count)
               end-if
           end-if.
           move hist-rpt-ccy to pr-ccy(pr-count).
       3120-exit.
           exit.

       3130-check-currency.
           if pr-ccy(pr-idx) not = pr-ccy(1)
               move 'Y' to pr-mixed-sw
           end-if.
       3130-exit.
           exit.

      ******************************************************************
      * 3200-POOL-RUNS - THE 4800-MERGE-REPAIR ARITHMETIC WIDENED
      * FROM TWO RUNS TO ALL OF THEM.  FIRST PASS: TOTAL N, TOTAL
      * WEIGHT AND THE WEIGHTED MEAN.  SECOND PASS: EACH RUN'S OWN
      * SUM OF SQUARES PLUS ITS WEIGHTED SQUARED DISTANCE FROM THE
      * POOLED MEAN.
      ******************************************************************
       3200-pool-runs.
           move zero to pl-n.
           move zero to pl-weight.
           move zero to pl-sum-wm.
           move zero to pl-ss.
           perform 3210-sum-one-run thru 3210-exit
               varying pr-idx from 1 by 1
               until pr-idx > pr-count.
           if pl-weight = zero
               go to 3200-exit
           end-if.
           compute pl-mean = pl-sum-wm / pl-weight.
           perform 3220-square-one-run thru 3220-exit
               varying pr-idx from 1 by 1
               until pr-idx > pr-count.
           if pl-weight > 1
               compute pl-df = pl-weight - 1
               compute pl-var = pl-ss / pl-df
               compute pl-std = pl-var ** 0.5
           else
               move zero to pl-var
               move zero to pl-std
           end-if.
       3200-exit.
           exit.

       3210-sum-one-run.
           add pr-n(pr-idx) to pl-n.
           add pr-weight(pr-idx) to pl-weight.
           compute pl-work-1 = pr-weight(pr-idx) * pr-mean(pr-idx).
           add pl-work-1 to pl-sum-wm.
       3210-exit.
           exit.

       3220-square-one-run.
           compute pl-df = pr-weight(pr-idx) - 1.
           compute pl-work-1 = pr-var(pr-idx) * pl-df.
           add pl-work-1 to pl-ss.
           compute pl-dev = pr-mean(pr-idx) - pl-mean.
           compute pl-work-1 = pl-dev * pl-dev.
           compute pl-work-2 = pl-work-1 * pr-weight(pr-idx).
           add pl-work-2 to pl-ss.
       3220-exit.
           exit.

      ******************************************************************
      * 4000-POST-SUMMARY - WHILE THE PERIOD IS OPEN THE BASE ENTRY
      * IS SIMPLY WRITTEN OR REWRITTEN, AS PROVISIONAL EVEN WHEN THIS
      * RUN CLOSES THE PERIOD - 5000 MARKS THE BASES FINAL ONLY ONCE
      * THE LOCK IS ON FILE, SO A CLOSE THAT IS HELD BACK CAN SIMPLY
      * BE RUN AGAIN.  ONCE THE PERIOD IS LOCKED THE FIGURES ARE
      * COMPARED WITH THE LATEST ONES REPORTED; IF ANYTHING MOVED, A
      * NEW ADJUSTMENT ENTRY IS WRITTEN AND THE REPORT SHOWS WHAT WAS
      * REPORTED, WHAT IT IS NOW AND THE CHANGE.  A DATASET FIRST SEEN
      * AFTER THE LOCK GOES ON AS AN ADJUSTMENT FROM NOTHING.
      ******************************************************************
       4000-post-summary.
           move pr-count to new-runs.
           move pl-n to new-n.
           move pl-weight to new-weight.
           move pl-mean to new-mean.
           move pl-std to new-stddev.
           move 'N' to adjusted-sw.
           perform 4100-find-summary thru 4100-exit.
           if period-locked or (sm-found and sm-base-kind = 'F')
               perform 4300-post-adjustment thru 4300-exit
           else
               perform 4200-post-base thru 4200-exit
           end-if.
           move spaces to out-label.
           if adjusted
               move ' *' to out-label
           end-if.
           move cur-dataset to out-dataset.
           move pr-count to out-runs.
           move pr-corr-count to out-corr.
           move pl-n to out-n.
           move pl-mean to out-mean.
           move pl-std to out-std.
           move post-status to out-status.
           write report-line from detail-line after advancing 1 line.
           if adjusted
               perform 4400-print-adjustment thru 4400-exit
           end-if.
           if pr-dropped > zero
               move pr-dropped to out-run-drop
               write report-line from run-drop-line
                   after advancing 1 line
           end-if.
       4000-exit.
           exit.

      ******************************************************************
      * 4100-FIND-SUMMARY - READS EVERY ENTRY FILED FOR THE PERIOD
      * AND DATASET, KEEPING THE BASE ENTRY'S KIND, THE LAST
      * SEQUENCE NUMBER AND THE LATEST FIGURES REPORTED.
      ******************************************************************
       4100-find-summary.
           move 'N' to sm-found-sw.
           move space to sm-base-kind.
           move -1 to sm-last-seq.
           move zero to rep-runs rep-n rep-weight rep-mean rep-stddev.
           move period-id to sm-period.
           move cur-dataset to sm-dataset.
           move sm-prefix to psm-key(1:38).
           move zero to psm-seq.
           move 'N' to psum-eof-sw.
           start summary-file key is not less than psm-key
               invalid key
                   move 'Y' to psum-eof-sw
           end-start.
           perform 4110-read-one-summary thru 4110-exit
               until psum-eof.
       4100-exit.
           exit.

       4110-read-one-summary.
           read summary-file next record
               at end move 'Y' to psum-eof-sw
           end-read.
           if psum-eof
               go to 4110-exit
           end-if.
           if psm-key(1:38) not = sm-prefix
               move 'Y' to psum-eof-sw
               go to 4110-exit
           end-if.
           move 'Y' to sm-found-sw.
           if psm-seq = zero
               move psm-kind to sm-base-kind
           end-if.
           move psm-seq to sm-last-seq.
           move psm-runs to rep-runs.
           move psm-n to rep-n.
           move psm-weight to rep-weight.
           move psm-mean to rep-mean.
           move psm-stddev to rep-stddev.
       4110-exit.
           exit.

       4200-post-base.
           move sm-prefix to psm-key(1:38).
           move zero to psm-seq.
           if sm-found
               read summary-file
                   invalid key
                       move 'N' to sm-found-sw
               end-read
           end-if.
           perform 4500-fill-summary thru 4500-exit.
           move 'P' to psm-kind.
           if closing-period
               move 'POSTED FOR CLOSE' to post-status
           else
               move 'PROVISIONAL' to post-status
           end-if.
           if sm-found
               rewrite summary-record
                   invalid key
                       move 'REWRITE FAILED' to post-status
                       move 8 to return-code
                       go to 4200-exit
               end-rewrite
           else
               write summary-record
                   invalid key
                       move 'WRITE FAILED' to post-status
                       move 8 to return-code
                       go to 4200-exit
               end-write
           end-if.
           add 1 to cnt-posted.
       4200-exit.
           exit.

       4300-post-adjustment.
           if sm-found and new-figures = rep-figures
               add 1 to cnt-unchanged
               move 'LOCKED - NO CHANGE' to post-status
               go to 4300-exit
           end-if.
           move sm-prefix to psm-key(1:38).
           compute psm-seq = sm-last-seq + 1.
           if psm-seq = zero
               move 1 to psm-seq
           end-if.
           perform 4500-fill-summary thru 4500-exit.
           move 'A' to psm-kind.
           write summary-record
               invalid key
                   move 'WRITE FAILED' to post-status
                   move 8 to return-code
                   go to 4300-exit
           end-write.
           add 1 to cnt-adjust.
           add 1 to cnt-posted.
           move 'Y' to adjusted-sw.
           move spaces to post-status.
           if sm-found
               string 'ADJUSTMENT ' delimited by size
                      psm-seq delimited by size
                   into post-status
               end-string
           else
               string 'LATE - ADJUSTMENT ' delimited by size
                      psm-seq delimited by size
                   into post-status
               end-string
           end-if.
           if return-code < 4
               move 4 to return-code
           end-if.
       4300-exit.
           exit.

       4400-print-adjustment.
           move 'REPORTED' to out-adj-label.
           move rep-runs to out-adj-runs.
           move rep-n to out-adj-n.
           move rep-mean to out-adj-mean.
           move rep-stddev to out-adj-std.
           write report-line from adj-line after advancing 1 line.
           move 'CHANGE' to out-adj-label.
           compute out-adj-runs = new-runs - rep-runs.
           compute out-adj-n = new-n - rep-n.
           compute out-adj-mean = new-mean - rep-mean.
           compute out-adj-std = new-stddev - rep-stddev.
           write report-line from adj-line after advancing 1 line.
       4400-exit.
           exit.

       4500-fill-summary.
           move new-runs to psm-runs.
           move pr-corr-count to psm-corr-runs.
           move new-n to psm-n.
           move new-weight to psm-weight.
           move new-mean to psm-mean.
           move new-stddev to psm-stddev.
           move pl-var to psm-variance.
           move period-from to psm-from-date.
           move period-to to psm-to-date.
           move run-date to psm-post-date.
           move run-time(1:6) to psm-post-time.
       4500-exit.
           exit.

      ******************************************************************
      * 5000-FINISH-PERIOD - TOTALS, THEN THE LOCK RECORD IF THIS RUN
      * CLOSES THE PERIOD.  THE LOCK IS HELD BACK WHEN NO HISTORY
      * MASTER WAS READ OR WHEN A DATASET FAILED AT CODE 8 OR WORSE -
      * LOCKING THEN WOULD TURN EVERY LATER RERUN INTO ADJUSTMENTS
      * AGAINST FIGURES THAT WERE NEVER RIGHT.  ONLY WHEN THE LOCK HAS
      * BEEN WRITTEN ARE THE PERIOD'S PROVISIONAL BASES TURNED FINAL.
      ******************************************************************
       5000-finish-period.
           if ds-skipped > zero
               move ds-skipped to out-ds-skip
               write report-line from ds-skip-line
                   after advancing 1 line
           end-if.
           move cnt-datasets to out-tot-ds.
           move cnt-posted to out-tot-posted.
           move cnt-adjust to out-tot-adj.
           move cnt-unchanged to out-tot-unch.
           move cnt-no-runs to out-tot-none.
           write report-line from totals-line after advancing 2 lines.
           if period-locked
               move locked-date to out-prior-lock
               write report-line from already-locked-line
                   after advancing 2 lines
               go to 5000-exit
           end-if.
           if not closing-period
               go to 5000-exit
           end-if.
           if not hist-opened
               move 'NO HISTORY MASTER WAS READ' to out-no-lock
               write report-line from no-lock-line
                   after advancing 2 lines
               if return-code < 8
                   move 8 to return-code
               end-if
               go to 5000-exit
           end-if.
           if return-code >= 8
               move 'A DATASET ABOVE FAILED AT CODE 8' to out-no-lock
               write report-line from no-lock-line
                   after advancing 2 lines
               go to 5000-exit
           end-if.
           move period-id to psm-period.
           move spaces to psm-dataset.
           move zero to psm-seq.
           move 'L' to psm-kind.
           move zero to psm-runs psm-corr-runs psm-n psm-weight
               psm-mean psm-stddev psm-variance.
           move period-from to psm-from-date.
           move period-to to psm-to-date.
           move run-date to psm-post-date.
           move run-time(1:6) to psm-post-time.
           write summary-record
               invalid key
                   display ' *** PERIOD LOCK RECORD NOT WRITTEN FOR '
                       period-id
                   move 8 to return-code
                   go to 5000-exit
           end-write.
           move run-date to out-lock-date.
           write report-line from lock-line after advancing 2 lines.
           perform 5100-finalize-bases thru 5100-exit.
       5000-exit.
           exit.

      ******************************************************************
      * 5100-FINALIZE-BASES - EVERY BASE ENTRY (SEQUENCE 000) FILED FOR
      * THE PERIOD THAT IS STILL PROVISIONAL IS REWRITTEN AS FINAL.
      ******************************************************************
       5100-finalize-bases.
           move period-id to sm-period.
           move spaces to sm-dataset.
           move sm-prefix to psm-key(1:38).
           move zero to psm-seq.
           move 'N' to psum-eof-sw.
           start summary-file key is not less than psm-key
               invalid key
                   move 'Y' to psum-eof-sw
           end-start.
           perform 5110-finalize-one-base thru 5110-exit
               until psum-eof.
       5100-exit.
           exit.

       5110-finalize-one-base.
           read summary-file next record
               at end move 'Y' to psum-eof-sw
           end-read.
           if psum-eof
               go to 5110-exit
           end-if.
           if psm-period not = period-id
               move 'Y' to psum-eof-sw
               go to 5110-exit
           end-if.
           if psm-seq not = zero or psm-dataset = spaces
                   or not psm-provisional
               go to 5110-exit
           end-if.
           move 'F' to psm-kind.
           rewrite summary-record
               invalid key
                   display ' *** FINAL KIND NOT SET FOR ' psm-dataset
                   move 8 to return-code
           end-rewrite.
       5110-exit.
           exit.

       9999-exit.
           close history-file.
           close summary-file.
           close report-file.
           stop run.
