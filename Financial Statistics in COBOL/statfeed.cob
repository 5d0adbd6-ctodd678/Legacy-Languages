       identification division.
       program-id. statfeed.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - FEED CALENDAR CHECK.
      *                   STATOPS ONLY REPORTS ON RUNLOG LINES THAT
      *                   EXIST, SO A FEED THAT NEVER ARRIVES VANISHES
      *                   FROM EVERY REPORT.  THIS PROGRAM READS THE
      *                   FEEDCAL REFERENCE FILE - EVERY DATASET WE
      *                   EXPECT, ITS FREQUENCY AND ITS CUT-OFF TIME -
      *                   AND FOR A DATE RANGE (FROM= / TO=, YYYYMMDD)
      *                   CHECKS EACH EXPECTED RUN AGAINST THE RUNLOG
      *                   RUN LINES AND THE HISTFILE MASTER.  IT LISTS
      *                   THE EXPECTED RUNS THAT ARE MISSING OR LATE,
      *                   THE CALENDAR DATASETS THAT RAN ON A DAY THEY
      *                   WERE NOT DUE, AND THE DATASETS THAT RAN BUT
      *                   ARE NOT ON THE CALENDAR AT ALL.  ANY MISSING
      *                   RUN, OR NO FEEDCAL AT ALL, ENDS THE STEP
      *                   WITH CONDITION CODE 8 SO THE SCHEDULER CAN
      *                   PAGE SOMEONE; LATE RUNS OR A BAD CALENDAR
      *                   LINE ALONE END WITH 4.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select calendar-file assign to dynamic fcal-file-name
               organization is line sequential
               file status is fcal-status.
           select run-log-file assign to dynamic rlog-file-name
               organization is line sequential
               file status is rlog-status.
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
       fd calendar-file.
       01  calendar-record         picture x(80).
       fd run-log-file.
       01  run-log-record          picture x(160).
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
       01  fcal-file-name      picture x(30) value 'FEEDCAL'.
       01  rlog-file-name      picture x(30) value 'RUNLOG'.
       01  hist-file-name      picture x(30) value 'HISTFILE'.
       01  rpt-file-name       picture x(30) value 'FEEDRPT'.
       01  fcal-status         picture x(02).
       01  rlog-status         picture x(02).
       01  hist-status         picture x(02).
       01  rpt-status          picture x(02).
       01  file-eof-sw         picture x(01) value 'N'.
           88  file-eof                  value 'Y'.
       01  hist-eof-sw         picture x(01) value 'N'.
           88  hist-eof                  value 'Y'.
       01  hist-want-dataset   picture x(30).
       77  hist-cal-idx        picture s9(03) usage is comp.
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).
       01  run-hhmm            picture 9(04).
       77  from-date           picture 9(08) value zero.
       77  to-date             picture 9(08) value zero.
       77  from-serial         picture s9(09) usage is comp.
       77  to-serial           picture s9(09) usage is comp.
       77  range-days          picture s9(05) usage is comp.

      ******************************************************************
      * FEED CALENDAR LINE - ONE EXPECTED DATASET PER LINE.
      *   FREQUENCY  D = EVERY DAY
      *              B = BUSINESS DAYS, MONDAY TO FRIDAY
      *              W = WEEKLY ON FCAL-WEEKDAY (1 = MONDAY ...
      *                  7 = SUNDAY)
      *              M = MONTH-END, THE LAST CALENDAR DAY OF THE
      *                  MONTH
      *              A = AD HOC - NEVER DUE, BUT KNOWN, SO ITS RUNS
      *                  ARE NOT LISTED AS OFF-CALENDAR
      *   CUT-OFF    HHMM THE RUN MUST HAVE STARTED BY ON ITS DUE
      *              DATE; BLANK MEANS ANY TIME THAT DAY.
      * A BLANK LINE OR ONE STARTING * IS A COMMENT.
      ******************************************************************
       01  fcal-line.
           02  fcal-dataset        picture x(30).
           02  fcal-freq           picture x(01).
               88  fcal-daily                value 'D'.
               88  fcal-business             value 'B'.
               88  fcal-weekly               value 'W'.
               88  fcal-month-end            value 'M'.
               88  fcal-ad-hoc               value 'A'.
               88  fcal-freq-valid           value 'D' 'B' 'W' 'M'
                                                   'A'.
           02  fcal-weekday        picture x(01).
           02  fcal-weekday-num redefines fcal-weekday
                                   picture 9(01).
           02  fcal-cutoff         picture x(04).
           02  fcal-cutoff-num redefines fcal-cutoff
                                   picture 9(04).
           02  filler              picture x(44).

      ******************************************************************
      * CALENDAR TABLE - THE LOADED CALENDAR PLUS EACH DATASET'S
      * COUNTS FOR THE SUMMARY SECTION.
      ******************************************************************
       77  cal-count           picture s9(03) usage is comp value zero.
       77  cal-idx             picture s9(03) usage is comp.
       77  cal-found           picture s9(03) usage is comp.
       77  cal-bad-lines       picture s9(05) usage is comp value zero.
       77  cal-dropped         picture s9(05) usage is comp value zero.
       01  cal-area.
           02  cal-entry           occurs 500 times.
               03  cal-dataset     picture x(30).
               03  cal-freq        picture x(01).
               03  cal-weekday     picture 9(01).
               03  cal-cutoff      picture 9(04).
               03  cal-due         picture s9(05) usage is comp.
               03  cal-ontime      picture s9(05) usage is comp.
               03  cal-late        picture s9(05) usage is comp.
               03  cal-missing     picture s9(05) usage is comp.
               03  cal-offsched    picture s9(05) usage is comp.
               03  cal-notdue      picture s9(05) usage is comp.

      ******************************************************************
      * ARRIVAL TABLE - ONE ENTRY PER DATASET PER RUN DATE SEEN IN
      * RUNLOG OR HISTFILE INSIDE THE RANGE, HOLDING THE EARLIEST
      * START TIME THAT DAY.  ARR-CAL POINTS AT THE CALENDAR ENTRY,
      * ZERO FOR A DATASET NOT ON THE CALENDAR.
      ******************************************************************
       77  arr-count           picture s9(04) usage is comp value zero.
       77  arr-idx             picture s9(04) usage is comp.
       77  arr-found           picture s9(04) usage is comp.
       77  arr-dropped         picture s9(07) usage is comp value zero.
       01  arr-area.
           02  arr-entry           occurs 5000 times.
               03  arr-dataset     picture x(30).
               03  arr-date        picture 9(08).
               03  arr-time        picture 9(06).
               03  arr-serial      picture s9(09) usage is comp.
               03  arr-cal         picture s9(03) usage is comp.
       01  wk-dataset          picture x(30).
       01  wk-date             picture x(08).
       01  wk-date-num redefines wk-date
                               picture 9(08).
       01  wk-time             picture x(06).
       01  wk-time-num redefines wk-time
                               picture 9(06).

      ******************************************************************
      * DAY SLOTS - THE CURRENT CALENDAR DATASET'S ARRIVALS LAID OUT
      * ONE SLOT PER DAY OF THE RANGE, SO EACH DUE DATE IS CHECKED
      * WITHOUT A TABLE SEARCH.  999999 MEANS NO RUN THAT DAY.  THE
      * RANGE IS CAPPED AT 366 DAYS.
      ******************************************************************
       77  day-idx             picture s9(04) usage is comp.
       01  day-area.
           02  day-time            picture 9(06) occurs 366 times.
       01  cur-date            picture 9(08).
       01  cur-date-parts redefines cur-date.
           02  cur-date-y          picture 9(04).
           02  cur-date-m          picture 9(02).
           02  cur-date-d          picture 9(02).
       77  cur-weekday         picture s9(01) usage is comp.
       01  cur-due-sw          picture x(01).
           88  cur-due                   value 'Y'.
       01  cur-status          picture x(12).

      ******************************************************************
      * NEXT-DAY WORK FIELDS - DAYS IN EACH MONTH, FEBRUARY SET TO 29
      * IN A LEAP YEAR BEFORE USE.
      ******************************************************************
       01  month-days-values.
           02  filler picture x(24) value '312831303130313130313031'.
       01  month-days-table redefines month-days-values.
           02  month-days          picture 9(02) occurs 12 times.
       77  leap-rem            picture s9(04) usage is comp.
       77  leap-quot           picture s9(07) usage is comp.
       01  nd-date             picture 9(08).
       01  nd-date-parts redefines nd-date.
           02  nd-date-y           picture 9(04).
           02  nd-date-m           picture 9(02).
           02  nd-date-d           picture 9(02).

      ******************************************************************
      * DATE SERIAL CONVERSION - THE SAME FORMULA AS STATOPS'S:
      * FOLD JANUARY AND FEBRUARY INTO THE PRIOR YEAR, THEN DAYS =
      * 365Y + Y/4 - Y/100 + Y/400 + (153(M+1))/5 + D.  SERIAL + 6,
      * MODULO 7, GIVES THE WEEKDAY WITH 1 = MONDAY AND 0 = SUNDAY.
      ******************************************************************
       77  dsr-y               picture s9(05) usage is comp.
       77  dsr-m               picture s9(03) usage is comp.
       77  dsr-d               picture s9(03) usage is comp.
       77  dsr-work            picture s9(09) usage is comp.
       77  dsr-serial          picture s9(09) usage is comp.
       01  dsr-date            picture 9(08).
       01  dsr-date-parts redefines dsr-date.
           02  dsr-date-y          picture 9(04).
           02  dsr-date-m          picture 9(02).
           02  dsr-date-d          picture 9(02).

      ******************************************************************
      * OFF-CALENDAR DATASETS - RAN INSIDE THE RANGE BUT NOT ON THE
      * CALENDAR.  300 ENTRIES, THE SAME CAP STATOPS USES; RUN DAYS OF
      * DATASETS PAST THE CAP ARE COUNTED IN UN-DROPPED AND PRINTED.
      ******************************************************************
       77  un-count            picture s9(03) usage is comp value zero.
       77  un-dropped          picture s9(07) usage is comp value zero.
       77  un-idx              picture s9(03) usage is comp.
       77  un-found            picture s9(03) usage is comp.
       01  un-area.
           02  un-entry            occurs 300 times.
               03  un-dataset      picture x(30).
               03  un-runs         picture s9(05) usage is comp.
               03  un-first        picture 9(08).
               03  un-last         picture 9(08).

      ******************************************************************
      * HISTORY MASTER ROW - THE SAME SHAPE STATSNEW WRITES.  ONLY THE
      * RUN KEY AND THE CORRECTION FLAG ARE LOOKED AT HERE: A 'C' ROW
      * IS A REPAIR MERGE'S REVISION OF AN EARLIER RUN, NOT AN ARRIVAL.
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

       77  tot-missing         picture s9(07) usage is comp value zero.
       77  tot-late            picture s9(07) usage is comp value zero.
       77  tot-exceptions      picture s9(07) usage is comp value zero.

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * FROM= AND TO= BOUND THE DATE RANGE (BOTH DEFAULT TO TODAY);
      * FCAL=, RLOG=, HIST= AND OUT= OVERRIDE THE FILE NAMES.
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
               ' STATFEED - Feed Calendar Check'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  range-head-line.
           02  filler picture x(08) value ' From: '.
           02  out-from picture 9(08).
           02  filler picture x(06) value ' To: '.
           02  out-to picture 9(08).
       01  exc-section-header picture x(40) value
           ' Calendar Exceptions:'.
       01  exc-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(10) value 'DUE-DATE'.
           02  filler picture x(06) value 'FREQ'.
           02  filler picture x(08) value 'CUTOFF'.
           02  filler picture x(09) value 'STARTED'.
           02  filler picture x(12) value 'STATUS'.
       01  exc-detail-line.
           02  filler picture x(02) value spaces.
           02  out-exc-dataset picture x(30).
           02  out-exc-date picture 9(08).
           02  filler picture x(03) value spaces.
           02  out-exc-freq picture x(01).
           02  filler picture x(05) value spaces.
           02  out-exc-cutoff picture x(04).
           02  filler picture x(04) value spaces.
           02  out-exc-time picture x(06).
           02  filler picture x(03) value spaces.
           02  out-exc-status picture x(12).
       01  no-exc-line.
           02  filler picture x(50) value
               ' EVERY DUE RUN ARRIVED BY ITS CUT-OFF'.
       01  sum-section-header picture x(40) value
           ' Calendar Summary:'.
       01  sum-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(06) value 'FREQ'.
           02  filler picture x(07) value '    DUE'.
           02  filler picture x(08) value ' ONTIME'.
           02  filler picture x(07) value '   LATE'.
           02  filler picture x(08) value ' MISSING'.
           02  filler picture x(08) value ' OFFSCHD'.
           02  filler picture x(08) value ' NOTDUE'.
       01  sum-detail-line.
           02  filler picture x(02) value spaces.
           02  out-sum-dataset picture x(30).
           02  filler picture x(01) value space.
           02  out-sum-freq picture x(01).
           02  filler picture x(02) value spaces.
           02  out-sum-due picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-sum-ontime picture zzzzzz9.
           02  out-sum-late picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-sum-missing picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-sum-offsched picture zzzzzz9.
           02  filler picture x(01) value space.
           02  out-sum-notdue picture zzzzzz9.
       01  un-section-header picture x(40) value
           ' Datasets Run But Not On The Calendar:'.
       01  un-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(07) value '   RUNS'.
           02  filler picture x(10) value '     FIRST'.
           02  filler picture x(10) value '      LAST'.
       01  un-detail-line.
           02  filler picture x(02) value spaces.
           02  out-un-dataset picture x(30).
           02  out-un-runs picture zzzzzz9.
           02  filler picture x(02) value spaces.
           02  out-un-first picture 9(08).
           02  filler picture x(02) value spaces.
           02  out-un-last picture 9(08).
       01  no-un-line.
           02  filler picture x(40) value
               ' NONE'.
       01  bad-cal-line.
           02  filler picture x(30) value
               ' *** INVALID CALENDAR LINE: '.
           02  out-bad-cal picture x(40).
       01  no-cal-line.
           02  filler picture x(50) value
               ' *** FEEDCAL NOT ON SYSTEM - NOTHING IS CHECKED'.
       01  cal-drop-line.
           02  filler picture x(08) value ' *** '.
           02  out-cal-drop picture zzzzzz9.
           02  filler picture x(40) value
               ' CALENDAR LINES PAST 500 NOT CHECKED'.
       01  bad-range-line.
           02  filler picture x(34) value
               ' *** FROM= IS LATER THAN TO=: '.
           02  out-bad-from picture 9(08).
           02  filler picture x(03) value ' > '.
           02  out-bad-to picture 9(08).
       01  range-cap-line.
           02  filler picture x(60) value
               ' *** DATE RANGE CUT TO 366 DAYS FROM THE FROM= DATE'.
       01  arr-drop-line.
           02  filler picture x(08) value ' *** '.
           02  out-arr-drop picture zzzzzz9.
           02  filler picture x(52) value
               ' RUNS PAST THE 5000-ENTRY ARRIVAL TABLE - UNCHECKED'.
       01  un-drop-line.
           02  filler picture x(08) value ' *** '.
           02  out-un-drop picture zzzzzz9.
           02  filler picture x(53) value
               ' RUN DAYS OF DATASETS PAST THE 300-ENTRY LIST OMITTED'.
       01  totals-line.
           02  filler picture x(10) value ' MISSING: '.
           02  out-tot-missing picture zzzzzz9.
           02  filler picture x(09) value '  LATE: '.
           02  out-tot-late picture zzzzzz9.

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 1200-load-calendar thru 1200-exit.
           perform 2000-read-runlog thru 2000-exit.
           perform 3000-read-history thru 3000-exit.
           perform 4000-check-calendar thru 4000-exit.
           perform 5000-print-summary thru 5000-exit.
           perform 6000-print-unscheduled thru 6000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           move run-time(1:4) to run-hhmm.
           perform 1100-get-parm thru 1100-exit.
           if from-date = zero
               move run-date to from-date
           end-if.
           if to-date = zero
               move run-date to to-date
           end-if.
           move from-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           move dsr-serial to from-serial.
           move to-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           move dsr-serial to to-serial.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           if from-serial > to-serial
               move from-date to out-bad-from
               move to-date to out-bad-to
               write report-line from bad-range-line
                   after advancing 2 lines
               move 16 to return-code
               close report-file
               stop run
           end-if.
           compute range-days = to-serial - from-serial + 1.
           if range-days > 366
               move 366 to range-days
               compute to-serial = from-serial + 365
               move from-date to nd-date
               perform 8100-next-day thru 8100-exit
                   varying day-idx from 1 by 1
                   until day-idx > 365
               move nd-date to to-date
               write report-line from range-cap-line
                   after advancing 1 line
           end-if.
           move from-date to out-from.
           move to-date to out-to.
           write report-line from range-head-line
               after advancing 1 line.
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
                   when 'FROM'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to from-date
                       end-if
                   when 'TO'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to to-date
                       end-if
                   when 'FCAL'
                       move tok-val to fcal-file-name
                   when 'RLOG'
                       move tok-val to rlog-file-name
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
      * 1200-LOAD-CALENDAR - PULLS FEEDCAL INTO THE CALENDAR TABLE.
      * A LINE WITH AN UNKNOWN FREQUENCY, A WEEKLY LINE WITHOUT A
      * WEEKDAY 1-7, OR A CUT-OFF THAT IS NOT HHMM IS PRINTED AND
      * SKIPPED, AND RAISES CONDITION CODE 4 - A CALENDAR THAT
      * SILENTLY EXPECTS NOTHING IS WORSE THAN NO CALENDAR.  SO IS A
      * SECOND LINE FOR A DATASET ALREADY LOADED, AND LINES PAST THE
      * 500-ENTRY TABLE ARE COUNTED AND PRINTED AT CODE 4.  NO FEEDCAL
      * AT ALL ENDS THE STEP WITH CODE 8.
      ******************************************************************
       1200-load-calendar.
           open input calendar-file.
           if fcal-status = '35'
               write report-line from no-cal-line
                   after advancing 2 lines
               move 8 to return-code
               go to 1200-exit
           end-if.
           if fcal-status not = '00'
               display ' *** UNABLE TO OPEN FEED CALENDAR, STATUS = '
                   fcal-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to file-eof-sw.
           perform 1210-load-one-line thru 1210-exit
               until file-eof.
           close calendar-file.
           if cal-dropped > zero
               move cal-dropped to out-cal-drop
               write report-line from cal-drop-line
                   after advancing 1 line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       1200-exit.
           exit.

       1210-load-one-line.
           read calendar-file into fcal-line
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               go to 1210-exit
           end-if.
           if fcal-line = spaces or fcal-line(1:1) = '*'
               go to 1210-exit
           end-if.
           if fcal-cutoff = spaces
               move '2400' to fcal-cutoff
           end-if.
           move fcal-dataset to wk-dataset.
           move zero to cal-found.
           perform 7100-scan-calendar thru 7100-exit
               varying cal-idx from 1 by 1
               until cal-idx > cal-count or cal-found > zero.
           if fcal-dataset = spaces
                   or cal-found > zero
                   or not fcal-freq-valid
                   or fcal-cutoff is not numeric
                   or fcal-cutoff-num > 2400
                   or (fcal-weekly and (fcal-weekday is not numeric
                       or fcal-weekday-num < 1
                       or fcal-weekday-num > 7))
               move fcal-line to out-bad-cal
               write report-line from bad-cal-line
                   after advancing 1 line
               add 1 to cal-bad-lines
               if return-code < 4
                   move 4 to return-code
               end-if
               go to 1210-exit
           end-if.
           if cal-count >= 500
               add 1 to cal-dropped
               go to 1210-exit
           end-if.
           add 1 to cal-count.
           move fcal-dataset to cal-dataset(cal-count).
           move fcal-freq to cal-freq(cal-count).
           if fcal-weekly
               move fcal-weekday-num to cal-weekday(cal-count)
           else
               move zero to cal-weekday(cal-count)
           end-if.
           move fcal-cutoff-num to cal-cutoff(cal-count).
           move zero to cal-due(cal-count).
           move zero to cal-ontime(cal-count).
           move zero to cal-late(cal-count).
           move zero to cal-missing(cal-count).
           move zero to cal-offsched(cal-count).
           move zero to cal-notdue(cal-count).
       1210-exit.
           exit.

      ******************************************************************
      * 2000-READ-RUNLOG - EVERY STATSNEW RUN LINE INSIDE THE RANGE IS
      * AN ARRIVAL FOR ITS DATASET ON ITS RUN DATE.  STATRSUB'S
      * RESUBMIT LINES ARE REPAIRS, NOT ARRIVALS, AND ARE SKIPPED.
      ******************************************************************
       2000-read-runlog.
           open input run-log-file.
           if rlog-status = '35'
               go to 2000-exit
           end-if.
           if rlog-status not = '00'
               display ' *** UNABLE TO OPEN RUN LOG FILE, STATUS = '
                   rlog-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to file-eof-sw.
           perform 2100-read-one-line thru 2100-exit
               until file-eof.
           close run-log-file.
       2000-exit.
           exit.

       2100-read-one-line.
           read run-log-file
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               go to 2100-exit
           end-if.
           if run-log-record(2:8) not = 'RUN DATE'
               go to 2100-exit
           end-if.
           move run-log-record(11:8) to wk-date.
           move run-log-record(25:6) to wk-time.
           move run-log-record(41:30) to wk-dataset.
           if wk-date is not numeric or wk-time is not numeric
               go to 2100-exit
           end-if.
           if wk-date-num < from-date or wk-date-num > to-date
               go to 2100-exit
           end-if.
           perform 7000-add-arrival thru 7000-exit.
       2100-exit.
           exit.

      ******************************************************************
      * 3000-READ-HISTORY - FOR EACH CALENDAR DATASET, STARTS THE
      * HISTORY MASTER ON ITS FIRST KEY INSIDE THE RANGE AND TAKES
      * EVERY RUN UP TO THE END OF THE RANGE AS AN ARRIVAL.  THIS
      * CATCHES RUNS WHOSE RUNLOG LINES HAVE BEEN ARCHIVED.  A SECOND
      * PASS (3200) DOES THE SAME FOR EVERY DATASET ON THE MASTER
      * THAT IS NOT ON THE CALENDAR, SO THE NOT-ON-THE-CALENDAR LIST
      * DOES NOT LOSE A DATASET ONCE STATHKP ARCHIVES ITS RUNLOG
      * LINES.  A ROW FLAGGED 'C' IS A REPAIR MERGE, NOT A FEED
      * ARRIVING.  THE PASS HAS ITS OWN INDEX BECAUSE 7000 WALKS
      * CAL-IDX ON EVERY ARRIVAL IT ADDS.
      ******************************************************************
       3000-read-history.
           open input history-file.
           if hist-status = '35'
               go to 3000-exit
           end-if.
           if hist-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
           perform 3100-read-one-dataset thru 3100-exit
               varying hist-cal-idx from 1 by 1
               until hist-cal-idx > cal-count.
           perform 3200-read-uncalendared thru 3200-exit.
           close history-file.
       3000-exit.
           exit.

       3100-read-one-dataset.
           move cal-dataset(hist-cal-idx) to hist-want-dataset.
           perform 3150-read-dataset-runs thru 3150-exit.
       3100-exit.
           exit.

      ******************************************************************
      * 3150-READ-DATASET-RUNS - TAKES EVERY RUN OF HIST-WANT-DATASET
      * INSIDE THE RANGE AS AN ARRIVAL.
      ******************************************************************
       3150-read-dataset-runs.
           move 'N' to file-eof-sw.
           move hist-want-dataset to hist-key-dataset.
           move from-date to hist-key-run-date.
           move zero to hist-key-run-time.
           start history-file key is not less than hist-rec-key
               invalid key
                   move 'Y' to file-eof-sw
           end-start.
           perform 3110-read-one-run thru 3110-exit
               until file-eof.
       3150-exit.
           exit.

       3110-read-one-run.
           read history-file next record into hist-line
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               go to 3110-exit
           end-if.
           if hist-dataset not = hist-want-dataset
               move 'Y' to file-eof-sw
               go to 3110-exit
           end-if.
           if hist-run-date is not numeric
               go to 3110-exit
           end-if.
           if hist-run-date > to-date
               move 'Y' to file-eof-sw
               go to 3110-exit
           end-if.
           if hist-corr-flag = 'C'
               go to 3110-exit
           end-if.
           move hist-dataset to wk-dataset.
           move hist-run-date to wk-date.
           move hist-run-time to wk-time.
           if wk-time is not numeric
               move zero to wk-time-num
           end-if.
           perform 7000-add-arrival thru 7000-exit.
       3110-exit.
           exit.

      ******************************************************************
      * 3200-READ-UNCALENDARED - WALKS EVERY DATASET ON THE HISTORY
      * MASTER, STEPPING FROM ONE DATASET'S KEYS TO THE NEXT THE WAY
      * STATSPC DOES, AND READS THE RUNS IN THE RANGE OF EACH ONE
      * THAT IS NOT ON THE CALENDAR.
      ******************************************************************
       3200-read-uncalendared.
           move 'N' to hist-eof-sw.
           move spaces to hist-key-dataset.
           move zero to hist-key-run-date.
           move zero to hist-key-run-time.
           start history-file key is not less than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
           end-start.
           perform 3210-walk-one-dataset thru 3210-exit
               until hist-eof.
       3200-exit.
           exit.

       3210-walk-one-dataset.
           read history-file next record into hist-line
               at end move 'Y' to hist-eof-sw
           end-read.
           if hist-eof
               go to 3210-exit
           end-if.
           move hist-dataset to hist-want-dataset.
           if hist-want-dataset not = spaces
               move hist-want-dataset to wk-dataset
               move zero to cal-found
               perform 7100-scan-calendar thru 7100-exit
                   varying cal-idx from 1 by 1
                   until cal-idx > cal-count or cal-found > zero
               if cal-found = zero
                   perform 3150-read-dataset-runs thru 3150-exit
               end-if
           end-if.
           move hist-want-dataset to hist-key-dataset.
           move 99999999 to hist-key-run-date.
           move 999999 to hist-key-run-time.
           start history-file key is greater than hist-rec-key
               invalid key
                   move 'Y' to hist-eof-sw
           end-start.
       3210-exit.
           exit.

      ******************************************************************
      * 4000-CHECK-CALENDAR - ONE CALENDAR DATASET AT A TIME: LAY ITS
      * ARRIVALS OUT IN THE DAY SLOTS, THEN WALK THE RANGE A DAY AT A
      * TIME DECIDING WHETHER A RUN WAS DUE AND HOW IT WENT.
      ******************************************************************
       4000-check-calendar.
           write report-line from exc-section-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from exc-col-heads after advancing 1 line.
           perform 4100-check-one-dataset thru 4100-exit
               varying cal-idx from 1 by 1
               until cal-idx > cal-count.
           if tot-exceptions = zero
               write report-line from no-exc-line
                   after advancing 1 line
           end-if.
           if arr-dropped > zero
               move arr-dropped to out-arr-drop
               write report-line from arr-drop-line
                   after advancing 1 line
           end-if.
           move tot-missing to out-tot-missing.
           move tot-late to out-tot-late.
           write report-line from totals-line after advancing 2 lines.
           if tot-missing > zero
               move 8 to return-code
           else
               if tot-late > zero and return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       4000-exit.
           exit.

       4100-check-one-dataset.
           perform 4150-clear-one-day thru 4150-exit
               varying day-idx from 1 by 1
               until day-idx > 366.
           perform 4200-slot-one-arrival thru 4200-exit
               varying arr-idx from 1 by 1
               until arr-idx > arr-count.
           move from-date to cur-date.
           perform 4300-check-one-day thru 4300-exit
               varying day-idx from 1 by 1
               until day-idx > range-days.
       4100-exit.
           exit.

       4150-clear-one-day.
           move 999999 to day-time(day-idx).
       4150-exit.
           exit.

       4200-slot-one-arrival.
           if arr-cal(arr-idx) not = cal-idx
               go to 4200-exit
           end-if.
           compute day-idx = arr-serial(arr-idx) - from-serial + 1.
           if day-idx < 1 or day-idx > range-days
               go to 4200-exit
           end-if.
           if arr-time(arr-idx) < day-time(day-idx)
               move arr-time(arr-idx) to day-time(day-idx)
           end-if.
       4200-exit.
           exit.

      ******************************************************************
      * 4300-CHECK-ONE-DAY - CUR-DATE IS THE DAY FOR SLOT DAY-IDX.  A
      * DUE DAY WITH A RUN IS ON TIME OR LATE AGAINST THE CUT-OFF; A
      * DUE DAY WITHOUT ONE IS MISSING, UNLESS IT IS IN THE FUTURE
      * OR IS TODAY AND THE CUT-OFF HAS NOT PASSED YET.  A RUN ON A
      * DAY THAT WAS NOT DUE IS LISTED AS OFF SCHEDULE.
      ******************************************************************
       4300-check-one-day.
           perform 4400-decide-due thru 4400-exit.
           move spaces to cur-status.
           if cur-due
               if day-time(day-idx) not = 999999
                   if day-time(day-idx) > cal-cutoff(cal-idx) * 100
                       move 'LATE' to cur-status
                       add 1 to cal-late(cal-idx)
                       add 1 to tot-late
                   else
                       add 1 to cal-ontime(cal-idx)
                   end-if
                   add 1 to cal-due(cal-idx)
               else
                   if cur-date > run-date
                           or (cur-date = run-date
                               and run-hhmm < cal-cutoff(cal-idx))
                       add 1 to cal-notdue(cal-idx)
                   else
                       move 'MISSING' to cur-status
                       add 1 to cal-missing(cal-idx)
                       add 1 to cal-due(cal-idx)
                       add 1 to tot-missing
                   end-if
               end-if
           else
               if day-time(day-idx) not = 999999
                       and not cal-freq(cal-idx) = 'A'
                   move 'OFF SCHEDULE' to cur-status
                   add 1 to cal-offsched(cal-idx)
               end-if
           end-if.
           if cur-status not = spaces
               perform 4500-print-exception thru 4500-exit
           end-if.
           move cur-date to nd-date.
           perform 8100-next-day thru 8100-exit.
           move nd-date to cur-date.
       4300-exit.
           exit.

      ******************************************************************
      * 4400-DECIDE-DUE - SETS CUR-DUE FOR CUR-DATE UNDER THE CURRENT
      * CALENDAR ENTRY'S FREQUENCY.
      ******************************************************************
       4400-decide-due.
           move 'N' to cur-due-sw.
           move cur-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           compute dsr-work = dsr-serial + 6.
           divide dsr-work by 7 giving leap-quot
               remainder cur-weekday.
           if cur-weekday = zero
               move 7 to cur-weekday
           end-if.
           evaluate cal-freq(cal-idx)
               when 'D'
                   move 'Y' to cur-due-sw
               when 'B'
                   if cur-weekday <= 5
                       move 'Y' to cur-due-sw
                   end-if
               when 'W'
                   if cur-weekday = cal-weekday(cal-idx)
                       move 'Y' to cur-due-sw
                   end-if
               when 'M'
                   move cur-date to nd-date
                   perform 8100-next-day thru 8100-exit
                   if nd-date-d = 1
                       move 'Y' to cur-due-sw
                   end-if
               when other
                   continue
           end-evaluate.
       4400-exit.
           exit.

       4500-print-exception.
           add 1 to tot-exceptions.
           move cal-dataset(cal-idx) to out-exc-dataset.
           move cur-date to out-exc-date.
           move cal-freq(cal-idx) to out-exc-freq.
           if cal-cutoff(cal-idx) = 2400
               move '-' to out-exc-cutoff
           else
               move cal-cutoff(cal-idx) to out-exc-cutoff
           end-if.
           if day-time(day-idx) = 999999
               move '-' to out-exc-time
           else
               move day-time(day-idx) to out-exc-time
           end-if.
           move cur-status to out-exc-status.
           write report-line from exc-detail-line
               after advancing 1 line.
       4500-exit.
           exit.

       5000-print-summary.
           write report-line from sum-section-header
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from sum-col-heads after advancing 1 line.
           perform 5100-print-one-dataset thru 5100-exit
               varying cal-idx from 1 by 1
               until cal-idx > cal-count.
       5000-exit.
           exit.

       5100-print-one-dataset.
           move cal-dataset(cal-idx) to out-sum-dataset.
           move cal-freq(cal-idx) to out-sum-freq.
           move cal-due(cal-idx) to out-sum-due.
           move cal-ontime(cal-idx) to out-sum-ontime.
           move cal-late(cal-idx) to out-sum-late.
           move cal-missing(cal-idx) to out-sum-missing.
           move cal-offsched(cal-idx) to out-sum-offsched.
           move cal-notdue(cal-idx) to out-sum-notdue.
           write report-line from sum-detail-line
               after advancing 1 line.
       5100-exit.
           exit.

      ******************************************************************
      * 6000-PRINT-UNSCHEDULED - POOLS THE ARRIVALS OF DATASETS NOT ON
      * THE CALENDAR, ONE LINE PER DATASET WITH ITS RUN-DAY COUNT AND
      * FIRST AND LAST RUN DATES IN THE RANGE.  PAST THE 300TH SUCH
      * DATASET THE RUN DAYS LEFT OUT ARE COUNTED, PRINTED AFTER THE
      * LIST AND RAISE CONDITION CODE 4, SO THE LIST IS NEVER TAKEN
      * FOR COMPLETE WHEN IT IS NOT.
      ******************************************************************
       6000-print-unscheduled.
           perform 6100-pool-one-arrival thru 6100-exit
               varying arr-idx from 1 by 1
               until arr-idx > arr-count.
           write report-line from un-section-header
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           if un-count = zero
               write report-line from no-un-line
                   after advancing 1 line
               go to 6000-exit
           end-if.
           write report-line from un-col-heads after advancing 1 line.
           perform 6200-print-one-unscheduled thru 6200-exit
               varying un-idx from 1 by 1
               until un-idx > un-count.
           if un-dropped > zero
               move un-dropped to out-un-drop
               write report-line from un-drop-line
                   after advancing 1 line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
       6000-exit.
           exit.

       6100-pool-one-arrival.
           if arr-cal(arr-idx) not = zero
               go to 6100-exit
           end-if.
           move zero to un-found.
           perform 6150-scan-unscheduled thru 6150-exit
               varying un-idx from 1 by 1
               until un-idx > un-count or un-found > zero.
           if un-found = zero
               if un-count >= 300
                   add 1 to un-dropped
                   go to 6100-exit
               end-if
               add 1 to un-count
               move un-count to un-found
               move arr-dataset(arr-idx) to un-dataset(un-found)
               move zero to un-runs(un-found)
               move arr-date(arr-idx) to un-first(un-found)
               move arr-date(arr-idx) to un-last(un-found)
           end-if.
           add 1 to un-runs(un-found).
           if arr-date(arr-idx) < un-first(un-found)
               move arr-date(arr-idx) to un-first(un-found)
           end-if.
           if arr-date(arr-idx) > un-last(un-found)
               move arr-date(arr-idx) to un-last(un-found)
           end-if.
       6100-exit.
           exit.

       6150-scan-unscheduled.
           if un-dataset(un-idx) = arr-dataset(arr-idx)
               move un-idx to un-found
           end-if.
       6150-exit.
           exit.

       6200-print-one-unscheduled.
           move un-dataset(un-idx) to out-un-dataset.
           move un-runs(un-idx) to out-un-runs.
           move un-first(un-idx) to out-un-first.
           move un-last(un-idx) to out-un-last.
           write report-line from un-detail-line
               after advancing 1 line.
       6200-exit.
           exit.

      ******************************************************************
      * 7000-ADD-ARRIVAL - RECORDS WK-DATASET RUNNING ON WK-DATE AT
      * WK-TIME.  A SECOND RUN THE SAME DAY ONLY MOVES THE EARLIEST
      * START TIME; RUNLOG AND HISTFILE BOTH REPORTING THE SAME RUN
      * IS THEREFORE HARMLESS.
      ******************************************************************
       7000-add-arrival.
           if wk-dataset = spaces
               go to 7000-exit
           end-if.
           move zero to arr-found.
           perform 7050-scan-arrival thru 7050-exit
               varying arr-idx from 1 by 1
               until arr-idx > arr-count or arr-found > zero.
           if arr-found > zero
               if wk-time-num < arr-time(arr-found)
                   move wk-time-num to arr-time(arr-found)
               end-if
               go to 7000-exit
           end-if.
           if arr-count >= 5000
               add 1 to arr-dropped
               go to 7000-exit
           end-if.
           add 1 to arr-count.
           move wk-dataset to arr-dataset(arr-count).
           move wk-date-num to arr-date(arr-count).
           move wk-time-num to arr-time(arr-count).
           move wk-date-num to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           move dsr-serial to arr-serial(arr-count).
           move zero to cal-found.
           perform 7100-scan-calendar thru 7100-exit
               varying cal-idx from 1 by 1
               until cal-idx > cal-count or cal-found > zero.
           move cal-found to arr-cal(arr-count).
       7000-exit.
           exit.

       7050-scan-arrival.
           if arr-dataset(arr-idx) = wk-dataset
                   and arr-date(arr-idx) = wk-date-num
               move arr-idx to arr-found
           end-if.
       7050-exit.
           exit.

       7100-scan-calendar.
           if cal-dataset(cal-idx) = wk-dataset
               move cal-idx to cal-found
           end-if.
       7100-exit.
           exit.

      ******************************************************************
      * 8000-DATE-TO-SERIAL - YYYYMMDD IN DSR-DATE TO A DAY SERIAL
      * IN DSR-SERIAL.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND
      * 14 OF THE PRIOR YEAR SO THE LEAP DAY FALLS AT A YEAR END.
      ******************************************************************
       8000-date-to-serial.
           move dsr-date-y to dsr-y.
           move dsr-date-m to dsr-m.
           move dsr-date-d to dsr-d.
           if dsr-m <= 2
               subtract 1 from dsr-y
               add 12 to dsr-m
           end-if.
           compute dsr-serial = 365 * dsr-y.
           compute dsr-work = dsr-y / 4.
           add dsr-work to dsr-serial.
           compute dsr-work = dsr-y / 100.
           subtract dsr-work from dsr-serial.
           compute dsr-work = dsr-y / 400.
           add dsr-work to dsr-serial.
           compute dsr-work = (153 * (dsr-m + 1)) / 5.
           add dsr-work to dsr-serial.
           add dsr-d to dsr-serial.
       8000-exit.
           exit.

      ******************************************************************
      * 8100-NEXT-DAY - ADVANCES ND-DATE BY ONE CALENDAR DAY.  A YEAR
      * IS A LEAP YEAR WHEN DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      * DIVISIBLE BY 400.
      ******************************************************************
       8100-next-day.
           move 28 to month-days(2).
           divide nd-date-y by 4 giving leap-quot remainder leap-rem.
           if leap-rem = zero
               move 29 to month-days(2)
               divide nd-date-y by 100 giving leap-quot
                   remainder leap-rem
               if leap-rem = zero
                   divide nd-date-y by 400 giving leap-quot
                       remainder leap-rem
                   if leap-rem not = zero
                       move 28 to month-days(2)
                   end-if
               end-if
           end-if.
           if nd-date-m < 1 or nd-date-m > 12
               move 99999999 to nd-date
               go to 8100-exit
           end-if.
           if nd-date-d < month-days(nd-date-m)
               add 1 to nd-date-d
           else
               move 1 to nd-date-d
               if nd-date-m < 12
                   add 1 to nd-date-m
               else
                   move 1 to nd-date-m
                   add 1 to nd-date-y
               end-if
           end-if.
       8100-exit.
           exit.

       9999-exit.
           close report-file.
           stop run.
