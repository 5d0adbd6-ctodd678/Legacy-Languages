       identification division.
       program-id. statexr.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - EXCEPTION REGISTER.
      *                   ALRTFILE IS OPENED FRESH ON EVERY STATSNEW
      *                   RUN, SO AN EXPECTATION FAILURE USED TO LIVE
      *                   ONLY UNTIL THE NEXT RUN.  THIS STEP, RUN
      *                   AFTER STATSNEW, FILES EACH ALERT AS A CASE
      *                   ON THE INDEXED EXCEPTION REGISTER (EXCREG)
      *                   KEYED BY DATASET, RULE, CATEGORY AND THE
      *                   DATE THE CASE OPENED.  AN ALERT FOR A CASE
      *                   THAT IS STILL OPEN BUMPS ITS REPEAT COUNT
      *                   INSTEAD OF OPENING ANOTHER.  OPERATOR
      *                   TRANSACTIONS (EXCTRAN) ACKNOWLEDGE OR CLOSE
      *                   A CASE WITH A REASON CODE AND A NOTE.  THE
      *                   DAILY REPORT LISTS THE OPEN CASES OLDEST
      *                   FIRST WITH THEIR REPEAT COUNT AND OWNER, AND
      *                   THE CASES CLOSED IN THE PERIOD (FROM= /
      *                   TO=, DEFAULT TODAY) WITH THEIR RESOLUTION.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select alert-file assign to dynamic alrt-file-name
               organization is line sequential
               file status is alrt-status.
           select tran-file assign to dynamic tran-file-name
               organization is line sequential
               file status is tran-status.
           select register-file assign to dynamic excr-file-name
               organization is indexed
               access mode is dynamic
               record key is exr-key
               file status is excr-status.
           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd alert-file.
       01  alert-record            picture x(100).
       fd tran-file.
       01  tran-record             picture x(160).

      ******************************************************************
      * EXCEPTION REGISTER - ONE RECORD PER CASE.  STATUS O IS OPEN,
      * A IS ACKNOWLEDGED (STILL OPEN, BUT SOMEONE OWNS IT), C IS
      * CLOSED.  EXR-REPEATS COUNTS THE RUN DATES AFTER THE FIRST ON
      * WHICH THE SAME ALERT CAME BACK WHILE THE CASE WAS OPEN.  THE
      * ACTUAL AND EXPECTED FIGURES ARE THE LATEST ALERT'S.
      ******************************************************************
       fd register-file.
       01  register-record.
           02  exr-key.
               03  exr-dataset         picture x(30).
               03  exr-rule            picture x(08).
               03  exr-category        picture x(08).
               03  exr-open-date       picture 9(08).
           02  exr-status              picture x(01).
               88  exr-open                  value 'O'.
               88  exr-acked                 value 'A'.
               88  exr-closed                value 'C'.
           02  exr-repeats             picture 9(05).
           02  exr-last-date           picture 9(08).
           02  exr-actual              picture s9(14)v9(4).
           02  exr-expected            picture s9(14)v9(4).
           02  exr-owner               picture x(08).
           02  exr-ack-date            picture 9(08).
           02  exr-ack-reason          picture x(04).
           02  exr-ack-note            picture x(60).
           02  exr-close-date          picture 9(08).
           02  exr-closed-by           picture x(08).
           02  exr-close-reason        picture x(04).
           02  exr-close-note          picture x(60).
           02  filler                  picture x(36).
       fd report-file.
       01  report-line             picture x(132).

       working-storage section.
       01  alrt-file-name      picture x(30) value 'ALRTFILE'.
       01  tran-file-name      picture x(30) value 'EXCTRAN'.
       01  excr-file-name      picture x(30) value 'EXCREG'.
       01  rpt-file-name       picture x(30) value 'EXRRPT'.
       01  alrt-status         picture x(02).
       01  tran-status         picture x(02).
       01  excr-status         picture x(02).
       01  rpt-status          picture x(02).
       01  file-eof-sw         picture x(01) value 'N'.
           88  file-eof                  value 'Y'.
       01  reg-eof-sw          picture x(01) value 'N'.
           88  reg-eof                   value 'Y'.
       01  run-date            picture 9(08).
       77  run-serial          picture s9(09) usage is comp.
       77  from-date           picture 9(08) value zero.
       77  to-date             picture 9(08) value zero.

      ******************************************************************
      * ALERT RECORD - THE SHAPE STATSNEW WRITES (3945-LOG-EXCEPTION).
      * AN ALERT FILE FROM BEFORE THE RUN DATE WAS ADDED CARRIES
      * SPACES THERE AND IS FILED AGAINST TODAY.
      ******************************************************************
       01  alert-line.
           02  alr-dataset         picture x(30).
           02  alr-rule            picture x(08).
           02  alr-actual          picture s9(14)v9(4).
           02  alr-expected        picture s9(14)v9(4).
           02  alr-category        picture x(08).
           02  alr-run-date        picture x(08).
           02  alr-run-date-num redefines alr-run-date
                                   picture 9(08).
           02  filler              picture x(10).
       01  alert-date          picture 9(08).

      ******************************************************************
      * OPERATOR TRANSACTION - ACK OR CLOSE ONE CASE.  A BLANK OPEN
      * DATE MEANS THE CASE NOW OPEN FOR THAT DATASET, RULE AND
      * CATEGORY, WHICH IS THE USUAL WAY TO KEY ONE.  THE REASON CODE
      * AND THE NOTE ARE BOTH REQUIRED - THEY ARE THE CONTROL
      * EVIDENCE.  A LINE STARTING * IS A COMMENT.
      ******************************************************************
       01  tran-line.
           02  tr-action           picture x(06).
           02  tr-dataset          picture x(30).
           02  tr-rule             picture x(08).
           02  tr-category         picture x(08).
           02  tr-open-date        picture x(08).
           02  tr-open-date-num redefines tr-open-date
                                   picture 9(08).
           02  tr-operator         picture x(08).
           02  tr-reason           picture x(04).
           02  tr-note             picture x(60).
           02  filler              picture x(20).
       01  tran-result         picture x(30).

      ******************************************************************
      * CASE LOOKUP - FIND-PREFIX IS DATASET + RULE + CATEGORY; THE
      * SCAN STARTS THE REGISTER ON THE PREFIX'S FIRST KEY AND READS
      * EVERY CASE UNDER IT, REMEMBERING THE ONE NOT YET CLOSED AND
      * WHETHER ANY CASE ALREADY OPENED ON FIND-DATE.
      ******************************************************************
       01  find-prefix.
           02  find-dataset        picture x(30).
           02  find-rule           picture x(08).
           02  find-category       picture x(08).
       01  find-date           picture 9(08).
       01  found-open-date     picture 9(08).
       01  found-same-day-sw   picture x(01).
           88  found-same-day            value 'Y'.

       77  cnt-alerts          picture s9(07) usage is comp value zero.
       77  cnt-new             picture s9(07) usage is comp value zero.
       77  cnt-repeat          picture s9(07) usage is comp value zero.
       77  cnt-already         picture s9(07) usage is comp value zero.
       77  cnt-same-day        picture s9(07) usage is comp value zero.
       77  cnt-tran            picture s9(07) usage is comp value zero.
       77  cnt-tran-bad        picture s9(07) usage is comp value zero.
       77  cnt-open-over       picture s9(07) usage is comp value zero.
       77  cnt-closed-over     picture s9(07) usage is comp value zero.
       77  cnt-acked           picture s9(07) usage is comp value zero.

      ******************************************************************
      * REPORT TABLES - THE OPEN CASES AND THE CASES CLOSED IN THE
      * PERIOD, PULLED OFF THE REGISTER AND SORTED FOR PRINTING THE
      * SAME WAY STATSNEW SORTS ITS SAMPLE TABLE.  2000 OF EACH.
      ******************************************************************
       77  opn-count           picture s9(05) usage is comp value zero.
       77  opn-idx             picture s9(05) usage is comp.
       01  open-area.
           02  open-entry          occurs 1 to 2000 times depending
                                        on opn-count.
               03  opn-age         picture s9(05) usage is comp.
               03  opn-repeats     picture s9(05) usage is comp.
               03  opn-dataset     picture x(30).
               03  opn-rule        picture x(08).
               03  opn-category    picture x(08).
               03  opn-open-date   picture 9(08).
               03  opn-last-date   picture 9(08).
               03  opn-status      picture x(01).
               03  opn-owner       picture x(08).
       77  cls-count           picture s9(05) usage is comp value zero.
       77  cls-idx             picture s9(05) usage is comp.
       01  closed-area.
           02  closed-entry        occurs 1 to 2000 times depending
                                        on cls-count.
               03  cls-close-date  picture 9(08).
               03  cls-dataset     picture x(30).
               03  cls-rule        picture x(08).
               03  cls-category    picture x(08).
               03  cls-open-date   picture 9(08).
               03  cls-repeats     picture s9(05) usage is comp.
               03  cls-closed-by   picture x(08).
               03  cls-reason      picture x(04).
               03  cls-note        picture x(60).

      ******************************************************************
      * DATE SERIAL CONVERSION - THE SAME FORMULA AS STATOPS'S, USED
      * HERE TO AGE THE OPEN CASES IN DAYS.
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
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * ALRT=, TRAN=, EXCR= AND OUT= OVERRIDE THE FILE NAMES; FROM=
      * AND TO= (YYYYMMDD) BOUND THE CLOSED-CASE PERIOD.
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
               ' STATEXR - Exception Register'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  date-head-line.
           02  filler picture x(11) value ' Run Date: '.
           02  out-run-date picture 9(08).
           02  filler picture x(19) value '   Closed Period: '.
           02  out-from picture 9(08).
           02  filler picture x(04) value ' TO '.
           02  out-to picture 9(08).
       01  load-section-header picture x(40) value
           ' Alerts Filed:'.
       01  tran-section-header picture x(40) value
           ' Operator Transactions:'.
       01  open-section-header picture x(40) value
           ' Open Cases, Oldest First:'.
       01  closed-section-header picture x(40) value
           ' Cases Closed In The Period:'.
       01  load-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value 'RULE'.
           02  filler picture x(09) value 'CATEGORY'.
           02  filler picture x(09) value 'OPENED'.
           02  filler picture x(09) value 'ALERT'.
           02  filler picture x(08) value 'REPEATS'.
           02  filler picture x(30) value 'ACTION'.
       01  load-detail-line.
           02  filler picture x(02) value spaces.
           02  out-ld-dataset picture x(30).
           02  out-ld-rule picture x(09).
           02  out-ld-category picture x(09).
           02  out-ld-open-date picture 9(08).
           02  filler picture x(01) value space.
           02  out-ld-alert-date picture 9(08).
           02  filler picture x(01) value space.
           02  out-ld-repeats picture zzzz9.
           02  filler picture x(03) value spaces.
           02  out-ld-action picture x(40).
       01  tran-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value 'RULE'.
           02  filler picture x(09) value 'CATEGORY'.
           02  filler picture x(09) value 'OPENED'.
           02  filler picture x(07) value 'ACTION'.
           02  filler picture x(09) value 'OPERATOR'.
           02  filler picture x(05) value 'RSN'.
           02  filler picture x(30) value 'RESULT'.
       01  tran-detail-line.
           02  filler picture x(02) value spaces.
           02  out-tr-dataset picture x(30).
           02  out-tr-rule picture x(09).
           02  out-tr-category picture x(09).
           02  out-tr-open-date picture x(08).
           02  filler picture x(01) value space.
           02  out-tr-action picture x(07).
           02  out-tr-operator picture x(09).
           02  out-tr-reason picture x(05).
           02  out-tr-result picture x(30).
       01  open-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value 'RULE'.
           02  filler picture x(09) value 'CATEGORY'.
           02  filler picture x(09) value 'OPENED'.
           02  filler picture x(06) value '   AGE'.
           02  filler picture x(08) value ' REPEATS'.
           02  filler picture x(10) value '  LAST RUN'.
           02  filler picture x(07) value '  STAT'.
           02  filler picture x(08) value 'OWNER'.
       01  open-detail-line.
           02  filler picture x(02) value spaces.
           02  out-op-dataset picture x(30).
           02  out-op-rule picture x(09).
           02  out-op-category picture x(09).
           02  out-op-open-date picture 9(08).
           02  filler picture x(01) value space.
           02  out-op-age picture zzzzz9.
           02  filler picture x(03) value spaces.
           02  out-op-repeats picture zzzz9.
           02  filler picture x(02) value spaces.
           02  out-op-last-date picture 9(08).
           02  filler picture x(02) value spaces.
           02  out-op-status picture x(05).
           02  out-op-owner picture x(08).
       01  closed-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value 'RULE'.
           02  filler picture x(09) value 'CATEGORY'.
           02  filler picture x(09) value 'OPENED'.
           02  filler picture x(09) value 'CLOSED'.
           02  filler picture x(08) value ' REPEATS'.
           02  filler picture x(11) value '  CLOSED BY'.
           02  filler picture x(05) value ' RSN'.
       01  closed-detail-line.
           02  filler picture x(02) value spaces.
           02  out-cl-dataset picture x(30).
           02  out-cl-rule picture x(09).
           02  out-cl-category picture x(09).
           02  out-cl-open-date picture 9(08).
           02  filler picture x(01) value space.
           02  out-cl-close-date picture 9(08).
           02  filler picture x(04) value spaces.
           02  out-cl-repeats picture zzzz9.
           02  filler picture x(02) value spaces.
           02  out-cl-closed-by picture x(08).
           02  filler picture x(02) value spaces.
           02  out-cl-reason picture x(04).
       01  closed-note-line.
           02  filler picture x(16) value
               '    RESOLUTION: '.
           02  out-cl-note picture x(60).
       01  none-line.
           02  filler picture x(10) value ' NONE'.
       01  load-totals-line.
           02  filler picture x(09) value ' ALERTS: '.
           02  out-lt-alerts picture zzzzzz9.
           02  filler picture x(08) value '  NEW: '.
           02  out-lt-new picture zzzzzz9.
           02  filler picture x(12) value '  REPEATS: '.
           02  out-lt-repeat picture zzzzzz9.
           02  filler picture x(19) value '  ALREADY ON FILE: '.
           02  out-lt-already picture zzzzzz9.
       01  tran-totals-line.
           02  filler picture x(15) value ' TRANSACTIONS: '.
           02  out-tt-tran picture zzzzzz9.
           02  filler picture x(13) value '  REJECTED: '.
           02  out-tt-bad picture zzzzzz9.
       01  open-totals-line.
           02  filler picture x(13) value ' OPEN CASES: '.
           02  out-ot-open picture zzzzzz9.
           02  filler picture x(19) value '  ACKNOWLEDGED: '.
           02  out-ot-acked picture zzzzzz9.
       01  closed-totals-line.
           02  filler picture x(15) value ' CASES CLOSED: '.
           02  out-ct-closed picture zzzzzz9.
       01  overflow-line.
           02  filler picture x(08) value ' *** '.
           02  out-overflow picture zzzzzz9.
           02  filler picture x(40) value
               ' MORE CASES PAST THE 2000-LINE TABLE'.
       01  no-alert-line.
           02  filler picture x(40) value
               ' NO ALERT FILE - NOTHING TO FILE'.
       01  no-tran-line.
           02  filler picture x(40) value
               ' NO TRANSACTION FILE'.

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-file-alerts thru 2000-exit.
           perform 3000-apply-transactions thru 3000-exit.
           perform 4000-collect-cases thru 4000-exit.
           perform 5000-print-open-cases thru 5000-exit.
           perform 6000-print-closed-cases thru 6000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           move run-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           move dsr-serial to run-serial.
           perform 1100-get-parm thru 1100-exit.
           if from-date = zero
               move run-date to from-date
           end-if.
           if to-date = zero
               move run-date to to-date
           end-if.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           open i-o register-file.
           if excr-status = '35'
               open output register-file
               close register-file
               open i-o register-file
           end-if.
           if excr-status not = '00'
               display ' *** UNABLE TO OPEN EXCEPTION REGISTER, '
                   'STATUS = ' excr-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           move run-date to out-run-date.
           move from-date to out-from.
           move to-date to out-to.
           write report-line from date-head-line
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
                   when 'ALRT'
                       move tok-val to alrt-file-name
                   when 'TRAN'
                       move tok-val to tran-file-name
                   when 'EXCR'
                       move tok-val to excr-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when 'FROM'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to from-date
                       end-if
                   when 'TO'
                       if tok-val(1:8) is numeric
                           move tok-val(1:8) to to-date
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 2000-FILE-ALERTS - EVERY ALERT EITHER OPENS A NEW CASE OR
      * BUMPS THE REPEAT COUNT OF THE CASE STILL OPEN FOR ITS DATASET,
      * RULE AND CATEGORY.  A CASE ALREADY SEEN ON THE ALERT'S RUN
      * DATE IS LEFT ALONE, SO RERUNNING THIS STEP AGAINST THE SAME
      * ALERT FILE DOES NOT COUNT THE SAME NIGHT TWICE.
      ******************************************************************
       2000-file-alerts.
           write report-line from load-section-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           open input alert-file.
           if alrt-status = '35'
               write report-line from no-alert-line
                   after advancing 1 line
               go to 2000-exit
           end-if.
           if alrt-status not = '00'
               display ' *** UNABLE TO OPEN ALERT FILE, STATUS = '
                   alrt-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from load-col-heads after advancing 1 line.
           move 'N' to file-eof-sw.
           perform 2100-file-one-alert thru 2100-exit
               until file-eof.
           close alert-file.
           move cnt-alerts to out-lt-alerts.
           move cnt-new to out-lt-new.
           move cnt-repeat to out-lt-repeat.
           move cnt-already to out-lt-already.
           write report-line from load-totals-line
               after advancing 2 lines.
       2000-exit.
           exit.

       2100-file-one-alert.
           read alert-file into alert-line
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               go to 2100-exit
           end-if.
           if alr-dataset = spaces
               go to 2100-exit
           end-if.
           add 1 to cnt-alerts.
           if alr-run-date is numeric and alr-run-date-num > zero
               move alr-run-date-num to alert-date
           else
               move run-date to alert-date
           end-if.
           move alr-dataset to find-dataset.
           move alr-rule to find-rule.
           move alr-category to find-category.
           move alert-date to find-date.
           perform 7000-find-case thru 7000-exit.
           move alr-dataset to out-ld-dataset.
           move alr-rule to out-ld-rule.
           move alr-category to out-ld-category.
           move alert-date to out-ld-alert-date.
           if found-open-date > zero
               perform 2200-repeat-open-case thru 2200-exit
           else
               if found-same-day
                   add 1 to cnt-same-day
                   move alert-date to out-ld-open-date
                   move zero to out-ld-repeats
                   move 'CLOSED THE SAME DAY - NOT REOPENED'
                       to out-ld-action
               else
                   perform 2300-open-new-case thru 2300-exit
               end-if
           end-if.
           write report-line from load-detail-line
               after advancing 1 line.
       2100-exit.
           exit.

       2200-repeat-open-case.
           move find-prefix to exr-key(1:46).
           move found-open-date to exr-open-date.
           read register-file
               invalid key
                   move 'CASE VANISHED ON REREAD' to out-ld-action
                   move zero to out-ld-repeats
                   move found-open-date to out-ld-open-date
                   go to 2200-exit
           end-read.
           move exr-open-date to out-ld-open-date.
           if exr-last-date >= alert-date
               add 1 to cnt-already
               move exr-repeats to out-ld-repeats
               move 'ALREADY FILED FOR THIS RUN DATE' to out-ld-action
               go to 2200-exit
           end-if.
           add 1 to exr-repeats.
           move alert-date to exr-last-date.
           move alr-actual to exr-actual.
           move alr-expected to exr-expected.
           rewrite register-record
               invalid key
                   move 'REWRITE FAILED' to out-ld-action
                   move 4 to return-code
                   go to 2200-exit
           end-rewrite.
           add 1 to cnt-repeat.
           move exr-repeats to out-ld-repeats.
           if exr-acked
               move 'REPEAT OF ACKNOWLEDGED CASE' to out-ld-action
           else
               move 'REPEAT OF OPEN CASE' to out-ld-action
           end-if.
       2200-exit.
           exit.

       2300-open-new-case.
           move spaces to register-record.
           move find-prefix to exr-key(1:46).
           move alert-date to exr-open-date.
           move 'O' to exr-status.
           move zero to exr-repeats.
           move alert-date to exr-last-date.
           move alr-actual to exr-actual.
           move alr-expected to exr-expected.
           move zero to exr-ack-date.
           move zero to exr-close-date.
           move alert-date to out-ld-open-date.
           move zero to out-ld-repeats.
           write register-record
               invalid key
                   move 'WRITE FAILED - KEY ON FILE' to out-ld-action
                   move 4 to return-code
                   go to 2300-exit
           end-write.
           add 1 to cnt-new.
           move 'NEW CASE OPENED' to out-ld-action.
       2300-exit.
           exit.

      ******************************************************************
      * 3000-APPLY-TRANSACTIONS - ACK TAKES OWNERSHIP OF A CASE (A
      * LATER ACK BY SOMEONE ELSE HANDS IT OVER); CLOSE ENDS IT WITH
      * ITS RESOLUTION.  A CLOSED CASE TAKES NO FURTHER TRANSACTIONS.
      * A REJECTED TRANSACTION IS LISTED WITH ITS REASON AND ENDS THE
      * STEP WITH CONDITION CODE 4.
      ******************************************************************
       3000-apply-transactions.
           write report-line from tran-section-header
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           open input tran-file.
           if tran-status = '35'
               write report-line from no-tran-line
                   after advancing 1 line
               go to 3000-exit
           end-if.
           if tran-status not = '00'
               display ' *** UNABLE TO OPEN TRANSACTION FILE, '
                   'STATUS = ' tran-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from tran-col-heads after advancing 1 line.
           move 'N' to file-eof-sw.
           perform 3100-apply-one-tran thru 3100-exit
               until file-eof.
           close tran-file.
           move cnt-tran to out-tt-tran.
           move cnt-tran-bad to out-tt-bad.
           write report-line from tran-totals-line
               after advancing 2 lines.
           if cnt-tran-bad > zero and return-code < 4
               move 4 to return-code
           end-if.
       3000-exit.
           exit.

       3100-apply-one-tran.
           read tran-file into tran-line
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               go to 3100-exit
           end-if.
           if tran-line = spaces or tran-line(1:1) = '*'
               go to 3100-exit
           end-if.
           add 1 to cnt-tran.
           inspect tr-action converting
               'abcdefghijklmnopqrstuvwxyz' to
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move spaces to tran-result.
           perform 3200-edit-tran thru 3200-exit.
           if tran-result = spaces
               perform 3300-post-tran thru 3300-exit
           end-if.
           if tran-result not = 'APPLIED'
               add 1 to cnt-tran-bad
           end-if.
           move tr-dataset to out-tr-dataset.
           move tr-rule to out-tr-rule.
           move tr-category to out-tr-category.
           move tr-open-date to out-tr-open-date.
           move tr-action to out-tr-action.
           move tr-operator to out-tr-operator.
           move tr-reason to out-tr-reason.
           move tran-result to out-tr-result.
           write report-line from tran-detail-line
               after advancing 1 line.
       3100-exit.
           exit.

       3200-edit-tran.
           if tr-action not = 'ACK' and tr-action not = 'CLOSE'
               move 'UNKNOWN ACTION' to tran-result
               go to 3200-exit
           end-if.
           if tr-operator = spaces
               move 'OPERATOR ID REQUIRED' to tran-result
               go to 3200-exit
           end-if.
           if tr-reason = spaces
               move 'REASON CODE REQUIRED' to tran-result
               go to 3200-exit
           end-if.
           if tr-note = spaces
               move 'NOTE REQUIRED' to tran-result
               go to 3200-exit
           end-if.
           if tr-open-date not = spaces and tr-open-date is not numeric
               move 'OPEN DATE NOT NUMERIC' to tran-result
           end-if.
       3200-exit.
           exit.

      ******************************************************************
      * 3300-POST-TRAN - FINDS THE CASE (BY ITS FULL KEY WHEN THE
      * OPEN DATE IS GIVEN, OTHERWISE THE ONE STILL OPEN), THEN
      * RECORDS THE ACKNOWLEDGEMENT OR THE CLOSE ON IT.
      ******************************************************************
       3300-post-tran.
           move tr-dataset to find-dataset.
           move tr-rule to find-rule.
           move tr-category to find-category.
           if tr-open-date = spaces or tr-open-date-num = zero
               move zero to find-date
               perform 7000-find-case thru 7000-exit
               if found-open-date = zero
                   move 'NO OPEN CASE' to tran-result
                   go to 3300-exit
               end-if
               move found-open-date to exr-open-date
           else
               move tr-open-date-num to exr-open-date
           end-if.
           move find-prefix to exr-key(1:46).
           read register-file
               invalid key
                   move 'CASE NOT ON FILE' to tran-result
                   go to 3300-exit
           end-read.
           if exr-closed
               move 'CASE ALREADY CLOSED' to tran-result
               go to 3300-exit
           end-if.
           move exr-open-date to tr-open-date-num.
           if tr-action = 'ACK'
               move 'A' to exr-status
               move tr-operator to exr-owner
               move run-date to exr-ack-date
               move tr-reason to exr-ack-reason
               move tr-note to exr-ack-note
           else
               move 'C' to exr-status
               if exr-owner = spaces
                   move tr-operator to exr-owner
               end-if
               move run-date to exr-close-date
               move tr-operator to exr-closed-by
               move tr-reason to exr-close-reason
               move tr-note to exr-close-note
           end-if.
           rewrite register-record
               invalid key
                   move 'REWRITE FAILED' to tran-result
                   go to 3300-exit
           end-rewrite.
           move 'APPLIED' to tran-result.
       3300-exit.
           exit.

      ******************************************************************
      * 4000-COLLECT-CASES - ONE PASS OVER THE WHOLE REGISTER, PULLING
      * THE OPEN CASES AND THE CASES CLOSED IN THE PERIOD INTO THEIR
      * REPORT TABLES, THEN SORTING THEM: OPEN CASES OLDEST FIRST,
      * MOST REPEATED FIRST WITHIN AN AGE; CLOSED CASES IN CLOSE-DATE
      * ORDER.
      ******************************************************************
       4000-collect-cases.
           move low-values to exr-key.
           move 'N' to reg-eof-sw.
           start register-file key is not less than exr-key
               invalid key
                   move 'Y' to reg-eof-sw
           end-start.
           perform 4100-collect-one-case thru 4100-exit
               until reg-eof.
           if opn-count > 1
               sort open-entry on descending key opn-age opn-repeats
                   on ascending key opn-dataset opn-rule opn-category
           end-if.
           if cls-count > 1
               sort closed-entry on ascending key cls-close-date
                   cls-dataset cls-rule cls-category
           end-if.
       4000-exit.
           exit.

       4100-collect-one-case.
           read register-file next record
               at end move 'Y' to reg-eof-sw
           end-read.
           if reg-eof
               go to 4100-exit
           end-if.
           if exr-closed
               if exr-close-date >= from-date
                       and exr-close-date <= to-date
                   perform 4300-add-closed-case thru 4300-exit
               end-if
           else
               perform 4200-add-open-case thru 4200-exit
           end-if.
       4100-exit.
           exit.

       4200-add-open-case.
           if exr-acked
               add 1 to cnt-acked
           end-if.
           if opn-count >= 2000
               add 1 to cnt-open-over
               go to 4200-exit
           end-if.
           add 1 to opn-count.
           move exr-open-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           compute opn-age(opn-count) = run-serial - dsr-serial.
           move exr-repeats to opn-repeats(opn-count).
           move exr-dataset to opn-dataset(opn-count).
           move exr-rule to opn-rule(opn-count).
           move exr-category to opn-category(opn-count).
           move exr-open-date to opn-open-date(opn-count).
           move exr-last-date to opn-last-date(opn-count).
           move exr-status to opn-status(opn-count).
           move exr-owner to opn-owner(opn-count).
       4200-exit.
           exit.

       4300-add-closed-case.
           if cls-count >= 2000
               add 1 to cnt-closed-over
               go to 4300-exit
           end-if.
           add 1 to cls-count.
           move exr-close-date to cls-close-date(cls-count).
           move exr-dataset to cls-dataset(cls-count).
           move exr-rule to cls-rule(cls-count).
           move exr-category to cls-category(cls-count).
           move exr-open-date to cls-open-date(cls-count).
           move exr-repeats to cls-repeats(cls-count).
           move exr-closed-by to cls-closed-by(cls-count).
           move exr-close-reason to cls-reason(cls-count).
           move exr-close-note to cls-note(cls-count).
       4300-exit.
           exit.

       5000-print-open-cases.
           write report-line from open-section-header
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           if opn-count = zero
               write report-line from none-line after advancing 1 line
           else
               write report-line from open-col-heads
                   after advancing 1 line
               perform 5100-print-one-open thru 5100-exit
                   varying opn-idx from 1 by 1
                   until opn-idx > opn-count
           end-if.
           if cnt-open-over > zero
               move cnt-open-over to out-overflow
               write report-line from overflow-line
                   after advancing 1 line
           end-if.
           compute out-ot-open = opn-count + cnt-open-over.
           move cnt-acked to out-ot-acked.
           write report-line from open-totals-line
               after advancing 2 lines.
       5000-exit.
           exit.

       5100-print-one-open.
           move opn-dataset(opn-idx) to out-op-dataset.
           move opn-rule(opn-idx) to out-op-rule.
           move opn-category(opn-idx) to out-op-category.
           move opn-open-date(opn-idx) to out-op-open-date.
           move opn-age(opn-idx) to out-op-age.
           move opn-repeats(opn-idx) to out-op-repeats.
           move opn-last-date(opn-idx) to out-op-last-date.
           if opn-status(opn-idx) = 'A'
               move 'ACK' to out-op-status
           else
               move 'OPEN' to out-op-status
           end-if.
           if opn-owner(opn-idx) = spaces
               move '-' to out-op-owner
           else
               move opn-owner(opn-idx) to out-op-owner
           end-if.
           write report-line from open-detail-line
               after advancing 1 line.
       5100-exit.
           exit.

       6000-print-closed-cases.
           write report-line from closed-section-header
               after advancing 3 lines.
           write report-line from under-line after advancing 1 line.
           if cls-count = zero
               write report-line from none-line after advancing 1 line
           else
               write report-line from closed-col-heads
                   after advancing 1 line
               perform 6100-print-one-closed thru 6100-exit
                   varying cls-idx from 1 by 1
                   until cls-idx > cls-count
           end-if.
           if cnt-closed-over > zero
               move cnt-closed-over to out-overflow
               write report-line from overflow-line
                   after advancing 1 line
           end-if.
           compute out-ct-closed = cls-count + cnt-closed-over.
           write report-line from closed-totals-line
               after advancing 2 lines.
       6000-exit.
           exit.

       6100-print-one-closed.
           move cls-dataset(cls-idx) to out-cl-dataset.
           move cls-rule(cls-idx) to out-cl-rule.
           move cls-category(cls-idx) to out-cl-category.
           move cls-open-date(cls-idx) to out-cl-open-date.
           move cls-close-date(cls-idx) to out-cl-close-date.
           move cls-repeats(cls-idx) to out-cl-repeats.
           move cls-closed-by(cls-idx) to out-cl-closed-by.
           move cls-reason(cls-idx) to out-cl-reason.
           write report-line from closed-detail-line
               after advancing 1 line.
           move cls-note(cls-idx) to out-cl-note.
           write report-line from closed-note-line
               after advancing 1 line.
       6100-exit.
           exit.

      ******************************************************************
      * 7000-FIND-CASE - STARTS THE REGISTER ON FIND-PREFIX AND READS
      * EVERY CASE FILED UNDER IT.  FOUND-OPEN-DATE IS THE OPEN DATE
      * OF THE CASE NOT YET CLOSED (ZERO IF NONE); FOUND-SAME-DAY
      * SAYS WHETHER ANY CASE OPENED ON FIND-DATE.
      ******************************************************************
       7000-find-case.
           move zero to found-open-date.
           move 'N' to found-same-day-sw.
           move find-prefix to exr-key(1:46).
           move zero to exr-open-date.
           move 'N' to reg-eof-sw.
           start register-file key is not less than exr-key
               invalid key
                   move 'Y' to reg-eof-sw
           end-start.
           perform 7100-scan-one-case thru 7100-exit
               until reg-eof.
       7000-exit.
           exit.

       7100-scan-one-case.
           read register-file next record
               at end move 'Y' to reg-eof-sw
           end-read.
           if reg-eof
               go to 7100-exit
           end-if.
           if exr-key(1:46) not = find-prefix
               move 'Y' to reg-eof-sw
               go to 7100-exit
           end-if.
           if exr-open-date = find-date
               move 'Y' to found-same-day-sw
           end-if.
           if not exr-closed
               move exr-open-date to found-open-date
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

       9999-exit.
           close register-file.
           close report-file.
           stop run.
