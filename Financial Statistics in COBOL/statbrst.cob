       identification division.
       program-id. statbrst.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - REPORT BURSTING.  THE
      *                   COMBINED STATSNEW OUT-FILE USED TO BE
      *                   PRINTED ONCE AND SPLIT BY HAND FOR EACH
      *                   BUSINESS OWNER.  A DISTRIBUTION REFERENCE
      *                   FILE (DISTFILE) NOW NAMES, PER RECIPIENT,
      *                   THE DATASETS - OR THE CATFILE PARENT GROUPS -
      *                   THEY RECEIVE AND THE PRINT FILE THEIR COPY
      *                   GOES TO.  EACH RECIPIENT GETS A COVER PAGE,
      *                   A TABLE OF CONTENTS, THEIR OWN DATASET
      *                   BLOCKS WITH THE PAGES RENUMBERED, AND THEIR
      *                   OWN LINES OF THE RUN SUMMARY GRID.  EVERY
      *                   DELIVERY IS APPENDED TO A DISTRIBUTION LOG,
      *                   AND A CONTROL REPORT LISTS ANY DATASET NO
      *                   RECIPIENT CLAIMED.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select source-file assign to dynamic src-file-name
               organization is line sequential
               file status is src-status.
           select dist-file assign to dynamic dist-file-name
               organization is line sequential
               file status is dist-status.
           select category-ref-file assign to dynamic catf-file-name
               organization is line sequential
               file status is catf-status.
           select burst-file assign to dynamic brst-file-name
               organization is line sequential
               file status is brst-status.
           select dist-log-file assign to dynamic dlog-file-name
               organization is line sequential
               file status is dlog-status.
           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd source-file.
       01  source-record           picture x(300).
       fd dist-file.
       01  dist-record             picture x(80).
       fd category-ref-file.
       01  category-ref-record     picture x(80).
       fd burst-file.
       01  burst-line              picture x(132).
       fd dist-log-file.
       01  dist-log-record         picture x(132).
       fd report-file.
       01  report-line             picture x(132).

       working-storage section.
       01  src-file-name       picture x(30) value 'OUTFILE'.
       01  dist-file-name      picture x(30) value 'DISTFILE'.
       01  catf-file-name      picture x(30) value 'CATFILE'.
       01  brst-file-name      picture x(30).
       01  dlog-file-name      picture x(30) value 'DISTLOG'.
       01  rpt-file-name       picture x(30) value 'BRSTRPT'.
       01  src-status          picture x(02).
       01  dist-status         picture x(02).
       01  catf-status         picture x(02).
       01  brst-status         picture x(02).
       01  dlog-status         picture x(02).
       01  rpt-status          picture x(02).
       01  src-eof-sw          picture x(01) value 'N'.
           88  src-eof                   value 'Y'.
       01  dist-eof-sw         picture x(01) value 'N'.
           88  dist-eof                  value 'Y'.
       01  catf-eof-sw         picture x(01) value 'N'.
           88  catf-eof                  value 'Y'.
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).

      ******************************************************************
      * DISTRIBUTION REFERENCE FILE - ONE LINE PER SUBSCRIPTION:
      * RECIPIENT ID IN COLUMNS 1-8, KIND IN COLUMN 9 (D = A DATASET
      * BY NAME, G = A CATFILE PARENT GROUP), THE DATASET NAME OR
      * GROUP CODE IN COLUMNS 10-39 AND THE RECIPIENT'S DESTINATION -
      * THE PRINT FILE THEIR COPY IS WRITTEN TO - IN COLUMNS 40-69.
      * A RECIPIENT MAY HAVE ANY NUMBER OF LINES; THE FIRST NON-BLANK
      * DESTINATION STANDS, AND A RECIPIENT WITH NONE IS WRITTEN TO A
      * FILE NAMED FOR THE RECIPIENT ID.  500 LINES, 50 RECIPIENTS.
      ******************************************************************
       01  dist-line.
           02  dl-recipient        picture x(08).
           02  dl-kind             picture x(01).
           02  dl-key              picture x(30).
           02  dl-destination      picture x(30).
           02  filler              picture x(11).
       77  de-count            picture s9(04) usage is comp value zero.
       77  de-idx              picture s9(04) usage is comp.
       77  de-dropped          picture s9(04) usage is comp value zero.
       01  de-area.
           02  de-entry            occurs 500 times.
               03  de-recipient    picture x(08).
               03  de-kind         picture x(01).
               03  de-key          picture x(30).
               03  de-rcp-idx      picture s9(04) usage is comp.
               03  de-matched      picture s9(04) usage is comp.
               03  de-status       picture x(16).
       77  rc-count            picture s9(04) usage is comp value zero.
       77  rc-idx              picture s9(04) usage is comp.
       77  rc-found            picture s9(04) usage is comp.
       77  rc-scan             picture s9(04) usage is comp.
       01  rc-area.
           02  rc-entry            occurs 50 times.
               03  rc-id           picture x(08).
               03  rc-dest         picture x(30).
               03  rc-claim-map    picture x(500).
               03  rc-ds-count     picture s9(04) usage is comp.
               03  rc-pages        picture s9(05) usage is comp.
               03  rc-status       picture x(24).

      ******************************************************************
      * CATEGORY REFERENCE MASTER - THE CATFILE STATSNEW READS, SO A
      * GROUP SUBSCRIPTION CATCHES A DATASET THROUGH ITS CATEGORY
      * CODES EVEN WHEN THE RUN PRINTED NO GROUP BLOCK FOR IT.
      ******************************************************************
       01  catf-line.
           02  cf-code             picture x(08).
           02  cf-desc             picture x(30).
           02  cf-group            picture x(08).
           02  filler              picture x(34).
       77  catref-count        picture s9(03) usage is comp value zero.
       77  cr-idx              picture s9(03) usage is comp.
       77  cr-found            picture s9(03) usage is comp.
       01  lkp-code            picture x(08).
       01  catref-area.
           02  catref-entry        occurs 500 times.
               03  cr-code         picture x(08).
               03  cr-group        picture x(08).

      ******************************************************************
      * SOURCE REPORT LAYOUT - WHAT STATSNEW'S OUT-FILE LOOKS LIKE:
      * A TABLE OF CONTENTS, THEN PAGES THAT EACH OPEN ON A FORM FEED
      * WITH TWO HEADING LINES (RUN DATE/TIME AND PAGE NUMBER, THEN
      * ' DATASET: ' AND THE DATASET NAME) AND A SPACER.  EVERY
      * DATASET STARTS ON A FRESH PAGE, SO EACH PAGE BELONGS TO ONE
      * DATASET; THE RUN SUMMARY GRID PRINTS ON PAGES WITH A BLANK
      * DATASET NAME.  THE FORM FEED IS WRITTEN AHEAD OF THE NEW
      * PAGE'S FIRST LINE, SO ON READING IT BACK IT CAN SIT INSIDE A
      * RECORD - EACH RECORD IS SPLIT ON IT, AND EVERY PIECE AFTER
      * THE FIRST OPENS A NEW PAGE.
      ******************************************************************
       01  form-feed-char      picture x(01) value x'0C'.
       01  seg-area.
           02  seg-text            picture x(132) occurs 3 times.
       77  seg-count           picture s9(02) usage is comp.
       77  seg-idx             picture s9(02) usage is comp.
       01  cur-line            picture x(132).
       01  cur-line-view redefines cur-line.
           02  cl-flag             picture x(02).
           02  cl-grid-dataset     picture x(30).
           02  filler              picture x(100).
       01  cur-hdg-view redefines cur-line.
           02  ch-label            picture x(10).
           02  filler              picture x(01).
           02  ch-dataset          picture x(30).
           02  filler              picture x(91).
       01  new-page-sw         picture x(01).
           88  new-page                  value 'Y'.
       77  src-records         picture s9(07) usage is comp value zero.

      ******************************************************************
      * PAGE TABLE - ONE ENTRY PER SOURCE PAGE GIVING THE DATASET IT
      * BELONGS TO (ZERO FOR A PAGE WITH NO DATASET NAME).  5000
      * PAGES.  PAGE ZERO IS THE SOURCE'S OWN FRONT MATTER.
      ******************************************************************
       77  pg-count            picture s9(05) usage is comp value zero.
       77  pg-idx              picture s9(05) usage is comp.
       77  pg-line             picture s9(05) usage is comp.
       77  pg-over             picture s9(05) usage is comp value zero.
       01  pg-area.
           02  pg-ds               picture s9(04) usage is comp
                                        occurs 5000 times.
       01  src-heading         picture x(132) value spaces.
       01  src-heading-view redefines src-heading.
           02  filler              picture x(44).
           02  sh-run-date         picture x(08).
           02  filler              picture x(01).
           02  sh-run-time         picture x(06).
           02  filler              picture x(73).

      ******************************************************************
      * DATASET TABLE - EVERY DATASET NAMED IN A PAGE HEADING, WITH
      * THE PARENT GROUPS FOUND IN ITS BLOCK (FROM GROUP LABELS AND
      * FROM ITS CATEGORY CODES VIA CATFILE) AND ITS LINE OF THE RUN
      * SUMMARY GRID, IF THE RUN PRINTED ONE.  500 DATASETS, THE SAME
      * CAP AS THE STATSNEW CONTENTS AND GRID.  20 GROUPS EACH.
      ******************************************************************
       77  dn-count            picture s9(04) usage is comp value zero.
       77  dn-idx              picture s9(04) usage is comp.
       77  dn-found            picture s9(04) usage is comp.
       77  dn-dropped          picture s9(04) usage is comp value zero.
       77  dg-idx              picture s9(02) usage is comp.
       77  dg-found            picture s9(02) usage is comp.
       01  want-group          picture x(08).
       01  want-dataset        picture x(30).
       01  dn-area.
           02  dn-entry            occurs 500 times.
               03  dn-name         picture x(30).
               03  dn-pages        picture s9(05) usage is comp.
               03  dn-claims       picture s9(04) usage is comp.
               03  dn-new-page     picture s9(05) usage is comp.
               03  dn-grp-count    picture s9(02) usage is comp.
               03  dn-group        picture x(08) occurs 20 times.
               03  dn-grid-sw      picture x(01).
               03  dn-grid-line    picture x(132).
       01  grid-header         picture x(132) value spaces.
       01  grid-col-heads      picture x(132) value spaces.
       01  grid-seen-sw        picture x(01) value 'N'.
           88  grid-seen                 value 'Y'.

      ******************************************************************
      * PER-RECIPIENT WORK FIELDS.
      ******************************************************************
       77  out-page            picture s9(05) usage is comp.
       77  out-line-cnt        picture s9(03) usage is comp.
       77  grid-rows           picture s9(04) usage is comp.
       77  grid-rows-on-page   picture s9(03) usage is comp.
       77  grid-start-page     picture s9(05) usage is comp.
       77  grid-pages          picture s9(03) usage is comp.
       77  cur-rcp             picture s9(04) usage is comp.
       77  cnt-bursts          picture s9(04) usage is comp value zero.
       77  cnt-unclaimed       picture s9(04) usage is comp value zero.
       77  cnt-unmatched       picture s9(04) usage is comp value zero.
       01  page-ed             picture zzzz9.

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * IN= THE REPORT TO BURST (DEFAULT OUTFILE), DIST=, CATF=,
      * DLOG= AND OUT= (THIS PROGRAM'S CONTROL REPORT).
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
           02  parm-token          picture x(40) occurs 10 times.
       77  parm-token-count    picture s9(02) usage is comp value zero.
       77  tok-idx             picture s9(02) usage is comp.
       01  tok-key             picture x(20).
       01  tok-val             picture x(40).

      ******************************************************************
      * DISTRIBUTION LOG - APPENDED, ONE LINE PER DATASET DELIVERED
      * AND ONE PER RECIPIENT COPY, SO WHO RECEIVED WHAT FROM WHICH
      * RUN CAN BE ANSWERED MONTHS LATER.
      ******************************************************************
       01  dlog-line.
           02  dlg-date            picture 9(08).
           02  filler              picture x(01) value space.
           02  dlg-time            picture 9(06).
           02  filler              picture x(01) value space.
           02  dlg-recipient       picture x(08).
           02  filler              picture x(01) value space.
           02  dlg-destination     picture x(30).
           02  filler              picture x(01) value space.
           02  dlg-dataset         picture x(30).
           02  filler              picture x(06) value ' PAGE '.
           02  dlg-page            picture zzzz9.
           02  filler              picture x(07) value ' PAGES '.
           02  dlg-pages           picture zzzz9.
           02  filler              picture x(05) value ' RUN '.
           02  dlg-src-date        picture x(08).
           02  filler              picture x(01) value '.'.
           02  dlg-src-time        picture x(06).
           02  filler              picture x(03) value spaces.

       01  cover-title.
           02  filler picture x(50) value
               ' STATBRST - Report Distribution'.
       01  cover-line.
           02  out-cover-label picture x(22).
           02  out-cover-value picture x(60).
       01  cover-count.
           02  out-cover-count picture zzzz9.
       01  cover-stamp.
           02  out-stamp-date picture 9(08).
           02  filler picture x(01) value '.'.
           02  out-stamp-time picture 9(06).
       01  contents-header picture x(30) value ' Contents:'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  contents-line.
           02  filler picture x(02) value spaces.
           02  out-cnt-dataset picture x(30).
           02  filler picture x(06) value ' PAGE '.
           02  out-cnt-page picture zzzz9.
       01  grid-heading-2.
           02  filler picture x(11) value ' DATASET: '.
           02  filler picture x(121) value spaces.
       01  grid-note-line.
           02  filler picture x(02) value spaces.
           02  out-grid-shown picture zzz9.
           02  filler picture x(04) value ' OF '.
           02  out-grid-total picture zzz9.
           02  filler picture x(50) value
               ' DATASETS IN THE RUN ARE INCLUDED IN THIS COPY'.

       01  title-line.
           02  filler picture x(50) value
               ' STATBRST - Report Distribution Control'.
       01  source-line.
           02  filler picture x(09) value ' Source: '.
           02  out-src-name picture x(30).
           02  filler picture x(06) value '  Run '.
           02  out-src-date picture x(08).
           02  filler picture x(01) value '.'.
           02  out-src-time picture x(06).
           02  filler picture x(09) value '  Pages: '.
           02  out-src-pages picture zzzz9.
           02  filler picture x(12) value '  Datasets: '.
           02  out-src-ds picture zzz9.
       01  rcp-section-header picture x(30) value ' Recipients:'.
       01  rcp-col-heads.
           02  filler picture x(11) value ' RECIPIENT'.
           02  filler picture x(31) value 'DESTINATION'.
           02  filler picture x(09) value 'DATASETS'.
           02  filler picture x(07) value ' PAGES'.
           02  filler picture x(24) value '  STATUS'.
       01  rcp-line.
           02  filler picture x(01) value space.
           02  out-rcp-id picture x(08).
           02  filler picture x(02) value spaces.
           02  out-rcp-dest picture x(30).
           02  filler picture x(01) value space.
           02  out-rcp-ds picture zzzzzzz9.
           02  filler picture x(01) value space.
           02  out-rcp-pages picture zzzzz9.
           02  filler picture x(02) value spaces.
           02  out-rcp-status picture x(24).
       01  unclaimed-header picture x(45) value
           ' Datasets Not Claimed By Any Recipient:'.
       01  unclaimed-line.
           02  filler picture x(02) value spaces.
           02  out-unc-dataset picture x(30).
           02  filler picture x(08) value ' PAGES '.
           02  out-unc-pages picture zzzz9.
       01  unmatched-header picture x(45) value
           ' Distribution Lines That Matched Nothing:'.
       01  unmatched-line.
           02  filler picture x(02) value spaces.
           02  out-unm-recipient picture x(08).
           02  filler picture x(02) value spaces.
           02  out-unm-kind picture x(01).
           02  filler picture x(02) value spaces.
           02  out-unm-key picture x(30).
           02  filler picture x(02) value spaces.
           02  out-unm-status picture x(16).
       01  none-line picture x(20) value '  NONE'.
       01  msg-line.
           02  out-msg picture x(80).

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-scan-source thru 2000-exit.
           perform 3000-resolve-claims thru 3000-exit.
           perform 4000-burst-one-recipient thru 4000-exit
               varying cur-rcp from 1 by 1
               until cur-rcp > rc-count.
           perform 5000-print-control-report thru 5000-exit.
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
           open extend dist-log-file.
           if dlog-status = '35'
               open output dist-log-file
               close dist-log-file
               open extend dist-log-file
           end-if.
           if dlog-status not = '00'
               display ' *** UNABLE TO OPEN DISTRIBUTION LOG, STATUS = '
                   dlog-status
               move 16 to return-code
               stop run
           end-if.
           perform 1200-load-category-refs thru 1200-exit.
           perform 1300-load-distribution thru 1300-exit.
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
                   when 'IN'
                       move tok-val to src-file-name
                   when 'DIST'
                       move tok-val to dist-file-name
                   when 'CATF'
                       move tok-val to catf-file-name
                   when 'DLOG'
                       move tok-val to dlog-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 1200-LOAD-CATEGORY-REFS - A MISSING CATFILE ONLY MEANS GROUP
      * SUBSCRIPTIONS MATCH ON THE REPORT'S GROUP LABELS ALONE.
      ******************************************************************
       1200-load-category-refs.
           open input category-ref-file.
           if catf-status = '35'
               go to 1200-exit
           end-if.
           if catf-status not = '00'
               display ' *** UNABLE TO OPEN CATEGORY FILE '
                   catf-file-name ', STATUS = ' catf-status
               move 16 to return-code
               stop run
           end-if.
           perform 1210-read-one-catref thru 1210-exit
               until catf-eof.
           close category-ref-file.
       1200-exit.
           exit.

       1210-read-one-catref.
           read category-ref-file into catf-line
               at end move 'Y' to catf-eof-sw
           end-read.
           if not catf-eof and cf-code not = spaces
                   and catref-count < 500
               add 1 to catref-count
               move cf-code to cr-code(catref-count)
               move cf-group to cr-group(catref-count)
           end-if.
       1210-exit.
           exit.

      ******************************************************************
      * 1300-LOAD-DISTRIBUTION - THE DISTRIBUTION FILE IS REQUIRED;
      * WITHOUT IT THERE IS NOBODY TO BURST FOR.
      ******************************************************************
       1300-load-distribution.
           open input dist-file.
           if dist-status not = '00'
               display ' *** UNABLE TO OPEN DISTRIBUTION FILE '
                   dist-file-name ', STATUS = ' dist-status
               move 16 to return-code
               stop run
           end-if.
           perform 1310-read-one-dist thru 1310-exit
               until dist-eof.
           close dist-file.
       1300-exit.
           exit.

       1310-read-one-dist.
           read dist-file into dist-line
               at end move 'Y' to dist-eof-sw
           end-read.
           if dist-eof or dist-line = spaces
               go to 1310-exit
           end-if.
           if de-count >= 500
               add 1 to de-dropped
               go to 1310-exit
           end-if.
           add 1 to de-count.
           move dl-recipient to de-recipient(de-count).
           move dl-kind to de-kind(de-count).
           move dl-key to de-key(de-count).
           move zero to de-matched(de-count).
           move zero to de-rcp-idx(de-count).
           move spaces to de-status(de-count).
           if dl-recipient = spaces or dl-key = spaces
               move 'INCOMPLETE LINE' to de-status(de-count)
               go to 1310-exit
           end-if.
           if dl-kind not = 'D' and dl-kind not = 'G'
               move 'KIND NOT D OR G' to de-status(de-count)
               go to 1310-exit
           end-if.
           perform 1320-note-recipient thru 1320-exit.
           if rc-found = zero
               move 'OVER 50 RECIPS' to de-status(de-count)
               go to 1310-exit
           end-if.
           move rc-found to de-rcp-idx(de-count).
           if rc-dest(rc-found) = spaces
               move dl-destination to rc-dest(rc-found)
           end-if.
       1310-exit.
           exit.

       1320-note-recipient.
           move zero to rc-found.
           perform 1325-scan-recipient thru 1325-exit
               varying rc-scan from 1 by 1
               until rc-scan > rc-count or rc-found > zero.
           if rc-found > zero or rc-count >= 50
               go to 1320-exit
           end-if.
           add 1 to rc-count.
           move rc-count to rc-found.
           move dl-recipient to rc-id(rc-found).
           move spaces to rc-dest(rc-found).
           move spaces to rc-claim-map(rc-found).
           move zero to rc-ds-count(rc-found).
           move zero to rc-pages(rc-found).
           move spaces to rc-status(rc-found).
       1320-exit.
           exit.

       1325-scan-recipient.
           if rc-id(rc-scan) = dl-recipient
               move rc-scan to rc-found
           end-if.
       1325-exit.
           exit.

      ******************************************************************
      * 2000-SCAN-SOURCE - FIRST PASS OVER THE REPORT: BUILDS THE
      * PAGE TABLE AND THE DATASET TABLE, NOTES EACH DATASET'S
      * GROUPS AND CATCHES THE SUMMARY GRID LINES.
      ******************************************************************
       2000-scan-source.
           open input source-file.
           if src-status not = '00'
               display ' *** UNABLE TO OPEN REPORT ' src-file-name
                   ', STATUS = ' src-status
               move 16 to return-code
               stop run
           end-if.
           move zero to pg-count.
           move zero to pg-line.
           move 'N' to src-eof-sw.
           perform 2100-scan-one-record thru 2100-exit
               until src-eof.
           close source-file.
       2000-exit.
           exit.

       2100-scan-one-record.
           read source-file
               at end move 'Y' to src-eof-sw
           end-read.
           if src-eof
               go to 2100-exit
           end-if.
           add 1 to src-records.
           perform 2150-split-record thru 2150-exit.
           perform 2200-scan-one-segment thru 2200-exit
               varying seg-idx from 1 by 1
               until seg-idx > seg-count.
       2100-exit.
           exit.

      ******************************************************************
      * 2150-SPLIT-RECORD - BREAKS A SOURCE RECORD ON ITS FORM FEEDS.
      * A RECORD WITH NONE IS ONE SEGMENT.
      ******************************************************************
       2150-split-record.
           move spaces to seg-area.
           move zero to seg-count.
           unstring source-record delimited by form-feed-char
               into seg-text(1) seg-text(2) seg-text(3)
               tallying in seg-count.
           if seg-count = zero
               move 1 to seg-count
           end-if.
       2150-exit.
           exit.

       2200-scan-one-segment.
           move seg-text(seg-idx) to cur-line.
           if seg-idx > 1
               if pg-count < 5000
                   add 1 to pg-count
                   move zero to pg-ds(pg-count)
               else
                   add 1 to pg-over
               end-if
               move zero to pg-line
           end-if.
           add 1 to pg-line.
           if pg-count = zero or pg-over > zero
               go to 2200-exit
           end-if.
           if pg-line = 1
               if src-heading = spaces
                   move cur-line to src-heading
               end-if
               go to 2200-exit
           end-if.
           if pg-line = 2
               if ch-label = ' DATASET: ' and ch-dataset not = spaces
                   move ch-dataset to want-dataset
                   perform 2300-note-dataset thru 2300-exit
                   move dn-found to pg-ds(pg-count)
                   if dn-found > zero
                       add 1 to dn-pages(dn-found)
                   end-if
               end-if
               go to 2200-exit
           end-if.
           if pg-ds(pg-count) > zero
               perform 2400-scan-dataset-line thru 2400-exit
           else
               perform 2500-scan-grid-line thru 2500-exit
           end-if.
       2200-exit.
           exit.

       2300-note-dataset.
           move zero to dn-found.
           perform 2310-scan-dataset thru 2310-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count or dn-found > zero.
           if dn-found > zero
               go to 2300-exit
           end-if.
           if dn-count >= 500
               add 1 to dn-dropped
               go to 2300-exit
           end-if.
           add 1 to dn-count.
           move dn-count to dn-found.
           move want-dataset to dn-name(dn-found).
           move zero to dn-pages(dn-found).
           move zero to dn-claims(dn-found).
           move zero to dn-grp-count(dn-found).
           move 'N' to dn-grid-sw(dn-found).
           move spaces to dn-grid-line(dn-found).
       2300-exit.
           exit.

       2310-scan-dataset.
           if dn-name(dn-idx) = want-dataset
               move dn-idx to dn-found
           end-if.
       2310-exit.
           exit.

      ******************************************************************
      * 2400-SCAN-DATASET-LINE - A GROUP BLOCK LABEL GIVES A GROUP
      * DIRECTLY; A CATEGORY BLOCK LABEL GIVES ONE THROUGH CATFILE.
      ******************************************************************
       2400-scan-dataset-line.
           move pg-ds(pg-count) to dn-idx.
           if cur-line(1:8) = ' Group: ' and cur-line(9:8) not = spaces
               move cur-line(9:8) to want-group
               perform 2410-note-group thru 2410-exit
               go to 2400-exit
           end-if.
           if cur-line(1:11) = ' Category: '
               move cur-line(12:8) to lkp-code
               move zero to cr-found
               perform 2420-scan-catref thru 2420-exit
                   varying cr-idx from 1 by 1
                   until cr-idx > catref-count or cr-found > zero
               if cr-found > zero
                   if cr-group(cr-found) not = spaces
                       move cr-group(cr-found) to want-group
                       perform 2410-note-group thru 2410-exit
                   end-if
               end-if
           end-if.
       2400-exit.
           exit.

       2410-note-group.
           move zero to dg-found.
           perform 2415-scan-group thru 2415-exit
               varying dg-idx from 1 by 1
               until dg-idx > dn-grp-count(dn-idx) or dg-found > zero.
           if dg-found = zero and dn-grp-count(dn-idx) < 20
               add 1 to dn-grp-count(dn-idx)
               move want-group to
                   dn-group(dn-idx, dn-grp-count(dn-idx))
           end-if.
       2410-exit.
           exit.

       2415-scan-group.
           if dn-group(dn-idx, dg-idx) = want-group
               move dg-idx to dg-found
           end-if.
       2415-exit.
           exit.

       2420-scan-catref.
           if cr-code(cr-idx) = lkp-code
               move cr-idx to cr-found
           end-if.
       2420-exit.
           exit.

      ******************************************************************
      * 2500-SCAN-GRID-LINE - ON A PAGE WITH NO DATASET, THE GRID'S
      * HEADER AND COLUMN HEADINGS ARE KEPT AS PRINTED, AND A LINE
      * WHOSE DATASET COLUMN NAMES A KNOWN DATASET IS THAT DATASET'S
      * GRID LINE.  THE TOTALS LINE COVERS THE WHOLE RUN AND IS NOT
      * PASSED ON.
      ******************************************************************
       2500-scan-grid-line.
           if cur-line(1:24) = ' Run Summary By Dataset:'
               move cur-line to grid-header
               move 'Y' to grid-seen-sw
               go to 2500-exit
           end-if.
           if not grid-seen
               go to 2500-exit
           end-if.
           if cl-flag = spaces and cl-grid-dataset = 'DATASET'
               move cur-line to grid-col-heads
               go to 2500-exit
           end-if.
           if cl-flag not = spaces and cl-flag not = ' *'
               go to 2500-exit
           end-if.
           move cl-grid-dataset to want-dataset.
           move zero to dn-found.
           perform 2310-scan-dataset thru 2310-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count or dn-found > zero.
           if dn-found > zero
               move cur-line to dn-grid-line(dn-found)
               move 'Y' to dn-grid-sw(dn-found)
           end-if.
       2500-exit.
           exit.

      ******************************************************************
      * 3000-RESOLVE-CLAIMS - MARKS EACH RECIPIENT'S DATASETS.  A
      * DATASET LINE MATCHES ON THE NAME; A GROUP LINE MATCHES ANY
      * DATASET WHOSE BLOCK CARRIES THAT GROUP.
      ******************************************************************
       3000-resolve-claims.
           perform 3100-claim-one-entry thru 3100-exit
               varying de-idx from 1 by 1
               until de-idx > de-count.
       3000-exit.
           exit.

       3100-claim-one-entry.
           if de-rcp-idx(de-idx) = zero
               go to 3100-exit
           end-if.
           perform 3110-try-one-dataset thru 3110-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           if de-matched(de-idx) = zero
               move 'NO MATCH' to de-status(de-idx)
           end-if.
       3100-exit.
           exit.

       3110-try-one-dataset.
           move zero to dg-found.
           if de-kind(de-idx) = 'D'
               if de-key(de-idx) = dn-name(dn-idx)
                   move 1 to dg-found
               end-if
           else
               move de-key(de-idx) to want-group
               perform 2415-scan-group thru 2415-exit
                   varying dg-idx from 1 by 1
                   until dg-idx > dn-grp-count(dn-idx)
                       or dg-found > zero
           end-if.
           if dg-found = zero
               go to 3110-exit
           end-if.
           add 1 to de-matched(de-idx).
           move de-rcp-idx(de-idx) to rc-idx.
           if rc-claim-map(rc-idx)(dn-idx:1) not = 'Y'
               move 'Y' to rc-claim-map(rc-idx)(dn-idx:1)
               add 1 to rc-ds-count(rc-idx)
               add 1 to dn-claims(dn-idx)
           end-if.
       3110-exit.
           exit.

      ******************************************************************
      * 4000-BURST-ONE-RECIPIENT - PLANS THE RECIPIENT'S PAGE NUMBERS,
      * WRITES THE COVER AND CONTENTS, COPIES THEIR DATASET PAGES
      * WITH THE NEW NUMBERS, ADDS THEIR LINES OF THE SUMMARY GRID
      * AND LOGS THE DELIVERY.  A RECIPIENT WHO CLAIMED NOTHING IN
      * THIS RUN GETS NO COPY.
      ******************************************************************
       4000-burst-one-recipient.
           if rc-ds-count(cur-rcp) = zero
               move 'NOTHING CLAIMED' to rc-status(cur-rcp)
               go to 4000-exit
           end-if.
           if rc-dest(cur-rcp) = spaces
               move rc-id(cur-rcp) to rc-dest(cur-rcp)
           end-if.
           move zero to rc-found.
           perform 4010-check-destination thru 4010-exit
               varying rc-scan from 1 by 1
               until rc-scan >= cur-rcp or rc-found > zero.
           if rc-found > zero
               move 'DESTINATION ALREADY USED' to rc-status(cur-rcp)
               if return-code < 4
                   move 4 to return-code
               end-if
               go to 4000-exit
           end-if.
           move rc-dest(cur-rcp) to brst-file-name.
           open output burst-file.
           if brst-status not = '00'
               move 'OPEN FAILED, STATUS   ' to rc-status(cur-rcp)
               move brst-status to rc-status(cur-rcp)(21:2)
               move 8 to return-code
               go to 4000-exit
           end-if.
           perform 4100-plan-pages thru 4100-exit.
           perform 4200-write-cover thru 4200-exit.
           perform 4300-copy-body thru 4300-exit.
           if grid-rows > zero
               perform 4400-write-grid thru 4400-exit
           end-if.
           close burst-file.
           move out-page to rc-pages(cur-rcp).
           move 'BURST' to rc-status(cur-rcp).
           add 1 to cnt-bursts.
           perform 4500-log-delivery thru 4500-exit.
       4000-exit.
           exit.

       4010-check-destination.
           if rc-dest(rc-scan) = rc-dest(cur-rcp)
                   and rc-status(rc-scan) = 'BURST'
               move rc-scan to rc-found
           end-if.
       4010-exit.
           exit.

      ******************************************************************
      * 4100-PLAN-PAGES - WALKS THE PAGE TABLE IN SOURCE ORDER AND
      * GIVES EACH CLAIMED DATASET ITS NEW STARTING PAGE; THE GRID
      * FOLLOWS THE LAST DATASET PAGE, 50 ROWS TO A PAGE.
      ******************************************************************
       4100-plan-pages.
           move zero to out-page.
           perform 4105-clear-one-start thru 4105-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           perform 4110-plan-one-page thru 4110-exit
               varying pg-idx from 1 by 1
               until pg-idx > pg-count.
           move zero to grid-rows.
           perform 4120-count-grid-row thru 4120-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           move zero to grid-pages.
           move zero to grid-start-page.
           if grid-rows > zero
               compute grid-pages = (grid-rows + 49) / 50
               compute grid-start-page = out-page + 1
           end-if.
       4100-exit.
           exit.

       4105-clear-one-start.
           move zero to dn-new-page(dn-idx).
       4105-exit.
           exit.

       4110-plan-one-page.
           move pg-ds(pg-idx) to dn-idx.
           if dn-idx = zero
               go to 4110-exit
           end-if.
           if rc-claim-map(cur-rcp)(dn-idx:1) not = 'Y'
               go to 4110-exit
           end-if.
           add 1 to out-page.
           if dn-new-page(dn-idx) = zero
               move out-page to dn-new-page(dn-idx)
           end-if.
       4110-exit.
           exit.

       4120-count-grid-row.
           if rc-claim-map(cur-rcp)(dn-idx:1) = 'Y'
                   and dn-grid-sw(dn-idx) = 'Y'
               add 1 to grid-rows
           end-if.
       4120-exit.
           exit.

      ******************************************************************
      * 4200-WRITE-COVER - THE UNNUMBERED FRONT PAGE: WHO THE COPY IS
      * FOR, WHERE IT CAME FROM, AND THE CONTENTS WITH THE NEW PAGE
      * NUMBERS.
      ******************************************************************
       4200-write-cover.
           write burst-line from cover-title after advancing 0 lines.
           move ' Recipient ..........' to out-cover-label.
           move rc-id(cur-rcp) to out-cover-value.
           write burst-line from cover-line after advancing 2 lines.
           move ' Destination ........' to out-cover-label.
           move rc-dest(cur-rcp) to out-cover-value.
           write burst-line from cover-line after advancing 1 line.
           move ' Source report ......' to out-cover-label.
           move src-file-name to out-cover-value.
           write burst-line from cover-line after advancing 1 line.
           move ' Source run .........' to out-cover-label.
           move spaces to out-cover-value.
           move sh-run-date to out-cover-value(1:8).
           move '.' to out-cover-value(9:1).
           move sh-run-time to out-cover-value(10:6).
           write burst-line from cover-line after advancing 1 line.
           move ' Distributed ........' to out-cover-label.
           move run-date to out-stamp-date.
           move run-time(1:6) to out-stamp-time.
           move cover-stamp to out-cover-value.
           write burst-line from cover-line after advancing 1 line.
           move ' Datasets enclosed ..' to out-cover-label.
           move rc-ds-count(cur-rcp) to out-cover-count.
           move cover-count to out-cover-value.
           write burst-line from cover-line after advancing 1 line.
           move ' Pages ..............' to out-cover-label.
           compute out-cover-count = out-page + grid-pages.
           move cover-count to out-cover-value.
           write burst-line from cover-line after advancing 1 line.
           write burst-line from contents-header
               after advancing 3 lines.
           write burst-line from under-line after advancing 1 line.
           perform 4210-write-one-contents thru 4210-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           if grid-rows > zero
               move 'RUN SUMMARY' to out-cnt-dataset
               move grid-start-page to out-cnt-page
               write burst-line from contents-line
                   after advancing 1 line
           end-if.
       4200-exit.
           exit.

       4210-write-one-contents.
           if rc-claim-map(cur-rcp)(dn-idx:1) not = 'Y'
               go to 4210-exit
           end-if.
           move dn-name(dn-idx) to out-cnt-dataset.
           move dn-new-page(dn-idx) to out-cnt-page.
           write burst-line from contents-line after advancing 1 line.
       4210-exit.
           exit.

      ******************************************************************
      * 4300-COPY-BODY - SECOND PASS OVER THE REPORT FOR THIS
      * RECIPIENT.  EVERY LINE OF A CLAIMED DATASET'S PAGES IS COPIED
      * AS PRINTED, EXCEPT THAT EACH PAGE'S FIRST HEADING LINE GETS
      * THE RECIPIENT'S OWN PAGE NUMBER.
      ******************************************************************
       4300-copy-body.
           move zero to out-page.
           move zero to pg-count.
           open input source-file.
           if src-status not = '00'
               display ' *** UNABLE TO REOPEN REPORT ' src-file-name
                   ', STATUS = ' src-status
               move 16 to return-code
               stop run
           end-if.
           move 'N' to src-eof-sw.
           perform 4310-copy-one-record thru 4310-exit
               until src-eof.
           close source-file.
       4300-exit.
           exit.

       4310-copy-one-record.
           read source-file
               at end move 'Y' to src-eof-sw
           end-read.
           if src-eof
               go to 4310-exit
           end-if.
           perform 2150-split-record thru 2150-exit.
           perform 4320-copy-one-segment thru 4320-exit
               varying seg-idx from 1 by 1
               until seg-idx > seg-count.
       4310-exit.
           exit.

       4320-copy-one-segment.
           move seg-text(seg-idx) to cur-line.
           move 'N' to new-page-sw.
           if seg-idx > 1
               add 1 to pg-count
               move 'Y' to new-page-sw
           end-if.
           if pg-count = zero or pg-count > 5000
               go to 4320-exit
           end-if.
           move pg-ds(pg-count) to dn-idx.
           if dn-idx = zero
               go to 4320-exit
           end-if.
           if rc-claim-map(cur-rcp)(dn-idx:1) not = 'Y'
               go to 4320-exit
           end-if.
           if new-page
               add 1 to out-page
               move out-page to page-ed
               move page-ed to cur-line(128:5)
               write burst-line from cur-line after advancing page
           else
               write burst-line from cur-line after advancing 1 line
           end-if.
       4320-exit.
           exit.

      ******************************************************************
      * 4400-WRITE-GRID - THE RECIPIENT'S LINES OF THE RUN SUMMARY
      * GRID UNDER THE GRID'S OWN HEADINGS, ON PAGES OF THEIR OWN.
      ******************************************************************
       4400-write-grid.
           move zero to grid-rows-on-page.
           perform 4420-start-grid-page thru 4420-exit.
           perform 4410-write-one-grid-row thru 4410-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           write burst-line from under-line after advancing 1 line.
           move grid-rows to out-grid-shown.
           move dn-count to out-grid-total.
           write burst-line from grid-note-line after advancing 1 line.
       4400-exit.
           exit.

       4410-write-one-grid-row.
           if rc-claim-map(cur-rcp)(dn-idx:1) not = 'Y'
                   or dn-grid-sw(dn-idx) not = 'Y'
               go to 4410-exit
           end-if.
           if grid-rows-on-page >= 50
               perform 4420-start-grid-page thru 4420-exit
           end-if.
           write burst-line from dn-grid-line(dn-idx)
               after advancing 1 line.
           add 1 to grid-rows-on-page.
       4410-exit.
           exit.

       4420-start-grid-page.
           add 1 to out-page.
           move src-heading to cur-line.
           move out-page to page-ed.
           move page-ed to cur-line(128:5).
           write burst-line from cur-line after advancing page.
           write burst-line from grid-heading-2 after advancing 1 line.
           write burst-line from grid-header after advancing 2 lines.
           write burst-line from under-line after advancing 1 line.
           write burst-line from grid-col-heads after advancing 1 line.
           move zero to grid-rows-on-page.
       4420-exit.
           exit.

      ******************************************************************
      * 4500-LOG-DELIVERY - ONE LOG LINE PER DATASET DELIVERED, THEN
      * ONE FOR THE COPY AS A WHOLE.
      ******************************************************************
       4500-log-delivery.
           move run-date to dlg-date.
           move run-time(1:6) to dlg-time.
           move rc-id(cur-rcp) to dlg-recipient.
           move rc-dest(cur-rcp) to dlg-destination.
           move sh-run-date to dlg-src-date.
           move sh-run-time to dlg-src-time.
           perform 4510-log-one-dataset thru 4510-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           move '(COMPLETE COPY)' to dlg-dataset.
           move 1 to dlg-page.
           move out-page to dlg-pages.
           write dist-log-record from dlog-line.
       4500-exit.
           exit.

       4510-log-one-dataset.
           if rc-claim-map(cur-rcp)(dn-idx:1) not = 'Y'
               go to 4510-exit
           end-if.
           move dn-name(dn-idx) to dlg-dataset.
           move dn-new-page(dn-idx) to dlg-page.
           move dn-pages(dn-idx) to dlg-pages.
           write dist-log-record from dlog-line.
       4510-exit.
           exit.

      ******************************************************************
      * 5000-PRINT-CONTROL-REPORT - WHAT WAS BURST, WHAT NOBODY
      * CLAIMED, AND WHICH DISTRIBUTION LINES FOUND NOTHING.  AN
      * UNCLAIMED DATASET SETS CONDITION CODE 4 - IT IS A REPORT
      * THAT WAS PRODUCED AND WILL NOT BE READ.
      ******************************************************************
       5000-print-control-report.
           write report-line from title-line after advancing 0 lines.
           move src-file-name to out-src-name.
           move sh-run-date to out-src-date.
           move sh-run-time to out-src-time.
           move pg-count to out-src-pages.
           move dn-count to out-src-ds.
           write report-line from source-line after advancing 2 lines.
           if pg-over > zero or dn-dropped > zero or de-dropped > zero
               move ' *** TABLE FULL - SOME PAGES OR LINES IGNORED'
                   to out-msg
               write report-line from msg-line after advancing 1 line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           write report-line from rcp-section-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           write report-line from rcp-col-heads after advancing 1 line.
           perform 5100-print-one-recipient thru 5100-exit
               varying rc-idx from 1 by 1
               until rc-idx > rc-count.
           if rc-count = zero
               write report-line from none-line after advancing 1 line
           end-if.
           write report-line from unclaimed-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           perform 5200-print-one-unclaimed thru 5200-exit
               varying dn-idx from 1 by 1
               until dn-idx > dn-count.
           if cnt-unclaimed = zero
               write report-line from none-line after advancing 1 line
           else
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if.
           write report-line from unmatched-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
           perform 5300-print-one-unmatched thru 5300-exit
               varying de-idx from 1 by 1
               until de-idx > de-count.
           if cnt-unmatched = zero
               write report-line from none-line after advancing 1 line
           end-if.
       5000-exit.
           exit.

       5100-print-one-recipient.
           move rc-id(rc-idx) to out-rcp-id.
           move rc-dest(rc-idx) to out-rcp-dest.
           move rc-ds-count(rc-idx) to out-rcp-ds.
           move rc-pages(rc-idx) to out-rcp-pages.
           move rc-status(rc-idx) to out-rcp-status.
           write report-line from rcp-line after advancing 1 line.
       5100-exit.
           exit.

       5200-print-one-unclaimed.
           if dn-claims(dn-idx) > zero
               go to 5200-exit
           end-if.
           add 1 to cnt-unclaimed.
           move dn-name(dn-idx) to out-unc-dataset.
           move dn-pages(dn-idx) to out-unc-pages.
           write report-line from unclaimed-line after advancing 1 line.
       5200-exit.
           exit.

       5300-print-one-unmatched.
           if de-status(de-idx) = spaces
               go to 5300-exit
           end-if.
           add 1 to cnt-unmatched.
           move de-recipient(de-idx) to out-unm-recipient.
           move de-kind(de-idx) to out-unm-kind.
           move de-key(de-idx) to out-unm-key.
           move de-status(de-idx) to out-unm-status.
           write report-line from unmatched-line after advancing 1 line.
       5300-exit.
           exit.

       9999-exit.
           close dist-log-file.
           close report-file.
           stop run.
