       identification division.
       program-id. stathcnv.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - ONE-TIME CONVERSION OF THE
      *                   LINE-SEQUENTIAL HISTFILE TO THE INDEXED
      *                   MASTER KEYED ON DATASET NAME AND RUN DATE/
      *                   TIME.  THE OLD FILE (RENAMED HISTSEQ, OR
      *                   NAMED BY IN=) IS LOADED ROW FOR ROW INTO A
      *                   NEW HISTFILE.  A ROW WHOSE KEY IS ALREADY ON
      *                   THE NEW MASTER, OR WHOSE DATASET NAME IS
      *                   BLANK, IS NOT LOADED - IT IS LISTED ON THE
      *                   REPORT AND COPIED UNCHANGED TO HISTDUP SO
      *                   NOTHING IS LOST, AND THE RUN ENDS WITH
      *                   CONDITION CODE 4.  AN EXISTING INDEXED
      *                   HISTFILE IS NEVER OVERWRITTEN UNLESS
      *                   REPLACE=Y IS GIVEN.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select seq-hist-file assign to dynamic seq-file-name
               organization is line sequential
               file status is seq-status.
           select history-file assign to dynamic hist-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-rec-key
               file status is hist-status.
           select dup-file assign to dynamic dup-file-name
               organization is line sequential
               file status is dup-status.
           select report-file assign to dynamic rpt-file-name
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd seq-hist-file.
       01  seq-hist-record         picture x(200).
       fd history-file.
       01  history-record.
           02  hist-rec-key.
               03  hist-key-dataset    picture x(30).
               03  hist-key-run-date   picture 9(08).
               03  hist-key-run-time   picture 9(06).
           02  filler                  picture x(156).
       fd dup-file.
       01  dup-record              picture x(200).
       fd report-file.
       01  report-line             picture x(132).

       working-storage section.
       01  seq-file-name       picture x(30) value 'HISTSEQ'.
       01  hist-file-name      picture x(30) value 'HISTFILE'.
       01  dup-file-name       picture x(30) value 'HISTDUP'.
       01  rpt-file-name       picture x(30) value 'HCNVRPT'.
       01  seq-status          picture x(02).
       01  hist-status         picture x(02).
       01  dup-status          picture x(02).
       01  rpt-status          picture x(02).
       01  seq-eof-sw          picture x(01) value 'N'.
           88  seq-eof                   value 'Y'.
       01  replace-sw          picture x(01) value 'N'.
           88  replace-allowed           value 'Y'.

      ******************************************************************
      * HISTORY MASTER ROW - THE SAME SHAPE STATSNEW WRITES.  A ROW
      * WHOSE BYTES PAST COLUMN 160 ARE BLANK IS A PRE-WIDENING ROW;
      * IT IS LOADED AS IT STANDS AND COUNTED, AND STATHKP STILL
      * DROPS IT ON ITS NEXT RUN.
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
           02  filler              picture x(29).

       77  cv-read-cnt         picture s9(09) usage is comp value zero.
       77  cv-load-cnt         picture s9(09) usage is comp value zero.
       77  cv-dup-cnt          picture s9(09) usage is comp value zero.
       77  cv-blank-cnt        picture s9(09) usage is comp value zero.
       77  cv-short-cnt        picture s9(09) usage is comp value zero.

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING, THE SAME SHAPE AS STATSNEW'S:
      * IN= NAMES THE OLD SEQUENTIAL FILE, HIST= THE NEW INDEXED
      * MASTER, DUP= THE FILE OF ROWS NOT LOADED AND OUT= THE
      * REPORT.  REPLACE=Y LETS THE RUN OVERWRITE AN EXISTING MASTER.
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
           02  parm-token          picture x(40) occurs 10 times.
       77  parm-token-count    picture s9(02) usage is comp value zero.
       77  tok-idx             picture s9(02) usage is comp.
       01  tok-key             picture x(20).
       01  tok-val             picture x(40).

       01  title-line.
           02  filler picture x(60) value
               ' STATHCNV - HISTFILE Sequential To Indexed Conversion'.
       01  under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  files-line.
           02  filler picture x(08) value ' Input: '.
           02  out-seq-name picture x(30).
           02  filler picture x(10) value '  Output: '.
           02  out-hist-name picture x(30).
       01  reject-col-heads.
           02  filler picture x(15) value ' INPUT-ROW'.
           02  filler picture x(31) value 'DATASET'.
           02  filler picture x(10) value 'RUN-DATE'.
           02  filler picture x(08) value 'TIME'.
           02  filler picture x(05) value 'CORR'.
           02  filler picture x(20) value 'REASON'.
       01  reject-line.
           02  filler picture x(01) value space.
           02  out-rej-row picture zzzzzzzz9.
           02  filler picture x(05) value spaces.
           02  out-rej-dataset picture x(30).
           02  filler picture x(01) value space.
           02  out-rej-date picture x(08).
           02  filler picture x(02) value spaces.
           02  out-rej-time picture x(06).
           02  filler picture x(03) value spaces.
           02  out-rej-corr picture x(01).
           02  filler picture x(04) value spaces.
           02  out-rej-reason picture x(20).
       01  count-line.
           02  out-cnt-label picture x(40).
           02  out-cnt-value picture zzzzzzzz9.
       01  no-input-line.
           02  filler picture x(50) value
               ' SEQUENTIAL HISTORY FILE NOT ON SYSTEM'.
       01  exists-line.
           02  filler picture x(60) value
               ' INDEXED HISTFILE ALREADY EXISTS - GIVE REPLACE=Y TO'.
           02  filler picture x(20) value ' OVERWRITE IT'.

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-convert thru 2000-exit.
           perform 3000-print-totals thru 3000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           perform 1100-get-parm thru 1100-exit.
           open output report-file.
           if rpt-status not = '00'
               display ' *** UNABLE TO OPEN REPORT FILE, STATUS = '
                   rpt-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from title-line after advancing 0 lines.
           move seq-file-name to out-seq-name.
           move hist-file-name to out-hist-name.
           write report-line from files-line after advancing 1 line.
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
                   when 'IN'
                       move tok-val to seq-file-name
                   when 'HIST'
                       move tok-val to hist-file-name
                   when 'DUP'
                       move tok-val to dup-file-name
                   when 'OUT'
                       move tok-val to rpt-file-name
                   when 'REPLACE'
                       if tok-val(1:1) = 'Y'
                           move 'Y' to replace-sw
                       end-if
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

      ******************************************************************
      * 2000-CONVERT - OPENS THE OLD FILE, REFUSES TO CLOBBER AN
      * EXISTING INDEXED MASTER WITHOUT REPLACE=Y, THEN LOADS EVERY
      * ROW.  ONLY A MASTER THAT IS NOT THERE AT ALL (STATUS 35) IS
      * CREATED UNASKED - ANY OTHER FAILURE TO OPEN IT STOPS THE RUN
      * RATHER THAN RISK WRITING OVER A MASTER THAT DOES EXIST.  THE
      * INPUT NEED NOT BE IN KEY ORDER - EACH ROW IS WRITTEN BY ITS
      * KEY.
      ******************************************************************
       2000-convert.
           open input seq-hist-file.
           if seq-status = '35'
               write report-line from no-input-line
                   after advancing 2 lines
               move 16 to return-code
               go to 2000-exit
           end-if.
           if seq-status not = '00'
               display ' *** UNABLE TO OPEN SEQUENTIAL HISTORY, '
                   'STATUS = ' seq-status
               move 16 to return-code
               stop run
           end-if.
           open input history-file.
           if hist-status = '00'
               close history-file
               if not replace-allowed
                   close seq-hist-file
                   write report-line from exists-line
                       after advancing 2 lines
                   move 16 to return-code
                   go to 2000-exit
               end-if
           else
               if hist-status not = '35'
                   display ' *** UNABLE TO OPEN HISTORY FILE, STATUS = '
                       hist-status
                   move 16 to return-code
                   stop run
               end-if
           end-if.
           open output history-file.
           if hist-status not = '00'
               display ' *** UNABLE TO CREATE HISTORY FILE, STATUS = '
                   hist-status
               move 16 to return-code
               stop run
           end-if.
           open output dup-file.
           if dup-status not = '00'
               display ' *** UNABLE TO OPEN DUPLICATES FILE, STATUS = '
                   dup-status
               move 16 to return-code
               stop run
           end-if.
           write report-line from reject-col-heads
               after advancing 2 lines.
           move 'N' to seq-eof-sw.
           perform 2100-load-one-row thru 2100-exit
               until seq-eof.
           close seq-hist-file.
           close history-file.
           close dup-file.
           if cv-dup-cnt > zero or cv-blank-cnt > zero
               move 4 to return-code
           end-if.
       2000-exit.
           exit.

       2100-load-one-row.
           read seq-hist-file into hist-line
               at end move 'Y' to seq-eof-sw
           end-read.
           if seq-eof
               go to 2100-exit
           end-if.
           if hist-line = spaces
               go to 2100-exit
           end-if.
           add 1 to cv-read-cnt.
           if hist-dataset = spaces
               add 1 to cv-blank-cnt
               move 'BLANK DATASET NAME' to out-rej-reason
               perform 2200-reject-row thru 2200-exit
               go to 2100-exit
           end-if.
           if hist-line(161:10) = spaces
               add 1 to cv-short-cnt
           end-if.
           write history-record from hist-line
               invalid key
                   add 1 to cv-dup-cnt
                   move 'DUPLICATE KEY' to out-rej-reason
                   perform 2200-reject-row thru 2200-exit
               not invalid key
                   add 1 to cv-load-cnt
           end-write.
       2100-exit.
           exit.

       2200-reject-row.
           write dup-record from hist-line.
           move cv-read-cnt to out-rej-row.
           move hist-dataset to out-rej-dataset.
           move hist-line(31:8) to out-rej-date.
           move hist-line(39:6) to out-rej-time.
           move hist-corr-flag to out-rej-corr.
           write report-line from reject-line after advancing 1 line.
       2200-exit.
           exit.

       3000-print-totals.
           write report-line from under-line after advancing 2 lines.
           move ' ROWS READ' to out-cnt-label.
           move cv-read-cnt to out-cnt-value.
           write report-line from count-line after advancing 1 line.
           move ' ROWS LOADED' to out-cnt-label.
           move cv-load-cnt to out-cnt-value.
           write report-line from count-line after advancing 1 line.
           move ' DUPLICATE KEYS NOT LOADED' to out-cnt-label.
           move cv-dup-cnt to out-cnt-value.
           write report-line from count-line after advancing 1 line.
           move ' BLANK DATASET ROWS NOT LOADED' to out-cnt-label.
           move cv-blank-cnt to out-cnt-value.
           write report-line from count-line after advancing 1 line.
           move ' PRE-WIDENING SHORT ROWS LOADED' to out-cnt-label.
           move cv-short-cnt to out-cnt-value.
           write report-line from count-line after advancing 1 line.
       3000-exit.
           exit.

       9999-exit.
           close report-file.
           stop run.
