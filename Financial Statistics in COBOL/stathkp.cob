      *                   COLUMN FINALLY LEAVES THE LIVE MASTER.
      *                   WITH NO CUTOFF= NOTHING IS AGED BY DATE,
      *                   BUT THE SHORT ROWS ARE STILL DROPPED.
      * 10/15/2026  RT   HISTFILE IS NOW AN INDEXED MASTER.  AGED AND
      *                   SHORT ROWS ARE WRITTEN TO THE ARCHIVE AND
      *                   DELETED FROM THE MASTER BY KEY IN ONE PASS -
      *                   THE HISTWORK COPY AND THE REWRITE OF THE
      *                   WHOLE LIVE FILE ARE GONE.  RUNLOG IS STILL A
      *                   TEXT FILE AND KEEPS ITS TWO-PASS COPY.
      * 10/15/2026  RT   STATRSUB'S FIX HELD, FIX RJCT AND FIX SELF
      *                   APPROVAL LINES ARE AGED LIKE ITS RESUBMIT
      *                   LINES - SAME DATE AND DATASET COLUMNS.
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select history-file assign to dynamic hist-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-rec-key
               file status is hist-status.
           select hist-arch-file assign to dynamic hist-arch-name
               organization is line sequential
               file status is harch-status.
       data division.
       file section.
       fd history-file.
       01  history-record.
           02  hist-rec-key.
               03  hist-key-dataset    picture x(30).
               03  hist-key-run-date   picture 9(08).
               03  hist-key-run-time   picture 9(06).
           02  filler                  picture x(156).
       fd hist-arch-file.
       01  hist-arch-record        picture x(200).
       fd run-log-file.
       01  rlog-arch-name      picture x(30) value spaces.
       01  rpt-file-name       picture x(30) value 'HKPRPT'.
       01  hist-status         picture x(02).
       01  harch-status        picture x(02).
       01  rlog-status         picture x(02).
       01  rwork-status        picture x(02).
           exit.

      ******************************************************************
      * 2000-PURGE-HISTFILE - ONE PASS OVER THE MASTER IN KEY ORDER.
      * A ROW AGED OFF (OR A PRE-WIDENING SHORT ROW) IS WRITTEN TO
      * THE DATED ARCHIVE FIRST AND ONLY THEN DELETED FROM THE
      * MASTER BY ITS KEY, SO NOTHING IS EVER IN NEITHER PLACE.
      ******************************************************************
       2000-purge-histfile.
           perform 7100-clear-purge-counts thru 7100-exit.
           open i-o history-file.
           if hist-status = '35'
               write report-line from hist-section-header
                   after advancing 2 lines
               move 16 to return-code
               stop run
           end-if.
           open output hist-arch-file.
           if harch-status not = '00'
               display ' *** UNABLE TO OPEN HISTORY ARCHIVE, '
                   'STATUS = ' harch-status
               move 16 to return-code
               stop run
           end-if.
           perform 2100-age-one-hist-row thru 2100-exit
               until file-eof.
           close history-file.
           close hist-arch-file.
           write report-line from hist-section-header
               after advancing 2 lines.
           write report-line from under-line after advancing 1 line.
      * BLANK WAS WRITTEN BEFORE THE RECORD WAS WIDENED AND CARRIES
      * THE TRUNCATED VARIANCE - IT GOES TO THE ARCHIVE REGARDLESS
      * OF AGE.  OTHERWISE THE RUN DATE DECIDES: OLDER THAN THE
      * CUTOFF GOES TO THE ARCHIVE, THE REST STAYS ON THE LIVE
      * MASTER.  A ROW WHOSE DATE IS NOT EVEN NUMERIC IS KEPT - AGE
      * CANNOT BE JUDGED FROM GARBAGE.
      ******************************************************************
       2100-age-one-hist-row.
           read history-file next record into hist-line
               at end move 'Y' to file-eof-sw
           end-read.
           if file-eof
               move spaces to wk-date
           end-if.
           if keeping-row
               add 1 to hk-kept-cnt
           else
               perform 2200-archive-hist-row thru 2200-exit
           end-if.
           perform 7200-note-dataset thru 7200-exit.
       2100-exit.
           exit.

      ******************************************************************
      * 2200-ARCHIVE-HIST-ROW - THE ROW JUST READ IS STILL THE CURRENT
      * RECORD, SO THE DELETE TAKES IT BY THE KEY IN THE RECORD AREA.
      * A DELETE THAT FAILS LEAVES THE ROW LIVE AS WELL AS ARCHIVED -
      * IT IS COUNTED AS KEPT AND THE RUN ENDS WITH SEVERITY 4.
      ******************************************************************
       2200-archive-hist-row.
           write hist-arch-record from hist-line.
           delete history-file record
               invalid key
                   display ' *** HISTFILE DELETE FAILED, STATUS = '
                       hist-status ' KEY = ' hist-rec-key
                   move 'Y' to wk-keep-sw
                   move 4 to return-code
           end-delete.
           if keeping-row
               add 1 to hk-kept-cnt
           else
               add 1 to hk-arch-cnt
           end-if.
       2200-exit.
           exit.

      ******************************************************************
      * 3000-PURGE-RUNLOG - PASS 1 SPLITS THE LIVE LOG BETWEEN THE
      * WORK FILE (LINES KEPT) AND THE DATED ARCHIVE; PASS 2 COPIES
      * THE WORK FILE BACK OVER THE LIVE LOG.  THE ARCHIVE IS ON DISK
      * AND CLOSED BEFORE THE LIVE FILE IS TRUNCATED.  STATSNEW'S
      * RUN LINES AND STATRSUB'S RESUBMIT AND APPROVAL LINES EACH
      * CARRY THEIR DATE AND DATASET IN KNOWN COLUMNS; A LINE
      * THIS PROGRAM DOES NOT RECOGNIZE IS KEPT, NEVER ARCHIVED -
      * AN AUDIT TRAIL IS NOT THE PLACE TO GUESS.
      ******************************************************************
               move rlog-line(41:30) to wk-dataset
           else
               if rlog-line(2:13) = 'RESUBMIT DATE'
                       or rlog-line(2:13) = 'FIX HELD DATE'
                       or rlog-line(2:13) = 'FIX RJCT DATE'
                       or rlog-line(2:13) = 'FIX SELF DATE'
                   move rlog-line(17:8) to wk-date
                   move rlog-line(46:30) to wk-dataset
               end-if
