      *                   BY REASON AT END OF RUN, INSTEAD OF BEING
      *                   DISCOVERED WHEN THE ROW REJECTS AGAIN A
      *                   DAY LATER.
      * 10/15/2026  RT   A PATCH MAY NOW NAME THE CURRENCY FIELD
      *                   (INPUT COLUMNS 60-62), SO A ROW REJECTED FOR
      *                   A WRONG CURRENCY CODE CAN BE PUT RIGHT.
      * 10/15/2026  RT   DUAL CONTROL ON CORRECTIONS.  A FIX LINE MUST
      *                   NOW CARRY THE PREPARER'S ID AND A REASON
      *                   CODE, AND NO LONGER GOES STRAIGHT TO THE
      *                   CLEAN FILE - IT IS HELD PENDING ON THE
      *                   LEFTOVER FILE UNTIL A SECOND PERSON APPROVES
      *                   OR REJECTS IT BY DATASET AND RECORD NUMBER
      *                   ON THE APPROVAL FILE (APPRFILE).  ONLY AN
      *                   APPROVAL FROM SOMEONE OTHER THAN THE
      *                   PREPARER RELEASES IT.  PREPARER, APPROVER AND
      *                   REASON GO TO THE RUNLOG AUDIT TRAIL, AND A
      *                   PENDING-APPROVALS REPORT (PENDRPT) LISTS WHAT
      *                   IS WAITING, WHO KEYED IT AND FOR HOW LONG.
      ******************************************************************

       environment division.
           select site-parm-file assign to dynamic sparm-file-name
               organization is line sequential
               file status is sparm-status.
           select approval-file assign to dynamic appr-file-name
               organization is line sequential
               file status is appr-status.
           select pending-report assign to dynamic pend-file-name
               organization is line sequential
               file status is pend-status.

       data division.
       file section.
       fd recycle-file.
       01  recycle-record          picture x(260).
       fd fix-file.
       01  fix-record              picture x(140).
       fd clean-file.
       01  clean-record            picture x(80).
       fd leftover-file.
       01  leftover-record         picture x(260).
       fd run-log-file.
       01  run-log-record          picture x(160).
       fd site-parm-file.
       01  site-parm-record        picture x(80).
       fd approval-file.
       01  approval-record         picture x(80).
       fd pending-report.
       01  pending-report-line     picture x(132).

       working-storage section.
       77  i                   picture s9(07) usage is comp.
      * ROW: THE ORIGINAL 80-BYTE INPUT RECORD, THE REJECT REASON,
      * THE RECORD NUMBER WITHIN ITS DATASET AND THE DATASET NAME.
      * THE LAYOUT HERE MUST STAY IN STEP WITH THE ONE IN STATSNEW.
      * STATSNEW'S RECORD ENDS AT COLUMN 140.  THE PENDING AREA AFTER
      * IT IS ONLY EVER FILLED BY THIS PROGRAM: A CORRECTION WAITING
      * FOR APPROVAL RIDES ON ITS REJECT ON THE LEFTOVER FILE - WITH
      * ITS PREPARER, REASON CODE AND THE DATE AND TIME IT WAS HELD -
      * AND COMES BACK IN WITH IT WHEN THE LEFTOVER FILE IS FED TO
      * THE NEXT PASS AS ITS RECYCLE FILE.
      ******************************************************************
       01  recycle-line.
           02  rcy-input           picture x(80).
           02  rcy-recno           picture 9(07).
           02  rcy-dataset         picture x(30).
           02  filler              picture x(03).
           02  rcy-pend-area.
               03  rcy-pend-flag   picture x(01).
                   88  rcy-pending           value 'P'.
               03  rcy-pend-preparer
                                   picture x(08).
               03  rcy-pend-rsn-code
                                   picture x(04).
               03  rcy-pend-since  picture 9(08).
               03  rcy-pend-fix    picture x(80).
               03  rcy-pend-time   picture 9(06).
               03  filler          picture x(13).

      ******************************************************************
      * FIX-LINE - ONE OPERATOR CORRECTION: THE DATASET AND RECORD
      * NUMBER OF THE REJECT BEING FIXED (BOTH AS THE RECYCLE FILE
      * SHOWS THEM) FOLLOWED BY THE CORRECTION AREA.  A CORRECTION
      * AREA THAT STARTS *P IS A FIELD-LEVEL PATCH - IT NAMES ONE
      * FIELD (VALUE, WEIGHT, CATEG, YVAL, OBSDATE, CURRENCY) AND THE
      * NEW VALUE, AND THE REST OF THE ROW IS CARRIED FROM THE
      * REJECTED RECORD.  ANYTHING ELSE IS A FULL REPLACEMENT 80-BYTE
      * INPUT RECORD, AS BEFORE (*P CANNOT OPEN A REAL INPUT RECORD,
      * WHOSE FIRST BYTE IS A DIGIT OR A SIGN OVERPUNCH).  UP TO 2000
      * CORRECTIONS ARE HELD PER RUN, THE SAME CAP AS THE PRINTED
      * REJECT LIST IN STATSNEW; A BIGGER REPAIR SESSION IS SIMPLY
      * RUN IN MORE THAN ONE PASS, FEEDING THE LEFTOVER FILE BACK IN
      * AS THE NEXT PASS'S RECYCLE FILE.  THE PREPARER'S ID (COLUMNS
      * 118-125) AND A REASON CODE (126-129) ARE BOTH REQUIRED - A
      * LINE WITHOUT THEM IS REFUSED, NOT HELD.  A NEW LINE FOR A
      * REJECT THAT ALREADY HAS A CORRECTION PENDING REPLACES IT AND
      * STARTS ITS WAIT AFRESH.
      ******************************************************************
       01  fix-line.
           02  fix-dataset         picture x(30).
           02  fix-recno           picture 9(07).
           02  fix-input           picture x(80).
           02  fix-preparer        picture x(08).
           02  fix-rsn-code        picture x(04).
           02  filler              picture x(11).
       01  fix-area.
           02  fix-entry       occurs 2000 times.
               03  fx-dataset      picture x(30).
               03  fx-recno        picture 9(07).
               03  fx-input        picture x(80).
               03  fx-preparer     picture x(08).
               03  fx-rsn-code     picture x(04).
               03  fx-used         picture x(01).
       01  fresh-fix-sw        picture x(01).
           88  fresh-fix                 value 'Y'.

      ******************************************************************
      * APPROVAL-LINE - ONE DECISION BY THE SECOND PERSON: THE DATASET
      * AND RECORD NUMBER AS THE PENDING-APPROVALS REPORT SHOWS THEM,
      * A FOR APPROVE OR R FOR REJECT, THE APPROVER'S ID, AND THE
      * HELD DATE AND TIME FROM THE SAME REPORT LINE.  A DECISION ONLY
      * COUNTS AGAINST A CORRECTION THAT WAS ALREADY PENDING WHEN THE
      * RUN STARTED AND HAS BEEN HELD SINCE THAT EXACT STAMP, SO WHAT
      * IS APPROVED IS EXACTLY WHAT THE APPROVER SAW ON THE REPORT - A
      * CORRECTION REKEYED LATER, EVEN THE SAME DAY, MUST BE APPROVED
      * AGAIN, AND A DECISION LEFT OVER FROM AN EARLIER CORRECTION TO
      * THE SAME RECORD IS REFUSED AS NOT FOR THIS ONE.  A DECISION BY
      * THE PREPARER IS REFUSED.  A MISSING APPROVAL FILE MEANS NO
      * DECISIONS, AND EVERYTHING STAYS PENDING.  A LINE STARTING *
      * IS A COMMENT.  2000 DECISIONS PER RUN.
      ******************************************************************
       01  appr-file-name      picture x(30) value 'APPRFILE'.
       01  appr-status         picture x(02).
       01  appr-eof-sw         picture x(01) value 'N'.
           88  appr-eof                  value 'Y'.
       01  approval-line.
           02  apl-dataset         picture x(30).
           02  apl-recno           picture 9(07).
           02  apl-decision        picture x(01).
           02  apl-approver        picture x(08).
           02  apl-held-date       picture 9(08).
           02  apl-held-time       picture 9(06).
           02  filler              picture x(20).
       77  appr-count          picture s9(07) usage is comp value zero.
       77  appr-over-count     picture s9(07) usage is comp value zero.
       77  appr-found          picture s9(07) usage is comp.
       77  appr-self           picture s9(07) usage is comp.
       01  appr-area.
           02  appr-entry      occurs 2000 times.
               03  ap-dataset      picture x(30).
               03  ap-recno        picture 9(07).
               03  ap-decision     picture x(01).
               03  ap-approver     picture x(08).
               03  ap-held         picture 9(08).
               03  ap-held-time    picture 9(06).
               03  ap-result       picture x(24).
       01  patch-work.
           02  pw-tag              picture x(02).
           02  pw-field            picture x(08).
           02  cw-category         picture x(08).
           02  cw-y                picture s9(14)v9(4).
           02  cw-obs-date         picture 9(08).
           02  cw-currency         picture x(03).
           02  filler              picture x(18).
       01  wiv-x               picture s9(14)v9(4).
       01  wiv-x-bytes redefines wiv-x
                               picture x(18).
      * REJECTED IT AND THE SAME ROW CANNOT QUIETLY BE COUNTED TWICE
      * ACROSS THE ORIGINAL AND REPAIR RUNS - THE ORIGINAL RUN NEVER
      * COUNTED IT, AND THE CLEAN FILE CARRIES ONLY CORRECTED ROWS.
      ******************************************************************
      * THE SAME LINE SHAPE, UNDER ITS OWN TAG, RECORDS A CORRECTION
      * BEING HELD FOR APPROVAL (FIX HELD), REJECTED BY THE APPROVER
      * (FIX RJCT) OR REFUSED BECAUSE THE PREPARER TRIED TO APPROVE
      * IT (FIX SELF).  THE DATE AND DATASET STAY IN THE COLUMNS
      * STATOPS AND STATHKP READ; PREPARER, APPROVER AND REASON CODE
      * FOLLOW THE REJECT REASON.
      ******************************************************************
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).
       01  disp-resubmit       picture zzzzzz9.
       01  disp-leftover       picture zzzzzz9.
       01  disp-unused         picture zzzzzz9.
       01  disp-pending        picture zzzzzz9.
       01  disp-rejected       picture zzzzzz9.
       77  pending-count       picture s9(07) usage is comp value zero.
       77  appr-rejected-count picture s9(07) usage is comp value zero.
       01  resubmit-log-line.
           02  out-rsb-tag picture x(16) value ' RESUBMIT DATE'.
           02  out-rsb-date picture 9(08).
           02  filler picture x(06) value ' TIME '.
           02  out-rsb-time picture 9(06).
           02  filler picture x(02) value ' ('.
           02  out-rsb-reason picture x(20).
           02  filler picture x(01) value ')'.
           02  filler picture x(06) value ' PREP '.
           02  out-rsb-preparer picture x(08).
           02  filler picture x(06) value ' APPR '.
           02  out-rsb-approver picture x(08).
           02  filler picture x(05) value ' RSN '.
           02  out-rsb-rsn-code picture x(04).
       01  log-approver        picture x(08).

      ******************************************************************
      * PENDING-APPROVALS REPORT (PENDRPT) - EVERY CORRECTION STILL
      * WAITING AT THE END OF THE RUN, WITH ITS PREPARER, REASON CODE,
      * THE DATE AND TIME IT WAS HELD AND ITS AGE IN DAYS, FOLLOWED BY
      * THE APPROVAL LINES THAT DID NOT TAKE EFFECT AND WHY.  THE
      * DETAIL CAPS AT 2000 LINES; THE COUNTS ARE ALWAYS THE TRUE
      * TOTALS.
      ******************************************************************
       01  pend-file-name      picture x(30) value 'PENDRPT'.
       01  pend-status         picture x(02).
       77  pd-count            picture s9(07) usage is comp value zero.
       77  pd-idx              picture s9(07) usage is comp.
       77  pd-oldest           picture s9(07) usage is comp value zero.
       77  run-serial          picture s9(09) usage is comp.
       77  appr-miss-count     picture s9(07) usage is comp value zero.
       01  pend-area.
           02  pend-entry      occurs 2000 times.
               03  pd-dataset      picture x(30).
               03  pd-recno        picture 9(07).
               03  pd-change       picture x(08).
               03  pd-preparer     picture x(08).
               03  pd-rsn-code     picture x(04).
               03  pd-since        picture 9(08).
               03  pd-since-time   picture 9(06).
               03  pd-age          picture s9(05) usage is comp.
               03  pd-note         picture x(16).
       01  cur-pend-note       picture x(16).
       01  pend-title-line.
           02  filler picture x(50) value
               ' STATRSUB - Corrections Pending Approval'.
       01  pend-date-line.
           02  filler picture x(11) value ' Run Date: '.
           02  out-pd-run-date picture 9(08).
       01  pend-under-line.
           02  filler picture x(45)
               value '-----------------------------------------'.
       01  pend-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value '  RECNO'.
           02  filler picture x(09) value 'CHANGE'.
           02  filler picture x(09) value 'PREPARER'.
           02  filler picture x(05) value 'RSN'.
           02  filler picture x(15) value 'HELD'.
           02  filler picture x(07) value '  DAYS'.
           02  filler picture x(16) value '  NOTE'.
       01  pend-detail-line.
           02  filler picture x(02) value spaces.
           02  out-pd-dataset picture x(30).
           02  out-pd-recno picture zzzzzz9.
           02  filler picture x(02) value spaces.
           02  out-pd-change picture x(09).
           02  out-pd-preparer picture x(09).
           02  out-pd-rsn-code picture x(05).
           02  out-pd-since picture 9(08).
           02  out-pd-since-time picture 9(06).
           02  filler picture x(01) value space.
           02  out-pd-age picture zzzzz9.
           02  filler picture x(02) value spaces.
           02  out-pd-note picture x(16).
       01  pend-none-line.
           02  filler picture x(10) value ' NONE'.
       01  pend-totals-line.
           02  filler picture x(19) value ' Pending Approval: '.
           02  out-pt-count picture zzzzzz9.
           02  filler picture x(18) value '   Oldest (Days): '.
           02  out-pt-oldest picture zzzzz9.
       01  pend-over-line.
           02  filler picture x(40) value
               ' *** PENDING NOT LISTED (TABLE FULL):'.
           02  out-pd-over picture zzzzzz9.
       01  appr-section-header picture x(40) value
           ' Approval Lines Not Applied:'.
       01  appr-col-heads.
           02  filler picture x(32) value ' DATASET'.
           02  filler picture x(09) value '  RECNO'.
           02  filler picture x(05) value 'DEC'.
           02  filler picture x(09) value 'APPROVER'.
           02  filler picture x(16) value 'HELD'.
           02  filler picture x(24) value 'RESULT'.
       01  appr-detail-line.
           02  filler picture x(02) value spaces.
           02  out-ap-dataset picture x(30).
           02  out-ap-recno picture zzzzzz9.
           02  filler picture x(02) value spaces.
           02  out-ap-decision picture x(05).
           02  out-ap-approver picture x(09).
           02  out-ap-held picture x(08).
           02  out-ap-held-time picture x(06).
           02  filler picture x(02) value spaces.
           02  out-ap-result picture x(24).
       01  appr-over-line.
           02  filler picture x(40) value
               ' *** APPROVAL LINES PAST 2000 IGNORED:'.
           02  out-ap-over picture zzzzzz9.

      ******************************************************************
      * DATE SERIAL CONVERSION - THE SAME FORMULA AS STATOPS'S, USED
      * HERE TO AGE THE PENDING CORRECTIONS IN DAYS.
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
      * RCY=, FIX=, OUT=, LEFT=, APPR= AND PEND= OVERRIDE THE DEFAULT
      * FILE NAMES FOR UNATTENDED RUNS; NO PARM AT ALL USES THE
      * DEFAULTS.
      ******************************************************************
       01  parm-line           picture x(160).
       01  parm-token-area.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-load-fixes thru 2000-exit.
           perform 2500-load-approvals thru 2500-exit.
           perform 3000-process-recycle thru 3000-exit.
           perform 4000-count-unused-fixes thru 4000-exit.
           perform 7000-print-pending-report thru 7000-exit.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           accept run-date from date yyyymmdd.
           move run-date to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           move dsr-serial to run-serial.
           perform 1100-get-parm thru 1100-exit.
           move '*' to sp-want-profile.
           perform 6000-load-site-parms thru 6000-exit.
               move 16 to return-code
               stop run
           end-if.
           open output pending-report.
           if pend-status not = '00'
               display ' *** UNABLE TO OPEN PENDING REPORT '
                   pend-file-name ', STATUS = ' pend-status
               move 16 to return-code
               stop run
           end-if.
       1000-exit.
           exit.

                       move tok-val to clean-file-name
                   when 'LEFT'
                       move tok-val to left-file-name
                   when 'APPR'
                       move tok-val to appr-file-name
                   when 'PEND'
                       move tok-val to pend-file-name
                   when 'SPARM'
                       move tok-val to sparm-file-name
                   when 'PROF'
                   move fix-dataset to fx-dataset(fix-count)
                   move fix-recno to fx-recno(fix-count)
                   move fix-input to fx-input(fix-count)
                   move fix-preparer to fx-preparer(fix-count)
                   move fix-rsn-code to fx-rsn-code(fix-count)
                   move 'N' to fx-used(fix-count)
               else
                   add 1 to unused-fix-count
       2100-exit.
           exit.

      ******************************************************************
      * 2500-LOAD-APPROVALS - PULLS THE APPROVAL FILE INTO ITS TABLE.
      * A LINE THAT DOES NOT NAME A DATASET, A RECORD NUMBER, A OR R
      * AND AN APPROVER IS KEPT ONLY TO BE LISTED AS INVALID - IT CAN
      * NEVER RELEASE ANYTHING.
      ******************************************************************
       2500-load-approvals.
           open input approval-file.
           if appr-status = '35'
               go to 2500-exit
           end-if.
           if appr-status not = '00'
               display ' *** UNABLE TO OPEN APPROVAL FILE '
                   appr-file-name ', STATUS = ' appr-status
               move 16 to return-code
               stop run
           end-if.
           perform 2510-load-one-approval thru 2510-exit
               until appr-eof.
           close approval-file.
       2500-exit.
           exit.

       2510-load-one-approval.
           read approval-file into approval-line
               at end move 'Y' to appr-eof-sw
           end-read.
           if appr-eof or approval-line = spaces
                   or approval-line(1:1) = '*'
               go to 2510-exit
           end-if.
           if appr-count >= 2000
               add 1 to appr-over-count
               go to 2510-exit
           end-if.
           add 1 to appr-count.
           move apl-dataset to ap-dataset(appr-count).
           move apl-recno to ap-recno(appr-count).
           move apl-decision to ap-decision(appr-count).
           move apl-approver to ap-approver(appr-count).
           move apl-held-date to ap-held(appr-count).
           move apl-held-time to ap-held-time(appr-count).
           move spaces to ap-result(appr-count).
           if apl-dataset = spaces or apl-recno is not numeric
                   or apl-approver = spaces
                   or apl-held-date is not numeric
                   or apl-held-time is not numeric
                   or (apl-decision not = 'A'
                       and apl-decision not = 'R')
               move 'INVALID APPROVAL LINE' to ap-result(appr-count)
           end-if.
       2510-exit.
           exit.

      ******************************************************************
      * 3000-PROCESS-RECYCLE - ONE PASS OVER THE RECYCLE FILE.  A
      * REJECT WITH A NEWLY KEYED CORRECTION IS HELD PENDING ON THE
      * LEFTOVER FILE.  ONE WHOSE CORRECTION WAS ALREADY PENDING AND
      * HAS NOW BEEN APPROVED BY SOMEONE OTHER THAN ITS PREPARER GOES
      * OUT CORRECTED ON THE CLEAN FILE AND IS NOTED ON RUNLOG.  ONE
      * WITHOUT A CORRECTION IS CARRIED FORWARD UNCHANGED.
      ******************************************************************
       3000-process-recycle.
           perform 3100-process-one-reject thru 3100-exit
           read recycle-file into recycle-line
               at end move 'Y' to rcyc-eof-sw
           end-read.
           if rcyc-eof or recycle-line = spaces
               go to 3100-exit
           end-if.
           move 'N' to fresh-fix-sw.
           move spaces to cur-pend-note.
           move zero to fix-found.
           perform 3200-scan-one-fix thru 3200-exit
               varying i from 1 by 1
               until i > fix-count or fix-found > zero.
           if fix-found > zero
               perform 3150-take-new-fix thru 3150-exit
           end-if.
           if rcy-pending
               perform 3300-emit-corrected-row thru 3300-exit
           else
               move spaces to rcy-pend-area
               add 1 to leftover-count
               write leftover-record from recycle-line
           end-if.
       3100-exit.
           exit.

      ******************************************************************
      * 3150-TAKE-NEW-FIX - A FIX LINE WITH ITS PREPARER AND REASON
      * CODE BECOMES THE REJECT'S PENDING CORRECTION, REPLACING ANY
      * CORRECTION ALREADY PENDING AND RESTARTING ITS WAIT.  THE HOLD
      * IS STAMPED WITH THE DATE AND TIME TO THE SECOND, SO A REKEY
      * THE SAME DAY CARRIES A STAMP NO EARLIER DECISION CAN MATCH.
      * A LINE MISSING EITHER IS REFUSED AND LISTED; A CORRECTION
      * ALREADY PENDING STANDS AS IT WAS.
      ******************************************************************
       3150-take-new-fix.
           move 'Y' to fx-used(fix-found).
           if fx-preparer(fix-found) = spaces
               move 'NO PREPARER ID' to cur-fix-reason
               perform 3360-note-invalid-fix thru 3360-exit
               go to 3150-exit
           end-if.
           if fx-rsn-code(fix-found) = spaces
               move 'NO REASON CODE' to cur-fix-reason
               perform 3360-note-invalid-fix thru 3360-exit
               go to 3150-exit
           end-if.
           if rcy-pending
               move 'REKEYED' to cur-pend-note
           else
               move 'NEW' to cur-pend-note
           end-if.
           move 'Y' to fresh-fix-sw.
           move spaces to rcy-pend-area.
           move 'P' to rcy-pend-flag.
           move fx-preparer(fix-found) to rcy-pend-preparer.
           move fx-rsn-code(fix-found) to rcy-pend-rsn-code.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           move run-date to rcy-pend-since.
           move run-time(1:6) to rcy-pend-time.
           move fx-input(fix-found) to rcy-pend-fix.
       3150-exit.
           exit.

       3200-scan-one-fix.
           if fx-dataset(i) = rcy-dataset
                   and fx-recno(i) = rcy-recno
       3200-exit.
           exit.

      ******************************************************************
      * 3250-FIND-APPROVAL - THE FIRST UNUSED DECISION ON THE REJECT'S
      * DATASET, RECORD NUMBER AND HELD STAMP (DATE AND TIME) BY
      * SOMEONE OTHER THAN THE PREPARER (APPR-FOUND), AND THE FIRST BY
      * THE PREPARER (APPR-SELF), SO A PROPER APPROVAL IS NOT MASKED
      * BY A SELF-APPROVAL KEYED AHEAD OF IT.  EVERY LINE IS LOOKED
      * AT, SO A DECISION ON THE SAME RECORD WITH ANOTHER HELD STAMP -
      * ONE MADE ON AN EARLIER CORRECTION - IS MARKED NOT FOR THIS
      * CORRECTION WHEREVER IT FALLS IN THE FILE.  A CORRECTION KEYED
      * THIS RUN HAS NO DECISION YET, SO FOR IT EVERY LINE ON THE
      * RECORD IS CAUGHT, WHATEVER ITS STAMP, AND MARKED REKEYED BY
      * THE CALLER.
      ******************************************************************
       3250-find-approval.
           move zero to appr-found.
           move zero to appr-self.
           perform 3260-scan-one-approval thru 3260-exit
               varying i from 1 by 1
               until i > appr-count.
       3250-exit.
           exit.

       3260-scan-one-approval.
           if ap-dataset(i) not = rcy-dataset
                   or ap-recno(i) not = rcy-recno
                   or ap-result(i) not = spaces
               go to 3260-exit
           end-if.
           if not fresh-fix
                   and (ap-held(i) not = rcy-pend-since
                       or ap-held-time(i) not = rcy-pend-time)
               move 'NOT FOR THIS CORRECTION' to ap-result(i)
               go to 3260-exit
           end-if.
           if ap-approver(i) = rcy-pend-preparer
               if appr-self = zero
                   move i to appr-self
               end-if
           else
               if appr-found = zero
                   move i to appr-found
               end-if
           end-if.
       3260-exit.
           exit.

      ******************************************************************
      * 3300-EMIT-CORRECTED-ROW - BUILDS THE CORRECTED ROW (FULL
      * REPLACEMENT OR FIELD PATCH) FROM THE PENDING CORRECTION AND
      * VALIDATES IT AGAINST THE SAME RULES STATSNEW'S 2110-VALIDATE-
      * RECORD APPLIES - WHEN IT IS FIRST KEYED, SO A BAD ONE NEVER
      * REACHES AN APPROVER, AND AGAIN WHEN IT IS RELEASED.  A
      * CORRECTION THAT IS STILL INVALID IS NOTED FOR THE END-OF-RUN
      * REPORT AND DROPPED, AND THE REJECT IS CARRIED FORWARD ON THE
      * LEFTOVER FILE.  A VALID ONE IS HELD PENDING UNTIL SOMEONE
      * OTHER THAN ITS PREPARER DECIDES IT: APPROVED, IT GOES TO THE
      * CLEAN FILE; REJECTED, IT IS DROPPED.  EITHER WAY THE DECISION
      * IS ON THE RUNLOG AUDIT TRAIL.
      ******************************************************************
       3300-emit-corrected-row.
           move 'N' to fix-bad-sw.
           move spaces to cur-fix-reason.
           move 'N' to y-check-sw.
           if rcy-reason(1:2) = 'Y '
               move 'Y' to y-check-sw
           end-if.
           move rcy-pend-fix to patch-work.
           if pw-tag = '*P'
               perform 3310-build-patched-row thru 3310-exit
           else
               move rcy-pend-fix to cw-row
           end-if.
           if not fix-is-bad
               perform 3350-validate-corrected-row thru 3350-exit
           end-if.
           if fix-is-bad
               perform 3360-note-invalid-fix thru 3360-exit
               move spaces to rcy-pend-area
               add 1 to leftover-count
               write leftover-record from recycle-line
               go to 3300-exit
           end-if.
           perform 3250-find-approval thru 3250-exit.
           if fresh-fix
               if appr-found > zero
                   move 'CORRECTION REKEYED' to ap-result(appr-found)
               end-if
               if appr-self > zero
                   move 'CORRECTION REKEYED' to ap-result(appr-self)
               end-if
               move spaces to log-approver
               move ' FIX HELD DATE' to out-rsb-tag
               perform 3400-write-resubmit-log thru 3400-exit
               perform 3450-hold-pending thru 3450-exit
               go to 3300-exit
           end-if.
           if appr-self > zero
               move 'SAME AS PREPARER' to ap-result(appr-self)
               move ap-approver(appr-self) to log-approver
               move ' FIX SELF DATE' to out-rsb-tag
               perform 3400-write-resubmit-log thru 3400-exit
               if appr-found = zero
                   move 'SELF-APPROVAL' to cur-pend-note
               end-if
           end-if.
           if appr-found = zero
               perform 3450-hold-pending thru 3450-exit
               go to 3300-exit
           end-if.
           move 'APPLIED' to ap-result(appr-found).
           move ap-approver(appr-found) to log-approver.
           if ap-decision(appr-found) = 'R'
               move ' FIX RJCT DATE' to out-rsb-tag
               perform 3400-write-resubmit-log thru 3400-exit
               add 1 to appr-rejected-count
               move spaces to rcy-pend-area
               add 1 to leftover-count
               write leftover-record from recycle-line
               go to 3300-exit
           end-if.
           move cw-row to clean-record.
           write clean-record.
           add 1 to resubmit-count.
           move ' RESUBMIT DATE' to out-rsb-tag.
           perform 3400-write-resubmit-log thru 3400-exit.
       3300-exit.
           exit.

                   end-if
               when 'OBSDATE'
                   move pw-value(1:8) to cw-row(52:8)
               when 'CURRENCY'
                   move pw-value(1:3) to cw-currency
               when other
                   move 'Y' to fix-bad-sw
                   move 'BAD FIX FIELD' to cur-fix-reason

      ******************************************************************
      * 3400-WRITE-RESUBMIT-LOG - APPENDS THE AUDIT NOTE FOR ONE
      * RESUBMITTED ROW, OR UNDER THE TAG THE CALLER HAS SET IN
      * OUT-RSB-TAG, ONE HOLD OR DECISION.  RUNLOG IS ALREADY OPEN
      * EXTEND (SEE 1000-INITIALIZE, WHICH DOES THE SAME CREATE-ON-
      * '35' DANCE STATSNEW USES), SO A BIG REPAIR SESSION DOES NOT
      * OPEN AND CLOSE THE LOG ONCE PER ROW.
      ******************************************************************
       3400-write-resubmit-log.
           accept run-date from date yyyymmdd.
           move rcy-dataset to out-rsb-dataset.
           move rcy-recno to out-rsb-recno.
           move rcy-reason to out-rsb-reason.
           move rcy-pend-preparer to out-rsb-preparer.
           move log-approver to out-rsb-approver.
           move rcy-pend-rsn-code to out-rsb-rsn-code.
           write run-log-record from resubmit-log-line.
       3400-exit.
           exit.

      ******************************************************************
      * 3450-HOLD-PENDING - CARRIES THE REJECT FORWARD ON THE LEFTOVER
      * FILE WITH ITS CORRECTION STILL WAITING, AND NOTES IT FOR THE
      * PENDING-APPROVALS REPORT WITH ITS AGE IN DAYS.
      ******************************************************************
       3450-hold-pending.
           add 1 to pending-count.
           write leftover-record from recycle-line.
           move rcy-pend-since to dsr-date.
           perform 8000-date-to-serial thru 8000-exit.
           compute dsr-work = run-serial - dsr-serial.
           if dsr-work > pd-oldest
               move dsr-work to pd-oldest
           end-if.
           if pd-count >= 2000
               go to 3450-exit
           end-if.
           add 1 to pd-count.
           move rcy-dataset to pd-dataset(pd-count).
           move rcy-recno to pd-recno(pd-count).
           move rcy-pend-preparer to pd-preparer(pd-count).
           move rcy-pend-rsn-code to pd-rsn-code(pd-count).
           move rcy-pend-since to pd-since(pd-count).
           move rcy-pend-time to pd-since-time(pd-count).
           move dsr-work to pd-age(pd-count).
           move cur-pend-note to pd-note(pd-count).
           if pw-tag = '*P'
               move pw-field to pd-change(pd-count)
           else
               move 'REPLACE' to pd-change(pd-count)
           end-if.
       3450-exit.
           exit.

      ******************************************************************
      * 4000-COUNT-UNUSED-FIXES - A CORRECTION THAT MATCHED NO REJECT
      * USUALLY MEANS A MISKEYED DATASET OR RECORD NUMBER, SO THE
       5100-exit.
           exit.

      ******************************************************************
      * 7000-PRINT-PENDING-REPORT - THE CORRECTIONS STILL WAITING FOR
      * A SECOND PERSON, THEN EVERY APPROVAL LINE THAT DID NOT TAKE
      * EFFECT: INVALID, BY THE PREPARER, ON A CORRECTION REKEYED
      * THIS RUN, ON AN EARLIER CORRECTION TO THE SAME RECORD, OR
      * MATCHING NO PENDING CORRECTION AT ALL.
      ******************************************************************
       7000-print-pending-report.
           write pending-report-line from pend-title-line
               after advancing 0 lines.
           move run-date to out-pd-run-date.
           write pending-report-line from pend-date-line
               after advancing 1 line.
           write pending-report-line from pend-under-line
               after advancing 1 line.
           if pd-count = zero
               write pending-report-line from pend-none-line
                   after advancing 1 line
           else
               write pending-report-line from pend-col-heads
                   after advancing 1 line
               perform 7100-print-one-pending thru 7100-exit
                   varying pd-idx from 1 by 1
                   until pd-idx > pd-count
           end-if.
           if pending-count > pd-count
               compute out-pd-over = pending-count - pd-count
               write pending-report-line from pend-over-line
                   after advancing 1 line
           end-if.
           move pending-count to out-pt-count.
           move pd-oldest to out-pt-oldest.
           write pending-report-line from pend-totals-line
               after advancing 2 lines.
           write pending-report-line from appr-section-header
               after advancing 3 lines.
           write pending-report-line from pend-under-line
               after advancing 1 line.
           perform 7200-count-approval-miss thru 7200-exit
               varying i from 1 by 1 until i > appr-count.
           if appr-miss-count = zero
               write pending-report-line from pend-none-line
                   after advancing 1 line
           else
               write pending-report-line from appr-col-heads
                   after advancing 1 line
               perform 7300-print-one-approval thru 7300-exit
                   varying i from 1 by 1 until i > appr-count
           end-if.
           if appr-over-count > zero
               move appr-over-count to out-ap-over
               write pending-report-line from appr-over-line
                   after advancing 1 line
           end-if.
       7000-exit.
           exit.

       7100-print-one-pending.
           move pd-dataset(pd-idx) to out-pd-dataset.
           move pd-recno(pd-idx) to out-pd-recno.
           move pd-change(pd-idx) to out-pd-change.
           move pd-preparer(pd-idx) to out-pd-preparer.
           move pd-rsn-code(pd-idx) to out-pd-rsn-code.
           move pd-since(pd-idx) to out-pd-since.
           move pd-since-time(pd-idx) to out-pd-since-time.
           move pd-age(pd-idx) to out-pd-age.
           move pd-note(pd-idx) to out-pd-note.
           write pending-report-line from pend-detail-line
               after advancing 1 line.
       7100-exit.
           exit.

       7200-count-approval-miss.
           if ap-result(i) = spaces
               move 'NO PENDING CORRECTION' to ap-result(i)
           end-if.
           if ap-result(i) not = 'APPLIED'
               add 1 to appr-miss-count
           end-if.
       7200-exit.
           exit.

       7300-print-one-approval.
           if ap-result(i) = 'APPLIED'
               go to 7300-exit
           end-if.
           move ap-dataset(i) to out-ap-dataset.
           move zero to out-ap-recno.
           if ap-recno(i) is numeric
               move ap-recno(i) to out-ap-recno
           end-if.
           move ap-decision(i) to out-ap-decision.
           move ap-approver(i) to out-ap-approver.
           move ap-held(i) to out-ap-held.
           move ap-held-time(i) to out-ap-held-time.
           move ap-result(i) to out-ap-result.
           write pending-report-line from appr-detail-line
               after advancing 1 line.
       7300-exit.
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
      * 6000-LOAD-SITE-PARMS - READS THE SITE PARAMETER FILE AND
      * APPLIES EVERY LINE WHOSE PROFILE COLUMN MATCHES THE ONE IN
           close clean-file.
           close leftover-file.
           close run-log-file.
           close pending-report.
           move resubmit-count to disp-resubmit.
           move leftover-count to disp-leftover.
           move unused-fix-count to disp-unused.
           move invalid-fix-count to disp-invalid.
           move pending-count to disp-pending.
           move appr-rejected-count to disp-rejected.
           display ' STATRSUB: ' disp-resubmit ' RESUBMITTED, '
               disp-leftover ' LEFT OVER, '
               disp-unused ' CORRECTIONS UNUSED, '
               disp-invalid ' STILL INVALID'.
           display ' STATRSUB: ' disp-pending ' PENDING APPROVAL, '
               disp-rejected ' REJECTED BY APPROVER'.
           if invalid-fix-count > zero
               perform 5000-report-invalid-fixes thru 5000-exit
           end-if.
