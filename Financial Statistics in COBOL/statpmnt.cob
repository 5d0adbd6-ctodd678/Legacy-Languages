       identification division.
       program-id. statpmnt.
       author. R. TREMBLAY.
       installation. CIS3110 BATCH OPERATIONS.
       date-written. 10/15/2026.
       date-compiled.
      ******************************************************************
      * MODIFICATION HISTORY
      * ----------------------------------------------------------------
      * 10/15/2026  RT   ORIGINAL PROGRAM - OPERATOR MAINTENANCE FOR
      *                   THE FOUR REFERENCE FILES THAT DRIVE STATSNEW:
      *                   SITEPARM (SITE PARAMETER PROFILES), EXPCFILE
      *                   (EXPECTATION RULES), CATFILE (CATEGORY
      *                   REFERENCE MASTER) AND LAYTFILE (INPUT
      *                   LAYOUTS).  THEY USED TO BE EDITED BY HAND,
      *                   AND ONE MISPLACED COLUMN SILENTLY TURNED A
      *                   RULE INTO NOTHING.  EACH FILE GETS ADD,
      *                   CHANGE, DELETE AND LIST FUNCTIONS THAT CHECK
      *                   EVERY ENTRY AGAINST WHAT STATSNEW ACTUALLY
      *                   ACCEPTS - KNOWN KEYS, NUMERIC VALUES, RNGLO
      *                   BELOW RNGHI, LAYOUT SLOTS INSIDE THE 200-BYTE
      *                   RAW RECORD, PARENT GROUPS THAT EXIST - AND
      *                   EVERY CHANGE IS WRITTEN TO THE PARAMETER
      *                   CHANGE LOG (PARMLOG) WITH THE OPERATOR ID,
      *                   THE BEFORE AND AFTER IMAGES AND A TIMESTAMP.
      * 10/15/2026  RT   LAYTFILE ACCEPTS THE NEW CURRENCY FIELD (A
      *                   ROW'S OWN CURRENCY CODE, AT MOST 3 COLUMNS).
      ******************************************************************

       environment division.
       input-output section.
       file-control.
           select ref-file assign to dynamic ref-file-name
               organization is line sequential
               file status is ref-status.
           select parm-log-file assign to dynamic plog-file-name
               organization is line sequential
               file status is plog-status.

       data division.
       file section.
       fd ref-file.
       01  ref-record              picture x(80).
       fd parm-log-file.
       01  parm-log-record         picture x(215).

       working-storage section.
      ******************************************************************
      * FILE NAMES - THE SAME DEFAULTS AND THE SAME PARM KEYS STATSNEW
      * USES (SPARM=, EXPC=, CATF=, LAYTF=), PLUS PLOG= FOR THE CHANGE
      * LOG AND OPER= TO SUPPLY THE OPERATOR ID WITHOUT THE PROMPT.
      * ONE FD SERVES ALL FOUR REFERENCE FILES - THEY ARE ALL 80-BYTE
      * LINE SEQUENTIAL - AND REF-FILE-NAME IS POINTED AT WHICHEVER
      * ONE IS BEING MAINTAINED.
      ******************************************************************
       01  sparm-file-name     picture x(30) value 'SITEPARM'.
       01  expc-file-name      picture x(30) value 'EXPCFILE'.
       01  catf-file-name      picture x(30) value 'CATFILE'.
       01  layt-file-name      picture x(30) value 'LAYTFILE'.
       01  plog-file-name      picture x(30) value 'PARMLOG'.
       01  ref-file-name       picture x(30).
       01  ref-status          picture x(02).
       01  plog-status         picture x(02).
       01  ref-eof-sw          picture x(01) value 'N'.
           88  ref-eof                   value 'Y'.
       01  run-date            picture 9(08).
       01  run-time            picture 9(08).
       01  oper-id             picture x(08) value spaces.

      ******************************************************************
      * WHICH FILE IS BEING MAINTAINED.  CUR-FILE-CODE IS ALSO THE
      * FILE NAME WRITTEN TO THE CHANGE LOG.
      ******************************************************************
       01  cur-file-code       picture x(08).
           88  cur-siteparm              value 'SITEPARM'.
           88  cur-expcfile              value 'EXPCFILE'.
           88  cur-catfile               value 'CATFILE'.
           88  cur-laytfile              value 'LAYTFILE'.
       01  menu-done-sw        picture x(01) value 'N'.
           88  menu-done                 value 'Y'.
       01  file-done-sw        picture x(01) value 'N'.
           88  file-done                 value 'Y'.
       01  reply-text          picture x(40).
       01  reply-char          picture x(01).

      ******************************************************************
      * REFERENCE TABLE - THE WHOLE FILE BEING MAINTAINED, LINE FOR
      * LINE, COMMENTS AND ALL.  A CHANGE IS MADE TO THE CANDIDATE
      * COPY FIRST; ONLY WHEN THE CANDIDATE PASSES VALIDATION DOES IT
      * BECOME THE TABLE AND GET WRITTEN BACK, SO A REJECTED CHANGE
      * LEAVES THE FILE EXACTLY AS IT WAS.  2000 LINES; A FILE PAST
      * THE CAP IS REFUSED RATHER THAN TRUNCATED ON REWRITE.
      ******************************************************************
       77  ref-count           picture s9(04) usage is comp value zero.
       77  ref-idx             picture s9(04) usage is comp.
       77  ref-found           picture s9(04) usage is comp.
       01  ref-too-big-sw      picture x(01) value 'N'.
           88  ref-too-big               value 'Y'.
       01  ref-area.
           02  ref-entry           picture x(80) occurs 2000 times.
       77  cand-count          picture s9(04) usage is comp.
       77  cand-idx            picture s9(04) usage is comp.
       01  cand-area.
           02  cand-entry          picture x(80) occurs 2000 times.
       77  key-len             picture s9(03) usage is comp.
       01  old-line            picture x(80).
       01  log-action          picture x(06).

      ******************************************************************
      * ENTRY LINE - THE LINE BEING ADDED OR CHANGED, WITH ONE VIEW
      * PER FILE.  THE VIEWS ARE THE SAME SHAPES STATSNEW READS THE
      * FILES INTO (SPARM-LINE, EXPC-LINE, CATF-LINE, LAYT-LINE).
      ******************************************************************
       01  entry-line          picture x(80).
       01  entry-sparm redefines entry-line.
           02  sp-profile          picture x(08).
           02  sp-key              picture x(08).
           02  sp-value            picture x(20).
           02  filler              picture x(44).
       01  entry-expc redefines entry-line.
           02  ex-dataset          picture x(30).
           02  ex-key              picture x(08).
           02  ex-value            picture x(20).
           02  filler              picture x(22).
       01  entry-catf redefines entry-line.
           02  cf-code             picture x(08).
           02  cf-desc             picture x(30).
           02  cf-group            picture x(08).
           02  filler              picture x(34).
       01  entry-layt redefines entry-line.
           02  ly-layout           picture x(08).
           02  ly-field            picture x(08).
           02  ly-start            picture 9(03).
           02  ly-len              picture 9(02).
           02  ly-dec              picture 9(01).
           02  ly-signed           picture x(01).
           02  filler              picture x(57).

      ******************************************************************
      * SCAN LINE - THE SAME VIEWS OVER WHICHEVER OTHER LINE OF THE
      * CANDIDATE TABLE A CROSS-CHECK IS LOOKING AT.
      ******************************************************************
       01  scan-line           picture x(80).
       01  scan-sparm redefines scan-line.
           02  ss-profile          picture x(08).
           02  ss-key              picture x(08).
           02  ss-value            picture x(20).
           02  filler              picture x(44).
       01  scan-expc redefines scan-line.
           02  se-dataset          picture x(30).
           02  se-key              picture x(08).
           02  se-value            picture x(20).
           02  filler              picture x(22).
       01  scan-catf redefines scan-line.
           02  sc-code             picture x(08).
           02  sc-desc             picture x(30).
           02  sc-group            picture x(08).
           02  filler              picture x(34).

      ******************************************************************
      * VALIDATION WORK AREAS.  RANGE-LO / RANGE-HI START AT THE
      * COMPILED STATSNEW LIMITS AND HAVE THE SITE PROFILE LINES LAID
      * OVER THEM IN THE SAME ORDER STATSNEW APPLIES THEM - PROFILE *
      * FIRST, THEN THE NAMED PROFILE - SO THE CHECK SEES THE BOUNDS
      * A RUN WOULD ACTUALLY GET.
      ******************************************************************
       01  entry-ok-sw         picture x(01).
           88  entry-ok                  value 'Y'.
       01  entry-error         picture x(60).
       01  chk-profile         picture x(08).
       01  chk-dataset         picture x(30).
       77  range-lo            picture s9(14)v9(4) usage is comp-3.
       77  range-hi            picture s9(14)v9(4) usage is comp-3.
       01  mean-lo-sw          picture x(01).
           88  mean-lo-set               value 'Y'.
       01  mean-hi-sw          picture x(01).
           88  mean-hi-set               value 'Y'.
       77  catreq-count        picture s9(03) usage is comp.
       01  group-found-sw      picture x(01).
           88  group-found               value 'Y'.
       77  num-idx             picture s9(03) usage is comp.
       01  num-char            picture x(01).
       01  num-bad-sw          picture x(01).
           88  num-bad                   value 'Y'.
       01  num-end-sw          picture x(01).
           88  num-end-seen              value 'Y'.
       01  num-dot-sw          picture x(01).
           88  num-dot-seen              value 'Y'.
       01  num-digit-sw        picture x(01).
           88  num-digit-seen            value 'Y'.
       77  num-int             picture s9(07) usage is comp.
       77  num-rem             picture s9(14)v9(4) usage is comp-3.

      ******************************************************************
      * PARM / COMMAND-LINE HANDLING AND THE NUMBER PARSER, THE SAME
      * SHAPE AS STATSNEW'S, SO A VALUE IS READ HERE EXACTLY THE WAY
      * STATSNEW WILL READ IT.
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

      ******************************************************************
      * PARAMETER CHANGE LOG LINE - ONE PER ADD, CHANGE OR DELETE.
      * THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER IMAGE IS
      * BLANK ON A DELETE.
      ******************************************************************
       01  plog-line.
           02  plog-date           picture 9(08).
           02  filler              picture x(01) value space.
           02  plog-time           picture 9(06).
           02  filler              picture x(01) value space.
           02  plog-oper           picture x(08).
           02  filler              picture x(01) value space.
           02  plog-file           picture x(08).
           02  filler              picture x(01) value space.
           02  plog-action         picture x(06).
           02  filler              picture x(08) value ' BEFORE '.
           02  plog-before         picture x(80).
           02  filler              picture x(07) value ' AFTER '.
           02  plog-after          picture x(80).

       01  list-line.
           02  filler              picture x(01) value space.
           02  out-list-no         picture zzz9.
           02  filler              picture x(02) value spaces.
           02  out-list-text       picture x(73).

       procedure division.
       0000-mainline.
           perform 1000-initialize thru 1000-exit.
           perform 2000-main-menu thru 2000-exit
               until menu-done.
           perform 9999-exit thru 9999-exit.
       0000-exit.
           exit.

       1000-initialize.
           perform 1100-get-parm thru 1100-exit.
           perform 1200-open-change-log thru 1200-exit.
           display ' STATPMNT - Reference File Maintenance'.
           perform 1300-ask-operator thru 1300-exit
               until oper-id not = spaces.
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
                   when 'SPARM'
                       move tok-val to sparm-file-name
                   when 'EXPC'
                       move tok-val to expc-file-name
                   when 'CATF'
                       move tok-val to catf-file-name
                   when 'LAYTF'
                       move tok-val to layt-file-name
                   when 'PLOG'
                       move tok-val to plog-file-name
                   when 'OPER'
                       move tok-val to oper-id
                   when other
                       continue
               end-evaluate
           end-if.
       1120-exit.
           exit.

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
      * 1200-OPEN-CHANGE-LOG - THE CHANGE LOG IS APPENDED TO, NEVER
      * REWRITTEN.  ON FIRST USE IT IS CREATED EMPTY AND REOPENED.
      ******************************************************************
       1200-open-change-log.
           open extend parm-log-file.
           if plog-status = '35'
               open output parm-log-file
               close parm-log-file
               open extend parm-log-file
           end-if.
           if plog-status not = '00'
               display ' *** UNABLE TO OPEN CHANGE LOG FILE, STATUS = '
                   plog-status
               move 16 to return-code
               stop run
           end-if.
       1200-exit.
           exit.

       1300-ask-operator.
           display ' OPERATOR ID: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           move reply-text(1:8) to oper-id.
       1300-exit.
           exit.

      ******************************************************************
      * 2000-MAIN-MENU - PICKS THE FILE TO MAINTAIN.
      ******************************************************************
       2000-main-menu.
           display ' '.
           display ' 1 SITEPARM   SITE PARAMETER PROFILES'.
           display ' 2 EXPCFILE   EXPECTATION RULES'.
           display ' 3 CATFILE    CATEGORY REFERENCE MASTER'.
           display ' 4 LAYTFILE   INPUT LAYOUTS'.
           display ' X EXIT'.
           display ' SELECT: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           move reply-text(1:1) to reply-char.
           evaluate reply-char
               when '1'
                   move 'SITEPARM' to cur-file-code
                   move sparm-file-name to ref-file-name
               when '2'
                   move 'EXPCFILE' to cur-file-code
                   move expc-file-name to ref-file-name
               when '3'
                   move 'CATFILE' to cur-file-code
                   move catf-file-name to ref-file-name
               when '4'
                   move 'LAYTFILE' to cur-file-code
                   move layt-file-name to ref-file-name
               when 'X'
               when 'x'
                   move 'Y' to menu-done-sw
                   go to 2000-exit
               when other
                   go to 2000-exit
           end-evaluate.
           perform 3000-maintain-file thru 3000-exit.
       2000-exit.
           exit.

       3000-maintain-file.
           perform 3100-load-file thru 3100-exit.
           if ref-too-big
               display ' *** ' ref-file-name
                   ' HAS MORE THAN 2000 LINES - NOT MAINTAINED HERE'
               go to 3000-exit
           end-if.
           move 'N' to file-done-sw.
           perform 3200-file-menu thru 3200-exit
               until file-done.
       3000-exit.
           exit.

      ******************************************************************
      * 3100-LOAD-FILE - PULLS THE WHOLE REFERENCE FILE INTO THE
      * TABLE.  A MISSING FILE (STATUS 35) IS AN EMPTY TABLE - THE
      * FIRST ADD CREATES IT.
      ******************************************************************
       3100-load-file.
           move zero to ref-count.
           move 'N' to ref-too-big-sw.
           move 'N' to ref-eof-sw.
           open input ref-file.
           if ref-status = '35'
               go to 3100-exit
           end-if.
           if ref-status not = '00'
               display ' *** UNABLE TO OPEN REFERENCE FILE '
                   ref-file-name ', STATUS = ' ref-status
               move 16 to return-code
               stop run
           end-if.
           perform 3110-load-one-line thru 3110-exit
               until ref-eof.
           close ref-file.
       3100-exit.
           exit.

       3110-load-one-line.
           read ref-file
               at end move 'Y' to ref-eof-sw
           end-read.
           if ref-eof
               go to 3110-exit
           end-if.
           if ref-count >= 2000
               move 'Y' to ref-too-big-sw
               move 'Y' to ref-eof-sw
               go to 3110-exit
           end-if.
           add 1 to ref-count.
           move ref-record to ref-entry(ref-count).
       3110-exit.
           exit.

       3200-file-menu.
           display ' '.
           display ' ' cur-file-code
               ' - A ADD  C CHANGE  D DELETE  L LIST  X RETURN'.
           display ' SELECT: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           move reply-text(1:1) to reply-char.
           evaluate reply-char
               when 'A'
               when 'a'
                   perform 4000-add-entry thru 4000-exit
               when 'C'
               when 'c'
                   perform 4100-change-entry thru 4100-exit
               when 'D'
               when 'd'
                   perform 4200-delete-entry thru 4200-exit
               when 'L'
               when 'l'
                   perform 4300-list-entries thru 4300-exit
               when 'X'
               when 'x'
                   move 'Y' to file-done-sw
               when other
                   continue
           end-evaluate.
       3200-exit.
           exit.

      ******************************************************************
      * 4000-ADD-ENTRY - ASKS FOR THE KEY, REFUSES ONE ALREADY ON
      * FILE, ASKS FOR THE REST, THEN VALIDATES THE FILE WITH THE NEW
      * LINE ON THE END - STATSNEW READS TOP TO BOTTOM, SO THAT IS
      * WHERE THE LINE WILL TAKE EFFECT.
      ******************************************************************
       4000-add-entry.
           move spaces to entry-line.
           perform 4500-ask-key thru 4500-exit.
           perform 5000-find-entry thru 5000-exit.
           if ref-found > zero
               display ' *** ALREADY ON FILE - USE CHANGE'
               go to 4000-exit
           end-if.
           if ref-count >= 2000
               display ' *** FILE IS AT ITS 2000-LINE LIMIT'
               go to 4000-exit
           end-if.
           move spaces to old-line.
           perform 4600-ask-data thru 4600-exit.
           move ref-area to cand-area.
           compute cand-count = ref-count + 1.
           move entry-line to cand-entry(cand-count).
           perform 6000-validate-entry thru 6000-exit.
           if not entry-ok
               display ' *** NOT ADDED - ' entry-error
               go to 4000-exit
           end-if.
           move 'ADD' to log-action.
           perform 7000-save-file thru 7000-exit.
           display ' ADDED.'.
       4000-exit.
           exit.

      ******************************************************************
      * 4100-CHANGE-ENTRY - THE KEY STAYS PUT; ONLY THE VALUE FIELDS
      * CAN CHANGE.  A BLANK REPLY KEEPS THE CURRENT VALUE.  A CATREQ
      * LINE'S VALUE IS PART OF ITS KEY, SO IT IS DELETED AND ADDED
      * INSTEAD.
      ******************************************************************
       4100-change-entry.
           move spaces to entry-line.
           perform 4500-ask-key thru 4500-exit.
           if cur-expcfile and ex-key = 'CATREQ'
               display ' *** CATREQ LINES ARE ADDED OR DELETED, '
                   'NOT CHANGED'
               go to 4100-exit
           end-if.
           perform 5000-find-entry thru 5000-exit.
           if ref-found = zero
               display ' *** NOT ON FILE'
               go to 4100-exit
           end-if.
           move ref-entry(ref-found) to old-line.
           move ref-entry(ref-found) to entry-line.
           display ' CURRENT: ' old-line.
           perform 4600-ask-data thru 4600-exit.
           if entry-line = old-line
               display ' NO CHANGE.'
               go to 4100-exit
           end-if.
           move ref-area to cand-area.
           move ref-count to cand-count.
           move entry-line to cand-entry(ref-found).
           perform 6000-validate-entry thru 6000-exit.
           if not entry-ok
               display ' *** NOT CHANGED - ' entry-error
               go to 4100-exit
           end-if.
           move 'CHANGE' to log-action.
           perform 7000-save-file thru 7000-exit.
           display ' CHANGED.'.
       4100-exit.
           exit.

      ******************************************************************
      * 4200-DELETE-ENTRY - A DELETE IS VALIDATED TOO: TAKING A
      * PROFILE'S RNGLO AWAY CAN LEAVE THE SITE-WIDE ONE ABOVE ITS
      * RNGHI.
      ******************************************************************
       4200-delete-entry.
           move spaces to entry-line.
           perform 4500-ask-key thru 4500-exit.
           perform 5000-find-entry thru 5000-exit.
           if ref-found = zero
               display ' *** NOT ON FILE'
               go to 4200-exit
           end-if.
           move ref-entry(ref-found) to old-line.
           move ref-entry(ref-found) to entry-line.
           display ' CURRENT: ' old-line.
           display ' DELETE THIS LINE (Y/N)? ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text(1:1) not = 'Y' and reply-text(1:1) not = 'y'
               display ' NOT DELETED.'
               go to 4200-exit
           end-if.
           move zero to cand-count.
           perform 4210-copy-all-but-one thru 4210-exit
               varying ref-idx from 1 by 1
               until ref-idx > ref-count.
           move spaces to entry-line.
           perform 6000-validate-entry thru 6000-exit.
           if not entry-ok
               display ' *** NOT DELETED - ' entry-error
               go to 4200-exit
           end-if.
           move 'DELETE' to log-action.
           perform 7000-save-file thru 7000-exit.
           display ' DELETED.'.
       4200-exit.
           exit.

       4210-copy-all-but-one.
           if ref-idx not = ref-found
               add 1 to cand-count
               move ref-entry(ref-idx) to cand-entry(cand-count)
           end-if.
       4210-exit.
           exit.

      ******************************************************************
      * 4300-LIST-ENTRIES - LISTS THE FILE WITH LINE NUMBERS.  AN
      * OPTIONAL FILTER MATCHES THE START OF EACH LINE (A PROFILE, A
      * DATASET, A CODE OR A LAYOUT NAME).
      ******************************************************************
       4300-list-entries.
           display ' LIST ONLY LINES STARTING (BLANK = ALL): '
               with no advancing.
           move spaces to reply-text.
           accept reply-text.
           move zero to key-len.
           inspect reply-text tallying key-len
               for characters before initial '  '.
           if ref-count = zero
               display ' FILE IS EMPTY.'
               go to 4300-exit
           end-if.
           perform 4310-list-one-line thru 4310-exit
               varying ref-idx from 1 by 1
               until ref-idx > ref-count.
       4300-exit.
           exit.

       4310-list-one-line.
           if key-len > zero
               if ref-entry(ref-idx)(1:key-len) not =
                       reply-text(1:key-len)
                   go to 4310-exit
               end-if
           end-if.
           move ref-idx to out-list-no.
           move ref-entry(ref-idx) to out-list-text.
           display list-line.
       4310-exit.
           exit.

      ******************************************************************
      * 4500-ASK-KEY - FILLS THE KEY PART OF ENTRY-LINE AND SETS
      * KEY-LEN TO HOW MUCH OF THE LINE IDENTIFIES IT.  KEY NAMES ARE
      * FOLDED TO UPPER CASE; STATSNEW MATCHES THEM EXACTLY.
      ******************************************************************
       4500-ask-key.
           evaluate true
               when cur-siteparm
                   display ' PROFILE (* = SITE DEFAULT): '
                       with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to sp-profile
                   display ' KEY (RANGE RNGHI RNGLO CKPT REJMAX '
                       'TABMAX): ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to sp-key
                   inspect sp-key converting
                       'abcdefghijklmnopqrstuvwxyz' to
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   move 16 to key-len
               when cur-expcfile
                   display ' DATASET: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:30) to ex-dataset
                   display ' KEY (MEANLO MEANHI NMIN REJPCT CATREQ): '
                       with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to ex-key
                   inspect ex-key converting
                       'abcdefghijklmnopqrstuvwxyz' to
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   move 38 to key-len
                   if ex-key = 'CATREQ'
                       display ' CATEGORY CODE: ' with no advancing
                       move spaces to reply-text
                       accept reply-text
                       move reply-text(1:20) to ex-value
                       move 58 to key-len
                   end-if
               when cur-catfile
                   display ' CATEGORY CODE: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to cf-code
                   move 8 to key-len
               when cur-laytfile
                   display ' LAYOUT: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to ly-layout
                   display ' FIELD (VALUE WEIGHT CATEG YVAL OBSDATE'
                       ' CURRENCY): ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   move reply-text(1:8) to ly-field
                   inspect ly-field converting
                       'abcdefghijklmnopqrstuvwxyz' to
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   move 16 to key-len
           end-evaluate.
       4500-exit.
           exit.

      ******************************************************************
      * 4600-ASK-DATA - FILLS THE VALUE PART OF ENTRY-LINE.  ON A
      * CHANGE ENTRY-LINE ALREADY HOLDS THE CURRENT LINE, SO A BLANK
      * REPLY LEAVES A FIELD AS IT WAS; ON AN ADD A BLANK REPLY LEAVES
      * IT BLANK FOR VALIDATION TO FIND.
      ******************************************************************
       4600-ask-data.
           evaluate true
               when cur-siteparm
                   display ' VALUE: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   if reply-text not = spaces
                       move reply-text(1:20) to sp-value
                   end-if
               when cur-expcfile
                   if ex-key not = 'CATREQ'
                       display ' VALUE: ' with no advancing
                       move spaces to reply-text
                       accept reply-text
                       if reply-text not = spaces
                           move reply-text(1:20) to ex-value
                       end-if
                   end-if
               when cur-catfile
                   display ' DESCRIPTION: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   if reply-text not = spaces
                       move reply-text(1:30) to cf-desc
                   end-if
                   display ' PARENT GROUP: ' with no advancing
                   move spaces to reply-text
                   accept reply-text
                   if reply-text not = spaces
                       move reply-text(1:8) to cf-group
                   end-if
               when cur-laytfile
                   perform 4640-ask-layout-data thru 4640-exit
           end-evaluate.
       4600-exit.
           exit.

      ******************************************************************
      * 4640-ASK-LAYOUT-DATA - THE LAYOUT POSITIONS ARE FIXED-WIDTH
      * NUMBERS ON FILE (START 3 DIGITS, LENGTH 2, DECIMALS 1), SO
      * EACH REPLY IS PARSED AND STORED RIGHT-JUSTIFIED, NOT TYPED
      * INTO THE COLUMNS AS KEYED.  A REPLY THAT IS NOT A WHOLE
      * NUMBER THAT FITS IS STORED AS NON-NUMERIC FOR VALIDATION TO
      * REFUSE.  BLANK DECIMALS MEAN 0 AND A BLANK SIGN FLAG MEANS N,
      * AS THEY DO IN STATSNEW.
      ******************************************************************
       4640-ask-layout-data.
           display ' START COLUMN: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text not = spaces
               perform 8000-check-whole-number thru 8000-exit
               if num-bad or parm-num-value > 999
                   move '???' to entry-line(17:3)
               else
                   move parm-num-value to ly-start
               end-if
           end-if.
           display ' LENGTH: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text not = spaces
               perform 8000-check-whole-number thru 8000-exit
               if num-bad or parm-num-value > 99
                   move '??' to entry-line(20:2)
               else
                   move parm-num-value to ly-len
               end-if
           end-if.
           display ' DECIMAL PLACES: ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text not = spaces
               perform 8000-check-whole-number thru 8000-exit
               if num-bad or parm-num-value > 9
                   move '?' to entry-line(22:1)
               else
                   move parm-num-value to ly-dec
               end-if
           end-if.
           display ' SIGNED (Y/N): ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text not = spaces
               move reply-text(1:1) to ly-signed
               inspect ly-signed converting 'yn' to 'YN'
           end-if.
           if entry-line(22:1) = space
               move zero to ly-dec
           end-if.
           if ly-signed = space
               move 'N' to ly-signed
           end-if.
       4640-exit.
           exit.

      ******************************************************************
      * 5000-FIND-ENTRY - LOOKS FOR A LINE WHOSE FIRST KEY-LEN BYTES
      * MATCH ENTRY-LINE'S.  COMMENT LINES NEVER MATCH.
      ******************************************************************
       5000-find-entry.
           move zero to ref-found.
           perform 5010-scan-one-entry thru 5010-exit
               varying ref-idx from 1 by 1
               until ref-idx > ref-count or ref-found > zero.
       5000-exit.
           exit.

       5010-scan-one-entry.
           if ref-entry(ref-idx)(1:1) not = '*'
                   or cur-siteparm
               if ref-entry(ref-idx)(1:key-len) =
                       entry-line(1:key-len)
                   move ref-idx to ref-found
               end-if
           end-if.
       5010-exit.
           exit.

      ******************************************************************
      * 6000-VALIDATE-ENTRY - CHECKS ENTRY-LINE (BLANK ON A DELETE)
      * AND THE CANDIDATE TABLE IT WOULD PRODUCE AGAINST THE RULES
      * STATSNEW APPLIES WHEN IT LOADS THE FILE.  ENTRY-ERROR SAYS
      * WHY A CHANGE WAS REFUSED.
      ******************************************************************
       6000-validate-entry.
           move 'Y' to entry-ok-sw.
           move spaces to entry-error.
           evaluate true
               when cur-siteparm
                   perform 6100-validate-siteparm thru 6100-exit
               when cur-expcfile
                   perform 6200-validate-expectation thru 6200-exit
               when cur-catfile
                   perform 6300-validate-category thru 6300-exit
               when cur-laytfile
                   perform 6400-validate-layout thru 6400-exit
           end-evaluate.
       6000-exit.
           exit.

      ******************************************************************
      * 6100-VALIDATE-SITEPARM - MIRRORS 6020-APPLY-SITE-PARM: THE KEY
      * MUST BE ONE STATSNEW KNOWS, THE VALUE A NUMBER INSIDE THE
      * LIMITS STATSNEW WOULD HONOUR.  THEN THE RANGE BOUNDS EVERY
      * AFFECTED PROFILE WOULD RUN WITH ARE RECHECKED - A CHANGE TO
      * PROFILE * AFFECTS EVERY PROFILE.
      ******************************************************************
       6100-validate-siteparm.
           if entry-line = spaces
               go to 6100-range-check
           end-if.
           if sp-profile = spaces
               move 'PROFILE IS REQUIRED (* FOR THE SITE DEFAULT)'
                   to entry-error
               go to 6100-bad
           end-if.
           if sp-key not = 'RANGE' and sp-key not = 'RNGHI'
                   and sp-key not = 'RNGLO' and sp-key not = 'CKPT'
                   and sp-key not = 'REJMAX' and sp-key not = 'TABMAX'
               move 'UNKNOWN KEY' to entry-error
               go to 6100-bad
           end-if.
           move sp-value to reply-text.
           perform 8100-check-number thru 8100-exit.
           if num-bad
               move 'VALUE IS NOT A NUMBER' to entry-error
               go to 6100-bad
           end-if.
           evaluate sp-key
               when 'RANGE'
                   if parm-num-value not > zero
                       move 'RANGE MUST BE GREATER THAN ZERO'
                           to entry-error
                       go to 6100-bad
                   end-if
               when 'CKPT'
                   if parm-num-value < 1
                       move 'CKPT MUST BE AT LEAST 1' to entry-error
                       go to 6100-bad
                   end-if
               when 'REJMAX'
                   if parm-num-value < 1 or parm-num-value > 2000
                       move 'REJMAX MUST BE 1 TO 2000' to entry-error
                       go to 6100-bad
                   end-if
               when 'TABMAX'
                   if parm-num-value < 1 or parm-num-value > 10000
                       move 'TABMAX MUST BE 1 TO 10000' to entry-error
                       go to 6100-bad
                   end-if
               when other
                   continue
           end-evaluate.
       6100-range-check.
           move '*' to chk-profile.
           perform 6150-check-profile-range thru 6150-exit.
           if not entry-ok
               go to 6100-exit
           end-if.
           perform 6110-check-one-profile thru 6110-exit
               varying cand-idx from 1 by 1
               until cand-idx > cand-count or not entry-ok.
           go to 6100-exit.
       6100-bad.
           move 'N' to entry-ok-sw.
       6100-exit.
           exit.

       6110-check-one-profile.
           move cand-entry(cand-idx) to scan-line.
           if ss-profile = '*' or ss-profile = spaces
               go to 6110-exit
           end-if.
           if ss-key not = 'RANGE' and ss-key not = 'RNGHI'
                   and ss-key not = 'RNGLO'
               go to 6110-exit
           end-if.
           move ss-profile to chk-profile.
           perform 6150-check-profile-range thru 6150-exit.
       6110-exit.
           exit.

      ******************************************************************
      * 6150-CHECK-PROFILE-RANGE - BUILDS THE RANGE BOUNDS A RUN UNDER
      * CHK-PROFILE WOULD GET FROM THE CANDIDATE FILE AND INSISTS
      * RNGLO STAYS BELOW RNGHI.
      ******************************************************************
       6150-check-profile-range.
           move 999999999.9999 to range-hi.
           move -999999999.9999 to range-lo.
           perform 6160-apply-range-line thru 6160-exit
               varying cand-idx from 1 by 1
               until cand-idx > cand-count.
           if chk-profile not = '*'
               perform 6170-apply-profile-line thru 6170-exit
                   varying cand-idx from 1 by 1
                   until cand-idx > cand-count
           end-if.
           if range-lo not < range-hi
               move spaces to entry-error
               string 'RNGLO NOT BELOW RNGHI FOR PROFILE '
                          delimited by size
                      chk-profile delimited by size
                   into entry-error
               end-string
               move 'N' to entry-ok-sw
           end-if.
       6150-exit.
           exit.

       6160-apply-range-line.
           move cand-entry(cand-idx) to scan-line.
           if ss-profile = '*'
               perform 6180-apply-range-value thru 6180-exit
           end-if.
       6160-exit.
           exit.

       6170-apply-profile-line.
           move cand-entry(cand-idx) to scan-line.
           if ss-profile = chk-profile
               perform 6180-apply-range-value thru 6180-exit
           end-if.
       6170-exit.
           exit.

       6180-apply-range-value.
           move ss-value to tok-val.
           perform 1130-parse-parm-number thru 1130-exit.
           if not parm-num-ok
               go to 6180-exit
           end-if.
           evaluate ss-key
               when 'RANGE'
                   if parm-num-value > zero
                       move parm-num-value to range-hi
                       compute range-lo = zero - parm-num-value
                   end-if
               when 'RNGHI'
                   move parm-num-value to range-hi
               when 'RNGLO'
                   move parm-num-value to range-lo
               when other
                   continue
           end-evaluate.
       6180-exit.
           exit.

      ******************************************************************
      * 6200-VALIDATE-EXPECTATION - MIRRORS 6220-APPLY-EXPECTATION.
      * CATREQ CARRIES A CATEGORY CODE OF UP TO 8 CHARACTERS AND
      * STATSNEW HONOURS ONLY 10 PER DATASET; EVERY OTHER KEY CARRIES
      * A NUMBER.  MEANLO MAY NOT END UP ABOVE MEANHI.
      ******************************************************************
       6200-validate-expectation.
           if entry-line = spaces
               go to 6200-exit
           end-if.
           if ex-dataset = spaces
               move 'DATASET IS REQUIRED' to entry-error
               go to 6200-bad
           end-if.
           if ex-key not = 'MEANLO' and ex-key not = 'MEANHI'
                   and ex-key not = 'NMIN' and ex-key not = 'REJPCT'
                   and ex-key not = 'CATREQ'
               move 'UNKNOWN KEY' to entry-error
               go to 6200-bad
           end-if.
           move ex-dataset to chk-dataset.
           if ex-key = 'CATREQ'
               if ex-value = spaces or ex-value(9:12) not = spaces
                   move 'CATREQ NEEDS A CATEGORY CODE OF 1-8 CHARACTERS'
                       to entry-error
                   go to 6200-bad
               end-if
               move zero to catreq-count
               perform 6210-count-catreq thru 6210-exit
                   varying cand-idx from 1 by 1
                   until cand-idx > cand-count
               if catreq-count > 10
                   move 'MORE THAN 10 CATREQ LINES FOR THIS DATASET'
                       to entry-error
                   go to 6200-bad
               end-if
               go to 6200-exit
           end-if.
           move ex-value to reply-text.
           perform 8100-check-number thru 8100-exit.
           if num-bad
               move 'VALUE IS NOT A NUMBER' to entry-error
               go to 6200-bad
           end-if.
           evaluate ex-key
               when 'NMIN'
                   perform 8000-check-whole-number thru 8000-exit
                   if num-bad
                       move 'NMIN MUST BE A WHOLE NUMBER, ZERO OR MORE'
                           to entry-error
                       go to 6200-bad
                   end-if
               when 'REJPCT'
                   if parm-num-value < zero or parm-num-value > 100
                       move 'REJPCT MUST BE 0 TO 100' to entry-error
                       go to 6200-bad
                   end-if
               when other
                   continue
           end-evaluate.
           move 'N' to mean-lo-sw.
           move 'N' to mean-hi-sw.
           perform 6220-apply-mean-line thru 6220-exit
               varying cand-idx from 1 by 1
               until cand-idx > cand-count.
           if mean-lo-set and mean-hi-set and range-lo > range-hi
               move 'MEANLO IS ABOVE MEANHI FOR THIS DATASET'
                   to entry-error
               go to 6200-bad
           end-if.
           go to 6200-exit.
       6200-bad.
           move 'N' to entry-ok-sw.
       6200-exit.
           exit.

       6210-count-catreq.
           move cand-entry(cand-idx) to scan-line.
           if se-dataset = chk-dataset and se-key = 'CATREQ'
               add 1 to catreq-count
           end-if.
       6210-exit.
           exit.

       6220-apply-mean-line.
           move cand-entry(cand-idx) to scan-line.
           if se-dataset not = chk-dataset
               go to 6220-exit
           end-if.
           if se-key not = 'MEANLO' and se-key not = 'MEANHI'
               go to 6220-exit
           end-if.
           move se-value to tok-val.
           perform 1130-parse-parm-number thru 1130-exit.
           if not parm-num-ok
               go to 6220-exit
           end-if.
           if se-key = 'MEANLO'
               move parm-num-value to range-lo
               move 'Y' to mean-lo-sw
           else
               move parm-num-value to range-hi
               move 'Y' to mean-hi-sw
           end-if.
       6220-exit.
           exit.

      ******************************************************************
      * 6300-VALIDATE-CATEGORY - A NON-BLANK PARENT GROUP MUST ALREADY
      * EXIST, AS ANOTHER CODE'S GROUP OR AS A CATEGORY CODE OF ITS
      * OWN; A MISTYPED GROUP WOULD OTHERWISE QUIETLY START A ONE-
      * MEMBER GROUP BLOCK.  A GENUINELY NEW GROUP IS ALLOWED ONLY
      * WHEN THE OPERATOR CONFIRMS IT.
      ******************************************************************
       6300-validate-category.
           if entry-line = spaces
               go to 6300-exit
           end-if.
           if cf-code = spaces or cf-code(1:1) = '*'
               move 'CATEGORY CODE IS REQUIRED' to entry-error
               go to 6300-bad
           end-if.
           if cf-desc = spaces
               move 'DESCRIPTION IS REQUIRED' to entry-error
               go to 6300-bad
           end-if.
           if cf-group = spaces
               go to 6300-exit
           end-if.
           move 'N' to group-found-sw.
           perform 6310-scan-one-group thru 6310-exit
               varying cand-idx from 1 by 1
               until cand-idx > cand-count or group-found.
           if group-found
               go to 6300-exit
           end-if.
           display ' GROUP ' cf-group ' DOES NOT EXIST - START IT '
               '(Y/N)? ' with no advancing.
           move spaces to reply-text.
           accept reply-text.
           if reply-text(1:1) = 'Y' or reply-text(1:1) = 'y'
               go to 6300-exit
           end-if.
           move 'PARENT GROUP DOES NOT EXIST' to entry-error.
       6300-bad.
           move 'N' to entry-ok-sw.
       6300-exit.
           exit.

       6310-scan-one-group.
           move cand-entry(cand-idx) to scan-line.
           if sc-code = cf-code
               go to 6310-exit
           end-if.
           if sc-group = cf-group or sc-code = cf-group
               move 'Y' to group-found-sw
           end-if.
       6310-exit.
           exit.

      ******************************************************************
      * 6400-VALIDATE-LAYOUT - MIRRORS 6320-APPLY-LAYOUT-LINE: A KNOWN
      * FIELD NAME AND A SLOT THAT STARTS AT COLUMN 1 OR LATER AND
      * ENDS BY COLUMN 200 OF THE RAW RECORD.  STATSNEW WOULD SKIP A
      * LINE THAT FAILS EITHER TEST, AND THE FIELD WOULD QUIETLY FALL
      * BACK TO ITS NATIVE DEFAULT.  A CURRENCY SLOT WIDER THAN 3
      * WOULD BE CUT SHORT, SO IT IS REFUSED HERE INSTEAD.
      ******************************************************************
       6400-validate-layout.
           if entry-line = spaces
               go to 6400-exit
           end-if.
           if ly-layout = spaces
               move 'LAYOUT NAME IS REQUIRED' to entry-error
               go to 6400-bad
           end-if.
           if ly-field not = 'VALUE' and ly-field not = 'WEIGHT'
                   and ly-field not = 'CATEG' and ly-field not = 'YVAL'
                   and ly-field not = 'OBSDATE'
                   and ly-field not = 'CURRENCY'
               move 'UNKNOWN FIELD' to entry-error
               go to 6400-bad
           end-if.
           if ly-start is not numeric or ly-len is not numeric
               move 'START AND LENGTH MUST BE WHOLE NUMBERS'
                   to entry-error
               go to 6400-bad
           end-if.
           if ly-start < 1 or ly-len < 1
               move 'START AND LENGTH MUST BE AT LEAST 1'
                   to entry-error
               go to 6400-bad
           end-if.
           if ly-start + ly-len - 1 > 200
               move 'FIELD RUNS PAST COLUMN 200 OF THE RECORD'
                   to entry-error
               go to 6400-bad
           end-if.
           if ly-field = 'CURRENCY' and ly-len > 3
               move 'A CURRENCY CODE IS AT MOST 3 COLUMNS'
                   to entry-error
               go to 6400-bad
           end-if.
           if ly-dec is not numeric
               move 'DECIMAL PLACES MUST BE 0 TO 9' to entry-error
               go to 6400-bad
           end-if.
           if ly-dec > ly-len
               move 'MORE DECIMAL PLACES THAN DIGITS' to entry-error
               go to 6400-bad
           end-if.
           if ly-signed not = 'Y' and ly-signed not = 'N'
               move 'SIGNED MUST BE Y OR N' to entry-error
               go to 6400-bad
           end-if.
           go to 6400-exit.
       6400-bad.
           move 'N' to entry-ok-sw.
       6400-exit.
           exit.

      ******************************************************************
      * 7000-SAVE-FILE - THE CANDIDATE BECOMES THE TABLE, THE WHOLE
      * FILE IS WRITTEN BACK, AND THE CHANGE IS LOGGED.
      ******************************************************************
       7000-save-file.
           move cand-area to ref-area.
           move cand-count to ref-count.
           open output ref-file.
           if ref-status not = '00'
               display ' *** UNABLE TO REWRITE REFERENCE FILE '
                   ref-file-name ', STATUS = ' ref-status
               move 16 to return-code
               stop run
           end-if.
           perform 7010-write-one-line thru 7010-exit
               varying ref-idx from 1 by 1
               until ref-idx > ref-count.
           close ref-file.
           perform 7500-write-change-log thru 7500-exit.
       7000-exit.
           exit.

       7010-write-one-line.
           write ref-record from ref-entry(ref-idx).
       7010-exit.
           exit.

       7500-write-change-log.
           accept run-date from date yyyymmdd.
           accept run-time from time.
           move run-date to plog-date.
           move run-time(1:6) to plog-time.
           move oper-id to plog-oper.
           move cur-file-code to plog-file.
           move log-action to plog-action.
           move old-line to plog-before.
           move entry-line to plog-after.
           write parm-log-record from plog-line.
       7500-exit.
           exit.

      ******************************************************************
      * 8000-CHECK-WHOLE-NUMBER - REPLY-TEXT MUST BE A NUMBER WITH NO
      * SIGN AND NO FRACTION.  LEAVES THE VALUE IN PARM-NUM-VALUE.
      ******************************************************************
       8000-check-whole-number.
           perform 8100-check-number thru 8100-exit.
           if num-bad
               go to 8000-exit
           end-if.
           if parm-num-value < zero
               move 'Y' to num-bad-sw
               go to 8000-exit
           end-if.
           move parm-num-value to num-int.
           compute num-rem = parm-num-value - num-int.
           if num-rem not = zero
               move 'Y' to num-bad-sw
           end-if.
       8000-exit.
           exit.

      ******************************************************************
      * 8100-CHECK-NUMBER - STRICTER THAN THE PARM PARSER, WHICH
      * SKIPS ANY CHARACTER IT DOES NOT LIKE: REPLY-TEXT MAY HOLD AN
      * OPTIONAL LEADING MINUS, DIGITS AND ONE DECIMAL POINT, THEN
      * NOTHING BUT SPACES.  '1O0' IS REFUSED HERE RATHER THAN READ
      * AS 10 AT RUN TIME.
      ******************************************************************
       8100-check-number.
           move 'N' to num-bad-sw.
           move 'N' to num-end-sw.
           move 'N' to num-dot-sw.
           move 'N' to num-digit-sw.
           perform 8110-check-one-char thru 8110-exit
               varying num-idx from 1 by 1
               until num-idx > 40 or num-bad.
           if not num-digit-seen
               move 'Y' to num-bad-sw
           end-if.
           if num-bad
               go to 8100-exit
           end-if.
           move reply-text to tok-val.
           perform 1130-parse-parm-number thru 1130-exit.
       8100-exit.
           exit.

       8110-check-one-char.
           move reply-text(num-idx:1) to num-char.
           if num-char = space
               if num-digit-seen or num-dot-seen
                   move 'Y' to num-end-sw
               else
                   if num-idx > 1
                       move 'Y' to num-bad-sw
                   end-if
               end-if
               go to 8110-exit
           end-if.
           if num-end-seen
               move 'Y' to num-bad-sw
               go to 8110-exit
           end-if.
           if num-char = '-'
               if num-idx not = 1
                   move 'Y' to num-bad-sw
               end-if
               go to 8110-exit
           end-if.
           if num-char = '.'
               if num-dot-seen
                   move 'Y' to num-bad-sw
               end-if
               move 'Y' to num-dot-sw
               go to 8110-exit
           end-if.
           if num-char >= '0' and num-char <= '9'
               move 'Y' to num-digit-sw
           else
               move 'Y' to num-bad-sw
           end-if.
       8110-exit.
           exit.

       9999-exit.
           close parm-log-file.
           stop run.
