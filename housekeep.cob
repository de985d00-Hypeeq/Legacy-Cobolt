       identification division.
       program-id. housekeep.

       *> retention housekeeping for the files the measure tool and
       *> the group maintenance only ever append to: the run history
       *> (statmeasure.log), the posted-feed register
       *> (statmeasure.pfr) and the feed detail posted under it
       *> (statmeasure.pfd), the interface transmission register
       *> (statmeasure.xrg) and its acknowledgment log
       *> (statmeasure.xak), the group change log (grpmaint.log), the
       *> period-history master (statmeasure.hty) and the prior-period
       *> adjustments posted to it (statmeasure.hta). How long each
       *> is kept comes from a rules file, one rule per file:
       *>
       *>     cols  1-30  file name, as above
       *>     cols 31-35  how many to keep, five digits, zero padded
       *>     col  36     D - days (the text files)
       *>                 P - closed periods (the period history
       *>                     and its adjustments)
       *>
       *> with * in column 1 for a comment. A file with no rule is
       *> left alone. Entries older than the rule allows are moved,
       *> not destroyed - they are appended to an archive beside the
       *> file named <file>.<yyyymmdd> for the run date - and the
       *> purge report shows per file how many entries were read,
       *> moved and kept and the dates (or periods) the moved ones
       *> ran from and to.
       *>
       *> Some of what is on these files is still needed however old
       *> the rule says it is, and a rule that would purge it is
       *> refused for that file rather than trimmed:
       *>   - the posted-feed register is what refuses a feed posted
       *>     twice. Entries inside the duplicate-detection window
       *>     must stay, so it is never kept for fewer days than the
       *>     window, found as the measure tool finds it: DUP-WINDOW
       *>     in the run profile named by STATMEASURE_PROFILE, else
       *>     STATMEASURE_DUP_WINDOW, else 400. A profile that is
       *>     named but cannot be read, or whose DUP-WINDOW is out of
       *>     range, refuses the whole run - the measure tool would
       *>     not run on it either. The feed detail is what a feed
       *>     reversal or an extract resend is rebuilt from, and is
       *>     held to the same window.
       *>   - the period history is what the year-over-year
       *>     comparison reads back into, and the end-of-month close
       *>     compares the month it closes with the same month a year
       *>     before; the control-chart mode charts each group on
       *>     its last 19 closed periods. It is never kept for fewer
       *>     than 19 periods.
       *>   - the acknowledgment log is never kept for fewer days than
       *>     the transmission register (and has no rule while the
       *>     register has none), or extracts whose answers were
       *>     purged would show as never acknowledged.
       *>   - the adjustments file is never kept for fewer periods
       *>     than the period history (and has no rule while the
       *>     history has none), or a period still reported would
       *>     lose the late postings that restate it.
       *> And whatever the rule, the register and acknowledgment log
       *> lines of an extract still open - not yet acknowledged,
       *> rejected, or accepted with totals that did not match - are
       *> held on line; the purge report counts them.
       *> A line whose date cannot be read is kept and counted.
       *>
       *> The text files are rewritten in place and the period
       *> history and adjustments are updated, so this is run outside
       *> the batch
       *> window, when neither the measure tool nor the group
       *> maintenance is running.

       environment division.
       input-output section.
       file-control.
           select rules-file assign to dynamic ws-rules-file
               organization is line sequential
               file status is ws-rules-status.

           select profile-file assign to dynamic ws-profile-file
               organization is line sequential
               file status is ws-profile-status.

           select live-file assign to dynamic ws-live-file
               organization is line sequential
               file status is ws-live-status.

           select work-file assign to dynamic ws-work-file
               organization is line sequential
               file status is ws-work-status.

           select archive-file assign to dynamic ws-archive-file
               organization is line sequential
               file status is ws-archive-status.

           select period-history-file assign to dynamic
                   ws-history-file
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is ws-history-status.

           select adjustment-file assign to dynamic ws-adjust-file
               organization is indexed
               access mode is dynamic
               record key is ha-key
               file status is ws-adjust-status.

           select calendar-file assign to dynamic ws-calendar-file
               organization is line sequential
               file status is ws-calendar-status.

           select report-file assign to dynamic ws-report-file
               organization is line sequential.

           select event-sort-work assign to "housewk1".

       data division.
       file section.
       fd  profile-file.
       *> the measure tool's run profile - keyword=value lines, of
       *> which only DUP-WINDOW matters here
       01  profile-line      pic x(80).

       fd  rules-file.
       01  rules-record.
           02 rl-file        pic x(30).
           02 rl-keep        pic x(5).
           02 rl-unit        pic x.
       01  rules-line        pic x(80).

       fd  live-file.
       *> any of the text files - the longest is the run history
       01  live-line         pic x(250).

       fd  work-file.
       01  work-line         pic x(250).

       fd  archive-file.
       01  archive-line      pic x(250).

       fd  period-history-file.
       *> same layout and key the end-of-month close writes
       01  period-history-record.
           02 ph-key.
              03 ph-period   pic 9(6).
              03 ph-code     pic x(4).
           02 ph-n           pic 9(8).
           02 ph-sum         pic s9(14)v9(2) sign leading separate.
           02 ph-sum-sqr     pic 9(14)v9(2).

       fd  adjustment-file.
       *> same layout and key the measure tool posts late feeds with
       01  adjustment-record.
           02 ha-key.
              03 ha-period   pic 9(6).
              03 ha-code     pic x(4).
              03 ha-seq      pic 9(4).
           02 ha-n           pic 9(8).
           02 ha-sum         pic s9(14)v9(2) sign leading separate.
           02 ha-sum-sqr     pic 9(14)v9(2).
           02 ha-feed-date   pic x(8).
           02 ha-feed-source pic x(8).
           02 ha-posted      pic x(19).
           02 ha-run-period  pic 9(6).

       fd  calendar-file.
       *> the measure tool's processing calendar - only the ASOF
       *> record matters here
       01  calendar-record.
           02 ca-type        pic x(4).
           02 ca-date        pic x(8).

       fd  report-file.
       01  report-line       pic x(100).

       sd  event-sort-work.
       *> transmissions (order 1) and acknowledgments (order 2) of
       *> each extract in time order, to find the extracts still open
       01  event-record.
           02 ev-extract-id  pic x(12).
           02 ev-timestamp   pic x(19).
           02 ev-order       pic 9.
           02 ev-result      pic x.
           02 ev-match       pic x.

       working-storage section.
       77  ws-rules-file       pic x(50) value "housekeep.rul".
       77  ws-rules-status     pic xx value spaces.
       77  ws-profile-file     pic x(50) value spaces.
       77  ws-profile-status   pic xx value spaces.
       77  ws-profile-error    pic x(50) value spaces.
       77  ws-prof-keyword     pic x(20) value spaces.
       77  ws-prof-value       pic x(50) value spaces.
       77  ws-prof-num         pic s9(6)v9(4) value zeros.
       77  ws-live-file        pic x(50) value spaces.
       77  ws-live-status      pic xx value spaces.
       77  ws-work-file        pic x(50) value "housekeep.wrk".
       77  ws-work-status      pic xx value spaces.
       77  ws-archive-file     pic x(50) value spaces.
       77  ws-archive-status   pic xx value spaces.
       77  ws-history-file     pic x(50) value "statmeasure.hty".
       77  ws-history-status   pic xx value spaces.
       77  ws-adjust-file      pic x(50) value "statmeasure.hta".
       77  ws-adjust-status    pic xx value spaces.
       77  ws-adjust-eof       pic x value 'n'.
       77  ws-calendar-file    pic x(50) value "statmeasure.cal".
       77  ws-calendar-status  pic xx value spaces.
       77  ws-report-file      pic x(50) value "housekeep.rpt".
       77  ws-env-value        pic x(50) value spaces.

       *> the files this utility knows, where each one's date sits
       *> on a line, and the least a rule may keep of it
       77  ws-kf-count         pic 9(2) value 8.
       77  ws-kf-idx           pic 9(2) value zeros.
       77  ws-kf-found-idx     pic 9(2) value zeros.
       01  ws-known-file-table.
           02 ws-known-file occurs 8 times.
              03 kf-name        pic x(30).
              03 kf-unit        pic x.
              03 kf-date-pos    pic 9(3).
              03 kf-id-pos      pic 9(3).
              03 kf-floor       pic 9(5).
              03 kf-floor-why   pic x(40).
              03 kf-rule        pic x.
              03 kf-keep        pic 9(5).

       *> the duplicate-detection window the register is held to,
       *> and the periods the control chart (and, inside that, the
       *> year-over-year comparison) reaches back
       77  ws-dup-window       pic 9(5) value 400.
       77  ws-hty-floor        pic 9(5) value 19.

       *> the extracts still open, from the register and the
       *> acknowledgment log together - their lines are held
       77  ws-xmit-reg-file    pic x(50) value "statmeasure.xrg".
       77  ws-ack-log-file     pic x(50) value "statmeasure.xak".
       77  ws-open-loaded      pic x value 'n'.
       77  ws-open-count       pic 9(4) value zeros.
       77  ws-open-idx         pic 9(4) value zeros.
       77  ws-open-dropped     pic 9(4) value zeros.
       77  ws-open-held        pic x value 'n'.
       77  ws-entry-id         pic x(12) value spaces.
       01  ws-open-table.
           02 ws-open-entry occurs 500 times.
              03 op-extract-id  pic x(12).
       77  ws-ev-eof           pic x value 'n'.
       77  ws-ev-have          pic x value 'n'.
       77  ws-ev-id            pic x(12) value spaces.
       77  ws-ev-sent          pic x value 'n'.
       77  ws-ev-open          pic x value 'n'.

       *> rules-file checking - any error refuses the whole run, so
       *> a half-read rules file never purges on the rules it did read
       77  ws-rules-read       pic 9(4) value zeros.
       77  ws-rules-errors     pic 9(4) value zeros.
       77  ws-rules-given      pic 9(2) value zeros.
       77  ws-rule-error       pic x(50) value spaces.
       01  ws-rule-keep-check.
           02 ws-rule-keep-txt  pic x(5).
       01  ws-rule-keep-check-r redefines ws-rule-keep-check.
           02 ws-rule-keep-num  pic 9(5).

       *> one file's housekeeping
       77  ws-hk-read          pic 9(8) value zeros.
       77  ws-hk-moved         pic 9(8) value zeros.
       77  ws-hk-kept          pic 9(8) value zeros.
       77  ws-hk-undated       pic 9(8) value zeros.
       77  ws-hk-held          pic 9(8) value zeros.
       77  ws-hk-copied        pic 9(8) value zeros.
       77  ws-hk-oldest        pic x(10) value spaces.
       77  ws-hk-newest        pic x(10) value spaces.
       77  ws-hk-cutoff-txt    pic x(10) value spaces.
       77  ws-hk-outcome       pic x(70) value spaces.
       77  ws-hk-failed        pic x value 'n'.
       77  ws-archive-open     pic x value 'n'.
       77  ws-files-purged     pic 9(2) value zeros.
       77  ws-total-moved      pic 9(8) value zeros.

       *> an entry's date, as text and as a day number
       77  ws-date-pos         pic 9(3) value zeros.
       77  ws-entry-dated      pic x value 'n'.
       77  ws-entry-day        pic 9(8) value zeros.
       77  ws-entry-date-txt   pic x(10) value spaces.
       01  ws-entry-date.
           02 ws-ed-year       pic 9(4).
           02 ws-ed-month      pic 9(2).
           02 ws-ed-day        pic 9(2).
       01  ws-entry-date-r redefines ws-entry-date.
           02 ws-ed-txt         pic x(8).
       01  ws-entry-date-n redefines ws-entry-date.
           02 ws-ed-num         pic 9(8).

       *> cutoffs: a day number for the text files, a period for
       *> the history
       77  ws-run-day-number   pic 9(8) value zeros.
       77  ws-cutoff-day       pic 9(8) value zeros.
       77  ws-cutoff-date      pic 9(8) value zeros.
       77  ws-month-count      pic 9(7) value zeros.
       77  ws-cp-year          pic 9(4) value zeros.
       77  ws-cp-month         pic 9(2) value zeros.
       77  ws-cutoff-period    pic 9(6) value zeros.
       77  ws-current-period   pic 9(6) value zeros.
       77  ws-last-key         pic x(10) value spaces.
       77  ws-adjust-last-key  pic x(14) value spaces.
       77  ws-hist-eof         pic x value 'n'.

       01  ws-current-date.
           02 ws-cd-year       pic 9(4).
           02 ws-cd-month      pic 9(2).
           02 ws-cd-day        pic 9(2).
       01  ws-current-date-r redefines ws-current-date.
           02 ws-cd-num        pic 9(8).
       77  ws-run-day          pic x(8) value spaces.
       77  ws-run-date         pic x(10) value spaces.
       77  ws-asof-date        pic x(8) value spaces.
       01  ws-asof-check.
           02 ws-asof-txt       pic x(8).
       01  ws-asof-check-r redefines ws-asof-check.
           02 ws-asof-num       pic 9(8).

       77  ws-end-of-file      pic x value 'n'.

       *> graded return codes in the measure tool's ladder: 0 every
       *> file with a rule was housekept, 4 a rule was refused for
       *> a file because it would purge what is still needed, 8 the
       *> rules file is missing or in error and nothing was touched,
       *> 12 a file could not be archived or rewritten.
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.

       77  fmt-count           pic zzzzzzz9.
       77  fmt-read            pic zzzzzzz9.
       77  fmt-moved           pic zzzzzzz9.
       77  fmt-kept            pic zzzzzzz9.
       77  fmt-keep            pic zzzz9.
       77  fmt-floor           pic zzzz9.
       77  fmt-line-no         pic zzz9.
       77  ws-unit-txt         pic x(7) value spaces.

       procedure division.
       main-logic.
           display "******************************************"
           display "*     retention, archive and purge       *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           perform load-accounting-date
           move ws-current-date to ws-run-day
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date
           compute ws-run-day-number =
               function integer-of-date(ws-cd-num)
           compute ws-current-period =
               (ws-cd-year * 100) + ws-cd-month

           move spaces to ws-env-value
           accept ws-env-value from environment "HOUSEKEEP_RULES"
           if ws-env-value not = spaces
               move ws-env-value to ws-rules-file
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment
               "STATMEASURE_DUP_WINDOW"
           if ws-env-value not = spaces
               compute ws-dup-window = function numval(ws-env-value)
               if ws-dup-window = 0
                   move 400 to ws-dup-window
               end-if
           end-if
           perform load-profile-window

           perform set-up-known-files

           open output report-file
           move spaces to report-line
           string "retention, archive and purge - run date: "
               ws-run-date into report-line
           write report-line
           move spaces to report-line
           string "  rules from " ws-rules-file into report-line
           write report-line
           move spaces to report-line
           write report-line

           perform load-retention-rules

           if ws-profile-error not = spaces
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "  purge refused - run profile "
                   function trim(ws-profile-file) " "
                   function trim(ws-profile-error)
                   "; no file touched" into report-line
               write report-line
               display "error: run profile "
                   function trim(ws-profile-file) " "
                   function trim(ws-profile-error) " - nothing purged"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
           if ws-rules-errors > 0 or ws-rules-given = 0
               move spaces to report-line
               write report-line
               if ws-rules-errors > 0
                   move ws-rules-errors to fmt-count
                   move spaces to report-line
                   string "  purge refused -" fmt-count
                       " error(s) in the rules file; no file touched"
                       into report-line
                   display "error: rules file in error - nothing"
                       " purged"
               else
                   move "  purge refused - no retention rules; no" &
                       " file touched" to report-line
                   display "error: no retention rules - nothing"
                       " purged"
               end-if
               write report-line
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               perform set-ack-log-floor
               perform varying ws-kf-idx from 1 by 1
                       until ws-kf-idx > ws-kf-count
                   perform housekeep-one-file
               end-perform
           end-if
           end-if

           move spaces to report-line
           write report-line
           move ws-run-rc to fmt-run-rc
           move spaces to report-line
           string "  return code " fmt-run-rc into report-line
           write report-line
           close report-file

           move ws-files-purged to fmt-count
           display "  files purged         = " fmt-count
           move ws-total-moved to fmt-count
           display "  entries archived     = " fmt-count
           display "report written to " function trim(ws-report-file)
           display "  return code          = " fmt-run-rc
           move ws-run-rc to return-code
           stop run.

       load-profile-window.
           *> a DUP-WINDOW in the run profile outranks the
           *> environment variable, as it does for the measure tool
           move spaces to ws-profile-error
           move spaces to ws-profile-file
           accept ws-profile-file from environment
               "STATMEASURE_PROFILE"
           if ws-profile-file not = spaces
               open input profile-file
               if ws-profile-status not = "00"
                   move spaces to ws-profile-error
                   string "cannot be opened (status " ws-profile-status
                       ")" into ws-profile-error
               else
                   move 'n' to ws-end-of-file
                   perform until ws-end-of-file = 'y'
                       read profile-file
                           at end
                               move 'y' to ws-end-of-file
                           not at end
                               if profile-line not = spaces and
                                       profile-line(1:1) not = '*'
                                   perform check-profile-line
                               end-if
                       end-read
                   end-perform
                   close profile-file
                   move 'n' to ws-end-of-file
               end-if
           end-if.

       check-profile-line.
           move spaces to ws-prof-keyword
           move spaces to ws-prof-value
           unstring profile-line delimited by "="
               into ws-prof-keyword ws-prof-value
           move function upper-case(ws-prof-keyword)
               to ws-prof-keyword
           if ws-prof-keyword = "DUP-WINDOW"
               move zero to ws-prof-num
               if ws-prof-value not = spaces and
                       function test-numval(ws-prof-value) = 0
                   compute ws-prof-num rounded =
                       function numval(ws-prof-value)
               end-if
               if ws-prof-num >= 1 and ws-prof-num <= 9999
                   move ws-prof-num to ws-dup-window
               else
                   move "has DUP-WINDOW out of range" to
                       ws-profile-error
               end-if
           end-if.

       load-accounting-date.
           *> an ASOF record in the processing calendar replaces the
           *> wall-clock date, as it does for the measure tool
           move spaces to ws-asof-date
           open input calendar-file
           if ws-calendar-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read calendar-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if ca-type = "ASOF"
                               move ca-date to ws-asof-txt
                               if ws-asof-num is numeric
                                   move ca-date to ws-asof-date
                               end-if
                           end-if
                   end-read
               end-perform
               close calendar-file
               move 'n' to ws-end-of-file
           end-if
           if ws-asof-date not = spaces
               move ws-asof-date to ws-current-date
           end-if.

       set-up-known-files.
           *> date positions are where each file's timestamp
           *> (yyyy-mm-dd ...) starts on the line; the register's
           *> is its posting timestamp, after the feed key. Id
           *> positions are where the extract id sits on the lines of
           *> the two files whose open extracts are held.
           move "statmeasure.log" to kf-name(1)
           move 'D' to kf-unit(1)
           move 1 to kf-date-pos(1)
           move zero to kf-floor(1)
           move spaces to kf-floor-why(1)
           move "statmeasure.pfr" to kf-name(2)
           move 'D' to kf-unit(2)
           move 42 to kf-date-pos(2)
           move ws-dup-window to kf-floor(2)
           move "duplicate-detection window" to kf-floor-why(2)
           move "statmeasure.xrg" to kf-name(3)
           move 'D' to kf-unit(3)
           move 1 to kf-date-pos(3)
           move 145 to kf-id-pos(3)
           move zero to kf-floor(3)
           move spaces to kf-floor-why(3)
           move "grpmaint.log" to kf-name(4)
           move 'D' to kf-unit(4)
           move 1 to kf-date-pos(4)
           move zero to kf-floor(4)
           move spaces to kf-floor-why(4)
           move "statmeasure.hty" to kf-name(5)
           move 'P' to kf-unit(5)
           move zero to kf-date-pos(5)
           move ws-hty-floor to kf-floor(5)
           move "control-chart history" to kf-floor-why(5)
           move "statmeasure.xak" to kf-name(6)
           move 'D' to kf-unit(6)
           move 1 to kf-date-pos(6)
           move 20 to kf-id-pos(6)
           move zero to kf-floor(6)
           move "transmission register retention" to kf-floor-why(6)
           move "statmeasure.hta" to kf-name(7)
           move 'P' to kf-unit(7)
           move zero to kf-date-pos(7)
           move zero to kf-floor(7)
           move "period history retention" to kf-floor-why(7)
           move "statmeasure.pfd" to kf-name(8)
           move 'D' to kf-unit(8)
           move 17 to kf-date-pos(8)
           move ws-dup-window to kf-floor(8)
           move "duplicate-detection window" to kf-floor-why(8)
           move zero to kf-id-pos(1)
           move zero to kf-id-pos(2)
           move zero to kf-id-pos(4)
           move zero to kf-id-pos(5)
           move zero to kf-id-pos(7)
           move zero to kf-id-pos(8)
           perform varying ws-kf-idx from 1 by 1
                   until ws-kf-idx > ws-kf-count
               move 'n' to kf-rule(ws-kf-idx)
               move zero to kf-keep(ws-kf-idx)
           end-perform.

       load-retention-rules.
           open input rules-file
           if ws-rules-status not = "00"
               move spaces to report-line
               string "  rules file " ws-rules-file
                   " cannot be opened" into report-line
               write report-line
               add 1 to ws-rules-errors
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read rules-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           add 1 to ws-rules-read
                           if rules-line not = spaces and
                                   rules-line(1:1) not = '*'
                               perform check-retention-rule
                           end-if
                   end-read
               end-perform
               close rules-file
               move 'n' to ws-end-of-file
           end-if.

       check-retention-rule.
           move spaces to ws-rule-error
           move zero to ws-kf-found-idx
           perform varying ws-kf-idx from 1 by 1
                   until ws-kf-idx > ws-kf-count
               if kf-name(ws-kf-idx) = rl-file
                   move ws-kf-idx to ws-kf-found-idx
               end-if
           end-perform
           move rl-keep to ws-rule-keep-txt
           if ws-kf-found-idx = 0
               move "not a file this utility housekeeps" to
                   ws-rule-error
           else
               if kf-rule(ws-kf-found-idx) = 'y'
                   move "second rule for the same file" to
                       ws-rule-error
               else
                   if ws-rule-keep-num is not numeric
                       move "keep is not a five-digit number" to
                           ws-rule-error
                   else
                       if ws-rule-keep-num = 0
                           move "keep must be at least 1" to
                               ws-rule-error
                       else
                           if rl-unit not = kf-unit(ws-kf-found-idx)
                               if kf-unit(ws-kf-found-idx) = 'P'
                                   move "unit must be P (periods)" to
                                       ws-rule-error
                               else
                                   move "unit must be D (days)" to
                                       ws-rule-error
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           if ws-rule-error = spaces
               move 'y' to kf-rule(ws-kf-found-idx)
               move ws-rule-keep-num to kf-keep(ws-kf-found-idx)
               add 1 to ws-rules-given
           else
               add 1 to ws-rules-errors
               move ws-rules-read to fmt-line-no
               move spaces to report-line
               string "  rules line " fmt-line-no ": " ws-rule-error
                   into report-line
               write report-line
               move spaces to report-line
               string "      [" rules-line(1:36) "]" into report-line
               write report-line
           end-if.

       set-ack-log-floor.
           *> the acknowledgment log follows the register's rule -
           *> with no rule for the register, none is allowed for it
           if kf-rule(3) = 'y'
               move kf-keep(3) to kf-floor(6)
           else
               move 99999 to kf-floor(6)
           end-if
           *> and the adjustments follow the period history's
           if kf-rule(5) = 'y'
               move kf-keep(5) to kf-floor(7)
           else
               move 99999 to kf-floor(7)
           end-if.

       housekeep-one-file.
           move zero to ws-hk-read
           move zero to ws-hk-moved
           move zero to ws-hk-kept
           move zero to ws-hk-undated
           move zero to ws-hk-held
           move spaces to ws-hk-oldest
           move spaces to ws-hk-newest
           move spaces to ws-hk-outcome
           move 'n' to ws-hk-failed
           move 'n' to ws-archive-open
           move spaces to ws-archive-file
           string kf-name(ws-kf-idx) delimited by space
               "." ws-run-day delimited by size
               into ws-archive-file
           if kf-unit(ws-kf-idx) = 'P'
               move "periods" to ws-unit-txt
           else
               move "days" to ws-unit-txt
           end-if

           move spaces to report-line
           write report-line
           move kf-name(ws-kf-idx) to report-line
           write report-line

           if kf-rule(ws-kf-idx) not = 'y'
               move "    no retention rule - left alone" to
                   report-line
               write report-line
           else
               move kf-keep(ws-kf-idx) to fmt-keep
               move kf-floor(ws-kf-idx) to fmt-floor
               move spaces to report-line
               if kf-floor(ws-kf-idx) > 0
                   string "    rule    keep " fmt-keep " " ws-unit-txt
                       "   least allowed " fmt-floor " ("
                       function trim(kf-floor-why(ws-kf-idx)) ")"
                       into report-line
               else
                   string "    rule    keep " fmt-keep " " ws-unit-txt
                       into report-line
               end-if
               write report-line
               if kf-keep(ws-kf-idx) < kf-floor(ws-kf-idx)
                   *> what the rule would take is still needed - the
                   *> file is refused as a whole, not trimmed to the
                   *> floor, so the rules file gets put right
                   move spaces to report-line
                   string "    refused - the rule would purge entries"
                       " the "
                       function trim(kf-floor-why(ws-kf-idx))
                       " still needs" into report-line
                   write report-line
                   display "warning: " function trim(kf-name(ws-kf-idx))
                       " refused - rule keeps less than "
                       function trim(kf-floor-why(ws-kf-idx))
                   move 4 to ws-new-rc
                   perform raise-run-rc
               else
                   if kf-id-pos(ws-kf-idx) > 0
                       perform load-open-extracts
                   end-if
                   if kf-id-pos(ws-kf-idx) > 0 and ws-open-dropped > 0
                       *> an open extract that could not be noted
                       *> might be purged - refuse the file instead
                       move ws-open-dropped to fmt-count
                       move spaces to report-line
                       string "    refused - more than 500 extracts"
                           " still open;" fmt-count " not checked"
                           into report-line
                       write report-line
                       display "warning: "
                           function trim(kf-name(ws-kf-idx))
                           " refused - too many open extracts"
                       move 4 to ws-new-rc
                       perform raise-run-rc
                   else
                       if kf-unit(ws-kf-idx) = 'P'
                           if kf-name(ws-kf-idx) = ws-adjust-file
                               perform housekeep-adjustment-file
                           else
                               perform housekeep-history-file
                           end-if
                       else
                           perform housekeep-text-file
                       end-if
                       perform print-file-results
                   end-if
               end-if
           end-if.

       load-open-extracts.
           *> once a run: an extract is open while its latest
           *> transmission has no answer, or the answer was a
           *> rejection or a count/hash mismatch
           if ws-open-loaded = 'n'
               move 'y' to ws-open-loaded
               move zero to ws-open-count
               move zero to ws-open-dropped
               sort event-sort-work
                   on ascending key ev-extract-id ev-timestamp
                       ev-order
                   input procedure is release-extract-events
                   output procedure is note-open-extracts
           end-if.

       release-extract-events.
           move ws-xmit-reg-file to ws-live-file
           open input live-file
           if ws-live-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read live-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if live-line(145:12) not = spaces
                               move live-line(145:12) to ev-extract-id
                               move live-line(1:19) to ev-timestamp
                               move 1 to ev-order
                               move space to ev-result
                               move space to ev-match
                               release event-record
                           end-if
                   end-read
               end-perform
               close live-file
               move 'n' to ws-end-of-file
           end-if
           move ws-ack-log-file to ws-live-file
           open input live-file
           if ws-live-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read live-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           move live-line(20:12) to ev-extract-id
                           move live-line(1:19) to ev-timestamp
                           move 2 to ev-order
                           move live-line(32:1) to ev-result
                           move live-line(58:1) to ev-match
                           release event-record
                   end-read
               end-perform
               close live-file
               move 'n' to ws-end-of-file
           end-if.

       note-open-extracts.
           move 'n' to ws-ev-eof
           move 'n' to ws-ev-have
           perform until ws-ev-eof = 'y'
               return event-sort-work
                   at end
                       move 'y' to ws-ev-eof
                   not at end
                       if ws-ev-have = 'y' and
                               ev-extract-id not = ws-ev-id
                           perform note-open-extract
                       end-if
                       if ws-ev-have = 'n'
                           move ev-extract-id to ws-ev-id
                           move 'n' to ws-ev-sent
                           move 'n' to ws-ev-open
                           move 'y' to ws-ev-have
                       end-if
                       if ev-order = 1
                           move 'y' to ws-ev-sent
                           move 'y' to ws-ev-open
                       else
                           if ev-result = 'A' and ev-match = 'Y'
                               move 'n' to ws-ev-open
                           else
                               move 'y' to ws-ev-open
                           end-if
                       end-if
               end-return
           end-perform
           if ws-ev-have = 'y'
               perform note-open-extract
           end-if.

       note-open-extract.
           *> answers for an extract never sent hold nothing
           move 'n' to ws-ev-have
           if ws-ev-sent = 'y' and ws-ev-open = 'y'
               if ws-open-count < 500
                   add 1 to ws-open-count
                   move ws-ev-id to op-extract-id(ws-open-count)
               else
                   add 1 to ws-open-dropped
               end-if
           end-if.

       housekeep-text-file.
           *> kept lines go to a work file and expired ones to the
           *> archive; the live file is only rewritten from the work
           *> file once both are complete, so a failure part way
           *> leaves it as it was
           compute ws-cutoff-day =
               ws-run-day-number - kf-keep(ws-kf-idx)
           compute ws-cutoff-date =
               function date-of-integer(ws-cutoff-day)
           move ws-cutoff-date to ws-ed-num
           string ws-ed-year "-" ws-ed-month "-" ws-ed-day
               into ws-hk-cutoff-txt
           move kf-date-pos(ws-kf-idx) to ws-date-pos
           move kf-name(ws-kf-idx) to ws-live-file

           open input live-file
           if ws-live-status not = "00"
               move "not on line - nothing to do" to ws-hk-outcome
           else
               open output work-file
               if ws-work-status not = "00"
                   move "work file cannot be opened - left as it was"
                       to ws-hk-outcome
                   move 'y' to ws-hk-failed
                   close live-file
               else
                   move 'n' to ws-end-of-file
                   perform until ws-end-of-file = 'y'
                       read live-file
                           at end
                               move 'y' to ws-end-of-file
                           not at end
                               add 1 to ws-hk-read
                               perform sort-out-text-entry
                       end-read
                   end-perform
                   move 'n' to ws-end-of-file
                   close live-file
                   close work-file
                   if ws-archive-open = 'y'
                       close archive-file
                   end-if
                   if ws-hk-failed = 'y'
                       move "archive cannot be written - left as it" &
                           " was" to ws-hk-outcome
                   else
                       if ws-hk-moved > 0
                           perform replace-live-file
                       end-if
                   end-if
               end-if
           end-if
           if ws-hk-failed = 'y'
               move 12 to ws-new-rc
               perform raise-run-rc
           end-if.

       sort-out-text-entry.
           perform date-text-entry
           if ws-entry-dated = 'n'
               add 1 to ws-hk-undated
               move live-line to work-line
               write work-line
           else
               move 'n' to ws-open-held
               if ws-entry-day < ws-cutoff-day and
                       kf-id-pos(ws-kf-idx) > 0
                   perform check-open-extract
               end-if
               if ws-entry-day < ws-cutoff-day and ws-hk-failed = 'n'
                       and ws-open-held = 'n'
                   perform open-archive-file
               end-if
               if ws-entry-day < ws-cutoff-day and ws-hk-failed = 'n'
                       and ws-open-held = 'n'
                   move live-line to archive-line
                   write archive-line
                   if ws-archive-status not = "00"
                       move 'y' to ws-hk-failed
                   else
                       add 1 to ws-hk-moved
                       if ws-hk-oldest = spaces or
                               ws-entry-date-txt < ws-hk-oldest
                           move ws-entry-date-txt to ws-hk-oldest
                       end-if
                       if ws-entry-date-txt > ws-hk-newest
                           move ws-entry-date-txt to ws-hk-newest
                       end-if
                   end-if
               else
                   add 1 to ws-hk-kept
                   if ws-open-held = 'y'
                       add 1 to ws-hk-held
                   end-if
                   move live-line to work-line
                   write work-line
               end-if
           end-if.

       check-open-extract.
           move live-line(kf-id-pos(ws-kf-idx):12) to ws-entry-id
           perform varying ws-open-idx from 1 by 1
                   until ws-open-idx > ws-open-count
               if op-extract-id(ws-open-idx) = ws-entry-id
                   move 'y' to ws-open-held
                   exit perform
               end-if
           end-perform.

       date-text-entry.
           *> a yyyy-mm-dd date at the file's date position, else the
           *> line is undated
           move 'n' to ws-entry-dated
           move live-line(ws-date-pos:10) to ws-entry-date-txt
           move ws-entry-date-txt(1:4) to ws-ed-txt(1:4)
           move ws-entry-date-txt(6:2) to ws-ed-txt(5:2)
           move ws-entry-date-txt(9:2) to ws-ed-txt(7:2)
           if ws-entry-date-txt(5:1) = "-" and
                   ws-entry-date-txt(8:1) = "-" and
                   ws-ed-num is numeric
               if ws-ed-year > 1600 and ws-ed-month >= 1 and
                       ws-ed-month <= 12 and ws-ed-day >= 1 and
                       ws-ed-day <= 31
                   compute ws-entry-day =
                       function integer-of-date(ws-ed-num)
                   if ws-entry-day > 0
                       move 'y' to ws-entry-dated
                   end-if
               end-if
           end-if.

       open-archive-file.
           if ws-archive-open = 'n'
               open extend archive-file
               if ws-archive-status not = "00"
                   open output archive-file
               end-if
               if ws-archive-status not = "00"
                   move 'y' to ws-hk-failed
               else
                   move 'y' to ws-archive-open
               end-if
           end-if.

       replace-live-file.
           *> copy the kept lines back over the live file. If this
           *> cannot finish, the kept lines are still in the work file
           *> and the expired ones in the archive - the report says so
           move zero to ws-hk-copied
           open input work-file
           open output live-file
           if ws-work-status not = "00" or ws-live-status not = "00"
               move 'y' to ws-hk-failed
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read work-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           move work-line to live-line
                           write live-line
                           if ws-live-status = "00"
                               add 1 to ws-hk-copied
                           end-if
                   end-read
               end-perform
               move 'n' to ws-end-of-file
               if ws-hk-copied not = ws-hk-kept + ws-hk-undated
                   move 'y' to ws-hk-failed
               end-if
           end-if
           close work-file
           close live-file
           if ws-hk-failed = 'y'
               move spaces to ws-hk-outcome
               string "not rewritten - kept lines are in "
                   ws-work-file delimited by space into ws-hk-outcome
           else
               add 1 to ws-files-purged
               add ws-hk-moved to ws-total-moved
           end-if.

       housekeep-history-file.
           *> keyed on period first, so the expired periods are the
           *> front of the file. Each record goes to the archive
           *> before it is deleted, and the read restarts after the
           *> deleted key.
           compute ws-month-count =
               (ws-cd-year * 12) + ws-cd-month - 1 -
               kf-keep(ws-kf-idx)
           divide ws-month-count by 12 giving ws-cp-year
               remainder ws-cp-month
           add 1 to ws-cp-month
           compute ws-cutoff-period = (ws-cp-year * 100) + ws-cp-month
           move spaces to ws-hk-cutoff-txt
           string ws-cp-year "-" ws-cp-month into ws-hk-cutoff-txt

           open i-o period-history-file
           if ws-history-status = "35"
               move "not on line - nothing to do" to ws-hk-outcome
           else
               if ws-history-status not = "00"
                   move spaces to ws-hk-outcome
                   string "cannot be opened for update - status "
                       ws-history-status into ws-hk-outcome
                   move 'y' to ws-hk-failed
               else
                   move 'n' to ws-hist-eof
                   move low-values to ph-key
                   start period-history-file key is not less than
                           ph-key
                       invalid key
                           move 'y' to ws-hist-eof
                   end-start
                   perform read-next-hist
                   perform until ws-hist-eof = 'y'
                       add 1 to ws-hk-read
                       if ph-period < ws-cutoff-period and
                               ws-hk-failed = 'n'
                           perform purge-history-record
                       else
                           add 1 to ws-hk-kept
                           perform read-next-hist
                       end-if
                   end-perform
                   close period-history-file
                   if ws-archive-open = 'y'
                       close archive-file
                   end-if
                   if ws-hk-failed = 'y'
                       move "archive or delete failed - purge" &
                           " stopped there" to ws-hk-outcome
                   else
                       if ws-hk-moved > 0
                           add 1 to ws-files-purged
                           add ws-hk-moved to ws-total-moved
                       end-if
                   end-if
               end-if
           end-if
           if ws-hk-failed = 'y'
               move 12 to ws-new-rc
               perform raise-run-rc
           end-if.

       read-next-hist.
           if ws-hist-eof = 'n'
               read period-history-file next record
                   at end
                       move 'y' to ws-hist-eof
               end-read
           end-if.

       purge-history-record.
           perform open-archive-file
           if ws-hk-failed = 'n'
               move period-history-record to archive-line
               write archive-line
               if ws-archive-status not = "00"
                   move 'y' to ws-hk-failed
               end-if
           end-if
           if ws-hk-failed = 'y'
               add 1 to ws-hk-kept
               perform read-next-hist
           else
               move ph-key to ws-last-key
               delete period-history-file record
                   invalid key
                       move 'y' to ws-hk-failed
               end-delete
               if ws-hk-failed = 'n'
                   add 1 to ws-hk-moved
                   move spaces to ws-entry-date-txt
                   string ph-period(1:4) "-" ph-period(5:2)
                       into ws-entry-date-txt
                   if ws-hk-oldest = spaces or
                           ws-entry-date-txt < ws-hk-oldest
                       move ws-entry-date-txt to ws-hk-oldest
                   end-if
                   if ws-entry-date-txt > ws-hk-newest
                       move ws-entry-date-txt to ws-hk-newest
                   end-if
               else
                   add 1 to ws-hk-kept
               end-if
               move ws-last-key to ph-key
               start period-history-file key is greater than ph-key
                   invalid key
                       move 'y' to ws-hist-eof
               end-start
               perform read-next-hist
           end-if.

       housekeep-adjustment-file.
           *> the same cutoff as the history, over the adjustments
           *> file - keyed on period first like the history, so the
           *> expired adjustments are the front of the file
           compute ws-month-count =
               (ws-cd-year * 12) + ws-cd-month - 1 -
               kf-keep(ws-kf-idx)
           divide ws-month-count by 12 giving ws-cp-year
               remainder ws-cp-month
           add 1 to ws-cp-month
           compute ws-cutoff-period = (ws-cp-year * 100) + ws-cp-month
           move spaces to ws-hk-cutoff-txt
           string ws-cp-year "-" ws-cp-month into ws-hk-cutoff-txt

           open i-o adjustment-file
           if ws-adjust-status = "35"
               move "not on line - nothing to do" to ws-hk-outcome
           else
               if ws-adjust-status not = "00"
                   move spaces to ws-hk-outcome
                   string "cannot be opened for update - status "
                       ws-adjust-status into ws-hk-outcome
                   move 'y' to ws-hk-failed
               else
                   move 'n' to ws-adjust-eof
                   move low-values to ha-key
                   start adjustment-file key is not less than ha-key
                       invalid key
                           move 'y' to ws-adjust-eof
                   end-start
                   perform read-next-adjust
                   perform until ws-adjust-eof = 'y'
                       add 1 to ws-hk-read
                       if ha-period < ws-cutoff-period and
                               ws-hk-failed = 'n'
                           perform purge-adjustment-record
                       else
                           add 1 to ws-hk-kept
                           perform read-next-adjust
                       end-if
                   end-perform
                   close adjustment-file
                   if ws-archive-open = 'y'
                       close archive-file
                   end-if
                   if ws-hk-failed = 'y'
                       move "archive or delete failed - purge" &
                           " stopped there" to ws-hk-outcome
                   else
                       if ws-hk-moved > 0
                           add 1 to ws-files-purged
                           add ws-hk-moved to ws-total-moved
                       end-if
                   end-if
               end-if
           end-if
           if ws-hk-failed = 'y'
               move 12 to ws-new-rc
               perform raise-run-rc
           end-if.

       read-next-adjust.
           if ws-adjust-eof = 'n'
               read adjustment-file next record
                   at end
                       move 'y' to ws-adjust-eof
               end-read
           end-if.

       purge-adjustment-record.
           perform open-archive-file
           if ws-hk-failed = 'n'
               move adjustment-record to archive-line
               write archive-line
               if ws-archive-status not = "00"
                   move 'y' to ws-hk-failed
               end-if
           end-if
           if ws-hk-failed = 'y'
               add 1 to ws-hk-kept
               perform read-next-adjust
           else
               move ha-key to ws-adjust-last-key
               delete adjustment-file record
                   invalid key
                       move 'y' to ws-hk-failed
               end-delete
               if ws-hk-failed = 'n'
                   add 1 to ws-hk-moved
                   move spaces to ws-entry-date-txt
                   string ha-period(1:4) "-" ha-period(5:2)
                       into ws-entry-date-txt
                   if ws-hk-oldest = spaces or
                           ws-entry-date-txt < ws-hk-oldest
                       move ws-entry-date-txt to ws-hk-oldest
                   end-if
                   if ws-entry-date-txt > ws-hk-newest
                       move ws-entry-date-txt to ws-hk-newest
                   end-if
               else
                   add 1 to ws-hk-kept
               end-if
               move ws-adjust-last-key to ha-key
               start adjustment-file key is greater than ha-key
                   invalid key
                       move 'y' to ws-adjust-eof
               end-start
               perform read-next-adjust
           end-if.

       print-file-results.
           move spaces to report-line
           if kf-unit(ws-kf-idx) = 'P'
               string "    cutoff  periods before " ws-hk-cutoff-txt
                   into report-line
           else
               string "    cutoff  entries dated before "
                   ws-hk-cutoff-txt into report-line
           end-if
           write report-line
           if ws-hk-outcome(1:12) = "not on line "
               move spaces to report-line
               string "    " ws-hk-outcome into report-line
               write report-line
           else
               move ws-hk-read to fmt-read
               move ws-hk-moved to fmt-moved
               move ws-hk-kept to fmt-kept
               move spaces to report-line
               string "    read " fmt-read "   moved " fmt-moved
                   "   kept " fmt-kept into report-line
               write report-line
               if ws-hk-undated > 0
                   move ws-hk-undated to fmt-count
                   move spaces to report-line
                   string "    undated lines kept  " fmt-count
                       into report-line
                   write report-line
               end-if
               if ws-hk-held > 0
                   move ws-hk-held to fmt-count
                   move spaces to report-line
                   string "    held, extract open  " fmt-count
                       into report-line
                   write report-line
               end-if
               if ws-hk-moved > 0
                   move spaces to report-line
                   string "    moved   " ws-hk-oldest " to "
                       ws-hk-newest into report-line
                   write report-line
                   move spaces to report-line
                   string "    archive " ws-archive-file
                       into report-line
                   write report-line
               else
                   move "    nothing old enough to move" to
                       report-line
                   write report-line
               end-if
               if ws-hk-outcome not = spaces
                   move spaces to report-line
                   string "    " ws-hk-outcome into report-line
                   write report-line
                   display "error: " function trim(kf-name(ws-kf-idx))
                       " " function trim(ws-hk-outcome)
               end-if
           end-if.

       raise-run-rc.
           if ws-new-rc > ws-run-rc
               move ws-new-rc to ws-run-rc
           end-if.
