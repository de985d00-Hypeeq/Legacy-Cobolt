
       identification division.
       program-id. feedrev.

       *> backs one posted feed out of the month-to-date master. When a
       *> sender turns out to have transmitted the wrong day's data
       *> after the feed was posted, the only remedy used to be
       *> restoring last night's copy of the master and re-running
       *> every feed since. The feed is named by its processed-feed
       *> register key (header file date + source id); the per-group
       *> n, sum and sum of squares it added are read back from the
       *> posted-feed detail the measure tool writes at posting time,
       *> and exactly those are subtracted. A late feed that was
       *> posted to the prior-period adjustments file instead is
       *> refused - it is not on the master to be backed out. Every
       *> check is made before anything is touched - a reversal
       *> either applies whole or not at all: should a group's update
       *> fail part way through, the groups already reversed are put
       *> back as they were and the run ends in error (any group that
       *> cannot be put back is named on the console and in the
       *> reversal log). The before and after master images go to the
       *> reversal log, the register entry is marked reversed (so the
       *> corrected feed is accepted rather than refused as a
       *> duplicate) and a reversal report is printed for the
       *> supervisor to sign.

       environment division.
       input-output section.
       file-control.
           select register-file assign to dynamic ws-register-file
               organization is line sequential
               file status is ws-register-status.

           select feed-detail-file assign to dynamic
                   ws-feed-detail-file
               organization is line sequential
               file status is ws-feed-detail-status.

           select mtd-file assign to dynamic ws-mtd-file
               organization is indexed
               access mode is dynamic
               record key is mtd-key
               file status is ws-mtd-status.

           select report-file assign to dynamic ws-report-file
               organization is line sequential.

           select rev-log-file assign to dynamic ws-rev-log-file
               organization is line sequential
               file status is ws-rev-log-status.

       data division.
       file section.
       fd  register-file.
       *> same layout the measure tool writes - status blank for a
       *> posting, R for the reversal entry this program appends.
       01  register-record.
           02 pf-date        pic x(8).
           02 pf-source      pic x(8).
           02 pf-count       pic 9(8).
           02 pf-hash        pic s9(14)v9(2) sign leading separate.
           02 pf-timestamp   pic x(19).
           02 pf-status      pic x.

       fd  feed-detail-file.
       *> same layout the measure tool writes: what one registered
       *> feed added to one group's month-to-date totals, or - target
       *> A - to the prior-period adjustments of a closed month.
       01  feed-detail-record.
           02 pd-date        pic x(8).
           02 pd-source      pic x(8).
           02 pd-timestamp   pic x(19).
           02 pd-period      pic 9(6).
           02 pd-code        pic x(4).
           02 pd-n           pic 9(8).
           02 pd-sum         pic s9(14)v9(2) sign leading separate.
           02 pd-sum-sqr     pic 9(14)v9(2).
           02 pd-target      pic x.

       fd  mtd-file.
       *> same layout and period + group code key the measure tool
       *> posts to
       01  mtd-record.
           02 mtd-key.
              03 mtd-period  pic 9(6).
              03 mtd-code    pic x(4).
           02 mtd-n          pic 9(8).
           02 mtd-sum        pic s9(14)v9(2) sign leading separate.
           02 mtd-sum-sqr    pic 9(14)v9(2).

       fd  report-file.
       01  report-line       pic x(80).

       fd  rev-log-file.
       01  rev-log-line      pic x(132).

       working-storage section.
       77  ws-register-file    pic x(50) value "statmeasure.pfr".
       77  ws-register-status  pic xx value spaces.
       77  ws-feed-detail-file pic x(50) value "statmeasure.pfd".
       77  ws-feed-detail-status pic xx value spaces.
       77  ws-mtd-file         pic x(50) value "statmeasure.mtd".
       77  ws-mtd-status       pic xx value spaces.
       77  ws-report-file      pic x(50) value "feedrev.rpt".
       77  ws-rev-log-file     pic x(50) value "feedrev.log".
       77  ws-rev-log-status   pic xx value spaces.

       *> the feed to reverse - register key, plus the posting
       *> timestamp when the same key was posted more than once
       77  ws-rev-date         pic x(8) value spaces.
       77  ws-rev-source       pic x(8) value spaces.
       77  ws-rev-posted       pic x(19) value spaces.
       77  ws-operator         pic x(8) value spaces.
       77  ws-prompt-ans       pic x(30) value spaces.

       *> the register entries carrying the key, in file order. A
       *> reversal entry cancels the latest live posting with the
       *> same count and hash; whatever is still live afterwards is
       *> a candidate for this reversal.
       77  ws-post-count       pic 9(4) value zeros.
       77  ws-post-idx         pic 9(4) value zeros.
       77  ws-post-dropped     pic 9(4) value zeros.
       77  ws-live-count       pic 9(4) value zeros.
       77  ws-sel-idx          pic 9(4) value zeros.
       01  ws-post-table.
           02 ws-post-entry occurs 20 times.
              03 rp-timestamp   pic x(19).
              03 rp-count       pic 9(8).
              03 rp-hash        pic s9(14)v9(2).
              03 rp-live        pic x.

       *> what the selected posting added, one entry per group - a
       *> run tracks at most 50 groups, so a feed never has more
       77  ws-contrib-count    pic 9(4) value zeros.
       77  ws-contrib-idx      pic 9(4) value zeros.
       77  ws-contrib-dropped  pic 9(4) value zeros.
       77  ws-contrib-adjust   pic x value 'n'.
       01  ws-contrib-table.
           02 ws-contrib-entry occurs 50 times.
              03 cn-period      pic 9(6).
              03 cn-code        pic x(4).
              03 cn-n           pic 9(8).
              03 cn-sum         pic s9(14)v9(2).
              03 cn-sum-sqr     pic 9(14)v9(2).
              03 cn-before-n    pic 9(8).
              03 cn-before-sum  pic s9(14)v9(2).
              03 cn-after-n     pic 9(8).
              03 cn-after-sum   pic s9(14)v9(2).
              03 cn-before-sum-sqr pic 9(14)v9(2).
              03 cn-applied     pic x.

       *> the master is read and updated by key, one record per
       *> group the feed touched
       77  ws-mtd-open         pic x value 'n'.
       77  ws-mtd-failed       pic 9(4) value zeros.
       77  ws-failed-code      pic x(4) value spaces.
       77  ws-restore-failed   pic 9(4) value zeros.
       77  ws-restore-ok       pic x value 'y'.

       77  ws-rev-valid        pic x value 'y'.
       77  ws-rev-error        pic x(60) value spaces.
       77  ws-tot-n            pic 9(8) value zeros.
       77  ws-tot-sum          pic s9(14)v9(2) value zeros.

       *> master images for the reversal log
       77  ws-before-image     pic x(51) value spaces.
       77  ws-after-image      pic x(51) value spaces.
       77  ws-audit-timestamp  pic x(19) value spaces.
       01  ws-current-time.
           02 ws-ct-hour       pic 9(2).
           02 ws-ct-minute     pic 9(2).
           02 ws-ct-second     pic 9(2).
           02 ws-ct-hundredths pic 9(2).
       01  ws-current-date.
           02 ws-cd-year       pic 9(4).
           02 ws-cd-month      pic 9(2).
           02 ws-cd-day        pic 9(2).
       77  ws-run-date         pic x(10) value spaces.

       *> graded return codes in the measure tool's ladder: 0 the
       *> feed was reversed, 8 the reversal was refused and nothing
       *> was touched.
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.

       77  ws-end-of-file      pic x value 'n'.
       77  fmt-n               pic zzzzzzz9.
       77  fmt-n2              pic zzzzzzz9.
       77  fmt-n3              pic zzzzzzz9.
       77  fmt-sum             pic -zzzzzzzzzzz9.99.
       77  fmt-sum2            pic -zzzzzzzzzzz9.99.
       77  fmt-count           pic zzzzzzz9.
       77  fmt-hash            pic -zzzzzzzzzzzzz9.99.
       77  fmt-contrib         pic zzz9.

       procedure division.
       main-logic.
           display "******************************************"
           display "*           feed reversal                *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date

           perform accept-reversal-key
           move 'y' to ws-rev-valid
           move spaces to ws-rev-error
           if ws-rev-date = spaces or ws-rev-source = spaces
               move 'n' to ws-rev-valid
               move "file date and source id are both required"
                   to ws-rev-error
           end-if
           if ws-rev-valid = 'y'
               perform find-register-posting
           end-if
           if ws-rev-valid = 'y'
               perform load-feed-detail
           end-if
           if ws-rev-valid = 'y'
               perform open-mtd-master
           end-if
           if ws-rev-valid = 'y'
               perform validate-against-master
           end-if

           if ws-rev-valid = 'y'
               perform apply-reversal
               if ws-mtd-failed > 0
                   perform restore-reversed-groups
               end-if
               close mtd-file
               if ws-mtd-failed = 0
                   perform record-reversal-entry
                   perform print-reversal-report
                   move ws-contrib-count to fmt-contrib
                   display "feed " ws-rev-date " " ws-rev-source
                       " reversed - " fmt-contrib " group(s) backed out"
                   display "report written to "
                       function trim(ws-report-file)
               else
                   *> the register entry stays posted and no report
                   *> is printed - the feed has not been reversed
                   display "error: " function trim(ws-mtd-file)
                       " could not be updated for group "
                       ws-failed-code " - reversal abandoned, see "
                       function trim(ws-rev-log-file)
                   if ws-restore-failed = 0
                       display "  groups already reversed were put"
                           " back - nothing was changed"
                   else
                       move ws-restore-failed to fmt-contrib
                       display "  " fmt-contrib " group(s) named"
                           " above could NOT be put back and remain"
                           " reversed"
                   end-if
                   move 12 to ws-new-rc
                   perform raise-run-rc
               end-if
           else
               if ws-mtd-open = 'y'
                   close mtd-file
               end-if
               display "error: reversal refused - "
                   function trim(ws-rev-error)
               display "  nothing was changed"
               perform write-refusal-log-entry
               move 8 to ws-new-rc
               perform raise-run-rc
           end-if

           move ws-run-rc to fmt-run-rc
           display "  return code          = " fmt-run-rc
           move ws-run-rc to return-code
           stop run.

       accept-reversal-key.
           *> unattended runs name the feed through the environment;
           *> at a terminal anything missing is prompted for.
           accept ws-rev-date from environment "FEEDREV_FILEDATE"
           accept ws-rev-source from environment "FEEDREV_SOURCE"
           accept ws-rev-posted from environment "FEEDREV_POSTED"
           accept ws-operator from environment "FEEDREV_OPERATOR"
           if ws-rev-date = spaces
               display "file date of the feed (yyyymmdd): "
                   with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:8) to ws-rev-date
           end-if
           if ws-rev-source = spaces
               display "source id of the feed: " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:8) to ws-rev-source
           end-if
           if ws-operator = spaces
               display "operator id: " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:8) to ws-operator
           end-if.

       find-register-posting.
           move zero to ws-post-count
           move zero to ws-post-dropped
           open input register-file
           if ws-register-status not = "00"
               move 'n' to ws-rev-valid
               move "processed-feed register cannot be opened"
                   to ws-rev-error
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read register-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if pf-date = ws-rev-date and
                                   pf-source = ws-rev-source and
                                   pf-count is numeric and
                                   pf-hash is numeric
                               perform note-register-entry
                           end-if
                   end-read
               end-perform
               close register-file
               move 'n' to ws-end-of-file
               perform select-live-posting
           end-if.

       note-register-entry.
           if pf-status = 'R'
               *> cancels the latest live posting with the same totals
               perform varying ws-post-idx from ws-post-count by -1
                       until ws-post-idx < 1
                   if rp-live(ws-post-idx) = 'y' and
                           rp-count(ws-post-idx) = pf-count and
                           rp-hash(ws-post-idx) = pf-hash
                       move 'n' to rp-live(ws-post-idx)
                       exit perform
                   end-if
               end-perform
           else
               if ws-post-count < 20
                   add 1 to ws-post-count
                   move pf-timestamp to rp-timestamp(ws-post-count)
                   move pf-count to rp-count(ws-post-count)
                   move pf-hash to rp-hash(ws-post-count)
                   move 'y' to rp-live(ws-post-count)
               else
                   add 1 to ws-post-dropped
               end-if
           end-if.

       select-live-posting.
           move zero to ws-live-count
           move zero to ws-sel-idx
           perform varying ws-post-idx from 1 by 1
                   until ws-post-idx > ws-post-count
               if rp-live(ws-post-idx) = 'y'
                   if ws-rev-posted = spaces or
                           ws-rev-posted = rp-timestamp(ws-post-idx)
                       add 1 to ws-live-count
                       move ws-post-idx to ws-sel-idx
                   end-if
               end-if
           end-perform
           evaluate true
               when ws-post-dropped > 0
                   move 'n' to ws-rev-valid
                   move "key posted more than 20 times - reverse by" &
                       " hand" to ws-rev-error
               when ws-post-count = 0
                   move 'n' to ws-rev-valid
                   move "no posting with this key in the register"
                       to ws-rev-error
               when ws-live-count = 0 and ws-rev-posted not = spaces
                   move 'n' to ws-rev-valid
                   move "no live posting with that posting timestamp"
                       to ws-rev-error
               when ws-live-count = 0
                   move 'n' to ws-rev-valid
                   move "every posting with this key is already" &
                       " reversed" to ws-rev-error
               when ws-live-count > 1
                   *> the same header went through twice with
                   *> different totals - the operator must say which
                   move 'n' to ws-rev-valid
                   move "key posted more than once - name one in" &
                       " FEEDREV_POSTED" to ws-rev-error
                   perform list-live-postings
               when other
                   continue
           end-evaluate.

       list-live-postings.
           display "  live postings for " ws-rev-date " "
               ws-rev-source ":"
           perform varying ws-post-idx from 1 by 1
                   until ws-post-idx > ws-post-count
               if rp-live(ws-post-idx) = 'y'
                   move rp-count(ws-post-idx) to fmt-count
                   display "    posted " rp-timestamp(ws-post-idx)
                       "  count " fmt-count
               end-if
           end-perform.

       load-feed-detail.
           move zero to ws-contrib-count
           move zero to ws-contrib-dropped
           move 'n' to ws-contrib-adjust
           open input feed-detail-file
           if ws-feed-detail-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read feed-detail-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if pd-date = ws-rev-date and
                                   pd-source = ws-rev-source and
                                   pd-timestamp =
                                       rp-timestamp(ws-sel-idx)
                               perform add-contrib-entry
                           end-if
                   end-read
               end-perform
               close feed-detail-file
               move 'n' to ws-end-of-file
           end-if
           if ws-contrib-dropped > 0
               move 'n' to ws-rev-valid
               move "posted-feed detail unreadable or past 50 groups"
                   to ws-rev-error
           else
           if ws-contrib-count = 0
               *> feeds posted before the detail was captured can
               *> only be backed out by the old restore-and-rerun
               move 'n' to ws-rev-valid
               move "no posted-feed detail for this posting"
                   to ws-rev-error
           else
           if ws-contrib-adjust = 'y'
               *> a late feed went to the adjustments file, never to
               *> the master - even once its period is reopened and
               *> back on the master, those totals never held it
               move 'n' to ws-rev-valid
               move spaces to ws-rev-error
               string "feed was posted as adjustments to closed period "
                   cn-period(1) into ws-rev-error
           end-if
           end-if
           end-if.

       add-contrib-entry.
           if pd-period is numeric and pd-n is numeric and
                   pd-sum is numeric and pd-sum-sqr is numeric and
                   ws-contrib-count < 50
               add 1 to ws-contrib-count
               move ws-contrib-count to ws-contrib-idx
               move pd-period to cn-period(ws-contrib-idx)
               move pd-code to cn-code(ws-contrib-idx)
               move pd-n to cn-n(ws-contrib-idx)
               move pd-sum to cn-sum(ws-contrib-idx)
               move pd-sum-sqr to cn-sum-sqr(ws-contrib-idx)
               if pd-target = 'A'
                   move 'y' to ws-contrib-adjust
               end-if
           else
               add 1 to ws-contrib-dropped
           end-if.

       open-mtd-master.
           open i-o mtd-file
           if ws-mtd-status = "00"
               move 'y' to ws-mtd-open
           else
               move 'n' to ws-rev-valid
               move spaces to ws-rev-error
               string "month-to-date master cannot be opened (status "
                   ws-mtd-status ")" into ws-rev-error
           end-if.

       validate-against-master.
           *> every group the feed touched must still be in the master
           *> under the period it was posted to, holding at least what
           *> the feed added - otherwise the month has been closed
           *> since, or the master no longer holds this feed at all.
           perform varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
                      or ws-rev-valid = 'n'
               move cn-period(ws-contrib-idx) to mtd-period
               move cn-code(ws-contrib-idx) to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       perform reject-missing-group
                   not invalid key
                       if mtd-n < cn-n(ws-contrib-idx) or
                               mtd-sum-sqr < cn-sum-sqr(ws-contrib-idx)
                           move 'n' to ws-rev-valid
                           move spaces to ws-rev-error
                           string "group " cn-code(ws-contrib-idx)
                               " holds less than the feed added"
                               into ws-rev-error
                       end-if
               end-read
           end-perform.

       reject-missing-group.
           *> a period with no records left at all has been closed;
           *> otherwise it is just this group that is gone
           move 'n' to ws-rev-valid
           move spaces to ws-rev-error
           move cn-period(ws-contrib-idx) to mtd-period
           move low-values to mtd-code
           start mtd-file key is not less than mtd-key
               invalid key
                   move zero to mtd-period
               not invalid key
                   read mtd-file next record
                       at end
                           move zero to mtd-period
                   end-read
           end-start
           if mtd-period = cn-period(ws-contrib-idx)
               string "group " cn-code(ws-contrib-idx)
                   " is not in the month-to-date master"
                   into ws-rev-error
           else
               string "feed was posted to period "
                   cn-period(ws-contrib-idx)
                   ", which has since been closed"
                   into ws-rev-error
           end-if.

       apply-reversal.
           perform set-audit-timestamp
           perform open-rev-log
           move spaces to rev-log-line
           string ws-audit-timestamp "  reversal of " ws-rev-date
               " " ws-rev-source "  posted "
               rp-timestamp(ws-sel-idx) "  operator " ws-operator
               into rev-log-line
           write rev-log-line
           move zero to ws-tot-n
           move zero to ws-tot-sum
           perform varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
               move 'n' to cn-applied(ws-contrib-idx)
           end-perform
           *> the first group that cannot be updated stops the run
           perform varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
                      or ws-mtd-failed > 0
               perform reverse-one-group
           end-perform
           close rev-log-file.

       restore-reversed-groups.
           *> put every group this run already reversed back as it
           *> was - added back into its record, or the record written
           *> again from its before image where the reversal emptied
           *> and deleted it
           move zero to ws-restore-failed
           perform open-rev-log
           perform varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
               if cn-applied(ws-contrib-idx) = 'y'
                   perform restore-one-group
               end-if
           end-perform
           move spaces to rev-log-line
           string ws-audit-timestamp "  reversal of " ws-rev-date
               " " ws-rev-source "  abandoned at group "
               ws-failed-code into rev-log-line
           write rev-log-line
           close rev-log-file.

       restore-one-group.
           move 'y' to ws-restore-ok
           move cn-period(ws-contrib-idx) to mtd-period
           move cn-code(ws-contrib-idx) to mtd-code
           if cn-after-n(ws-contrib-idx) = 0
               move cn-before-n(ws-contrib-idx) to mtd-n
               move cn-before-sum(ws-contrib-idx) to mtd-sum
               move cn-before-sum-sqr(ws-contrib-idx) to mtd-sum-sqr
               write mtd-record
                   invalid key
                       move 'n' to ws-restore-ok
               end-write
           else
               read mtd-file key is mtd-key
                   invalid key
                       move 'n' to ws-restore-ok
                   not invalid key
                       add cn-n(ws-contrib-idx) to mtd-n
                       add cn-sum(ws-contrib-idx) to mtd-sum
                       add cn-sum-sqr(ws-contrib-idx) to mtd-sum-sqr
                       rewrite mtd-record
                           invalid key
                               move 'n' to ws-restore-ok
                       end-rewrite
               end-read
           end-if
           move spaces to rev-log-line
           if ws-restore-ok = 'y'
               string ws-audit-timestamp "  " cn-code(ws-contrib-idx)
                   "  put back" into rev-log-line
           else
               add 1 to ws-restore-failed
               display "error: group " cn-code(ws-contrib-idx)
                   " could not be put back - it remains reversed"
               string ws-audit-timestamp "  " cn-code(ws-contrib-idx)
                   "  NOT put back - remains reversed"
                   into rev-log-line
           end-if
           write rev-log-line.

       reverse-one-group.
           *> a group the reversed feed alone had posted is now empty
           *> and leaves the master, exactly as if it had never come
           move cn-period(ws-contrib-idx) to mtd-period
           move cn-code(ws-contrib-idx) to mtd-code
           move spaces to ws-before-image
           move spaces to ws-after-image
           read mtd-file key is mtd-key
               invalid key
                   add 1 to ws-mtd-failed
               not invalid key
                   move mtd-record to ws-before-image
                   move mtd-n to cn-before-n(ws-contrib-idx)
                   move mtd-sum to cn-before-sum(ws-contrib-idx)
                   move mtd-sum-sqr to
                       cn-before-sum-sqr(ws-contrib-idx)
                   subtract cn-n(ws-contrib-idx) from mtd-n
                   subtract cn-sum(ws-contrib-idx) from mtd-sum
                   subtract cn-sum-sqr(ws-contrib-idx) from mtd-sum-sqr
                   move mtd-n to cn-after-n(ws-contrib-idx)
                   move mtd-sum to cn-after-sum(ws-contrib-idx)
                   if mtd-n = 0
                       delete mtd-file record
                           invalid key
                               add 1 to ws-mtd-failed
                           not invalid key
                               move 'y' to cn-applied(ws-contrib-idx)
                       end-delete
                   else
                       move mtd-record to ws-after-image
                       rewrite mtd-record
                           invalid key
                               add 1 to ws-mtd-failed
                           not invalid key
                               move 'y' to cn-applied(ws-contrib-idx)
                       end-rewrite
                   end-if
           end-read
           if cn-applied(ws-contrib-idx) = 'n'
               move cn-code(ws-contrib-idx) to ws-failed-code
           end-if
           add cn-n(ws-contrib-idx) to ws-tot-n
           add cn-sum(ws-contrib-idx) to ws-tot-sum
           move spaces to rev-log-line
           string ws-audit-timestamp "  " cn-code(ws-contrib-idx)
               "  before: [" ws-before-image "]"
               into rev-log-line
           write rev-log-line
           move spaces to rev-log-line
           string ws-audit-timestamp "  " cn-code(ws-contrib-idx)
               "  after:  [" ws-after-image "]"
               into rev-log-line
           write rev-log-line.

       record-reversal-entry.
           *> same key and totals as the posting, status R - the
           *> measure tool's duplicate check now lets the key through
           move ws-rev-date to pf-date
           move ws-rev-source to pf-source
           move rp-count(ws-sel-idx) to pf-count
           move rp-hash(ws-sel-idx) to pf-hash
           move ws-audit-timestamp to pf-timestamp
           move 'R' to pf-status
           open extend register-file
           if ws-register-status not = "00"
               open output register-file
           end-if
           write register-record
           close register-file.

       print-reversal-report.
           open output report-file
           move spaces to report-line
           string "feed reversal report - run date: " ws-run-date
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "  register key:    file date " ws-rev-date
               "  source " ws-rev-source
               into report-line
           write report-line
           move spaces to report-line
           string "  posted:          " rp-timestamp(ws-sel-idx)
               into report-line
           write report-line
           move rp-count(ws-sel-idx) to fmt-count
           move rp-hash(ws-sel-idx) to fmt-hash
           move spaces to report-line
           string "  control totals:  count " fmt-count
               "  hash " fmt-hash
               into report-line
           write report-line
           move spaces to report-line
           string "  period:          " cn-period(1)
               into report-line
           write report-line
           move spaces to report-line
           string "  reversed at:     " ws-audit-timestamp
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  group  before n    feed n   after n" &
               "          feed sum         after sum" to report-line
           write report-line
           move "  -----  --------  --------  --------" &
               "  ----------------  ----------------" to report-line
           write report-line
           perform varying ws-contrib-idx from 1 by 1
                   until ws-contrib-idx > ws-contrib-count
               perform print-reversal-line
           end-perform
           move "  -----  --------  --------  --------" &
               "  ----------------  ----------------" to report-line
           write report-line
           move ws-tot-n to fmt-n2
           move ws-tot-sum to fmt-sum
           move spaces to report-line
           string "  total            " fmt-n2
               "            " fmt-sum
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "  master images logged in " ws-rev-log-file
               into report-line
           write report-line
           move "  register entry marked reversed - the corrected" &
               " feed will be accepted" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "  reversed by:  " ws-operator
               "              date: ____________"
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  supervisor:   ____________________  date:" &
               " ____________" to report-line
           write report-line
           close report-file.

       print-reversal-line.
           move cn-before-n(ws-contrib-idx) to fmt-n
           move cn-n(ws-contrib-idx) to fmt-n2
           move cn-after-n(ws-contrib-idx) to fmt-n3
           move cn-sum(ws-contrib-idx) to fmt-sum
           move cn-after-sum(ws-contrib-idx) to fmt-sum2
           move spaces to report-line
           string "  " cn-code(ws-contrib-idx) "   " fmt-n
               "  " fmt-n2 "  " fmt-n3 "  " fmt-sum "  " fmt-sum2
               into report-line
           write report-line.

       set-audit-timestamp.
           accept ws-current-time from time
           string ws-run-date " " ws-ct-hour ":" ws-ct-minute ":"
               ws-ct-second into ws-audit-timestamp.

       open-rev-log.
           open extend rev-log-file
           if ws-rev-log-status not = "00"
               open output rev-log-file
           end-if.

       write-refusal-log-entry.
           perform set-audit-timestamp
           perform open-rev-log
           move spaces to rev-log-line
           string ws-audit-timestamp "  reversal of " ws-rev-date
               " " ws-rev-source "  refused: "
               function trim(ws-rev-error)
               into rev-log-line
           write rev-log-line
           close rev-log-file.

       raise-run-rc.
           if ws-new-rc > ws-run-rc
               move ws-new-rc to ws-run-rc
           end-if.
