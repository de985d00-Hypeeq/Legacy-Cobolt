       identification division.
       program-id. xmitack.

       *> closes the loop on the interface extract. The planning
       *> system returns an acknowledgment for each extract it takes
       *> in - the extract id off our header record, A (accepted) or
       *> R (rejected), the detail count and hash total it loaded and
       *> a reason - and this program takes those in, matches each to
       *> its entry in the transmission register and flags a count or
       *> hash that is not what we sent. Every acknowledgment taken in
       *> is kept on the acknowledgment log beside the register.
       *>
       *> Each run then prints the exceptions from the register and
       *> the log together: extracts rejected, accepted with totals
       *> that do not match, or still not acknowledged after the
       *> allowed number of business days (weekends and the HOL
       *> records of the processing calendar do not count), and any
       *> acknowledgment for an extract the register does not hold.
       *> An acknowledgment only answers the latest transmission of
       *> its extract - one received before a retransmission is
       *> history, and the clock starts again.
       *>
       *> In RESEND mode a rejected (or mismatched) extract is
       *> regenerated from the posted-feed detail it was built from,
       *> under the same extract id, and written to the register as
       *> a retransmission (status T) rather than as a new extract.
       *> It is refused when the extract did not come from a
       *> registered feed, when that feed has since been reversed,
       *> or when the detail no longer adds up to what was sent.
       *>
       *> Register entries written before extracts carried an id are
       *> not tracked, nor are answers whose extract has since been
       *> archived off the register by the housekeeping.

       environment division.
       input-output section.
       file-control.
           select ack-file assign to dynamic ws-ack-file
               organization is line sequential
               file status is ws-ack-status.

           select xmit-register-file assign to dynamic
                   ws-xmit-reg-file
               organization is line sequential
               file status is ws-xmit-reg-status.

           select ack-log-file assign to dynamic ws-ack-log-file
               organization is line sequential
               file status is ws-ack-log-status.

           select calendar-file assign to dynamic ws-calendar-file
               organization is line sequential
               file status is ws-calendar-status.

           select register-file assign to dynamic ws-register-file
               organization is line sequential
               file status is ws-register-status.

           select feed-detail-file assign to dynamic
                   ws-feed-detail-file
               organization is line sequential
               file status is ws-feed-detail-status.

           select group-ref-file assign to dynamic ws-gref-file
               organization is line sequential
               file status is ws-gref-status.

           select interface-file assign to dynamic ws-interface-file
               organization is line sequential
               file status is ws-interface-status.

           select report-file assign to dynamic ws-report-file
               organization is line sequential.

           select xmit-log-file assign to dynamic ws-xmit-log-file
               organization is line sequential
               file status is ws-xmit-log-status.

           select event-sort-work assign to "xmitwk1".

       data division.
       file section.
       fd  ack-file.
       *> returned by the planning system, one line per extract
       *> it took in
       01  ack-record.
           02 ak-extract-id  pic x(12).
           02 ak-result      pic x.
           02 ak-count       pic 9(8).
           02 ak-hash        pic s9(14)v9(2) sign leading separate.
           02 ak-reason      pic x(40).

       fd  xmit-register-file.
       *> same layout the measure tool writes - status blank for an
       *> extract, T for a retransmission this program appends
       01  xmit-register-record.
           02 xr-timestamp   pic x(19).
           02 xr-input       pic x(50).
           02 xr-extract     pic x(50).
           02 xr-count       pic 9(8).
           02 xr-hash        pic s9(14)v9(2) sign leading separate.
           02 xr-extract-id.
              03 xr-xid-day  pic x(8).
              03 xr-xid-seq  pic x(4).
           02 xr-status      pic x.
           02 xr-feed-date   pic x(8).
           02 xr-feed-source pic x(8).
           02 xr-posted      pic x(19).

       fd  ack-log-file.
       *> every acknowledgment taken in, in the order received, with
       *> how it matched the transmission it answers: Y matched,
       *> C count differs, H hash differs, B both differ, U no such
       *> extract in the register. Append-only.
       01  ack-log-record.
           02 xk-timestamp   pic x(19).
           02 xk-extract-id  pic x(12).
           02 xk-result      pic x.
           02 xk-count       pic 9(8).
           02 xk-hash        pic s9(14)v9(2) sign leading separate.
           02 xk-match       pic x.
           02 xk-reason      pic x(40).

       fd  calendar-file.
       *> the measure tool's processing calendar - the ASOF record
       *> and the HOL (holiday) records
       01  calendar-record.
           02 ca-type        pic x(4).
           02 ca-date        pic x(8).

       fd  register-file.
       *> the posted-feed register, as the measure tool and the
       *> feed reversal write it
       01  register-record.
           02 pf-date        pic x(8).
           02 pf-source      pic x(8).
           02 pf-count       pic 9(8).
           02 pf-hash        pic s9(14)v9(2) sign leading separate.
           02 pf-timestamp   pic x(19).
           02 pf-status      pic x.

       fd  feed-detail-file.
       *> same layout the measure tool writes: what one registered
       *> feed added to one group's month-to-date totals.
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

       fd  group-ref-file.
       *> only the code and description are needed here
       01  group-ref-record.
           02 grf-code       pic x(4).
           02 grf-desc       pic x(30).
           02 grf-active     pic x.
           02 grf-low        pic x(9).
           02 grf-high       pic x(9).
           02 grf-parent     pic x(4).

       fd  interface-file.
       *> same H/D/T layout the measure tool writes
       01  int-header-record.
           02 int-hdr-type   pic x.
           02 int-hdr-date   pic x(8).
           02 int-hdr-source pic x(8).
           02 int-hdr-extract-id pic x(12).
       01  int-detail-record.
           02 int-det-type   pic x.
           02 int-det-code   pic x(4).
           02 int-det-desc   pic x(30).
           02 int-det-n      pic 9(8).
           02 int-det-sum    pic s9(14)v9(2) sign leading separate.
           02 int-det-mean   pic s9(10)v9(2) sign leading separate.
           02 int-det-sd     pic 9(10)v9(2).
       01  int-trailer-record.
           02 int-tlr-type   pic x.
           02 int-tlr-count  pic 9(8).
           02 int-tlr-hash   pic s9(14)v9(2) sign leading separate.

       fd  report-file.
       01  report-line       pic x(100).

       fd  xmit-log-file.
       01  xmit-log-line     pic x(132).

       sd  event-sort-work.
       *> the register and the acknowledgment log merged into one
       *> history per extract: transmissions (order 1) ahead of
       *> acknowledgments (order 2) stamped in the same second
       01  event-record.
           02 ev-extract-id  pic x(12).
           02 ev-timestamp   pic x(19).
           02 ev-order       pic 9.
           02 ev-result      pic x.
           02 ev-match       pic x.
           02 ev-reason      pic x(40).

       working-storage section.
       77  ws-ack-file         pic x(50) value "statmeasure.ack".
       77  ws-ack-status       pic xx value spaces.
       77  ws-xmit-reg-file    pic x(50) value "statmeasure.xrg".
       77  ws-xmit-reg-status  pic xx value spaces.
       77  ws-ack-log-file     pic x(50) value "statmeasure.xak".
       77  ws-ack-log-status   pic xx value spaces.
       77  ws-calendar-file    pic x(50) value "statmeasure.cal".
       77  ws-calendar-status  pic xx value spaces.
       77  ws-register-file    pic x(50) value "statmeasure.pfr".
       77  ws-register-status  pic xx value spaces.
       77  ws-feed-detail-file pic x(50) value "statmeasure.pfd".
       77  ws-feed-detail-status pic xx value spaces.
       77  ws-gref-file        pic x(50) value "statmeasure.grp".
       77  ws-gref-status      pic xx value spaces.
       77  ws-interface-file   pic x(50) value spaces.
       77  ws-interface-status pic xx value spaces.
       77  ws-report-file      pic x(50) value "xmitack.rpt".
       77  ws-xmit-log-file    pic x(50) value "xmitack.log".
       77  ws-xmit-log-status  pic xx value spaces.
       77  ws-env-value        pic x(50) value spaces.
       77  ws-out-source-id    pic x(8) value "STATMEAS".

       *> run options: INTAKE (the default) takes in the
       *> acknowledgment file, RESEND regenerates one extract; both
       *> finish with the exception report
       77  ws-mode             pic x(8) value spaces.
       77  ws-ack-days         pic 9(3) value 2.
       77  ws-operator         pic x(8) value spaces.
       77  ws-prompt-ans       pic x(30) value spaces.

       *> processing calendar - the accounting date and holidays
       77  ws-asof-date        pic x(8) value spaces.
       01  ws-asof-check.
           02 ws-asof-txt       pic x(8).
       01  ws-asof-check-r redefines ws-asof-check.
           02 ws-asof-num       pic 9(8).
       77  ws-hol-count        pic 9(4) value zeros.
       77  ws-hol-idx          pic 9(4) value zeros.
       77  ws-hol-dropped      pic 9(4) value zeros.
       01  ws-holiday-table.
           02 ws-holiday occurs 200 times.
              03 hd-date        pic x(8).

       *> the acknowledgments in this run's file. Each is matched to
       *> the latest transmission of its extract; one the log
       *> already holds for that transmission is not taken in twice.
       77  ws-ack-count        pic 9(4) value zeros.
       77  ws-ack-idx          pic 9(4) value zeros.
       77  ws-ack-read         pic 9(6) value zeros.
       77  ws-ack-bad          pic 9(6) value zeros.
       77  ws-ack-dropped      pic 9(6) value zeros.
       77  ws-ack-error        pic x(40) value spaces.
       01  ws-ack-table.
           02 ws-ack-entry occurs 200 times.
              03 at-extract-id  pic x(12).
              03 at-result      pic x.
              03 at-count       pic 9(8).
              03 at-hash        pic s9(14)v9(2).
              03 at-reason      pic x(40).
              03 at-sent        pic x(19).
              03 at-sent-count  pic 9(8).
              03 at-sent-hash   pic s9(14)v9(2).
              03 at-match       pic x.
              03 at-repeat      pic x.
       77  ws-in-accepted      pic 9(6) value zeros.
       77  ws-in-rejected      pic 9(6) value zeros.
       77  ws-in-mismatch      pic 9(6) value zeros.
       77  ws-in-unknown       pic 9(6) value zeros.
       77  ws-in-repeat        pic 9(6) value zeros.
       77  ws-in-failed        pic 9(6) value zeros.

       *> the exception report - one extract's history at a time
       77  ws-ev-eof           pic x value 'n'.
       77  ws-ev-have          pic x value 'n'.
       77  ws-ex-id            pic x(12) value spaces.
       77  ws-ex-sent          pic x(19) value spaces.
       77  ws-ex-first-sent    pic x(19) value spaces.
       77  ws-ex-times         pic 9(4) value zeros.
       77  ws-ex-acked         pic x value 'n'.
       77  ws-ex-ack-stamp     pic x(19) value spaces.
       77  ws-ex-result        pic x value space.
       77  ws-ex-match         pic x value space.
       77  ws-ex-reason        pic x(40) value spaces.
       77  ws-ex-any-ack       pic x value 'n'.
       77  ws-ex-any-unknown   pic x value 'n'.
       77  ws-ex-status        pic x(24) value spaces.
       77  ws-ex-detail        pic x(40) value spaces.
       77  ws-ex-heading       pic x value 'n'.
       77  ws-ex-untracked     pic 9(6) value zeros.
       77  ws-ex-extracts      pic 9(6) value zeros.
       77  ws-ex-accepted      pic 9(6) value zeros.
       77  ws-ex-awaiting      pic 9(6) value zeros.
       77  ws-ex-rejected      pic 9(6) value zeros.
       77  ws-ex-mismatch      pic 9(6) value zeros.
       77  ws-ex-overdue       pic 9(6) value zeros.
       77  ws-ex-unknown       pic 9(6) value zeros.

       *> business days between a transmission and the accounting
       *> date - the day sent does not count, the accounting date
       *> does; counting stops once past the allowance
       77  ws-asof-day-number  pic 9(8) value zeros.
       77  ws-bd-day           pic 9(8) value zeros.
       77  ws-bd-count         pic 9(4) value zeros.
       77  ws-bd-dow           pic 9 value zeros.
       77  ws-bd-holiday       pic x value 'n'.
       01  ws-bd-date.
           02 ws-bd-date-num    pic 9(8).
       01  ws-bd-date-r redefines ws-bd-date.
           02 ws-bd-date-txt    pic x(8).
       01  ws-sent-date.
           02 ws-sent-date-txt  pic x(8).
       01  ws-sent-date-r redefines ws-sent-date.
           02 ws-sent-date-num  pic 9(8).

       *> the extract to resend - its latest transmission, the
       *> acknowledgment that answered it and the posting it came
       *> from
       77  ws-rs-id            pic x(12) value spaces.
       77  ws-rs-found         pic x value 'n'.
       77  ws-rs-valid         pic x value 'y'.
       77  ws-rs-error         pic x(60) value spaces.
       77  ws-rs-timestamp     pic x(19) value spaces.
       77  ws-rs-input         pic x(50) value spaces.
       77  ws-rs-extract       pic x(50) value spaces.
       77  ws-rs-count         pic 9(8) value zeros.
       77  ws-rs-hash          pic s9(14)v9(2) value zeros.
       77  ws-rs-feed-date     pic x(8) value spaces.
       77  ws-rs-feed-source   pic x(8) value spaces.
       77  ws-rs-posted        pic x(19) value spaces.
       77  ws-rs-times         pic 9(4) value zeros.
       77  ws-rs-acked         pic x value 'n'.
       77  ws-rs-result        pic x value space.
       77  ws-rs-match         pic x value space.
       77  ws-rs-reason        pic x(40) value spaces.
       77  ws-rs-why           pic x(24) value spaces.

       *> the register entries carrying the feed key, in file order -
       *> a reversal entry cancels the latest live posting with the
       *> same totals, as the feed reversal reads it
       77  ws-post-count       pic 9(4) value zeros.
       77  ws-post-idx         pic 9(4) value zeros.
       77  ws-post-live        pic x value 'n'.
       77  ws-post-seen        pic x value 'n'.
       01  ws-post-table.
           02 ws-post-entry occurs 20 times.
              03 rp-timestamp   pic x(19).
              03 rp-count       pic 9(8).
              03 rp-hash        pic s9(14)v9(2).
              03 rp-live        pic x.

       *> the regenerated groups - a run tracks at most 50
       77  ws-contrib-count    pic 9(4) value zeros.
       77  ws-contrib-idx      pic 9(4) value zeros.
       77  ws-contrib-dropped  pic 9(4) value zeros.
       01  ws-contrib-table.
           02 ws-contrib-entry occurs 50 times.
              03 cn-code        pic x(4).
              03 cn-n           pic 9(8).
              03 cn-sum         pic s9(14)v9(2).
              03 cn-sum-sqr     pic 9(14)v9(2).
       77  ws-tot-count        pic 9(8) value zeros.
       77  ws-tot-hash         pic s9(14)v9(2) value zeros.

       *> group descriptions for the detail records
       77  ws-gref-count       pic 9(4) value zeros.
       77  ws-gref-idx         pic 9(4) value zeros.
       77  ws-gref-desc        pic x(30) value spaces.
       01  ws-gref-table.
           02 ws-gref-entry occurs 100 times.
              03 gr-code        pic x(4).
              03 gr-desc        pic x(30).

       *> a group's mean and std-dev, worked exactly as the measure
       *> tool works them for the extract
       77  ws-group-mean       pic s9(10)v9(2) value zeros.
       77  ws-group-variance   pic 9(14)v9(4) value zeros.
       77  ws-group-std-deviation pic 9(10)v9(2) value zeros.
       77  ws-avg-x-sqr        pic 9(14)v9(4) value zeros.
       77  ws-mean-sqr         pic 9(14)v9(4) value zeros.

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
       01  ws-current-date-r redefines ws-current-date.
           02 ws-cd-num        pic 9(8).
       77  ws-run-date         pic x(10) value spaces.

       *> graded return codes in the measure tool's ladder: 0 every
       *> extract accounted for, 2 acknowledgment lines unreadable,
       *> 4 exceptions reported, 8 a resend was refused and nothing
       *> was written, 12 the register or log could not be written.
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.

       77  ws-end-of-file      pic x value 'n'.
       77  fmt-count           pic zzzzzzz9.
       77  fmt-count2          pic zzzzzzz9.
       77  fmt-hash            pic -zzzzzzzzzzzzz9.99.
       77  fmt-hash2           pic -zzzzzzzzzzzzz9.99.
       77  fmt-days            pic zz9.
       77  fmt-times           pic zzz9.
       77  fmt-line-no         pic zzzzz9.

       procedure division.
       main-logic.
           display "******************************************"
           display "*     extract acknowledgment intake      *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           perform load-processing-calendar
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date
           compute ws-asof-day-number =
               function integer-of-date(ws-cd-num)

           accept ws-mode from environment "XMITACK_MODE"
           move function upper-case(ws-mode) to ws-mode
           if ws-mode = spaces
               move "INTAKE" to ws-mode
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "XMITACK_DAYS"
           if ws-env-value not = spaces
               compute ws-ack-days = function numval(ws-env-value)
               if ws-ack-days = 0
                   move 2 to ws-ack-days
               end-if
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "XMITACK_ACKS"
           if ws-env-value not = spaces
               move ws-env-value to ws-ack-file
           end-if

           open output report-file
           move spaces to report-line
           string "extract acknowledgment report - run date: "
               ws-run-date into report-line
           write report-line
           move ws-ack-days to fmt-days
           move spaces to report-line
           string "  acknowledgment due within "
               function trim(fmt-days) " business day(s)"
               into report-line
           write report-line

           evaluate ws-mode
               when "INTAKE"
                   perform take-in-acknowledgments
               when "RESEND"
                   perform resend-extract
               when other
                   move spaces to report-line
                   write report-line
                   move spaces to report-line
                   string "  mode " function trim(ws-mode)
                       " not known - use INTAKE or RESEND"
                       into report-line
                   write report-line
                   display "error: XMITACK_MODE " function trim(ws-mode)
                       " not known - use INTAKE or RESEND"
                   move 8 to ws-new-rc
                   perform raise-run-rc
           end-evaluate

           perform report-exceptions

           move spaces to report-line
           write report-line
           move ws-run-rc to fmt-run-rc
           move spaces to report-line
           string "  return code " fmt-run-rc into report-line
           write report-line
           close report-file

           display "report written to " function trim(ws-report-file)
           display "  return code          = " fmt-run-rc
           move ws-run-rc to return-code
           stop run.

       load-processing-calendar.
           *> the ASOF record replaces the wall-clock date, as it does
           *> for the measure tool; the HOL records are the days that
           *> do not count toward an acknowledgment being late
           move spaces to ws-asof-date
           move zero to ws-hol-count
           move zero to ws-hol-dropped
           open input calendar-file
           if ws-calendar-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read calendar-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           evaluate ca-type
                               when "ASOF"
                                   move ca-date to ws-asof-txt
                                   if ws-asof-num is numeric
                                       move ca-date to ws-asof-date
                                   end-if
                               when "HOL "
                                   if ws-hol-count < 200
                                       add 1 to ws-hol-count
                                       move ca-date to
                                           hd-date(ws-hol-count)
                                   else
                                       add 1 to ws-hol-dropped
                                   end-if
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close calendar-file
               move 'n' to ws-end-of-file
           end-if
           if ws-asof-date not = spaces
               move ws-asof-date to ws-current-date
           end-if
           if ws-hol-dropped > 0
               move ws-hol-dropped to fmt-count
               display "warning: " fmt-count " holiday(s) past the"
                   " 200-entry limit ignored - those days count as"
                   " business days"
           end-if.

       take-in-acknowledgments.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "acknowledgments taken in from " ws-ack-file
               into report-line
           write report-line
           perform load-acknowledgments
           evaluate ws-ack-status
               when "00"
                   if ws-ack-count > 0
                       perform match-to-register
                       perform find-repeated-acks
                       perform record-acknowledgments
                   end-if
                   perform print-intake-summary
               when "35"
                   move "  no acknowledgment file - nothing taken in"
                       to report-line
                   write report-line
                   display "no acknowledgment file "
                       function trim(ws-ack-file) " - nothing taken in"
               when other
                   move spaces to report-line
                   string "  acknowledgment file cannot be read"
                       " (status " ws-ack-status ") - nothing taken in"
                       into report-line
                   write report-line
                   display "error: acknowledgment file "
                       function trim(ws-ack-file)
                       " cannot be opened, status " ws-ack-status
                   move 12 to ws-new-rc
                   perform raise-run-rc
           end-evaluate.

       load-acknowledgments.
           move zero to ws-ack-count
           move zero to ws-ack-read
           move zero to ws-ack-bad
           move zero to ws-ack-dropped
           open input ack-file
           if ws-ack-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read ack-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           add 1 to ws-ack-read
                           if ack-record not = spaces
                               perform check-acknowledgment
                           end-if
                   end-read
               end-perform
               close ack-file
               move 'n' to ws-end-of-file
           end-if.

       check-acknowledgment.
           move spaces to ws-ack-error
           if ak-extract-id = spaces
               move "no extract id" to ws-ack-error
           else
               if ak-result not = 'A' and ak-result not = 'R'
                   move "result is not A or R" to ws-ack-error
               else
                   if ak-count is not numeric
                       move "count is not numeric" to ws-ack-error
                   else
                       if ak-hash is not numeric
                           move "hash is not numeric" to ws-ack-error
                       end-if
                   end-if
               end-if
           end-if
           if ws-ack-error not = spaces
               add 1 to ws-ack-bad
               move ws-ack-read to fmt-line-no
               move spaces to report-line
               string "  line " fmt-line-no " not taken in: "
                   ws-ack-error into report-line
               write report-line
               move 2 to ws-new-rc
               perform raise-run-rc
           else
               if ws-ack-count < 200
                   add 1 to ws-ack-count
                   move ws-ack-count to ws-ack-idx
                   move ak-extract-id to at-extract-id(ws-ack-idx)
                   move ak-result to at-result(ws-ack-idx)
                   move ak-count to at-count(ws-ack-idx)
                   move ak-hash to at-hash(ws-ack-idx)
                   move ak-reason to at-reason(ws-ack-idx)
                   move spaces to at-sent(ws-ack-idx)
                   move zero to at-sent-count(ws-ack-idx)
                   move zero to at-sent-hash(ws-ack-idx)
                   move 'U' to at-match(ws-ack-idx)
                   move 'n' to at-repeat(ws-ack-idx)
               else
                   *> left on the file - the next run takes them in
                   add 1 to ws-ack-dropped
               end-if
           end-if.

       match-to-register.
           *> the register is in time order, so the last entry for an
           *> id is the transmission its acknowledgment answers
           open input xmit-register-file
           if ws-xmit-reg-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read xmit-register-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if xr-extract-id not = spaces and
                                   xr-count is numeric and
                                   xr-hash is numeric
                               perform note-ack-transmission
                           end-if
                   end-read
               end-perform
               close xmit-register-file
               move 'n' to ws-end-of-file
           end-if
           perform varying ws-ack-idx from 1 by 1
                   until ws-ack-idx > ws-ack-count
               if at-sent(ws-ack-idx) not = spaces
                   if at-count(ws-ack-idx) = at-sent-count(ws-ack-idx)
                       if at-hash(ws-ack-idx) =
                               at-sent-hash(ws-ack-idx)
                           move 'Y' to at-match(ws-ack-idx)
                       else
                           move 'H' to at-match(ws-ack-idx)
                       end-if
                   else
                       if at-hash(ws-ack-idx) =
                               at-sent-hash(ws-ack-idx)
                           move 'C' to at-match(ws-ack-idx)
                       else
                           move 'B' to at-match(ws-ack-idx)
                       end-if
                   end-if
               end-if
           end-perform.

       note-ack-transmission.
           perform varying ws-ack-idx from 1 by 1
                   until ws-ack-idx > ws-ack-count
               if at-extract-id(ws-ack-idx) = xr-extract-id
                   move xr-timestamp to at-sent(ws-ack-idx)
                   move xr-count to at-sent-count(ws-ack-idx)
                   move xr-hash to at-sent-hash(ws-ack-idx)
               end-if
           end-perform.

       find-repeated-acks.
           *> the same answer to the same transmission already on the
           *> log means this file, or this line, was taken in before
           open input ack-log-file
           if ws-ack-log-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read ack-log-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           perform note-logged-ack
                   end-read
               end-perform
               close ack-log-file
               move 'n' to ws-end-of-file
           end-if
           *> and a line repeated within this file counts once
           perform varying ws-ack-idx from 2 by 1
                   until ws-ack-idx > ws-ack-count
               perform varying ws-post-idx from 1 by 1
                       until ws-post-idx >= ws-ack-idx
                   if at-extract-id(ws-post-idx) =
                           at-extract-id(ws-ack-idx) and
                           at-result(ws-post-idx) =
                           at-result(ws-ack-idx) and
                           at-count(ws-post-idx) =
                           at-count(ws-ack-idx) and
                           at-hash(ws-post-idx) = at-hash(ws-ack-idx)
                       move 'y' to at-repeat(ws-ack-idx)
                   end-if
               end-perform
           end-perform.

       note-logged-ack.
           perform varying ws-ack-idx from 1 by 1
                   until ws-ack-idx > ws-ack-count
               if at-extract-id(ws-ack-idx) = xk-extract-id and
                       xk-timestamp >= at-sent(ws-ack-idx) and
                       at-result(ws-ack-idx) = xk-result and
                       at-count(ws-ack-idx) = xk-count and
                       at-hash(ws-ack-idx) = xk-hash
                   move 'y' to at-repeat(ws-ack-idx)
               end-if
           end-perform.

       record-acknowledgments.
           perform set-audit-timestamp
           open extend ack-log-file
           if ws-ack-log-status not = "00"
               open output ack-log-file
           end-if
           if ws-ack-log-status not = "00"
               display "error: " function trim(ws-ack-log-file)
                   " cannot be written - nothing taken in"
               move spaces to report-line
               string "  " ws-ack-log-file
                   " cannot be written - nothing taken in"
                   into report-line
               write report-line
               move 12 to ws-new-rc
               perform raise-run-rc
           else
               move spaces to report-line
               write report-line
               move "  extract id    result    their count  our count" &
                   "  matched" to report-line
               write report-line
               perform varying ws-ack-idx from 1 by 1
                       until ws-ack-idx > ws-ack-count
                   perform record-one-acknowledgment
               end-perform
               close ack-log-file
           end-if.

       record-one-acknowledgment.
           if at-repeat(ws-ack-idx) = 'y'
               add 1 to ws-in-repeat
               move spaces to ws-ex-status
               move "already taken in" to ws-ex-status
           else
               move ws-audit-timestamp to xk-timestamp
               move at-extract-id(ws-ack-idx) to xk-extract-id
               move at-result(ws-ack-idx) to xk-result
               move at-count(ws-ack-idx) to xk-count
               move at-hash(ws-ack-idx) to xk-hash
               move at-match(ws-ack-idx) to xk-match
               move at-reason(ws-ack-idx) to xk-reason
               write ack-log-record
               if ws-ack-log-status not = "00"
                   *> not on the log, so not taken in - the next run
                   *> would find no answer for the extract
                   add 1 to ws-in-failed
                   move "not taken in - log error" to ws-ex-status
                   display "error: acknowledgment for "
                       at-extract-id(ws-ack-idx) " could not be"
                       " written to " function trim(ws-ack-log-file)
                       " (status " ws-ack-log-status ")"
                   move 12 to ws-new-rc
                   perform raise-run-rc
               else
                   evaluate true
                       when at-match(ws-ack-idx) = 'U'
                           add 1 to ws-in-unknown
                           move "no such extract" to ws-ex-status
                       when at-match(ws-ack-idx) not = 'Y'
                           add 1 to ws-in-mismatch
                           evaluate at-match(ws-ack-idx)
                               when 'C'
                                   move "count differs" to ws-ex-status
                               when 'H'
                                   move "hash differs" to ws-ex-status
                               when other
                                   move "count and hash differ" to
                                       ws-ex-status
                           end-evaluate
                       when other
                           move "yes" to ws-ex-status
                   end-evaluate
                   if at-result(ws-ack-idx) = 'R'
                       add 1 to ws-in-rejected
                   else
                       add 1 to ws-in-accepted
                   end-if
               end-if
           end-if
           move at-count(ws-ack-idx) to fmt-count
           move at-sent-count(ws-ack-idx) to fmt-count2
           move spaces to report-line
           if at-result(ws-ack-idx) = 'R'
               string "  " at-extract-id(ws-ack-idx) "  rejected     "
                   fmt-count "   " fmt-count2 "  " ws-ex-status
                   into report-line
           else
               string "  " at-extract-id(ws-ack-idx) "  accepted     "
                   fmt-count "   " fmt-count2 "  " ws-ex-status
                   into report-line
           end-if
           write report-line
           if at-reason(ws-ack-idx) not = spaces
               move spaces to report-line
               string "                reason " at-reason(ws-ack-idx)
                   into report-line
               write report-line
           end-if
           if at-match(ws-ack-idx) not = 'Y' and
                   at-match(ws-ack-idx) not = 'U' and
                   at-repeat(ws-ack-idx) = 'n'
               move at-hash(ws-ack-idx) to fmt-hash
               move at-sent-hash(ws-ack-idx) to fmt-hash2
               move spaces to report-line
               string "                hash theirs " fmt-hash
                   "  ours " fmt-hash2 into report-line
               write report-line
           end-if.

       print-intake-summary.
           move spaces to report-line
           write report-line
           move ws-ack-read to fmt-count
           move spaces to report-line
           string "  lines read            " fmt-count into report-line
           write report-line
           move ws-in-accepted to fmt-count
           move spaces to report-line
           string "  accepted              " fmt-count into report-line
           write report-line
           move ws-in-rejected to fmt-count
           move spaces to report-line
           string "  rejected              " fmt-count into report-line
           write report-line
           move ws-in-mismatch to fmt-count
           move spaces to report-line
           string "  count/hash mismatch   " fmt-count into report-line
           write report-line
           move ws-in-unknown to fmt-count
           move spaces to report-line
           string "  no such extract       " fmt-count into report-line
           write report-line
           move ws-in-repeat to fmt-count
           move spaces to report-line
           string "  already taken in      " fmt-count into report-line
           write report-line
           move ws-ack-bad to fmt-count
           move spaces to report-line
           string "  unreadable            " fmt-count into report-line
           write report-line
           if ws-in-failed > 0
               move ws-in-failed to fmt-count
               move spaces to report-line
               string "  NOT taken in          " fmt-count
                   "  (log write failed - take in again)"
                   into report-line
               write report-line
           end-if
           if ws-ack-dropped > 0
               move ws-ack-dropped to fmt-count
               move spaces to report-line
               string "  over 200 - next run   " fmt-count
                   into report-line
               write report-line
               display "warning: " fmt-count " acknowledgment(s)"
                   " past the 200-entry limit left for the next run"
               move 4 to ws-new-rc
               perform raise-run-rc
           end-if
           compute ws-ack-idx = ws-in-accepted + ws-in-rejected
           move ws-ack-idx to fmt-count
           display "  acknowledgments taken in = " fmt-count
           if ws-in-mismatch > 0 or ws-in-unknown > 0
               move 4 to ws-new-rc
               perform raise-run-rc
           end-if.

       report-exceptions.
           *> every tracked extract's transmissions and answers, in
           *> time order per extract, decide where it stands
           move zero to ws-ex-untracked
           move zero to ws-ex-extracts
           move zero to ws-ex-accepted
           move zero to ws-ex-awaiting
           move zero to ws-ex-rejected
           move zero to ws-ex-mismatch
           move zero to ws-ex-overdue
           move zero to ws-ex-unknown
           move 'n' to ws-ex-heading
           move spaces to report-line
           write report-line
           move "exceptions" to report-line
           write report-line
           sort event-sort-work
               on ascending key ev-extract-id ev-timestamp ev-order
               input procedure is release-extract-events
               output procedure is sort-out-extracts
           if ws-ex-heading = 'n'
               move "  none - every extract is accepted or within" &
                   " its allowance" to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move ws-ex-extracts to fmt-count
           move spaces to report-line
           string "  extracts tracked      " fmt-count into report-line
           write report-line
           move ws-ex-accepted to fmt-count
           move spaces to report-line
           string "  accepted              " fmt-count into report-line
           write report-line
           move ws-ex-awaiting to fmt-count
           move spaces to report-line
           string "  awaiting, not late    " fmt-count into report-line
           write report-line
           move ws-ex-rejected to fmt-count
           move spaces to report-line
           string "  rejected              " fmt-count into report-line
           write report-line
           move ws-ex-mismatch to fmt-count
           move spaces to report-line
           string "  count/hash mismatch   " fmt-count into report-line
           write report-line
           move ws-ex-overdue to fmt-count
           move spaces to report-line
           string "  not acknowledged      " fmt-count into report-line
           write report-line
           move ws-ex-unknown to fmt-count
           move spaces to report-line
           string "  answers for no extract" fmt-count into report-line
           write report-line
           if ws-ex-untracked > 0
               move ws-ex-untracked to fmt-count
               move spaces to report-line
               string "  no extract id, untracked" fmt-count(3:6)
                   into report-line
               write report-line
           end-if
           compute ws-ack-idx = ws-ex-rejected + ws-ex-mismatch +
               ws-ex-overdue + ws-ex-unknown
           move ws-ack-idx to fmt-count
           display "  extract exceptions   = " fmt-count
           if ws-ack-idx > 0
               move 4 to ws-new-rc
               perform raise-run-rc
           end-if.

       release-extract-events.
           open input xmit-register-file
           if ws-xmit-reg-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read xmit-register-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if xr-extract-id = spaces
                               add 1 to ws-ex-untracked
                           else
                               move xr-extract-id to ev-extract-id
                               move xr-timestamp to ev-timestamp
                               move 1 to ev-order
                               move xr-status to ev-result
                               move space to ev-match
                               move spaces to ev-reason
                               release event-record
                           end-if
                   end-read
               end-perform
               close xmit-register-file
               move 'n' to ws-end-of-file
           end-if
           open input ack-log-file
           if ws-ack-log-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read ack-log-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           move xk-extract-id to ev-extract-id
                           move xk-timestamp to ev-timestamp
                           move 2 to ev-order
                           move xk-result to ev-result
                           move xk-match to ev-match
                           move xk-reason to ev-reason
                           release event-record
                   end-read
               end-perform
               close ack-log-file
               move 'n' to ws-end-of-file
           end-if.

       sort-out-extracts.
           move 'n' to ws-ev-eof
           move 'n' to ws-ev-have
           perform until ws-ev-eof = 'y'
               return event-sort-work
                   at end
                       move 'y' to ws-ev-eof
                   not at end
                       if ws-ev-have = 'y' and
                               ev-extract-id not = ws-ex-id
                           perform judge-extract
                       end-if
                       if ws-ev-have = 'n'
                           perform start-extract
                       end-if
                       perform apply-extract-event
               end-return
           end-perform
           if ws-ev-have = 'y'
               perform judge-extract
           end-if.

       start-extract.
           move ev-extract-id to ws-ex-id
           move spaces to ws-ex-sent
           move spaces to ws-ex-first-sent
           move zero to ws-ex-times
           move 'n' to ws-ex-acked
           move 'n' to ws-ex-any-ack
           move 'n' to ws-ex-any-unknown
           move spaces to ws-ex-ack-stamp
           move space to ws-ex-result
           move space to ws-ex-match
           move spaces to ws-ex-reason
           move 'y' to ws-ev-have.

       apply-extract-event.
           *> a transmission wipes out any earlier answer; an answer
           *> stands until the next transmission
           if ev-order = 1
               add 1 to ws-ex-times
               move ev-timestamp to ws-ex-sent
               if ws-ex-first-sent = spaces
                   move ev-timestamp to ws-ex-first-sent
               end-if
               move 'n' to ws-ex-acked
           else
               move 'y' to ws-ex-any-ack
               if ev-match = 'U'
                   move 'y' to ws-ex-any-unknown
               end-if
               move 'y' to ws-ex-acked
               move ev-timestamp to ws-ex-ack-stamp
               move ev-result to ws-ex-result
               move ev-match to ws-ex-match
               move ev-reason to ws-ex-reason
           end-if.

       judge-extract.
           move 'n' to ws-ev-have
           move spaces to ws-ex-status
           move spaces to ws-ex-detail
           if ws-ex-times = 0
               *> answers for an id we never sent - one that matched
               *> when it came in has had its extract archived since
               if ws-ex-any-unknown = 'y'
                   add 1 to ws-ex-unknown
                   move "answer for no extract" to ws-ex-status
                   move ws-ex-reason to ws-ex-detail
               end-if
           else
               add 1 to ws-ex-extracts
               if ws-ex-acked = 'y'
                   if ws-ex-result = 'R'
                       add 1 to ws-ex-rejected
                       move "rejected" to ws-ex-status
                       move ws-ex-reason to ws-ex-detail
                   else
                       if ws-ex-match not = 'Y'
                           add 1 to ws-ex-mismatch
                           evaluate ws-ex-match
                               when 'C'
                                   move "accepted, count differs"
                                       to ws-ex-status
                               when 'H'
                                   move "accepted, hash differs"
                                       to ws-ex-status
                               when other
                                   move "accepted, totals differ"
                                       to ws-ex-status
                           end-evaluate
                           move ws-ex-reason to ws-ex-detail
                       else
                           add 1 to ws-ex-accepted
                       end-if
                   end-if
               else
                   perform count-business-days
                   if ws-bd-count > ws-ack-days
                       add 1 to ws-ex-overdue
                       move "not acknowledged" to ws-ex-status
                       move ws-ack-days to fmt-days
                       string "over " function trim(fmt-days)
                           " business day(s)" into ws-ex-detail
                   else
                       add 1 to ws-ex-awaiting
                   end-if
               end-if
           end-if
           if ws-ex-status not = spaces
               perform print-exception-line
           end-if.

       count-business-days.
           *> weekdays after the day of the latest transmission up to
           *> and including the accounting date, less holidays
           move zero to ws-bd-count
           string ws-ex-sent(1:4) ws-ex-sent(6:2) ws-ex-sent(9:2)
               into ws-sent-date-txt
           if ws-sent-date-num is numeric
               if ws-sent-date-num > 16010101
                   compute ws-bd-day =
                       function integer-of-date(ws-sent-date-num) + 1
                   perform until ws-bd-day > ws-asof-day-number
                           or ws-bd-count > ws-ack-days
                       compute ws-bd-dow = function mod(ws-bd-day, 7)
                       if ws-bd-dow not = 0 and ws-bd-dow not = 6
                           perform check-holiday
                           if ws-bd-holiday = 'n'
                               add 1 to ws-bd-count
                           end-if
                       end-if
                       add 1 to ws-bd-day
                   end-perform
               end-if
           end-if.

       check-holiday.
           move 'n' to ws-bd-holiday
           compute ws-bd-date-num = function date-of-integer(ws-bd-day)
           perform varying ws-hol-idx from 1 by 1
                   until ws-hol-idx > ws-hol-count
               if hd-date(ws-hol-idx) = ws-bd-date-txt
                   move 'y' to ws-bd-holiday
                   exit perform
               end-if
           end-perform.

       print-exception-line.
           if ws-ex-heading = 'n'
               move "  extract id    first sent  times  status" &
                   "                    detail" to report-line
               write report-line
               move 'y' to ws-ex-heading
           end-if
           move ws-ex-times to fmt-times
           move spaces to report-line
           string "  " ws-ex-id "  " ws-ex-first-sent(1:10) "  "
               fmt-times "  " ws-ex-status "  " ws-ex-detail
               into report-line
           write report-line.

       resend-extract.
           move spaces to report-line
           write report-line
           accept ws-rs-id from environment "XMITACK_EXTRACT"
           accept ws-operator from environment "XMITACK_OPERATOR"
           if ws-rs-id = spaces
               display "extract id to resend: " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:12) to ws-rs-id
           end-if
           if ws-operator = spaces
               display "operator id: " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:8) to ws-operator
           end-if
           move spaces to report-line
           string "retransmission of extract " ws-rs-id
               into report-line
           write report-line
           move 'y' to ws-rs-valid
           move spaces to ws-rs-error
           if ws-rs-id = spaces or ws-operator = spaces
               move 'n' to ws-rs-valid
               move "extract id and operator id are both required"
                   to ws-rs-error
           end-if
           if ws-rs-valid = 'y'
               perform find-resend-transmission
           end-if
           if ws-rs-valid = 'y'
               perform find-resend-answer
           end-if
           if ws-rs-valid = 'y'
               perform check-resend-posting
           end-if
           if ws-rs-valid = 'y'
               perform load-resend-detail
           end-if
           if ws-rs-valid = 'y'
               perform load-group-descriptions
               perform write-resend-extract
           end-if
           if ws-rs-valid = 'y'
               perform record-retransmission
           end-if
           if ws-rs-valid = 'y'
               perform print-resend-report
               display "extract " ws-rs-id " regenerated to "
                   function trim(ws-interface-file)
                   " - logged as a retransmission"
           else
               move spaces to report-line
               string "  refused - " ws-rs-error into report-line
               write report-line
               move "  nothing was written" to report-line
               write report-line
               display "error: resend refused - "
                   function trim(ws-rs-error)
               perform write-refusal-log-entry
               move 8 to ws-new-rc
               perform raise-run-rc
           end-if.

       find-resend-transmission.
           move 'n' to ws-rs-found
           move zero to ws-rs-times
           move spaces to ws-rs-input
           move spaces to ws-rs-extract
           open input xmit-register-file
           if ws-xmit-reg-status not = "00"
               move 'n' to ws-rs-valid
               move "transmission register cannot be opened" to
                   ws-rs-error
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read xmit-register-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if xr-extract-id = ws-rs-id and
                                   xr-count is numeric and
                                   xr-hash is numeric
                               move 'y' to ws-rs-found
                               add 1 to ws-rs-times
                               move xr-timestamp to ws-rs-timestamp
                               *> the file names come from the first
                               *> transmission - a retransmission's
                               *> entry names its own resend file
                               if xr-status = space
                                   move xr-input to ws-rs-input
                                   move xr-extract to ws-rs-extract
                               end-if
                               move xr-count to ws-rs-count
                               move xr-hash to ws-rs-hash
                               move xr-feed-date to ws-rs-feed-date
                               move xr-feed-source to
                                   ws-rs-feed-source
                               move xr-posted to ws-rs-posted
                           end-if
                   end-read
               end-perform
               close xmit-register-file
               move 'n' to ws-end-of-file
               if ws-rs-found = 'n'
                   move 'n' to ws-rs-valid
                   move "no such extract in the transmission register"
                       to ws-rs-error
               end-if
           end-if.

       find-resend-answer.
           *> only the answer to the latest transmission counts
           move 'n' to ws-rs-acked
           open input ack-log-file
           if ws-ack-log-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read ack-log-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if xk-extract-id = ws-rs-id and
                                   xk-timestamp >= ws-rs-timestamp
                               move 'y' to ws-rs-acked
                               move xk-result to ws-rs-result
                               move xk-match to ws-rs-match
                               move xk-reason to ws-rs-reason
                           end-if
                   end-read
               end-perform
               close ack-log-file
               move 'n' to ws-end-of-file
           end-if
           evaluate true
               when ws-rs-acked = 'n'
                   move 'n' to ws-rs-valid
                   move "not answered yet - only a rejected extract" &
                       " is resent" to ws-rs-error
               when ws-rs-result = 'R'
                   move "rejected" to ws-rs-why
               when ws-rs-match not = 'Y'
                   move "accepted, totals differ" to ws-rs-why
               when other
                   move 'n' to ws-rs-valid
                   move "accepted and matched - nothing to resend" to
                       ws-rs-error
           end-evaluate.

       check-resend-posting.
           *> the posting the extract came from must still stand - a
           *> reversed feed's corrected replacement gets an extract
           *> of its own when it is posted
           if ws-rs-feed-date = spaces or ws-rs-posted = spaces
               move 'n' to ws-rs-valid
               move "extract was not from a registered feed - rerun" &
                   " the feed" to ws-rs-error
           else
               move zero to ws-post-count
               open input register-file
               if ws-register-status not = "00"
                   move 'n' to ws-rs-valid
                   move "processed-feed register cannot be opened"
                       to ws-rs-error
               else
                   move 'n' to ws-end-of-file
                   perform until ws-end-of-file = 'y'
                       read register-file
                           at end
                               move 'y' to ws-end-of-file
                           not at end
                               if pf-date = ws-rs-feed-date and
                                       pf-source = ws-rs-feed-source
                                       and pf-count is numeric
                                       and pf-hash is numeric
                                   perform note-register-entry
                               end-if
                       end-read
                   end-perform
                   close register-file
                   move 'n' to ws-end-of-file
                   move 'n' to ws-post-seen
                   move 'n' to ws-post-live
                   perform varying ws-post-idx from 1 by 1
                           until ws-post-idx > ws-post-count
                       if rp-timestamp(ws-post-idx) = ws-rs-posted
                           move 'y' to ws-post-seen
                           move rp-live(ws-post-idx) to ws-post-live
                       end-if
                   end-perform
                   if ws-post-seen = 'n'
                       move 'n' to ws-rs-valid
                       move "posting no longer in the processed-feed" &
                           " register" to ws-rs-error
                   else
                       if ws-post-live = 'n'
                           move 'n' to ws-rs-valid
                           move "feed has been reversed since it was" &
                               " sent" to ws-rs-error
                       end-if
                   end-if
               end-if
           end-if.

       note-register-entry.
           if pf-status = 'R'
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
               end-if
           end-if.

       load-resend-detail.
           move zero to ws-contrib-count
           move zero to ws-contrib-dropped
           move zero to ws-tot-count
           move zero to ws-tot-hash
           open input feed-detail-file
           if ws-feed-detail-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read feed-detail-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if pd-date = ws-rs-feed-date and
                                   pd-source = ws-rs-feed-source and
                                   pd-timestamp = ws-rs-posted
                               perform add-contrib-entry
                           end-if
                   end-read
               end-perform
               close feed-detail-file
               move 'n' to ws-end-of-file
           end-if
           *> the regenerated extract must carry exactly what the
           *> register says was sent
           if ws-contrib-dropped > 0
               move 'n' to ws-rs-valid
               move "posted-feed detail unreadable or past 50 groups"
                   to ws-rs-error
           else
               if ws-contrib-count = 0
                   move 'n' to ws-rs-valid
                   move "no posted-feed detail for the posting" to
                       ws-rs-error
               else
                   if ws-tot-count not = ws-rs-count or
                           ws-tot-hash not = ws-rs-hash
                       move 'n' to ws-rs-valid
                       move "posted-feed detail does not add up to" &
                           " the extract sent" to ws-rs-error
                   end-if
               end-if
           end-if.

       add-contrib-entry.
           if pd-n is numeric and pd-n > 0 and
                   pd-sum is numeric and pd-sum-sqr is numeric and
                   ws-contrib-count < 50
               add 1 to ws-contrib-count
               move ws-contrib-count to ws-contrib-idx
               move pd-code to cn-code(ws-contrib-idx)
               move pd-n to cn-n(ws-contrib-idx)
               move pd-sum to cn-sum(ws-contrib-idx)
               move pd-sum-sqr to cn-sum-sqr(ws-contrib-idx)
               add 1 to ws-tot-count
               add pd-sum to ws-tot-hash
           else
               add 1 to ws-contrib-dropped
           end-if.

       load-group-descriptions.
           move zero to ws-gref-count
           open input group-ref-file
           if ws-gref-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read group-ref-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if grf-code not = spaces and
                                   ws-gref-count < 100
                               add 1 to ws-gref-count
                               move grf-code to gr-code(ws-gref-count)
                               move grf-desc to gr-desc(ws-gref-count)
                           end-if
                   end-read
               end-perform
               close group-ref-file
               move 'n' to ws-end-of-file
           end-if.

       write-resend-extract.
           *> to the file named for the resend, else to a file of its
           *> own named for the extract id - never over the live
           *> interface file, which holds later extracts as well
           move spaces to ws-env-value
           accept ws-env-value from environment "XMITACK_RESEND_FILE"
           if ws-env-value not = spaces
               move ws-env-value to ws-interface-file
           else
               move spaces to ws-interface-file
               string ws-rs-extract delimited by space
                   "." delimited by size
                   ws-rs-id delimited by space
                   into ws-interface-file
           end-if
           open output interface-file
           if ws-interface-status not = "00"
               move 'n' to ws-rs-valid
               move spaces to ws-rs-error
               string "extract file cannot be written (status "
                   ws-interface-status ")" into ws-rs-error
           else
               move spaces to int-header-record
               move 'H' to int-hdr-type
               move ws-rs-id(1:8) to int-hdr-date
               move ws-out-source-id to int-hdr-source
               move ws-rs-id to int-hdr-extract-id
               write int-header-record
               perform varying ws-contrib-idx from 1 by 1
                       until ws-contrib-idx > ws-contrib-count
                   perform write-resend-detail
               end-perform
               move spaces to int-trailer-record
               move 'T' to int-tlr-type
               move ws-tot-count to int-tlr-count
               move ws-tot-hash to int-tlr-hash
               write int-trailer-record
               close interface-file
           end-if.

       write-resend-detail.
           perform compute-group-figures
           move spaces to ws-gref-desc
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               if gr-code(ws-gref-idx) = cn-code(ws-contrib-idx)
                   move gr-desc(ws-gref-idx) to ws-gref-desc
                   exit perform
               end-if
           end-perform
           move spaces to int-detail-record
           move 'D' to int-det-type
           move cn-code(ws-contrib-idx) to int-det-code
           move ws-gref-desc to int-det-desc
           move cn-n(ws-contrib-idx) to int-det-n
           move cn-sum(ws-contrib-idx) to int-det-sum
           move ws-group-mean to int-det-mean
           move ws-group-std-deviation to int-det-sd
           write int-detail-record.

       compute-group-figures.
           *> the measure tool's compute-group-figures, split the same
           *> way, so a regenerated record matches the original
           compute ws-group-mean rounded =
               cn-sum(ws-contrib-idx) / cn-n(ws-contrib-idx)
           compute ws-avg-x-sqr rounded =
               cn-sum-sqr(ws-contrib-idx) / cn-n(ws-contrib-idx)
           compute ws-mean-sqr rounded = ws-group-mean ** 2
           if ws-avg-x-sqr < ws-mean-sqr
               move zero to ws-group-variance
           else
               compute ws-group-variance rounded =
                   ws-avg-x-sqr - ws-mean-sqr
           end-if
           compute ws-group-std-deviation rounded =
               function sqrt(ws-group-variance).

       record-retransmission.
           perform set-audit-timestamp
           move ws-audit-timestamp to xr-timestamp
           move ws-rs-input to xr-input
           move ws-interface-file to xr-extract
           move ws-tot-count to xr-count
           move ws-tot-hash to xr-hash
           move ws-rs-id to xr-extract-id
           move 'T' to xr-status
           move ws-rs-feed-date to xr-feed-date
           move ws-rs-feed-source to xr-feed-source
           move ws-rs-posted to xr-posted
           open extend xmit-register-file
           if ws-xmit-reg-status not = "00"
               open output xmit-register-file
           end-if
           if ws-xmit-reg-status = "00"
               write xmit-register-record
               if ws-xmit-reg-status not = "00"
                   close xmit-register-file
               end-if
           end-if
           if ws-xmit-reg-status not = "00"
               *> a retransmission the register does not hold must
               *> not go out - its extract is taken away again and
               *> the resend is refused
               move 'n' to ws-rs-valid
               move spaces to ws-rs-error
               string "transmission register cannot be written"
                   " (status " ws-xmit-reg-status ")"
                   into ws-rs-error
               perform remove-resend-extract
               move 12 to ws-new-rc
               perform raise-run-rc
           else
               close xmit-register-file
               perform open-xmit-log
               move spaces to xmit-log-line
               string ws-audit-timestamp "  retransmission of "
                   ws-rs-id " (" function trim(ws-rs-why) ") to "
                   function trim(ws-interface-file) "  operator "
                   ws-operator into xmit-log-line
               write xmit-log-line
               close xmit-log-file
           end-if.

       remove-resend-extract.
           *> the delete call sets RETURN-CODE to its own status,
           *> which must not leak out as this program's exit status
           call "CBL_DELETE_FILE" using ws-interface-file
           if return-code not = 0
               display "error: " function trim(ws-interface-file)
                   " is not logged and could not be removed -"
                   " do not send it"
           end-if
           move zero to return-code.

       print-resend-report.
           add 1 to ws-rs-times
           move spaces to report-line
           string "  first written from  " ws-rs-input
               into report-line
           write report-line
           move spaces to report-line
           string "  posted feed         file date " ws-rs-feed-date
               "  source " ws-rs-feed-source "  posted "
               ws-rs-posted into report-line
           write report-line
           move spaces to report-line
           string "  answer              " ws-rs-why " "
               ws-rs-reason into report-line
           write report-line
           move ws-tot-count to fmt-count
           move ws-tot-hash to fmt-hash
           move spaces to report-line
           string "  control totals      count " fmt-count
               "  hash " fmt-hash into report-line
           write report-line
           move spaces to report-line
           string "  written to          " ws-interface-file
               into report-line
           write report-line
           move ws-rs-times to fmt-times
           move spaces to report-line
           string "  logged              retransmission at "
               ws-audit-timestamp "  transmission "
               function trim(fmt-times) into report-line
           write report-line
           move spaces to report-line
           string "  operator            " ws-operator
               into report-line
           write report-line.

       set-audit-timestamp.
           accept ws-current-time from time
           move spaces to ws-audit-timestamp
           string ws-run-date " " ws-ct-hour ":" ws-ct-minute ":"
               ws-ct-second into ws-audit-timestamp.

       open-xmit-log.
           open extend xmit-log-file
           if ws-xmit-log-status not = "00"
               open output xmit-log-file
           end-if.

       write-refusal-log-entry.
           perform set-audit-timestamp
           perform open-xmit-log
           move spaces to xmit-log-line
           string ws-audit-timestamp "  retransmission of " ws-rs-id
               "  refused: " function trim(ws-rs-error)
               "  operator " ws-operator into xmit-log-line
           write xmit-log-line
           close xmit-log-file.

       raise-run-rc.
           if ws-new-rc > ws-run-rc
               move ws-new-rc to ws-run-rc
           end-if.
