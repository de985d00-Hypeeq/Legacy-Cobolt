       identification division.
       program-id. grpinq.

       *> read-only group inquiry for the operations desk. Given a
       *> group code it puts everything the desk is asked about on
       *> one screen: the group's reference entry (description,
       *> active flag, expected range), its month-to-date n, mean and
       *> std-dev, the same month last year, and its last twelve
       *> closed periods from the period history, restated by any
       *> prior-period adjustments posted to them as the year-over-
       *> year report restates them. A closed month the end-of-month
       *> run has not yet moved to history, or one reopened back onto
       *> the month-to-date master, is read from there. Every file is
       *> opened for input only and re-read for each inquiry, so the
       *> desk sees the figures as they stand and can use this while
       *> the nightly batch is posting - nothing here can touch the
       *> masters. The month is the accounting date's when the
       *> processing calendar is present, the wall clock's otherwise,
       *> exactly as the measure tool decides it.

       environment division.
       input-output section.
       file-control.
           select group-ref-file assign to dynamic ws-gref-file
               organization is line sequential
               file status is ws-gref-status.

           select mtd-file assign to dynamic ws-mtd-file
               organization is indexed
               access mode is dynamic
               record key is mtd-key
               file status is ws-mtd-status.

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

       data division.
       file section.
       fd  group-ref-file.
       *> same layout grpmaint maintains and the measure tool reads
       01  group-ref-record.
           02 grf-code       pic x(4).
           02 grf-desc       pic x(30).
           02 grf-active     pic x.
           02 grf-low        pic x(9).
           02 grf-high       pic x(9).
           02 grf-parent     pic x(4).

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
       *> same layout and key the measure tool posts late feeds to
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

       working-storage section.
       77  ws-gref-file        pic x(50) value "statmeasure.grp".
       77  ws-gref-status      pic xx value spaces.
       77  ws-mtd-file         pic x(50) value "statmeasure.mtd".
       77  ws-mtd-status       pic xx value spaces.
       77  ws-history-file     pic x(50) value "statmeasure.hty".
       77  ws-history-status   pic xx value spaces.
       77  ws-adjust-file      pic x(50) value "statmeasure.hta".
       77  ws-adjust-status    pic xx value spaces.
       77  ws-calendar-file    pic x(50) value "statmeasure.cal".
       77  ws-calendar-status  pic xx value spaces.

       *> the group asked about - from GRPINQ_CODE for a single
       *> unattended inquiry, otherwise prompted for until blank
       77  ws-inq-code         pic x(4) value spaces.
       77  ws-inq-count        pic 9(4) value zeros.
       77  ws-prompt-ans       pic x(30) value spaces.

       *> the reference entry as found on the file
       77  ws-ref-found        pic x value 'n'.
       77  ws-ref-desc         pic x(30) value spaces.
       77  ws-ref-active       pic x value spaces.
       77  ws-ref-low-txt      pic x(9) value spaces.
       77  ws-ref-high-txt     pic x(9) value spaces.
       77  ws-ref-parent       pic x(4) value spaces.
       77  ws-ref-range-txt    pic x(40) value spaces.

       *> bound parsing - same two value shapes the detail records use
       77  ws-gref-bound       pic s9(6)v9(2) value zeros.
       77  ws-gref-bound-ok    pic x value 'n'.
       77  ws-low-bound        pic s9(6)v9(2) value zeros.
       01  ws-gref-value-parse.
           02 ws-gref-val-txt   pic x(9).
       01  ws-gref-value-parse-r redefines ws-gref-value-parse.
           02 ws-gref-val-num   pic s9(6)v9(2) sign leading separate.
       01  ws-gref-uns-parse.
           02 ws-gref-uns-txt   pic x(8).
       01  ws-gref-uns-parse-r redefines ws-gref-uns-parse.
           02 ws-gref-uns-num   pic 9(6)v9(2).

       *> the masters are opened for input once per inquiry
       77  ws-mtd-open         pic x value 'n'.
       77  ws-hist-open        pic x value 'n'.
       77  ws-adjust-open      pic x value 'n'.
       77  ws-adjust-eof       pic x value 'n'.
       77  ws-hist-idx         pic 9(2) value zeros.

       *> one period's figures for a group, and what is derived
       *> from them - same identity and guard as the measure tool's
       *> period reports
       77  ws-st-found         pic x value 'n'.
       77  ws-st-n             pic 9(8) value zeros.
       77  ws-st-sum           pic s9(14)v9(2) value zeros.
       77  ws-st-sum-sqr       pic 9(14)v9(2) value zeros.
       77  ws-st-mean          pic s9(10)v9(2) value zeros.
       77  ws-st-sd            pic 9(10)v9(2) value zeros.
       77  ws-avg-x-sqr        pic 9(14)v9(4) value zeros.
       77  ws-mean-sqr         pic 9(14)v9(4) value zeros.
       77  ws-st-variance      pic 9(14)v9(4) value zeros.
       77  ws-mtd-found        pic x value 'n'.
       77  ws-mtd-mean         pic s9(10)v9(2) value zeros.
       77  ws-yoy-delta        pic s9(10)v9(2) value zeros.
       77  ws-yoy-pct          pic s9(5)v9(2) value zeros.
       77  ws-yoy-pct-txt      pic x(8) value spaces.

       *> the period being looked at, stepped back a month at a time
       77  ws-current-period   pic 9(6) value zeros.
       77  ws-prior-period     pic 9(6) value zeros.
       01  ws-step-period.
           02 ws-sp-year       pic 9(4).
           02 ws-sp-month      pic 9(2).
       01  ws-step-period-r redefines ws-step-period.
           02 ws-sp-period     pic 9(6).

       01  ws-current-date.
           02 ws-cd-year       pic 9(4).
           02 ws-cd-month      pic 9(2).
           02 ws-cd-day        pic 9(2).
       77  ws-run-date         pic x(10) value spaces.
       77  ws-asof-date        pic x(8) value spaces.
       01  ws-asof-check.
           02 ws-asof-txt       pic x(8).
       01  ws-asof-check-r redefines ws-asof-check.
           02 ws-asof-num       pic 9(8).

       77  ws-end-of-file      pic x value 'n'.
       77  ws-screen-line      pic x(78) value spaces.
       77  fmt-n               pic zzzzzzz9.
       77  fmt-mean            pic -zzzz9.99.
       77  fmt-sd              pic zzzz9.99.
       77  fmt-bound-low       pic -zzzzz9.99.
       77  fmt-bound-high      pic -zzzzz9.99.
       77  fmt-delta           pic -zzzz9.99.
       77  fmt-pct             pic -zzz9.99.
       77  fmt-inq-count       pic zzz9.

       procedure division.
       main-logic.
           display "******************************************"
           display "*           group inquiry                *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           perform load-accounting-date
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date
           compute ws-current-period =
               (ws-cd-year * 100) + ws-cd-month

           accept ws-inq-code from environment "GRPINQ_CODE"
           if ws-inq-code not = spaces
               perform show-group
           else
               display "enter a group code, or press enter to end."
               perform accept-inquiry-code
               perform until ws-inq-code = spaces
                   perform show-group
                   perform accept-inquiry-code
               end-perform
           end-if

           move ws-inq-count to fmt-inq-count
           display "inquiries made = " fmt-inq-count
           move zero to return-code
           stop run.

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

       accept-inquiry-code.
           move spaces to ws-inq-code
           display " "
           display "group code: " with no advancing
           accept ws-prompt-ans
           move ws-prompt-ans(1:4) to ws-inq-code.

       show-group.
           add 1 to ws-inq-count
           perform find-reference-entry
           move 'n' to ws-mtd-open
           move 'n' to ws-hist-open
           open input mtd-file
           if ws-mtd-status = "00"
               move 'y' to ws-mtd-open
           end-if
           open input period-history-file
           if ws-history-status = "00"
               move 'y' to ws-hist-open
           end-if
           move 'n' to ws-adjust-open
           open input adjustment-file
           if ws-adjust-status = "00"
               move 'y' to ws-adjust-open
           end-if

           display " "
           display "=================================================="
               "============================"
           move spaces to ws-screen-line
           string "group inquiry  " ws-inq-code
               "                                  as of "
               ws-run-date into ws-screen-line
           display ws-screen-line
           display "=================================================="
               "============================"
           perform show-reference-entry
           display "--------------------------------------------------"
               "----------------------------"
           perform show-month-to-date
           perform show-same-period-last-year
           display "--------------------------------------------------"
               "----------------------------"
           perform show-closed-periods
           display "=================================================="
               "============================"

           if ws-mtd-open = 'y'
               close mtd-file
           end-if
           if ws-hist-open = 'y'
               close period-history-file
           end-if
           if ws-adjust-open = 'y'
               close adjustment-file
           end-if.

       find-reference-entry.
           move 'n' to ws-ref-found
           move spaces to ws-ref-desc
           move spaces to ws-ref-active
           move spaces to ws-ref-low-txt
           move spaces to ws-ref-high-txt
           move spaces to ws-ref-parent
           open input group-ref-file
           if ws-gref-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read group-ref-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if grf-code = ws-inq-code
                               move 'y' to ws-ref-found
                               move grf-desc to ws-ref-desc
                               move grf-active to ws-ref-active
                               move grf-low to ws-ref-low-txt
                               move grf-high to ws-ref-high-txt
                               move grf-parent to ws-ref-parent
                               move 'y' to ws-end-of-file
                           end-if
                   end-read
               end-perform
               close group-ref-file
               move 'n' to ws-end-of-file
           end-if.

       show-reference-entry.
           if ws-ref-found = 'n'
               display "  reference:  (not on "
                   function trim(ws-gref-file) ")"
           else
               if ws-ref-active = 'N' or ws-ref-active = 'n'
                   move 'N' to ws-ref-active
               else
                   move 'Y' to ws-ref-active
               end-if
               move spaces to ws-screen-line
               string "  reference:  " ws-ref-desc
                   "   active: " ws-ref-active into ws-screen-line
               display ws-screen-line
               perform format-reference-range
               move spaces to ws-screen-line
               string "              expected range: " ws-ref-range-txt
                   into ws-screen-line
               display ws-screen-line
               move spaces to ws-screen-line
               if ws-ref-parent = spaces
                   move "              rolls up into:  (top level)"
                       to ws-screen-line
               else
                   string "              rolls up into:  " ws-ref-parent
                       into ws-screen-line
               end-if
               display ws-screen-line
           end-if.

       format-reference-range.
           *> the range is only honoured when both bounds parse - say
           *> so rather than show half of one
           move "none" to ws-ref-range-txt
           if ws-ref-low-txt not = spaces or
                   ws-ref-high-txt not = spaces
               move "(on file but unreadable - not applied)"
                   to ws-ref-range-txt
               move ws-ref-low-txt to ws-gref-val-txt
               perform parse-gref-bound
               if ws-gref-bound-ok = 'y'
                   move ws-gref-bound to ws-low-bound
                   move ws-ref-high-txt to ws-gref-val-txt
                   perform parse-gref-bound
                   if ws-gref-bound-ok = 'y'
                       move ws-low-bound to fmt-bound-low
                       move ws-gref-bound to fmt-bound-high
                       move spaces to ws-ref-range-txt
                       string fmt-bound-low " to " fmt-bound-high
                           into ws-ref-range-txt
                   end-if
               end-if
           end-if.

       parse-gref-bound.
           *> a bound is either the leading-sign value format or the
           *> plain unsigned eight digits - the same two shapes the
           *> detail records use.
           move 'n' to ws-gref-bound-ok
           move zero to ws-gref-bound
           if ws-gref-val-txt not = spaces
               if ws-gref-val-txt(1:1) = '+' or
                       ws-gref-val-txt(1:1) = '-'
                   if ws-gref-val-num is numeric
                       move ws-gref-val-num to ws-gref-bound
                       move 'y' to ws-gref-bound-ok
                   end-if
               else
                   move ws-gref-val-txt(1:8) to ws-gref-uns-txt
                   if ws-gref-uns-num is numeric
                       move ws-gref-uns-num to ws-gref-bound
                       move 'y' to ws-gref-bound-ok
                   end-if
               end-if
           end-if.

       show-month-to-date.
           move 'n' to ws-mtd-found
           move 'n' to ws-st-found
           if ws-mtd-open = 'y'
               move ws-current-period to mtd-period
               move ws-inq-code to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-st-found
                       move mtd-n to ws-st-n
                       move mtd-sum to ws-st-sum
                       move mtd-sum-sqr to ws-st-sum-sqr
               end-read
           end-if
           display "  month to date  (period " ws-current-period ")"
               "            n       mean   std-dev"
           if ws-st-found = 'n'
               display "                                        "
                   "   no postings this period"
           else
               perform compute-period-stats
               move 'y' to ws-mtd-found
               move ws-st-mean to ws-mtd-mean
               move spaces to ws-screen-line
               string "                                     "
                   fmt-n "  " fmt-mean "  " fmt-sd
                   into ws-screen-line
               display ws-screen-line
           end-if.

       show-same-period-last-year.
           compute ws-prior-period = ws-current-period - 100
           move ws-prior-period to ws-sp-period
           perform read-history-period
           if ws-st-found = 'n'
               display "  same period last year  (" ws-prior-period
                   ")       no totals on file"
           else
               perform compute-period-stats
               move spaces to ws-screen-line
               string "  same period last year  (" ws-prior-period
                   ")   " fmt-n "  " fmt-mean "  " fmt-sd
                   into ws-screen-line
               display ws-screen-line
               if ws-mtd-found = 'y'
                   compute ws-yoy-delta = ws-mtd-mean - ws-st-mean
                   move ws-yoy-delta to fmt-delta
                   *> a prior mean of zero has no percentage base
                   if ws-st-mean = 0
                       move "     n/a" to ws-yoy-pct-txt
                   else
                       compute ws-yoy-pct rounded =
                           (ws-yoy-delta /
                            function abs(ws-st-mean)) * 100
                           on size error
                               move 9999.99 to ws-yoy-pct
                       end-compute
                       move ws-yoy-pct to fmt-pct
                       move fmt-pct to ws-yoy-pct-txt
                   end-if
                   move spaces to ws-screen-line
                   string "  month to date versus last year:"
                       "  mean delta " fmt-delta
                       "  pct " ws-yoy-pct-txt
                       into ws-screen-line
                   display ws-screen-line
               end-if
           end-if.

       show-closed-periods.
           *> the twelve calendar months before the current one, newest
           *> first - a month the group had no postings in says so
           display "  last 12 closed periods     period"
               "         n       mean   std-dev"
           move ws-current-period to ws-sp-period
           perform varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > 12
               perform step-back-one-month
               perform read-history-period
               move spaces to ws-screen-line
               if ws-st-found = 'n'
                   string "                             "
                       ws-sp-period "          no totals"
                       into ws-screen-line
               else
                   perform compute-period-stats
                   string "                             "
                       ws-sp-period "  " fmt-n "  " fmt-mean
                       "  " fmt-sd into ws-screen-line
               end-if
               display ws-screen-line
           end-perform.

       step-back-one-month.
           if ws-sp-month = 1
               subtract 1 from ws-sp-year
               move 12 to ws-sp-month
           else
               subtract 1 from ws-sp-month
           end-if.

       read-history-period.
           *> the period as closed, or as it still stands on the
           *> month-to-date master when it has not gone to history -
           *> then restated by its prior-period adjustments
           move 'n' to ws-st-found
           move zero to ws-st-n
           move zero to ws-st-sum
           move zero to ws-st-sum-sqr
           if ws-hist-open = 'y'
               move ws-sp-period to ph-period
               move ws-inq-code to ph-code
               read period-history-file key is ph-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-st-found
                       move ph-n to ws-st-n
                       move ph-sum to ws-st-sum
                       move ph-sum-sqr to ws-st-sum-sqr
               end-read
           end-if
           if ws-st-found = 'n' and ws-mtd-open = 'y'
               move ws-sp-period to mtd-period
               move ws-inq-code to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-st-found
                       move mtd-n to ws-st-n
                       move mtd-sum to ws-st-sum
                       move mtd-sum-sqr to ws-st-sum-sqr
               end-read
           end-if
           perform add-period-adjustments.

       add-period-adjustments.
           if ws-adjust-open = 'y'
               move 'n' to ws-adjust-eof
               move ws-sp-period to ha-period
               move ws-inq-code to ha-code
               move zero to ha-seq
               start adjustment-file key is not less than ha-key
                   invalid key
                       move 'y' to ws-adjust-eof
               end-start
               perform until ws-adjust-eof = 'y'
                   read adjustment-file next record
                       at end
                           move 'y' to ws-adjust-eof
                       not at end
                           if ha-period = ws-sp-period and
                                   ha-code = ws-inq-code
                               move 'y' to ws-st-found
                               add ha-n to ws-st-n
                               add ha-sum to ws-st-sum
                               add ha-sum-sqr to ws-st-sum-sqr
                           else
                               move 'y' to ws-adjust-eof
                           end-if
                   end-read
               end-perform
           end-if.

       compute-period-stats.
           if ws-st-n > 0
               compute ws-st-mean rounded = ws-st-sum / ws-st-n
               compute ws-avg-x-sqr rounded = ws-st-sum-sqr / ws-st-n
               compute ws-mean-sqr rounded = ws-st-mean ** 2
               if ws-avg-x-sqr < ws-mean-sqr
                   move zero to ws-st-variance
               else
                   compute ws-st-variance rounded =
                       ws-avg-x-sqr - ws-mean-sqr
               end-if
               compute ws-st-sd rounded =
                   function sqrt(ws-st-variance)
           else
               move zero to ws-st-mean
               move zero to ws-st-sd
           end-if
           move ws-st-n to fmt-n
           move ws-st-mean to fmt-mean
           move ws-st-sd to fmt-sd.
