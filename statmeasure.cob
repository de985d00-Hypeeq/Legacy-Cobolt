
           select sort-work assign to "sortwk1".

           select ytd-sort-work assign to "sortwk2".

           select spc-sort-work assign to "sortwk3".

           select control-file assign to dynamic ws-control-file
               organization is line sequential
               file status is ws-control-status.
               file status is ws-recycle-status.

           select mtd-file assign to dynamic ws-mtd-file
               organization is indexed
               access mode is dynamic
               record key is mtd-key
               file status is ws-mtd-status.

           select group-ref-file assign to dynamic ws-gref-file

           select period-history-file assign to dynamic
                   ws-history-file
               organization is indexed
               access mode is dynamic
               record key is ph-key
               file status is ws-history-status.

           select plan-file assign to dynamic ws-plan-file
               organization is line sequential
               file status is ws-plan-status.

           select feed-schedule-file assign to dynamic
                   ws-schedule-file
               organization is line sequential
               organization is line sequential
               file status is ws-register-status.

           select feed-detail-file assign to dynamic
                   ws-feed-detail-file
               organization is line sequential
               file status is ws-feed-detail-status.

           select calendar-file assign to dynamic ws-calendar-file
               organization is line sequential
               file status is ws-calendar-status.
               organization is line sequential
               file status is ws-xmit-reg-status.

           select period-status-file assign to dynamic ws-pst-file
               organization is line sequential
               file status is ws-pst-status.

           select adjustment-file assign to dynamic ws-adjust-file
               organization is indexed
               access mode is dynamic
               record key is ha-key
               file status is ws-adjust-status.

       data division.
       file section.
       fd  input-file.
       *> no range; either the unsigned or the leading-sign value
       *> format). When the file is absent, per-group validation is
       *> disabled and the breakdown prints bare codes as before.
       *> The parent is the code this one rolls up into (a region,
       *> and a region's a division); blank at the top of the tree.
       01  group-ref-record.
           02 grf-code       pic x(4).
           02 grf-desc       pic x(30).
           02 grf-active     pic x.
           02 grf-low        pic x(9).
           02 grf-high       pic x(9).
           02 grf-parent     pic x(4).

       fd  mtd-file.
       *> month-to-date rollup master, one record per period per group
       *> code, indexed on the two together. Each run reads and
       *> rewrites only the groups it posts; the end-of-month step
       *> moves the closing period into the history master and
       *> deletes it from here.
       01  mtd-record.
           02 mtd-key.
              03 mtd-period  pic 9(6).
              03 mtd-code    pic x(4).
           02 mtd-n          pic 9(8).
           02 mtd-sum        pic s9(14)v9(2) sign leading separate.
           02 mtd-sum-sqr    pic 9(14)v9(2).

       fd  period-history-file.
       *> permanent period history - one record per closed period per
       *> group code, same content and the same period + group code
       *> key as the month-to-date master. The end-of-month close
       *> adds the closing period here before it clears it off the
       *> master, and the year-to-date and year-over-year reports
       *> read back just the periods they need. A record is written
       *> once and never rewritten.
       01  period-history-record.
           02 ph-key.
              03 ph-period   pic 9(6).
              03 ph-code     pic x(4).
           02 ph-n           pic 9(8).
           02 ph-sum         pic s9(14)v9(2) sign leading separate.
           02 ph-sum-sqr     pic 9(14)v9(2).

       fd  period-status-file.
       *> period status: a line each time the end-of-month close
       *> closes a period (C) and each time a supervisor reopens one
       *> (O), with who and why. Append-only - the latest line for a
       *> period is its status. A closed period cannot be closed a
       *> second time, and a feed dated in it no longer reaches the
       *> month-to-date master: it is posted to the adjustments file.
       01  period-status-record.
           02 ps-period      pic 9(6).
           02 ps-status      pic x.
           02 ps-timestamp   pic x(19).
           02 ps-operator    pic x(8).
           02 ps-reason      pic x(40).

       fd  adjustment-file.
       *> prior-period adjustments: one record per group code per
       *> late feed - a feed whose header dates it in a period
       *> already closed - keyed on that period, the group code and
       *> a sequence within the two. The figures a period was closed
       *> with stay as they are in the history master; the reports
       *> add these on top to restate it. Each carries the feed's
       *> key, when it was posted and the month it was posted in.
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

       fd  plan-file.
       *> maintained by planmaint from finance's monthly plan: per
       *> period per group code, the expected record count and mean
       *> and the percentage either may vary before the
       *> variance-to-plan report flags it. Unique on period + code.
       01  plan-record.
           02 pl-period      pic 9(6).
           02 pl-code        pic x(4).
           02 pl-count       pic 9(8).
           02 pl-mean        pic s9(10)v9(2) sign leading separate.
           02 pl-tol-pct     pic 9(3)v9(2).

       fd  interface-file.
       *> formal outbound hand-off to the planning system, written
       *> after each clean run and reconcilable end to end the same
       *> with its n, sum, mean and std-dev (description from the
       *> group reference file), and a T record whose count and hash
       *> total follow the inbound convention - the hash is the sum
       *> of the detail values, here each group's sum. The header
       *> also carries the extract id the planning system quotes
       *> back on its acknowledgment.
       01  int-header-record.
           02 int-hdr-type   pic x.
           02 int-hdr-date   pic x(8).
           02 int-hdr-source pic x(8).
           02 int-hdr-extract-id pic x(12).
       01  int-detail-record.
           02 int-det-type   pic x.
           02 int-det-code   pic x(4).
       fd  xmit-register-file.
       *> transmission register: one line per extract generated, so a
       *> lost or duplicated hand-off can be traced. Append-only.
       *> The extract id is the accounting day and a sequence within
       *> it; status is blank for an extract, T for a retransmission
       *> of one (written by the acknowledgment program, same id).
       *> The feed key and posting timestamp tie the extract to the
       *> posted-feed detail it can be regenerated from - blank when
       *> the input had no header and trailer.
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

       fd  profile-file.
       *> named run profile: keyword=value lines (blank lines and
       *> key is already here is refused, so an accidentally
       *> re-submitted transmission can no longer double-count the
       *> month-to-date figures. Legacy feeds (no control records)
       *> have no key and are not tracked. Append-only: when the
       *> reversal program (feedrev) backs a feed out of the master it
       *> appends a second entry for the same key with status R, and
       *> from then on the key no longer counts as posted - the latest
       *> entry for a key wins. Entries written before the status byte
       *> existed read back as blank, i.e. posted.
       01  register-record.
           02 pf-date        pic x(8).
           02 pf-source      pic x(8).
           02 pf-count       pic 9(8).
           02 pf-hash        pic s9(14)v9(2) sign leading separate.
           02 pf-timestamp   pic x(19).
           02 pf-status      pic x.

       fd  feed-detail-file.
       *> posted-feed detail: one line per group code per registered
       *> feed, written alongside the register entry and carrying
       *> exactly what that feed added to the month-to-date master -
       *> the register itself only holds the control totals, and a
       *> feed cannot be backed out without its per-group n, sum and
       *> sum of squares. Tied to its register entry by the file
       *> date, source id and posting timestamp. Append-only. The
       *> target says where the group was posted: M the month-to-
       *> date master, A the prior-period adjustments file (blank on
       *> lines written before the target was carried - those all
       *> went to the master). Only groups actually written are
       *> listed.
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

       fd  outliers-file.
       01  outlier-record.
       01  sort-record.
           02 sort-value     pic s9(6)v9(2) sign leading separate.

       sd  ytd-sort-work.
       *> year-to-date report: the year's history, adjustment and
       *> month-to-date records in group code order
       01  ytd-sort-record.
           02 ys-code        pic x(4).
           02 ys-n           pic 9(8).
           02 ys-sum         pic s9(14)v9(2).
           02 ys-sum-sqr     pic 9(14)v9(2).

       sd  spc-sort-work.
       *> control-chart mode: the history, adjustment and
       *> month-to-date records of the charted span in group code and
       *> period order
       01  spc-sort-record.
           02 sc-code        pic x(4).
           02 sc-period      pic 9(6).
           02 sc-n           pic 9(8).
           02 sc-sum         pic s9(14)v9(2).
           02 sc-open        pic x.
           02 sc-hist        pic x.

       working-storage section.
       77  dynamic-file        pic x(50).
       77  ws-report-file      pic x(50) value "statmeasure.rpt".
              03 wg-pr-sum-y       pic s9(14)v9(2).
              03 wg-pr-sum-y-sqr   pic 9(14)v9(2).
              03 wg-pr-sum-xy      pic s9(16)v9(2).
              03 wg-posted         pic x.
       77  ws-group-mean           pic s9(10)v9(2).
       77  ws-group-variance       pic 9(14)v9(4).
       77  ws-group-std-deviation  pic 9(10)v9(2).
       77  ws-int-det-count    pic 9(8) value zeros.
       77  ws-int-hash         pic s9(14)v9(2) value zeros.
       77  fmt-int-det-count   pic zzzzzzz9.
       *> the next extract id for the accounting day, and the
       *> posting the extract's figures came from
       01  ws-extract-id.
           02 ws-xid-day       pic x(8).
           02 ws-xid-seq       pic 9(4).
       01  ws-xid-seq-check.
           02 ws-xid-seq-txt    pic x(4).
       01  ws-xid-seq-check-r redefines ws-xid-seq-check.
           02 ws-xid-seq-num    pic 9(4).
       77  ws-xmit-posted      pic x(19) value spaces.

       *> named run-profile file (STATMEASURE_PROFILE). Profile
       *> values outrank the environment variables they replace - a
       *> a genuine intentional re-run.
       77  ws-register-file    pic x(50) value "statmeasure.pfr".
       77  ws-register-status  pic xx value spaces.
       77  ws-feed-detail-file pic x(50) value "statmeasure.pfd".
       77  ws-feed-detail-status pic xx value spaces.
       77  ws-force-mode       pic x value 'n'.
       77  ws-force-opt-txt    pic x(8) value spaces.
       77  ws-dup-feed         pic x value 'n'.
       77  ws-scan-source      pic x(8) value spaces.
       77  ws-scan-count       pic 9(8) value zeros.
       77  ws-scan-hash        pic s9(14)v9(2) value zeros.
       *> duplicate-detection window: a register entry posted more
       *> than this many days before the run date no longer refuses a
       *> feed. The retention purge (housekeep) never takes the
       *> register below this, so it must agree with what is set here.
       77  ws-dup-window       pic 9(4) value 400.
       77  ws-dup-window-txt   pic x(8) value spaces.
       77  ws-run-day-number   pic 9(8) value zeros.
       77  ws-reg-day-number   pic 9(8) value zeros.
       77  fmt-dup-window      pic zzz9.
       01  ws-reg-date-check.
           02 ws-reg-date-txt   pic x(8).
       01  ws-reg-date-check-r redefines ws-reg-date-check.
           02 ws-reg-date-num   pic 9(8).

       *> outlier fences and trimmed statistics
       77  ws-outlier-file     pic x(50) value "statmeasure.out".
       77  ws-mtd-status       pic xx value spaces.
       77  ws-eom-mode-txt     pic x(8) value spaces.
       77  ws-current-period   pic 9(6) value zeros.
       77  ws-close-period     pic 9(6) value zeros.
       77  ws-mtd-want-period  pic 9(6) value zeros.
       77  ws-mtd-last-key     pic x(10) value spaces.
       77  ws-mtd-eof          pic x value 'n'.
       77  ws-mtd-open         pic x value 'n'.
       77  ws-mtd-found        pic x value 'n'.
       77  ws-mtd-failed       pic 9(4) value zeros.
       77  fmt-mtd-failed      pic zzz9.
       77  ws-mtd-mean         pic s9(10)v9(2) value zeros.
       77  ws-mtd-variance     pic 9(14)v9(4) value zeros.
       77  ws-mtd-sd           pic 9(10)v9(2) value zeros.
       *> one period's (or year's) totals for a group, as printed by
       *> print-period-group-line - a label, when set, is printed in
       *> place of the code's description
       77  ws-pg-code          pic x(4) value spaces.
       77  ws-pg-label         pic x(20) value spaces.
       77  ws-pg-n             pic 9(8) value zeros.
       77  ws-pg-sum           pic s9(14)v9(2) value zeros.
       77  ws-pg-sum-sqr       pic 9(14)v9(2) value zeros.

       *> period-history master and the reports off it
       77  ws-history-file     pic x(50) value "statmeasure.hty".
       77  ws-history-status   pic xx value spaces.
       77  ws-ytd-mode-txt     pic x(8) value spaces.
       77  ws-yoy-mode-txt     pic x(8) value spaces.
       77  ws-hist-want-period pic 9(6) value zeros.
       77  ws-hist-year        pic 9(4) value zeros.
       77  ws-hist-eof         pic x value 'n'.
       77  ws-hist-open        pic x value 'n'.
       77  ws-hist-found       pic x value 'n'.
       77  ws-hist-written     pic 9(4) value zeros.
       77  ws-hist-dup         pic 9(4) value zeros.
       77  fmt-hist-written    pic zzz9.
       77  fmt-hist-dup        pic zzz9.
       77  ws-ytd-eof          pic x value 'n'.
       77  ws-ytd-have         pic x value 'n'.
       77  ws-ytd-groups       pic 9(6) value zeros.
       77  ws-yoy-lines        pic 9(6) value zeros.
       77  ws-yoy-cur-period   pic 9(6) value zeros.
       77  ws-yoy-prior-period pic 9(6) value zeros.
       77  ws-yoy-cur-mean     pic s9(10)v9(2) value zeros.
       77  ws-yoy-prior-mean   pic s9(10)v9(2) value zeros.
       77  ws-yoy-delta        pic s9(10)v9(2) value zeros.
       77  ws-yoy-pct          pic s9(5)v9(2) value zeros.
       77  ws-prior-n          pic 9(8) value zeros.
       77  ws-prior-sum        pic s9(14)v9(2) value zeros.
       77  ws-prior-sum-sqr    pic 9(14)v9(2) value zeros.

       *> period status and the prior-period adjustments file
       77  ws-pst-file         pic x(50) value "statmeasure.pst".
       77  ws-pst-status       pic xx value spaces.
       77  ws-pst-eof          pic x value 'n'.
       77  ws-pst-want-period  pic 9(6) value zeros.
       77  ws-pst-found        pic x value space.
       77  ws-pst-last-closed  pic 9(6) value zeros.
       77  ws-pst-new-status   pic x value space.
       77  ws-pst-operator     pic x(8) value spaces.
       77  ws-pst-reason       pic x(40) value spaces.
       77  ws-close-refusal    pic x(50) value spaces.
       01  ws-next-day.
           02 ws-nd-year       pic 9(4).
           02 ws-nd-month      pic 9(2).
           02 ws-nd-day        pic 9(2).
       01  ws-next-day-num redefines ws-next-day pic 9(8).
       77  ws-reopen-txt       pic x(8) value spaces.
       77  ws-reopen-moved     pic 9(4) value zeros.
       77  ws-reopen-dup       pic 9(4) value zeros.
       77  fmt-reopen-moved    pic zzz9.
       77  ws-adjust-file      pic x(50) value "statmeasure.hta".
       77  ws-adjust-status    pic xx value spaces.
       77  ws-adjust-eof       pic x value 'n'.
       77  ws-adjust-open      pic x value 'n'.
       77  ws-adjust-mode      pic x value 'n'.
       77  ws-post-period      pic 9(6) value zeros.
       77  ws-adjust-seq       pic 9(4) value zeros.
       77  ws-adjust-written   pic 9(4) value zeros.
       77  ws-adjust-failed    pic 9(4) value zeros.
       77  fmt-adjust-written  pic zzz9.
       *> the adjustment sections of the year-to-date and
       *> year-over-year reports cover these periods
       77  ws-adj-from-period  pic 9(6) value zeros.
       77  ws-adj-to-period    pic 9(6) value zeros.
       77  ws-adj-lines        pic 9(6) value zeros.
       77  ws-adj-have         pic x value 'n'.
       77  ws-adj-period       pic 9(6) value zeros.
       77  ws-adj-code         pic x(4) value spaces.
       77  ws-adj-n            pic 9(8) value zeros.
       77  ws-adj-sum          pic s9(14)v9(2) value zeros.
       77  ws-adj-sum-sqr      pic 9(14)v9(2) value zeros.
       77  ws-adj-mean         pic s9(10)v9(2) value zeros.
       77  fmt-adj-n           pic zzzzzzz9.
       77  fmt-adj-mean        pic -zzzz9.99.
       77  fmt-rst-n           pic zzzzzzz9.
       77  fmt-rst-mean        pic -zzzz9.99.
       77  ws-yoy-pct-txt      pic x(8) value spaces.
       77  fmt-yoy-prior-mean  pic -zzzz9.99.
       77  fmt-yoy-delta       pic -zzzz9.99.
       77  fmt-yoy-pct         pic -zzz9.99.

       *> control-chart mode: an individuals chart per group on its
       *> period means. The centre line is the mean of up to
       *> ws-spc-base-max closed periods before the tested span, and
       *> sigma is estimated from their average moving range (/1.128)
       *> so a shift inside the baseline does not widen the limits.
       *> The tested span is the last ws-spc-test-max closed periods
       *> plus whatever month-to-date totals are on the master. A
       *> group needs ws-spc-base-min baseline periods to be charted.
       77  ws-spc-mode-txt     pic x(8) value spaces.
       77  ws-spc-base-max     pic 9(2) value 12.
       77  ws-spc-base-min     pic 9(2) value 6.
       77  ws-spc-test-max     pic 9(2) value 7.
       77  ws-spc-run-len      pic 9(2) value 7.
       77  ws-spc-trend-len    pic 9(2) value 6.
       77  ws-spc-span         pic 9(2) value zeros.
       77  ws-spc-months       pic 9(7) value zeros.
       77  ws-spc-from-year    pic 9(4) value zeros.
       77  ws-spc-from-month   pic 9(2) value zeros.
       77  ws-spc-from-period  pic 9(6) value zeros.
       77  ws-spc-eof          pic x value 'n'.
       77  ws-spc-have         pic x value 'n'.
       77  ws-spc-code         pic x(4) value spaces.
       77  ws-spc-count        pic 9(2) value zeros.
       77  ws-spc-closed       pic 9(2) value zeros.
       77  ws-spc-base-count   pic 9(2) value zeros.
       77  ws-spc-base-first   pic 9(2) value zeros.
       77  ws-spc-base-last    pic 9(2) value zeros.
       77  ws-spc-first-test   pic 9(2) value zeros.
       77  ws-spc-idx          pic 9(2) value zeros.
       77  ws-spc-prev         pic 9(2) value zeros.
       77  ws-spc-centre       pic s9(10)v9(4) value zeros.
       77  ws-spc-mr-sum       pic 9(12)v9(4) value zeros.
       77  ws-spc-mr           pic 9(12)v9(4) value zeros.
       77  ws-spc-sigma        pic 9(10)v9(4) value zeros.
       77  ws-spc-width        pic 9(10)v9(4) value zeros.
       77  ws-spc-ucl          pic s9(10)v9(4) value zeros.
       77  ws-spc-lcl          pic s9(10)v9(4) value zeros.
       77  ws-spc-side         pic x value space.
       77  ws-spc-run-side     pic x value space.
       77  ws-spc-run-count    pic 9(2) value zeros.
       77  ws-spc-run-start    pic 9(2) value zeros.
       77  ws-spc-dir          pic x value space.
       77  ws-spc-trend-dir    pic x value space.
       77  ws-spc-trend-count  pic 9(2) value zeros.
       77  ws-spc-trend-start  pic 9(2) value zeros.
       77  ws-spc-alert-from   pic 9(2) value zeros.
       77  ws-spc-alert-to     pic 9(2) value zeros.
       77  ws-spc-rule         pic x(26) value spaces.
       77  ws-spc-periods      pic x(36) value spaces.
       77  ws-spc-group-alerts pic 9(4) value zeros.
       77  ws-spc-groups       pic 9(6) value zeros.
       77  ws-spc-charted      pic 9(6) value zeros.
       77  ws-spc-alerted      pic 9(6) value zeros.
       77  ws-spc-alerts       pic 9(6) value zeros.
       77  ws-spc-uncharted    pic 9(6) value zeros.
       77  fmt-spc-count       pic zzzzz9.
       77  fmt-spc-num         pic z9.
       77  fmt-spc-need        pic z9.
       77  fmt-spc-centre      pic -zzzzz9.99.
       77  fmt-spc-lcl         pic -zzzzz9.99.
       77  fmt-spc-ucl         pic -zzzzz9.99.
       01  ws-spc-series.
           02 ws-spc-point occurs 20 times.
              03 sp-period      pic 9(6).
              03 sp-mean        pic s9(10)v9(2).
              03 sp-open        pic x.
              03 sp-n           pic 9(8).
              03 sp-sum         pic s9(14)v9(2).
              03 sp-hist        pic x.

       *> plan master and the variance-to-plan report off it - the
       *> loader keeps only the one period being compared
       77  ws-plan-file        pic x(50) value "statmeasure.pln".
       77  ws-plan-status      pic xx value spaces.
       77  ws-var-mode-txt     pic x(8) value spaces.
       77  ws-var-period       pic 9(6) value zeros.
       77  ws-plan-count       pic 9(4) value zeros.
       77  ws-plan-idx         pic 9(4) value zeros.
       77  ws-plan-found       pic x value 'n'.
       77  ws-plan-dropped     pic 9(4) value zeros.
       77  fmt-plan-dropped    pic zzz9.
       01  ws-plan-table.
           02 ws-plan-entry occurs 100 times.
              03 pn-code        pic x(4).
              03 pn-count       pic 9(8).
              03 pn-mean        pic s9(10)v9(2).
              03 pn-tol-pct     pic 9(3)v9(2).
              03 pn-matched     pic x.
       77  ws-var-act-mean     pic s9(10)v9(2) value zeros.
       77  ws-var-delta        pic s9(10)v9(2) value zeros.
       77  ws-var-base         pic s9(10)v9(2) value zeros.
       77  ws-var-pct          pic s9(5)v9(2) value zeros.
       77  ws-var-pct-txt      pic x(8) value spaces.
       77  ws-var-flag-txt     pic x(3) value spaces.
       77  ws-var-flagged      pic x value 'n'.
       77  ws-var-flag-count   pic 9(4) value zeros.
       77  ws-var-excp-count   pic 9(4) value zeros.
       77  fmt-var-n1          pic zzzzzzz9.
       77  fmt-var-n2          pic zzzzzzz9.
       77  fmt-var-delta-n     pic -zzzzzzz9.
       77  fmt-var-mean1       pic -zzzzzz9.99.
       77  fmt-var-mean2       pic -zzzzzz9.99.
       77  fmt-var-delta-mean  pic -zzzzzz9.99.
       77  fmt-var-flags       pic zzz9.

       *> graded return codes and the end-of-run console summary:
       *> 0 clean, 2 rejects above tolerance, 4 file(s) skipped,
       *> 6 scheduled feed missing, 8 no valid records,
              03 gr-has-range   pic x.
              03 gr-low         pic s9(6)v9(2).
              03 gr-high        pic s9(6)v9(2).
              03 gr-parent      pic x(4).
              03 gr-parent-idx  pic 9(4).
              03 gr-level       pic 9(3).
              03 gr-children    pic 9(4).

       *> roll-up of the breakdown and period-report figures through
       *> the group hierarchy: per reference entry, the pooled sums
       *> of its own figures and everything beneath it - on both
       *> sides of the year-over-year comparison - and the grand
       *> total. Means and std-devs are only ever derived from these
       *> sums, never averaged from the lines above them.
       77  ws-gref-max-level   pic 9(3) value zeros.
       77  ws-gref-loop-count  pic 9(4) value zeros.
       77  ws-ru-idx           pic 9(4) value zeros.
       77  ws-ru-up            pic 9(4) value zeros.
       77  ws-ru-steps         pic 9(4) value zeros.
       77  ws-ru-level         pic 9(3) value zeros.
       77  ws-ru-side          pic x value 'c'.
       77  ws-ru-paged         pic x value 'n'.
       77  ws-ru-printed       pic 9(4) value zeros.
       77  fmt-ru-level        pic zz9.
       77  ws-ru-all-n         pic 9(8) value zeros.
       77  ws-ru-all-sum       pic s9(14)v9(2) value zeros.
       77  ws-ru-all-sum-sqr   pic 9(14)v9(2) value zeros.
       77  ws-ru-all-pr-n      pic 9(8) value zeros.
       77  ws-ru-all-pr-sum    pic s9(14)v9(2) value zeros.
       77  ws-ru-all-pr-sum-sqr pic 9(14)v9(2) value zeros.
       01  ws-rollup-table.
           02 ws-rollup-entry occurs 100 times.
              03 ru-n           pic 9(8).
              03 ru-sum         pic s9(14)v9(2).
              03 ru-sum-sqr     pic 9(14)v9(2).
              03 ru-pr-n        pic 9(8).
              03 ru-pr-sum      pic s9(14)v9(2).
              03 ru-pr-sum-sqr  pic 9(14)v9(2).
       *> year-over-year roll-up lines: both sides' pooled figures
       77  ws-ru-cur-n         pic 9(8) value zeros.
       77  ws-ru-cur-mean      pic s9(10)v9(2) value zeros.
       77  ws-ru-cur-sd        pic 9(10)v9(2) value zeros.
       77  ws-ru-line-code     pic x(6) value spaces.
       77  fmt-ru-prior-sd     pic zzzz9.99.
       77  ws-value-parsed     pic x value 'n'.
       77  ws-range-flagged    pic x value 'n'.
       77  ws-range-flag-count pic 9(8) value zeros.

           perform load-group-reference

           *> reopening a closed period is a supervisor's action,
           *> taken by name - it is never read from a run profile
           accept ws-reopen-txt from environment "STATMEASURE_REOPEN"
           if ws-reopen-txt not = spaces
               perform run-reopen-period
               move ws-run-rc to return-code
               stop run
           end-if

           *> the end-of-month step prints the period report from
           *> the rollup master and moves the closing period off it
           *> into the period history.
           if ws-eom-mode-txt = spaces
               accept ws-eom-mode-txt from environment
                   "STATMEASURE_EOM"
           end-if
           if ws-eom-mode-txt(1:1) = 'Y' or ws-eom-mode-txt(1:1) = 'y'
               perform run-eom-report
               move ws-run-rc to return-code
               stop run
           end-if

           *> the year-to-date and year-over-year reports replay the
           *> period-history master the end-of-month close adds to -
           *> like trend mode, a run in one of these modes only reads.
           if ws-ytd-mode-txt = spaces
               accept ws-ytd-mode-txt from environment
               stop run
           end-if

           *> control-chart alerts off the same history, read-only
           if ws-spc-mode-txt = spaces
               accept ws-spc-mode-txt from environment
                   "STATMEASURE_SPC"
           end-if
           if ws-spc-mode-txt(1:1) = 'Y' or ws-spc-mode-txt(1:1) = 'y'
               perform run-spc-report
               stop run
           end-if

           *> the variance-to-plan report on demand - the month in
           *> progress against finance's plan; read-only like the
           *> other period reports
           if ws-var-mode-txt = spaces
               accept ws-var-mode-txt from environment
                   "STATMEASURE_VARIANCE"
           end-if
           if ws-var-mode-txt(1:1) = 'Y' or ws-var-mode-txt(1:1) = 'y'
               perform run-variance-report
               stop run
           end-if

           if ws-recycle-file = spaces
               accept ws-recycle-file from environment
                   "STATMEASURE_RECYCLE"
               *> survive so that file can still resume from it later. The
               *> delete call sets RETURN-CODE to its own status, which must
               *> not be allowed to leak out as this program's exit status.
               if ws-checkpoint-resumed = 'y' or
                       ws-checkpoint-written = 'y'
                   call "CBL_DELETE_FILE" using ws-checkpoint-file
                   move zero to return-code
               end-if
           end-if.

       search-feed-register.
           move ws-run-day to ws-reg-date-txt
           compute ws-run-day-number =
               function integer-of-date(ws-reg-date-num)
           open input register-file
           if ws-register-status = "00"
               move 'n' to ws-end-of-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           *> a later reversal entry for the key
                           *> frees it for the corrected feed, and an
                           *> entry older than the window no longer
                           *> counts at all
                           perform date-register-entry
                           if ws-reg-day-number >= ws-run-day-number -
                                   ws-dup-window and
                                   pf-date = ws-scan-date and
                                   pf-source = ws-scan-source and
                                   pf-count is numeric and
                                   pf-hash is numeric and
                                   pf-count = ws-scan-count and
                                   pf-hash = ws-scan-hash
                               if pf-status = 'R'
                                   move 'n' to ws-dup-feed
                               else
                                   move 'y' to ws-dup-feed
                               end-if
                           end-if
                   end-read
               end-perform
               move 'n' to ws-end-of-file
           end-if.

       date-register-entry.
           *> day number of the entry's posting timestamp; one that
           *> cannot be dated is treated as inside the window
           move ws-run-day-number to ws-reg-day-number
           string pf-timestamp(1:4) pf-timestamp(6:2)
               pf-timestamp(9:2) into ws-reg-date-txt
           if ws-reg-date-num is numeric
               if ws-reg-date-num > 16010101
                   compute ws-reg-day-number =
                       function integer-of-date(ws-reg-date-num)
               end-if
               if ws-reg-day-number = 0
                   move ws-run-day-number to ws-reg-day-number
               end-if
           end-if.

       refuse-duplicate-feed.
           perform print-report-header
           move spaces to report-line
               move ws-expected-count to pf-count
               move ws-expected-hash to pf-hash
               move ws-audit-timestamp to pf-timestamp
               move ws-audit-timestamp to ws-xmit-posted
               move space to pf-status
               open extend register-file
               if ws-register-status not = "00"
                   open output register-file
               end-if
               write register-record
               close register-file
               perform record-feed-detail
           end-if.

       record-feed-detail.
           *> what this feed added to each group's month-to-date
           *> totals, under the same key and timestamp as its register
           *> entry - the reversal program subtracts exactly these. A
           *> group whose write failed added nothing and is left out.
           open extend feed-detail-file
           if ws-feed-detail-status not = "00"
               open output feed-detail-file
           end-if
           perform varying ws-group-idx from 1 by 1
                   until ws-group-idx > ws-group-count
               if wg-posted(ws-group-idx) = 'y'
                   move ws-file-date to pd-date
                   move ws-source-id to pd-source
                   move ws-audit-timestamp to pd-timestamp
                   move ws-post-period to pd-period
                   move wg-code(ws-group-idx) to pd-code
                   move wg-n(ws-group-idx) to pd-n
                   move wg-sum-of-x(ws-group-idx) to pd-sum
                   move wg-sum-of-x-sqr(ws-group-idx) to pd-sum-sqr
                   if ws-adjust-mode = 'y'
                       move 'A' to pd-target
                   else
                       move 'M' to pd-target
                   end-if
                   write feed-detail-record
               end-if
           end-perform
           close feed-detail-file.

       list-unposted-groups.
           *> the feed is registered all the same, so it will not
           *> post again - these groups must be corrected by hand
           perform varying ws-group-idx from 1 by 1
                   until ws-group-idx > ws-group-count
               if wg-posted(ws-group-idx) not = 'y'
                   move wg-n(ws-group-idx) to fmt-br-n
                   move wg-sum-of-x(ws-group-idx) to fmt-br-sum
                   display "  group " wg-code(ws-group-idx)
                       " period " ws-post-period " not posted: n "
                       fmt-br-n " sum " fmt-br-sum
               end-if
           end-perform.

       write-interface-extract.
           *> only a clean, complete, reconciled pipeline run earns
           *> an extract: supplementary, comparison and resumed runs
               else
                   open output interface-file
               end-if
               perform assign-extract-id
               move spaces to int-header-record
               move 'H' to int-hdr-type
               move ws-run-day to int-hdr-date
               move ws-out-source-id to int-hdr-source
               move ws-extract-id to int-hdr-extract-id
               write int-header-record
               move zero to ws-int-det-count
               move zero to ws-int-hash
               write int-trailer-record
               close interface-file
               perform record-interface-extract
           end-if
           move spaces to ws-xmit-posted.

       assign-extract-id.
           *> one past the highest sequence the register holds for
           *> this accounting day - retransmissions reuse their id
           move ws-run-day to ws-xid-day
           move zero to ws-xid-seq
           open input xmit-register-file
           if ws-xmit-reg-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read xmit-register-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           move xr-xid-seq to ws-xid-seq-txt
                           if xr-xid-day = ws-run-day and
                                   xr-status = space and
                                   ws-xid-seq-num is numeric
                               if ws-xid-seq-num > ws-xid-seq
                                   move ws-xid-seq-num to ws-xid-seq
                               end-if
                           end-if
                   end-read
               end-perform
               close xmit-register-file
               move 'n' to ws-end-of-file
           end-if
           add 1 to ws-xid-seq.

       write-interface-detail.
           perform compute-group-figures
           move ws-interface-file to xr-extract
           move ws-int-det-count to xr-count
           move ws-int-hash to xr-hash
           move ws-extract-id to xr-extract-id
           move space to xr-status
           if ws-xmit-posted not = spaces
               move ws-file-date to xr-feed-date
               move ws-source-id to xr-feed-source
           else
               move spaces to xr-feed-date
               move spaces to xr-feed-source
           end-if
           move ws-xmit-posted to xr-posted
           open extend xmit-register-file
           if ws-xmit-reg-status not = "00"
               open output xmit-register-file
           write xmit-register-record
           close xmit-register-file
           move ws-int-det-count to fmt-int-det-count
           display "interface extract " ws-extract-id " written to "
               ws-interface-file
           display "  " fmt-int-det-count " group record(s) -"
               " logged in " ws-xmit-reg-file.

                           if control-line not = spaces
                               if ws-batch-file-count < 200
                                   add 1 to ws-batch-file-count
                                   move control-line to ws-batch-files
                                       (ws-batch-file-count)
                               else
                                   add 1 to ws-batch-files-dropped
                               end-if
                           move cp-n to n
                           move cp-sum-of-x to sum-of-x
                           move cp-sum-of-log-x to sum-of-log-x
                           move cp-sum-of-reciprocal to
                               sum-of-reciprocal
                           move cp-sum-of-x-squares to sum-of-x-squares
                           move cp-reject-count to ws-reject-count
                           move cp-nonpos-count to ws-nonpos-count
           if n = 0
               move spaces to report-line
               write report-line
               move "  *** no valid records - figures below are" &
                   " zero ***" to report-line
               write report-line
           end-if

           end-if
           write report-line
           move spaces to report-line
           string " standard dev    = " fmt-std-deviation
               into report-line
           write report-line
           move spaces to report-line
           string " root mean sq    = " fmt-root-mean-sq
               into report-line
           write report-line
           move spaces to report-line
           string " minimum         = " fmt-min-value into report-line
           write report-line
           move spaces to report-line
           move n to fmt-detail-count
           string " records read    = " fmt-detail-count
               into report-line
           write report-line
           move spaces to report-line
           move ws-reject-count to fmt-reject-count
               move "  *** per-group breakdown omitted - this run" to
                   report-line
               write report-line
               move "      resumed from a checkpoint, so group totals"
                   to report-line
               write report-line
               move "      from before the resume point are not" to
                   report-line
                   move wg-n(ws-group-idx) to fmt-group-n
                   perform compute-group-figures
                   move ws-group-mean to fmt-group-mean
                   move ws-group-std-deviation to
                       fmt-group-std-deviation
                   move spaces to report-line
                   string "  " fmt-group-code "  " ws-gref-desc(1:20)
                       " " fmt-group-n
                   write report-line
                   add 1 to ws-line-no
               end-perform
               *> subtotals up the group hierarchy and the grand
               *> total, pooled from each group's sums
               perform clear-rollup-totals
               perform varying ws-group-idx from 1 by 1
                       until ws-group-idx > ws-group-count
                   move wg-code(ws-group-idx) to ws-pg-code
                   move wg-n(ws-group-idx) to ws-pg-n
                   move wg-sum-of-x(ws-group-idx) to ws-pg-sum
                   move wg-sum-of-x-sqr(ws-group-idx) to ws-pg-sum-sqr
                   perform add-to-rollup
               end-perform
               move 'y' to ws-ru-paged
               perform print-rollup-section
           end-if
           end-if.

           display "  return code     = " fmt-run-rc
           move ws-run-rc to return-code.

       open-mtd-update.
           *> the master is indexed on period + group code and updated
           *> in place; the first posting ever creates it empty.
           open i-o mtd-file
           if ws-mtd-status = "35"
               open output mtd-file
               close mtd-file
               open i-o mtd-file
           end-if.

       open-history-update.
           open i-o period-history-file
           if ws-history-status = "35"
               open output period-history-file
               close period-history-file
               open i-o period-history-file
           end-if.

       start-mtd-period.
           *> position on the first group of ws-mtd-want-period and
           *> read it; read-next-mtd carries on through the period and
           *> raises ws-mtd-eof at the first key past it.
           move 'n' to ws-mtd-eof
           move ws-mtd-want-period to mtd-period
           move low-values to mtd-code
           start mtd-file key is not less than mtd-key
               invalid key
                   move 'y' to ws-mtd-eof
           end-start
           if ws-mtd-eof = 'n'
               perform read-next-mtd
           end-if.

       read-next-mtd.
           read mtd-file next record
               at end
                   move 'y' to ws-mtd-eof
               not at end
                   if mtd-period not = ws-mtd-want-period
                       move 'y' to ws-mtd-eof
                   end-if
           end-read.

       start-hist-period.
           *> same as start-mtd-period, over the history master
           move 'n' to ws-hist-eof
           move ws-hist-want-period to ph-period
           move low-values to ph-code
           start period-history-file key is not less than ph-key
               invalid key
                   move 'y' to ws-hist-eof
           end-start
           if ws-hist-eof = 'n'
               perform read-next-hist
           end-if.

       read-next-hist.
           read period-history-file next record
               at end
                   move 'y' to ws-hist-eof
               not at end
                   if ph-period not = ws-hist-want-period
                       move 'y' to ws-hist-eof
                   end-if
           end-read.

       update-mtd-master.
           *> fold this run's per-group totals into the master, one
           *> keyed record per group the run touched - nothing else on
           *> the master is read or rewritten, so there is no cap on
           *> groups or periods and a failure part-way can no longer
           *> cost the groups this run never touched. A period left on
           *> the master from an earlier month means the end-of-month
           *> step was never run; its totals stay under their own key
           *> for the close to pick up, and are only warned about. A
           *> feed dated in such a month is posted under its key; one
           *> dated in a month already closed is not posted here at
           *> all, but to the adjustments file against that month.
           perform set-posting-period
           if ws-compare-mode = 'y'
               *> comparison runs re-read files that may already be
               *> posted - folding them in again is exactly the
               display "note: month-to-date master not updated - this"
                   " run failed control-total reconciliation"
           else
           if ws-adjust-mode = 'y'
               perform post-prior-period-adjustment
           else
               perform open-mtd-update
               if ws-mtd-status not = "00"
                   display "error: month-to-date master " ws-mtd-file
                       " cannot be opened (status " ws-mtd-status
                       ") - not updated"
                   move 8 to ws-new-rc
                   perform raise-run-rc
               else
                   perform warn-unclosed-period
                   move zero to ws-mtd-failed
                   perform varying ws-group-idx from 1 by 1
                           until ws-group-idx > ws-group-count
                       perform merge-group-into-mtd
                   end-perform
                   close mtd-file
                   if ws-mtd-failed > 0
                       move ws-mtd-failed to fmt-mtd-failed
                       display "error: " fmt-mtd-failed " group"
                           " total(s) could not be written to "
                           ws-mtd-file
                       perform list-unposted-groups
                       move 12 to ws-new-rc
                       perform raise-run-rc
                   end-if
                   perform record-processed-feed
               end-if
           end-if
           end-if
           end-if
           end-if.

       set-posting-period.
           *> a feed is posted to the month its header dates it in -
           *> or, for a feed without a header or dated ahead of the
           *> accounting month, to the accounting month. A month still
           *> on the master takes the feed under its own key whatever
           *> its status, so an earlier month not yet closed (or one a
           *> supervisor has reopened) is posted to, not the month in
           *> progress. Only a month actually closed turns the feed
           *> into an adjustment to it; a period closed before the
           *> status file existed is known by its history.
           move 'n' to ws-adjust-mode
           move ws-current-period to ws-pst-want-period
           if ws-header-seen = 'y' and ws-file-date(1:6) is numeric
               move ws-file-date(1:6) to ws-pst-want-period
               if ws-pst-want-period > ws-current-period
                   move ws-current-period to ws-pst-want-period
               end-if
           end-if
           move ws-pst-want-period to ws-post-period
           perform find-mtd-period
           if ws-mtd-found = 'n'
               perform find-period-status
               if ws-pst-found = space
                   perform find-history-period
               end-if
               *> a month before the last close that is neither on
               *> the master nor in history was closed and has since
               *> been purged - it is not opened again here
               if ws-pst-found = space and
                       ws-pst-want-period < ws-pst-last-closed
                   move 'C' to ws-pst-found
               end-if
               if ws-pst-found = 'C'
                   move 'y' to ws-adjust-mode
               end-if
           end-if.

       find-mtd-period.
           *> any group on the master for ws-pst-want-period
           move 'n' to ws-mtd-found
           open input mtd-file
           if ws-mtd-status = "00"
               move ws-pst-want-period to ws-mtd-want-period
               perform start-mtd-period
               if ws-mtd-eof = 'n'
                   move 'y' to ws-mtd-found
               end-if
               close mtd-file
           end-if.

       find-period-status.
           *> the latest line for ws-pst-want-period decides: C
           *> closed, O reopened, space never closed by this step.
           *> The latest period ever closed is noted on the way.
           move space to ws-pst-found
           move zero to ws-pst-last-closed
           open input period-status-file
           if ws-pst-status = "00"
               move 'n' to ws-pst-eof
               perform until ws-pst-eof = 'y'
                   read period-status-file
                       at end
                           move 'y' to ws-pst-eof
                       not at end
                           if ps-period = ws-pst-want-period
                               move ps-status to ws-pst-found
                           end-if
                           if ps-status = 'C' and
                                   ps-period > ws-pst-last-closed
                               move ps-period to ws-pst-last-closed
                           end-if
                   end-read
               end-perform
               close period-status-file
           end-if.

       find-history-period.
           *> any group in history for ws-pst-want-period means the
           *> period has been closed
           open input period-history-file
           if ws-history-status = "00"
               move ws-pst-want-period to ws-hist-want-period
               perform start-hist-period
               if ws-hist-eof = 'n'
                   move 'C' to ws-pst-found
               end-if
               close period-history-file
           end-if.

       record-period-status.
           accept ws-current-time from time
           string ws-run-date " " ws-ct-hour ":" ws-ct-minute ":"
               ws-ct-second into ws-audit-timestamp
           open extend period-status-file
           if ws-pst-status not = "00"
               open output period-status-file
           end-if
           move ws-pst-want-period to ps-period
           move ws-pst-new-status to ps-status
           move ws-audit-timestamp to ps-timestamp
           move ws-pst-operator to ps-operator
           move ws-pst-reason to ps-reason
           write period-status-record
           close period-status-file.

       open-adjust-update.
           open i-o adjustment-file
           if ws-adjust-status = "35"
               open output adjustment-file
               close adjustment-file
               open i-o adjustment-file
           end-if.

       post-prior-period-adjustment.
           *> each group's totals go to the adjustments file under the
           *> closed period, at the next sequence for the group; the
           *> month-to-date master is not touched. The feed is then
           *> registered like any other, so it cannot be posted twice,
           *> and its detail is marked as posted to the adjustments
           *> (target A) - the reversal program refuses it whatever
           *> has become of the period since, reopened or not.
           display "note: feed dated " ws-file-date " falls in closed"
               " period " ws-post-period " - posted to "
               function trim(ws-adjust-file)
               " as prior-period adjustments"
           perform open-adjust-update
           if ws-adjust-status not = "00"
               display "error: adjustments file " ws-adjust-file
                   " cannot be opened (status " ws-adjust-status
                   ") - not posted"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               accept ws-current-time from time
               string ws-run-date " " ws-ct-hour ":" ws-ct-minute ":"
                   ws-ct-second into ws-audit-timestamp
               move zero to ws-adjust-written
               move zero to ws-adjust-failed
               perform varying ws-group-idx from 1 by 1
                       until ws-group-idx > ws-group-count
                   perform write-group-adjustment
               end-perform
               close adjustment-file
               move ws-adjust-written to fmt-adjust-written
               display fmt-adjust-written " group adjustment(s) for"
                   " period " ws-post-period " written to "
                   ws-adjust-file
               if ws-adjust-failed > 0
                   move ws-adjust-failed to fmt-mtd-failed
                   display "error: " fmt-mtd-failed " group"
                       " adjustment(s) could not be written to "
                       ws-adjust-file
                   perform list-unposted-groups
                   move 12 to ws-new-rc
                   perform raise-run-rc
               end-if
               perform record-processed-feed
           end-if.

       write-group-adjustment.
           perform find-next-adjust-seq
           move ws-post-period to ha-period
           move wg-code(ws-group-idx) to ha-code
           move ws-adjust-seq to ha-seq
           move wg-n(ws-group-idx) to ha-n
           move wg-sum-of-x(ws-group-idx) to ha-sum
           move wg-sum-of-x-sqr(ws-group-idx) to ha-sum-sqr
           move ws-file-date to ha-feed-date
           move ws-source-id to ha-feed-source
           move ws-audit-timestamp to ha-posted
           move ws-current-period to ha-run-period
           move 'n' to wg-posted(ws-group-idx)
           write adjustment-record
               invalid key
                   add 1 to ws-adjust-failed
               not invalid key
                   add 1 to ws-adjust-written
                   move 'y' to wg-posted(ws-group-idx)
           end-write.

       find-next-adjust-seq.
           *> one past the last sequence on file for this period and
           *> group code
           move zero to ws-adjust-seq
           move 'n' to ws-adjust-eof
           move ws-post-period to ha-period
           move wg-code(ws-group-idx) to ha-code
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
                       if ha-period = ws-post-period and
                               ha-code = wg-code(ws-group-idx)
                           move ha-seq to ws-adjust-seq
                       else
                           move 'y' to ws-adjust-eof
                       end-if
               end-read
           end-perform
           add 1 to ws-adjust-seq.

       warn-unclosed-period.
           *> the lowest key on the master belongs to the oldest
           *> period it holds
           move low-values to mtd-key
           start mtd-file key is not less than mtd-key
               invalid key
                   continue
               not invalid key
                   read mtd-file next record
                       at end
                           continue
                       not at end
                           if mtd-period < ws-current-period
                               display "warning: " ws-mtd-file
                                   " still holds period " mtd-period
                                   " - the month was never closed"
                           end-if
                   end-read
           end-start.

       merge-group-into-mtd.
           move 'n' to wg-posted(ws-group-idx)
           move ws-post-period to mtd-period
           move wg-code(ws-group-idx) to mtd-code
           read mtd-file key is mtd-key
               invalid key
                   *> first posting for this group this period
                   move ws-post-period to mtd-period
                   move wg-code(ws-group-idx) to mtd-code
                   move wg-n(ws-group-idx) to mtd-n
                   move wg-sum-of-x(ws-group-idx) to mtd-sum
                   move wg-sum-of-x-sqr(ws-group-idx) to mtd-sum-sqr
                   write mtd-record
                       invalid key
                           add 1 to ws-mtd-failed
                       not invalid key
                           move 'y' to wg-posted(ws-group-idx)
                   end-write
               not invalid key
                   add wg-n(ws-group-idx) to mtd-n
                   add wg-sum-of-x(ws-group-idx) to mtd-sum
                   add wg-sum-of-x-sqr(ws-group-idx) to mtd-sum-sqr
                   rewrite mtd-record
                       invalid key
                           add 1 to ws-mtd-failed
                       not invalid key
                           move 'y' to wg-posted(ws-group-idx)
                   end-rewrite
           end-read.

       run-eom-report.
           *> closes the oldest period the master holds - the month
           *> just ended when this runs on the first of the new month.
           *> A later period a feed has already opened stays on the
           *> master under its own key, untouched. A period is closed
           *> only once, and never while it is still the month in
           *> progress - see check-period-closable.
           *> A refused close is decided before the report is opened,
           *> so the last period report written stands - and so is a
           *> run with nothing to close, such as a second run on the
           *> first of the month before any feed has posted.
           move zero to ws-close-period
           move spaces to ws-close-refusal
           move 'y' to ws-mtd-eof
           move 'n' to ws-mtd-open
           open input mtd-file
           if ws-mtd-status = "00"
               move 'y' to ws-mtd-open
               move 'n' to ws-mtd-eof
               move low-values to mtd-key
               start mtd-file key is not less than mtd-key
                   invalid key
                       move 'y' to ws-mtd-eof
               end-start
               if ws-mtd-eof = 'n'
                   read mtd-file next record
                       at end
                           move 'y' to ws-mtd-eof
                   end-read
               end-if
               if ws-mtd-eof = 'n'
                   move mtd-period to ws-pst-want-period
                   perform check-period-closable
               else
                   move "no month-to-date totals on file - nothing to"
                       & " close" to ws-close-refusal
               end-if
           else
               string "master cannot be opened, status " ws-mtd-status
                   into ws-close-refusal
           end-if
           if ws-close-refusal not = spaces
               if ws-mtd-open = 'y'
                   close mtd-file
               end-if
               if ws-mtd-eof = 'n'
                   display "error: period " ws-pst-want-period
                       " not closed - " function trim(ws-close-refusal)
               else
                   display "error: no period closed - "
                       function trim(ws-close-refusal)
               end-if
               display "period report not written"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               move mtd-period to ws-close-period
               move mtd-period to ws-mtd-want-period
               move "statmeasure.eom" to ws-report-file
               open output report-file
               move spaces to report-line
               string "month-to-date period report - run date: "
                   ws-run-date into report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "  period: " ws-close-period
                   into report-line
               write report-line
               move spaces to report-line
               write report-line
               move "  group  description               n    " &
                   "   mean    std-dev" to report-line
               write report-line
               perform clear-rollup-totals
               perform until ws-mtd-eof = 'y'
                   perform print-eom-group-line
                   perform read-next-mtd
               end-perform
               perform print-rollup-section
               close mtd-file
               *> the closing period against the same month a year
               *> ago, off the period-history master
               move ws-close-period to ws-yoy-cur-period
               compute ws-yoy-prior-period = ws-yoy-cur-period - 100
               move spaces to report-line
               write report-line
               perform print-yoy-comparison
               *> and the closing period against finance's plan
               move ws-close-period to ws-var-period
               perform load-plan-master
               move spaces to report-line
               write report-line
               perform print-variance-comparison
               close report-file
               display "period report written to " ws-report-file
               *> the closing period is reported and rolled into the
               *> permanent history before it leaves the master
               perform close-mtd-period
               move 'n' to ws-mtd-open
           end-if
           move "statmeasure.rpt" to ws-report-file.

       print-eom-group-line.
           move mtd-code to ws-pg-code
           move mtd-n to ws-pg-n
           move mtd-sum to ws-pg-sum
           move mtd-sum-sqr to ws-pg-sum-sqr
           perform print-period-group-line
           perform add-to-rollup.

       print-period-group-line.
           move ws-pg-code to fmt-group-code
           move ws-pg-n to fmt-group-n
           perform compute-pooled-figures
           move ws-mtd-mean to fmt-group-mean
           move ws-mtd-sd to fmt-group-std-deviation
           if ws-pg-label = spaces
               move ws-pg-code to ws-lookup-code
               perform find-group-desc
           else
               move ws-pg-label to ws-gref-desc
           end-if
           move spaces to report-line
           string "  " fmt-group-code "  " ws-gref-desc(1:20)
               " " fmt-group-n
               "  " fmt-group-mean "  " fmt-group-std-deviation
               into report-line
           write report-line.

       compute-pooled-figures.
           *> same identity and guard as compute-std-deviation, over
           *> a period's (or a year's, or a roll-up's) pooled sums.
           if ws-pg-n > 0
               compute ws-mtd-mean rounded = ws-pg-sum / ws-pg-n
               compute ws-avg-x-sqr rounded = ws-pg-sum-sqr / ws-pg-n
               compute ws-mean-sqr rounded = ws-mtd-mean ** 2
               if ws-avg-x-sqr < ws-mean-sqr
                   move zero to ws-mtd-variance
           else
               move zero to ws-mtd-mean
               move zero to ws-mtd-sd
           end-if.

       clear-rollup-totals.
           perform varying ws-ru-idx from 1 by 1
                   until ws-ru-idx > ws-gref-count
               move zero to ru-n(ws-ru-idx)
               move zero to ru-sum(ws-ru-idx)
               move zero to ru-sum-sqr(ws-ru-idx)
               move zero to ru-pr-n(ws-ru-idx)
               move zero to ru-pr-sum(ws-ru-idx)
               move zero to ru-pr-sum-sqr(ws-ru-idx)
           end-perform
           move zero to ws-ru-all-n
           move zero to ws-ru-all-sum
           move zero to ws-ru-all-sum-sqr
           move zero to ws-ru-all-pr-n
           move zero to ws-ru-all-pr-sum
           move zero to ws-ru-all-pr-sum-sqr
           move 'c' to ws-ru-side.

       add-to-rollup.
           *> the sums staged in ws-pg-* go into the grand total and
           *> into the code's own entry and every entry above it, on
           *> the side ws-ru-side names (p = the prior year). A code
           *> not on the reference file counts in the grand total only.
           if ws-ru-side = 'p'
               add ws-pg-n to ws-ru-all-pr-n
               add ws-pg-sum to ws-ru-all-pr-sum
               add ws-pg-sum-sqr to ws-ru-all-pr-sum-sqr
           else
               add ws-pg-n to ws-ru-all-n
               add ws-pg-sum to ws-ru-all-sum
               add ws-pg-sum-sqr to ws-ru-all-sum-sqr
           end-if
           move zero to ws-ru-up
           perform varying ws-ru-idx from 1 by 1
                   until ws-ru-idx > ws-gref-count
               if gr-code(ws-ru-idx) = ws-pg-code
                   move ws-ru-idx to ws-ru-up
                   exit perform
               end-if
           end-perform
           perform until ws-ru-up = 0
               if ws-ru-side = 'p'
                   add ws-pg-n to ru-pr-n(ws-ru-up)
                   add ws-pg-sum to ru-pr-sum(ws-ru-up)
                   add ws-pg-sum-sqr to ru-pr-sum-sqr(ws-ru-up)
               else
                   add ws-pg-n to ru-n(ws-ru-up)
                   add ws-pg-sum to ru-sum(ws-ru-up)
                   add ws-pg-sum-sqr to ru-sum-sqr(ws-ru-up)
               end-if
               move gr-parent-idx(ws-ru-up) to ws-ru-up
           end-perform
           move 'c' to ws-ru-side.

       print-rollup-section.
           *> after a report's group lines: a subtotal for every code
           *> with codes beneath it, lowest level of the tree first,
           *> then the grand total - all in the group lines' layout.
           *> ws-ru-paged = 'y' when printing into the paged run
           *> report rather than one of the period reports.
           if ws-gref-max-level > 1
               move spaces to report-line
               write report-line
               move "  hierarchy subtotals (pooled)" to report-line
               write report-line
               if ws-ru-paged = 'y'
                   add 2 to ws-line-no
               end-if
               compute ws-ru-level = ws-gref-max-level - 1
               perform until ws-ru-level = 0
                   perform print-rollup-level
                   subtract 1 from ws-ru-level
               end-perform
           end-if
           if ws-ru-paged = 'y'
               perform check-page-break
           end-if
           move "  ----" to report-line
           write report-line
           move spaces to ws-pg-code
           move "grand total" to ws-pg-label
           move ws-ru-all-n to ws-pg-n
           move ws-ru-all-sum to ws-pg-sum
           move ws-ru-all-sum-sqr to ws-pg-sum-sqr
           perform print-period-group-line
           move spaces to ws-pg-label
           if ws-ru-paged = 'y'
               add 2 to ws-line-no
           end-if
           move 'n' to ws-ru-paged.

       print-rollup-level.
           move zero to ws-ru-printed
           perform varying ws-ru-idx from 1 by 1
                   until ws-ru-idx > ws-gref-count
               if gr-children(ws-ru-idx) > 0 and
                       gr-level(ws-ru-idx) = ws-ru-level and
                       ru-n(ws-ru-idx) > 0
                   if ws-ru-paged = 'y'
                       perform check-page-break
                   end-if
                   if ws-ru-printed = 0
                       move ws-ru-level to fmt-ru-level
                       move spaces to report-line
                       string "  level " function trim(fmt-ru-level)
                           into report-line
                       write report-line
                       if ws-ru-paged = 'y'
                           add 1 to ws-line-no
                       end-if
                   end-if
                   add 1 to ws-ru-printed
                   move gr-code(ws-ru-idx) to ws-pg-code
                   move ru-n(ws-ru-idx) to ws-pg-n
                   move ru-sum(ws-ru-idx) to ws-pg-sum
                   move ru-sum-sqr(ws-ru-idx) to ws-pg-sum-sqr
                   perform print-period-group-line
                   if ws-ru-paged = 'y'
                       add 1 to ws-line-no
                   end-if
               end-if
           end-perform.

       close-mtd-period.
           *> roll the closing period into the permanent history and
           *> take it off the master one group at a time - each group
           *> is written to history before it is deleted here, so an
           *> interrupted close is finished by running it again. A
           *> group already in history for the period is left on the
           *> master and reported, never added in a second time.
           move zero to ws-hist-written
           move zero to ws-hist-dup
           perform open-mtd-update
           perform open-history-update
           if ws-mtd-status not = "00" or
                   ws-history-status not = "00"
               display "error: month-to-date master NOT closed - "
                   ws-mtd-file " status " ws-mtd-status ", "
                   ws-history-file " status " ws-history-status
               move 12 to ws-new-rc
               perform raise-run-rc
           else
               move ws-close-period to ws-mtd-want-period
               perform start-mtd-period
               perform until ws-mtd-eof = 'y'
                   perform close-mtd-group
               end-perform
               move ws-hist-written to fmt-hist-written
               display fmt-hist-written " group total(s) for period "
                   ws-close-period " rolled into " ws-history-file
               if ws-hist-dup > 0
                   move ws-hist-dup to fmt-hist-dup
                   display "warning: " fmt-hist-dup " group(s) for"
                       " period " ws-close-period " already in "
                       ws-history-file " - left on " ws-mtd-file
                   move 12 to ws-new-rc
                   perform raise-run-rc
               else
                   *> only a complete close locks the period - an
                   *> interrupted one is finished by running it again
                   move ws-close-period to ws-pst-want-period
                   move 'C' to ws-pst-new-status
                   move spaces to ws-pst-operator
                   move "end-of-month close" to ws-pst-reason
                   perform record-period-status
                   display "period " ws-close-period " closed and"
                       " locked in " ws-pst-file
               end-if
           end-if
           close mtd-file
           close period-history-file.

       check-period-closable.
           *> a period is closed once: a second close is refused until
           *> a supervisor reopens it, and so is a close of the month
           *> in progress - run twice, the close would otherwise take
           *> the new month's first feeds into history and clear them
           *> off the master. The accounting month itself can be
           *> closed on its last day, the way the calendar's ASOF
           *> date holds a window run past midnight to the day before.
           move spaces to ws-close-refusal
           perform find-period-status
           if ws-pst-found = 'C'
               move "already closed; a supervisor must reopen it" to
                   ws-close-refusal
           else
               if ws-pst-want-period > ws-current-period
                   move "it is later than the accounting month" to
                       ws-close-refusal
               end-if
               if ws-pst-want-period = ws-current-period
                   move ws-run-day to ws-next-day
                   compute ws-day-number =
                       function integer-of-date(ws-next-day-num) + 1
                   compute ws-next-day-num =
                       function date-of-integer(ws-day-number)
                   if ws-nd-month = ws-cd-month
                       move "it is the month in progress" to
                           ws-close-refusal
                   end-if
               end-if
           end-if.

       run-reopen-period.
           *> STATMEASURE_REOPEN names the closed period (yyyymm);
           *> the supervisor's id and a reason are both required. The
           *> period's history records go back onto the month-to-date
           *> master, so feeds dated in it post there again and the
           *> next end-of-month close closes it afresh. Adjustments
           *> already posted to it stay in the adjustments file. A
           *> period closed before the status file existed is known
           *> by its history, as it is when a feed is posted.
           move spaces to ws-close-refusal
           move spaces to ws-pst-operator
           move spaces to ws-pst-reason
           accept ws-pst-operator from environment
               "STATMEASURE_SUPERVISOR"
           accept ws-pst-reason from environment
               "STATMEASURE_REOPEN_REASON"
           if ws-reopen-txt(1:6) is not numeric or
                   ws-reopen-txt(7:2) not = spaces
               move "period must be given as yyyymm" to
                   ws-close-refusal
           else
               move ws-reopen-txt(1:6) to ws-pst-want-period
               if ws-pst-operator = spaces
                   move "no supervisor id (STATMEASURE_SUPERVISOR)" to
                       ws-close-refusal
               else
                   if ws-pst-reason = spaces
                       move "no reason (STATMEASURE_REOPEN_REASON)" to
                           ws-close-refusal
                   else
                       perform find-period-status
                       if ws-pst-found = space
                           perform find-history-period
                       end-if
                       if ws-pst-found not = 'C'
                           move "it is not a closed period" to
                               ws-close-refusal
                       end-if
                   end-if
               end-if
           end-if
           if ws-close-refusal not = spaces
               display "error: period " function trim(ws-reopen-txt)
                   " not reopened - " function trim(ws-close-refusal)
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               perform reopen-closed-period
           end-if.

       reopen-closed-period.
           *> each group is written back to the master before it is
           *> deleted from history, as the close does the other way;
           *> a group already on the master for the period is left in
           *> history and reported, and the period stays closed until
           *> the reopen is run again cleanly.
           move zero to ws-reopen-moved
           move zero to ws-reopen-dup
           perform open-mtd-update
           perform open-history-update
           if ws-mtd-status not = "00" or
                   ws-history-status not = "00"
               display "error: period " ws-pst-want-period
                   " NOT reopened - " ws-mtd-file " status "
                   ws-mtd-status ", " ws-history-file " status "
                   ws-history-status
               move 12 to ws-new-rc
               perform raise-run-rc
           else
               move ws-pst-want-period to ws-hist-want-period
               perform start-hist-period
               perform until ws-hist-eof = 'y'
                   perform reopen-history-group
               end-perform
               move ws-reopen-moved to fmt-reopen-moved
               display fmt-reopen-moved " group total(s) for period "
                   ws-pst-want-period " moved back to " ws-mtd-file
               if ws-reopen-dup > 0
                   move ws-reopen-dup to fmt-hist-dup
                   display "warning: " fmt-hist-dup " group(s) for"
                       " period " ws-pst-want-period " already on "
                       ws-mtd-file " - left in " ws-history-file
                   move 12 to ws-new-rc
                   perform raise-run-rc
               else
                   move 'O' to ws-pst-new-status
                   perform record-period-status
                   display "period " ws-pst-want-period
                       " reopened by " ws-pst-operator " - "
                       function trim(ws-pst-reason)
               end-if
           end-if
           close mtd-file
           close period-history-file.

       reopen-history-group.
           move ph-key to ws-mtd-last-key
           move ph-period to mtd-period
           move ph-code to mtd-code
           move ph-n to mtd-n
           move ph-sum to mtd-sum
           move ph-sum-sqr to mtd-sum-sqr
           write mtd-record
               invalid key
                   add 1 to ws-reopen-dup
               not invalid key
                   add 1 to ws-reopen-moved
                   delete period-history-file record
                       invalid key
                           display "warning: " ws-history-file
                               " group " ph-code " written back to "
                               ws-mtd-file " but not deleted"
                   end-delete
           end-write
           *> carry on from just past this key, deleted or not
           move ws-mtd-last-key to ph-key
           start period-history-file key is greater than ph-key
               invalid key
                   move 'y' to ws-hist-eof
           end-start
           if ws-hist-eof = 'n'
               perform read-next-hist
           end-if.

       close-mtd-group.
           move mtd-key to ws-mtd-last-key
           move mtd-period to ph-period
           move mtd-code to ph-code
           move mtd-n to ph-n
           move mtd-sum to ph-sum
           move mtd-sum-sqr to ph-sum-sqr
           write period-history-record
               invalid key
                   add 1 to ws-hist-dup
               not invalid key
                   add 1 to ws-hist-written
                   delete mtd-file record
                       invalid key
                           display "warning: " ws-mtd-file " group "
                               mtd-code " written to history but not"
                               " deleted"
                   end-delete
           end-write
           *> carry on from just past this key, deleted or not
           move ws-mtd-last-key to mtd-key
           start mtd-file key is greater than mtd-key
               invalid key
                   move 'y' to ws-mtd-eof
           end-start
           if ws-mtd-eof = 'n'
               perform read-next-mtd
           end-if.

       run-ytd-report.
           *> year-to-date per group: every closed period of the
           *> current year from the history master, plus the live
           *> month-to-date master for the month still open. Both are
           *> read by key for just the periods wanted and sorted on
           *> group code, so any number of groups is reported. Closed
           *> periods are restated with the adjustments late feeds have
           *> posted to them since.
           compute ws-hist-year = ws-current-period / 100
           move "statmeasure.ytd" to ws-report-file
           open output report-file
           move spaces to report-line
           string "year-to-date report - run date: " ws-run-date
               into report-line
           write report-line
           move spaces to report-line
           string "  through period: " ws-current-period
               into report-line
           write report-line
           move "  closed periods include their prior-period" &
               " adjustments (restated)" to report-line
           write report-line
           move spaces to report-line
           write report-line
           move zero to ws-ytd-groups
           perform clear-rollup-totals
           sort ytd-sort-work on ascending key ys-code
               input procedure is release-ytd-records
               output procedure is print-ytd-groups
           if ws-ytd-groups = 0
               move "  no totals on file for this year" to report-line
               write report-line
           else
               perform print-rollup-section
           end-if
           *> each closed period a late feed has since restated, and
           *> the late postings themselves
           compute ws-adj-from-period = ws-hist-year * 100 + 1
           move ws-current-period to ws-adj-to-period
           perform print-adjustment-sections
           close report-file
           display "year-to-date report written to " ws-report-file
           move "statmeasure.rpt" to ws-report-file.

       release-ytd-records.
           open input period-history-file
           if ws-history-status = "00"
               move 'n' to ws-hist-eof
               compute ph-period = ws-hist-year * 100 + 1
               move low-values to ph-code
               start period-history-file
                       key is not less than ph-key
                   invalid key
                       move 'y' to ws-hist-eof
               end-start
               perform until ws-hist-eof = 'y'
                   read period-history-file next record
                       at end
                           move 'y' to ws-hist-eof
                       not at end
                           if ph-period > ws-current-period
                               move 'y' to ws-hist-eof
                           else
                               move ph-code to ys-code
                               move ph-n to ys-n
                               move ph-sum to ys-sum
                               move ph-sum-sqr to ys-sum-sqr
                               release ytd-sort-record
                           end-if
                   end-read
               end-perform
               close period-history-file
           end-if
           *> late feeds posted to the year's closed periods since
           *> they were closed restate them
           open input adjustment-file
           if ws-adjust-status = "00"
               move 'n' to ws-adjust-eof
               compute ha-period = ws-hist-year * 100 + 1
               move low-values to ha-code
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
                           if ha-period > ws-current-period
                               move 'y' to ws-adjust-eof
                           else
                               move ha-code to ys-code
                               move ha-n to ys-n
                               move ha-sum to ys-sum
                               move ha-sum-sqr to ys-sum-sqr
                               release ytd-sort-record
                           end-if
                   end-read
               end-perform
               close adjustment-file
           end-if
           *> the month in progress, and any month of the year a
           *> supervisor has reopened
           open input mtd-file
           if ws-mtd-status = "00"
               move 'n' to ws-mtd-eof
               compute mtd-period = ws-hist-year * 100 + 1
               move low-values to mtd-code
               start mtd-file key is not less than mtd-key
                   invalid key
                       move 'y' to ws-mtd-eof
               end-start
               perform until ws-mtd-eof = 'y'
                   read mtd-file next record
                       at end
                           move 'y' to ws-mtd-eof
                       not at end
                           if mtd-period > ws-current-period
                               move 'y' to ws-mtd-eof
                           else
                               move mtd-code to ys-code
                               move mtd-n to ys-n
                               move mtd-sum to ys-sum
                               move mtd-sum-sqr to ys-sum-sqr
                               release ytd-sort-record
                           end-if
                   end-read
               end-perform
               close mtd-file
           end-if.

       print-ytd-groups.
           *> one line per group code - the sorted records for a code
           *> are summed, and the line printed when the code changes
           move 'n' to ws-ytd-eof
           move 'n' to ws-ytd-have
           perform until ws-ytd-eof = 'y'
               return ytd-sort-work
                   at end
                       move 'y' to ws-ytd-eof
                   not at end
                       if ws-ytd-have = 'y' and ys-code not = ws-pg-code
                           perform print-ytd-group
                       end-if
                       if ws-ytd-have = 'n'
                           move ys-code to ws-pg-code
                           move zero to ws-pg-n
                           move zero to ws-pg-sum
                           move zero to ws-pg-sum-sqr
                           move 'y' to ws-ytd-have
                       end-if
                       add ys-n to ws-pg-n
                       add ys-sum to ws-pg-sum
                       add ys-sum-sqr to ws-pg-sum-sqr
               end-return
           end-perform
           if ws-ytd-have = 'y'
               perform print-ytd-group
           end-if.

       print-ytd-group.
           if ws-ytd-groups = 0
               move "  group  description               n    " &
                   "   mean    std-dev" to report-line
               write report-line
           end-if
           add 1 to ws-ytd-groups
           perform print-period-group-line
           perform add-to-rollup
           move 'n' to ws-ytd-have.

       run-yoy-report.
           *> the month in progress (live month-to-date master)
           *> against the same month a year ago (history master),
           *> per group with deltas. The closed-month flavour of the
           *> same comparison is printed by the end-of-month close.
           move ws-current-period to ws-yoy-cur-period
           compute ws-yoy-prior-period = ws-yoy-cur-period - 100
           move "statmeasure.yoy" to ws-report-file
           open output report-file
           perform print-yoy-comparison
           close report-file
           display "year-over-year report written to " ws-report-file
           move "statmeasure.rpt" to ws-report-file.

       print-yoy-comparison.
           *> writes to whichever report file the caller has open -
           *> the standalone mode's own report, or the tail of the
           *> end-of-month period report. Current-side totals are the
           *> month-to-date master's records for ws-yoy-cur-period,
           *> prior-side the history master's for ws-yoy-prior-period,
           *> restated with any adjustments posted to it since it was
           *> closed; each side is matched to the other by a keyed read.
           move spaces to report-line
           string "      year-over-year comparison - period "
               ws-yoy-cur-period " versus " ws-yoy-prior-period
               into report-line
           write report-line
           move "  --------------------------------------------" to
               report-line
           write report-line
           move zero to ws-yoy-lines
           perform clear-rollup-totals
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
           if ws-mtd-open = 'y'
               move ws-yoy-cur-period to ws-mtd-want-period
               perform start-mtd-period
               perform until ws-mtd-eof = 'y'
                   perform print-yoy-line
                   perform read-next-mtd
               end-perform
           end-if
           if ws-hist-open = 'y'
               move ws-yoy-prior-period to ws-hist-want-period
               perform start-hist-period
               perform until ws-hist-eof = 'y'
                   perform print-yoy-prior-only-line
                   perform read-next-hist
               end-perform
           end-if
           if ws-adjust-open = 'y'
               perform print-yoy-adjust-only-lines
           end-if
           if ws-yoy-lines = 0
               move "  no totals on file for either period" to
                   report-line
               write report-line
           else
               perform print-yoy-rollup-section
           end-if
           if ws-mtd-open = 'y'
               close mtd-file
           end-if
           if ws-hist-open = 'y'
               close period-history-file
           end-if
           if ws-adjust-open = 'y'
               close adjustment-file
           end-if
           *> how the prior period came to be restated
           move ws-yoy-prior-period to ws-adj-from-period
           move ws-yoy-prior-period to ws-adj-to-period
           perform print-adjustment-sections.

       print-yoy-heading.
           if ws-yoy-lines = 0
               move "  group         n      mean  prior-mean" &
                   "     delta      pct" to report-line
               write report-line
           end-if
           add 1 to ws-yoy-lines.

       print-yoy-line.
           perform print-yoy-heading
           move mtd-code to fmt-group-code
           move mtd-n to fmt-group-n
           if mtd-n > 0
               compute ws-yoy-cur-mean rounded = mtd-sum / mtd-n
           else
               move zero to ws-yoy-cur-mean
           end-if
           move ws-yoy-cur-mean to fmt-group-mean
           move mtd-code to ws-adj-code
           perform find-prior-restated
           move spaces to report-line
           if ws-hist-found = 'n'
               string "  " fmt-group-code "  " fmt-group-n
                   " " fmt-group-mean
                   "   (not in prior year)" into report-line
           else
               if ws-prior-n > 0
                   compute ws-yoy-prior-mean rounded =
                       ws-prior-sum / ws-prior-n
               else
                   move zero to ws-yoy-prior-mean
               end-if
               compute ws-yoy-delta =
                   ws-yoy-cur-mean - ws-yoy-prior-mean
               move ws-yoy-prior-mean to fmt-yoy-prior-mean
               move ws-yoy-delta to fmt-yoy-delta
               *> a prior mean of zero has no percentage base - same
               *> treatment as check-trend-drift
               if ws-yoy-prior-mean = 0
                   move "     n/a" to ws-yoy-pct-txt
               else
                   compute ws-yoy-pct rounded =
                       (ws-yoy-delta /
                        function abs(ws-yoy-prior-mean)) * 100
                   move ws-yoy-pct to fmt-yoy-pct
                   move fmt-yoy-pct to ws-yoy-pct-txt
               end-if
               string "  " fmt-group-code "  " fmt-group-n
                   " " fmt-group-mean "   " fmt-yoy-prior-mean
                   " " fmt-yoy-delta " " ws-yoy-pct-txt
                   into report-line
           end-if
           write report-line
           move mtd-code to ws-pg-code
           move mtd-n to ws-pg-n
           move mtd-sum to ws-pg-sum
           move mtd-sum-sqr to ws-pg-sum-sqr
           perform add-to-rollup
           if ws-hist-found = 'y'
               move ws-prior-n to ws-pg-n
               move ws-prior-sum to ws-pg-sum
               move ws-prior-sum-sqr to ws-pg-sum-sqr
               move 'p' to ws-ru-side
               perform add-to-rollup
           end-if.

       find-prior-restated.
           *> the prior period's totals for ws-adj-code as they stand
           *> now: as closed, plus whatever late feeds have added
           move 'n' to ws-hist-found
           move zero to ws-prior-n
           move zero to ws-prior-sum
           move zero to ws-prior-sum-sqr
           if ws-hist-open = 'y'
               move ws-yoy-prior-period to ph-period
               move ws-adj-code to ph-code
               read period-history-file key is ph-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-hist-found
                       move ph-n to ws-prior-n
                       move ph-sum to ws-prior-sum
                       move ph-sum-sqr to ws-prior-sum-sqr
               end-read
           end-if
           perform add-prior-adjustments.

       add-prior-adjustments.
           *> adds the prior period's adjustments for ws-adj-code into
           *> ws-prior-* - only the adjustments file is read, so a
           *> caller part way through the history master keeps its
           *> place there
           if ws-adjust-open = 'y'
               move 'n' to ws-adjust-eof
               move ws-yoy-prior-period to ha-period
               move ws-adj-code to ha-code
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
                           if ha-period = ws-yoy-prior-period and
                                   ha-code = ws-adj-code
                               move 'y' to ws-hist-found
                               add ha-n to ws-prior-n
                               add ha-sum to ws-prior-sum
                               add ha-sum-sqr to ws-prior-sum-sqr
                           else
                               move 'y' to ws-adjust-eof
                           end-if
                   end-read
               end-perform
           end-if.

       print-yoy-prior-only-line.
           *> groups the prior year carried that the current month has
           *> not seen - the mirror of the "(not in prior year)" case
           move 'n' to ws-mtd-found
           if ws-mtd-open = 'y'
               move ws-yoy-cur-period to mtd-period
               move ph-code to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-mtd-found
               end-read
           end-if
           if ws-mtd-found = 'n'
               move ph-code to ws-adj-code
               move ph-n to ws-prior-n
               move ph-sum to ws-prior-sum
               move ph-sum-sqr to ws-prior-sum-sqr
               perform add-prior-adjustments
               perform print-yoy-prior-figures
           end-if.

       print-yoy-prior-figures.
           perform print-yoy-heading
           move ws-adj-code to fmt-group-code
           move ws-prior-n to fmt-group-n
           if ws-prior-n > 0
               compute ws-yoy-prior-mean rounded =
                   ws-prior-sum / ws-prior-n
           else
               move zero to ws-yoy-prior-mean
           end-if
           move ws-yoy-prior-mean to fmt-yoy-prior-mean
           move spaces to report-line
           string "  " fmt-group-code "  " fmt-group-n
               "            " fmt-yoy-prior-mean
               "   (not in current month)" into report-line
           write report-line
           move ws-adj-code to ws-pg-code
           move ws-prior-n to ws-pg-n
           move ws-prior-sum to ws-pg-sum
           move ws-prior-sum-sqr to ws-pg-sum-sqr
           move 'p' to ws-ru-side
           perform add-to-rollup.

       print-yoy-adjust-only-lines.
           *> a group the prior period gained only through a late
           *> feed is in neither master for the comparison - it is
           *> picked up from the adjustments file here
           move ws-yoy-prior-period to ws-adj-from-period
           move ws-yoy-prior-period to ws-adj-to-period
           perform start-adjust-range
           move 'n' to ws-adj-have
           perform until ws-adjust-eof = 'y'
               if ws-adj-have = 'y' and ha-code not = ws-adj-code
                   perform print-yoy-adjust-only-line
               end-if
               if ws-adj-have = 'n'
                   move ha-code to ws-adj-code
                   move zero to ws-prior-n
                   move zero to ws-prior-sum
                   move zero to ws-prior-sum-sqr
                   move 'y' to ws-adj-have
               end-if
               add ha-n to ws-prior-n
               add ha-sum to ws-prior-sum
               add ha-sum-sqr to ws-prior-sum-sqr
               perform read-next-adjust
           end-perform
           if ws-adj-have = 'y'
               perform print-yoy-adjust-only-line
           end-if.

       print-yoy-adjust-only-line.
           move 'n' to ws-adj-have
           move 'n' to ws-hist-found
           if ws-hist-open = 'y'
               move ws-yoy-prior-period to ph-period
               move ws-adj-code to ph-code
               read period-history-file key is ph-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-hist-found
               end-read
           end-if
           move 'n' to ws-mtd-found
           if ws-mtd-open = 'y'
               move ws-yoy-cur-period to mtd-period
               move ws-adj-code to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       continue
                   not invalid key
                       move 'y' to ws-mtd-found
               end-read
           end-if
           if ws-hist-found = 'n' and ws-mtd-found = 'n'
               perform print-yoy-prior-figures
           end-if.

       print-yoy-rollup-section.
           *> the comparison's subtotals up the group hierarchy and
           *> its grand total - each side pooled from its own sums,
           *> with the std-dev of both sides alongside the means
           move spaces to report-line
           write report-line
           if ws-gref-max-level > 1
               move "  hierarchy subtotals (pooled)" to report-line
           else
               move "  totals (pooled)" to report-line
           end-if
           write report-line
           move "  group        n      mean  std-dev prior-mean prio" &
               "r-sd     delta      pct" to report-line
           write report-line
           if ws-gref-max-level > 1
               compute ws-ru-level = ws-gref-max-level - 1
               perform until ws-ru-level = 0
                   perform print-yoy-rollup-level
                   subtract 1 from ws-ru-level
               end-perform
           end-if
           move "  ----" to report-line
           write report-line
           move "total " to ws-ru-line-code
           move ws-ru-all-n to ws-pg-n
           move ws-ru-all-sum to ws-pg-sum
           move ws-ru-all-sum-sqr to ws-pg-sum-sqr
           perform compute-pooled-figures
           move ws-pg-n to ws-ru-cur-n
           move ws-mtd-mean to ws-ru-cur-mean
           move ws-mtd-sd to ws-ru-cur-sd
           move ws-ru-all-pr-n to ws-pg-n
           move ws-ru-all-pr-sum to ws-pg-sum
           move ws-ru-all-pr-sum-sqr to ws-pg-sum-sqr
           perform print-yoy-rollup-line.

       print-yoy-rollup-level.
           move zero to ws-ru-printed
           perform varying ws-ru-idx from 1 by 1
                   until ws-ru-idx > ws-gref-count
               if gr-children(ws-ru-idx) > 0 and
                       gr-level(ws-ru-idx) = ws-ru-level and
                       (ru-n(ws-ru-idx) > 0 or ru-pr-n(ws-ru-idx) > 0)
                   if ws-ru-printed = 0
                       move ws-ru-level to fmt-ru-level
                       move spaces to report-line
                       string "  level " function trim(fmt-ru-level)
                           into report-line
                       write report-line
                   end-if
                   add 1 to ws-ru-printed
                   move spaces to ws-ru-line-code
                   move gr-code(ws-ru-idx) to ws-ru-line-code
                   move ru-n(ws-ru-idx) to ws-pg-n
                   move ru-sum(ws-ru-idx) to ws-pg-sum
                   move ru-sum-sqr(ws-ru-idx) to ws-pg-sum-sqr
                   perform compute-pooled-figures
                   move ws-pg-n to ws-ru-cur-n
                   move ws-mtd-mean to ws-ru-cur-mean
                   move ws-mtd-sd to ws-ru-cur-sd
                   move ru-pr-n(ws-ru-idx) to ws-pg-n
                   move ru-pr-sum(ws-ru-idx) to ws-pg-sum
                   move ru-pr-sum-sqr(ws-ru-idx) to ws-pg-sum-sqr
                   perform print-yoy-rollup-line
               end-if
           end-perform.

       print-yoy-rollup-line.
           *> current side already pooled into ws-ru-cur-*; the prior
           *> side's sums are staged in ws-pg-*
           perform compute-pooled-figures
           move ws-ru-cur-n to fmt-group-n
           move ws-ru-cur-mean to fmt-group-mean
           move ws-ru-cur-sd to fmt-group-std-deviation
           move ws-mtd-mean to fmt-yoy-prior-mean
           move ws-mtd-sd to fmt-ru-prior-sd
           move spaces to report-line
           if ws-pg-n = 0
               string "  " ws-ru-line-code fmt-group-n " "
                   fmt-group-mean " " fmt-group-std-deviation
                   "   (not in prior year)" into report-line
           else
               if ws-ru-cur-n = 0
                   string "  " ws-ru-line-code fmt-group-n
                       "                   "
                       "  " fmt-yoy-prior-mean " " fmt-ru-prior-sd
                       "   (not in current month)" into report-line
               else
                   compute ws-yoy-delta =
                       ws-ru-cur-mean - ws-mtd-mean
                   move ws-yoy-delta to fmt-yoy-delta
                   if ws-mtd-mean = 0
                       move "     n/a" to ws-yoy-pct-txt
                   else
                       compute ws-yoy-pct rounded =
                           (ws-yoy-delta /
                            function abs(ws-mtd-mean)) * 100
                       move ws-yoy-pct to fmt-yoy-pct
                       move fmt-yoy-pct to ws-yoy-pct-txt
                   end-if
                   string "  " ws-ru-line-code fmt-group-n " "
                       fmt-group-mean " " fmt-group-std-deviation
                       "  " fmt-yoy-prior-mean " " fmt-ru-prior-sd
                       " " fmt-yoy-delta " " ws-yoy-pct-txt
                       into report-line
               end-if
           end-if
           write report-line.

       print-adjustment-sections.
           *> for the periods ws-adj-from-period to ws-adj-to-period,
           *> writing to whichever report the caller has open: each
           *> period and group a late feed has posted to since the
           *> period was closed - as closed, the adjustments and the
           *> restated totals - then the adjustments register, every
           *> late posting to those periods one line each.
           move spaces to report-line
           write report-line
           move "  prior-period adjustments" to report-line
           write report-line
           move "  ------------------------" to report-line
           write report-line
           move zero to ws-adj-lines
           move 'n' to ws-adjust-open
           open input adjustment-file
           if ws-adjust-status = "00"
               move 'y' to ws-adjust-open
           end-if
           move 'n' to ws-hist-open
           open input period-history-file
           if ws-history-status = "00"
               move 'y' to ws-hist-open
           end-if
           if ws-adjust-open = 'y'
               perform start-adjust-range
               move 'n' to ws-adj-have
               perform until ws-adjust-eof = 'y'
                   if ws-adj-have = 'y' and
                           (ha-period not = ws-adj-period or
                            ha-code not = ws-adj-code)
                       perform print-restated-line
                   end-if
                   if ws-adj-have = 'n'
                       move ha-period to ws-adj-period
                       move ha-code to ws-adj-code
                       move zero to ws-adj-n
                       move zero to ws-adj-sum
                       move zero to ws-adj-sum-sqr
                       move 'y' to ws-adj-have
                   end-if
                   add ha-n to ws-adj-n
                   add ha-sum to ws-adj-sum
                   add ha-sum-sqr to ws-adj-sum-sqr
                   perform read-next-adjust
               end-perform
               if ws-adj-have = 'y'
                   perform print-restated-line
               end-if
           end-if
           if ws-adj-lines = 0
               move "  no late postings to these periods" to
                   report-line
               write report-line
           else
               move spaces to report-line
               write report-line
               move "  adjustments register" to report-line
               write report-line
               move "  period  group  seq file-date source   posted" &
                   "                     n      mean" to report-line
               write report-line
               perform start-adjust-range
               perform until ws-adjust-eof = 'y'
                   perform print-adjust-register-line
                   perform read-next-adjust
               end-perform
           end-if
           if ws-adjust-open = 'y'
               close adjustment-file
           end-if
           if ws-hist-open = 'y'
               close period-history-file
           end-if.

       start-adjust-range.
           move 'n' to ws-adjust-eof
           move ws-adj-from-period to ha-period
           move low-values to ha-code
           move zero to ha-seq
           start adjustment-file key is not less than ha-key
               invalid key
                   move 'y' to ws-adjust-eof
           end-start
           if ws-adjust-eof = 'n'
               perform read-next-adjust
           end-if.

       read-next-adjust.
           read adjustment-file next record
               at end
                   move 'y' to ws-adjust-eof
               not at end
                   if ha-period > ws-adj-to-period
                       move 'y' to ws-adjust-eof
                   end-if
           end-read.

       print-restated-line.
           if ws-adj-lines = 0
               move "  period  group closed n      mean     adj-n" &
                   "      mean  restated      mean" to report-line
               write report-line
           end-if
           add 1 to ws-adj-lines
           move 'n' to ws-adj-have
           move zero to ws-prior-n
           move zero to ws-prior-sum
           move zero to ws-prior-sum-sqr
           if ws-hist-open = 'y'
               move ws-adj-period to ph-period
               move ws-adj-code to ph-code
               read period-history-file key is ph-key
                   invalid key
                       continue
                   not invalid key
                       move ph-n to ws-prior-n
                       move ph-sum to ws-prior-sum
                       move ph-sum-sqr to ws-prior-sum-sqr
               end-read
           end-if
           *> as closed
           move ws-prior-n to ws-pg-n
           move ws-prior-sum to ws-pg-sum
           move ws-prior-sum-sqr to ws-pg-sum-sqr
           perform compute-pooled-figures
           move ws-pg-n to fmt-group-n
           move ws-mtd-mean to fmt-group-mean
           *> the adjustments
           move ws-adj-n to ws-pg-n
           move ws-adj-sum to ws-pg-sum
           move ws-adj-sum-sqr to ws-pg-sum-sqr
           perform compute-pooled-figures
           move ws-pg-n to fmt-adj-n
           move ws-mtd-mean to fmt-adj-mean
           *> and the two together
           add ws-prior-n to ws-pg-n
           add ws-prior-sum to ws-pg-sum
           add ws-prior-sum-sqr to ws-pg-sum-sqr
           perform compute-pooled-figures
           move ws-pg-n to fmt-rst-n
           move ws-mtd-mean to fmt-rst-mean
           move spaces to report-line
           string "  " ws-adj-period "  " ws-adj-code "  " fmt-group-n
               " " fmt-group-mean "  " fmt-adj-n " " fmt-adj-mean
               "  " fmt-rst-n " " fmt-rst-mean into report-line
           write report-line.

       print-adjust-register-line.
           if ha-n > 0
               compute ws-adj-mean rounded = ha-sum / ha-n
           else
               move zero to ws-adj-mean
           end-if
           move ha-n to fmt-adj-n
           move ws-adj-mean to fmt-adj-mean
           move spaces to report-line
           string "  " ha-period "  " ha-code "  " ha-seq "  "
               ha-feed-date " " ha-feed-source " " ha-posted " "
               fmt-adj-n " " fmt-adj-mean into report-line
           write report-line.

       run-spc-report.
           *> the charted span starts ws-spc-base-max +
           *> ws-spc-test-max months back; history and month-to-date
           *> records from there on are sorted on group and period
           *> and each group charted at its control break
           compute ws-spc-span = ws-spc-base-max + ws-spc-test-max
           compute ws-spc-months = (ws-cd-year * 12) + ws-cd-month
               - 1 - ws-spc-span
           divide ws-spc-months by 12 giving ws-spc-from-year
               remainder ws-spc-from-month
           add 1 to ws-spc-from-month
           compute ws-spc-from-period =
               (ws-spc-from-year * 100) + ws-spc-from-month
           move "statmeasure.spc" to ws-report-file
           open output report-file
           move spaces to report-line
           string "control-chart report - run date: " ws-run-date
               into report-line
           write report-line
           move ws-spc-base-max to fmt-spc-num
           move ws-spc-test-max to fmt-spc-need
           move spaces to report-line
           string "  limits: centre and 3-sigma from up to "
               function trim(fmt-spc-num)
               " closed periods before the last "
               function trim(fmt-spc-need) into report-line
           write report-line
           move spaces to report-line
           string "  tested: the last " function trim(fmt-spc-need)
               " closed periods and the month to date" into report-line
           write report-line
           move ws-spc-run-len to fmt-spc-num
           move ws-spc-trend-len to fmt-spc-need
           move spaces to report-line
           string "  rules:  beyond limits, " function trim(fmt-spc-num)
               " in a row one side, " function trim(fmt-spc-need)
               " rising or falling" into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  group  description            centre       lcl" &
               "       ucl  base" to report-line
           write report-line
           move zero to ws-spc-groups
           move zero to ws-spc-charted
           move zero to ws-spc-alerted
           move zero to ws-spc-alerts
           move zero to ws-spc-uncharted
           sort spc-sort-work on ascending key sc-code sc-period
                   sc-open
               input procedure is release-spc-records
               output procedure is chart-spc-groups
           if ws-spc-groups = 0
               move "  no totals on file to chart" to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move ws-spc-charted to fmt-spc-count
           move spaces to report-line
           string "  groups charted     " fmt-spc-count
               into report-line
           write report-line
           move ws-spc-alerted to fmt-spc-count
           move spaces to report-line
           string "  groups with alerts " fmt-spc-count
               into report-line
           write report-line
           move ws-spc-alerts to fmt-spc-count
           move spaces to report-line
           string "  alerts raised      " fmt-spc-count
               into report-line
           write report-line
           move ws-spc-uncharted to fmt-spc-count
           move spaces to report-line
           string "  not charted        " fmt-spc-count
               into report-line
           write report-line
           close report-file
           display "control-chart report written to " ws-report-file
           move ws-spc-alerted to fmt-spc-count
           display "  groups with alerts   = " fmt-spc-count
           move ws-spc-uncharted to fmt-spc-count
           display "  groups not charted   = " fmt-spc-count
           move "statmeasure.rpt" to ws-report-file.

       release-spc-records.
           open input period-history-file
           if ws-history-status = "00"
               move 'n' to ws-hist-eof
               move ws-spc-from-period to ph-period
               move low-values to ph-code
               start period-history-file
                       key is not less than ph-key
                   invalid key
                       move 'y' to ws-hist-eof
               end-start
               perform until ws-hist-eof = 'y'
                   read period-history-file next record
                       at end
                           move 'y' to ws-hist-eof
                       not at end
                           if ph-n > 0
                               move ph-code to sc-code
                               move ph-period to sc-period
                               move ph-n to sc-n
                               move ph-sum to sc-sum
                               move 'n' to sc-open
                               move 'y' to sc-hist
                               release spc-sort-record
                           end-if
                   end-read
               end-perform
               close period-history-file
           end-if
           *> adjustments posted to closed periods since they were
           *> closed are charted as part of them
           open input adjustment-file
           if ws-adjust-status = "00"
               move 'n' to ws-adjust-eof
               move ws-spc-from-period to ha-period
               move low-values to ha-code
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
                           if ha-n > 0
                               move ha-code to sc-code
                               move ha-period to sc-period
                               move ha-n to sc-n
                               move ha-sum to sc-sum
                               move 'n' to sc-open
                               move 'n' to sc-hist
                               release spc-sort-record
                           end-if
                   end-read
               end-perform
               close adjustment-file
           end-if
           *> every period still on the month-to-date master is
           *> tested - normally just the month in progress
           open input mtd-file
           if ws-mtd-status = "00"
               move 'n' to ws-mtd-eof
               move ws-spc-from-period to mtd-period
               move low-values to mtd-code
               start mtd-file key is not less than mtd-key
                   invalid key
                       move 'y' to ws-mtd-eof
               end-start
               perform until ws-mtd-eof = 'y'
                   read mtd-file next record
                       at end
                           move 'y' to ws-mtd-eof
                       not at end
                           if mtd-n > 0
                               move mtd-code to sc-code
                               move mtd-period to sc-period
                               move mtd-n to sc-n
                               move mtd-sum to sc-sum
                               move 'y' to sc-open
                               move 'n' to sc-hist
                               release spc-sort-record
                           end-if
                   end-read
               end-perform
               close mtd-file
           end-if.

       chart-spc-groups.
           *> a group's period means are collected in period order and
           *> the group charted when the code changes
           move 'n' to ws-spc-eof
           move 'n' to ws-spc-have
           perform until ws-spc-eof = 'y'
               return spc-sort-work
                   at end
                       move 'y' to ws-spc-eof
                   not at end
                       if ws-spc-have = 'y' and
                               sc-code not = ws-spc-code
                           perform chart-spc-group
                       end-if
                       if ws-spc-have = 'n'
                           move sc-code to ws-spc-code
                           move zero to ws-spc-count
                           move zero to ws-spc-closed
                           move 'y' to ws-spc-have
                       end-if
                       *> a period caught part way through its close
                       *> is on both masters - history is taken; a
                       *> closed period's adjustments are added to it,
                       *> and so is the master's record of a reopened
                       *> one, whose adjustments stayed behind when its
                       *> history went back onto the master
                       if ws-spc-count = 0
                           perform add-spc-point
                       else
                           if sc-period not = sp-period(ws-spc-count)
                               perform add-spc-point
                           else
                               if sp-open(ws-spc-count) = 'n'
                                   perform fold-spc-record
                               end-if
                           end-if
                       end-if
               end-return
           end-perform
           if ws-spc-have = 'y'
               perform chart-spc-group
           end-if.

       add-spc-point.
           *> the span holds at most 20 points; should the masters
           *> ever hold more, the oldest is dropped
           if ws-spc-count >= 20
               perform varying ws-spc-idx from 2 by 1
                       until ws-spc-idx > 20
                   compute ws-spc-prev = ws-spc-idx - 1
                   move ws-spc-point(ws-spc-idx) to
                       ws-spc-point(ws-spc-prev)
               end-perform
               if sp-open(1) = 'n' and ws-spc-closed > 0
                   subtract 1 from ws-spc-closed
               end-if
               subtract 1 from ws-spc-count
           end-if
           add 1 to ws-spc-count
           move sc-period to sp-period(ws-spc-count)
           compute sp-mean(ws-spc-count) rounded = sc-sum / sc-n
           move sc-open to sp-open(ws-spc-count)
           move sc-n to sp-n(ws-spc-count)
           move sc-sum to sp-sum(ws-spc-count)
           move sc-hist to sp-hist(ws-spc-count)
           if sc-open = 'n'
               add 1 to ws-spc-closed
           end-if.

       fold-spc-record.
           if sc-open = 'n'
               if sc-hist = 'y'
                   move 'y' to sp-hist(ws-spc-count)
               end-if
               perform fold-spc-point
           else
               if sp-hist(ws-spc-count) = 'n'
                   move 'y' to sp-open(ws-spc-count)
                   if ws-spc-closed > 0
                       subtract 1 from ws-spc-closed
                   end-if
                   perform fold-spc-point
               end-if
           end-if.

       fold-spc-point.
           add sc-n to sp-n(ws-spc-count)
           add sc-sum to sp-sum(ws-spc-count)
           compute sp-mean(ws-spc-count) rounded =
               sp-sum(ws-spc-count) / sp-n(ws-spc-count).

       chart-spc-group.
           add 1 to ws-spc-groups
           move 'n' to ws-spc-have
           move ws-spc-code to fmt-group-code
           move ws-spc-code to ws-lookup-code
           perform find-group-desc
           *> the baseline is every closed period before the tested
           *> ones, the most recent ws-spc-base-max of them
           if ws-spc-closed > ws-spc-test-max
               compute ws-spc-base-count =
                   ws-spc-closed - ws-spc-test-max
           else
               move zero to ws-spc-base-count
           end-if
           if ws-spc-base-count < ws-spc-base-min
               add 1 to ws-spc-uncharted
               move ws-spc-closed to fmt-spc-num
               compute ws-spc-idx = ws-spc-base-min + ws-spc-test-max
               move ws-spc-idx to fmt-spc-need
               move spaces to report-line
               string "  " fmt-group-code "   " ws-gref-desc(1:20)
                   "  not charted - " fmt-spc-num
                   " closed period(s), " fmt-spc-need " needed"
                   into report-line
               write report-line
           else
               if ws-spc-base-count > ws-spc-base-max
                   move ws-spc-base-max to ws-spc-base-count
               end-if
               compute ws-spc-base-last =
                   ws-spc-closed - ws-spc-test-max
               compute ws-spc-base-first =
                   ws-spc-base-last - ws-spc-base-count + 1
               compute ws-spc-first-test = ws-spc-base-last + 1
               perform set-spc-limits
               add 1 to ws-spc-charted
               move ws-spc-centre to fmt-spc-centre
               move ws-spc-lcl to fmt-spc-lcl
               move ws-spc-ucl to fmt-spc-ucl
               move ws-spc-base-count to fmt-spc-num
               move spaces to report-line
               string "  " fmt-group-code "   " ws-gref-desc(1:20)
                   " " fmt-spc-centre fmt-spc-lcl fmt-spc-ucl
                   "    " fmt-spc-num into report-line
               write report-line
               move zero to ws-spc-group-alerts
               perform test-spc-limits
               perform test-spc-runs
               perform test-spc-trends
               if ws-spc-group-alerts = 0
                   move "         in control" to report-line
                   write report-line
               else
                   add 1 to ws-spc-alerted
               end-if
           end-if.

       set-spc-limits.
           move zero to ws-spc-centre
           move zero to ws-spc-mr-sum
           perform varying ws-spc-idx from ws-spc-base-first by 1
                   until ws-spc-idx > ws-spc-base-last
               add sp-mean(ws-spc-idx) to ws-spc-centre
               if ws-spc-idx > ws-spc-base-first
                   compute ws-spc-prev = ws-spc-idx - 1
                   compute ws-spc-mr = function abs(
                       sp-mean(ws-spc-idx) - sp-mean(ws-spc-prev))
                   add ws-spc-mr to ws-spc-mr-sum
               end-if
           end-perform
           compute ws-spc-centre rounded =
               ws-spc-centre / ws-spc-base-count
           compute ws-spc-sigma rounded =
               ws-spc-mr-sum / ((ws-spc-base-count - 1) * 1.128)
           multiply ws-spc-sigma by 3 giving ws-spc-width
           add ws-spc-centre ws-spc-width giving ws-spc-ucl
           subtract ws-spc-width from ws-spc-centre giving ws-spc-lcl.

       test-spc-limits.
           *> rule 1: any tested point outside the control limits
           perform varying ws-spc-idx from ws-spc-first-test by 1
                   until ws-spc-idx > ws-spc-count
               if sp-mean(ws-spc-idx) > ws-spc-ucl or
                       sp-mean(ws-spc-idx) < ws-spc-lcl
                   if sp-mean(ws-spc-idx) > ws-spc-ucl
                       move "beyond upper limit" to ws-spc-rule
                   else
                       move "beyond lower limit" to ws-spc-rule
                   end-if
                   move ws-spc-idx to ws-spc-alert-from
                   move ws-spc-idx to ws-spc-alert-to
                   perform print-spc-alert
               end-if
           end-perform.

       test-spc-runs.
           *> rule 2: ws-spc-run-len or more tested points in a row on
           *> the same side of the centre line; a point on the line
           *> ends a run. Each run is reported once, when it ends.
           move space to ws-spc-run-side
           move zero to ws-spc-run-count
           perform varying ws-spc-idx from ws-spc-first-test by 1
                   until ws-spc-idx > ws-spc-count
               if sp-mean(ws-spc-idx) > ws-spc-centre
                   move 'A' to ws-spc-side
               else
                   if sp-mean(ws-spc-idx) < ws-spc-centre
                       move 'B' to ws-spc-side
                   else
                       move space to ws-spc-side
                   end-if
               end-if
               if ws-spc-side not = ws-spc-run-side
                   perform end-spc-run
                   move ws-spc-side to ws-spc-run-side
                   move ws-spc-idx to ws-spc-run-start
                   move zero to ws-spc-run-count
               end-if
               if ws-spc-side not = space
                   add 1 to ws-spc-run-count
               end-if
           end-perform
           perform end-spc-run.

       end-spc-run.
           if ws-spc-run-side not = space and
                   ws-spc-run-count >= ws-spc-run-len
               move ws-spc-run-len to fmt-spc-num
               move spaces to ws-spc-rule
               if ws-spc-run-side = 'A'
                   string function trim(fmt-spc-num)
                       "+ in a row above centre" into ws-spc-rule
               else
                   string function trim(fmt-spc-num)
                       "+ in a row below centre" into ws-spc-rule
               end-if
               move ws-spc-run-start to ws-spc-alert-from
               compute ws-spc-alert-to =
                   ws-spc-run-start + ws-spc-run-count - 1
               perform print-spc-alert
           end-if.

       test-spc-trends.
           *> rule 3: ws-spc-trend-len or more tested points each
           *> higher (or each lower) than the one before; an equal
           *> step ends the climb or fall. Reported once, when it ends.
           move space to ws-spc-trend-dir
           move 1 to ws-spc-trend-count
           move ws-spc-first-test to ws-spc-trend-start
           compute ws-spc-idx = ws-spc-first-test + 1
           perform varying ws-spc-idx from ws-spc-idx by 1
                   until ws-spc-idx > ws-spc-count
               compute ws-spc-prev = ws-spc-idx - 1
               if sp-mean(ws-spc-idx) > sp-mean(ws-spc-prev)
                   move 'U' to ws-spc-dir
               else
                   if sp-mean(ws-spc-idx) < sp-mean(ws-spc-prev)
                       move 'D' to ws-spc-dir
                   else
                       move space to ws-spc-dir
                   end-if
               end-if
               if ws-spc-dir = ws-spc-trend-dir and
                       ws-spc-dir not = space
                   add 1 to ws-spc-trend-count
               else
                   perform end-spc-trend
                   move ws-spc-dir to ws-spc-trend-dir
                   move ws-spc-prev to ws-spc-trend-start
                   move 2 to ws-spc-trend-count
                   if ws-spc-dir = space
                       move 1 to ws-spc-trend-count
                       move ws-spc-idx to ws-spc-trend-start
                   end-if
               end-if
           end-perform
           perform end-spc-trend.

       end-spc-trend.
           if ws-spc-trend-dir not = space and
                   ws-spc-trend-count >= ws-spc-trend-len
               move ws-spc-trend-len to fmt-spc-num
               move spaces to ws-spc-rule
               if ws-spc-trend-dir = 'U'
                   string function trim(fmt-spc-num)
                       "+ rising in a row" into ws-spc-rule
               else
                   string function trim(fmt-spc-num)
                       "+ falling in a row" into ws-spc-rule
               end-if
               move ws-spc-trend-start to ws-spc-alert-from
               compute ws-spc-alert-to =
                   ws-spc-trend-start + ws-spc-trend-count - 1
               perform print-spc-alert
           end-if.

       print-spc-alert.
           *> one alert line: the rule and the periods it covers; a
           *> month-to-date point is marked as such
           add 1 to ws-spc-group-alerts
           add 1 to ws-spc-alerts
           move spaces to ws-spc-periods
           if ws-spc-alert-from = ws-spc-alert-to
               string sp-period(ws-spc-alert-from)
                   into ws-spc-periods
           else
               string sp-period(ws-spc-alert-from) " - "
                   sp-period(ws-spc-alert-to) into ws-spc-periods
           end-if
           if sp-open(ws-spc-alert-to) = 'y'
               string function trim(ws-spc-periods)
                   " (to date)" delimited by size into ws-spc-periods
           end-if
           move spaces to report-line
           string "         ** " ws-spc-rule " " ws-spc-periods
               into report-line
           write report-line.

       run-variance-report.
           *> the month in progress (live month-to-date master)
           *> against its plan, mid-month on demand. The end-of-month
           *> close prints the same comparison for the month it closes.
           move ws-current-period to ws-var-period
           perform load-plan-master
           move "statmeasure.var" to ws-report-file
           open output report-file
           move spaces to report-line
           string "variance-to-plan report - run date: " ws-run-date
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           perform print-variance-comparison
           close report-file
           display "variance report written to " ws-report-file
           if ws-var-flag-count > 0
               move ws-var-flag-count to fmt-var-flags
               display "warning: " fmt-var-flags " group(s) outside"
                   " their plan tolerance - see " ws-report-file
           end-if
           move "statmeasure.rpt" to ws-report-file.

       load-plan-master.
           *> only the period being compared is kept. Unreadable
           *> entries are counted the loud way the history loader
           *> counts them - the plan is never rewritten here, so the
           *> report is incomplete rather than anything being lost.
           move zero to ws-plan-count
           move zero to ws-plan-dropped
           open input plan-file
           if ws-plan-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read plan-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           perform add-plan-entry
                   end-read
               end-perform
               close plan-file
               move 'n' to ws-end-of-file
           end-if
           if ws-plan-dropped > 0
               move ws-plan-dropped to fmt-plan-dropped
               display "warning: " fmt-plan-dropped " plan entry(s)"
                   " could not be used (unreadable or past the"
                   " 100-group table)"
           end-if.

       add-plan-entry.
           if pl-period is numeric and pl-count is numeric and
                   pl-mean is numeric and pl-tol-pct is numeric
               if pl-period = ws-var-period
                   if ws-plan-count < 100
                       add 1 to ws-plan-count
                       move ws-plan-count to ws-plan-idx
                       move pl-code to pn-code(ws-plan-idx)
                       move pl-count to pn-count(ws-plan-idx)
                       move pl-mean to pn-mean(ws-plan-idx)
                       move pl-tol-pct to pn-tol-pct(ws-plan-idx)
                       move 'n' to pn-matched(ws-plan-idx)
                   else
                       add 1 to ws-plan-dropped
                   end-if
               end-if
           else
               add 1 to ws-plan-dropped
           end-if.

       print-variance-comparison.
           *> writes to whichever report file the caller has open -
           *> the standalone mode's own report, or the tail of the
           *> end-of-month period report. Actual side is the
           *> month-to-date master's records for the period, read by
           *> key, plan side the plan table; each group's count and
           *> mean are held to the tolerance its plan carries.
           move zero to ws-var-flag-count
           move 'n' to ws-mtd-open
           open input mtd-file
           if ws-mtd-status = "00"
               move 'y' to ws-mtd-open
           end-if
           move spaces to report-line
           string "      variance to plan - period " ws-var-period
               into report-line
           write report-line
           move "  --------------------------------------------" to
               report-line
           write report-line
           move spaces to report-line
           write report-line
           move "  group  description     measure        plan" &
               "      actual    variance       pct" to report-line
           write report-line
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               perform print-variance-group
           end-perform
           if ws-plan-count = 0
               move "  (no plan on file for this period)" to
                   report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move "  exceptions - planned groups with no actuals" to
               report-line
           write report-line
           move zero to ws-var-excp-count
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               if pn-matched(ws-plan-idx) = 'n'
                   perform print-variance-no-actual
               end-if
           end-perform
           if ws-var-excp-count = 0
               move "  (none)" to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move "  exceptions - actuals for groups with no plan" to
               report-line
           write report-line
           move zero to ws-var-excp-count
           if ws-mtd-open = 'y'
               move ws-var-period to ws-mtd-want-period
               perform start-mtd-period
               perform until ws-mtd-eof = 'y'
                   if mtd-n > 0
                       perform print-variance-no-plan
                   end-if
                   perform read-next-mtd
               end-perform
               close mtd-file
           end-if
           if ws-var-excp-count = 0
               move "  (none)" to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move ws-var-flag-count to fmt-var-flags
           move spaces to report-line
           string "  groups outside plan tolerance (**): "
               fmt-var-flags into report-line
           write report-line.

       print-variance-group.
           move 'n' to ws-mtd-found
           if ws-mtd-open = 'y'
               move ws-var-period to mtd-period
               move pn-code(ws-plan-idx) to mtd-code
               read mtd-file key is mtd-key
                   invalid key
                       continue
                   not invalid key
                       if mtd-n > 0
                           move 'y' to ws-mtd-found
                       end-if
               end-read
           end-if
           if ws-mtd-found = 'y'
               move 'y' to pn-matched(ws-plan-idx)
               move pn-code(ws-plan-idx) to ws-lookup-code
               perform find-group-desc
               move 'n' to ws-var-flagged
               *> count line
               compute ws-var-delta = mtd-n - pn-count(ws-plan-idx)
               move pn-count(ws-plan-idx) to ws-var-base
               perform compute-variance-pct
               move pn-count(ws-plan-idx) to fmt-var-n1
               move mtd-n to fmt-var-n2
               move ws-var-delta to fmt-var-delta-n
               move spaces to report-line
               string "  " pn-code(ws-plan-idx) "   "
                   ws-gref-desc(1:14) "  count      " fmt-var-n1
                   "    " fmt-var-n2 "  " fmt-var-delta-n
                   "  " ws-var-pct-txt ws-var-flag-txt
                   into report-line
               write report-line
               *> mean line
               compute ws-var-act-mean rounded = mtd-sum / mtd-n
               compute ws-var-delta =
                   ws-var-act-mean - pn-mean(ws-plan-idx)
               move pn-mean(ws-plan-idx) to ws-var-base
               perform compute-variance-pct
               move pn-mean(ws-plan-idx) to fmt-var-mean1
               move ws-var-act-mean to fmt-var-mean2
               move ws-var-delta to fmt-var-delta-mean
               move spaces to report-line
               string "                         mean    "
                   fmt-var-mean1 " " fmt-var-mean2 " "
                   fmt-var-delta-mean "  " ws-var-pct-txt
                   ws-var-flag-txt
                   into report-line
               write report-line
               if ws-var-flagged = 'y'
                   add 1 to ws-var-flag-count
               end-if
           end-if.

       compute-variance-pct.
           *> the percentage is against the plan figure; a plan of
           *> zero has no percentage base, so any actual off zero is
           *> out of tolerance - same treatment as check-trend-drift.
           *> A zero tolerance means any variance at all.
           move "   " to ws-var-flag-txt
           if ws-var-base = 0
               if ws-var-delta = 0
                   move "    0.00" to ws-var-pct-txt
               else
                   move "     n/a" to ws-var-pct-txt
                   move " **" to ws-var-flag-txt
               end-if
           else
               compute ws-var-pct rounded =
                   (ws-var-delta / function abs(ws-var-base)) * 100
                   on size error
                       move 9999.99 to ws-var-pct
               end-compute
               move ws-var-pct to fmt-yoy-pct
               move fmt-yoy-pct to ws-var-pct-txt
               if function abs(ws-var-pct) > pn-tol-pct(ws-plan-idx)
                   move " **" to ws-var-flag-txt
               end-if
           end-if
           if ws-var-flag-txt = " **"
               move 'y' to ws-var-flagged
           end-if.

       print-variance-no-actual.
           add 1 to ws-var-excp-count
           move pn-code(ws-plan-idx) to ws-lookup-code
           perform find-group-desc
           move pn-count(ws-plan-idx) to fmt-var-n1
           move pn-mean(ws-plan-idx) to fmt-var-mean1
           move spaces to report-line
           string "  " pn-code(ws-plan-idx) "   " ws-gref-desc(1:14)
               "  plan n " fmt-var-n1 "  plan mean " fmt-var-mean1
               into report-line
           write report-line.

       print-variance-no-plan.
           move 'n' to ws-plan-found
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               if pn-code(ws-plan-idx) = mtd-code
                   move 'y' to ws-plan-found
                   exit perform
               end-if
           end-perform
           if ws-plan-found = 'n'
               add 1 to ws-var-excp-count
               move mtd-code to ws-lookup-code
               perform find-group-desc
               move mtd-n to fmt-var-n2
               compute ws-var-act-mean rounded = mtd-sum / mtd-n
               move ws-var-act-mean to fmt-var-mean2
               move spaces to report-line
               string "  " mtd-code "   "
                   ws-gref-desc(1:14) "  actual n " fmt-var-n2
                   "  actual mean " fmt-var-mean2
                   into report-line
               write report-line
           end-if.

               display "warning: " fmt-gref-dropped " group reference"
                   " entry(s) past the 100-entry limit were ignored"
                   " - their codes will reject as GRPX"
           end-if
           perform link-group-hierarchy.

       link-group-hierarchy.
           *> resolve each entry's parent to its table slot, count
           *> each parent's children and work out every entry's level
           *> (1 = top of the tree). The maintenance program refuses
           *> a parent link that would loop, but the file can still be
           *> edited by hand - a loop found here is broken at the
           *> entry where it closes, with a warning, so the roll-up
           *> can never walk round it forever.
           move zero to ws-gref-max-level
           move zero to ws-gref-loop-count
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               move zero to gr-parent-idx(ws-gref-idx)
               move zero to gr-children(ws-gref-idx)
               move 1 to gr-level(ws-gref-idx)
           end-perform
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               if gr-parent(ws-gref-idx) not = spaces
                   perform varying ws-ru-idx from 1 by 1
                           until ws-ru-idx > ws-gref-count
                       if gr-code(ws-ru-idx) = gr-parent(ws-gref-idx)
                           and ws-ru-idx not = ws-gref-idx
                           move ws-ru-idx to gr-parent-idx(ws-gref-idx)
                           add 1 to gr-children(ws-ru-idx)
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               move ws-gref-idx to ws-ru-up
               move zero to ws-ru-steps
               perform until gr-parent-idx(ws-ru-up) = 0 or
                       ws-ru-steps > ws-gref-count
                   move gr-parent-idx(ws-ru-up) to ws-ru-up
                   add 1 to ws-ru-steps
               end-perform
               if ws-ru-steps > ws-gref-count
                   display "warning: group hierarchy loops at code "
                       gr-code(ws-ru-up) " - rolled up as a top-level"
                       " code"
                   move gr-parent-idx(ws-ru-up) to ws-ru-idx
                   subtract 1 from gr-children(ws-ru-idx)
                   move zero to gr-parent-idx(ws-ru-up)
                   add 1 to ws-gref-loop-count
               end-if
           end-perform
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               move ws-gref-idx to ws-ru-up
               perform until gr-parent-idx(ws-ru-up) = 0
                   move gr-parent-idx(ws-ru-up) to ws-ru-up
                   add 1 to gr-level(ws-gref-idx)
               end-perform
               if gr-level(ws-gref-idx) > ws-gref-max-level
                   move gr-level(ws-gref-idx) to ws-gref-max-level
               end-if
           end-perform.

       add-group-ref-entry.
           add 1 to ws-gref-count
           move ws-gref-count to ws-gref-idx
           move grf-code to gr-code(ws-gref-idx)
           move grf-desc to gr-desc(ws-gref-idx)
           move grf-parent to gr-parent(ws-gref-idx)
           if grf-active = 'N' or grf-active = 'n'
               move 'N' to gr-active(ws-gref-idx)
           else
               when "YOY"
                   perform parse-profile-flag
                   move ws-prof-flag to ws-yoy-mode-txt(1:1)
               when "VARIANCE"
                   perform parse-profile-flag
                   move ws-prof-flag to ws-var-mode-txt(1:1)
               when "SPC"
                   perform parse-profile-flag
                   move ws-prof-flag to ws-spc-mode-txt(1:1)
               when "WEIGHTED"
                   perform parse-profile-flag
                   if ws-prof-flag = 'y'
                   else
                       perform profile-option-error
                   end-if
               when "DUP-WINDOW"
                   perform parse-profile-number
                   if ws-prof-num-ok = 'y' and ws-prof-num >= 1
                           and ws-prof-num <= 9999
                       move ws-prof-num to ws-dup-window
                   else
                       perform profile-option-error
                   end-if
               when "REJECT-TOL"
                   perform parse-profile-number
                   if ws-prof-num-ok = 'y' and ws-prof-num >= 0
           string "  duplicate override= " ws-force-mode
               into report-line
           write report-line
           move ws-dup-window to fmt-dup-window
           move spaces to report-line
           string "  duplicate window  = " fmt-dup-window " days"
               into report-line
           write report-line
           move ws-checkpoint-interval to fmt-ckpt-interval
           move spaces to report-line
           string "  checkpoint every  = " fmt-ckpt-interval
                   ws-force-opt-txt(1:1) = 'y'
               move 'y' to ws-force-mode
           end-if
           move spaces to ws-dup-window-txt
           accept ws-dup-window-txt from environment
               "STATMEASURE_DUP_WINDOW"
           if ws-dup-window-txt not = spaces
               compute ws-dup-window =
                   function numval(ws-dup-window-txt)
               if ws-dup-window = 0
                   move 400 to ws-dup-window
               end-if
           end-if
           accept ws-out-source-id from environment
               "STATMEASURE_SOURCE_ID"
           if ws-out-source-id = spaces
