
       identification division.
       program-id. planmaint.

       *> maintenance front end for the plan master - finance's
       *> monthly plan per group code (expected record count and
       *> expected mean) and the tolerance the variance-to-plan report
       *> holds each group to. Works the same way as the group
       *> reference maintenance: adds, updates and deletions come in
       *> as transactions (a file, or typed at the terminal), every
       *> field is validated before the file is touched - including
       *> the group code against the group reference file, so a plan
       *> can never be keyed for a code the business does not
       *> recognise or has retired - every change is logged with its
       *> before and after images, and a formatted listing shows what
       *> plan is in force.

       environment division.
       input-output section.
       file-control.
           select plan-file assign to dynamic ws-plan-file
               organization is line sequential
               file status is ws-plan-status.

           select group-ref-file assign to dynamic ws-gref-file
               organization is line sequential
               file status is ws-gref-status.

           select tran-file assign to dynamic ws-tran-file
               organization is line sequential
               file status is ws-tran-status.

           select listing-file assign to dynamic ws-listing-file
               organization is line sequential.

           select change-log-file assign to dynamic ws-change-log-file
               organization is line sequential
               file status is ws-change-log-status.

       data division.
       file section.
       fd  plan-file.
       *> same layout the statistical measure tool reads: one entry
       *> per period per group code, unique on the two together. The
       *> tolerance is the percentage either variance may run before
       *> the report flags it.
       01  plan-record.
           02 pl-period      pic 9(6).
           02 pl-code        pic x(4).
           02 pl-count       pic 9(8).
           02 pl-mean        pic s9(10)v9(2) sign leading separate.
           02 pl-tol-pct     pic 9(3)v9(2).

       fd  group-ref-file.
       *> read only - the codes a plan may be keyed for
       01  group-ref-record.
           02 grf-code       pic x(4).
           02 grf-desc       pic x(30).
           02 grf-active     pic x.
           02 grf-low        pic x(9).
           02 grf-high       pic x(9).
           02 grf-parent     pic x(4).

       fd  tran-file.
       *> one transaction per line: A add, U update, D delete. The
       *> mean is in either of the detail-record value shapes; the
       *> tolerance is five digits with two implied decimals. On an
       *> update a blank field keeps what is on file; on an add a
       *> blank tolerance defaults to 10 percent. A deletion ignores
       *> every field but the period and code.
       01  tran-record.
           02 tx-action      pic x.
           02 tx-period      pic x(6).
           02 tx-code        pic x(4).
           02 tx-count       pic x(8).
           02 tx-mean        pic x(9).
           02 tx-tol         pic x(5).

       fd  listing-file.
       01  listing-line      pic x(80).

       fd  change-log-file.
       01  change-log-line   pic x(132).

       working-storage section.
       77  ws-plan-file        pic x(50) value "statmeasure.pln".
       77  ws-plan-status      pic xx value spaces.
       77  ws-gref-file        pic x(50) value "statmeasure.grp".
       77  ws-gref-status      pic xx value spaces.
       77  ws-tran-file        pic x(50) value spaces.
       77  ws-tran-status      pic xx value spaces.
       77  ws-listing-file     pic x(50) value "planmaint.rpt".
       77  ws-change-log-file  pic x(50) value "planmaint.log".
       77  ws-change-log-status pic xx value spaces.

       *> the whole plan master is worked on in this table and only
       *> rewritten once every transaction has been applied, with the
       *> same loud refusal to rewrite when the load dropped anything
       *> as the group reference maintenance. A year of plans for a
       *> full reference file fits.
       77  ws-plan-count       pic 9(4) value zeros.
       77  ws-plan-idx         pic 9(4) value zeros.
       77  ws-plan-found-idx   pic 9(4) value zeros.
       77  ws-plan-dropped     pic 9(4) value zeros.
       77  fmt-plan-dropped    pic zzz9.
       01  ws-plan-table.
           02 ws-plan-entry occurs 1200 times.
              03 pn-period      pic 9(6).
              03 pn-code        pic x(4).
              03 pn-count       pic 9(8).
              03 pn-mean        pic s9(10)v9(2).
              03 pn-tol-pct     pic 9(3)v9(2).

       *> the group reference file, for vetting codes
       77  ws-gref-loaded      pic x value 'n'.
       77  ws-gref-count       pic 9(4) value zeros.
       77  ws-gref-idx         pic 9(4) value zeros.
       77  ws-gref-found-idx   pic 9(4) value zeros.
       77  ws-gref-dropped     pic 9(4) value zeros.
       77  fmt-gref-dropped    pic zzz9.
       01  ws-gref-table.
           02 ws-gref-entry occurs 100 times.
              03 gr-code        pic x(4).
              03 gr-active      pic x.
       77  ws-lookup-code      pic x(4) value spaces.

       *> value parsing - same two shapes the detail records use
       77  ws-gref-bound       pic s9(6)v9(2) value zeros.
       77  ws-gref-bound-ok    pic x value 'n'.
       01  ws-gref-value-parse.
           02 ws-gref-val-txt   pic x(9).
       01  ws-gref-value-parse-r redefines ws-gref-value-parse.
           02 ws-gref-val-num   pic s9(6)v9(2) sign leading separate.
       01  ws-gref-uns-parse.
           02 ws-gref-uns-txt   pic x(8).
       01  ws-gref-uns-parse-r redefines ws-gref-uns-parse.
           02 ws-gref-uns-num   pic 9(6)v9(2).
       01  ws-period-parse.
           02 ws-period-txt     pic x(6).
       01  ws-period-parse-r redefines ws-period-parse.
           02 ws-period-num     pic 9(6).
           02 filler redefines ws-period-num.
              03 ws-period-year  pic 9(4).
              03 ws-period-month pic 9(2).
       01  ws-count-parse.
           02 ws-count-txt      pic x(8).
       01  ws-count-parse-r redefines ws-count-parse.
           02 ws-count-num      pic 9(8).
       01  ws-tol-parse.
           02 ws-tol-txt        pic x(5).
       01  ws-tol-parse-r redefines ws-tol-parse.
           02 ws-tol-num        pic 9(3)v9(2).

       *> the transaction being worked on - interactive entries are
       *> staged into the same area the file transactions use
       01  ws-tran.
           02 ws-tx-action     pic x.
           02 ws-tx-period     pic x(6).
           02 ws-tx-code       pic x(4).
           02 ws-tx-count      pic x(8).
           02 ws-tx-mean       pic x(9).
           02 ws-tx-tol        pic x(5).
       77  ws-tx-period-num    pic 9(6) value zeros.
       77  ws-tx-valid         pic x value 'y'.
       77  ws-tx-error         pic x(40) value spaces.
       77  ws-tx-count-n       pic 9(4) value zeros.
       77  ws-tx-applied       pic 9(4) value zeros.
       77  ws-tx-rejected      pic 9(4) value zeros.
       77  fmt-tx-count        pic zzz9.
       77  fmt-tx-applied      pic zzz9.
       77  fmt-tx-rejected     pic zzz9.

       *> interactive prompt staging
       77  ws-prompt-ans       pic x(30) value spaces.

       *> before/after images for the change log
       77  ws-before-image     pic x(40) value spaces.
       77  ws-after-image      pic x(40) value spaces.
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

       *> graded return codes in the same ladder the measure tool
       *> uses: 0 clean, 2 transaction(s) rejected, 8 nothing could
       *> be processed at all.
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.

       77  ws-end-of-file      pic x value 'n'.
       77  ws-file-changed     pic x value 'n'.
       77  ws-line-no          pic 9(3) value zeros.
       77  ws-page-no          pic 9(4) value zeros.
       77  ws-lines-per-page   pic 9(3) value 50.
       77  fmt-page-no         pic zzz9.
       77  fmt-pl-count        pic zzzzzzz9.
       77  fmt-pl-mean         pic -zzzzzzzz9.99.
       77  fmt-pl-tol          pic zz9.99.

       procedure division.
       main-logic.
           display "******************************************"
           display "*         plan master maintenance        *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date

           accept ws-plan-file from environment "PLANMAINT_PLANFILE"
           if ws-plan-file = spaces
               move "statmeasure.pln" to ws-plan-file
           end-if
           accept ws-gref-file from environment "PLANMAINT_GROUPFILE"
           if ws-gref-file = spaces
               move "statmeasure.grp" to ws-gref-file
           end-if

           perform load-group-reference
           perform load-plan-master
           if ws-plan-dropped > 0 or ws-gref-dropped > 0
                   or ws-gref-loaded = 'n'
               *> a dropped plan entry would be deleted for good by
               *> the rewrite, and without the whole reference file
               *> no code can be vetted - refuse the run outright.
               display "error: the plan master or the group reference"
                   " file could not be loaded whole - no changes"
                   " applied"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               accept ws-tran-file from environment
                   "PLANMAINT_TRANSACTIONS"
               if ws-tran-file not = spaces
                   perform run-transaction-file
               else
                   perform run-interactive-mode
               end-if
               if ws-file-changed = 'y'
                   perform rewrite-plan-master
               end-if
               perform print-plan-listing
           end-if

           move ws-tx-count-n to fmt-tx-count
           move ws-tx-applied to fmt-tx-applied
           move ws-tx-rejected to fmt-tx-rejected
           move ws-run-rc to fmt-run-rc
           display "maintenance summary:"
           display "  transactions read    = " fmt-tx-count
           display "  applied              = " fmt-tx-applied
           display "  rejected             = " fmt-tx-rejected
           display "  return code          = " fmt-run-rc
           move ws-run-rc to return-code
           stop run.

       load-group-reference.
           move zero to ws-gref-count
           move zero to ws-gref-dropped
           move 'n' to ws-gref-loaded
           open input group-ref-file
           if ws-gref-status = "00"
               move 'y' to ws-gref-loaded
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read group-ref-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if grf-code not = spaces
                               if ws-gref-count < 100
                                   add 1 to ws-gref-count
                                   move grf-code to
                                       gr-code(ws-gref-count)
                                   if grf-active = 'N' or
                                           grf-active = 'n'
                                       move 'N' to
                                           gr-active(ws-gref-count)
                                   else
                                       move 'Y' to
                                           gr-active(ws-gref-count)
                                   end-if
                               else
                                   add 1 to ws-gref-dropped
                               end-if
                           end-if
                   end-read
               end-perform
               close group-ref-file
               move 'n' to ws-end-of-file
           else
               display "error: group reference file "
                   function trim(ws-gref-file) " not found"
           end-if
           if ws-gref-dropped > 0
               move ws-gref-dropped to fmt-gref-dropped
               display "warning: " fmt-gref-dropped " group reference"
                   " entry(s) past the 100-entry limit could not be"
                   " loaded"
           end-if.

       load-plan-master.
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
                           if pl-period is numeric and
                                   pl-count is numeric and
                                   pl-mean is numeric and
                                   pl-tol-pct is numeric and
                                   ws-plan-count < 1200
                               add 1 to ws-plan-count
                               move ws-plan-count to ws-plan-idx
                               move pl-period to pn-period(ws-plan-idx)
                               move pl-code to pn-code(ws-plan-idx)
                               move pl-count to pn-count(ws-plan-idx)
                               move pl-mean to pn-mean(ws-plan-idx)
                               move pl-tol-pct to
                                   pn-tol-pct(ws-plan-idx)
                           else
                               add 1 to ws-plan-dropped
                           end-if
                   end-read
               end-perform
               close plan-file
               move 'n' to ws-end-of-file
           else
               *> a missing file is a legal starting point - the first
               *> adds create it
               display "note: " function trim(ws-plan-file)
                   " not found - starting from an empty file"
           end-if
           if ws-plan-dropped > 0
               move ws-plan-dropped to fmt-plan-dropped
               display "warning: " fmt-plan-dropped " plan entry(s)"
                   " unreadable or past the 1200-entry limit"
           end-if.

       run-transaction-file.
           open input tran-file
           if ws-tran-status not = "00"
               display "error: cannot open transaction file "
                   function trim(ws-tran-file)
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read tran-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if tran-record not = spaces
                               move tran-record to ws-tran
                               perform process-transaction
                           end-if
                   end-read
               end-perform
               close tran-file
               move 'n' to ws-end-of-file
           end-if.

       run-interactive-mode.
           display "no transaction file named - interactive entry."
           display "actions: A add, U update, D delete, E end."
           perform accept-interactive-tran
           perform until ws-tx-action = 'E' or ws-tx-action = 'e'
               perform process-transaction
               perform accept-interactive-tran
           end-perform.

       accept-interactive-tran.
           move spaces to ws-tran
           display "action (A/U/D/E): " with no advancing
           accept ws-prompt-ans
           move ws-prompt-ans(1:1) to ws-tx-action
           if ws-tx-action not = 'E' and ws-tx-action not = 'e'
               display "period (yyyymm): " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:6) to ws-tx-period
               display "group code (4 chars): " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:4) to ws-tx-code
               if ws-tx-action not = 'D' and ws-tx-action not = 'd'
                   display "expected count (8 digits, blank=keep): "
                       with no advancing
                   accept ws-prompt-ans
                   move ws-prompt-ans(1:8) to ws-tx-count
                   display "expected mean (blank=keep): "
                       with no advancing
                   accept ws-prompt-ans
                   move ws-prompt-ans(1:9) to ws-tx-mean
                   display "tolerance pct (5 digits, blank=keep/10): "
                       with no advancing
                   accept ws-prompt-ans
                   move ws-prompt-ans(1:5) to ws-tx-tol
               end-if
           end-if.

       process-transaction.
           add 1 to ws-tx-count-n
           perform validate-transaction
           if ws-tx-valid = 'y'
               perform apply-transaction
               add 1 to ws-tx-applied
           else
               add 1 to ws-tx-rejected
               display "rejected: action " ws-tx-action
                   " period " ws-tx-period " code " ws-tx-code " - "
                   function trim(ws-tx-error)
               perform write-reject-log-entry
               move 2 to ws-new-rc
               perform raise-run-rc
           end-if.

       validate-transaction.
           *> field-level checks before the table is touched, so a
           *> mis-keyed transaction can never half-apply
           move 'y' to ws-tx-valid
           move spaces to ws-tx-error
           move zero to ws-tx-period-num
           move zero to ws-plan-found-idx
           move ws-tx-period to ws-period-txt
           if ws-period-num is not numeric
               move 'n' to ws-tx-valid
               move "period is not yyyymm" to ws-tx-error
           else
           if ws-period-month < 1 or ws-period-month > 12
               move 'n' to ws-tx-valid
               move "period month must be 01 to 12" to ws-tx-error
           else
               move ws-period-num to ws-tx-period-num
               perform find-plan-entry
           end-if
           end-if
           if ws-tx-valid = 'y'
               evaluate true
                   when ws-tx-action = 'A' or ws-tx-action = 'a'
                       if ws-plan-found-idx not = 0
                           move 'n' to ws-tx-valid
                           move "plan already on file for this period"
                               to ws-tx-error
                       else
                       if ws-plan-count >= 1200
                           move 'n' to ws-tx-valid
                           move "plan master is full (1200 entries)"
                               to ws-tx-error
                       else
                       if ws-tx-count = spaces or ws-tx-mean = spaces
                           move 'n' to ws-tx-valid
                           move "an add needs both count and mean"
                               to ws-tx-error
                       end-if
                       end-if
                       end-if
                   when ws-tx-action = 'U' or ws-tx-action = 'u'
                    or ws-tx-action = 'D' or ws-tx-action = 'd'
                       if ws-plan-found-idx = 0
                           move 'n' to ws-tx-valid
                           move "no plan on file for this period"
                               to ws-tx-error
                       end-if
                   when other
                       move 'n' to ws-tx-valid
                       move "action must be A, U or D" to ws-tx-error
               end-evaluate
           end-if
           *> a plan is only ever keyed for a live reference code;
           *> a deletion is always allowed, so a retired group's plan
           *> can be cleared away
           if ws-tx-valid = 'y' and
                   (ws-tx-action = 'A' or ws-tx-action = 'a'
                    or ws-tx-action = 'U' or ws-tx-action = 'u')
               move ws-tx-code to ws-lookup-code
               perform look-up-group-ref
               if ws-gref-found-idx = 0
                   move 'n' to ws-tx-valid
                   move "group code not on the reference file"
                       to ws-tx-error
               else
               if gr-active(ws-gref-found-idx) = 'N'
                   move 'n' to ws-tx-valid
                   move "group code is retired" to ws-tx-error
               end-if
               end-if
           end-if
           if ws-tx-valid = 'y' and
                   (ws-tx-action = 'A' or ws-tx-action = 'a'
                    or ws-tx-action = 'U' or ws-tx-action = 'u')
               perform validate-tran-figures
           end-if.

       validate-tran-figures.
           if ws-tx-count not = spaces
               move ws-tx-count to ws-count-txt
               if ws-count-num is not numeric
                   move 'n' to ws-tx-valid
                   move "expected count is not 8 digits"
                       to ws-tx-error
               end-if
           end-if
           if ws-tx-valid = 'y' and ws-tx-mean not = spaces
               move ws-tx-mean to ws-gref-val-txt
               perform parse-gref-bound
               if ws-gref-bound-ok = 'n'
                   move 'n' to ws-tx-valid
                   move "expected mean does not parse" to ws-tx-error
               end-if
           end-if
           if ws-tx-valid = 'y' and ws-tx-tol not = spaces
               move ws-tx-tol to ws-tol-txt
               if ws-tol-num is not numeric
                   move 'n' to ws-tx-valid
                   move "tolerance is not 5 digits" to ws-tx-error
               end-if
           end-if.

       parse-gref-bound.
           *> a value is either the leading-sign format or the plain
           *> unsigned eight digits - the same two shapes the detail
           *> records use.
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

       look-up-group-ref.
           move zero to ws-gref-found-idx
           perform varying ws-gref-idx from 1 by 1
                   until ws-gref-idx > ws-gref-count
               if gr-code(ws-gref-idx) = ws-lookup-code
                   move ws-gref-idx to ws-gref-found-idx
                   exit perform
               end-if
           end-perform.

       find-plan-entry.
           move zero to ws-plan-found-idx
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               if pn-period(ws-plan-idx) = ws-tx-period-num and
                       pn-code(ws-plan-idx) = ws-tx-code
                   move ws-plan-idx to ws-plan-found-idx
                   exit perform
               end-if
           end-perform.

       apply-transaction.
           evaluate true
               when ws-tx-action = 'A' or ws-tx-action = 'a'
                   move "(new entry)" to ws-before-image
                   add 1 to ws-plan-count
                   move ws-plan-count to ws-plan-found-idx
                   move ws-tx-period-num to
                       pn-period(ws-plan-found-idx)
                   move ws-tx-code to pn-code(ws-plan-found-idx)
                   move ws-count-num to pn-count(ws-plan-found-idx)
                   move ws-gref-bound to pn-mean(ws-plan-found-idx)
                   if ws-tx-tol = spaces
                       move 10 to pn-tol-pct(ws-plan-found-idx)
                   else
                       move ws-tol-num to
                           pn-tol-pct(ws-plan-found-idx)
                   end-if
                   perform build-after-image
               when ws-tx-action = 'U' or ws-tx-action = 'u'
                   perform build-before-image
                   *> blank fields keep what is on file
                   if ws-tx-count not = spaces
                       move ws-count-num to
                           pn-count(ws-plan-found-idx)
                   end-if
                   if ws-tx-mean not = spaces
                       move ws-gref-bound to pn-mean(ws-plan-found-idx)
                   end-if
                   if ws-tx-tol not = spaces
                       move ws-tol-num to
                           pn-tol-pct(ws-plan-found-idx)
                   end-if
                   perform build-after-image
               when other
                   perform build-before-image
                   move "(deleted)" to ws-after-image
                   *> close the gap so the table stays dense
                   perform varying ws-plan-idx from ws-plan-found-idx
                           by 1 until ws-plan-idx >= ws-plan-count
                       move ws-plan-entry(ws-plan-idx + 1) to
                           ws-plan-entry(ws-plan-idx)
                   end-perform
                   subtract 1 from ws-plan-count
           end-evaluate
           perform write-change-log-entry
           move 'y' to ws-file-changed.

       build-before-image.
           move ws-plan-found-idx to ws-plan-idx
           perform build-plan-record
           move plan-record to ws-before-image.

       build-after-image.
           move ws-plan-found-idx to ws-plan-idx
           perform build-plan-record
           move plan-record to ws-after-image.

       build-plan-record.
           *> the image is the plan record exactly as it is filed
           move pn-period(ws-plan-idx) to pl-period
           move pn-code(ws-plan-idx) to pl-code
           move pn-count(ws-plan-idx) to pl-count
           move pn-mean(ws-plan-idx) to pl-mean
           move pn-tol-pct(ws-plan-idx) to pl-tol-pct.

       set-audit-timestamp.
           accept ws-current-time from time
           string ws-run-date " " ws-ct-hour ":" ws-ct-minute ":"
               ws-ct-second into ws-audit-timestamp.

       open-change-log.
           open extend change-log-file
           if ws-change-log-status not = "00"
               open output change-log-file
           end-if.

       write-change-log-entry.
           perform set-audit-timestamp
           perform open-change-log
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " "
               ws-tx-period " " ws-tx-code
               "  before: [" ws-before-image "]"
               into change-log-line
           write change-log-line
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " "
               ws-tx-period " " ws-tx-code
               "  after:  [" ws-after-image "]"
               into change-log-line
           write change-log-line
           close change-log-file.

       write-reject-log-entry.
           perform set-audit-timestamp
           perform open-change-log
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " "
               ws-tx-period " " ws-tx-code
               "  rejected: " function trim(ws-tx-error)
               into change-log-line
           write change-log-line
           close change-log-file.

       rewrite-plan-master.
           open output plan-file
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               perform build-plan-record
               write plan-record
           end-perform
           close plan-file
           display "plan master rewritten - "
               function trim(ws-plan-file).

       print-listing-header.
           add 1 to ws-page-no
           move zero to ws-line-no
           move spaces to listing-line
           write listing-line
           move spaces to listing-line
           string "plan master listing - run date: " ws-run-date
               into listing-line
           write listing-line
           move spaces to listing-line
           string "file: " function trim(ws-plan-file)
               into listing-line
           write listing-line
           move spaces to listing-line
           move ws-page-no to fmt-page-no
           string "page: " fmt-page-no into listing-line
           write listing-line
           move spaces to listing-line
           write listing-line
           move "  period  code  expected n  expected mean" &
               "     tol pct" to listing-line
           write listing-line
           move "  ------  ----  ----------  -------------" &
               "     -------" to listing-line
           write listing-line
           add 7 to ws-line-no.

       check-listing-page-break.
           if ws-line-no >= ws-lines-per-page
               perform print-listing-header
           end-if.

       print-plan-listing.
           *> the review copy: every plan entry as the variance report
           *> will use it, with any whose group has since been retired
           *> or removed from the reference file called out.
           open output listing-file
           perform print-listing-header
           if ws-plan-count = 0
               move spaces to listing-line
               write listing-line
               move "  (plan master is empty)" to listing-line
               write listing-line
           end-if
           perform varying ws-plan-idx from 1 by 1
                   until ws-plan-idx > ws-plan-count
               perform check-listing-page-break
               perform print-listing-line
           end-perform
           close listing-file
           display "listing written to "
               function trim(ws-listing-file).

       print-listing-line.
           move pn-count(ws-plan-idx) to fmt-pl-count
           move pn-mean(ws-plan-idx) to fmt-pl-mean
           move pn-tol-pct(ws-plan-idx) to fmt-pl-tol
           move spaces to listing-line
           string "  " pn-period(ws-plan-idx)
               "  " pn-code(ws-plan-idx)
               "    " fmt-pl-count
               "  " fmt-pl-mean
               "      " fmt-pl-tol
               into listing-line
           write listing-line
           add 1 to ws-line-no
           move pn-code(ws-plan-idx) to ws-lookup-code
           perform look-up-group-ref
           if ws-gref-found-idx = 0
               move "        *** group no longer on the reference" &
                   " file ***" to listing-line
               write listing-line
               add 1 to ws-line-no
           else
           if gr-active(ws-gref-found-idx) = 'N'
               move "        *** group has been retired ***"
                   to listing-line
               write listing-line
               add 1 to ws-line-no
           end-if
           end-if.

       raise-run-rc.
           if ws-new-rc > ws-run-rc
               move ws-new-rc to ws-run-rc
           end-if.
