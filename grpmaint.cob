       *> before the file is touched, every change is logged with its
       *> before and after images, and a formatted listing shows the
       *> supervisors exactly what validation is in force.
       *>
       *> Each code also names its parent - the code it rolls up into
       *> for the hierarchy subtotals (a group into its region, a
       *> region into its division). A parent must be on file and
       *> active, may not be the code itself, and may not be a code
       *> that already rolls up into this one; a code with active
       *> codes beneath it cannot be retired.
       *>
       *> No one operator can change the file alone. A transaction is
       *> validated when it is entered and then queued on the
       *> pending-changes file under the entering operator's id (the
       *> maker); nothing reaches the reference file until a second,
       *> different operator (the checker) runs the approval mode,
       *> works through the pending items and approves or declines
       *> each one. An approved item is validated again against the
       *> file as it then stands and applied; the change log carries
       *> both ids. An item not decided within the expiry period
       *> lapses. Every run prints the pending-change report: what is
       *> still waiting, and what was declined, lapsed or could not be
       *> applied in the last month.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-change-log-status.

           select pending-file assign to dynamic ws-pending-file
               organization is line sequential
               file status is ws-pending-status.

           select decision-file assign to dynamic ws-decision-file
               organization is line sequential
               file status is ws-decision-status.

           select pending-report-file assign to dynamic
                   ws-pending-report-file
               organization is line sequential.

       data division.
       file section.
       fd  group-ref-file.
       *> same layout the statistical measure tool reads: a code, a
       *> description, an active flag (N = retired) and an optional
       *> expected value range in either the unsigned or the
       *> leading-sign value format (blank = no range), and the
       *> parent code it rolls up into (blank = top of the tree).
       01  group-ref-record.
           02 grf-code       pic x(4).
           02 grf-desc       pic x(30).
           02 grf-active     pic x.
           02 grf-low        pic x(9).
           02 grf-high       pic x(9).
           02 grf-parent     pic x(4).

       fd  tran-file.
       *> one transaction per line: A add, U update, R retire. On an
       *> update a blank description keeps the old one and blank bounds
       *> keep the old range; on an add a blank active flag defaults
       *> to Y. A retirement ignores every field but the code. A
       *> blank parent on an update keeps the old one; a parent of *
       *> takes the code to the top of the tree.
       01  tran-record.
           02 tx-action      pic x.
           02 tx-code        pic x(4).
           02 tx-active      pic x.
           02 tx-low         pic x(9).
           02 tx-high        pic x(9).
           02 tx-parent      pic x(4).

       fd  listing-file.
       01  listing-line      pic x(80).
       fd  change-log-file.
       01  change-log-line   pic x(132).

       fd  pending-file.
       *> one queued transaction per line, with who entered it and
       *> when, and - once decided - who decided it, when and how:
       *> P waiting, A approved and applied, D declined, X lapsed,
       *> F approved but no longer valid against the file. The
       *> transaction is kept exactly as it was entered.
       01  pending-record.
           02 pd-id          pic 9(6).
           02 pd-status      pic x.
           02 pd-maker       pic x(8).
           02 pd-entered     pic x(19).
           02 pd-checker     pic x(8).
           02 pd-decided     pic x(19).
           02 pd-tran        pic x(58).
           02 pd-reason      pic x(40).

       fd  decision-file.
       *> the checker's decisions, when not keyed at the terminal:
       *> the pending item number, A approve or D decline, and the
       *> reason for a decline.
       01  decision-record.
           02 dc-id          pic x(6).
           02 dc-decision    pic x.
           02 dc-reason      pic x(40).

       fd  pending-report-file.
       01  pending-report-line pic x(80).

       working-storage section.
       77  ws-gref-file        pic x(50) value "statmeasure.grp".
       77  ws-gref-status      pic xx value spaces.
       77  ws-listing-file     pic x(50) value "grpmaint.rpt".
       77  ws-change-log-file  pic x(50) value "grpmaint.log".
       77  ws-change-log-status pic xx value spaces.
       77  ws-pending-file     pic x(50) value "grpmaint.pnd".
       77  ws-pending-status   pic xx value spaces.
       77  ws-decision-file    pic x(50) value spaces.
       77  ws-decision-status  pic xx value spaces.
       77  ws-pending-report-file pic x(50) value "grpmaint.pnr".

       *> who is running this, and as maker or checker: ENTER (the
       *> default) queues transactions, APPROVE decides the queue,
       *> REPORT only prints the listing and the pending report
       77  ws-operator-id      pic x(8) value spaces.
       77  ws-run-mode         pic x(8) value spaces.
       77  ws-maker-id         pic x(8) value spaces.
       77  ws-checker-id       pic x(8) value spaces.

       *> the pending-changes file is worked on whole in this table
       *> and rewritten at the end of the run, with the same refusal
       *> to rewrite when the load dropped anything. Waiting items
       *> lapse after ws-expire-days; decided ones are dropped from
       *> the file once older than ws-keep-days - the change log
       *> keeps them for good.
       77  ws-expire-days      pic 9(3) value 5.
       77  ws-keep-days        pic 9(3) value 30.
       77  ws-pending-count    pic 9(4) value zeros.
       77  ws-pending-idx      pic 9(4) value zeros.
       77  ws-pending-found-idx pic 9(4) value zeros.
       77  ws-pending-dropped  pic 9(4) value zeros.
       77  ws-pending-next-id  pic 9(6) value zeros.
       77  ws-pending-changed  pic x value 'n'.
       77  fmt-pending-dropped pic zzz9.
       01  ws-pending-table.
           02 ws-pending-entry occurs 200 times.
              03 pc-id          pic 9(6).
              03 pc-status      pic x.
              03 pc-maker       pic x(8).
              03 pc-entered     pic x(19).
              03 pc-checker     pic x(8).
              03 pc-decided     pic x(19).
              03 pc-tran        pic x(58).
              03 pc-reason      pic x(40).

       *> the checker's decision on one item
       77  ws-decision         pic x value spaces.
       77  ws-decline-reason   pic x(40) value spaces.
       77  ws-decision-error   pic x(40) value spaces.
       01  ws-decision-id-check.
           02 ws-decision-id-txt pic x(6).
       01  ws-decision-id-check-r redefines ws-decision-id-check.
           02 ws-decision-id    pic 9(6).
       77  ws-pc-approved      pic 9(4) value zeros.
       77  ws-pc-declined      pic 9(4) value zeros.
       77  ws-pc-failed        pic 9(4) value zeros.
       77  ws-pc-expired       pic 9(4) value zeros.
       77  ws-pc-skipped       pic 9(4) value zeros.
       77  ws-pc-waiting       pic 9(4) value zeros.
       77  fmt-pc-count        pic zzz9.

       *> day numbers for lapsing and dropping items
       77  ws-run-day-number   pic 9(8) value zeros.
       77  ws-item-day-number  pic 9(8) value zeros.
       01  ws-item-date-check.
           02 ws-item-date-txt  pic x(8).
       01  ws-item-date-check-r redefines ws-item-date-check.
           02 ws-item-date-num  pic 9(8).
       77  ws-days-txt         pic x(8) value spaces.
       77  ws-item-stamp       pic x(19) value spaces.
       77  fmt-days            pic zz9.
       77  fmt-pending-id      pic 9(6).
       77  ws-report-section   pic x value spaces.
       77  ws-keep-item        pic x value 'y'.
       77  ws-report-heading   pic x(50) value spaces.
       77  ws-report-items     pic 9(4) value zeros.

       *> the whole reference file is worked on in this table and only
       *> rewritten once every transaction has been applied - the same
              03 gr-active      pic x.
              03 gr-low-txt     pic x(9).
              03 gr-high-txt    pic x(9).
              03 gr-parent      pic x(4).

       *> parent-link checking: the parent and active flag the entry
       *> will carry once the transaction is applied, and the walk up
       *> the tree from the parent
       77  ws-new-parent       pic x(4) value spaces.
       77  ws-new-active       pic x value spaces.
       77  ws-lookup-code      pic x(4) value spaces.
       77  ws-lookup-idx       pic 9(4) value zeros.
       77  ws-lookup-sub       pic 9(4) value zeros.
       77  ws-parent-pending   pic x value 'n'.
       77  ws-walk-steps       pic 9(4) value zeros.
       77  ws-active-children  pic 9(4) value zeros.

       *> bound parsing - same two value shapes the detail records use
       77  ws-gref-bound       pic s9(6)v9(2) value zeros.
           02 ws-tx-active     pic x.
           02 ws-tx-low        pic x(9).
           02 ws-tx-high       pic x(9).
           02 ws-tx-parent     pic x(4).
       77  ws-tx-valid         pic x value 'y'.
       77  ws-tx-error         pic x(40) value spaces.
       77  ws-tx-count         pic 9(4) value zeros.
       77  ws-tx-applied       pic 9(4) value zeros.
       77  ws-tx-pended        pic 9(4) value zeros.
       77  ws-tx-rejected      pic 9(4) value zeros.
       77  fmt-tx-count        pic zzz9.
       77  fmt-tx-applied      pic zzz9.
       77  fmt-tx-pended       pic zzz9.
       77  fmt-tx-rejected     pic zzz9.

       *> interactive prompt staging
       77  ws-prompt-ans       pic x(30) value spaces.

       *> before/after images for the change log
       77  ws-before-image     pic x(57) value spaces.
       77  ws-after-image      pic x(57) value spaces.
       77  ws-audit-timestamp  pic x(19) value spaces.
       01  ws-current-time.
           02 ws-ct-hour       pic 9(2).
           02 ws-cd-year       pic 9(4).
           02 ws-cd-month      pic 9(2).
           02 ws-cd-day        pic 9(2).
       01  ws-current-date-r redefines ws-current-date.
           02 ws-cd-num        pic 9(8).
       77  ws-run-date         pic x(10) value spaces.

       *> graded return codes in the same ladder the measure tool
       *> uses: 0 clean, 2 transaction(s) rejected or an approved
       *> item no longer valid, 8 nothing could be processed at all
       *> (no operator id, or a file the load could not keep whole).
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.
           if ws-gref-file = spaces
               move "statmeasure.grp" to ws-gref-file
           end-if
           compute ws-run-day-number =
               function integer-of-date(ws-cd-num)

           accept ws-run-mode from environment "GRPMAINT_MODE"
           move function upper-case(ws-run-mode) to ws-run-mode
           if ws-run-mode = spaces
               move "ENTER" to ws-run-mode
           end-if
           accept ws-pending-file from environment "GRPMAINT_PENDING"
           if ws-pending-file = spaces
               move "grpmaint.pnd" to ws-pending-file
           end-if
           move spaces to ws-days-txt
           accept ws-days-txt from environment "GRPMAINT_EXPIRE_DAYS"
           if ws-days-txt not = spaces
               compute ws-expire-days = function numval(ws-days-txt)
               if ws-expire-days = 0
                   move 5 to ws-expire-days
               end-if
           end-if

           *> every change carries the id of whoever made or checked
           *> it - no id, no run
           accept ws-operator-id from environment "GRPMAINT_OPERATOR"
           if ws-operator-id = spaces and ws-run-mode not = "REPORT"
               display "operator id: " with no advancing
               accept ws-prompt-ans
               move ws-prompt-ans(1:8) to ws-operator-id
           end-if
           move function upper-case(ws-operator-id) to ws-operator-id

           perform load-group-reference
           perform load-pending-changes
           if ws-gref-dropped > 0 or ws-pending-dropped > 0
               *> anything the load dropped would be deleted for good
               *> by the rewrite - refuse the whole run rather than
               *> shrink the file silently.
               display "error: the reference or pending-changes file"
                   " holds entries the load could not keep - no"
                   " changes applied"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
           if ws-operator-id = spaces and ws-run-mode not = "REPORT"
               display "error: no operator id - nothing entered or"
                   " approved"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
           if ws-run-mode not = "ENTER" and
                   ws-run-mode not = "APPROVE" and
                   ws-run-mode not = "REPORT"
               display "error: GRPMAINT_MODE must be ENTER, APPROVE"
                   " or REPORT - nothing done"
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               perform expire-pending-changes
               evaluate ws-run-mode
                   when "APPROVE"
                       perform run-approval-mode
                   when "REPORT"
                       continue
                   when other
                       accept ws-tran-file from environment
                           "GRPMAINT_TRANSACTIONS"
                       if ws-tran-file not = spaces
                           perform run-transaction-file
                       else
                           perform run-interactive-mode
                       end-if
               end-evaluate
               if ws-file-changed = 'y'
                   perform rewrite-group-reference
               end-if
               if ws-pending-changed = 'y'
                   perform rewrite-pending-changes
               end-if
               perform print-group-listing
               perform print-pending-report
           end-if
           end-if
           end-if

           move ws-tx-count to fmt-tx-count
           move ws-tx-pended to fmt-tx-pended
           move ws-tx-rejected to fmt-tx-rejected
           move ws-run-rc to fmt-run-rc
           display "maintenance summary:"
           if ws-run-mode = "ENTER"
               display "  transactions read    = " fmt-tx-count
               display "  queued for approval  = " fmt-tx-pended
               display "  rejected             = " fmt-tx-rejected
           end-if
           if ws-run-mode = "APPROVE"
               move ws-pc-approved to fmt-pc-count
               display "  approved and applied = " fmt-pc-count
               move ws-pc-declined to fmt-pc-count
               display "  declined             = " fmt-pc-count
               move ws-pc-failed to fmt-pc-count
               display "  no longer valid      = " fmt-pc-count
               move ws-pc-skipped to fmt-pc-count
               display "  left waiting         = " fmt-pc-count
           end-if
           move ws-pc-expired to fmt-pc-count
           display "  lapsed this run      = " fmt-pc-count
           display "  return code          = " fmt-run-rc
           move ws-run-rc to return-code
           stop run.
                                       gr-low-txt(ws-gref-idx)
                                   move grf-high to
                                       gr-high-txt(ws-gref-idx)
                                   move grf-parent to
                                       gr-parent(ws-gref-idx)
                               else
                                   add 1 to ws-gref-dropped
                               end-if
                       with no advancing
                   accept ws-prompt-ans
                   move ws-prompt-ans(1:9) to ws-tx-high
                   display "parent code (blank=none/keep, *=none): "
                       with no advancing
                   accept ws-prompt-ans
                   move ws-prompt-ans(1:4) to ws-tx-parent
               end-if
           end-if.

       process-transaction.
           *> validated now so the maker hears at once about a bad
           *> transaction, and again when it is approved - the file
           *> may have moved on in between
           add 1 to ws-tx-count
           move ws-operator-id to ws-maker-id
           move spaces to ws-checker-id
           perform validate-transaction
           if ws-tx-valid = 'y'
               perform add-pending-change
               add 1 to ws-tx-pended
           else
               add 1 to ws-tx-rejected
               display "rejected: action " ws-tx-action
                   (ws-tx-action = 'A' or ws-tx-action = 'a'
                    or ws-tx-action = 'U' or ws-tx-action = 'u')
               perform validate-tran-range
           end-if
           if ws-tx-valid = 'y'
               perform validate-tran-parent
           end-if.

       validate-tran-parent.
           *> work out the parent and active flag the entry will have
           *> once applied, then hold them to the hierarchy rules
           evaluate true
               when ws-tx-action = 'A' or ws-tx-action = 'a'
                   move ws-tx-parent to ws-new-parent
                   if ws-tx-active = space
                       move 'Y' to ws-new-active
                   else
                       move function upper-case(ws-tx-active) to
                           ws-new-active
                   end-if
               when ws-tx-action = 'U' or ws-tx-action = 'u'
                   if ws-tx-parent = spaces
                       move gr-parent(ws-gref-found-idx) to
                           ws-new-parent
                   else
                       move ws-tx-parent to ws-new-parent
                   end-if
                   if ws-tx-active = space
                       move gr-active(ws-gref-found-idx) to
                           ws-new-active
                   else
                       move function upper-case(ws-tx-active) to
                           ws-new-active
                   end-if
               when other
                   move gr-parent(ws-gref-found-idx) to ws-new-parent
                   move 'N' to ws-new-active
           end-evaluate
           if ws-new-parent = '*'
               move spaces to ws-new-parent
           end-if

           *> a parent being newly named (or kept on an add/update)
           *> must be on file and active, and must not already roll
           *> up into this code - checked by walking up from the
           *> parent, which cannot take more steps than there are
           *> entries unless the file already holds a loop
           if ws-new-parent not = spaces and
                   (ws-tx-action = 'A' or ws-tx-action = 'a'
                    or ws-tx-action = 'U' or ws-tx-action = 'u')
               if ws-new-parent = ws-tx-code
                   move 'n' to ws-tx-valid
                   move "code cannot be its own parent" to ws-tx-error
               else
                   move ws-new-parent to ws-lookup-code
                   perform find-lookup-entry
                   *> a parent still waiting to be approved as an add
                   *> is accepted when entering - the item is checked
                   *> against the file again when it is approved, and
                   *> a code not yet on file cannot close a loop
                   move 'n' to ws-parent-pending
                   if ws-lookup-idx = 0 and ws-run-mode = "ENTER"
                       perform find-pending-add
                   end-if
                   if ws-parent-pending = 'y'
                       continue
                   else
                   if ws-lookup-idx = 0
                       move 'n' to ws-tx-valid
                       move "parent code not on file" to ws-tx-error
                   else
                   if gr-active(ws-lookup-idx) = 'N'
                       move 'n' to ws-tx-valid
                       move "parent code is retired" to ws-tx-error
                   else
                       move zero to ws-walk-steps
                       perform until ws-lookup-idx = 0 or
                               ws-walk-steps > ws-gref-count or
                               ws-tx-valid = 'n'
                           if gr-code(ws-lookup-idx) = ws-tx-code
                               move 'n' to ws-tx-valid
                               move "parent link would make a loop"
                                   to ws-tx-error
                           else
                               move gr-parent(ws-lookup-idx) to
                                   ws-lookup-code
                               perform find-lookup-entry
                               add 1 to ws-walk-steps
                           end-if
                       end-perform
                       if ws-walk-steps > ws-gref-count
                           move 'n' to ws-tx-valid
                           move "parent's own links already loop"
                               to ws-tx-error
                       end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-if

           *> retiring a code (by R, or an update to N) would leave
           *> the active codes beneath it with a retired parent
           if ws-tx-valid = 'y' and ws-new-active = 'N' and
                   ws-gref-found-idx not = 0
               move zero to ws-active-children
               perform varying ws-gref-idx from 1 by 1
                       until ws-gref-idx > ws-gref-count
                   if gr-parent(ws-gref-idx) = ws-tx-code and
                           gr-active(ws-gref-idx) not = 'N'
                       add 1 to ws-active-children
                   end-if
               end-perform
               if ws-active-children > 0
                   move 'n' to ws-tx-valid
                   move "active codes still roll up into it"
                       to ws-tx-error
               end-if
           end-if.

       find-pending-add.
           perform varying ws-lookup-sub from 1 by 1
                   until ws-lookup-sub > ws-pending-count
               if pc-status(ws-lookup-sub) = 'P' and
                       (pc-tran(ws-lookup-sub)(1:1) = 'A' or
                        pc-tran(ws-lookup-sub)(1:1) = 'a') and
                       pc-tran(ws-lookup-sub)(2:4) = ws-lookup-code
                   move 'y' to ws-parent-pending
                   exit perform
               end-if
           end-perform.

       find-lookup-entry.
           move zero to ws-lookup-idx
           if ws-lookup-code not = spaces
               perform varying ws-lookup-sub from 1 by 1
                       until ws-lookup-sub > ws-gref-count
                   if gr-code(ws-lookup-sub) = ws-lookup-code
                       move ws-lookup-sub to ws-lookup-idx
                       exit perform
                   end-if
               end-perform
           end-if.

       validate-tran-range.
                   end-if
                   move ws-tx-low to gr-low-txt(ws-gref-found-idx)
                   move ws-tx-high to gr-high-txt(ws-gref-found-idx)
                   move ws-new-parent to gr-parent(ws-gref-found-idx)
               when ws-tx-action = 'U' or ws-tx-action = 'u'
                   perform build-before-image
                   *> blank fields keep what is on file
                       move ws-tx-high to
                           gr-high-txt(ws-gref-found-idx)
                   end-if
                   move ws-new-parent to gr-parent(ws-gref-found-idx)
               when other
                   perform build-before-image
                   move 'N' to gr-active(ws-gref-found-idx)
               gr-active(ws-gref-found-idx)
               gr-low-txt(ws-gref-found-idx)
               gr-high-txt(ws-gref-found-idx)
               gr-parent(ws-gref-found-idx)
               into ws-before-image.

       build-after-image.
               gr-active(ws-gref-found-idx)
               gr-low-txt(ws-gref-found-idx)
               gr-high-txt(ws-gref-found-idx)
               gr-parent(ws-gref-found-idx)
               into ws-after-image.

       set-audit-timestamp.
           perform open-change-log
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " " ws-tx-code
               "  mk=" ws-maker-id " ck=" ws-checker-id
               "  before: [" ws-before-image "]"
               into change-log-line
           write change-log-line
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " " ws-tx-code
               "  mk=" ws-maker-id " ck=" ws-checker-id
               "  after:  [" ws-after-image "]"
               into change-log-line
           write change-log-line
           perform open-change-log
           move spaces to change-log-line
           string ws-audit-timestamp "  " ws-tx-action " " ws-tx-code
               "  mk=" ws-maker-id " ck=" ws-checker-id
               "  rejected: " function trim(ws-tx-error)
               into change-log-line
           write change-log-line
           close change-log-file.

       write-pending-log-entry.
           *> queued, declined and lapsed items - ws-decision-error
           *> says which, for the item in ws-pending-idx
           perform set-audit-timestamp
           perform open-change-log
           move pc-id(ws-pending-idx) to fmt-pending-id
           move spaces to change-log-line
           string ws-audit-timestamp "  " pc-tran(ws-pending-idx)(1:1)
               " " pc-tran(ws-pending-idx)(2:4)
               "  mk=" pc-maker(ws-pending-idx)
               " ck=" pc-checker(ws-pending-idx)
               "  #" fmt-pending-id " "
               function trim(ws-decision-error)
               into change-log-line
           write change-log-line
           close change-log-file.

       load-pending-changes.
           move zero to ws-pending-count
           move zero to ws-pending-dropped
           move zero to ws-pending-next-id
           open input pending-file
           if ws-pending-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read pending-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if pending-record not = spaces
                               if ws-pending-count < 200 and
                                       pd-id is numeric
                                   add 1 to ws-pending-count
                                   move ws-pending-count to
                                       ws-pending-idx
                                   perform add-pending-entry
                               else
                                   add 1 to ws-pending-dropped
                               end-if
                           end-if
                   end-read
               end-perform
               close pending-file
               move 'n' to ws-end-of-file
           end-if
           if ws-pending-dropped > 0
               move ws-pending-dropped to fmt-pending-dropped
               display "warning: " fmt-pending-dropped " pending"
                   " item(s) unreadable or past the 200-item limit"
           end-if.

       add-pending-entry.
           move pd-id to pc-id(ws-pending-idx)
           move pd-status to pc-status(ws-pending-idx)
           move pd-maker to pc-maker(ws-pending-idx)
           move pd-entered to pc-entered(ws-pending-idx)
           move pd-checker to pc-checker(ws-pending-idx)
           move pd-decided to pc-decided(ws-pending-idx)
           move pd-tran to pc-tran(ws-pending-idx)
           move pd-reason to pc-reason(ws-pending-idx)
           if pd-id > ws-pending-next-id
               move pd-id to ws-pending-next-id
           end-if.

       expire-pending-changes.
           *> a waiting item entered more than ws-expire-days ago
           *> lapses - the maker enters it again if it is still wanted
           move ws-expire-days to fmt-days
           perform varying ws-pending-idx from 1 by 1
                   until ws-pending-idx > ws-pending-count
               if pc-status(ws-pending-idx) = 'P'
                   move pc-entered(ws-pending-idx) to ws-item-stamp
                   perform date-pending-item
                   if ws-item-day-number <
                           ws-run-day-number - ws-expire-days
                       perform set-audit-timestamp
                       move 'X' to pc-status(ws-pending-idx)
                       move ws-audit-timestamp to
                           pc-decided(ws-pending-idx)
                       move spaces to pc-reason(ws-pending-idx)
                       string "not decided within "
                           function trim(fmt-days) " day(s)"
                           into pc-reason(ws-pending-idx)
                       move "lapsed" to ws-decision-error
                       perform write-pending-log-entry
                       add 1 to ws-pc-expired
                       move 'y' to ws-pending-changed
                   end-if
               end-if
           end-perform.

       date-pending-item.
           *> day number of a yyyy-mm-dd timestamp staged in
           *> ws-item-stamp; one that cannot be read counts as today
           move ws-run-day-number to ws-item-day-number
           string ws-item-stamp(1:4) ws-item-stamp(6:2)
               ws-item-stamp(9:2)
               delimited by size into ws-item-date-txt
           if ws-item-date-num is numeric
               if ws-item-date-num > 16010101
                   compute ws-item-day-number =
                       function integer-of-date(ws-item-date-num)
               end-if
               if ws-item-day-number = 0
                   move ws-run-day-number to ws-item-day-number
               end-if
           end-if.

       add-pending-change.
           if ws-pending-count >= 200
               *> counted as a reject so the maker knows to come back
               *> once the queue has been worked
               subtract 1 from ws-tx-pended
               add 1 to ws-tx-rejected
               move "pending-changes file is full (200 items)" to
                   ws-tx-error
               display "rejected: action " ws-tx-action
                   " code " ws-tx-code " - "
                   function trim(ws-tx-error)
               perform write-reject-log-entry
               move 2 to ws-new-rc
               perform raise-run-rc
           else
               perform set-audit-timestamp
               add 1 to ws-pending-count
               move ws-pending-count to ws-pending-idx
               add 1 to ws-pending-next-id
               move ws-pending-next-id to pc-id(ws-pending-idx)
               move 'P' to pc-status(ws-pending-idx)
               move ws-operator-id to pc-maker(ws-pending-idx)
               move ws-audit-timestamp to pc-entered(ws-pending-idx)
               move spaces to pc-checker(ws-pending-idx)
               move spaces to pc-decided(ws-pending-idx)
               move ws-tran to pc-tran(ws-pending-idx)
               move spaces to pc-reason(ws-pending-idx)
               move "queued for approval" to ws-decision-error
               perform write-pending-log-entry
               move ws-pending-next-id to fmt-pending-id
               display "queued: action " ws-tx-action " code "
                   ws-tx-code " as pending item " fmt-pending-id
               move 'y' to ws-pending-changed
           end-if.

       run-approval-mode.
           *> the checker works the queue from a decisions file when
           *> one is named, otherwise item by item at the terminal
           accept ws-decision-file from environment
               "GRPMAINT_DECISIONS"
           if ws-decision-file not = spaces
               perform run-decision-file
           else
               perform run-interactive-approval
           end-if.

       run-decision-file.
           open input decision-file
           if ws-decision-status not = "00"
               display "error: cannot open decisions file "
                   function trim(ws-decision-file)
               move 8 to ws-new-rc
               perform raise-run-rc
           else
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read decision-file
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           if decision-record not = spaces
                               move dc-id to ws-decision-id-txt
                               move function upper-case(dc-decision)
                                   to ws-decision
                               move dc-reason to ws-decline-reason
                               perform find-pending-item
                               perform decide-pending-change
                           end-if
                   end-read
               end-perform
               close decision-file
               move 'n' to ws-end-of-file
           end-if
           perform count-waiting-items.

       run-interactive-approval.
           display "pending items - A approve, D decline, S skip,"
               " E end."
           move spaces to ws-decision
           perform varying ws-pending-idx from 1 by 1
                   until ws-pending-idx > ws-pending-count
                   or ws-decision = 'E'
               if pc-status(ws-pending-idx) = 'P'
                   perform show-pending-item
                   if pc-maker(ws-pending-idx) = ws-operator-id
                       display "  (entered by you - another operator"
                           " must decide it)"
                   else
                       display "decision (A/D/S/E): "
                           with no advancing
                       accept ws-prompt-ans
                       move function upper-case(ws-prompt-ans(1:1))
                           to ws-decision
                       move spaces to ws-decline-reason
                       if ws-decision = 'D'
                           display "reason: " with no advancing
                           accept ws-decline-reason
                       end-if
                       if ws-decision = 'A' or ws-decision = 'D'
                           move ws-pending-idx to ws-pending-found-idx
                           move pc-id(ws-pending-idx) to
                               ws-decision-id-txt
                           perform decide-pending-change
                       else
                       if ws-decision not = 'S' and
                               ws-decision not = 'E'
                           display "  answer must be A, D, S or E -"
                               " item skipped"
                       end-if
                       end-if
                   end-if
               end-if
           end-perform
           perform count-waiting-items.

       show-pending-item.
           move pc-id(ws-pending-idx) to fmt-pending-id
           display " "
           display "  #" fmt-pending-id "  "
               pc-tran(ws-pending-idx)(1:1) " "
               pc-tran(ws-pending-idx)(2:4)
               "  entered " pc-entered(ws-pending-idx)
               " by " pc-maker(ws-pending-idx)
           display "     desc   [" pc-tran(ws-pending-idx)(6:30) "]"
           display "     active [" pc-tran(ws-pending-idx)(36:1)
               "]  low [" pc-tran(ws-pending-idx)(37:9)
               "]  high [" pc-tran(ws-pending-idx)(46:9)
               "]  parent [" pc-tran(ws-pending-idx)(55:4) "]".

       find-pending-item.
           move zero to ws-pending-found-idx
           if ws-decision-id-txt is numeric
               perform varying ws-pending-idx from 1 by 1
                       until ws-pending-idx > ws-pending-count
                   if pc-id(ws-pending-idx) = ws-decision-id
                       move ws-pending-idx to ws-pending-found-idx
                       exit perform
                   end-if
               end-perform
           end-if.

       decide-pending-change.
           *> one decision on the item in ws-pending-found-idx. The
           *> maker can never be the checker; an approval is applied
           *> only if the transaction is still valid against the file
           *> as it now stands.
           move spaces to ws-decision-error
           if ws-pending-found-idx = 0
               move "no such pending item" to ws-decision-error
           else
               if pc-status(ws-pending-found-idx) not = 'P'
                   move "item is no longer waiting" to
                       ws-decision-error
               else
                   if pc-maker(ws-pending-found-idx) = ws-operator-id
                       move "maker cannot approve own change" to
                           ws-decision-error
                   else
                       if ws-decision not = 'A' and
                               ws-decision not = 'D'
                           move "decision must be A or D" to
                               ws-decision-error
                       end-if
                   end-if
               end-if
           end-if
           if ws-decision-error not = spaces
               display "decision refused: item " ws-decision-id-txt
                   " - " function trim(ws-decision-error)
               move 2 to ws-new-rc
               perform raise-run-rc
           else
               move ws-pending-found-idx to ws-pending-idx
               perform set-audit-timestamp
               move ws-operator-id to pc-checker(ws-pending-idx)
               move ws-audit-timestamp to pc-decided(ws-pending-idx)
               move 'y' to ws-pending-changed
               if ws-decision = 'D'
                   move 'D' to pc-status(ws-pending-idx)
                   move ws-decline-reason to pc-reason(ws-pending-idx)
                   move "declined" to ws-decision-error
                   perform write-pending-log-entry
                   add 1 to ws-pc-declined
               else
                   move pc-tran(ws-pending-idx) to ws-tran
                   move pc-maker(ws-pending-idx) to ws-maker-id
                   move ws-operator-id to ws-checker-id
                   perform validate-transaction
                   if ws-tx-valid = 'y'
                       perform apply-transaction
                       move 'A' to pc-status(ws-pending-idx)
                       add 1 to ws-tx-applied
                       add 1 to ws-pc-approved
                   else
                       move 'F' to pc-status(ws-pending-idx)
                       move ws-tx-error to pc-reason(ws-pending-idx)
                       display "not applied: item "
                           pc-id(ws-pending-idx) " - "
                           function trim(ws-tx-error)
                       perform write-reject-log-entry
                       add 1 to ws-pc-failed
                       move 2 to ws-new-rc
                       perform raise-run-rc
                   end-if
               end-if
           end-if.

       count-waiting-items.
           move zero to ws-pc-skipped
           perform varying ws-pending-idx from 1 by 1
                   until ws-pending-idx > ws-pending-count
               if pc-status(ws-pending-idx) = 'P'
                   add 1 to ws-pc-skipped
               end-if
           end-perform.

       rewrite-pending-changes.
           *> decided items older than ws-keep-days are dropped here -
           *> they have been on the pending report for a month and
           *> the change log has them for good
           open output pending-file
           perform varying ws-pending-idx from 1 by 1
                   until ws-pending-idx > ws-pending-count
               move 'y' to ws-keep-item
               if pc-status(ws-pending-idx) not = 'P'
                   move pc-decided(ws-pending-idx) to ws-item-stamp
                   perform date-pending-item
                   if ws-item-day-number <
                           ws-run-day-number - ws-keep-days
                       move 'n' to ws-keep-item
                   end-if
               end-if
               if ws-keep-item = 'y'
                   move pc-id(ws-pending-idx) to pd-id
                   move pc-status(ws-pending-idx) to pd-status
                   move pc-maker(ws-pending-idx) to pd-maker
                   move pc-entered(ws-pending-idx) to pd-entered
                   move pc-checker(ws-pending-idx) to pd-checker
                   move pc-decided(ws-pending-idx) to pd-decided
                   move pc-tran(ws-pending-idx) to pd-tran
                   move pc-reason(ws-pending-idx) to pd-reason
                   write pending-record
               end-if
           end-perform
           close pending-file.

       print-pending-report.
           *> what is still waiting, then what was declined, lapsed
           *> or found no longer valid at approval in the last
           *> ws-keep-days days
           open output pending-report-file
           move spaces to pending-report-line
           string "pending-change report - run date: " ws-run-date
               into pending-report-line
           write pending-report-line
           move spaces to pending-report-line
           string "file: " function trim(ws-pending-file)
               into pending-report-line
           write pending-report-line
           move 'P' to ws-report-section
           move "awaiting approval" to ws-report-heading
           perform print-pending-section
           move 'D' to ws-report-section
           move "declined" to ws-report-heading
           perform print-pending-section
           move 'X' to ws-report-section
           move "lapsed - not decided in time" to ws-report-heading
           perform print-pending-section
           move 'F' to ws-report-section
           move "approved but no longer valid - not applied" to
               ws-report-heading
           perform print-pending-section
           close pending-report-file
           display "pending-change report written to "
               function trim(ws-pending-report-file).

       print-pending-section.
           move spaces to pending-report-line
           write pending-report-line
           move spaces to pending-report-line
           string "  " ws-report-heading into pending-report-line
           write pending-report-line
           move zero to ws-report-items
           perform varying ws-pending-idx from 1 by 1
                   until ws-pending-idx > ws-pending-count
               if pc-status(ws-pending-idx) = ws-report-section
                   add 1 to ws-report-items
                   perform print-pending-item
               end-if
           end-perform
           if ws-report-items = 0
               move "    (none)" to pending-report-line
               write pending-report-line
           end-if.

       print-pending-item.
           move pc-id(ws-pending-idx) to fmt-pending-id
           move spaces to pending-report-line
           string "    #" fmt-pending-id "  "
               pc-tran(ws-pending-idx)(1:1) " "
               pc-tran(ws-pending-idx)(2:4)
               "  entered " pc-entered(ws-pending-idx)
               " by " pc-maker(ws-pending-idx)
               into pending-report-line
           write pending-report-line
           move spaces to pending-report-line
           string "             [" pc-tran(ws-pending-idx)(6:53) "]"
               into pending-report-line
           write pending-report-line
           if ws-report-section = 'D' or ws-report-section = 'F'
               move spaces to pending-report-line
               string "             checked " pc-decided(ws-pending-idx)
                   " by " pc-checker(ws-pending-idx)
                   into pending-report-line
               write pending-report-line
           end-if
           if ws-report-section not = 'P'
               move spaces to pending-report-line
               string "             reason: " pc-reason(ws-pending-idx)
                   into pending-report-line
               write pending-report-line
           end-if.

       rewrite-group-reference.
           open output group-ref-file
           perform varying ws-gref-idx from 1 by 1
               move gr-active(ws-gref-idx) to grf-active
               move gr-low-txt(ws-gref-idx) to grf-low
               move gr-high-txt(ws-gref-idx) to grf-high
               move gr-parent(ws-gref-idx) to grf-parent
               write group-ref-record
           end-perform
           close group-ref-file
           move spaces to listing-line
           write listing-line
           move "  code  description                    act" &
               "  low        high       parent" to listing-line
           write listing-line
           move "  ----  -----------                    ---" &
               "  ---        ----       ------" to listing-line
           write listing-line
           add 7 to ws-line-no.

               "  " gr-active(ws-gref-idx)
               "   " gr-low-txt(ws-gref-idx)
               "  " gr-high-txt(ws-gref-idx)
               "  " gr-parent(ws-gref-idx)
               into listing-line
           write listing-line
           add 1 to ws-line-no
           *> a parent link the file carries from before these rules,
           *> or from a hand edit, is called out the same way
           if gr-parent(ws-gref-idx) not = spaces
               move gr-parent(ws-gref-idx) to ws-lookup-code
               perform find-lookup-entry
               if ws-lookup-idx = 0
                   move "        *** parent not on file - rolls up" &
                       " as a top-level code ***" to listing-line
                   write listing-line
                   add 1 to ws-line-no
               else
                   if gr-active(ws-lookup-idx) = 'N'
                       move "        *** parent is retired ***" to
                           listing-line
                       write listing-line
                       add 1 to ws-line-no
                   end-if
               end-if
           end-if
           if gr-low-txt(ws-gref-idx) not = spaces
                   or gr-high-txt(ws-gref-idx) not = spaces
               move gr-low-txt(ws-gref-idx) to ws-gref-val-txt
