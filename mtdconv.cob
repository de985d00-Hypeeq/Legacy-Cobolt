       identification division.
       program-id. mtdconv.

       *> one-time conversion of the month-to-date rollup master and
       *> the period-history master from the old sequential files to
       *> the indexed files the measure tool now keeps, keyed on
       *> period + group code. Run once, after the last run that
       *> posted under the old layout and before the first run under
       *> the new one, with the old files renamed aside (by default to
       *> statmeasure.mtd.seq and statmeasure.hty.seq). Nothing is
       *> converted if either indexed file already holds records.
       *>
       *> The old period history could hold the same period and group
       *> twice (a month closed twice); the reports summed such
       *> records, so they are summed here into the one keyed record
       *> and counted as merged. Records that do not parse are listed
       *> and left out. Each file is then read back and its record
       *> count and n, sum and sum of squares reconciled against what
       *> was accepted from the old file - the conversion report is
       *> kept with the run log as the proof nothing was lost.

       environment division.
       input-output section.
       file-control.
           select old-file assign to dynamic ws-old-file
               organization is line sequential
               file status is ws-old-status.

           select new-file assign to dynamic ws-new-file
               organization is indexed
               access mode is dynamic
               record key is nw-key
               file status is ws-new-status.

           select report-file assign to dynamic ws-report-file
               organization is line sequential.

       data division.
       file section.
       fd  old-file.
       *> the old sequential layout - identical for both masters
       01  old-record.
           02 od-period      pic 9(6).
           02 od-code        pic x(4).
           02 od-n           pic 9(8).
           02 od-sum         pic s9(14)v9(2) sign leading separate.
           02 od-sum-sqr     pic 9(14)v9(2).
       01  old-image         pic x(51).

       fd  new-file.
       *> same layout and key as the measure tool's month-to-date and
       *> period-history masters
       01  new-record.
           02 nw-key.
              03 nw-period   pic 9(6).
              03 nw-code     pic x(4).
           02 nw-n           pic 9(8).
           02 nw-sum         pic s9(14)v9(2) sign leading separate.
           02 nw-sum-sqr     pic 9(14)v9(2).

       fd  report-file.
       01  report-line       pic x(100).

       working-storage section.
       77  ws-old-file         pic x(50) value spaces.
       77  ws-old-status       pic xx value spaces.
       77  ws-new-file         pic x(50) value spaces.
       77  ws-new-status       pic xx value spaces.
       77  ws-report-file      pic x(50) value "mtdconv.rpt".
       77  ws-old-mtd-file     pic x(50) value "statmeasure.mtd.seq".
       77  ws-old-hty-file     pic x(50) value "statmeasure.hty.seq".
       77  ws-mtd-file         pic x(50) value "statmeasure.mtd".
       77  ws-history-file     pic x(50) value "statmeasure.hty".
       77  ws-env-value        pic x(50) value spaces.

       *> one file's conversion counts and control totals
       77  ws-conv-label       pic x(20) value spaces.
       77  ws-conv-read        pic 9(8) value zeros.
       77  ws-conv-rejected    pic 9(8) value zeros.
       77  ws-conv-written     pic 9(8) value zeros.
       77  ws-conv-merged      pic 9(8) value zeros.
       77  ws-conv-failed      pic 9(8) value zeros.
       77  ws-conv-back        pic 9(8) value zeros.
       77  ws-in-n             pic 9(12) value zeros.
       77  ws-in-sum           pic s9(16)v9(2) value zeros.
       77  ws-in-sum-sqr       pic 9(16)v9(2) value zeros.
       77  ws-back-n           pic 9(12) value zeros.
       77  ws-back-sum         pic s9(16)v9(2) value zeros.
       77  ws-back-sum-sqr     pic 9(16)v9(2) value zeros.
       77  ws-conv-balanced    pic x value 'y'.
       77  ws-files-converted  pic 9(2) value zeros.

       77  ws-conv-ok          pic x value 'y'.
       77  ws-conv-error       pic x(60) value spaces.
       77  ws-end-of-file      pic x value 'n'.

       01  ws-current-date.
           02 ws-cd-year       pic 9(4).
           02 ws-cd-month      pic 9(2).
           02 ws-cd-day        pic 9(2).
       77  ws-run-date         pic x(10) value spaces.

       *> graded return codes in the measure tool's ladder: 0 both
       *> files converted and in balance, 2 some old records were
       *> rejected, 8 nothing was converted, 12 a file is out of
       *> balance after conversion.
       77  ws-run-rc           pic 9(2) value zeros.
       77  ws-new-rc           pic 9(2) value zeros.
       77  fmt-run-rc          pic z9.

       77  fmt-count           pic zzzzzzz9.
       77  fmt-n               pic zzzzzzzzzzz9.
       77  fmt-sum             pic -zzzzzzzzzzzzzzz9.99.
       77  fmt-sum-sqr         pic zzzzzzzzzzzzzzzz9.99.
       77  fmt-rec-no          pic zzzzzzz9.

       procedure division.
       main-logic.
           display "******************************************"
           display "*   month-to-date / history conversion   *"
           display "******************************************"

           accept ws-current-date from date yyyymmdd
           string ws-cd-year "-" ws-cd-month "-" ws-cd-day
               into ws-run-date

           move spaces to ws-env-value
           accept ws-env-value from environment "MTDCONV_OLD_MTD"
           if ws-env-value not = spaces
               move ws-env-value to ws-old-mtd-file
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment "MTDCONV_OLD_HTY"
           if ws-env-value not = spaces
               move ws-env-value to ws-old-hty-file
           end-if

           open output report-file
           move spaces to report-line
           string "month-to-date / period-history conversion - run"
               " date: " ws-run-date into report-line
           write report-line
           move spaces to report-line
           write report-line

           *> both targets are checked before either is written, so
           *> a second run can never overwrite a converted master
           move 'y' to ws-conv-ok
           move ws-mtd-file to ws-new-file
           perform check-target-empty
           if ws-conv-ok = 'y'
               move ws-history-file to ws-new-file
               perform check-target-empty
           end-if

           if ws-conv-ok = 'y'
               move "month-to-date" to ws-conv-label
               move ws-old-mtd-file to ws-old-file
               move ws-mtd-file to ws-new-file
               perform convert-one-file
               *> a master that cannot be created stops the run there
               if ws-run-rc < 12
                   move "period history" to ws-conv-label
                   move ws-old-hty-file to ws-old-file
                   move ws-history-file to ws-new-file
                   perform convert-one-file
               end-if
               if ws-files-converted = 0
                   move "  neither old file was found - nothing" &
                       " converted" to report-line
                   write report-line
                   move 8 to ws-new-rc
                   perform raise-run-rc
               end-if
           else
               move spaces to report-line
               string "  conversion refused - " ws-conv-error
                   into report-line
               write report-line
               display "error: conversion refused - "
                   function trim(ws-conv-error)
               move 8 to ws-new-rc
               perform raise-run-rc
           end-if

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

       check-target-empty.
           open input new-file
           if ws-new-status = "00"
               read new-file next record
                   at end
                       continue
                   not at end
                       move 'n' to ws-conv-ok
                       move spaces to ws-conv-error
                       string function trim(ws-new-file)
                           " already holds records" into ws-conv-error
               end-read
               close new-file
           end-if.

       convert-one-file.
           move zero to ws-conv-read
           move zero to ws-conv-rejected
           move zero to ws-conv-written
           move zero to ws-conv-merged
           move zero to ws-conv-failed
           move zero to ws-conv-back
           move zero to ws-in-n
           move zero to ws-in-sum
           move zero to ws-in-sum-sqr
           move zero to ws-back-n
           move zero to ws-back-sum
           move zero to ws-back-sum-sqr
           move spaces to report-line
           string "  " ws-conv-label ": " function trim(ws-old-file)
               " -> " function trim(ws-new-file) into report-line
           write report-line
           open input old-file
           if ws-old-status not = "00"
               move "    old file not found - skipped" to report-line
               write report-line
               move spaces to report-line
               write report-line
           else
               add 1 to ws-files-converted
               *> created empty, then reopened for update so a
               *> duplicate key can be read back and merged
               open output new-file
               if ws-new-status = "00"
                   close new-file
                   open i-o new-file
               end-if
               if ws-new-status not = "00"
                   close old-file
                   move spaces to report-line
                   string "    new file cannot be opened (status "
                       ws-new-status ") - nothing converted"
                       into report-line
                   write report-line
                   move spaces to report-line
                   write report-line
                   display "error: " function trim(ws-new-file)
                       " cannot be opened, status " ws-new-status
                   move 12 to ws-new-rc
                   perform raise-run-rc
               else
                   move 'n' to ws-end-of-file
                   perform until ws-end-of-file = 'y'
                       read old-file
                           at end
                               move 'y' to ws-end-of-file
                           not at end
                               add 1 to ws-conv-read
                               perform convert-old-record
                       end-read
                   end-perform
                   close old-file
                   close new-file
                   perform read-back-new-file
                   perform print-reconciliation
               end-if
           end-if.

       convert-old-record.
           if od-period is numeric and od-n is numeric and
                   od-sum is numeric and od-sum-sqr is numeric
               add od-n to ws-in-n
               add od-sum to ws-in-sum
               add od-sum-sqr to ws-in-sum-sqr
               move od-period to nw-period
               move od-code to nw-code
               read new-file key is nw-key
                   invalid key
                       move od-period to nw-period
                       move od-code to nw-code
                       move od-n to nw-n
                       move od-sum to nw-sum
                       move od-sum-sqr to nw-sum-sqr
                       write new-record
                           invalid key
                               add 1 to ws-conv-failed
                           not invalid key
                               add 1 to ws-conv-written
                       end-write
                   not invalid key
                       *> the same period and group twice - summed,
                       *> as the old reports summed them
                       add od-n to nw-n
                       add od-sum to nw-sum
                       add od-sum-sqr to nw-sum-sqr
                       rewrite new-record
                           invalid key
                               add 1 to ws-conv-failed
                           not invalid key
                               add 1 to ws-conv-merged
                       end-rewrite
               end-read
           else
               add 1 to ws-conv-rejected
               move ws-conv-read to fmt-rec-no
               move spaces to report-line
               string "    rejected record " fmt-rec-no ": ["
                   old-image "]" into report-line
               write report-line
           end-if.

       read-back-new-file.
           open input new-file
           if ws-new-status = "00"
               move 'n' to ws-end-of-file
               perform until ws-end-of-file = 'y'
                   read new-file next record
                       at end
                           move 'y' to ws-end-of-file
                       not at end
                           add 1 to ws-conv-back
                           add nw-n to ws-back-n
                           add nw-sum to ws-back-sum
                           add nw-sum-sqr to ws-back-sum-sqr
                   end-read
               end-perform
               close new-file
           end-if.

       print-reconciliation.
           *> in balance when every record read was written, merged
           *> or rejected, the file holds exactly the records written,
           *> and its totals equal the totals accepted from the old file
           move 'y' to ws-conv-balanced
           if ws-conv-read not =
                   ws-conv-written + ws-conv-merged + ws-conv-rejected
               move 'n' to ws-conv-balanced
           end-if
           if ws-conv-back not = ws-conv-written or
                   ws-conv-failed > 0
               move 'n' to ws-conv-balanced
           end-if
           if ws-back-n not = ws-in-n or ws-back-sum not = ws-in-sum
                   or ws-back-sum-sqr not = ws-in-sum-sqr
               move 'n' to ws-conv-balanced
           end-if

           move ws-conv-read to fmt-count
           move spaces to report-line
           string "    records read          " fmt-count
               into report-line
           write report-line
           move ws-conv-rejected to fmt-count
           move spaces to report-line
           string "    rejected (listed)     " fmt-count
               into report-line
           write report-line
           move ws-conv-merged to fmt-count
           move spaces to report-line
           string "    merged into a key     " fmt-count
               into report-line
           write report-line
           move ws-conv-written to fmt-count
           move spaces to report-line
           string "    written               " fmt-count
               into report-line
           write report-line
           if ws-conv-failed > 0
               move ws-conv-failed to fmt-count
               move spaces to report-line
               string "    could not be written  " fmt-count
                   into report-line
               write report-line
           end-if
           move ws-conv-back to fmt-count
           move spaces to report-line
           string "    read back             " fmt-count
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move "                          n                   sum" &
               "       sum of squares" to report-line
           write report-line
           move ws-in-n to fmt-n
           move ws-in-sum to fmt-sum
           move ws-in-sum-sqr to fmt-sum-sqr
           move spaces to report-line
           string "    accepted    " fmt-n " " fmt-sum " " fmt-sum-sqr
               into report-line
           write report-line
           move ws-back-n to fmt-n
           move ws-back-sum to fmt-sum
           move ws-back-sum-sqr to fmt-sum-sqr
           move spaces to report-line
           string "    read back   " fmt-n " " fmt-sum " " fmt-sum-sqr
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           if ws-conv-balanced = 'y'
               move "    in balance" to report-line
           else
               move "    *** OUT OF BALANCE - do not run the measure" &
                   " tool on this master ***" to report-line
               move 12 to ws-new-rc
               perform raise-run-rc
               display "error: " function trim(ws-new-file)
                   " is out of balance after conversion"
           end-if
           write report-line
           if ws-conv-rejected > 0
               move 2 to ws-new-rc
               perform raise-run-rc
           end-if
           move spaces to report-line
           write report-line
           move ws-conv-written to fmt-count
           display ws-conv-label " converted: " fmt-count
               " record(s) written".

       raise-run-rc.
           if ws-new-rc > ws-run-rc
               move ws-new-rc to ws-run-rc
           end-if.
