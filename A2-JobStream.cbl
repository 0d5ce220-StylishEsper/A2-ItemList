       identification division.
       program-id. A2-JobStream as "A2_ItemList.A2-JobStream".
       author. Ahmed Butt.
       date-written. 2026-10-15.

       environment division.
       configuration section.

       input-output section.
       file-control.

           *> the run sheet - hand-maintained, one record per step, with
           *> the steps for a normal night and for month-end kept side by
           *> side so neither list can drift out of step with the other
           select control-file
               assign to "../../../A2-ItemList/A2.jsc"
               organization is line sequential
               file status is ws-control-status.

           *> where the stream got to - rewritten after every step, so
           *> a restart the same business date picks up from the step
           *> that failed and leaves completed steps alone
           select step-status-file
               assign to "../../../A2-ItemList/A2.jss"
               organization is line sequential
               file status is ws-step-status-status.

           *> one-page job summary for the morning shift
           select summary-file
               assign to "../../../A2-ItemList/A2.jsm"
               organization is line sequential
               file status is ws-summary-status.

           *> the processing calendar - the last date on it in a month
           *> is that month's last business day, and gets the month-end
           *> stream
           select calendar-file
               assign to "../../../A2-ItemList/A2.cal"
               organization is line sequential
               file status is ws-calendar-status.

           *> hand-maintained run parameters shared by the whole suite -
           *> every step dates its work from the business date here, so
           *> the stream will not start without one
           select run-param-file
               assign to "../../../A2-ItemList/A2.prm"
               organization is line sequential
               file status is ws-param-status.

       data division.
       file section.

       fd control-file
           data record is jc-control-record
           record contains 55 characters.

       01 jc-control-record.
         *> N = normal night, M = month-end night
         05 jc-stream pic x.
         05 jc-step-number pic 9(2).
         *> the program-id, e.g. A2-ItemList
         05 jc-program pic x(20).
         *> the highest completion code the stream carries on past -
         *> 0 for a step that must run clean, 4 for one whose 4 only
         *> flags something for the morning (A2-DayEnd, A2-StockRecon)
         05 jc-max-rc pic 9(2).
         05 jc-description pic x(30).

       fd step-status-file
           data record is js-step-status-record
           record contains 51 characters.

       01 js-step-status-record.
         05 js-business-date pic 9(8).
         05 js-stream pic x.
         05 js-step-number pic 9(2).
         05 js-program pic x(20).
         *> N = not run yet, R = started but never came back,
         *> C = complete, F = failed
         05 js-status pic x.
         05 js-return-code pic 9(3).
         05 js-start-time pic 9(8).
         05 js-end-time pic 9(8).

       fd summary-file
           data record is summary-line
           record contains 132 characters.

       01 summary-line pic x(132).

       fd calendar-file
           data record is cl-calendar-record
           record contains 8 characters.

       01 cl-calendar-record.
         05 cl-expected-date pic 9(8).
       01 cl-calendar-month-r redefines cl-calendar-record.
         05 cl-expected-yyyymm pic 9(6).
         05 filler pic 9(2).

       fd run-param-file
           data record is pr-param-record
           record contains 29 characters.

       01 pr-param-record.
         05 pr-business-date pic 9(8).
         05 pr-run-mode pic x.
         05 pr-trend-threshold pic 9(3).
         05 pr-stale-days pic 9(3).
         *> "S" makes the daily list suspend detail for unknown
         *> branch/item keys instead of auto-creating skeleton masters
         05 pr-suspense-mode pic x.
         *> demand-based reorder points: weeks of movement averaged,
         *> safety stock as a percent of lead-time demand, and the
         *> lead days used for an item with no vendor lead time
         05 pr-reorder-weeks pic 9(2).
         05 pr-safety-pct pic 9(3).
         05 pr-default-lead-days pic 9(3).
         *> "C" makes A2-CountSheet print only the items the cycle
         *> count calendar A2.ccs schedules for the business date
         05 pr-count-mode pic x.
         *> A2-ItemList selling price check: the percent a keyed unit
         *> price may stray from its A2.prc list price before the line
         *> is a price exception, and "H" to hold exception lines out
         *> of the master update instead of posting them
         05 pr-price-tolerance-pct pic 9(3).
         05 pr-price-hold pic x.

       working-storage section.

       01 ws-control-status pic xx value "00".
       01 ws-step-status-status pic xx value "00".
       01 ws-summary-status pic xx value "00".
       01 ws-calendar-status pic xx value "00".
       01 ws-param-status pic xx value "00".

       01 ws-control-eof pic x value "N".
       01 ws-step-status-eof pic x value "N".
       01 ws-calendar-eof pic x value "N".

       01 ws-run-date pic 9(8) value 0.
       01 ws-run-date-r redefines ws-run-date.
         05 ws-run-yyyy pic 9(4).
         05 ws-run-mm pic 9(2).
         05 ws-run-dd pic 9(2).
       01 ws-run-month-r redefines ws-run-date.
         05 ws-run-yyyymm pic 9(6).
         05 filler pic 9(2).
       01 ws-date-found pic x value "N".

       *> N or M - which list on A2.jsc runs tonight
       01 ws-stream pic x value "N".
       01 ws-later-in-month pic x value "N".

       *> calendar-day fallback when A2.cal isn't there to ask
       01 ws-month-days-values pic x(24) value "312831303130313130313031".
       01 ws-month-days-table redefines ws-month-days-values.
         05 ws-month-days pic 9(2) occurs 12 times.
       01 ws-last-day pic 9(2) value 0.
       01 ws-leap-quotient pic 9(4) value 0.
       01 ws-leap-rem4 pic 9(3) value 0.
       01 ws-leap-rem100 pic 9(3) value 0.
       01 ws-leap-rem400 pic 9(3) value 0.

       *> tonight's steps in run order, with where each one got to
       01 ws-step-count pic 9(2) value 0.
       01 ws-step-dropped pic 9(3) value 0.
       01 ws-step-idx pic 9(2) value 0.
       01 ws-step-found-idx pic 9(2) value 0.
       01 ws-step-table.
         05 ws-step-entry occurs 20 times.
           10 ws-stp-number pic 9(2).
           10 ws-stp-program pic x(20).
           10 ws-stp-max-rc pic 9(2).
           10 ws-stp-description pic x(30).
           10 ws-stp-status pic x.
           10 ws-stp-return-code pic 9(3).
           10 ws-stp-start-time pic 9(8).
           10 ws-stp-end-time pic 9(8).
           *> Y = completed on an earlier attempt at this business date
           10 ws-stp-carried pic x.
           *> Y = the program could not be found to call
           10 ws-stp-missing pic x.

       *> the suite's programs are called under their "as" names
       01 ws-call-name pic x(40) value spaces.
       01 ws-call-missing pic x value "N".
       01 ws-step-rc pic s9(4) value 0.
       01 ws-time-now pic 9(8) value 0.

       01 ws-stream-stopped pic x value "N".
       01 ws-failed-idx pic 9(2) value 0.
       01 ws-run-count pic 9(2) value 0.
       01 ws-carried-count pic 9(2) value 0.
       01 ws-warning-count pic 9(2) value 0.

       *> a different business date on A2.jss that never finished -
       *> tonight starts fresh, but the morning shift has to know
       01 ws-previous-date pic 9(8) value 0.
       01 ws-previous-incomplete pic x value "N".

       01 ws-heading1 pic x(132) value "ST PROGRAM              DESCRIPTION                    MAX  RC STARTED  ENDED    STATUS".
       01 ws-heading2 pic x(132) value "-- -------------------- ------------------------------ --- --- -------- -------- ------------------------------".

       01 ws-print-line pic x(132).
       01 ws-step-ed pic 9(2).
       01 ws-max-rc-ed pic zz9.
       01 ws-rc-ed pic zz9.
       01 ws-rc-text pic x(3) value spaces.
       01 ws-count-ed pic z9.
       01 ws-date-ed pic 9(8).
       01 ws-step-disposition pic x(30) value spaces.

       01 ws-time-in pic 9(8) value 0.
       01 ws-time-in-r redefines ws-time-in.
         05 ws-time-in-hh pic 9(2).
         05 ws-time-in-mm pic 9(2).
         05 ws-time-in-ss pic 9(2).
         05 ws-time-in-hs pic 9(2).
       01 ws-time-ed.
         05 ws-time-ed-hh pic 9(2).
         05 filler pic x value ":".
         05 ws-time-ed-mm pic 9(2).
         05 filler pic x value ":".
         05 ws-time-ed-ss pic 9(2).
       01 ws-start-ed pic x(8) value spaces.
       01 ws-end-ed pic x(8) value spaces.

       01 ws-my-info.
         05 filler pic x(72) value spaces.
         05 ws-info pic x(32) value "Ahmed Butt, A2 - JOB STREAM".

       procedure division.
       000-main.

           open output summary-file.

           display ws-my-info.
           display "".
           write summary-line from ws-my-info.
           write summary-line from "".

           perform 100-read-run-parameters.

           *> a step that can't find the business date falls back to
           *> the system clock, which past midnight is the wrong day -
           *> so no date, no stream
           if ws-date-found = "N"
             then
               display "RUN STOPPED - A2.PRM CARRIES NO BUSINESS DATE - SET IT BEFORE STARTING THE STREAM"
               write summary-line from "RUN STOPPED - A2.PRM CARRIES NO BUSINESS DATE - SET IT BEFORE STARTING THE STREAM"
               close summary-file
               move 8 to return-code
               goback
           end-if.

           perform 200-choose-stream.
           perform 250-print-summary-header.
           perform 300-load-step-table.

           if ws-step-count = 0
             then
               display "RUN STOPPED - A2.JSC HOLDS NO STEPS FOR TONIGHT'S STREAM"
               write summary-line from "RUN STOPPED - A2.JSC HOLDS NO STEPS FOR TONIGHT'S STREAM"
               close summary-file
               move 8 to return-code
               goback
           end-if.

           perform 400-carry-previous-status.
           perform 500-save-step-status.

           perform 1000-run-step thru 1000-run-step-exit
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count
                or ws-stream-stopped = "Y".

           perform 9000-print-summary.

           close summary-file.

           if ws-stream-stopped = "Y"
             then
               move 8 to return-code
             else
               if ws-warning-count > 0 or ws-previous-incomplete = "Y"
                 then
                   move 4 to return-code
                 else
                   move 0 to return-code
               end-if
           end-if.

           goback.

       100-read-run-parameters.

           open input run-param-file.
           if ws-param-status = "00"
             then
               read run-param-file
                   at end
                       continue
                   not at end
                       if pr-business-date is numeric
                         and pr-business-date > 0
                           move pr-business-date to ws-run-date
                           move "Y" to ws-date-found
                       end-if
               end-read
               close run-param-file
           end-if.

       *> month-end is the last business day of the month - the last
       *> A2.cal date in the business date's month. without a calendar,
       *> the last calendar day of the month will have to do.
       200-choose-stream.

           move "N" to ws-later-in-month.
           move "N" to ws-calendar-eof.
           open input calendar-file.

           if ws-calendar-status = "00"
             then
               perform 210-read-calendar-record
               perform 220-check-calendar-date
                 until ws-calendar-eof = "Y"
               close calendar-file
               if ws-later-in-month = "N"
                 then
                   move "M" to ws-stream
                 else
                   move "N" to ws-stream
               end-if
             else
               display "PROCESSING CALENDAR A2.CAL NOT AVAILABLE - MONTH-END TAKEN AS THE LAST DAY OF THE MONTH"
               write summary-line from "PROCESSING CALENDAR A2.CAL NOT AVAILABLE - MONTH-END TAKEN AS THE LAST DAY OF THE MONTH"
               perform 230-set-last-day-of-month
               if ws-run-dd = ws-last-day
                 then
                   move "M" to ws-stream
                 else
                   move "N" to ws-stream
               end-if
           end-if.

       210-read-calendar-record.

           read calendar-file
               at end
                   move "Y" to ws-calendar-eof
           end-read.

       220-check-calendar-date.

           if cl-expected-date is numeric
             and cl-expected-date > ws-run-date
             and cl-expected-yyyymm = ws-run-yyyymm
               move "Y" to ws-later-in-month
           end-if.

           perform 210-read-calendar-record.

       230-set-last-day-of-month.

           move 31 to ws-last-day.
           if ws-run-mm >= 1 and ws-run-mm <= 12
               move ws-month-days(ws-run-mm) to ws-last-day
           end-if.

           if ws-run-mm = 2
               divide ws-run-yyyy by 4 giving ws-leap-quotient
                   remainder ws-leap-rem4
               divide ws-run-yyyy by 100 giving ws-leap-quotient
                   remainder ws-leap-rem100
               divide ws-run-yyyy by 400 giving ws-leap-quotient
                   remainder ws-leap-rem400
               if ws-leap-rem4 = 0
                 and (ws-leap-rem100 not = 0 or ws-leap-rem400 = 0)
                   move 29 to ws-last-day
               end-if
           end-if.

       250-print-summary-header.

           move spaces to ws-print-line.
           move ws-run-date to ws-date-ed.
           string
               "NIGHTLY JOB STREAM SUMMARY - BUSINESS DATE " delimited by size
               ws-date-ed delimited by size
               into ws-print-line
           end-string.
           display ws-print-line.
           write summary-line from ws-print-line.

           if ws-stream = "M"
             then
               display "MONTH-END STREAM - LAST BUSINESS DAY OF THE MONTH"
               write summary-line from "MONTH-END STREAM - LAST BUSINESS DAY OF THE MONTH"
             else
               display "NORMAL NIGHT STREAM"
               write summary-line from "NORMAL NIGHT STREAM"
           end-if.

       *> tonight's steps, in step-number order as keyed - the run
       *> sheet is short enough to keep in order by hand
       300-load-step-table.

           move "N" to ws-control-eof.
           open input control-file.

           if ws-control-status = "00"
             then
               perform 310-read-control-record
               perform 320-store-control-record
                 until ws-control-eof = "Y"
               close control-file
             else
               display "JOB-STREAM CONTROL FILE A2.JSC NOT AVAILABLE"
               write summary-line from "JOB-STREAM CONTROL FILE A2.JSC NOT AVAILABLE"
           end-if.

           if ws-step-dropped > 0
               display "WARNING - MORE THAN 20 STEPS ON A2.JSC - STEPS PAST 20 NOT RUN"
               write summary-line from "WARNING - MORE THAN 20 STEPS ON A2.JSC - STEPS PAST 20 NOT RUN"
               add 1 to ws-warning-count
           end-if.

       310-read-control-record.

           read control-file
               at end
                   move "Y" to ws-control-eof
           end-read.

       320-store-control-record.

           if jc-stream = ws-stream and jc-program not = spaces
             then
               if ws-step-count < 20
                 then
                   add 1 to ws-step-count
                   move 0 to ws-stp-number(ws-step-count)
                   if jc-step-number is numeric
                       move jc-step-number to ws-stp-number(ws-step-count)
                   end-if
                   move jc-program to ws-stp-program(ws-step-count)
                   move 0 to ws-stp-max-rc(ws-step-count)
                   if jc-max-rc is numeric
                       move jc-max-rc to ws-stp-max-rc(ws-step-count)
                   end-if
                   move jc-description to ws-stp-description(ws-step-count)
                   move "N" to ws-stp-status(ws-step-count)
                   move 0 to ws-stp-return-code(ws-step-count)
                   move 0 to ws-stp-start-time(ws-step-count)
                   move 0 to ws-stp-end-time(ws-step-count)
                   move "N" to ws-stp-carried(ws-step-count)
                   move "N" to ws-stp-missing(ws-step-count)
                 else
                   add 1 to ws-step-dropped
               end-if
           end-if.

           perform 310-read-control-record.

       *> a step already complete for this business date and stream
       *> is not run again. a step left R (started, never came back)
       *> or F runs again from the top.
       400-carry-previous-status.

           move "N" to ws-step-status-eof.
           open input step-status-file.

           if ws-step-status-status = "00"
             then
               perform 410-read-step-status
               perform 420-carry-step-status
                 until ws-step-status-eof = "Y"
               close step-status-file
           end-if.

           if ws-previous-incomplete = "Y"
               move spaces to ws-print-line
               move ws-previous-date to ws-date-ed
               string
                   "WARNING - THE STREAM FOR " delimited by size
                   ws-date-ed delimited by size
                   " NEVER COMPLETED - ITS REMAINING STEPS WERE NOT RUN" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write summary-line from ws-print-line
           end-if.

       410-read-step-status.

           read step-status-file
               at end
                   move "Y" to ws-step-status-eof
           end-read.

       420-carry-step-status.

           if js-business-date = ws-run-date
             then
               if js-stream = ws-stream and js-status = "C"
                   move 0 to ws-step-found-idx
                   perform 430-match-step
                     varying ws-step-idx from 1 by 1
                     until ws-step-idx > ws-step-count
                   if ws-step-found-idx > 0
                       move "C" to ws-stp-status(ws-step-found-idx)
                       move js-return-code to ws-stp-return-code(ws-step-found-idx)
                       move js-start-time to ws-stp-start-time(ws-step-found-idx)
                       move js-end-time to ws-stp-end-time(ws-step-found-idx)
                       move "Y" to ws-stp-carried(ws-step-found-idx)
                       add 1 to ws-carried-count
                   end-if
               end-if
             else
               if js-status not = "C"
                   move "Y" to ws-previous-incomplete
                   move js-business-date to ws-previous-date
               end-if
           end-if.

           perform 410-read-step-status.

       430-match-step.

           if ws-stp-number(ws-step-idx) = js-step-number
             and ws-stp-program(ws-step-idx) = js-program
             and ws-stp-status(ws-step-idx) = "N"
             and ws-step-found-idx = 0
               move ws-step-idx to ws-step-found-idx
           end-if.

       500-save-step-status.

           open output step-status-file.
           perform 510-write-step-status
             varying ws-step-found-idx from 1 by 1
             until ws-step-found-idx > ws-step-count.
           close step-status-file.

       510-write-step-status.

           move ws-run-date to js-business-date.
           move ws-stream to js-stream.
           move ws-stp-number(ws-step-found-idx) to js-step-number.
           move ws-stp-program(ws-step-found-idx) to js-program.
           move ws-stp-status(ws-step-found-idx) to js-status.
           move ws-stp-return-code(ws-step-found-idx) to js-return-code.
           move ws-stp-start-time(ws-step-found-idx) to js-start-time.
           move ws-stp-end-time(ws-step-found-idx) to js-end-time.
           write js-step-status-record.

       *> the status goes out as R before the call, so a step that
       *> takes the whole stream down with it is still on record as
       *> started-and-not-finished, and the restart runs it again
       1000-run-step.

           if ws-stp-status(ws-step-idx) = "C"
               go to 1000-run-step-exit
           end-if.

           move spaces to ws-call-name.
           string
               "A2_ItemList." delimited by size
               ws-stp-program(ws-step-idx) delimited by space
               into ws-call-name
           end-string.

           accept ws-time-now from time.
           move ws-time-now to ws-stp-start-time(ws-step-idx).
           move 0 to ws-stp-end-time(ws-step-idx).
           move "R" to ws-stp-status(ws-step-idx).
           perform 500-save-step-status.

           display "STARTING STEP " ws-stp-number(ws-step-idx) " " ws-stp-program(ws-step-idx).

           move "N" to ws-call-missing.
           move 0 to return-code.
           call ws-call-name
               on exception
                   move "Y" to ws-call-missing
           end-call.

           if ws-call-missing = "Y"
             then
               move 999 to ws-stp-return-code(ws-step-idx)
               move "Y" to ws-stp-missing(ws-step-idx)
             else
               move return-code to ws-step-rc
               cancel ws-call-name
               if ws-step-rc < 0 or ws-step-rc > 999
                 then
                   move 999 to ws-stp-return-code(ws-step-idx)
                 else
                   move ws-step-rc to ws-stp-return-code(ws-step-idx)
               end-if
           end-if.

           accept ws-time-now from time.
           move ws-time-now to ws-stp-end-time(ws-step-idx).
           add 1 to ws-run-count.

           if ws-call-missing = "Y"
             or ws-stp-return-code(ws-step-idx) > ws-stp-max-rc(ws-step-idx)
             then
               move "F" to ws-stp-status(ws-step-idx)
               move "Y" to ws-stream-stopped
               move ws-step-idx to ws-failed-idx
             else
               move "C" to ws-stp-status(ws-step-idx)
               if ws-stp-return-code(ws-step-idx) > 0
                   add 1 to ws-warning-count
               end-if
           end-if.

           perform 500-save-step-status.

       1000-run-step-exit.

           exit.

       9000-print-summary.

           if ws-carried-count > 0
               move spaces to ws-print-line
               move ws-carried-count to ws-count-ed
               string
                   "RESTART - " delimited by size
                   ws-count-ed delimited by size
                   " STEP(S) COMPLETED ON AN EARLIER ATTEMPT WERE NOT RERUN" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write summary-line from ws-print-line
           end-if.

           display "".
           display ws-heading1.
           display ws-heading2.
           write summary-line from "".
           write summary-line from ws-heading1.
           write summary-line from ws-heading2.

           perform 9100-print-step-line
             varying ws-step-idx from 1 by 1
             until ws-step-idx > ws-step-count.

           display "".
           write summary-line from "".

           if ws-stream-stopped = "Y"
             then
               move spaces to ws-print-line
               move ws-stp-number(ws-failed-idx) to ws-step-ed
               string
                   "STREAM STOPPED AT STEP " delimited by size
                   ws-step-ed delimited by size
                   " " delimited by size
                   ws-stp-program(ws-failed-idx) delimited by space
                   " - LATER STEPS NOT RUN" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write summary-line from ws-print-line
               display "CORRECT THE CAUSE AND START A2-JOBSTREAM AGAIN - IT RESUMES AT THE FAILED STEP"
               write summary-line from "CORRECT THE CAUSE AND START A2-JOBSTREAM AGAIN - IT RESUMES AT THE FAILED STEP"
             else
               move spaces to ws-print-line
               move ws-run-count to ws-count-ed
               string
                   "STREAM COMPLETE - " delimited by size
                   ws-count-ed delimited by size
                   " STEP(S) RUN TONIGHT" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write summary-line from ws-print-line
           end-if.

           if ws-warning-count > 0
               move spaces to ws-print-line
               move ws-warning-count to ws-count-ed
               string
                   ws-count-ed delimited by size
                   " STEP(S) ENDED WITH A WARNING CODE - SEE THEIR REPORTS" delimited by size
                   into ws-print-line
               end-string
               display ws-print-line
               write summary-line from ws-print-line
           end-if.

       9100-print-step-line.

           move ws-stp-number(ws-step-idx) to ws-step-ed.
           move ws-stp-max-rc(ws-step-idx) to ws-max-rc-ed.
           move ws-stp-return-code(ws-step-idx) to ws-rc-ed.
           move ws-rc-ed to ws-rc-text.

           move spaces to ws-start-ed.
           move spaces to ws-end-ed.
           if ws-stp-start-time(ws-step-idx) > 0
               move ws-stp-start-time(ws-step-idx) to ws-time-in
               perform 9200-edit-time
               move ws-time-ed to ws-start-ed
           end-if.
           if ws-stp-end-time(ws-step-idx) > 0
               move ws-stp-end-time(ws-step-idx) to ws-time-in
               perform 9200-edit-time
               move ws-time-ed to ws-end-ed
           end-if.

           evaluate true
               when ws-stp-carried(ws-step-idx) = "Y"
                   move "COMPLETE ON EARLIER ATTEMPT" to ws-step-disposition
               when ws-stp-missing(ws-step-idx) = "Y"
                   move "PROGRAM NOT FOUND - STOPPED" to ws-step-disposition
               when ws-stp-status(ws-step-idx) = "F"
                   move "FAILED - STREAM STOPPED" to ws-step-disposition
               when ws-stp-status(ws-step-idx) = "C"
                 and ws-stp-return-code(ws-step-idx) > 0
                   move "COMPLETE - WARNING" to ws-step-disposition
               when ws-stp-status(ws-step-idx) = "C"
                   move "COMPLETE" to ws-step-disposition
               when other
                   move "NOT RUN" to ws-step-disposition
                   move spaces to ws-rc-text
           end-evaluate.

           move spaces to ws-print-line.
           string
               ws-step-ed delimited by size
               " " delimited by size
               ws-stp-program(ws-step-idx) delimited by size
               " " delimited by size
               ws-stp-description(ws-step-idx) delimited by size
               " " delimited by size
               ws-max-rc-ed delimited by size
               " " delimited by size
               ws-rc-text delimited by size
               " " delimited by size
               ws-start-ed delimited by size
               " " delimited by size
               ws-end-ed delimited by size
               " " delimited by size
               ws-step-disposition delimited by size
               into ws-print-line
           end-string.

           display ws-print-line.
           write summary-line from ws-print-line.

       9200-edit-time.

           move ws-time-in-hh to ws-time-ed-hh.
           move ws-time-in-mm to ws-time-ed-mm.
           move ws-time-in-ss to ws-time-ed-ss.

       end program A2-JobStream.
