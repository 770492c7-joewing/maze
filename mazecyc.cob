       identification division.
       program-id. mazecyc.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select rb-file assign to "MAZERUNB"
               organization line sequential
               file status is rb-file-status.
           select optional date-card assign to "CYCDATE"
               organization line sequential
               file status is date-card-status.
           select optional cycs-file assign to "MAZECYCS"
               organization line sequential
               file status is cycs-file-status.
           select report-file assign to "MAZECYCR"
               organization line sequential
               file status is report-file-status.

       data division.
       file section.
      * The run book: one step per line, in the order the night runs
      * them.  The step name is what the operators call it and what
      * the cycle-status file records; the highest return code the
      * step may end with and still let the cycle go on; when it
      * runs - D every night, M only on the last day of the month, W
      * only on the weekdays marked Y in the day positions (Monday
      * first, the same as a standing order's schedule); and the
      * command that runs it.  A line starting with an asterisk is a
      * comment.
       fd  rb-file.
       01  rb-record.
           05  rb-step-name      pic x(8).
           05  filler            pic x.
           05  rb-max-rc         pic x(2).
           05  filler            pic x.
           05  rb-when           pic x.
           05  filler            pic x.
           05  rb-days           pic x(7).
           05  filler            pic x.
           05  rb-command        pic x(100).

       fd  date-card.
       01  date-card-record.
           05  card-cycle-date   pic x(10).

      * The cycle-status file: a C line for the cycle - its date and
      * whether it is running (R), stopped on a failed step (F), or
      * done (D) - then one S line per run-book step with the step's
      * state, start and end stamps, and the return code it ended
      * with.  A step is pending (P), running (R), complete (C), not
      * scheduled this cycle (K), or failed (F).  The file is written
      * over whole every time a step starts or ends, so whatever
      * stops the cycle, the file says how far it got.
       fd  cycs-file.
       01  cycs-cycle-record.
           05  cs-type           pic x.
           05  filler            pic x.
           05  cs-cycle-date     pic x(10).
           05  filler            pic x.
           05  cs-cycle-state    pic x.
           05  filler            pic x.
           05  cs-last-run       pic x(19).
           05  filler            pic x(46).
       01  cycs-step-record.
           05  filler            pic x.
           05  filler            pic x.
           05  cs-step-name      pic x(8).
           05  filler            pic x.
           05  cs-step-state     pic x.
           05  filler            pic x.
           05  cs-step-start     pic x(19).
           05  filler            pic x.
           05  cs-step-end       pic x(19).
           05  filler            pic x.
           05  cs-step-rc        pic 9(3).
           05  filler            pic x(24).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.

       01  rb-file-status     pic xx.
       01  date-card-status   pic xx.
       01  cycs-file-status   pic xx.
       01  report-file-status pic xx.

      * The run book as loaded, with this cycle's progress on each
      * step alongside it.
       01  step-table.
           05  step-entry occurs 50 times.
               10  st-name       pic x(8).
               10  st-max-rc     pic 9(2).
               10  st-when       pic x.
               10  st-days       pic x(7).
               10  st-command    pic x(100).
               10  st-state      pic x.
                   88  step-is-pending            value 'P'.
                   88  step-is-running            value 'R'.
                   88  step-is-complete           value 'C'.
                   88  step-not-scheduled         value 'K'.
                   88  step-has-failed            value 'F'.
               10  st-start      pic x(19).
               10  st-end        pic x(19).
               10  st-rc         pic 9(3).
       01  step-count        pic 9(3) comp value 0.
       01  step-index        pic 9(3) comp.
       01  rb-line-count     pic 9(5) value 0.
       01  rb-error-count    pic 9(5) value 0.

      * What the cycle-status file held from the last run.
       01  prior-table.
           05  prior-entry occurs 50 times.
               10  pr-name       pic x(8).
               10  pr-state      pic x.
               10  pr-start      pic x(19).
               10  pr-end        pic x(19).
               10  pr-rc         pic 9(3).
       01  prior-count       pic 9(3) comp value 0.
       01  prior-index       pic 9(3) comp.
       01  prior-cycle-date  pic x(10) value spaces.
       01  prior-cycle-state pic x value space.
           88  prior-cycle-done           value 'D'.

       01  cycle-date        pic x(10).
       01  cycle-date-num    pic 9(8).
       01  cycle-date-int    pic 9(7).
       01  next-date-num     pic 9(8).
       01  cycle-dow         pic 9.
       01  cycle-state       pic x value 'R'.
       01  month-end-flag    pic x value 'N'.
           88  cycle-is-month-end         value 'Y'.
       01  stop-flag         pic x value 'N'.
           88  cycle-was-stopped          value 'Y'.
       01  failed-index      pic 9(3) comp value 0.
       01  day-names.
           05  filler            pic x(9) value 'MONDAY   '.
           05  filler            pic x(9) value 'TUESDAY  '.
           05  filler            pic x(9) value 'WEDNESDAY'.
           05  filler            pic x(9) value 'THURSDAY '.
           05  filler            pic x(9) value 'FRIDAY   '.
           05  filler            pic x(9) value 'SATURDAY '.
           05  filler            pic x(9) value 'SUNDAY   '.
       01  day-names-r redefines day-names.
           05  day-name occurs 7 times pic x(9).

      * The shell hands back a wait status: the step's own return
      * code in the high byte, and in the low byte the signal that
      * killed it if it never got as far as returning one.
       01  wait-status       pic 9(9) comp.
       01  wait-signal       pic 9(9) comp.
       01  step-rc           pic 9(3).
       01  step-command      pic x(101).
       01  step-due-flag     pic x.
           88  step-is-due                value 'Y'.

       01  steps-run         pic 9(3) value 0.
       01  steps-carried     pic 9(3) value 0.
       01  steps-skipped     pic 9(3) value 0.
       01  steps-not-run     pic 9(3) value 0.
       01  highest-rc        pic 99 value 0.

       01  today-date-str    pic x(21).
       01  stamp-str         pic x(19).
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-rc           pic zz9.

       procedure division.

      * Run the night's batch cycle from the run book instead of by
      * hand: each step in turn, judged against the return code the
      * run book allows it, with every start, end, and return code
      * kept on the cycle-status file.  A step that ends over its
      * allowance stops the cycle and gets an exception report.  A
      * rerun of a stopped cycle picks up at the step that stopped
      * it - steps already complete are never run a second time, so
      * MAZESUB is not rerun over a CTLCARD the generator has already
      * consumed.
       perform 100-initialize
       perform 200-load-run-book
       perform 300-settle-cycle
       if not prior-cycle-done or prior-cycle-date not = cycle-date
           perform 400-run-steps
       end-if
       perform 500-write-totals
       close report-file
       move highest-rc to return-code
       stop run.

       100-initialize.
           move function current-date to today-date-str
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZECYCR - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to card-cycle-date
           open input date-card
           read date-card
               at end move spaces to date-card-record
           end-read
           close date-card.

      * Load the run book.  Every line is edited before anything
      * runs; one bad line stops the cycle before the first step, as
      * a run book that cannot be trusted should.
       200-load-run-book.
           open input rb-file
           if rb-file-status not = '00'
               display 'UNABLE TO OPEN MAZERUNB - STATUS '
                   rb-file-status
               move 16 to return-code
               stop run
           end-if
           perform until rb-file-status not = '00'
               move spaces to rb-record
               read rb-file
                   at end continue
                   not at end perform 210-edit-run-book-line
               end-read
           end-perform
           close rb-file
           if step-count = 0 and rb-error-count = 0
               move spaces to report-line
               string 'NO STEPS ON MAZERUNB - NOTHING TO RUN'
                       delimited by size
                   into report-line
               write report-line
               add 1 to rb-error-count
           end-if
           if rb-error-count > 0
               move spaces to report-line
               move rb-error-count to work-num
               string 'RUN BOOK REJECTED - ' delimited by size
                   work-num delimited by size
                   ' ERROR(S) - CYCLE NOT STARTED' delimited by size
                   into report-line
               write report-line
               close report-file
               move 16 to return-code
               stop run
           end-if.

       210-edit-run-book-line.
           add 1 to rb-line-count
           if rb-record = spaces or rb-record(1:1) = '*'
               exit paragraph
           end-if
           evaluate true
               when rb-step-name = spaces
                   perform 220-reject-run-book-line
               when rb-max-rc is not numeric
                   perform 220-reject-run-book-line
               when rb-when not = 'D' and rb-when not = 'M'
                       and rb-when not = 'W'
                   perform 220-reject-run-book-line
               when rb-command = spaces
                   perform 220-reject-run-book-line
               when step-count >= 50
                   perform 220-reject-run-book-line
               when other
                   add 1 to step-count
                   move rb-step-name to st-name(step-count)
                   move rb-max-rc to st-max-rc(step-count)
                   move rb-when to st-when(step-count)
                   move rb-days to st-days(step-count)
                   move rb-command to st-command(step-count)
                   move 'P' to st-state(step-count)
                   move spaces to st-start(step-count)
                   move spaces to st-end(step-count)
                   move 0 to st-rc(step-count)
           end-evaluate.

       220-reject-run-book-line.
           add 1 to rb-error-count
           move spaces to report-line
           move rb-line-count to work-num
           string 'MAZERUNB LINE ' delimited by size
               work-num delimited by size
               ' REJECTED - ' delimited by size
               rb-record(1:60) delimited by size
               into report-line
           write report-line.

      * Settle which cycle this run is.  A CYCDATE card names it
      * outright; without one, a cycle the status file shows as
      * unfinished is the one to rerun, and otherwise tonight's date
      * starts a new cycle.  A new cycle may not start over one that
      * never finished - the operators must rerun that one first, or
      * the steps it never reached would simply be lost.
       300-settle-cycle.
           perform 310-load-cycle-status
           evaluate true
               when card-cycle-date(1:4) is numeric
                       and card-cycle-date(6:2) is numeric
                       and card-cycle-date(9:2) is numeric
                       and card-cycle-date(5:1) = '-'
                       and card-cycle-date(8:1) = '-'
                   move card-cycle-date to cycle-date
               when prior-cycle-date not = spaces
                       and not prior-cycle-done
                   move prior-cycle-date to cycle-date
               when other
                   move spaces to cycle-date
                   string today-date-str(1:4) delimited by size
                       '-' delimited by size
                       today-date-str(5:2) delimited by size
                       '-' delimited by size
                       today-date-str(7:2) delimited by size
                       into cycle-date
           end-evaluate
           if card-cycle-date not = spaces
                   and card-cycle-date not = cycle-date
               display 'CYCDATE NOT A DATE - SUPPLIED '
                   card-cycle-date
               move 16 to return-code
               stop run
           end-if
           compute cycle-date-num =
               function numval(cycle-date(1:4)) * 10000
               + function numval(cycle-date(6:2)) * 100
               + function numval(cycle-date(9:2))
           compute cycle-date-int =
               function integer-of-date(cycle-date-num)
           compute cycle-dow =
               function mod(cycle-date-int - 1, 7) + 1
           compute next-date-num =
               function date-of-integer(cycle-date-int + 1)
           if next-date-num(7:2) = '01'
               set cycle-is-month-end to true
           end-if
           move spaces to report-line
           move 1 to report-ptr
           string 'NIGHTLY CYCLE REPORT  -  CYCLE DATE '
                   delimited by size
               cycle-date delimited by size
               '  ' delimited by size
               day-name(cycle-dow) delimited by size
               into report-line with pointer report-ptr
           if cycle-is-month-end
               string '  MONTH END' delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line
           move spaces to report-line
           write report-line
           if prior-cycle-date not = spaces
                   and prior-cycle-date not = cycle-date
                   and not prior-cycle-done
               move spaces to report-line
               string 'CYCLE ' delimited by size
                   prior-cycle-date delimited by size
                   ' NEVER FINISHED - RERUN IT BEFORE STARTING '
                       delimited by size
                   cycle-date delimited by size
                   into report-line
               write report-line
               close report-file
               move 16 to return-code
               stop run
           end-if
           if prior-cycle-date = cycle-date
               if prior-cycle-done
                   move spaces to report-line
                   string 'CYCLE ' delimited by size
                       cycle-date delimited by size
                       ' ALREADY COMPLETE - NOTHING RUN'
                           delimited by size
                       into report-line
                   write report-line
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               else
                   perform 320-carry-prior-steps
               end-if
           end-if.

       310-load-cycle-status.
           open input cycs-file
           if cycs-file-status not = '00'
                   and cycs-file-status not = '05'
               display 'UNABLE TO OPEN MAZECYCS - STATUS '
                   cycs-file-status
               move 16 to return-code
               stop run
           end-if
           perform until cycs-file-status not = '00'
               read cycs-file
                   at end continue
                   not at end perform 315-absorb-status-line
               end-read
           end-perform
           close cycs-file.

       315-absorb-status-line.
           evaluate cs-type
               when 'C'
                   move cs-cycle-date to prior-cycle-date
                   move cs-cycle-state to prior-cycle-state
               when 'S'
                   if prior-count < 50
                       add 1 to prior-count
                       move cs-step-name to pr-name(prior-count)
                       move cs-step-state to pr-state(prior-count)
                       move cs-step-start to pr-start(prior-count)
                       move cs-step-end to pr-end(prior-count)
                       move cs-step-rc to pr-rc(prior-count)
                   end-if
           end-evaluate.

      * A rerun of the same cycle: every step the last run finished,
      * or found not due, keeps that outcome and its stamps.  A step
      * the last run left failed, or running because the last run
      * itself died under it, goes back to pending and runs again.
       320-carry-prior-steps.
           perform varying step-index from 1 by 1
                   until step-index > step-count
               perform varying prior-index from 1 by 1
                       until prior-index > prior-count
                   if pr-name(prior-index) = st-name(step-index)
                       perform 330-carry-one-step
                   end-if
               end-perform
           end-perform
           move spaces to report-line
           string 'RESTART OF CYCLE ' delimited by size
               cycle-date delimited by size
               ' - STEPS COMPLETE IN THE EARLIER RUN ARE NOT RERUN'
                   delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

       330-carry-one-step.
           if pr-state(prior-index) = 'C'
                   or pr-state(prior-index) = 'K'
               move pr-state(prior-index) to st-state(step-index)
               move pr-start(prior-index) to st-start(step-index)
               move pr-end(prior-index) to st-end(step-index)
               move pr-rc(prior-index) to st-rc(step-index)
           else
               if pr-state(prior-index) = 'R'
                   move spaces to report-line
                   string 'STEP ' delimited by size
                       st-name(step-index) delimited by size
                       ' WAS STILL RUNNING WHEN THE LAST RUN ENDED'
                           delimited by size
                       ' - STARTED ' delimited by size
                       pr-start(prior-index) delimited by size
                       into report-line
                   write report-line
               end-if
           end-if.

      * Run the steps in run-book order until one goes over its
      * allowance or the book is done.
       400-run-steps.
           move 'R' to cycle-state
           perform 700-write-cycle-status
           perform varying step-index from 1 by 1
                   until step-index > step-count
                   or cycle-was-stopped
               perform 410-run-one-step
           end-perform
           if cycle-was-stopped
               move 'F' to cycle-state
               compute steps-not-run = step-count - failed-index
               perform 600-write-exception-report
           else
               move 'D' to cycle-state
           end-if
           perform 700-write-cycle-status.

      * One step.  The status file is written before the command
      * starts as well as after it ends, so a step that takes the
      * whole machine down with it is still on file as running.
       410-run-one-step.
           if step-is-complete(step-index)
                   or step-not-scheduled(step-index)
               add 1 to steps-carried
               perform 450-write-step-line
               exit paragraph
           end-if
           perform 420-check-schedule
           if not step-is-due
               move 'K' to st-state(step-index)
               perform 710-get-stamp
               move stamp-str to st-start(step-index)
               move stamp-str to st-end(step-index)
               move 0 to st-rc(step-index)
               add 1 to steps-skipped
               perform 700-write-cycle-status
               perform 450-write-step-line
               exit paragraph
           end-if
           move 'R' to st-state(step-index)
           perform 710-get-stamp
           move stamp-str to st-start(step-index)
           move spaces to st-end(step-index)
           perform 700-write-cycle-status
           move spaces to step-command
           move st-command(step-index) to step-command
           move low-value to step-command(101:1)
           call 'SYSTEM' using step-command
           move return-code to wait-status
           move 0 to return-code
           perform 430-decode-wait-status
           perform 710-get-stamp
           move stamp-str to st-end(step-index)
           move step-rc to st-rc(step-index)
           add 1 to steps-run
           if step-rc > st-max-rc(step-index)
               move 'F' to st-state(step-index)
               set cycle-was-stopped to true
               move step-index to failed-index
               if highest-rc < 12
                   move 12 to highest-rc
               end-if
           else
               move 'C' to st-state(step-index)
               if step-rc > 0 and highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if
           perform 700-write-cycle-status
           perform 450-write-step-line.

      * Whether the run book wants the step on this cycle's date.
       420-check-schedule.
           move 'N' to step-due-flag
           evaluate st-when(step-index)
               when 'D'
                   set step-is-due to true
               when 'M'
                   if cycle-is-month-end
                       set step-is-due to true
                   end-if
               when 'W'
                   if st-days(step-index)(cycle-dow:1) = 'Y'
                       set step-is-due to true
                   end-if
           end-evaluate.

      * Pull the step's return code out of the wait status.  A step
      * killed by a signal never set one of its own and is taken as
      * an abend - 999, over any allowance the run book can give.
       430-decode-wait-status.
           divide wait-status by 256 giving step-rc
               remainder wait-signal
           if wait-signal not = 0 or wait-status > 65535
               move 999 to step-rc
           end-if.

       450-write-step-line.
           move spaces to report-line
           move 1 to report-ptr
           string 'STEP ' delimited by size
               st-name(step-index) delimited by size
               '  ' delimited by size
               into report-line with pointer report-ptr
           evaluate true
               when step-is-complete(step-index)
                   string 'COMPLETE      ' delimited by size
                       into report-line with pointer report-ptr
               when step-not-scheduled(step-index)
                   string 'NOT SCHEDULED ' delimited by size
                       into report-line with pointer report-ptr
               when step-has-failed(step-index)
                   string 'FAILED        ' delimited by size
                       into report-line with pointer report-ptr
               when other
                   string 'NOT RUN       ' delimited by size
                       into report-line with pointer report-ptr
           end-evaluate
           move st-rc(step-index) to work-rc
           string 'RC ' delimited by size
               work-rc delimited by size
               '  ALLOWED ' delimited by size
               st-max-rc(step-index) delimited by size
               '  STARTED ' delimited by size
               st-start(step-index) delimited by size
               '  ENDED ' delimited by size
               st-end(step-index) delimited by size
               into report-line with pointer report-ptr
           write report-line.

       500-write-totals.
           move spaces to report-line
           write report-line
           move steps-run to work-num
           move spaces to report-line
           string 'STEPS RUN:                   ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move steps-carried to work-num
           move spaces to report-line
           string 'STEPS DONE IN AN EARLIER RUN:' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move steps-skipped to work-num
           move spaces to report-line
           string 'STEPS NOT SCHEDULED:         ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move steps-not-run to work-num
           move spaces to report-line
           string 'STEPS LEFT FOR THE RESTART:  ' delimited by size
               work-num delimited by size
               into report-line
           write report-line.

      * The exception report: the step that stopped the cycle, what
      * it ran, how it ended against what it was allowed, and every
      * step left behind it.  The rerun starts at this step.
       600-write-exception-report.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string '*** CYCLE EXCEPTION ***' delimited by size
               into report-line
           write report-line
           move spaces to report-line
           move 1 to report-ptr
           move st-rc(failed-index) to work-rc
           string 'STEP ' delimited by size
               st-name(failed-index) delimited by size
               ' ENDED RC ' delimited by size
               work-rc delimited by size
               into report-line with pointer report-ptr
           if st-rc(failed-index) = 999
               string ' (ABENDED)' delimited by size
                   into report-line with pointer report-ptr
           end-if
           string ' - ALLOWED ' delimited by size
               st-max-rc(failed-index) delimited by size
               ' - CYCLE ' delimited by size
               cycle-date delimited by size
               ' STOPPED' delimited by size
               into report-line with pointer report-ptr
           write report-line
           move spaces to report-line
           string '  COMMAND  ' delimited by size
               st-command(failed-index) delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string '  STARTED  ' delimited by size
               st-start(failed-index) delimited by size
               '  ENDED ' delimited by size
               st-end(failed-index) delimited by size
               into report-line
           write report-line
           perform varying step-index from failed-index by 1
                   until step-index >= step-count
               move spaces to report-line
               string '  NOT RUN  ' delimited by size
                   st-name(step-index + 1) delimited by size
                   into report-line
               write report-line
           end-perform
           move spaces to report-line
           string 'CORRECT THE FAILURE AND RERUN MAZECYC - THE CYCLE '
                   delimited by size
               'RESTARTS AT STEP ' delimited by size
               st-name(failed-index) delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

      * Write the cycle-status file over whole from the step table.
       700-write-cycle-status.
           open output cycs-file
           if cycs-file-status not = '00'
                   and cycs-file-status not = '05'
               display 'UNABLE TO OPEN MAZECYCS - STATUS '
                   cycs-file-status
               move 16 to return-code
               stop run
           end-if
           perform 710-get-stamp
           move spaces to cycs-cycle-record
           move 'C' to cs-type
           move cycle-date to cs-cycle-date
           move cycle-state to cs-cycle-state
           move stamp-str to cs-last-run
           write cycs-cycle-record
           perform 720-check-status-write
           perform varying prior-index from 1 by 1
                   until prior-index > step-count
               move spaces to cycs-step-record
               move 'S' to cs-type
               move st-name(prior-index) to cs-step-name
               move st-state(prior-index) to cs-step-state
               move st-start(prior-index) to cs-step-start
               move st-end(prior-index) to cs-step-end
               move st-rc(prior-index) to cs-step-rc
               write cycs-step-record
               perform 720-check-status-write
           end-perform
           close cycs-file.

       710-get-stamp.
           move function current-date to today-date-str
           move spaces to stamp-str
           string today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               ' ' delimited by size
               today-date-str(9:2) delimited by size
               ':' delimited by size
               today-date-str(11:2) delimited by size
               ':' delimited by size
               today-date-str(13:2) delimited by size
               into stamp-str.

       720-check-status-write.
           if cycs-file-status not = '00'
               display 'WRITE TO MAZECYCS FAILED - STATUS '
                   cycs-file-status
               move 16 to return-code
               stop run
           end-if.
