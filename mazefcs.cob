       identification division.
       program-id. mazefcs.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional fcs-card assign to "FCSCARD"
               organization line sequential
               file status is fcs-card-status.
           select optional subs-file assign to "MAZESUBS"
               organization line sequential
               file status is subs-file-status.
           select optional cal-file assign to "MAZECAL"
               organization line sequential
               file status is cal-file-status.
           select optional rate-file assign to "MAZERATE"
               organization line sequential
               file status is rate-file-status.
           select report-file assign to "MAZEFCST"
               organization line sequential
               file status is report-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.

       data division.
       file section.
      * The forecast card: the first day to project (spaces for
      * today), how many days to project, and the day totals that
      * earn a warning flag - MAZEPRT pages and grid cells.  Any
      * field left blank takes the standing default below.
       fd  fcs-card.
       01  fcs-card-record.
           05  card-start-date   pic x(10).
           05  filler            pic x.
           05  card-days         pic x(3).
           05  filler            pic x.
           05  card-page-limit   pic x(5).
           05  filler            pic x.
           05  card-cell-limit   pic x(7).

      * The standing-order master, exactly as MAZESUB reads it: the
      * control-card image, the Monday-first day-of-week schedule,
      * and the effective and expiry dates.  The card image is taken
      * apart below by the generator's own card columns.
       fd  subs-file.
       01  sub-record.
           05  sub-ctl-image     pic x(39).
           05  sub-days          pic x(7).
           05  sub-effective     pic x(10).
           05  sub-expiry        pic x(10).

       fd  cal-file.
       01  cal-record.
           05  cal-date          pic x(10).
           05  filler            pic x.
           05  cal-mask-name     pic x(8).

      * The rate master MAZEBIL prices statements from: order id,
      * size band (S, M, L, or R for the flat reprint rate), grade
      * (space for any grade), and the rate per maze.
       fd  rate-file.
       01  rate-record.
           05  rate-order-id     pic x(8).
           05  rate-band         pic x.
           05  rate-grade        pic x.
           05  rate-amount       pic 9(3)v99.

       fd  report-file.
       01  report-line           pic x(132).

      * The outlet master MAZEOMT maintains, read by the order id in
      * the card image: MAZESUB cuts no card for an outlet that is
      * missing, suspended, or closed, and MAZE clamps a size past
      * the largest the outlet can print.
       fd  outl-file.
       01  outl-record.
           05  outl-order-id     pic x(8).
           05  outl-name         pic x(30).
           05  outl-addr-1       pic x(30).
           05  outl-addr-2       pic x(30).
           05  outl-city         pic x(20).
           05  outl-state        pic x(2).
           05  outl-zip          pic x(10).
           05  outl-contact      pic x(30).
           05  outl-phone        pic x(14).
           05  outl-status       pic x.
               88  outlet-is-active           value 'A'.
               88  outlet-is-suspended        value 'S'.
               88  outlet-is-closed           value 'C'.
           05  outl-max-width    pic 9(3).
           05  outl-max-height   pic 9(3).
           05  outl-styles       pic x(4).
           05  outl-grades       pic x(3).
           05  outl-opened       pic x(10).
           05  outl-closed       pic x(10).
           05  outl-last-maint   pic x(10).

       working-storage section.

       01  fcs-card-status    pic xx.
       01  subs-file-status   pic xx.
       01  cal-file-status    pic xx.
       01  rate-file-status   pic xx.
       01  report-file-status pic xx.
       01  outl-file-status   pic xx.

      * The forecast window and the warning thresholds, with the
      * defaults a blank card field takes.
       01  start-date        pic x(10).
       01  start-date-num    pic 9(8).
       01  start-date-int    pic 9(7).
       01  end-date          pic x(10).
       01  forecast-days     pic 9(3) value 14.
       01  page-limit        pic 9(5) value 100.
       01  cell-limit        pic 9(7) value 250000.

      * The generator's guard rails and page engine limits, the same
      * values MAZE applies, so a forecast card costs out to the same
      * maze the generator will draw: sizes defaulted, clamped, and
      * forced odd, and a grid wider or taller than one sheet tiled
      * into 62-by-42-cell panels.
       01  max-width         pic 9(3) value 200.
       01  max-height        pic 9(3) value 200.
       01  min-width         pic 9(3) value 5.
       01  min-height        pic 9(3) value 5.
       01  panel-cells-across pic 9(3) value 62.
       01  panel-cells-down  pic 9(3) value 42.

      * The control-card image taken apart by the generator's card
      * columns.
       01  card-image.
           05  ci-width          pic x(3).
           05  ci-height         pic x(3).
           05  ci-seed           pic x(7).
           05  ci-mode           pic x.
           05  ci-batch          pic x(3).
           05  ci-braid          pic x(3).
           05  ci-fmt            pic x.
           05  ci-order-id       pic x(8).
           05  ci-reprint        pic x(5).
           05  ci-difficulty     pic x.
           05  ci-lookback       pic x(3).
           05  ci-style          pic x.

       01  sub-table.
           05  sub-entry occurs 500 times.
               10  sb-image      pic x(39).
               10  sb-days       pic x(7).
               10  sb-effective  pic x(10).
               10  sb-expiry     pic x(10).
               10  sb-max-width  pic 9(3).
               10  sb-max-height pic 9(3).
       01  sub-count         pic 9(3) comp value 0.
       01  sub-index         pic 9(3) comp.
       01  sub-over-flag     pic x value 'N'.
       01  subs-skipped      pic 9(3) value 0.
       01  outlet-reason     pic x(30).

       01  cal-table.
           05  cal-entry occurs 500 times.
               10  ct-date       pic x(10).
               10  ct-mask-name  pic x(8).
       01  cal-count         pic 9(3) comp value 0.
       01  cal-index         pic 9(3) comp.

       01  rate-table.
           05  rate-entry occurs 500 times.
               10  rt-order-id   pic x(8).
               10  rt-band       pic x.
               10  rt-grade      pic x.
               10  rt-amount     pic 9(3)v99.
       01  rate-count        pic 9(3) comp value 0.
       01  rate-index        pic 9(3) comp.
       01  rate-over-flag    pic x value 'N'.
       01  rate-found-flag   pic x.
           88  rate-was-found             value 'Y'.
       01  found-rate        pic 9(3)v99.
       01  lookup-order      pic x(8).
       01  lookup-band       pic x.
       01  lookup-grade      pic x.
       01  band-letters      pic x(3) value 'SML'.

      * Window totals per outlet for the summary at the back.
       01  outlet-table.
           05  outlet-entry occurs 200 times.
               10  ot-order-id   pic x(8).
               10  ot-orders     pic 9(5).
               10  ot-mazes      pic 9(7).
               10  ot-cells      pic 9(11).
               10  ot-pages      pic 9(7).
               10  ot-panels     pic 9(7).
               10  ot-billing    pic 9(9)v99.
       01  outlet-count      pic 9(3) comp value 0.
       01  outlet-index      pic 9(3) comp.
       01  outlet-hit-ix     pic 9(3) comp.
       01  outlet-over-flag  pic x value 'N'.

      * The day being projected.
       01  day-offset        pic 9(3) comp.
       01  day-int           pic 9(7).
       01  day-date-num      pic 9(8).
       01  day-date          pic x(10).
       01  day-dow           pic 9.
       01  day-mask-name     pic x(8).
       01  day-orders        pic 9(5).
       01  day-mazes         pic 9(7).
       01  day-cells         pic 9(11).
       01  day-pages         pic 9(7).
       01  day-panels        pic 9(7).
       01  day-answer-pages  pic 9(7).
       01  day-billing       pic 9(9)v99.
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

      * One order as the generator will see it.
       01  ord-width         pic 9(3).
       01  ord-height        pic 9(3).
       01  ord-mazes         pic 9(3).
       01  ord-cells         pic 9(9).
       01  ord-maze-pages    pic 9(5).
       01  ord-pages         pic 9(7).
       01  ord-panels        pic 9(7).
       01  ord-answer-pages  pic 9(7).
       01  ord-billing       pic 9(7)v99.
       01  ord-band          pic 9(1).
       01  maze-cells        pic 9(7).
       01  panels-across     pic 9(3).
       01  panels-down       pic 9(3).

       01  window-mazes      pic 9(7) value 0.
       01  window-cells      pic 9(11) value 0.
       01  window-pages      pic 9(7) value 0.
       01  window-billing    pic 9(9)v99 value 0.
       01  days-flagged      pic 9(3) value 0.
       01  expiring-count    pic 9(3) value 0.
       01  missing-rate-flag pic x value 'N'.
           88  a-rate-was-missing         value 'Y'.
       01  highest-rc        pic 99 value 0.

       01  today-date-str    pic x(21).
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-num-7        pic zzzzzz9.
       01  work-cells        pic z(10)9.
       01  work-amount       pic z(8)9.99.

       procedure division.

      * Give the pressroom and operations advance warning of a heavy
      * run: project the standing-order master forward day by day,
      * cutting each day's orders the way MAZESUB will cut them and
      * costing each order the way MAZE will draw and page it - the
      * mazes, the grid cells, the MAZEPRT pages and how many mazes
      * go out as pasted panels, the shaped issue the mask calendar
      * names, and the billing at MAZERATE rates.  A day over the
      * page or cell threshold is flagged, and every subscription
      * that expires inside the window is listed so sales can chase
      * the renewal before the outlet's puzzle stops running.
       perform 100-initialize
       perform 150-load-rate-master
       perform 160-load-subscriptions
       perform 170-load-calendar
       perform 200-project-days
       perform 300-write-expiring
       perform 400-write-outlet-summary
       perform 500-write-totals
       close report-file
       move highest-rc to return-code
       stop run.

      * Settle the window from the forecast card.  A blank or bad
      * start date starts the window today, the run MAZESUB will cut
      * tonight.
       100-initialize.
           move function current-date to today-date-str
           move spaces to fcs-card-record
           open input fcs-card
           read fcs-card
               at end move spaces to fcs-card-record
           end-read
           close fcs-card
           if card-start-date(1:4) is numeric
                   and card-start-date(6:2) is numeric
                   and card-start-date(9:2) is numeric
                   and card-start-date(5:1) = '-'
                   and card-start-date(8:1) = '-'
               move card-start-date to start-date
           else
               if card-start-date not = spaces
                   display 'FCSCARD START DATE NOT A DATE - SUPPLIED '
                       card-start-date ' - USING TODAY'
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               end-if
               move spaces to start-date
               string today-date-str(1:4) delimited by size
                   '-' delimited by size
                   today-date-str(5:2) delimited by size
                   '-' delimited by size
                   today-date-str(7:2) delimited by size
                   into start-date
           end-if
           if card-days is numeric and card-days not = '000'
               move card-days to forecast-days
           end-if
           if card-page-limit is numeric
                   and card-page-limit not = '00000'
               move card-page-limit to page-limit
           end-if
           if card-cell-limit is numeric
                   and card-cell-limit not = '0000000'
               move card-cell-limit to cell-limit
           end-if
           compute start-date-num =
               function numval(start-date(1:4)) * 10000
               + function numval(start-date(6:2)) * 100
               + function numval(start-date(9:2))
           compute start-date-int =
               function integer-of-date(start-date-num)
           compute day-int = start-date-int + forecast-days - 1
           perform 180-format-day-date
           move day-date to end-date
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZEFCST - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           move forecast-days to work-num
           string 'PRODUCTION FORECAST  -  ' delimited by size
               start-date delimited by size
               ' THROUGH ' delimited by size
               end-date delimited by size
               '  (' delimited by size
               work-num delimited by size
               ' DAYS)' delimited by size
               into report-line
           write report-line
           move spaces to report-line
           move page-limit to work-num
           move cell-limit to work-num-7
           string 'DAYS FLAGGED OVER ' delimited by size
               work-num delimited by size
               ' MAZEPRT PAGES OR ' delimited by size
               work-num-7 delimited by size
               ' CELLS' delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

       150-load-rate-master.
           open input rate-file
           perform until rate-file-status not = '00'
               read rate-file
                   at end continue
                   not at end
                       if rate-count < 500
                           add 1 to rate-count
                           move rate-order-id
                               to rt-order-id(rate-count)
                           move rate-band to rt-band(rate-count)
                           move rate-grade to rt-grade(rate-count)
                           move rate-amount to rt-amount(rate-count)
                       else
                           if rate-over-flag = 'N'
                               move 'Y' to rate-over-flag
                               display 'MAZERATE ENTRIES BEYOND 500'
                                   ' IGNORED'
                           end-if
                       end-if
               end-read
           end-perform
           close rate-file
           if rate-count = 0
               display 'MAZERATE EMPTY OR ABSENT - ALL RATES ZERO'
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

      * Standing orders are held for the window only if MAZESUB
      * would cut them: each one's outlet is looked up once here, and
      * a subscription MAZESUB would skip for its outlet is listed at
      * the head of the report and left out of every day.
       160-load-subscriptions.
           open input outl-file
           if outl-file-status not = '00'
                   and outl-file-status not = '05'
               display 'UNABLE TO OPEN MAZEOUTL - STATUS '
                   outl-file-status
               move 16 to return-code
               stop run
           end-if
           open input subs-file
           perform until subs-file-status not = '00'
               move spaces to sub-record
               read subs-file
                   at end continue
                   not at end
                       if sub-record not = spaces
                           perform 165-hold-subscription
                       end-if
               end-read
           end-perform
           close subs-file
           close outl-file
           if subs-skipped > 0
               move spaces to report-line
               write report-line
           end-if
           if sub-count = 0
               move spaces to report-line
               string 'NO SUBSCRIPTIONS ON MAZESUBS - '
                       delimited by size
                   'NOTHING TO FORECAST' delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       165-hold-subscription.
           perform 167-check-outlet
           if outlet-reason not = spaces
               add 1 to subs-skipped
               move spaces to report-line
               string 'ORDER ' delimited by size
                   sub-ctl-image(22:8) delimited by size
                   '  NOT FORECAST - ' delimited by size
                   outlet-reason delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           if sub-count < 500
               add 1 to sub-count
               move sub-ctl-image to sb-image(sub-count)
               move sub-days to sb-days(sub-count)
               move sub-effective to sb-effective(sub-count)
               move sub-expiry to sb-expiry(sub-count)
               if sub-ctl-image(22:8) = spaces
                   move max-width to sb-max-width(sub-count)
                   move max-height to sb-max-height(sub-count)
               else
                   move outl-max-width to sb-max-width(sub-count)
                   move outl-max-height to sb-max-height(sub-count)
               end-if
           else
               if sub-over-flag = 'N'
                   move 'Y' to sub-over-flag
                   display 'MAZESUBS ENTRIES BEYOND 500 IGNORED - '
                       'FORECAST INCOMPLETE'
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               end-if
           end-if.

      * MAZESUB's outlet test: a blank order id is the house's own
      * standard order and needs no outlet; any other id that is
      * missing, suspended, or closed cuts no card.
       167-check-outlet.
           move spaces to outlet-reason
           if sub-ctl-image(22:8) = spaces
               exit paragraph
           end-if
           move sub-ctl-image(22:8) to outl-order-id
           read outl-file
               invalid key
                   move 'OUTLET NOT ON OUTLET MASTER' to outlet-reason
                   exit paragraph
           end-read
           evaluate true
               when outlet-is-active
                   continue
               when outlet-is-suspended
                   move 'OUTLET SUSPENDED' to outlet-reason
               when other
                   move spaces to outlet-reason
                   string 'OUTLET CLOSED ' delimited by size
                       outl-closed delimited by size
                       into outlet-reason
           end-evaluate.

      * Only the calendar dates inside the window matter.
       170-load-calendar.
           open input cal-file
           perform until cal-file-status not = '00'
               read cal-file
                   at end continue
                   not at end
                       if cal-date not < start-date
                               and cal-date not > end-date
                               and cal-count < 500
                           add 1 to cal-count
                           move cal-date to ct-date(cal-count)
                           move cal-mask-name
                               to ct-mask-name(cal-count)
                       end-if
               end-read
           end-perform
           close cal-file.

       180-format-day-date.
           compute day-date-num = function date-of-integer(day-int)
           move spaces to day-date
           string day-date-num(1:4) delimited by size
               '-' delimited by size
               day-date-num(5:2) delimited by size
               '-' delimited by size
               day-date-num(7:2) delimited by size
               into day-date.

       200-project-days.
           perform varying day-offset from 0 by 1
                   until day-offset >= forecast-days
               perform 210-project-one-day
           end-perform.

      * One day of the window: the heading with the day's shaped
      * issue if the calendar names one, a line for each standing
      * order MAZESUB will cut that day, and the day's totals with
      * the warning flags.  Day 1 of the integer calendar was a
      * Monday, the same reckoning MAZESUB schedules by.
       210-project-one-day.
           compute day-int = start-date-int + day-offset
           perform 180-format-day-date
           compute day-dow = function mod(day-int - 1, 7) + 1
           move spaces to day-mask-name
           perform varying cal-index from 1 by 1
                   until cal-index > cal-count
               if ct-date(cal-index) = day-date
                   move ct-mask-name(cal-index) to day-mask-name
               end-if
           end-perform
           move 0 to day-orders
           move 0 to day-mazes
           move 0 to day-cells
           move 0 to day-pages
           move 0 to day-panels
           move 0 to day-answer-pages
           move 0 to day-billing
           move spaces to report-line
           move 1 to report-ptr
           string day-date delimited by size
               '  ' delimited by size
               day-name(day-dow) delimited by size
               into report-line with pointer report-ptr
           if day-mask-name not = spaces
               string '  SHAPED ISSUE - MASK ' delimited by size
                   day-mask-name delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line
           perform varying sub-index from 1 by 1
                   until sub-index > sub-count
               perform 220-judge-subscription
           end-perform
           perform 250-write-day-totals.

      * The same tests MAZESUB applies: effective yet, not expired,
      * and scheduled on the day of the week.  Its fourth test, the
      * outlet, does not change from day to day and was settled when
      * the subscriptions were loaded.
       220-judge-subscription.
           if sb-effective(sub-index) not = spaces
                   and day-date < sb-effective(sub-index)
               exit paragraph
           end-if
           if sb-expiry(sub-index) not = spaces
                   and day-date > sb-expiry(sub-index)
               exit paragraph
           end-if
           if sb-days(sub-index)(day-dow:1) not = 'Y'
               exit paragraph
           end-if
           move sb-image(sub-index) to card-image
           perform 230-cost-order
           add 1 to day-orders
           add ord-mazes to day-mazes
           add ord-cells to day-cells
           add ord-pages to day-pages
           add ord-panels to day-panels
           add ord-answer-pages to day-answer-pages
           add ord-billing to day-billing
           perform 240-find-outlet-slot
           if outlet-hit-ix > 0
               add 1 to ot-orders(outlet-hit-ix)
               add ord-mazes to ot-mazes(outlet-hit-ix)
               add ord-cells to ot-cells(outlet-hit-ix)
               add ord-pages to ot-pages(outlet-hit-ix)
               add ord-panels to ot-panels(outlet-hit-ix)
               add ord-billing to ot-billing(outlet-hit-ix)
           end-if
           perform 235-write-order-line.

      * Cost one order the way MAZE will run it.  Sizes take the
      * generator's defaults and guard rails, then the outlet's own
      * size limits as MAZE clamps them; a batch of zero is one
      * maze; a reprint order is one maze from the library at the
      * flat reprint rate, sized here by its card since the library
      * record is not read.  Each maze prints as one page or as a
      * grid of panels, and a solution order prints the same pages
      * again on the answer key.  The grade is not known until the
      * maze is drawn, so a card with no difficulty band is priced
      * at the outlet's any-grade rate for its size.
       230-cost-order.
           if ci-width is numeric and ci-width not = '000'
               move ci-width to ord-width
           else
               move 39 to ord-width
           end-if
           if ord-width > max-width
               move max-width to ord-width
           end-if
           if function mod(ord-width, 2) = 0
               subtract 1 from ord-width
           end-if
           if ord-width < min-width
               move min-width to ord-width
           end-if
           if ci-height is numeric and ci-height not = '000'
               move ci-height to ord-height
           else
               move 23 to ord-height
           end-if
           if ord-height > max-height
               move max-height to ord-height
           end-if
           if function mod(ord-height, 2) = 0
               subtract 1 from ord-height
           end-if
           if ord-height < min-height
               move min-height to ord-height
           end-if
           if ord-width > sb-max-width(sub-index)
               move sb-max-width(sub-index) to ord-width
               if function mod(ord-width, 2) = 0
                   subtract 1 from ord-width
               end-if
           end-if
           if ord-height > sb-max-height(sub-index)
               move sb-max-height(sub-index) to ord-height
               if function mod(ord-height, 2) = 0
                   subtract 1 from ord-height
               end-if
           end-if
           if ci-mode = 'R'
               move 1 to ord-mazes
           else
               if ci-batch is numeric and ci-batch not = '000'
                   move ci-batch to ord-mazes
               else
                   move 1 to ord-mazes
               end-if
           end-if
           compute maze-cells = ord-width * ord-height
           compute ord-cells = maze-cells * ord-mazes
           compute panels-across =
               (ord-width + panel-cells-across - 1)
                   / panel-cells-across
           compute panels-down =
               (ord-height + panel-cells-down - 1) / panel-cells-down
           compute ord-maze-pages = panels-across * panels-down
           compute ord-pages = ord-maze-pages * ord-mazes
           if ord-maze-pages > 1
               move ord-mazes to ord-panels
           else
               move 0 to ord-panels
           end-if
           if ci-mode = 'S'
               move ord-pages to ord-answer-pages
           else
               move 0 to ord-answer-pages
           end-if
           evaluate true
               when maze-cells <= 1500
                   move 1 to ord-band
               when maze-cells <= 10000
                   move 2 to ord-band
               when other
                   move 3 to ord-band
           end-evaluate
           move ci-order-id to lookup-order
           if lookup-order = spaces
               move 'DEFAULT ' to lookup-order
           end-if
           if ci-mode = 'R'
               perform 265-look-up-reprint-rate
           else
               move band-letters(ord-band:1) to lookup-band
               move ci-difficulty to lookup-grade
               if lookup-grade not = 'E' and lookup-grade not = 'M'
                       and lookup-grade not = 'H'
                   move space to lookup-grade
               end-if
               perform 260-look-up-rate
           end-if
           compute ord-billing = ord-mazes * found-rate.

       235-write-order-line.
           move spaces to report-line
           move 1 to report-ptr
           string '  ORDER ' delimited by size
               ci-order-id delimited by size
               into report-line with pointer report-ptr
           if ci-mode = 'R'
               string '  REPRINT' delimited by size
                   into report-line with pointer report-ptr
           else
               string '         ' delimited by size
                   into report-line with pointer report-ptr
           end-if
           move ord-mazes to work-num
           string '  MAZES ' delimited by size
               work-num delimited by size
               '  ' delimited by size
               ord-width delimited by size
               ' X ' delimited by size
               ord-height delimited by size
               into report-line with pointer report-ptr
           move ord-cells to work-cells
           string '  CELLS ' delimited by size
               work-cells delimited by size
               into report-line with pointer report-ptr
           move ord-pages to work-num
           string '  PAGES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move ord-panels to work-num
           string '  PANELED ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move ord-billing to work-amount
           string '  BILLING ' delimited by size
               work-amount delimited by size
               into report-line with pointer report-ptr
           if not rate-was-found
               string ' (NO RATE)' delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line.

       240-find-outlet-slot.
           move 0 to outlet-hit-ix
           perform varying outlet-index from 1 by 1
                   until outlet-index > outlet-count
               if ot-order-id(outlet-index) = ci-order-id
                   move outlet-index to outlet-hit-ix
               end-if
           end-perform
           if outlet-hit-ix = 0 and outlet-count < 200
               add 1 to outlet-count
               move ci-order-id to ot-order-id(outlet-count)
               move 0 to ot-orders(outlet-count)
               move 0 to ot-mazes(outlet-count)
               move 0 to ot-cells(outlet-count)
               move 0 to ot-pages(outlet-count)
               move 0 to ot-panels(outlet-count)
               move 0 to ot-billing(outlet-count)
               move outlet-count to outlet-hit-ix
           end-if
           if outlet-hit-ix = 0 and outlet-over-flag = 'N'
               move 'Y' to outlet-over-flag
               display 'MORE THAN 200 OUTLETS ON MAZESUBS - '
                   'OUTLET SUMMARY INCOMPLETE'
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

      * The day's totals, and the flag when the day goes over either
      * threshold.
       250-write-day-totals.
           add day-mazes to window-mazes
           add day-cells to window-cells
           add day-pages to window-pages
           add day-billing to window-billing
           move spaces to report-line
           move 1 to report-ptr
           move day-orders to work-num
           string '  DAY TOTAL    ORDERS ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move day-mazes to work-num
           string '  MAZES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move day-cells to work-cells
           string '  CELLS ' delimited by size
               work-cells delimited by size
               into report-line with pointer report-ptr
           move day-pages to work-num
           string '  PAGES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move day-panels to work-num
           string '  PANELED ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move day-answer-pages to work-num
           string '  ANSWER PAGES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           write report-line
           move spaces to report-line
           move day-billing to work-amount
           string '               EXPECTED BILLING ' delimited by size
               work-amount delimited by size
               into report-line
           write report-line
           if day-pages > page-limit or day-cells > cell-limit
               add 1 to days-flagged
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               move spaces to report-line
               move 1 to report-ptr
               string '  *** HEAVY DAY -' delimited by size
                   into report-line with pointer report-ptr
               if day-pages > page-limit
                   string ' OVER PAGE THRESHOLD' delimited by size
                       into report-line with pointer report-ptr
               end-if
               if day-cells > cell-limit
                   string ' OVER CELL THRESHOLD' delimited by size
                       into report-line with pointer report-ptr
               end-if
               write report-line
           end-if
           move spaces to report-line
           write report-line.

      * Find the rate for an outlet, band, and grade the way MAZEBIL
      * does: the outlet's own exact-grade rate, then its any-grade
      * rate for the band, then the DEFAULT outlet's rates the same
      * way.  No rate at all prices the order at zero and flags the
      * run.
       260-look-up-rate.
           move 'N' to rate-found-flag
           move 0 to found-rate
           perform 270-scan-rates
           if not rate-was-found and lookup-grade not = space
               move space to lookup-grade
               perform 270-scan-rates
               move ci-difficulty to lookup-grade
           end-if
           if not rate-was-found
               move 'DEFAULT ' to lookup-order
               perform 270-scan-rates
           end-if
           if not rate-was-found and lookup-grade not = space
               move space to lookup-grade
               perform 270-scan-rates
           end-if
           if not rate-was-found
               set a-rate-was-missing to true
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

      * The outlet's flat reprint rate, backstopped by the DEFAULT
      * outlet's.
       265-look-up-reprint-rate.
           move 'R' to lookup-band
           move space to lookup-grade
           move 'N' to rate-found-flag
           move 0 to found-rate
           perform 270-scan-rates
           if not rate-was-found
               move 'DEFAULT ' to lookup-order
               perform 270-scan-rates
           end-if
           if not rate-was-found
               set a-rate-was-missing to true
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       270-scan-rates.
           perform varying rate-index from 1 by 1
                   until rate-index > rate-count
                   or rate-was-found
               if rt-order-id(rate-index) = lookup-order
                       and rt-band(rate-index) = lookup-band
                       and rt-grade(rate-index) = lookup-grade
                   set rate-was-found to true
                   move rt-amount(rate-index) to found-rate
               end-if
           end-perform.

      * Every subscription whose expiry falls inside the window, so
      * sales can chase the renewal while there is still time.
       300-write-expiring.
           move spaces to report-line
           string 'SUBSCRIPTIONS EXPIRING IN THE WINDOW'
                   delimited by size
               into report-line
           write report-line
           perform varying sub-index from 1 by 1
                   until sub-index > sub-count
               if sb-expiry(sub-index) not = spaces
                       and sb-expiry(sub-index) not < start-date
                       and sb-expiry(sub-index) not > end-date
                   add 1 to expiring-count
                   move sb-image(sub-index) to card-image
                   move spaces to report-line
                   string '  ORDER ' delimited by size
                       ci-order-id delimited by size
                       '  EXPIRES ' delimited by size
                       sb-expiry(sub-index) delimited by size
                       '  - RENEWAL DUE' delimited by size
                       into report-line
                   write report-line
               end-if
           end-perform
           if expiring-count = 0
               move spaces to report-line
               string '  NONE' delimited by size
                   into report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line.

       400-write-outlet-summary.
           move spaces to report-line
           string 'OUTLET TOTALS FOR THE WINDOW' delimited by size
               into report-line
           write report-line
           perform varying outlet-index from 1 by 1
                   until outlet-index > outlet-count
               move spaces to report-line
               move 1 to report-ptr
               move ot-orders(outlet-index) to work-num
               string '  ORDER ' delimited by size
                   ot-order-id(outlet-index) delimited by size
                   '  CARDS ' delimited by size
                   work-num delimited by size
                   into report-line with pointer report-ptr
               move ot-mazes(outlet-index) to work-num-7
               string '  MAZES ' delimited by size
                   work-num-7 delimited by size
                   into report-line with pointer report-ptr
               move ot-cells(outlet-index) to work-cells
               string '  CELLS ' delimited by size
                   work-cells delimited by size
                   into report-line with pointer report-ptr
               move ot-pages(outlet-index) to work-num-7
               string '  PAGES ' delimited by size
                   work-num-7 delimited by size
                   into report-line with pointer report-ptr
               move ot-panels(outlet-index) to work-num-7
               string '  PANELED ' delimited by size
                   work-num-7 delimited by size
                   into report-line with pointer report-ptr
               move ot-billing(outlet-index) to work-amount
               string '  BILLING ' delimited by size
                   work-amount delimited by size
                   into report-line with pointer report-ptr
               write report-line
           end-perform
           move spaces to report-line
           write report-line.

      * Window totals and the condition code: RC 4 when a day is
      * flagged, a rate is missing, or a table overflowed, so the
      * scheduler passes the warning on.
       500-write-totals.
           move window-mazes to work-num-7
           move spaces to report-line
           string 'MAZES IN THE WINDOW:      ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move window-cells to work-cells
           move spaces to report-line
           string 'CELLS IN THE WINDOW:  ' delimited by size
               work-cells delimited by size
               into report-line
           write report-line
           move window-pages to work-num-7
           move spaces to report-line
           string 'MAZEPRT PAGES:            ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move window-billing to work-amount
           move spaces to report-line
           string 'EXPECTED BILLING:    ' delimited by size
               work-amount delimited by size
               into report-line
           write report-line
           move days-flagged to work-num
           move spaces to report-line
           string 'DAYS FLAGGED:               ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move expiring-count to work-num
           move spaces to report-line
           string 'SUBSCRIPTIONS EXPIRING:     ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move subs-skipped to work-num
           move spaces to report-line
           string 'SUBSCRIPTIONS NOT FORECAST: ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           if a-rate-was-missing
               move spaces to report-line
               string '(ONE OR MORE ORDERS HAVE NO RATE ON MAZERATE - '
                       delimited by size
                   'PRICED AT ZERO)' delimited by size
                   into report-line
               write report-line
           end-if.
