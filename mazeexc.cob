       identification division.
       program-id. mazeexc.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional terr-file assign to "MAZETERR"
               organization line sequential
               file status is terr-file-status.
           select optional auda-file assign to "MAZEAUDA"
               organization line sequential
               file status is auda-file-status.
           select optional audi-file assign to "MAZEAUDT"
               organization line sequential
               file status is audi-file-status.
           select report-file assign to "MAZEEXC"
               organization line sequential
               file status is report-file-status.

       data division.
       file section.
      * The territory table MAZE holds reprints against: the market
      * each outlet order id publishes in and the number of days a
      * maze it runs stays exclusive to it there.
       fd  terr-file.
       01  terr-record.
           05  terr-order-id     pic x(8).
           05  filler            pic x.
           05  terr-market       pic x(8).
           05  filler            pic x.
           05  terr-excl-days    pic 9(3).

      * The audit transaction file as MAZECUT archived it at past
      * month ends, and the live file for the month in progress.
       fd  auda-file.
       01  auda-record           pic x(106).

       fd  audi-file.
       01  audi-record           pic x(106).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.

       01  terr-file-status   pic xx.
       01  auda-file-status   pic xx.
       01  audi-file-status   pic xx.
       01  report-file-status pic xx.

      * The audit transaction record, exactly as MAZE writes it; the
      * type codes and which reference fields each one fills are laid
      * out in MAZE's file section.
       01  scan-record.
           05  scan-type         pic x(2).
           05  filler            pic x.
           05  scan-maze-no      pic 9(5).
           05  filler            pic x.
           05  scan-order-id     pic x(8).
           05  filler            pic x.
           05  scan-date         pic x(10).
           05  filler            pic x.
           05  scan-time         pic x(8).
           05  filler            pic x.
           05  scan-width        pic 9(3).
           05  filler            pic x.
           05  scan-height       pic 9(3).
           05  filler            pic x.
           05  scan-seed         pic 9(7).
           05  filler            pic x.
           05  scan-grade        pic x.
           05  filler            pic x.
           05  scan-style        pic x.
           05  filler            pic x.
           05  scan-source       pic x(3).
           05  filler            pic x.
           05  scan-reason       pic x(2).
           05  filler            pic x.
           05  scan-req-grade    pic x.
           05  filler            pic x.
           05  scan-ref-date     pic x(10).
           05  filler            pic x.
           05  scan-ref-order    pic x(8).
           05  filler            pic x.
           05  scan-ref-seed     pic 9(7).
           05  filler            pic x.
           05  scan-ref-code     pic x(2).
           05  filler            pic x.
           05  scan-ref-label    pic x(8).

       01  terr-table.
           05  terr-entry occurs 500 times.
               10  tt-order-id   pic x(8).
               10  tt-market     pic x(8).
               10  tt-excl-days  pic 9(3).
       01  terr-count        pic 9(3) comp value 0.
       01  terr-index        pic 9(3) comp.
       01  terr-found-flag   pic x.
           88  territory-was-found        value 'Y'.

      * Every publication - original or reprint - that went to an
      * outlet with a territory, in maze-number order and, within a
      * maze, in the order the runs went out.  Publications to orders
      * with no territory hold no exclusivity and cannot break
      * anyone else's, so they are never held.
       01  run-table.
           05  run-entry occurs 5000 times.
               10  rn-maze-no    pic 9(5).
               10  rn-type       pic x(2).
               10  rn-order-id   pic x(8).
               10  rn-date       pic x(10).
               10  rn-date-int   pic 9(7).
               10  rn-market     pic x(8).
               10  rn-excl-days  pic 9(3).
       01  run-count         pic 9(4) comp value 0.
       01  run-index         pic 9(4) comp.
       01  later-index       pic 9(4) comp.
       01  run-slot          pic 9(4) comp.
       01  run-over-flag     pic x value 'N'.
           88  run-table-overflowed       value 'Y'.

       01  today-date-str    pic x(21).
       01  run-date          pic x(10).
       01  today-int         pic 9(7).
       01  week-floor        pic 9(7).
       01  scan-date-num     pic 9(8).
       01  scan-date-int     pic 9(7).
       01  days-in           pic 9(5).

       01  runs-read         pic 9(7) value 0.
       01  runs-weighed      pic 9(7) value 0.
       01  conflict-count    pic 9(5) value 0.
       01  new-conflict-count pic 9(5) value 0.
       01  highest-rc        pic 99 value 0.

       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-num-7        pic zzzzzz9.
       01  work-days         pic zz9.

       procedure division.

      * The weekly exclusivity cross-check.  MAZE holds a reprint that
      * would break an outlet's exclusivity, but only from the day the
      * territory table knew about the market; this report goes back
      * over every publication on the audit transaction files, the
      * archive and the live file, and lists each time a maze went to
      * a second outlet in the same market while the first outlet's
      * period still ran - the conflicts that already went out and
      * may be owed a penalty.  Conflicts whose second run fell in the
      * last seven days are marked NEW and end the run RC 4, so the
      * week's new exposure does not wait for someone to read the
      * listing.
       perform 100-initialize
       perform 200-load-territories
       perform 300-load-runs
       perform 400-write-conflicts
       perform 500-write-totals
       close report-file
       move highest-rc to return-code
       stop run.

       100-initialize.
           move function current-date to today-date-str
           move spaces to run-date
           string today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               into run-date
           compute today-int = function integer-of-date(
               function numval(today-date-str(1:8)))
           compute week-floor = today-int - 7
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZEEXC - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string 'TERRITORY EXCLUSIVITY CROSS-CHECK  -  RUN DATE '
                   delimited by size
               run-date delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

       200-load-territories.
           open input terr-file
           perform until terr-file-status not = '00'
               read terr-file
                   at end continue
                   not at end perform 210-absorb-territory
               end-read
           end-perform
           close terr-file
           if terr-count = 0
               move spaces to report-line
               string 'NO TERRITORIES ON MAZETERR - NOTHING TO CHECK'
                       delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       210-absorb-territory.
           if terr-order-id = spaces or terr-market = spaces
                   or terr-excl-days is not numeric
               move spaces to report-line
               string 'MAZETERR RECORD FOR ORDER ' delimited by size
                   terr-order-id delimited by size
                   ' UNUSABLE - SKIPPED' delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           if terr-count < 500
               add 1 to terr-count
               move terr-order-id to tt-order-id(terr-count)
               move terr-market to tt-market(terr-count)
               move terr-excl-days to tt-excl-days(terr-count)
           end-if.

      * The archive first, then the live file, so within a maze the
      * runs reach the table in the order they went out.
       300-load-runs.
           if terr-count = 0
               exit paragraph
           end-if
           open input auda-file
           perform until auda-file-status not = '00'
               read auda-file
                   at end continue
                   not at end
                       move auda-record to scan-record
                       perform 310-absorb-run
               end-read
           end-perform
           close auda-file
           open input audi-file
           perform until audi-file-status not = '00'
               read audi-file
                   at end continue
                   not at end
                       move audi-record to scan-record
                       perform 310-absorb-run
               end-read
           end-perform
           close audi-file.

       310-absorb-run.
           if scan-type not = 'PB' and scan-type not = 'RP'
               exit paragraph
           end-if
           add 1 to runs-read
           if scan-maze-no is not numeric
                   or scan-date(1:4) is not numeric
                   or scan-date(6:2) is not numeric
                   or scan-date(9:2) is not numeric
               exit paragraph
           end-if
           move 'N' to terr-found-flag
           perform varying terr-index from 1 by 1
                   until terr-index > terr-count
               if tt-order-id(terr-index) = scan-order-id
                   set territory-was-found to true
                   exit perform
               end-if
           end-perform
           if not territory-was-found
               exit paragraph
           end-if
           if run-count >= 5000
               if not run-table-overflowed
                   set run-table-overflowed to true
                   display 'MORE THAN 5000 TERRITORY RUNS - '
                       'CROSS-CHECK INCOMPLETE'
               end-if
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           compute scan-date-num =
               function numval(scan-date(1:4)) * 10000
               + function numval(scan-date(6:2)) * 100
               + function numval(scan-date(9:2))
           compute scan-date-int =
               function integer-of-date(scan-date-num)
           add 1 to runs-weighed
           perform 320-insert-run.

      * Open a slot after every run already held for this maze number
      * or a lower one, keeping the table in maze-number order and
      * each maze's runs in arrival order.
       320-insert-run.
           move run-count to run-index
           add 1 to run-count
           move run-count to run-slot
           perform until run-index = 0
               if rn-maze-no(run-index) > scan-maze-no
                   move run-entry(run-index) to run-entry(run-index + 1)
                   move run-index to run-slot
                   subtract 1 from run-index
               else
                   move 0 to run-index
               end-if
           end-perform
           move scan-maze-no to rn-maze-no(run-slot)
           move scan-type to rn-type(run-slot)
           move scan-order-id to rn-order-id(run-slot)
           move scan-date to rn-date(run-slot)
           move scan-date-int to rn-date-int(run-slot)
           move tt-market(terr-index) to rn-market(run-slot)
           move tt-excl-days(terr-index) to rn-excl-days(run-slot).

      * Weigh every run of a maze against each later run of the same
      * maze: a different outlet in the same market, before the
      * earlier outlet's period ran out, is a conflict.
       400-write-conflicts.
           if run-count = 0
               exit paragraph
           end-if
           move spaces to report-line
           string 'MAZE NO  MARKET    FIRST RUN                     '
                   delimited by size
               '  PERIOD  SECOND RUN                     DAY'
                   delimited by size
               into report-line
           write report-line
           perform varying run-index from 1 by 1
                   until run-index > run-count
               perform varying later-index from run-index by 1
                       until later-index > run-count
                       or rn-maze-no(later-index)
                           not = rn-maze-no(run-index)
                   if later-index > run-index
                       perform 410-weigh-pair
                   end-if
               end-perform
           end-perform
           if conflict-count = 0
               move spaces to report-line
               string '  NO CONFLICTS FOUND' delimited by size
                   into report-line
               write report-line
           end-if.

       410-weigh-pair.
           if rn-order-id(later-index) = rn-order-id(run-index)
                   or rn-market(later-index) not = rn-market(run-index)
               exit paragraph
           end-if
           if rn-date-int(later-index) >= rn-date-int(run-index)
                   + rn-excl-days(run-index)
               exit paragraph
           end-if
           add 1 to conflict-count
           compute days-in =
               rn-date-int(later-index) - rn-date-int(run-index) + 1
           move spaces to report-line
           move 1 to report-ptr
           move rn-maze-no(run-index) to work-num
           string work-num delimited by size
               '    ' delimited by size
               rn-market(run-index) delimited by size
               '  ' delimited by size
               rn-order-id(run-index) delimited by size
               ' ' delimited by size
               rn-date(run-index) delimited by size
               ' ' delimited by size
               into report-line with pointer report-ptr
           move run-index to run-slot
           perform 420-put-run-type
           move rn-excl-days(run-index) to work-days
           string '     ' delimited by size
               work-days delimited by size
               '  ' delimited by size
               rn-order-id(later-index) delimited by size
               ' ' delimited by size
               rn-date(later-index) delimited by size
               ' ' delimited by size
               into report-line with pointer report-ptr
           move later-index to run-slot
           perform 420-put-run-type
           move days-in to work-num
           string work-num delimited by size
               into report-line with pointer report-ptr
           if rn-date-int(later-index) > week-floor
               add 1 to new-conflict-count
               string '  NEW' delimited by size
                   into report-line with pointer report-ptr
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if
           write report-line.

      * Name whether the run at RUN-SLOT was the original publication
      * or a reprint.
       420-put-run-type.
           if rn-type(run-slot) = 'RP'
               string 'REPRINT ' delimited by size
                   into report-line with pointer report-ptr
           else
               string 'ORIGINAL' delimited by size
                   into report-line with pointer report-ptr
           end-if.

       500-write-totals.
           move spaces to report-line
           write report-line
           move runs-read to work-num-7
           move spaces to report-line
           string 'PUBLICATIONS READ:           ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move runs-weighed to work-num-7
           move spaces to report-line
           string 'TO OUTLETS WITH A TERRITORY: ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move conflict-count to work-num-7
           move spaces to report-line
           string 'CONFLICTS:                   ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move new-conflict-count to work-num-7
           move spaces to report-line
           string '   NEW IN THE LAST 7 DAYS:   ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line.
