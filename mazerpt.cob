
       input-output section.
       file-control.
           select optional aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select report-file assign to "MAZERPT"
               organization line sequential
               file status is report-file-status.

       data division.
       file section.
      * The audit transaction record, exactly as MAZE writes it; the
      * type codes and which reference fields each one fills are laid
      * out in MAZE's file section.
       fd  aud-file.
       01  aud-record.
           05  aud-type          pic x(2).
           05  filler            pic x.
           05  aud-maze-no       pic 9(5).
           05  filler            pic x.
           05  aud-order-id      pic x(8).
           05  filler            pic x.
           05  aud-date          pic x(10).
           05  filler            pic x.
           05  aud-time          pic x(8).
           05  filler            pic x.
           05  aud-width         pic 9(3).
           05  filler            pic x.
           05  aud-height        pic 9(3).
           05  filler            pic x.
           05  aud-seed          pic 9(7).
           05  filler            pic x.
           05  aud-grade         pic x.
           05  filler            pic x.
           05  aud-style         pic x.
           05  filler            pic x.
           05  aud-source        pic x(3).
           05  filler            pic x.
           05  aud-reason        pic x(2).
           05  filler            pic x.
           05  aud-req-grade     pic x.
           05  filler            pic x.
           05  aud-ref-date      pic x(10).
           05  filler            pic x.
           05  aud-ref-order     pic x(8).
           05  filler            pic x.
           05  aud-ref-seed      pic 9(7).
           05  filler            pic x.
           05  aud-ref-code      pic x(2).
           05  filler            pic x.
           05  aud-ref-label     pic x(8).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.

       01  aud-file-status    pic xx.
       01  report-file-status pic xx.

      * One slot per production day seen on the log and one per maze
       01  mtd-collisions    pic 9(7) value 0.
       01  band-warn-count   pic 9(7) value 0.
       01  mtd-band-warns    pic 9(7) value 0.
       01  line-opr-flag     pic x.
           88  line-is-operator-seeded    value 'Y'.

       01  line-width        pic 9(3).
       01  line-height       pic 9(3).
       01  line-date         pic x(10).
       01  current-month     pic x(7).
       01  today-date-str    pic x(21).
       01  report-ptr        pic 9(4) comp.

       procedure division.

      * Boil a month of MAZEAUDT down to the management summary the
      * production meeting wants: mazes per day and per size, how
      * many passes ran on operator-supplied seeds, how many seeds
      * were rejected and overridden, and every warning the generator
      * raised, with month-to-date totals alongside.  The audit
      * transaction file is the only input; the generator already
      * writes everything needed.
       perform 100-initialize
       perform 200-tally-log
       perform 300-write-report
               stop run
           end-if.

      * Read the whole audit transaction file, routing each record by
      * its type.  Every record carries its own date, so a warning is
      * counted in the month it was raised in.
       200-tally-log.
           open input aud-file
           perform until aud-file-status not = '00'
               read aud-file
                   at end continue
                   not at end perform 210-tally-record
               end-read
           end-perform
           close aud-file.

       210-tally-record.
           evaluate aud-type
               when 'PB'
               when 'RP'
                   perform 220-tally-maze
               when 'SR'
                   add 1 to override-count
                   if aud-date(1:7) = current-month
                       add 1 to mtd-overrides
                   end-if
               when 'SC'
                   add 1 to collision-count
                   if aud-date(1:7) = current-month
                       add 1 to mtd-collisions
                   end-if
               when 'VF'
                   add 1 to valid-warn-count
                   if aud-date(1:7) = current-month
                       add 1 to mtd-valid-warns
                   end-if
               when 'BN'
                   add 1 to band-warn-count
                   if aud-date(1:7) = current-month
                       add 1 to mtd-band-warns
                   end-if
           end-evaluate.

      * Count one maze, fresh or reprinted, into the grand totals, its
      * day's slot, and its size's slot.  The source says whether the
      * pass ran on an operator seed.
       220-tally-maze.
           add 1 to total-mazes
           move aud-date to line-date
           move aud-width to line-width
           move aud-height to line-height
           move 'N' to line-opr-flag
           if aud-source = 'OPR'
               move 'Y' to line-opr-flag
           end-if
           if line-date(1:7) = current-month
               add 1 to mtd-mazes
           end-if
           if line-is-operator-seeded
               add 1 to opr-seed-count
               if line-date(1:7) = current-month
                   add 1 to mtd-opr-seeds
                   until day-index > day-count-used
               if day-date(day-index) = line-date
                   add 1 to day-count(day-index)
                   if line-is-operator-seeded
                       add 1 to day-opr-count(day-index)
                   end-if
                   move 'Y' to day-found-flag
               move line-date to day-date(day-count-used)
               move 1 to day-count(day-count-used)
               move 0 to day-opr-count(day-count-used)
               if line-is-operator-seeded
                   move 1 to day-opr-count(day-count-used)
               end-if
           end-if.
