
       input-output section.
       file-control.
           select optional aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select lib-file assign to "MAZELIB"
               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select optional arcx-file assign to "MAZEARCX"
               organization line sequential

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

       fd  lib-file.
       01  lib-record.
           05  lib-grid.
               10  lib-grid-row occurs 200 times pic x(200).
           05  lib-style         pic x.
           05  lib-recall-flag   pic x.
               88  lib-is-recalled            value 'W'.
           05  lib-recall-date   pic x(10).
           05  lib-recall-reason pic x(2).
           05  lib-score         pic 9(5).
           05  lib-grade         pic x.
           05  lib-solution-len  pic 9(5).

       fd  arcx-file.
       01  arcx-record.

       working-storage section.

       01  aud-file-status    pic xx.
       01  lib-file-status    pic xx.
       01  arcx-file-status   pic xx.
       01  report-file-status pic xx.

      * Every published maze off the audit transaction file, held for
      * matching against the library.  Reprints are not held - a
      * reprint repeats a number the file already carries, under the
      * reprint's own date, and matching it would only manufacture a
      * date mismatch against the original record.
       01  log-table.
               10  log-matched   pic x.
       01  log-count         pic 9(5) comp value 0.
       01  log-index         pic 9(5) comp.
       01  log-over-flag     pic x value 'N'.
           88  log-table-overflowed       value 'Y'.

      * The earliest maze date the log still holds.  The month-end
      * cutover job archives the log, so a library record older than
      * everything on file is before the log's window, not missing
      * from it.  The library sweep starts at this date on the
      * run-date key and never reads those records at all.
       01  earliest-log-date pic x(10) value high-values.

       01  lib-only-count    pic 9(7) value 0.
       01  log-only-count    pic 9(7) value 0.

       procedure division.

      * Prove the two records of publication still agree: every PB
      * record on the audit transaction file should have a library
      * record behind it, every library record should have a PB
      * record, and the seed, size, and run date on the pair should
      * match.  Any gap is reported and raises the condition code so
      * the scheduler can alert the night it opens, while a maze that
      * left the master through the archive job is reported as
      * archived, not as missing.
       perform 100-initialize
       perform 200-load-log-lines
       perform 250-load-archive-index
           move spaces to report-line
           write report-line.

      * Read the whole audit transaction file, keeping one table
      * entry per PB record.
       200-load-log-lines.
           open input aud-file
           perform until aud-file-status not = '00'
               read aud-file
                   at end continue
                   not at end
                       if aud-type = 'PB'
                           perform 210-absorb-publication
                       end-if
               end-read
           end-perform
           close aud-file.

       210-absorb-publication.
           if log-count < 20000
               add 1 to log-count
               move aud-maze-no to log-maze-no(log-count)
               move aud-seed to log-seed(log-count)
               move aud-width to log-width(log-count)
               move aud-height to log-height(log-count)
               move aud-date to log-date(log-count)
               if log-date(log-count) < earliest-log-date
                   move log-date(log-count) to earliest-log-date
               end-if
               move 'N' to log-matched(log-count)
           else
               if not log-table-overflowed
                   set log-table-overflowed to true
                   display 'MAZEAUDT PUBLICATIONS BEYOND 20000'
                       ' NOT RECONCILED'
               end-if
           end-if.

      * Load the archive index so a maze the housekeeping job purged
      * is reported as archived instead of raising a false alarm for
           end-perform
           close arcx-file.

      * Walk the library in run-date order from the first date the
      * log holds, looking each record up on the log table.  A record
      * with no log line, or a pair whose seed, size, or run date
      * disagree, gets its own report line.  Records filed before the
      * log's window are passed over by the START rather than read
      * and counted - with an empty log there is no window at all
      * and nothing is read.  Status '02' on a read is a good record
      * with more to follow on the same run date.
       300-sweep-library.
           move earliest-log-date to lib-run-date
           start lib-file key not < lib-run-date
               invalid key continue
           end-start
           if lib-file-status = '00'
               perform until lib-file-status not = '00'
                       and lib-file-status not = '02'
                   read lib-file next
                       at end continue
                       not at end perform 310-match-library-record
               end-if
           end-perform
           if not log-was-hit
               add 1 to lib-only-count
               move spaces to report-line
               move lib-maze-number to work-num
               work-num-7 delimited by size
               into report-line
           write report-line
           move spaces to report-line
           if earliest-log-date = high-values
               string 'IN LIBRARY, BEFORE LOG WINDOW:' delimited by size
                   '  NOT READ - NO MAZE LINES ON LOG'
                       delimited by size
                   into report-line
           else
               string 'IN LIBRARY, BEFORE LOG WINDOW:' delimited by size
                   '  NOT READ - RUN DATES BEFORE ' delimited by size
                   earliest-log-date delimited by size
                   '  (LOG ARCHIVED BY CUTOVER)' delimited by size
                   into report-line
           end-if
           write report-line
           move mismatch-count to work-num-7
           move spaces to report-line
