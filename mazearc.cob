               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select arch-file assign to "MAZEARCH"
               organization line sequential
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

       fd  arch-file.
       01  arch-record           pic x(40066).

       fd  arcx-file.
       01  arcx-record.
                   stop run
               end-if
               add 1 to archived-count
               add 40066 to bytes-recovered
               perform 220-report-disposition-line
           else
               add 1 to kept-count
