               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.

       data division.
       file section.
       fd  uld-file.
       01  uld-record            pic x(40066).

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

       working-storage section.


      * One-time reload for the library reorganization: MAZELUL's
      * unload file is loaded into a freshly allocated master at the
      * new record length, grade and score fields and all, and the
      * seed, order, and run-date alternate indexes are built as the
      * records go in.  The old master must have been scratched or
      * renamed first - this program opens MAZELIB output and builds
      * it from nothing, so pointing it at a live master would
      * destroy the very records being carried over.
       perform 100-initialize
       perform 200-reload-library
       close uld-file
           write lib-record
               invalid key continue
           end-write
           if lib-file-status not = '00' and lib-file-status not = '02'
               display 'WRITE TO MAZELIB FAILED - STATUS '
                   lib-file-status ' - MAZE NO ' lib-maze-number
               move 16 to return-code
