               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select book-file assign to "MAZEBOOK"
               organization line sequential
               file status is book-file-status.
           select optional terr-file assign to "MAZETERR"
               organization line sequential
               file status is terr-file-status.
           select optional runa-file assign to "MAZEAUDA"
               organization line sequential
               file status is runa-file-status.
           select optional runt-file assign to "MAZEAUDT"
               organization line sequential
               file status is runt-file-status.

       data division.
       file section.
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

       fd  book-file.
       01  book-line             pic x(133).

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

      * The audit transaction file, MAZECUT's archive of past months
      * and the live file, read for the runs each maze has had.
       fd  runa-file.
       01  runa-record           pic x(106).

       fd  runt-file.
       01  runt-record           pic x(106).

       working-storage section.

       01  book-card-status   pic xx.
       01  lib-file-status    pic xx.
       01  book-file-status   pic xx.
       01  terr-file-status   pic xx.
       01  runa-file-status   pic xx.
       01  runt-file-status   pic xx.

      * The territory table, and every maze some outlet still holds
      * exclusively in its market - by its original run or by a
      * reprint - as of today.  A book reaches readers in every
      * market at once, so a maze exclusive anywhere stays out.
       01  terr-table.
           05  terr-entry occurs 500 times.
               10  tt-order-id   pic x(8).
               10  tt-excl-days  pic 9(3).
       01  terr-count        pic 9(3) comp value 0.
       01  terr-index        pic 9(3) comp.
       01  terr-found-flag   pic x.
           88  territory-was-found        value 'Y'.
       01  excl-table.
           05  excl-maze-no occurs 5000 times pic 9(5).
       01  excl-count        pic 9(4) comp value 0.
       01  excl-index        pic 9(4) comp.
       01  excl-over-flag    pic x value 'N'.
       01  excl-flag         pic x.
           88  maze-is-exclusive          value 'Y'.
       01  prior-record.
           05  prior-type        pic x(2).
           05  filler            pic x.
           05  prior-maze-no     pic 9(5).
           05  filler            pic x.
           05  prior-order-id    pic x(8).
           05  filler            pic x.
           05  prior-date        pic x(10).
           05  filler            pic x(78).
       01  excl-order-id     pic x(8).
       01  excl-date-str     pic x(10).
       01  excl-date-num     pic 9(8).
       01  excl-date-int     pic 9(7).
       01  today-int         pic 9(7).

      * A book page is 60 print lines; the page heading and footer
      * take a handful, so a puzzle only fits on one page when its
       01  skipped-invalid   pic 9(5) value 0.
       01  skipped-shaped    pic 9(5) value 0.
       01  skipped-size      pic 9(5) value 0.
       01  skipped-recalled  pic 9(5) value 0.
       01  skipped-exclusive pic 9(5) value 0.
       01  toc-pages         pic 9(3).
       01  toc-on-page       pic 9(3).
       01  page-number       pic 9(4).
       01  highest-rc        pic 99 value 0.

      * The working grid and the solver's scratch tables, loaded from
      * one library record at a time when the pages are rendered.
      * The grade and score come off the library record as the
      * generator filed them, so a puzzle lands in the book under the
      * same grade its page was published with.
       01  width             pic 99999.
       01  height            pic 99999.
       01  entry-x           pic 9(3).
       01  cy           pic 9(3).
       01  nx           pic 9(3).
       01  ny           pic 9(3).
       01  maze-grade        pic x(6).

       01  today-date-str    pic x(21).
      * maze library instead of scissors and paste: a title page, a
      * table of contents, one puzzle per numbered page ordered easy
      * to hard, and an answers section in the back with each grid
      * solved the way the generator solves them.  Puzzle pages
      * carry the book's own sequential numbers; the answers carry
      * the original library maze number alongside, so a disputed
      * answer still traces back to the master.
               move 16 to return-code
               stop run
           end-if
           perform 110-read-selection-card
           perform 120-load-exclusivity.

      * Read the selection card and decide the mode.  With no card at
      * all the book takes ten of each grade, which is the shape the
               move card-title to book-title
           end-if.

      * Load the territory table, then note every maze whose run -
      * original or reprint, off the archived and the live audit
      * transactions - went to an outlet whose exclusivity period
      * has not yet run out.  With no territory table on hand no maze
      * is held out, exactly as books were always put together.
       120-load-exclusivity.
           compute today-int = function integer-of-date(
               function numval(today-date-str(1:8)))
           open input terr-file
           perform until terr-file-status not = '00'
               read terr-file
                   at end continue
                   not at end perform 125-absorb-territory
               end-read
           end-perform
           close terr-file
           if terr-count = 0
               exit paragraph
           end-if
           open input runa-file
           perform until runa-file-status not = '00'
               read runa-file
                   at end continue
                   not at end
                       move runa-record to prior-record
                       perform 130-absorb-prior-run
               end-read
           end-perform
           close runa-file
           open input runt-file
           perform until runt-file-status not = '00'
               read runt-file
                   at end continue
                   not at end
                       move runt-record to prior-record
                       perform 130-absorb-prior-run
               end-read
           end-perform
           close runt-file.

       125-absorb-territory.
           if terr-order-id = spaces or terr-excl-days is not numeric
               exit paragraph
           end-if
           if terr-count < 500
               add 1 to terr-count
               move terr-order-id to tt-order-id(terr-count)
               move terr-excl-days to tt-excl-days(terr-count)
           end-if.

       130-absorb-prior-run.
           if prior-type not = 'PB' and prior-type not = 'RP'
               exit paragraph
           end-if
           if prior-maze-no is not numeric
               exit paragraph
           end-if
           move prior-order-id to excl-order-id
           move prior-date to excl-date-str
           perform 140-weigh-run
           if not maze-is-exclusive
               exit paragraph
           end-if
           perform varying excl-index from 1 by 1
                   until excl-index > excl-count
               if excl-maze-no(excl-index) = prior-maze-no
                   exit paragraph
               end-if
           end-perform
           if excl-count < 5000
               add 1 to excl-count
               move prior-maze-no to excl-maze-no(excl-count)
           else
               if excl-over-flag = 'N'
                   move 'Y' to excl-over-flag
                   display 'EXCLUSIVITY TABLE FULL - BOOK MAY CARRY '
                       'MAZES STILL UNDER EXCLUSIVITY'
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               end-if
           end-if.

      * Is a run by EXCL-ORDER-ID on EXCL-DATE-STR still exclusive
      * today?  An order with no territory holds no exclusivity, and
      * a date too mangled to read is given the benefit of the doubt.
       140-weigh-run.
           move 'N' to excl-flag
           move 'N' to terr-found-flag
           perform varying terr-index from 1 by 1
                   until terr-index > terr-count
               if tt-order-id(terr-index) = excl-order-id
                   set territory-was-found to true
                   exit perform
               end-if
           end-perform
           if not territory-was-found
               exit paragraph
           end-if
           if excl-date-str(1:4) is not numeric
                   or excl-date-str(6:2) is not numeric
                   or excl-date-str(9:2) is not numeric
               exit paragraph
           end-if
           compute excl-date-num =
               function numval(excl-date-str(1:4)) * 10000
               + function numval(excl-date-str(6:2)) * 100
               + function numval(excl-date-str(9:2))
           compute excl-date-int =
               function integer-of-date(excl-date-num)
           if excl-date-int + tt-excl-days(terr-index) > today-int
               set maze-is-exclusive to true
           end-if.

      * Walk the library in key order judging every record against
      * the selection.  Records that never passed validation, shaped
      * mazes (whose entrance and exit live in the mask, which is
      * long gone), and grids too big for one book page are passed
      * over and counted, and so are mazes the recall utility has
      * withdrawn - a recalled puzzle must not resurface in a book -
      * and mazes still exclusive to an outlet somewhere.
      * A range card starts the walk at the FROM number and ends it
      * past the TO number instead of reading the whole master.
       200-select-puzzles.
           if range-was-given
               move range-from to lib-maze-number
               start lib-file key not < lib-maze-number
                   invalid key continue
               end-start
           else
               move 0 to lib-maze-number
               start lib-file key > lib-maze-number
                   invalid key continue
               end-start
           end-if
           if lib-file-status = '00'
               perform until lib-file-status not = '00'
                   read lib-file next
               end-perform
           end-if.

      * The grade is the one filed with the record; a record with no
      * grade filed never solved and is passed over as unsolvable.
       210-judge-record.
           if range-was-given
               if lib-maze-number > range-to
                   move '10' to lib-file-status
                   exit paragraph
               end-if
           end-if
           if lib-is-recalled
               add 1 to skipped-recalled
               exit paragraph
           end-if
           if terr-count > 0
               perform 215-check-exclusivity
               if maze-is-exclusive
                   add 1 to skipped-exclusive
                   exit paragraph
               end-if
           end-if
               end-if
               exit paragraph
           end-if
           if lib-grade = space
               add 1 to skipped-invalid
               exit paragraph
           end-if
           if not range-was-given
               evaluate lib-grade
                   when 'E'
                       if got-easy >= want-easy
                           exit paragraph
           move lib-maze-number to bk-maze-no(book-count)
           move lib-width to bk-width(book-count)
           move lib-height to bk-height(book-count)
           move lib-score to bk-score(book-count)
           move lib-grade to bk-grade(book-count).

      * The original run is weighed off the library record itself, so
      * a maze whose publication has aged off the audit files is still
      * held out while its outlet's period lasts.
       215-check-exclusivity.
           move lib-order-id to excl-order-id
           move lib-run-date to excl-date-str
           perform 140-weigh-run
           if maze-is-exclusive
               exit paragraph
           end-if
           perform varying excl-index from 1 by 1
                   until excl-index > excl-count
               if excl-maze-no(excl-index) = lib-maze-number
                   set maze-is-exclusive to true
                   exit perform
               end-if
           end-perform.

      * Order the book easy to hard by the filed difficulty - a
      * straight selection sort, which is plenty for a booklet.
       250-sort-by-score.
           if book-count = 0
               end-if
           end-if
           if skipped-invalid > 0 or skipped-shaped > 0
                   or skipped-size > 0 or skipped-recalled > 0
                   or skipped-exclusive > 0
               display 'RECORDS PASSED OVER - UNSOLVABLE '
                   skipped-invalid '  SHAPED ' skipped-shaped
                   '  OVER PAGE SIZE ' skipped-size
                   '  RECALLED ' skipped-recalled
                   '  EXCLUSIVE ' skipped-exclusive
           end-if
           perform varying sort-index from 1 by 1
                   until sort-index >= book-count
               perform 710-render-solved-grid
           end-perform.

      * Re-read one selected record by key while the pages are being
      * rendered.  The record was on the master moments ago at
      * selection time; losing it mid-assembly means someone ran the
      * Trace the solution path through the loaded grid, exactly as
      * the generator traces it: flood out from the entrance
      * remembering parents, then walk back from the exit marking
      * the solution cells.  The doors on a plain rectangle have
      * always been at (2, 1) and (width - 1, height), with the solve
      * run between (2, 2) and (width - 1, height).
       620-solve-loaded-maze.
           move 2 to entry-x
           move 2 to entry-y
           end-perform
      * A grid whose exit the flood never reached has no parent
      * chain to walk - backtracking would follow stale parents left
      * by the previous record's solve and can cycle forever.  Only
      * graded records are selected, so the exit is always reached.
           if visited-col(goal-x, goal-y) = 0
               exit paragraph
           end-if
           move nx to ws-x(stack-top)
           move ny to ws-y(stack-top).

      * Render the loaded grid clean, two print columns per cell,
      * exactly as the puzzle pages have always rendered.
       700-render-clean-grid.
