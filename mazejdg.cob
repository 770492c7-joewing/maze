       identification division.
       program-id. mazejdg.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select ent-file assign to "MAZENTRY"
               organization line sequential
               file status is ent-file-status.
           select lib-file assign to "MAZELIB"
               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select optional cal-file assign to "MAZECAL"
               organization line sequential
               file status is cal-file-status.
           select optional mlib-file assign to "MAZEMLIB"
               organization line sequential
               file status is mlib-file-status.
           select report-file assign to "MAZEJDGR"
               organization line sequential
               file status is report-file-status.
           select win-file assign to "MAZEWIN"
               organization line sequential
               file status is win-file-status.

       data division.
       file section.
      * One reader entry per line: the maze number the reader solved,
      * the entrant id the outlet gave the entry, and the route drawn
      * as one letter per move - U, D, L, or R - from the entrance.
      * Each move is one cell of the grid as the page prints it.
       fd  ent-file.
       01  ent-record.
           05  ent-maze-no       pic x(5).
           05  filler            pic x.
           05  ent-entrant       pic x(12).
           05  filler            pic x.
           05  ent-route         pic x(8000).

       fd  lib-file.
       01  lib-record.
           05  lib-maze-number   pic 9(5).
           05  lib-width         pic 9(3).
           05  lib-height        pic 9(3).
           05  lib-seed          pic 9(7).
           05  lib-braid-pct     pic 9(3).
           05  lib-run-date      pic x(10).
           05  lib-order-id      pic x(8).
           05  lib-shaped        pic x.
           05  lib-valid         pic x.
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

      * The shaped-issue calendar MAZESUB stages masks from: the run
      * date and the name of the mask template carved that day.
       fd  cal-file.
       01  cal-record.
           05  cal-date          pic x(10).
           05  filler            pic x.
           05  cal-mask-name     pic x(8).

      * The mask library: a MASK header line carrying each template's
      * name, then that template's rows exactly as MAZEMASK takes
      * them, up to the next header or the end of the file.
       fd  mlib-file.
       01  mlib-line             pic x(200).

       fd  report-file.
       01  report-line           pic x(132).

      * The prize-draw file: one record per accepted entry, with the
      * outlet the maze was published for, so each outlet can draw
      * from its own entries - from all of them, or from the
      * shortest-route solvers alone, as its contest rules say.
       fd  win-file.
       01  win-record.
           05  win-order-id      pic x(8).
           05  filler            pic x.
           05  win-maze-no       pic 9(5).
           05  filler            pic x.
           05  win-entrant       pic x(12).
           05  filler            pic x.
           05  win-moves         pic 9(5).
           05  filler            pic x.
           05  win-shortest      pic x.

       working-storage section.

       01  ent-file-status    pic xx.
       01  lib-file-status    pic xx.
       01  cal-file-status    pic xx.
       01  mlib-file-status   pic xx.
       01  report-file-status pic xx.
       01  win-file-status    pic xx.

      * The mazes entries arrived for, in maze-number order, with how
      * many entries each received.  The entry file is read once to
      * build this and then once more per maze, so each maze's
      * entries are judged against its own grid and reported together
      * whatever order the outlet sent them in.
       01  jdg-table.
           05  jdg-entry occurs 500 times.
               10  jdg-maze-no   pic 9(5).
               10  jdg-received  pic 9(5).
       01  jdg-count         pic 9(3) comp value 0.
       01  jdg-index         pic 9(3) comp.
       01  jdg-slot          pic 9(3) comp.
       01  jdg-over-flag     pic x value 'N'.

      * Entrants already judged for the maze in hand; a second entry
      * from the same entrant is turned away so nobody buys extra
      * chances in the draw.
       01  seen-table.
           05  seen-entrant occurs 5000 times pic x(12).
       01  seen-count        pic 9(4) comp.
       01  seen-index        pic 9(4) comp.
       01  seen-flag         pic x.
           88  entrant-was-seen           value 'Y'.

      * The shaped-issue calendar, held for the whole run so each
      * shaped maze can find the template named for its own run date.
       01  cal-table.
           05  cal-entry occurs 500 times.
               10  ct-date       pic x(10).
               10  ct-mask-name  pic x(8).
       01  cal-count         pic 9(3) comp value 0.
       01  cal-index         pic 9(3) comp.
       01  cal-over-flag     pic x value 'N'.

      * The mask the shaped maze in hand was carved under, copied out
      * of the mask library and read exactly as the generator reads
      * it.  Any character but a space puts a cell in play; rows and
      * columns past the template are out.  The template last loaded
      * is kept, so mazes carved under the same mask read it once.
       01  mask-array.
           05  mask-row occurs 200 times.
               10  mask-col occurs 200 times pic 9.
       01  mask-rows         pic 9(3) value 0.
       01  mask-flag         pic x value 'N'.
           88  mask-is-active             value 'Y'.
       01  mask-name-wanted  pic x(8).
       01  mask-name-loaded  pic x(8) value spaces.
       01  mask-copy-flag    pic x.
           88  mask-is-copying            value 'Y'.

      * The grid in hand and the breadth-first sweep that measures
      * the shortest route through it.  DIST-COL holds one more than
      * the number of moves from the entrance, so zero means the
      * sweep never reached the cell.
       01  width             pic 9(3).
       01  height            pic 9(3).
       01  entry-x           pic 9(3).
       01  entry-y           pic 9(3).
       01  goal-x            pic 9(3).
       01  goal-y            pic 9(3).
       01  maze-array.
           05  maze-row occurs 200 times.
               10  maze-col occurs 200 times pic 9.
       01  dist-array.
           05  dist-row occurs 200 times.
               10  dist-col occurs 200 times pic 9(5).
       01  queue-table.
           05  queue-entry occurs 40000 times.
               10  q-x           pic 9(3).
               10  q-y           pic 9(3).
       01  queue-head        pic 9(5) comp.
       01  queue-tail        pic 9(5) comp.
       01  x                 pic 9(3).
       01  y                 pic 9(3).
       01  cx                pic 9(3).
       01  cy                pic 9(3).
       01  nx                pic s9(4).
       01  ny                pic s9(4).
       01  shortest-moves    pic 9(5).
       01  maze-found-flag   pic x.
           88  maze-was-found             value 'Y'.
       01  goal-reach-flag   pic x.
           88  goal-is-reachable          value 'Y'.

      * The walk of one entry.
       01  step-index        pic 9(5) comp.
       01  move-code         pic x.
       01  walk-state        pic x.
           88  walk-going                 value 'G'.
           88  walk-at-goal               value 'A'.
           88  walk-failed                value 'F'.
       01  fail-reason       pic x(20).
       01  moves-taken       pic 9(5).

       01  maze-valid-count  pic 9(5).
       01  maze-invalid-count pic 9(5).
       01  maze-shortest-count pic 9(5).
       01  total-entries     pic 9(7) value 0.
       01  total-valid       pic 9(7) value 0.
       01  total-invalid     pic 9(7) value 0.
       01  total-shortest    pic 9(7) value 0.
       01  total-unreadable  pic 9(7) value 0.
       01  highest-rc        pic 99 value 0.

       01  run-date          pic x(10).
       01  today-date-str    pic x(21).
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-num-7        pic zzzzzz9.

       procedure division.

      * Judge the outlets' "solve it and send it in" contests.  Every
      * entry's route is walked move by move through the maze as the
      * library holds it, from the entrance the generator used, and
      * the first move into a wall, off the edge of the grid, or into
      * a cell outside a shaped maze's mask rejects the entry at that
      * step.  An entry that reaches the exit is accepted and checked
      * against the shortest route the grid allows.  The report gives
      * each maze's entries and its totals; every accepted entry goes
      * to the prize-draw file.  A shaped maze is judged against the
      * mask the calendar named for the day it was carved.  A maze
      * the library cannot produce
      * leaves its entries unjudged and ends the run RC 8; a recalled
      * maze is judged but flagged, RC 4.
       perform 100-initialize
       perform 150-load-calendar
       perform 200-collect-mazes
       perform varying jdg-index from 1 by 1
               until jdg-index > jdg-count
           perform 300-judge-one-maze
       end-perform
       perform 600-write-totals
       close lib-file
       close report-file
       close win-file
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
           open input lib-file
           if lib-file-status not = '00'
               display 'UNABLE TO OPEN MAZELIB - STATUS '
                   lib-file-status
               move 16 to return-code
               stop run
           end-if
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZEJDGR - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           open output win-file
           if win-file-status not = '00'
               display 'UNABLE TO OPEN MAZEWIN - STATUS '
                   win-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string 'CONTEST ENTRY ADJUDICATION  -  RUN DATE '
                   delimited by size
               run-date delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

      * Only dates that carried a shaped issue are on the calendar.
       150-load-calendar.
           open input cal-file
           perform until cal-file-status not = '00'
               read cal-file
                   at end continue
                   not at end
                       if cal-count < 500
                           add 1 to cal-count
                           move cal-date to ct-date(cal-count)
                           move cal-mask-name
                               to ct-mask-name(cal-count)
                       else
                           if cal-over-flag = 'N'
                               move 'Y' to cal-over-flag
                               display 'MAZECAL ENTRIES BEYOND 500 '
                                   'IGNORED'
                           end-if
                       end-if
               end-read
           end-perform
           close cal-file.

      * First pass over the entries: note every maze number entered
      * for, in order, and report any entry whose maze number cannot
      * be read, since there is no maze to judge it against.
       200-collect-mazes.
           perform 250-open-entries
           perform until ent-file-status not = '00'
               move spaces to ent-record
               read ent-file
                   at end continue
                   not at end perform 210-note-entry
               end-read
           end-perform
           close ent-file
           if jdg-count = 0
               move spaces to report-line
               string 'NO ENTRIES TO JUDGE ON MAZENTRY'
                       delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       210-note-entry.
           add 1 to total-entries
           if ent-maze-no is not numeric
               add 1 to total-unreadable
               move spaces to report-line
               string 'ENTRANT ' delimited by size
                   ent-entrant delimited by size
                   '  MAZE NO "' delimited by size
                   ent-maze-no delimited by size
                   '" NOT A NUMBER - ENTRY NOT JUDGED'
                       delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           move 0 to jdg-slot
           perform varying jdg-index from 1 by 1
                   until jdg-index > jdg-count or jdg-slot > 0
               if jdg-maze-no(jdg-index) = ent-maze-no
                   move jdg-index to jdg-slot
               end-if
           end-perform
           if jdg-slot > 0
               add 1 to jdg-received(jdg-slot)
               exit paragraph
           end-if
           if jdg-count >= 500
               add 1 to total-unreadable
               if jdg-over-flag = 'N'
                   move 'Y' to jdg-over-flag
                   display 'ENTRIES FOR MORE THAN 500 MAZES - '
                       'THE REST NOT JUDGED'
               end-if
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           perform 220-insert-maze.

      * Open a slot in maze-number order for a maze not yet seen.
       220-insert-maze.
           move jdg-count to jdg-index
           add 1 to jdg-count
           move jdg-count to jdg-slot
           perform until jdg-index = 0
               if jdg-maze-no(jdg-index) > ent-maze-no
                   move jdg-entry(jdg-index) to jdg-entry(jdg-index + 1)
                   move jdg-index to jdg-slot
                   subtract 1 from jdg-index
               else
                   move 0 to jdg-index
               end-if
           end-perform
           move ent-maze-no to jdg-maze-no(jdg-slot)
           move 1 to jdg-received(jdg-slot).

       250-open-entries.
           open input ent-file
           if ent-file-status not = '00'
               display 'UNABLE TO OPEN MAZENTRY - STATUS '
                   ent-file-status
               move 16 to return-code
               stop run
           end-if.

      * Judge every entry for one maze: fetch and measure the grid,
      * head the maze's section of the report, then pass over the
      * entries again walking each one that names this maze.
       300-judge-one-maze.
           move 0 to maze-valid-count
           move 0 to maze-invalid-count
           move 0 to maze-shortest-count
           move 0 to seen-count
           perform 310-load-maze
           perform 330-write-maze-heading
           if not maze-was-found
               add jdg-received(jdg-index) to maze-invalid-count
               add jdg-received(jdg-index) to total-invalid
               perform 390-write-maze-totals
               exit paragraph
           end-if
           perform 250-open-entries
           perform until ent-file-status not = '00'
               move spaces to ent-record
               read ent-file
                   at end continue
                   not at end
                       if ent-maze-no is numeric
                           if ent-maze-no = jdg-maze-no(jdg-index)
                               perform 400-judge-entry
                           end-if
                       end-if
               end-read
           end-perform
           close ent-file
           perform 390-write-maze-totals.

      * Load the grid and settle the endpoints the generator used
      * (045-set-endpoints): a plain rectangle runs from (2, 2) to
      * the exit door at (width - 1, height).  A shaped maze runs
      * from the first in-play carving cell to the last; with its
      * mask found they are read off the mask, and without it off
      * the grid, where every in-play carving cell is open and every
      * cell outside the shape is wall.
       310-load-maze.
           move 'N' to maze-found-flag
           move jdg-maze-no(jdg-index) to lib-maze-number
           read lib-file
               invalid key move '23' to lib-file-status
           end-read
           if lib-file-status not = '00' and lib-file-status not = '02'
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
               exit paragraph
           end-if
           set maze-was-found to true
           if lib-is-recalled
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if
           move lib-width to width
           move lib-height to height
           perform varying y from 1 by 1 until y > height
              perform varying x from 1 by 1 until x > width
                 move lib-grid-row(y)(x:1) to maze-col(x, y)
              end-perform
           end-perform
           move 'N' to mask-flag
           if lib-shaped = 'Y'
               perform 315-load-maze-mask
           end-if
           if lib-shaped not = 'Y'
               move 2 to entry-x
               move 2 to entry-y
               compute goal-x = width - 1
               move height to goal-y
           else
               move 0 to entry-x
               move 0 to entry-y
               move 0 to goal-x
               move 0 to goal-y
               perform varying cy from 2 by 2 until cy >= height
                  perform varying cx from 2 by 2 until cx >= width
                     if (mask-is-active and mask-col(cx, cy) = 1)
                             or (not mask-is-active
                                 and maze-col(cx, cy) = 0)
                         if entry-x = 0
                             move cx to entry-x
                             move cy to entry-y
                         end-if
                         move cx to goal-x
                         move cy to goal-y
                     end-if
                  end-perform
               end-perform
               if entry-x = 0
                   move 2 to entry-x
                   move 2 to entry-y
                   compute goal-x = width - 1
                   compute goal-y = height - 1
               end-if
           end-if
           perform 320-measure-shortest.

      * Find the mask the calendar named for the shaped maze's run
      * date and copy that template out of the mask library, the way
      * MAZESUB staged it for the night the maze was carved.  A date
      * the calendar does not name, or a name the library does not
      * hold, leaves no mask, and the maze is judged off its grid.
       315-load-maze-mask.
           move spaces to mask-name-wanted
           perform varying cal-index from 1 by 1
                   until cal-index > cal-count
               if ct-date(cal-index) = lib-run-date
                   move ct-mask-name(cal-index) to mask-name-wanted
               end-if
           end-perform
           if mask-name-wanted = spaces
               exit paragraph
           end-if
           if mask-name-wanted = mask-name-loaded and mask-rows > 0
               set mask-is-active to true
               exit paragraph
           end-if
           move spaces to mask-name-loaded
           move 0 to mask-rows
           move 'N' to mask-copy-flag
           open input mlib-file
           perform until mlib-file-status not = '00'
               read mlib-file
                   at end continue
                   not at end perform 316-route-library-line
               end-read
           end-perform
           close mlib-file
           if mask-rows > 0
               move mask-name-wanted to mask-name-loaded
               set mask-is-active to true
           end-if.

      * Rows belong to the template whose MASK header they follow, so
      * copying starts at the matching header and stops at the next.
       316-route-library-line.
           if mlib-line(1:5) = 'MASK '
               if mlib-line(6:8) = mask-name-wanted
                       and mask-rows = 0
                   set mask-is-copying to true
                   perform varying cy from 1 by 1 until cy > 200
                      perform varying cx from 1 by 1 until cx > 200
                         move 0 to mask-col(cx, cy)
                      end-perform
                   end-perform
               else
                   move 'N' to mask-copy-flag
               end-if
               exit paragraph
           end-if
           if not mask-is-copying
               exit paragraph
           end-if
           add 1 to mask-rows
           if mask-rows <= 200
               perform varying cx from 1 by 1 until cx > 200
                  if mlib-line(cx:1) not = space
                      move 1 to mask-col(cx, mask-rows)
                  end-if
               end-perform
           end-if.

      * Sweep outward from the entrance one move at a time; the first
      * time the sweep touches the exit is the length of the shortest
      * route.  A braided maze has loops, so the answer key's traced
      * path is not always the shortest - only the sweep is sure.
       320-measure-shortest.
           perform varying cy from 1 by 1 until cy > height
              perform varying cx from 1 by 1 until cx > width
                 move 0 to dist-col(cx, cy)
              end-perform
           end-perform
           move 1 to queue-head
           move 1 to queue-tail
           move entry-x to q-x(1)
           move entry-y to q-y(1)
           move 1 to dist-col(entry-x, entry-y)
           perform until queue-head > queue-tail
               move q-x(queue-head) to cx
               move q-y(queue-head) to cy
               add 1 to queue-head
               move cx to nx
               compute ny = cy - 1
               perform 325-enqueue-cell
               compute ny = cy + 1
               perform 325-enqueue-cell
               move cy to ny
               compute nx = cx - 1
               perform 325-enqueue-cell
               compute nx = cx + 1
               perform 325-enqueue-cell
           end-perform
           move 'N' to goal-reach-flag
           move 0 to shortest-moves
           if dist-col(goal-x, goal-y) > 0
               set goal-is-reachable to true
               compute shortest-moves = dist-col(goal-x, goal-y) - 1
           end-if.

       325-enqueue-cell.
           if nx < 1 or nx > width or ny < 1 or ny > height
               exit paragraph
           end-if
           if maze-col(nx, ny) = 0 and dist-col(nx, ny) = 0
               compute dist-col(nx, ny) = dist-col(cx, cy) + 1
               add 1 to queue-tail
               move nx to q-x(queue-tail)
               move ny to q-y(queue-tail)
           end-if.

       330-write-maze-heading.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move 1 to report-ptr
           move jdg-maze-no(jdg-index) to work-num
           string 'MAZE NO ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           if not maze-was-found
               string '  NOT IN LIBRARY - ' delimited by size
                   'ENTRIES NOT JUDGED' delimited by size
                   into report-line with pointer report-ptr
               write report-line
               exit paragraph
           end-if
           string '  ORDER ' delimited by size
               lib-order-id delimited by size
               '  RUN DATE ' delimited by size
               lib-run-date delimited by size
               into report-line with pointer report-ptr
           move width to work-num
           string '  SIZE ' delimited by size
               work-num delimited by size
               ' X ' delimited by size
               into report-line with pointer report-ptr
           move height to work-num
           string work-num delimited by size
               into report-line with pointer report-ptr
           if goal-is-reachable
               move shortest-moves to work-num
               string '  SHORTEST ROUTE ' delimited by size
                   work-num delimited by size
                   ' MOVES' delimited by size
                   into report-line with pointer report-ptr
           else
               string '  NO ROUTE TO THE EXIT' delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line
           if lib-is-recalled
               move spaces to report-line
               string '  *** MAZE RECALLED ' delimited by size
                   lib-recall-date delimited by size
                   ' REASON ' delimited by size
                   lib-recall-reason delimited by size
                   ' - CHECK CONTEST RULES BEFORE THE DRAW'
                       delimited by size
                   into report-line
               write report-line
           end-if
           if lib-shaped = 'Y' and mask-is-active
               move spaces to report-line
               string '  SHAPED ISSUE - MASK ' delimited by size
                   mask-name-wanted delimited by size
                   into report-line
               write report-line
           end-if
           if lib-shaped = 'Y' and not mask-is-active
               move spaces to report-line
               move 1 to report-ptr
               if mask-name-wanted = spaces
                   string '  SHAPED MAZE - NO MASK ON MAZECAL FOR '
                           delimited by size
                       lib-run-date delimited by size
                       into report-line with pointer report-ptr
               else
                   string '  SHAPED MAZE - MASK ' delimited by size
                       mask-name-wanted delimited by size
                       ' NOT IN MAZEMLIB' delimited by size
                       into report-line with pointer report-ptr
               end-if
               string ' - MASKED CELLS JUDGED AS WALLS'
                       delimited by size
                   into report-line with pointer report-ptr
               write report-line
           end-if.

       390-write-maze-totals.
           move spaces to report-line
           move 1 to report-ptr
           move jdg-received(jdg-index) to work-num
           string '  RECEIVED ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move maze-valid-count to work-num
           string '  VALID ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move maze-invalid-count to work-num
           string '  INVALID ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move maze-shortest-count to work-num
           string '  SHORTEST-ROUTE SOLVERS ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           write report-line.

      * Walk one entry.  A repeat entry from an entrant already judged
      * for this maze is refused before it is walked; otherwise each
      * move is checked in turn - off the grid first, then outside a
      * shaped maze's mask, then into a wall - and the walk stops at
      * the first bad move or when it stands on the exit.  Moves left
      * over once the exit is reached are not held against the entry.
       400-judge-entry.
           move 'N' to seen-flag
           perform varying seen-index from 1 by 1
                   until seen-index > seen-count
               if seen-entrant(seen-index) = ent-entrant
                   set entrant-was-seen to true
               end-if
           end-perform
           if entrant-was-seen
               move 0 to step-index
               move 'DUPLICATE ENTRY' to fail-reason
               perform 450-reject-entry
               exit paragraph
           end-if
           if seen-count < 5000
               add 1 to seen-count
               move ent-entrant to seen-entrant(seen-count)
           end-if
           inspect ent-route converting 'udlr' to 'UDLR'
           move entry-x to cx
           move entry-y to cy
           move 0 to step-index
           set walk-going to true
           perform until not walk-going
               add 1 to step-index
               if step-index > 8000
                   move ' ' to move-code
               else
                   move ent-route(step-index:1) to move-code
               end-if
               perform 410-take-one-move
           end-perform
           if walk-at-goal
               perform 460-accept-entry
           else
               perform 450-reject-entry
           end-if.

       410-take-one-move.
           move cx to nx
           move cy to ny
           evaluate move-code
               when 'U' subtract 1 from ny
               when 'D' add 1 to ny
               when 'L' subtract 1 from nx
               when 'R' add 1 to nx
               when ' '
                   set walk-failed to true
                   move 'ROUTE ENDS SHORT' to fail-reason
                   subtract 1 from step-index
                   exit paragraph
               when other
                   set walk-failed to true
                   move 'NOT A MOVE' to fail-reason
                   exit paragraph
           end-evaluate
           if nx < 1 or nx > width or ny < 1 or ny > height
               set walk-failed to true
               move 'OFF THE MAZE' to fail-reason
               exit paragraph
           end-if
           if lib-shaped = 'Y' and mask-is-active
                   and mask-col(nx, ny) = 0
               set walk-failed to true
               move 'MASKED-OUT CELL' to fail-reason
               exit paragraph
           end-if
           if maze-col(nx, ny) not = 0
               set walk-failed to true
               move 'INTO A WALL' to fail-reason
               exit paragraph
           end-if
           move nx to cx
           move ny to cy
           if cx = goal-x and cy = goal-y
               set walk-at-goal to true
               move step-index to moves-taken
           end-if.

       450-reject-entry.
           add 1 to maze-invalid-count
           add 1 to total-invalid
           move spaces to report-line
           move 1 to report-ptr
           string '  ENTRANT ' delimited by size
               ent-entrant delimited by size
               '  REJECTED' delimited by size
               into report-line with pointer report-ptr
           if step-index > 0
               move step-index to work-num
               string ' AT STEP ' delimited by size
                   work-num delimited by size
                   into report-line with pointer report-ptr
           end-if
           string ' - ' delimited by size
               fail-reason delimited by size
               into report-line with pointer report-ptr
           write report-line.

       460-accept-entry.
           add 1 to maze-valid-count
           add 1 to total-valid
           move spaces to win-record
           move lib-order-id to win-order-id
           move lib-maze-number to win-maze-no
           move ent-entrant to win-entrant
           move moves-taken to win-moves
           move 'N' to win-shortest
           if moves-taken = shortest-moves
               move 'Y' to win-shortest
               add 1 to maze-shortest-count
               add 1 to total-shortest
           end-if
           write win-record
           if win-file-status not = '00'
               display 'WRITE TO MAZEWIN FAILED - STATUS '
                   win-file-status ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           move 1 to report-ptr
           move moves-taken to work-num
           string '  ENTRANT ' delimited by size
               ent-entrant delimited by size
               '  ACCEPTED ' delimited by size
               work-num delimited by size
               ' MOVES' delimited by size
               into report-line with pointer report-ptr
           if win-shortest = 'Y'
               string '  SHORTEST ROUTE' delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line.

       600-write-totals.
           move spaces to report-line
           write report-line
           move total-entries to work-num-7
           move spaces to report-line
           string 'ENTRIES READ:             ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move total-valid to work-num-7
           move spaces to report-line
           string 'ENTRIES ACCEPTED:         ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move total-shortest to work-num-7
           move spaces to report-line
           string '   BY THE SHORTEST ROUTE: ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move total-invalid to work-num-7
           move spaces to report-line
           string 'ENTRIES REJECTED:         ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move total-unreadable to work-num-7
           move spaces to report-line
           string 'ENTRIES NOT JUDGED:       ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line.
