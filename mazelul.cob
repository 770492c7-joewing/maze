
       data division.
       file section.
      * The library record as it stood before the recall fields and
      * the grade went on it and the alternate keys were added -
      * 40042 bytes, carving style last, keyed on the maze number
      * alone.  This program is the only one left reading that
      * shape: it exists to unload a master written at the old length
      * so MAZELLR can rebuild it at the new one, since a fixed-length
      * indexed file will not open against a changed record length
      * or a changed set of keys.
       fd  lib-file.
       01  lib-record.
           05  lib-maze-number   pic 9(5).
           05  lib-valid         pic x.
           05  lib-grid.
               10  lib-grid-row occurs 200 times pic x(200).
           05  lib-style         pic x.

      * The unload record at the new length: the old record as it
      * stood, the recall flag, date, and reason left blank since no
      * maze on the old master has been recalled, then the score,
      * grade, and solution length worked out on the way through.
       fd  uld-file.
       01  uld-record.
           05  uld-old-record    pic x(40042).
           05  uld-recall-fields pic x(13).
           05  uld-score         pic 9(5).
           05  uld-grade         pic x.
           05  uld-solution-len  pic 9(5).

       working-storage section.

       01  uld-file-status    pic xx.

       01  unloaded-count    pic 9(7) value 0.
       01  graded-count      pic 9(7) value 0.
       01  ungraded-count    pic 9(7) value 0.

      * The working grid and the solver's scratch tables.  The walk,
      * the measures, and the cut points are the generator's own, so
      * a record comes across graded exactly as 650-score-valid-maze
      * graded its page.
       01  width             pic 99999.
       01  height            pic 99999.
       01  entry-x           pic 9(3).
       01  entry-y           pic 9(3).
       01  goal-x            pic 9(3).
       01  goal-y            pic 9(3).
       01  maze-array.
           05  maze-row occurs 200 times.
               10  maze-col occurs 200 times pic 9.
       01  visited-array.
           05  visited-row occurs 200 times.
               10  visited-col occurs 200 times pic 9.
       01  solution-array.
           05  solution-row occurs 200 times.
               10  solution-col occurs 200 times pic 9.
       01  parent-x-array.
           05  parent-x-row occurs 200 times.
               10  parent-x-col occurs 200 times pic 9(3).
       01  parent-y-array.
           05  parent-y-row occurs 200 times.
               10  parent-y-col occurs 200 times pic 9(3).
       01  walk-stack occurs 40000 times.
           05  ws-x     pic 9(3).
           05  ws-y     pic 9(3).
       01  stack-top    pic 9(5) comp.
       01  x            pic 99999.
       01  y            pic 99999.
       01  cx           pic 9(3).
       01  cy           pic 9(3).
       01  nx           pic 9(3).
       01  ny           pic 9(3).
       01  degree-count      pic 9.
       01  solution-length   pic 9(5).
       01  dead-end-count    pic 9(5).
       01  junction-count    pic 9(5).
       01  grade-scale       pic 9(7).
       01  difficulty-score  pic 9(5).
       01  grade-letter      pic x.

       procedure division.

      * One-time unload for the library reorganization: every record
      * comes off the old master in key order and goes to the
      * sequential unload file at the new length, with the grade the
      * generator would have filed - each grid re-solved and scored
      * on the way through, so the reorganized master never needs a
      * re-solve to answer what grade a maze is.  Run MAZELLR against
      * a scratched master to finish the reorganization.
       perform 100-initialize
       perform 200-unload-library
       close lib-file
       close uld-file
       display 'MAZELIB RECORDS UNLOADED TO MAZEULD: '
           unloaded-count
       display '   GRADED ' graded-count '  UNGRADED ' ungraded-count
       move 0 to return-code
       stop run.

               end-perform
           end-if.

      * A record that never passed validation went out ungraded and
      * comes across that way, with a zero score and no grade, as
      * does any grid whose exit the walk cannot reach.
       210-unload-one-record.
           move lib-record to uld-old-record
           move spaces to uld-recall-fields
           move 0 to uld-score
           move space to uld-grade
           move 0 to uld-solution-len
           if lib-valid not = 'N'
               perform 300-load-and-solve
           end-if
           if uld-grade = space
               add 1 to ungraded-count
           else
               add 1 to graded-count
           end-if
           write uld-record
           if uld-file-status not = '00'
               display 'WRITE TO MAZEULD FAILED - STATUS '
               stop run
           end-if
           add 1 to unloaded-count.

      * Load the record into the working grid, solve it between the
      * endpoints the generator used, and score it.  A plain
      * rectangle runs from (2, 2) to (width - 1, height).  The mask
      * a shaped maze was carved under is not kept on the library,
      * but every in-play carving cell of a carved grid is open and
      * every cell outside the shape is wall, so the first and last
      * open cells at even positions are the entrance and exit the
      * generator took from the mask.
       300-load-and-solve.
           move lib-width to width
           move lib-height to height
           perform varying y from 1 by 1 until y > height
              perform varying x from 1 by 1 until x > width
                 move lib-grid-row(y)(x:1) to maze-col(x, y)
              end-perform
           end-perform
           perform 310-set-endpoints
           perform 320-solve-grid
           if visited-col(goal-x, goal-y) = 0
               exit paragraph
           end-if
           perform 350-score-grid
           move difficulty-score to uld-score
           move grade-letter to uld-grade
           move solution-length to uld-solution-len.

       310-set-endpoints.
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
                     if maze-col(cx, cy) = 0
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
           end-if.

      * Flood out from the entrance remembering parents, then walk
      * back from the exit marking the solution cells, exactly as the
      * generator traces its answer key.
       320-solve-grid.
           perform varying cy from 1 by 1 until cy > height
              perform varying cx from 1 by 1 until cx > width
                 move 0 to visited-col(cx, cy)
                 move 0 to solution-col(cx, cy)
              end-perform
           end-perform
           move 0 to stack-top
           add 1 to stack-top
           move entry-x to ws-x(stack-top)
           move entry-y to ws-y(stack-top)
           move 1 to visited-col(entry-x, entry-y)
           perform until stack-top = 0
              move ws-x(stack-top) to cx
              move ws-y(stack-top) to cy
              subtract 1 from stack-top
              perform 330-visit-neighbors
           end-perform
           if visited-col(goal-x, goal-y) = 0
               exit paragraph
           end-if
           move goal-x to cx
           move goal-y to cy
           perform until (cx = entry-x and cy = entry-y)
                   or cx = 0 or cy = 0
              move 1 to solution-col(cx, cy)
              move parent-x-col(cx, cy) to nx
              move parent-y-col(cx, cy) to ny
              move nx to cx
              move ny to cy
           end-perform
           if cx = entry-x and cy = entry-y
               move 1 to solution-col(entry-x, entry-y)
           end-if.

       330-visit-neighbors.
           if cx < width
               compute nx = cx + 1
               if maze-col(nx, cy) = 0 and visited-col(nx, cy) = 0
                   move cy to ny
                   perform 340-push-neighbor
               end-if
           end-if
           if cx > 1
               compute nx = cx - 1
               if maze-col(nx, cy) = 0 and visited-col(nx, cy) = 0
                   move cy to ny
                   perform 340-push-neighbor
               end-if
           end-if
           if cy < height
               compute ny = cy + 1
               if maze-col(cx, ny) = 0 and visited-col(cx, ny) = 0
                   move cx to nx
                   perform 340-push-neighbor
               end-if
           end-if
           if cy > 1
               compute ny = cy - 1
               if maze-col(cx, ny) = 0 and visited-col(cx, ny) = 0
                   move cx to nx
                   perform 340-push-neighbor
               end-if
           end-if.

       340-push-neighbor.
           move 1 to visited-col(nx, ny)
           move cx to parent-x-col(nx, ny)
           move cy to parent-y-col(nx, ny)
           add 1 to stack-top
           move nx to ws-x(stack-top)
           move ny to ws-y(stack-top).

      * The generator's scoring, measure for measure: solution length
      * against width plus height, dead ends and junctions on the
      * same scale, and the standing cut points at 160 and 230.
       350-score-grid.
           move 0 to solution-length
           perform varying cy from 1 by 1 until cy > height
              perform varying cx from 1 by 1 until cx > width
                 if solution-col(cx, cy) = 1
                     add 1 to solution-length
                 end-if
              end-perform
           end-perform
           move 0 to dead-end-count
           move 0 to junction-count
           perform varying cy from 2 by 1 until cy > height - 1
              perform varying cx from 2 by 1 until cx > width - 1
                 if maze-col(cx, cy) = 0
                     perform 360-compute-degree
                     if degree-count = 1
                         add 1 to dead-end-count
                     end-if
                     if degree-count > 2
                         add 1 to junction-count
                     end-if
                 end-if
              end-perform
           end-perform
           compute grade-scale = width + height
           compute difficulty-score =
               (solution-length * 100) / grade-scale
               + ((dead-end-count + junction-count) * 50) / grade-scale
           evaluate true
               when difficulty-score < 160
                   move 'E' to grade-letter
               when difficulty-score < 230
                   move 'M' to grade-letter
               when other
                   move 'H' to grade-letter
           end-evaluate.

       360-compute-degree.
           move 0 to degree-count
           if maze-col(cx + 1, cy) = 0
               add 1 to degree-count
           end-if
           if maze-col(cx - 1, cy) = 0
               add 1 to degree-count
           end-if
           if maze-col(cx, cy + 1) = 0
               add 1 to degree-count
           end-if
           if maze-col(cx, cy - 1) = 0
               add 1 to degree-count
           end-if.
