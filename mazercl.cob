       identification division.
       program-id. mazercl.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional rcl-card assign to "RCLCARD"
               organization line sequential
               file status is rcl-card-status.
           select lib-file assign to "MAZELIB"
               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select optional auda-file assign to "MAZEAUDA"
               organization line sequential
               file status is auda-file-status.
           select optional audi-file assign to "MAZEAUDT"
               organization line sequential
               file status is audi-file-status.
           select audit-file assign to "MAZELOG"
               organization line sequential
               file status is audit-file-status.
           select aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
           select errata-file assign to "MAZERRAT"
               organization line sequential
               file status is errata-file-status.
           select report-file assign to "MAZERCLR"
               organization line sequential
               file status is report-file-status.

       data division.
       file section.
      * One recall per card: the library maze number and the reason
      * code.  The codes are the ones in RECALL-REASONS below.
       fd  rcl-card.
       01  rcl-card-record.
           05  rcl-maze-no       pic x(5).
           05  filler            pic x.
           05  rcl-reason        pic x(2).

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

      * The audit transaction file as MAZECUT archived it at past
      * month ends, and the live file since.  Both are only read here,
      * to find every outlet a recalled maze went out to; the RC
      * records go on the live file through AUD-FILE, and the RECALL
      * lines on the audit log through AUDIT-FILE.
       fd  auda-file.
       01  auda-record           pic x(106).

       fd  audi-file.
       01  audi-record           pic x(106).

       fd  audit-file.
       01  audit-line            pic x(150).

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

      * The errata notices: carriage control in the first column,
      * then two print columns for each of up to 200 grid cells, the
      * same rendering the answer keys have always used.
       fd  errata-file.
       01  errata-line           pic x(401).

       fd  report-file.
       01  report-line           pic x(133).

       working-storage section.

       01  rcl-card-status    pic xx.
       01  lib-file-status    pic xx.
       01  auda-file-status   pic xx.
       01  audi-file-status   pic xx.
       01  aud-file-status    pic xx.
       01  audit-file-status  pic xx.
       01  outl-file-status   pic xx.
       01  errata-file-status pic xx.
       01  report-file-status pic xx.

      * The recall reason codes and what each means, as the errata
      * notice and the register spell them out.
       01  recall-reasons.
           05  filler            pic x(36)
               value 'BEBEST EFFORT - FAILED VALIDATION'.
           05  filler            pic x(36)
               value 'UNREADER SHOWED MAZE UNSOLVABLE'.
           05  filler            pic x(36)
               value 'MKMASK LEFT MAZE UNSOLVABLE'.
           05  filler            pic x(36)
               value 'PDPRINTING DEFECT ON PUBLISHED PAGE'.
           05  filler            pic x(36)
               value 'OTOTHER - SEE RECALL REGISTER'.
       01  recall-reasons-r redefines recall-reasons.
           05  recall-reason-entry occurs 5 times.
               10  rsn-code      pic x(2).
               10  rsn-text      pic x(34).
       01  rsn-index         pic 9(1).
       01  recall-text       pic x(34).

      * Every copy of the maze being recalled that went out: one
      * entry per PB or RP record the number and seed left on the
      * audit transaction file, with the outlet, the date it ran, the
      * grade it was billed under, and whether it went out as a
      * library reprint.
       01  copy-table.
           05  copy-entry occurs 200 times.
               10  cp-order-id   pic x(8).
               10  cp-run-date   pic x(10).
               10  cp-grade      pic x.
               10  cp-reprint    pic x.
       01  copy-count        pic 9(3) comp value 0.
       01  copy-index        pic 9(3) comp.
       01  scan-index        pic 9(3) comp.
       01  copy-over-flag    pic x.
       01  first-copy-flag   pic x.
           88  copy-is-first-to-outlet    value 'Y'.
      * The transaction read from either file, in MAZE's layout.
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
           05  filler            pic x(51).
       01  outlet-found-flag pic x.
           88  outlet-was-found           value 'Y'.

       01  cards-read        pic 9(5) value 0.
       01  cards-rejected    pic 9(5) value 0.
       01  mazes-recalled    pic 9(5) value 0.
       01  copies-recalled   pic 9(5) value 0.
       01  notices-written   pic 9(5) value 0.
       01  notices-this-maze pic 9(5).
       01  highest-rc        pic 99 value 0.

      * The working grid and the solver's scratch tables, loaded from
      * the recalled record so the errata can carry the answer the
      * maze really has.
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
       01  solved-flag       pic x.
           88  maze-was-solved            value 'Y'.
       01  degree-count      pic 9.
       01  solution-length   pic 9(5).
       01  dead-end-count    pic 9(5).
       01  junction-count    pic 9(5).
       01  grade-scale       pic 9(7).
       01  difficulty-score  pic 9(5).
       01  grade-letter      pic x.

       01  run-date          pic x(10).
       01  today-date-str    pic x(21).
       01  cell-code         pic x(2).
       01  errata-ptr        pic 9(4) comp.
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.

       procedure division.

      * Withdraw published mazes that should never have gone out - a
      * best-effort page that failed validation, or a puzzle a reader
      * has shown cannot be solved as printed.  Each recall card's
      * library record is flagged withdrawn with the date and the
      * reason, so the generator refuses to reprint it and the book
      * job passes it over; every copy that went out gets an RC
      * record on MAZEAUDT, which MAZEBIL credits on the next
      * statement, and a RECALL line on MAZELOG;
      * and every outlet that ran it gets an errata notice carrying
      * the answer the maze really has.  The register lists what was
      * done card by card.
       perform 100-initialize
       perform 200-process-cards
       perform 700-write-totals
       close lib-file
       close outl-file
       close errata-file
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
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZERCLR - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           open output errata-file
           if errata-file-status not = '00'
               display 'UNABLE TO OPEN MAZERRAT - STATUS '
                   errata-file-status
               move 16 to return-code
               stop run
           end-if
           open i-o lib-file
           if lib-file-status not = '00'
               display 'UNABLE TO OPEN MAZELIB - STATUS '
                   lib-file-status
               move 16 to return-code
               stop run
           end-if
           open input outl-file
           if outl-file-status not = '00'
                   and outl-file-status not = '05'
               display 'UNABLE TO OPEN MAZEOUTL - STATUS '
                   outl-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string '1MAZE RECALL REGISTER  -  RUN DATE ' delimited
                   by size
               run-date delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

       200-process-cards.
           open input rcl-card
           perform until rcl-card-status not = '00'
               move spaces to rcl-card-record
               read rcl-card
                   at end continue
                   not at end perform 210-recall-one-card
               end-read
           end-perform
           close rcl-card
           if cards-read = 0
               move spaces to report-line
               string ' NO RECALL CARDS ON RCLCARD' delimited by size
                   into report-line
               write report-line
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
           end-if.

      * One recall.  A card that names no library maze, or a reason
      * the table does not know, is rejected with RC 8 and nothing is
      * touched; a maze already withdrawn is left as it stands with
      * RC 4, since recalling it twice would credit the outlets twice.
       210-recall-one-card.
           if rcl-card-record = spaces
               exit paragraph
           end-if
           add 1 to cards-read
           move 'REASON CODE NOT ON FILE' to recall-text
           perform varying rsn-index from 1 by 1
                   until rsn-index > 5
               if rsn-code(rsn-index) = rcl-reason
                   move rsn-text(rsn-index) to recall-text
               end-if
           end-perform
           move spaces to report-line
           move 1 to report-ptr
           move cards-read to work-num
           string ' CARD ' delimited by size
               work-num delimited by size
               '  MAZE NO ' delimited by size
               rcl-maze-no delimited by size
               '  REASON ' delimited by size
               rcl-reason delimited by size
               ' - ' delimited by size
               recall-text delimited by size
               into report-line with pointer report-ptr
           write report-line
           if rcl-maze-no is not numeric or rcl-maze-no = '00000'
               move spaces to report-line
               string '     MAZE NUMBER MISSING OR NOT NUMERIC - '
                       delimited by size
                   'CARD REJECTED' delimited by size
                   into report-line
               perform 220-reject-card
               exit paragraph
           end-if
           if recall-text = 'REASON CODE NOT ON FILE'
               move spaces to report-line
               string '     REASON CODE NOT BE, UN, MK, PD, OR OT - '
                       delimited by size
                   'CARD REJECTED' delimited by size
                   into report-line
               perform 220-reject-card
               exit paragraph
           end-if
           move rcl-maze-no to lib-maze-number
           read lib-file
               invalid key move '23' to lib-file-status
           end-read
           if lib-file-status not = '00'
               move spaces to report-line
               string '     MAZE NOT ON MAZELIB - CARD REJECTED'
                       delimited by size
                   into report-line
               perform 220-reject-card
               exit paragraph
           end-if
           if lib-is-recalled
               move spaces to report-line
               string '     ALREADY RECALLED ' delimited by size
                   lib-recall-date delimited by size
                   ' REASON ' delimited by size
                   lib-recall-reason delimited by size
                   ' - LEFT AS IT STANDS, NO FURTHER CREDIT'
                       delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           perform 300-load-and-solve
           perform 400-find-copies
           move 'W' to lib-recall-flag
           move run-date to lib-recall-date
           move rcl-reason to lib-recall-reason
           rewrite lib-record
           if lib-file-status not = '00' and lib-file-status not = '02'
               display 'REWRITE OF MAZE NO ' lib-maze-number
                   ' ON MAZELIB FAILED - STATUS ' lib-file-status
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if
           add 1 to mazes-recalled
           perform 500-write-recall-lines
           move 0 to notices-this-maze
           perform varying copy-index from 1 by 1
                   until copy-index > copy-count
               perform 230-report-copy
               perform 240-check-first-to-outlet
               if copy-is-first-to-outlet
                   perform 600-write-errata
               end-if
           end-perform
           move spaces to report-line
           move 1 to report-ptr
           move copy-count to work-num
           string '     WITHDRAWN ON MAZELIB - ' delimited by size
               work-num delimited by size
               ' COPIES CREDITED, ' delimited by size
               into report-line with pointer report-ptr
           move notices-this-maze to work-num
           string work-num delimited by size
               ' ERRATA NOTICES' delimited by size
               into report-line with pointer report-ptr
           if maze-was-solved
               string ' WITH ANSWER KEY' delimited by size
                   into report-line with pointer report-ptr
           else
               string ' - MAZE HAS NO SOLUTION' delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line
           move spaces to report-line
           write report-line.

      * The rejection text is already in the report line.
       220-reject-card.
           write report-line
           move spaces to report-line
           write report-line
           add 1 to cards-rejected
           if highest-rc < 8
               move 8 to highest-rc
           end-if.

       230-report-copy.
           move spaces to report-line
           string '     COPY TO ORDER ' delimited by size
               cp-order-id(copy-index) delimited by size
               '  RAN ' delimited by size
               cp-run-date(copy-index) delimited by size
               '  GRADE ' delimited by size
               cp-grade(copy-index) delimited by size
               into report-line
           if cp-reprint(copy-index) = 'Y'
               move '  LIBRARY REPRINT' to report-line(52:17)
           end-if
           write report-line.

      * An outlet that ran the maze more than once gets one notice
      * listing every printing, written when its first copy comes up.
       240-check-first-to-outlet.
           move 'Y' to first-copy-flag
           perform varying scan-index from 1 by 1
                   until scan-index >= copy-index
               if cp-order-id(scan-index) = cp-order-id(copy-index)
                   move 'N' to first-copy-flag
               end-if
           end-perform.

      * Load the recalled record into the working grid and solve it
      * between the endpoints the generator used.  A plain rectangle
      * runs from (2, 2) to (width - 1, height).  The mask a shaped
      * maze was carved under is not kept on the library, but every
      * in-play carving cell of a carved grid is open and every cell
      * outside the shape is wall, so the first and last open cells
      * at even positions are the entrance and exit the generator
      * took from the mask.  The grade filed on the record is used
      * when there is one; a record filed before grades were kept
      * (LIB-GRADE a space) is scored the generator's way.
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
           perform 350-score-grid.

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
      * back from the exit marking the solution cells - the answer
      * key's own trace.  An exit the flood never reached leaves the
      * maze unsolved and the errata says so.
       320-solve-grid.
           move 'N' to solved-flag
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
           set maze-was-solved to true
           move 0 to solution-length
           move goal-x to cx
           move goal-y to cy
           perform until (cx = entry-x and cy = entry-y)
                   or cx = 0 or cy = 0
              move 1 to solution-col(cx, cy)
              add 1 to solution-length
              move parent-x-col(cx, cy) to nx
              move parent-y-col(cx, cy) to ny
              move nx to cx
              move ny to cy
           end-perform
           if cx = entry-x and cy = entry-y
               move 1 to solution-col(entry-x, entry-y)
               add 1 to solution-length
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

      * The generator's scoring and cut points.  A maze that failed
      * validation when it was published went out ungraded, and an
      * unsolved one has nothing to score.
       350-score-grid.
           if lib-grade not = space
               move lib-grade to grade-letter
               exit paragraph
           end-if
           move space to grade-letter
           if lib-valid = 'N' or not maze-was-solved
               exit paragraph
           end-if
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

      * Find every copy that went out: each PB or RP record on the
      * archived and the live audit transaction file with this number
      * and this seed, the seed guarding against a number reused after
      * a purge.  An RP record is a copy that went out as a library
      * reprint, billed at the reprint rate.  When the files no longer
      * reach back to the maze's run, the library's own order and run
      * date stand in for the original printing and the register says
      * so.
       400-find-copies.
           move 0 to copy-count
           move 'N' to copy-over-flag
           open input auda-file
           perform until auda-file-status not = '00'
               read auda-file
                   at end continue
                   not at end
                       move auda-record to scan-record
                       perform 410-scan-transaction
               end-read
           end-perform
           close auda-file
           open input audi-file
           perform until audi-file-status not = '00'
               read audi-file
                   at end continue
                   not at end
                       move audi-record to scan-record
                       perform 410-scan-transaction
               end-read
           end-perform
           close audi-file
           if copy-count = 0
               move 1 to copy-count
               move lib-order-id to cp-order-id(1)
               move lib-run-date to cp-run-date(1)
               move grade-letter to cp-grade(1)
               move 'N' to cp-reprint(1)
               move spaces to report-line
               string '     NO PUBLICATION ON MAZEAUDT OR MAZEAUDA - '
                       delimited by size
                   'ORIGINAL ORDER FROM LIBRARY ONLY' delimited by size
                   into report-line
               write report-line
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       410-scan-transaction.
           if (scan-type = 'PB' or scan-type = 'RP')
                   and scan-maze-no = lib-maze-number
                   and scan-seed = lib-seed
               perform 420-add-copy
           end-if.

       420-add-copy.
           if copy-count >= 200
               if copy-over-flag = 'N'
                   move 'Y' to copy-over-flag
                   display 'MAZE NO ' lib-maze-number
                       ' WENT OUT MORE THAN 200 TIMES - '
                       'LATER COPIES NOT CREDITED'
               end-if
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
               exit paragraph
           end-if
           add 1 to copy-count
           move scan-order-id to cp-order-id(copy-count)
           move scan-date to cp-run-date(copy-count)
           move scan-grade to cp-grade(copy-count)
           move 'N' to cp-reprint(copy-count)
           if scan-type = 'RP'
               move 'Y' to cp-reprint(copy-count)
           end-if.

      * One RC record per copy on the audit transaction file, which
      * is what MAZEBIL credits from, and one RECALL line per copy on
      * the audit log.  The line's fields sit at fixed positions - the
      * maze number at 9, the recall date at 21, the reason at 40, the
      * order at 50, the size at 65 and 71, the grade at 82, how the
      * copy was billed at 97, and the date the copy ran at 116 - and
      * MAZECNV reads a log written before the transaction file by
      * them.
       500-write-recall-lines.
           open extend audit-file
           if audit-file-status not = '00'
               display 'UNABLE TO OPEN MAZELOG - STATUS '
                   audit-file-status
               move 16 to return-code
               stop run
           end-if
           open extend aud-file
           if aud-file-status = '35'
               open output aud-file
           end-if
           if aud-file-status not = '00'
               display 'UNABLE TO OPEN MAZEAUDT - STATUS '
                   aud-file-status
               move 16 to return-code
               stop run
           end-if
           perform varying copy-index from 1 by 1
                   until copy-index > copy-count
               perform 510-write-one-recall-line
           end-perform
           close audit-file
           close aud-file.

       510-write-one-recall-line.
           move spaces to audit-line
           string 'RECALL  ' delimited by size
               lib-maze-number delimited by size
               '  DATE ' delimited by size
               run-date delimited by size
               '  REASON ' delimited by size
               rcl-reason delimited by size
               '  ORDER ' delimited by size
               cp-order-id(copy-index) delimited by size
               '  SIZE ' delimited by size
               lib-width delimited by size
               ' X ' delimited by size
               lib-height delimited by size
               '  GRADE ' delimited by size
               cp-grade(copy-index) delimited by size
               '  BILLED AS ' delimited by size
               into audit-line
           if cp-reprint(copy-index) = 'Y'
               move 'REPRINT ' to audit-line(97:8)
           else
               move 'ORIGINAL' to audit-line(97:8)
           end-if
           move '  RUN DATE ' to audit-line(105:11)
           move cp-run-date(copy-index) to audit-line(116:10)
           write audit-line
           perform 850-check-audit-write
           move spaces to aud-record
           move 'RC' to aud-type
           move lib-maze-number to aud-maze-no
           move cp-order-id(copy-index) to aud-order-id
           move run-date to aud-date
           string today-date-str(9:2) delimited by size
               ':' delimited by size
               today-date-str(11:2) delimited by size
               ':' delimited by size
               today-date-str(13:2) delimited by size
               into aud-time
           move lib-width to aud-width
           move lib-height to aud-height
           move lib-seed to aud-seed
           move cp-grade(copy-index) to aud-grade
           move lib-style to aud-style
           move 0 to aud-ref-seed
           move rcl-reason to aud-ref-code
           move cp-run-date(copy-index) to aud-ref-date
           if cp-reprint(copy-index) = 'Y'
               move 'REPRINT ' to aud-ref-label
           else
               move 'ORIGINAL' to aud-ref-label
           end-if
           write aud-record
           perform 851-check-aud-write
           add 1 to copies-recalled.

      * The errata notice for one outlet: whom it is for, which maze
      * is withdrawn and why, every printing the outlet ran, the
      * credit to come, and the answer key as the maze really solves
      * - or, for a maze with no way through, plain word that there
      * is none and the puzzle should be disregarded.
       600-write-errata.
           add 1 to notices-written
           add 1 to notices-this-maze
           move spaces to errata-line
           move 1 to errata-ptr
           move lib-maze-number to work-num
           string '1ERRATA NOTICE  -  MAZE NO ' delimited by size
               work-num delimited by size
               '  -  ISSUED ' delimited by size
               run-date delimited by size
               into errata-line with pointer errata-ptr
           perform 660-put-errata-line
           move spaces to errata-line
           perform 660-put-errata-line
           perform 610-write-errata-address
           move spaces to errata-line
           perform 660-put-errata-line
           move spaces to errata-line
           move lib-maze-number to work-num
           string ' MAZE NO ' delimited by size
               work-num delimited by size
               ' HAS BEEN WITHDRAWN.  IT RAN IN YOUR PAGES AS '
                   delimited by size
               'FOLLOWS:' delimited by size
               into errata-line
           perform 660-put-errata-line
           perform varying scan-index from copy-index by 1
                   until scan-index > copy-count
               if cp-order-id(scan-index) = cp-order-id(copy-index)
                   move spaces to errata-line
                   string '     RAN ' delimited by size
                       cp-run-date(scan-index) delimited by size
                       into errata-line
                   if cp-reprint(scan-index) = 'Y'
                       move '  (LIBRARY REPRINT)'
                           to errata-line(20:19)
                   end-if
                   perform 660-put-errata-line
               end-if
           end-perform
           move spaces to errata-line
           perform 660-put-errata-line
           move spaces to errata-line
           string ' REASON: ' delimited by size
               rcl-reason delimited by size
               ' - ' delimited by size
               recall-text delimited by size
               into errata-line
           perform 660-put-errata-line
           move spaces to errata-line
           string ' EACH PRINTING WILL BE CREDITED ON YOUR NEXT '
                   delimited by size
               'STATEMENT.' delimited by size
               into errata-line
           perform 660-put-errata-line
           move spaces to errata-line
           perform 660-put-errata-line
           perform 620-write-errata-key.

      * The outlet's name and billing address off the outlet master;
      * the house standard order and any order the master no longer
      * knows are addressed by order id alone.
       610-write-errata-address.
           move 'N' to outlet-found-flag
           move cp-order-id(copy-index) to outl-order-id
           if cp-order-id(copy-index) not = 'STANDARD'
               if outl-file-status = '00' or outl-file-status = '23'
                   read outl-file
                       invalid key continue
                       not invalid key
                           set outlet-was-found to true
                   end-read
               end-if
           end-if
           move spaces to errata-line
           string ' TO:  ORDER ' delimited by size
               cp-order-id(copy-index) delimited by size
               into errata-line
           perform 660-put-errata-line
           if not outlet-was-found
               exit paragraph
           end-if
           move spaces to errata-line
           move outl-name to errata-line(7:30)
           perform 660-put-errata-line
           move spaces to errata-line
           move outl-addr-1 to errata-line(7:30)
           perform 660-put-errata-line
           if outl-addr-2 not = spaces
               move spaces to errata-line
               move outl-addr-2 to errata-line(7:30)
               perform 660-put-errata-line
           end-if
           move spaces to errata-line
           move 7 to errata-ptr
           string outl-city delimited by '  '
               ' ' delimited by size
               outl-state delimited by size
               '  ' delimited by size
               outl-zip delimited by size
               into errata-line with pointer errata-ptr
           perform 660-put-errata-line
           if outl-contact not = spaces
               move spaces to errata-line
               move 7 to errata-ptr
               string 'ATTN: ' delimited by size
                   outl-contact delimited by size
                   into errata-line with pointer errata-ptr
               perform 660-put-errata-line
           end-if.

       620-write-errata-key.
           if not maze-was-solved
               move spaces to errata-line
               string ' THE MAZE AS PRINTED HAS NO ROUTE FROM ENTRANCE'
                       delimited by size
                   ' TO EXIT.  PLEASE ADVISE READERS TO DISREGARD '
                       delimited by size
                   'THE PUZZLE.' delimited by size
                   into errata-line
               perform 660-put-errata-line
               exit paragraph
           end-if
           move spaces to errata-line
           move 1 to errata-ptr
           move solution-length to work-num
           string ' CORRECT ANSWER KEY - SOLUTION PATH ' delimited
                   by size
               work-num delimited by size
               ' STEPS, ENTRANCE TO EXIT' delimited by size
               into errata-line with pointer errata-ptr
           perform 660-put-errata-line
           move spaces to errata-line
           perform 660-put-errata-line
           perform 630-render-key-grid.

      * The grid with the traced path overlaid as '..', two print
      * columns per cell, the weekly answer key's own rendering.
       630-render-key-grid.
           perform varying y from 1 by 1 until y > height
              move spaces to errata-line
              move 2 to errata-ptr
              perform varying x from 1 by 1 until x > width
                 evaluate true
                     when maze-col(x, y) = 0 and solution-col(x, y) = 1
                         move '..' to cell-code
                     when maze-col(x, y) = 0
                         move '  ' to cell-code
                     when other
                         move '[]' to cell-code
                 end-evaluate
                 string cell-code delimited by size
                     into errata-line with pointer errata-ptr
              end-perform
              perform 660-put-errata-line
           end-perform.

       660-put-errata-line.
           write errata-line
           if errata-file-status not = '00'
               display 'WRITE TO MAZERRAT FAILED - STATUS '
                   errata-file-status ' - MAZE NO ' lib-maze-number
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.

       700-write-totals.
           move spaces to report-line
           write report-line
           move cards-read to work-num
           move spaces to report-line
           string ' RECALL CARDS READ:        ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move cards-rejected to work-num
           move spaces to report-line
           string ' CARDS REJECTED:           ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move mazes-recalled to work-num
           move spaces to report-line
           string ' MAZES WITHDRAWN:          ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move copies-recalled to work-num
           move spaces to report-line
           string ' COPIES TO BE CREDITED:    ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move notices-written to work-num
           move spaces to report-line
           string ' ERRATA NOTICES WRITTEN:   ' delimited by size
               work-num delimited by size
               into report-line
           write report-line.

      * A RECALL line that fails to go on the log leaves a withdrawn
      * maze with a gap in its history, and an RC record that fails
      * leaves one billing will never credit, so the run stops on
      * either.
       850-check-audit-write.
           if audit-file-status not = '00'
               display 'WRITE TO MAZELOG FAILED - STATUS '
                   audit-file-status ' - MAZE NO ' lib-maze-number
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.

       851-check-aud-write.
           if aud-file-status not = '00'
               display 'WRITE TO MAZEAUDT FAILED - STATUS '
                   aud-file-status ' - MAZE NO ' lib-maze-number
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.
