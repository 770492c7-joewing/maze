       identification division.
       program-id. mazecnv.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select log-file assign to "MAZELOG"
               organization line sequential
               file status is log-file-status.
           select aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.

       data division.
       file section.
       fd  log-file.
       01  log-line              pic x(150).

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

       working-storage section.

       01  log-file-status    pic xx.
       01  aud-file-status    pic xx.

      * The maze line being held until the lines that qualify it -
      * its warnings, and a REPRINT FROM LIBRARY note for a reprint -
      * have all gone by.
       01  pend-flag         pic x value 'N'.
           88  maze-is-pending            value 'Y'.
       01  pend-record       pic x(106).
       01  pend-band-flag    pic x.
       01  pend-req-grade    pic x.
       01  pend-sr-flag      pic x.
       01  pend-req-seed     pic 9(7).
       01  pend-vf-flag      pic x.

      * Seed collisions are logged ahead of the maze line of the pass
      * that refused them, so they wait here for its number and order.
       01  coll-table.
           05  coll-entry occurs 20 times.
               10  coll-date     pic x(10).
               10  coll-seed     pic 9(7).
               10  coll-width    pic 9(3).
               10  coll-height   pic 9(3).
       01  coll-count        pic 9(3) value 0.
       01  coll-index        pic 9(3).

       01  last-date         pic x(10) value spaces.
       01  last-maze-no      pic 9(5) value 0.
       01  opr-marker-count  pic 9(3).

       01  lines-read        pic 9(7) value 0.
       01  lines-skipped     pic 9(7) value 0.
       01  records-written   pic 9(7) value 0.
       01  type-counts.
           05  pb-count          pic 9(7) value 0.
           05  rp-count          pic 9(7) value 0.
           05  rf-count          pic 9(7) value 0.
           05  sc-count          pic 9(7) value 0.
           05  bn-count          pic 9(7) value 0.
           05  vf-count          pic 9(7) value 0.
           05  sr-count          pic 9(7) value 0.
           05  rc-count          pic 9(7) value 0.

       procedure division.

      * One-time conversion of the audit log's report text into the
      * audit transaction file MAZE now writes alongside it, so the
      * downstream jobs can start reading typed records without losing
      * the history already on the log.  Every line is read by the
      * positions 800-write-audit-record and its neighbours have
      * always written; lines that record no event the transaction
      * file carries - run markers, restart notes, write failures -
      * are counted and left behind.  Run it once, against the live
      * log before the first run that writes MAZEAUDT; the archived
      * log converts the same way with MAZELOG pointed at MAZELOGA
      * and MAZEAUDT at MAZEAUDA.
       perform 100-initialize
       perform 200-convert-log
       close log-file
       close aud-file
       display 'MAZELOG LINES READ:        ' lines-read
       display 'AUDIT RECORDS WRITTEN:     ' records-written
       display '   PB ' pb-count '  RP ' rp-count '  RF ' rf-count
           '  SC ' sc-count
       display '   BN ' bn-count '  VF ' vf-count '  SR ' sr-count
           '  RC ' rc-count
       display 'LINES NOT CONVERTED:       ' lines-skipped
       move 0 to return-code
       stop run.

       100-initialize.
           open input log-file
           if log-file-status not = '00'
               display 'UNABLE TO OPEN MAZELOG - STATUS '
                   log-file-status
               move 16 to return-code
               stop run
           end-if
           open output aud-file
           if aud-file-status not = '00'
               display 'UNABLE TO OPEN MAZEAUDT - STATUS '
                   aud-file-status
               move 16 to return-code
               stop run
           end-if.

       200-convert-log.
           perform until log-file-status not = '00'
               read log-file
                   at end continue
                   not at end perform 210-convert-line
               end-read
           end-perform
           perform 300-flush-pending
           perform 320-flush-collisions.

      * Route each line by the fixed leading text the generator and
      * the recall utility write.  The three warnings and the reprint
      * note qualify the maze line above them; any other line means
      * that maze is finished and can go out.
       210-convert-line.
           add 1 to lines-read
           evaluate true
               when log-line(1:8) = 'MAZE NO '
                       and log-line(73:7) is numeric
                   perform 300-flush-pending
                   perform 220-hold-maze-line
               when log-line(1:20) = 'REPRINT FROM LIBRARY'
                   perform 230-mark-reprint
               when log-line(1:30) =
                       'WARNING - REQUESTED DIFFICULTY'
                   if maze-is-pending
                       move 'Y' to pend-band-flag
                       move log-line(32:1) to pend-req-grade
                   else
                       add 1 to lines-skipped
                   end-if
               when log-line(1:14) = 'REQUESTED SEED'
                   if maze-is-pending and log-line(16:7) is numeric
                       move 'Y' to pend-sr-flag
                       move log-line(16:7) to pend-req-seed
                   else
                       add 1 to lines-skipped
                   end-if
               when log-line(1:21) = 'WARNING - MAZE FAILED'
                   if maze-is-pending
                       move 'Y' to pend-vf-flag
                   else
                       add 1 to lines-skipped
                   end-if
               when log-line(1:14) = 'SEED COLLISION'
                   perform 300-flush-pending
                   perform 240-hold-collision
               when log-line(1:19) = 'REPRINT OF MAZE NO '
                   perform 300-flush-pending
                   perform 250-convert-failed-reprint
               when log-line(1:8) = 'RECALL  '
                       and log-line(9:5) is numeric
                   perform 300-flush-pending
                   perform 260-convert-recall-line
               when log-line(1:11) = 'RUN STARTED'
                   perform 300-flush-pending
                   perform 320-flush-collisions
                   move log-line(21:10) to last-date
                   add 1 to lines-skipped
               when other
                   perform 300-flush-pending
                   add 1 to lines-skipped
           end-evaluate.

      * Lift the maze line's fields into a held record.  Lines from
      * before the grade and style went on the log stop after the
      * order; they convert with no grade and no style.  The SRC
      * marker is searched for rather than taken by position for the
      * same reason.
       220-hold-maze-line.
           move spaces to aud-record
           move 'PB' to aud-type
           compute aud-maze-no = function numval(log-line(9:5))
           move log-line(88:8) to aud-order-id
           move log-line(21:10) to aud-date
           move log-line(38:8) to aud-time
           compute aud-width = function numval(log-line(53:5))
           compute aud-height = function numval(log-line(61:5))
           move log-line(73:7) to aud-seed
           if log-line(96:8) = '  GRADE '
               evaluate log-line(104:6)
                   when 'EASY  ' move 'E' to aud-grade
                   when 'MEDIUM' move 'M' to aud-grade
                   when 'HARD  ' move 'H' to aud-grade
                   when other move space to aud-grade
               end-evaluate
           end-if
           if log-line(110:8) = '  STYLE '
               evaluate log-line(118:8)
                   when 'CLASSIC ' move 'R' to aud-style
                   when 'STRAIGHT' move 'S' to aud-style
                   when 'TWISTY  ' move 'T' to aud-style
                   when 'EXITWARD' move 'E' to aud-style
                   when other move space to aud-style
               end-evaluate
           end-if
           move 0 to opr-marker-count
           inspect log-line tallying opr-marker-count
               for all ' SRC OPR'
           if opr-marker-count > 0
               move 'OPR' to aud-source
           else
               move 'CLK' to aud-source
           end-if
           move 0 to aud-ref-seed
           move aud-record to pend-record
           move 'Y' to pend-flag
           move 'N' to pend-band-flag
           move space to pend-req-grade
           move 'N' to pend-sr-flag
           move 0 to pend-req-seed
           move 'N' to pend-vf-flag
           move aud-date to last-date
           move aud-maze-no to last-maze-no.

      * The reprint note follows the reprint's own maze line, after
      * any warning the reprint carried, and names the original run.
       230-mark-reprint.
           if not maze-is-pending
               add 1 to lines-skipped
               exit paragraph
           end-if
           move pend-record to aud-record
           move 'RP' to aud-type
           move 'LIB' to aud-source
           move log-line(42:10) to aud-ref-date
           move log-line(69:8) to aud-ref-order
           move aud-record to pend-record
           perform 300-flush-pending.

       240-hold-collision.
           if coll-count >= 20
               perform 320-flush-collisions
           end-if
           add 1 to coll-count
           move log-line(22:10) to coll-date(coll-count)
           move 0 to coll-seed(coll-count)
           if log-line(39:7) is numeric
               move log-line(39:7) to coll-seed(coll-count)
           end-if
           compute coll-width(coll-count) =
               function numval(log-line(53:5))
           compute coll-height(coll-count) =
               function numval(log-line(61:5)).

      * A failed reprint line has no date of its own; it takes the
      * date of the line above it, which is the run it belongs to.
      * The reason is read from the wording after FAILED - or HELD,
      * for a reprint held back by another outlet's exclusivity - and
      * the order from where each wording puts it.  Any other line
      * opening the same way is not a failed reprint and is skipped.
       250-convert-failed-reprint.
           move spaces to aud-record
           move 'RF' to aud-type
           compute aud-maze-no = function numval(log-line(20:5))
           move last-date to aud-date
           move 0 to aud-width
           move 0 to aud-height
           move 0 to aud-seed
           move 'LIB' to aud-source
           move 0 to aud-ref-seed
           evaluate true
               when log-line(35:14) = 'NOT IN LIBRARY'
                   move 'NL' to aud-reason
                   move log-line(57:8) to aud-order-id
               when log-line(35:12) = 'ARCHIVED TO '
                   move 'AR' to aud-reason
                   move log-line(47:8) to aud-ref-label
                   move log-line(63:8) to aud-order-id
               when log-line(35:9) = 'RECALLED '
                   move 'RC' to aud-reason
                   move log-line(44:10) to aud-ref-date
                   move log-line(62:2) to aud-ref-code
                   move log-line(72:8) to aud-order-id
               when log-line(25:8) = ' HELD - '
                   move 'EX' to aud-reason
                   move log-line(46:8) to aud-ref-order
                   move log-line(58:8) to aud-ref-label
                   move log-line(73:10) to aud-ref-date
                   move log-line(91:8) to aud-order-id
               when other
                   add 1 to lines-skipped
                   exit paragraph
           end-evaluate
           perform 900-write-record.

      * The recall utility's line already carries its fields at fixed
      * positions: number, recall date, reason, order, size, grade,
      * how the copy was billed, and the date the copy ran.
       260-convert-recall-line.
           move spaces to aud-record
           move 'RC' to aud-type
           move log-line(9:5) to aud-maze-no
           move log-line(21:10) to aud-date
           move log-line(50:8) to aud-order-id
           move 0 to aud-width
           if log-line(65:3) is numeric
               move log-line(65:3) to aud-width
           end-if
           move 0 to aud-height
           if log-line(71:3) is numeric
               move log-line(71:3) to aud-height
           end-if
           move 0 to aud-seed
           move log-line(82:1) to aud-grade
           move 0 to aud-ref-seed
           move log-line(40:2) to aud-ref-code
           move log-line(97:8) to aud-ref-label
           move log-line(116:10) to aud-ref-date
           perform 900-write-record.

      * Put out the held maze in the order MAZE writes a pass: the
      * collisions it refused, the maze itself, then its band, seed,
      * and validation warnings.
       300-flush-pending.
           if not maze-is-pending
               exit paragraph
           end-if
           perform 310-write-collisions
           move pend-record to aud-record
           perform 900-write-record
           move pend-record to aud-record
           move spaces to aud-ref-date
           move spaces to aud-ref-order
           move aud-record to pend-record
           if pend-band-flag = 'Y'
               move pend-record to aud-record
               move 'BN' to aud-type
               move pend-req-grade to aud-req-grade
               perform 900-write-record
           end-if
           if pend-sr-flag = 'Y'
               move pend-record to aud-record
               move 'SR' to aud-type
               move pend-req-seed to aud-ref-seed
               perform 900-write-record
           end-if
           if pend-vf-flag = 'Y'
               move pend-record to aud-record
               move 'VF' to aud-type
               perform 900-write-record
           end-if
           move 'N' to pend-flag.

      * A collision takes the number and order of the maze that
      * followed it.  A refused seed that was the operator's own is
      * the one the REQUESTED SEED line names; the rest came off the
      * clock.
       310-write-collisions.
           perform varying coll-index from 1 by 1
                   until coll-index > coll-count
               move pend-record to aud-record
               move 'SC' to aud-type
               move coll-date(coll-index) to aud-date
               move spaces to aud-time
               move coll-width(coll-index) to aud-width
               move coll-height(coll-index) to aud-height
               move coll-seed(coll-index) to aud-seed
               move space to aud-grade
               move 'CLK' to aud-source
               if pend-sr-flag = 'Y'
                       and coll-seed(coll-index) = pend-req-seed
                   move 'OPR' to aud-source
               end-if
               perform 900-write-record
           end-perform
           move 0 to coll-count.

      * Collisions with no maze line after them - the run stopped in
      * the retry loop - go out against the number that was next.
       320-flush-collisions.
           perform varying coll-index from 1 by 1
                   until coll-index > coll-count
               move spaces to aud-record
               move 'SC' to aud-type
               compute aud-maze-no = last-maze-no + 1
               move coll-date(coll-index) to aud-date
               move coll-width(coll-index) to aud-width
               move coll-height(coll-index) to aud-height
               move coll-seed(coll-index) to aud-seed
               move 'CLK' to aud-source
               move 0 to aud-ref-seed
               perform 900-write-record
           end-perform
           move 0 to coll-count.

       900-write-record.
           write aud-record
           if aud-file-status not = '00'
               display 'WRITE TO MAZEAUDT FAILED - STATUS '
                   aud-file-status ' - LINE ' lines-read
               move 16 to return-code
               stop run
           end-if
           add 1 to records-written
           evaluate aud-type
               when 'PB' add 1 to pb-count
               when 'RP' add 1 to rp-count
               when 'RF' add 1 to rf-count
               when 'SC' add 1 to sc-count
               when 'BN' add 1 to bn-count
               when 'VF' add 1 to vf-count
               when 'SR' add 1 to sr-count
               when 'RC' add 1 to rc-count
           end-evaluate.
