           select hist-file assign to "MAZEHIST"
               organization line sequential
               file status is hist-file-status.
           select aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select optional scrape-file assign to "MAZELOG"
               organization line sequential
               file status is scrape-file-status.
               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select optional arcx-file assign to "MAZEARCX"
               organization line sequential
               file status is arcx-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
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
           05  filler            pic x.
           05  hist-rec-date     pic x(10).

      * The audit transaction file: one fixed-layout record for every
      * event the audit log reports in prose, typed by its first two
      * bytes, so the reporting, billing, and reconciliation jobs read
      * fields instead of scraping report text by column.  Every
      * record carries the maze it concerns, the order, the date and
      * time, the size, seed, grade, style letter, and where the seed
      * came from (OPR operator, CLK clock, LIB library reprint).  The
      * reference fields are filled only by the types that need them:
      *   RS  run started - date and time only, written ahead of
      *       everything else a fresh run files, so a reader wanting
      *       the last run alone takes what follows the last RS
      *   PB  maze published
      *   RP  reprint - ref date and ref order are the original run
      *   RF  reprint failed - reason NL not in library, AR archived
      *       (ref label and ref date are the archive's), RC recalled
      *       (ref date and ref code are the recall's), EX held for
      *       another outlet's exclusivity (ref order is that outlet's
      *       order, ref label the market, ref date the first day the
      *       maze may run there)
      *   SC  seed collision - the refused seed, for the maze about
      *       to be numbered
      *   BN  band not met - req grade is the band asked for
      *   VF  validation failure - printed best effort
      *   SR  seed rejected - ref seed is the operator's seed
      *   RC  recall of one copy, written by MAZERCL - ref code is the
      *       recall reason, ref date the copy's run date, ref label
      *       ORIGINAL or REPRINT
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

       fd  scrape-file.
       01  scrape-line           pic x(150).

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
           05  filler            pic x.
           05  arcx-date         pic x(10).

      * The outlet master MAZEOMT maintains.  The edit reads it by
      * order id to refuse cards for outlets that do not exist or
      * are not taking puzzles, and to hold each order inside the
      * size, styles, and grades the outlet takes.
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

      * The territory table: one record per outlet order id naming the
      * market the outlet publishes in and the number of days a maze
      * it runs stays exclusive to it there.  An order id with no
      * record belongs to no market and holds no exclusivity.
       fd  terr-file.
       01  terr-record.
           05  terr-order-id     pic x(8).
           05  filler            pic x.
           05  terr-market       pic x(8).
           05  filler            pic x.
           05  terr-excl-days    pic 9(3).

      * The audit transaction file read back for the runs a maze has
      * already had - MAZECUT's archive of past months, then the live
      * file - before the live file is opened for this run's records.
       fd  runa-file.
       01  runa-record           pic x(106).

       fd  runt-file.
       01  runt-record           pic x(106).

       working-storage section.

       01  ctl-file-status    pic xx.
       01  answer-file-status pic xx.
       01  lib-file-status    pic xx.
       01  hist-file-status   pic xx.
       01  aud-file-status    pic xx.
       01  scrape-file-status pic xx.
       01  chkp-file-status   pic xx.
       01  mask-file-status   pic xx.
       01  arcx-file-status   pic xx.
       01  outl-file-status   pic xx.
       01  terr-file-status   pic xx.
       01  runa-file-status   pic xx.
       01  runt-file-status   pic xx.

      * The territory table, and every earlier run - the original and
      * each reprint - of the mazes this run's orders ask to reprint,
      * held for the exclusivity check.  The run date is kept as an
      * integer date so the period can simply be added to it.
       01  terr-table.
           05  terr-entry occurs 500 times.
               10  tt-order-id   pic x(8).
               10  tt-market     pic x(8).
               10  tt-excl-days  pic 9(3).
       01  terr-count        pic 9(3) comp value 0.
       01  terr-index        pic 9(3) comp.
       01  terr-found-flag   pic x.
           88  territory-was-found        value 'Y'.
       01  prior-run-table.
           05  prior-run occurs 2000 times.
               10  pr-maze-no    pic 9(5).
               10  pr-order-id   pic x(8).
               10  pr-date-int   pic 9(7).
       01  prior-count       pic 9(4) comp value 0.
       01  prior-index       pic 9(4) comp.
       01  prior-over-flag   pic x value 'N'.
           88  prior-table-overflowed     value 'Y'.
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
       01  excl-date-int     pic 9(7).
       01  excl-release-int  pic 9(7).
       01  want-market       pic x(8).
       01  reprint-want-flag pic x.
           88  reprint-is-wanted          value 'Y'.
       01  excl-hold-flag    pic x.
           88  reprint-is-held            value 'Y'.
       01  hold-order-id     pic x(8).
       01  hold-release-int  pic 9(7).
       01  hold-release-date pic x(10).

       01  arc-found-flag    pic x.
           88  maze-was-archived          value 'Y'.
      * The run's condition code, reported to the scheduler when the
      * job ends:  0 - every order ran exactly as supplied;
      * 4 - at least one parameter was adjusted or a difficulty band
      * went unmet; 6 - a reprint was held because the maze is still
      * exclusive to another outlet in the ordering outlet's market;
      * 8 - an order was rejected or a reprint was not on file;
      * 12 - a best-effort maze that failed validation was printed;
      * 16 - a required file could not be opened, or a write to one
      * failed mid-run.
       01  highest-rc        pic 99 value 0.

       01  failing-file-name pic x(8).
       01  ed-supplied       pic x(8).
       01  ed-used           pic x(8).
       01  ed-reason         pic x(44).
       01  ed-letter         pic x.
       01  ed-letter-count   pic 9(1).
       01  run-export-flag   pic x value 'N'.
           88  run-needs-export           value 'Y'.
       01  run-html-flag     pic x value 'N'.
      * be pulled apart after the run.
       perform 010-load-orders
       perform 012-load-audit-history
       perform 035-load-territories
       perform 016-load-mask
       perform 018-read-checkpoint
       if restart-is-active
       if audit-file-status = '35'
           open output audit-file
       end-if
      * Mark where this run's lines begin on the log, which is kept
      * across runs, so a reader of the log can find the run it wants
      * and nothing older; the transaction file gets the same marker
      * once it is open.  A restart carries on the run the abend
      * interrupted and gets its RESTART note instead.  The date and
      * time sit in the same columns as on the MAZE NO lines.
       if not restart-is-active
           move function current-date to today-date-str
           move spaces to audit-line
           string 'RUN STARTED    DATE ' delimited by size
               today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               '  TIME ' delimited by size
               today-date-str(9:2) delimited by size
               ':' delimited by size
               today-date-str(11:2) delimited by size
               ':' delimited by size
               today-date-str(13:2) delimited by size
               into audit-line
           write audit-line
           perform 842-check-audit-write
       end-if
       open extend hist-file
       if hist-file-status = '35'
           open output hist-file
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
       if not restart-is-active
           perform 807-fill-run-start
           perform 804-write-transaction
       end-if
       perform 015-open-maze-library
       if hist-table-overflowed
           move spaces to audit-line
       close print-file
       close audit-file
       close hist-file
       close aud-file
       close lib-file
       if run-needs-answers
           close answer-file
           if order-is-ok
               perform 024-apply-field-rules
           end-if
           if order-is-ok
               perform 030-check-outlet
           end-if
           if order-is-ok
               add 1 to order-count
               move ed-width to ord-width(order-count)
           write edit-line
           perform 844-check-edit-write.

      * Hold the card up against the outlet master.  A blank order id
      * is the house's own standard order and answers to no outlet;
      * any other id must be on the master and active, or the whole
      * card is refused with the reason on the edit report - a typo
      * in the id used to be found only when billing fell back to the
      * DEFAULT rate at month end.  An active outlet's limits are
      * then applied: a size past the largest it can print is clamped
      * like any other guard rail, while a carving style or grade it
      * does not take refuses the card, since sending a different
      * puzzle than the one ordered is no better than sending none.
      * The style and grade mean nothing on a reprint card, which
      * reprints whatever the library holds.
       030-check-outlet.
           if raw-order-id = spaces
               exit paragraph
           end-if
           move raw-order-id to outl-order-id
           read outl-file
               invalid key
                   move 'NOT ON OUTLET MASTER' to ed-reason
                   perform 032-reject-outlet
                   exit paragraph
           end-read
           if outlet-is-suspended
               move 'OUTLET SUSPENDED ON OUTLET MASTER' to ed-reason
               perform 032-reject-outlet
               exit paragraph
           end-if
           if not outlet-is-active
               move spaces to ed-reason
               string 'OUTLET CLOSED ' delimited by size
                   outl-closed delimited by size
                   ' ON OUTLET MASTER' delimited by size
                   into ed-reason
               perform 032-reject-outlet
               exit paragraph
           end-if
           if ed-width > outl-max-width
               move 'WIDTH' to ed-field-name
               move ed-width to ed-supplied
               move outl-max-width to ed-width
               if function mod(ed-width, 2) = 0
                   compute ed-width = ed-width - 1
               end-if
               move ed-width to ed-used
               move 'ABOVE OUTLET MAXIMUM - CLAMPED' to ed-reason
               perform 026-report-field
           end-if
           if ed-height > outl-max-height
               move 'HEIGHT' to ed-field-name
               move ed-height to ed-supplied
               move outl-max-height to ed-height
               if function mod(ed-height, 2) = 0
                   compute ed-height = ed-height - 1
               end-if
               move ed-height to ed-used
               move 'ABOVE OUTLET MAXIMUM - CLAMPED' to ed-reason
               perform 026-report-field
           end-if
           if ed-mode = 'R'
               exit paragraph
           end-if
           move ed-style to ed-letter
           if ed-letter = space
               move 'R' to ed-letter
           end-if
           move 0 to ed-letter-count
           inspect outl-styles tallying ed-letter-count
               for all ed-letter
           if outl-styles not = spaces and ed-letter-count = 0
               move spaces to ed-reason
               string 'STYLE ' delimited by size
                   ed-letter delimited by size
                   ' NOT TAKEN BY OUTLET' delimited by size
                   into ed-reason
               perform 032-reject-outlet
               exit paragraph
           end-if
           if ed-diff not = space and outl-grades not = spaces
               move 0 to ed-letter-count
               inspect outl-grades tallying ed-letter-count
                   for all ed-diff
               if ed-letter-count = 0
                   move spaces to ed-reason
                   string 'DIFFICULTY ' delimited by size
                       ed-diff delimited by size
                       ' NOT TAKEN BY OUTLET' delimited by size
                       into ed-reason
                   perform 032-reject-outlet
               end-if
           end-if.

      * Refuse the card over its outlet, naming the id and the reason
      * on the edit report; 020 writes the REJECTED line and raises
      * the condition code to 8 as for any other refused card.
       032-reject-outlet.
           move 'N' to order-ok-flag
           move spaces to edit-line
           string 'CARD ' delimited by size
               cards-read delimited by size
               ' ORDER ' delimited by size
               raw-order-id delimited by size
               ' ' delimited by size
               ed-reason delimited by size
               into edit-line
           write edit-line
           perform 844-check-edit-write.

      * Load the territory table, and when it has entries and any
      * order on the run is a reprint, every earlier run of the mazes
      * asked for: the PB and RP records on MAZECUT's archive of past
      * months and on the live transaction file.  This runs before
      * the live file is opened for this run's own records.  With no
      * territory table on hand nothing is held, exactly as reprints
      * always ran.
       035-load-territories.
           move 0 to terr-count
           open input terr-file
           perform until terr-file-status not = '00'
               read terr-file
                   at end continue
                   not at end perform 036-absorb-territory
               end-read
           end-perform
           close terr-file
           if terr-count = 0
               exit paragraph
           end-if
           move 'N' to reprint-want-flag
           perform varying order-index from 1 by 1
                   until order-index > order-count
               if ord-mode(order-index) = 'R'
                   set reprint-is-wanted to true
               end-if
           end-perform
           if not reprint-is-wanted
               exit paragraph
           end-if
           open input runa-file
           perform until runa-file-status not = '00'
               read runa-file
                   at end continue
                   not at end
                       move runa-record to prior-record
                       perform 037-absorb-prior-run
               end-read
           end-perform
           close runa-file
           open input runt-file
           perform until runt-file-status not = '00'
               read runt-file
                   at end continue
                   not at end
                       move runt-record to prior-record
                       perform 037-absorb-prior-run
               end-read
           end-perform
           close runt-file.

      * A territory record without a usable period is reported and
      * left out rather than read as no exclusivity at all.
       036-absorb-territory.
           if terr-order-id = spaces or terr-market = spaces
                   or terr-excl-days is not numeric
               display 'MAZETERR RECORD FOR ORDER ' terr-order-id
                   ' UNUSABLE - SKIPPED'
               exit paragraph
           end-if
           if terr-count < 500
               add 1 to terr-count
               move terr-order-id to tt-order-id(terr-count)
               move terr-market to tt-market(terr-count)
               move terr-excl-days to tt-excl-days(terr-count)
           else
               display 'MAZETERR HAS MORE THAN 500 ORDERS - '
                   terr-order-id ' NOT LOADED'
           end-if.

      * Keep one publication of a maze some order on this run wants
      * reprinted; every other transaction is passed over.
       037-absorb-prior-run.
           if prior-type not = 'PB' and prior-type not = 'RP'
               exit paragraph
           end-if
           if prior-maze-no is not numeric
               exit paragraph
           end-if
           move 'N' to reprint-want-flag
           perform varying order-index from 1 by 1
                   until order-index > order-count
               if ord-mode(order-index) = 'R'
                       and ord-reprint-no(order-index) = prior-maze-no
                   set reprint-is-wanted to true
               end-if
           end-perform
           if not reprint-is-wanted
               exit paragraph
           end-if
           move prior-date to excl-date-str
           perform 038-convert-run-date
           if excl-date-int = 0
               exit paragraph
           end-if
           if prior-count < 2000
               add 1 to prior-count
               move prior-maze-no to pr-maze-no(prior-count)
               move prior-order-id to pr-order-id(prior-count)
               move excl-date-int to pr-date-int(prior-count)
           else
               if not prior-table-overflowed
                   set prior-table-overflowed to true
                   display 'PRIOR RUN TABLE FULL - EXCLUSIVITY CHECK '
                       'MAY MISS EARLIER REPRINTS'
               end-if
           end-if.

      * Turn a YYYY-MM-DD run date into an integer date, or zero when
      * the date is too mangled to read.
       038-convert-run-date.
           move 0 to excl-date-int
           if excl-date-str(1:4) is numeric
                   and excl-date-str(6:2) is numeric
                   and excl-date-str(9:2) is numeric
               compute hist-date-num =
                   function numval(excl-date-str(1:4)) * 10000
                   + function numval(excl-date-str(6:2)) * 100
                   + function numval(excl-date-str(9:2))
               compute excl-date-int =
                   function integer-of-date(hist-date-num)
           end-if.

      * Load the published history before this run adds to it: one
      * table entry per published maze, carrying the seed, the size,
      * and the run date.  660-check-seed-history consults the table
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
           open input ctl-file
           perform until order-count >= 100
               move spaces to ctl-record
               end-read
           end-if
           close ctl-file
           close outl-file
      * Fall back to the standard order whenever the card file gave
      * us nothing to run but nothing was rejected either - no card
      * at all, or a card holding only blank records.  When orders
                   delimited by size
               into audit-line with pointer print-ptr
           write audit-line
           perform 842-check-audit-write
      * The pass has not been numbered yet; the refused seed belongs
      * to the maze about to take the next number, and nothing has
      * been graded that could be said to have shipped.
           perform 802-fill-transaction
           move 'SC' to aud-type
           compute aud-maze-no = maze-number + 1
           move space to aud-grade
           perform 804-write-transaction.

      * Add the pass just published to the in-storage history so a
      * later pass of this same run cannot reuse its seed either.
           read lib-file
               invalid key move '23' to lib-file-status
           end-read
           if lib-file-status = '00' and lib-is-recalled
               perform 167-refuse-recalled-reprint
               exit paragraph
           end-if
           if lib-file-status = '00'
               perform 168-check-exclusivity
               if reprint-is-held
                   perform 173-hold-exclusive-reprint
                   exit paragraph
               end-if
           end-if
           if lib-file-status not = '00'
               perform 165-check-archive-index
               move spaces to audit-line
               end-if
               write audit-line
               perform 842-check-audit-write
               move function current-date to today-date-str
               perform 806-fill-failed-reprint
               if maze-was-archived
                   move 'AR' to aud-reason
                   move arc-hit-date to aud-ref-date
                   move arc-hit-label to aud-ref-label
               else
                   move 'NL' to aud-reason
               end-if
               perform 804-write-transaction
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
               if export-fmt not = 'P'
                   perform 900-export-maze
               end-if
               perform 171-remember-reprint
               move saved-maze-number to maze-number
           end-if.

           end-perform
           close arcx-file.

      * A maze withdrawn by the recall utility stays on the master so
      * the errata and the inquiry dossier can still show it, but it
      * never goes back out on a page.  The refusal is logged the way
      * the other failed reprints are, with the recall date and the
      * reason code, and the run ends RC 8 so the outlet's request
      * is answered by a person rather than the press.
       167-refuse-recalled-reprint.
           display 'MAZE NO ' reprint-number ' RECALLED '
               lib-recall-date ' REASON ' lib-recall-reason
               ' - REPRINT REFUSED'
           move spaces to audit-line
           move reprint-number to work-num
           string 'REPRINT OF MAZE NO ' delimited by size
               work-num delimited by size
               ' FAILED - RECALLED ' delimited by size
               lib-recall-date delimited by size
               ' REASON ' delimited by size
               lib-recall-reason delimited by size
               '  ORDER ' delimited by size
               order-id delimited by size
               into audit-line
           write audit-line
           perform 842-check-audit-write
           move function current-date to today-date-str
           perform 806-fill-failed-reprint
           move 'RC' to aud-reason
           move lib-recall-date to aud-ref-date
           move lib-recall-reason to aud-ref-code
           perform 804-write-transaction
           if highest-rc < 8
               move 8 to highest-rc
           end-if.

      * Hold the reprint up against the territory table.  The maze is
      * held when an earlier run of it - the original or any reprint -
      * went to a different outlet in the ordering outlet's market and
      * that outlet's exclusivity period has not yet run out.  Every
      * such run is weighed, and the one whose period runs longest
      * is the one reported.  An order with no territory belongs to
      * no market and is never held.
       168-check-exclusivity.
           move 'N' to excl-hold-flag
           move 0 to hold-release-int
           if terr-count = 0
               exit paragraph
           end-if
           move order-id to excl-order-id
           perform 172-find-territory
           if not territory-was-found
               exit paragraph
           end-if
           move tt-market(terr-index) to want-market
           move lib-order-id to excl-order-id
           move lib-run-date to excl-date-str
           perform 038-convert-run-date
           perform 169-weigh-prior-run
           perform varying prior-index from 1 by 1
                   until prior-index > prior-count
               if pr-maze-no(prior-index) = reprint-number
                   move pr-order-id(prior-index) to excl-order-id
                   move pr-date-int(prior-index) to excl-date-int
                   perform 169-weigh-prior-run
               end-if
           end-perform.

      * The first day the maze may run in the market again is the run
      * date plus the period of the outlet that ran it.
       169-weigh-prior-run.
           if excl-order-id = order-id or excl-date-int = 0
               exit paragraph
           end-if
           perform 172-find-territory
           if not territory-was-found
               exit paragraph
           end-if
           if tt-market(terr-index) not = want-market
               exit paragraph
           end-if
           compute excl-release-int =
               excl-date-int + tt-excl-days(terr-index)
           if excl-release-int > run-date-int
                   and excl-release-int > hold-release-int
               set reprint-is-held to true
               move excl-release-int to hold-release-int
               move excl-order-id to hold-order-id
           end-if.

      * A reprint that went out is a run like any other, so a second
      * order later in this same run for the same maze in the same
      * market is held against it.
       171-remember-reprint.
           if terr-count > 0 and prior-count < 2000
               add 1 to prior-count
               move reprint-number to pr-maze-no(prior-count)
               move order-id to pr-order-id(prior-count)
               move run-date-int to pr-date-int(prior-count)
           end-if.

       172-find-territory.
           move 'N' to terr-found-flag
           perform varying terr-index from 1 by 1
                   until terr-index > terr-count
               if tt-order-id(terr-index) = excl-order-id
                   set territory-was-found to true
                   exit perform
               end-if
           end-perform.

      * A held reprint is logged the way the failed ones are, naming
      * the outlet holding the exclusivity, the market, and the first
      * date the maze may run there, so the desk can tell the outlet
      * when to ask again.  The run ends RC 6: nothing is wrong with
      * the order, but a person should see it before the press does.
       173-hold-exclusive-reprint.
           compute hist-date-num =
               function date-of-integer(hold-release-int)
           move spaces to hold-release-date
           string hist-date-num(1:4) delimited by size
               '-' delimited by size
               hist-date-num(5:2) delimited by size
               '-' delimited by size
               hist-date-num(7:2) delimited by size
               into hold-release-date
           display 'MAZE NO ' reprint-number ' EXCLUSIVE TO ORDER '
               hold-order-id ' IN MARKET ' want-market ' UNTIL '
               hold-release-date ' - REPRINT HELD'
           move spaces to audit-line
           move reprint-number to work-num
           string 'REPRINT OF MAZE NO ' delimited by size
               work-num delimited by size
               ' HELD - EXCLUSIVE TO ' delimited by size
               hold-order-id delimited by size
               ' IN ' delimited by size
               want-market delimited by size
               ' UNTIL ' delimited by size
               hold-release-date delimited by size
               '  ORDER ' delimited by size
               order-id delimited by size
               into audit-line
           write audit-line
           perform 842-check-audit-write
           move function current-date to today-date-str
           perform 806-fill-failed-reprint
           move 'EX' to aud-reason
           move hold-release-date to aud-ref-date
           move hold-order-id to aud-ref-order
           move want-market to aud-ref-label
           perform 804-write-transaction
           if highest-rc < 6
               move 6 to highest-rc
           end-if.

      * Rewrite the checkpoint after every completed pass with where
      * the run stands - the order and pass just finished, the maze
      * number it printed, and the seed it used - so an abend loses at
               perform 890-halt-on-write-failure
           end-if.

      * The library's alternate keys allow duplicates, and a write
      * that files a seed, order id, or run date already on the
      * master comes back 02 - a good write.
       845-check-library-write.
           if lib-file-status not = '00' and lib-file-status not = '02'
               move 'MAZELIB' to failing-file-name
               move lib-file-status to failing-status
               perform 890-halt-on-write-failure
               perform 890-halt-on-write-failure
           end-if.

       848-check-aud-write.
           if aud-file-status not = '00'
               move 'MAZEAUDT' to failing-file-name
               move aud-file-status to failing-status
               perform 890-halt-on-write-failure
           end-if.

      * A write failed: say so everywhere someone will look, then
      * stop with RC 16 before any more pages are half-written.  The
      * audit note is skipped when the log itself is the failing file
           move mask-flag to lib-shaped
           move maze-valid-flag to lib-valid
           move carve-style to lib-style
           move space to lib-recall-flag
           move spaces to lib-recall-date
           move spaces to lib-recall-reason
      * The grade the page went out under is filed with the grid, so
      * the book and calibration jobs never have to re-solve a grid
      * to learn it.  A maze that failed validation was never solved
      * or graded, and is filed with a zero score and no grade.
           if maze-is-valid
               move difficulty-score to lib-score
               move grade-letter to lib-grade
               move solution-length to lib-solution-len
           else
               move 0 to lib-score
               move space to lib-grade
               move 0 to lib-solution-len
           end-if
           move spaces to lib-grid
           perform varying y from 1 by 1 until y > height
              perform varying x from 1 by 1 until x > width
           end-if
           write audit-line
           perform 842-check-audit-write
      * The typed record says outright whether this was a fresh maze
      * or a reprint, and for a reprint carries the original run date
      * and order the REPRINT FROM LIBRARY line gives in prose.
           perform 802-fill-transaction
           if reprint-was-requested
               move 'RP' to aud-type
               move lib-run-date to aud-ref-date
               move lib-order-id to aud-ref-order
           else
               move 'PB' to aud-type
           end-if
           perform 804-write-transaction
      * The same publication goes on the seed-history file in its
      * machine-readable shape, so the next run's duplicate check
      * reads records instead of scraping this report line.
                   into audit-line
               write audit-line
               perform 842-check-audit-write
               perform 802-fill-transaction
               move 'BN' to aud-type
               move difficulty-req to aud-req-grade
               perform 804-write-transaction
           end-if
           if seed-was-overridden
               move spaces to audit-line
                   into audit-line
               write audit-line
               perform 842-check-audit-write
               perform 802-fill-transaction
               move 'SR' to aud-type
               move requested-seed to aud-ref-seed
               perform 804-write-transaction
           end-if
           if not maze-is-valid
               move spaces to audit-line
                   into audit-line
               write audit-line
               perform 842-check-audit-write
               perform 802-fill-transaction
               move 'VF' to aud-type
               perform 804-write-transaction
           end-if.

      * Set up a transaction record describing the pass in hand, with
      * the date and time the caller last took from the clock; a
      * reprint's seed and style are the library's.  The
      * caller moves in the type and whatever reference fields the
      * type carries, then writes it through 804.
       802-fill-transaction.
           move spaces to aud-record
           move maze-number to aud-maze-no
           move order-id to aud-order-id
           string today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               into aud-date
           string today-date-str(9:2) delimited by size
               ':' delimited by size
               today-date-str(11:2) delimited by size
               ':' delimited by size
               today-date-str(13:2) delimited by size
               into aud-time
           move width to aud-width
           move height to aud-height
           move seed to aud-seed
           move grade-letter to aud-grade
           move carve-style to aud-style
           evaluate true
               when reprint-was-requested
                   move lib-style to aud-style
                   move 'LIB' to aud-source
               when pass-seed-was-requested and not seed-was-overridden
                   move 'OPR' to aud-source
               when other
                   move 'CLK' to aud-source
           end-evaluate
           move 0 to aud-ref-seed.

       804-write-transaction.
           write aud-record
           perform 848-check-aud-write.

      * A reprint that never printed has no size, seed, or grade of
      * its own to report - only the number asked for and the order
      * that asked for it.
       806-fill-failed-reprint.
           perform 802-fill-transaction
           move 'RF' to aud-type
           move reprint-number to aud-maze-no
           move 0 to aud-width
           move 0 to aud-height
           move 0 to aud-seed
           move space to aud-grade
           move space to aud-style
           move 'LIB' to aud-source.

      * The run-start marker belongs to no maze or order; it carries
      * only the date and time the RUN STARTED line gives.
       807-fill-run-start.
           perform 802-fill-transaction
           move 'RS' to aud-type
           move 0 to aud-maze-no
           move spaces to aud-order-id
           move 0 to aud-width
           move 0 to aud-height
           move 0 to aud-seed
           move space to aud-grade
           move space to aud-style
           move spaces to aud-source.

      * Write the '<html><body>' wrapper ahead of the run's tables
      * when any order in the run asked for HTML, or do nothing for a
      * run exporting only CSV, which needs no such wrapper.
