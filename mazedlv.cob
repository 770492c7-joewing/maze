       identification division.
       program-id. mazedlv.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select print-file assign to "MAZEPRT"
               organization line sequential
               file status is print-file-status.
           select optional answer-file assign to "MAZEANS"
               organization line sequential
               file status is answer-file-status.
           select optional export-file assign to "MAZEXPRT"
               organization line sequential
               file status is export-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
           select dlv-file assign to "MAZEDLVP"
               organization line sequential
               file status is dlv-file-status.
           select report-file assign to "MAZEDMAN"
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

       fd  print-file.
       01  print-line            pic x(400).

       fd  answer-file.
       01  answer-line           pic x(400).

       fd  export-file.
       01  export-line           pic x(5000).

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

      * The delivery file: every outlet's package one after another,
      * each opened by a header record and closed by a trailer, and
      * every record in between tagged with what it carries - P for
      * a print line, A for an answer-key line, X for an export line
      * - and the order id it belongs to.  Print and answer lines
      * keep their carriage control in the first data column, so a
      * package prints exactly as the run's own files do.  The
      * trailer's counts are of the records actually written, so the
      * receiving end can count its own and know nothing was dropped.
       fd  dlv-file.
       01  dlv-record.
           05  dlv-rec-type      pic x.
               88  dlv-is-header              value 'H'.
               88  dlv-is-print               value 'P'.
               88  dlv-is-answer              value 'A'.
               88  dlv-is-export              value 'X'.
               88  dlv-is-trailer             value 'T'.
           05  dlv-order-id      pic x(8).
           05  dlv-data          pic x(5000).
       01  dlv-header.
           05  filler            pic x(9).
           05  dlv-hdr-package-no pic 9(3).
           05  dlv-hdr-run-date  pic x(10).
           05  dlv-hdr-run-time  pic x(8).
           05  dlv-hdr-outlet-name pic x(30).
       01  dlv-trailer.
           05  filler            pic x(9).
           05  dlv-trl-maze-count pic 9(5).
           05  dlv-trl-hash-total pic 9(13).
           05  dlv-trl-print-pages pic 9(5).
           05  dlv-trl-answer-pages pic 9(5).
           05  dlv-trl-export-lines pic 9(7).

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.

       01  aud-file-status    pic xx.
       01  print-file-status  pic xx.
       01  answer-file-status pic xx.
       01  export-file-status pic xx.
       01  outl-file-status   pic xx.
       01  dlv-file-status    pic xx.
       01  report-file-status pic xx.

      * One entry per order id the run touched, on either side: the
      * mazes the transaction file holds for it, and what its package
      * holds.  The package's maze count and hash total come from the
      * banners on the print pages, so the two sides are counted
      * independently and a dropped or misrouted page shows up as a
      * difference instead of agreeing with itself.
       01  pkg-table.
           05  pkg-entry occurs 100 times.
               10  pkg-order-id      pic x(8).
               10  pkg-log-mazes     pic 9(5).
               10  pkg-log-hash      pic 9(13).
               10  pkg-mazes         pic 9(5).
               10  pkg-hash          pic 9(13).
               10  pkg-print-pages   pic 9(5).
               10  pkg-answer-pages  pic 9(5).
               10  pkg-export-lines  pic 9(7).
               10  pkg-html-flag     pic x.
                   88  pkg-has-html               value 'Y'.
       01  pkg-count         pic 9(3) comp value 0.
       01  pkg-index         pic 9(3) comp.
       01  pkg-hit-ix        pic 9(3) comp.
       01  pkg-find-ix       pic 9(3) comp.
       01  find-order-id     pic x(8).
       01  pkg-over-flag     pic x value 'N'.
           88  pkg-table-overflowed       value 'Y'.

      * Which package each page of the print and answer files goes
      * to, by the page's position in its file.  The owner is taken
      * from the banner under the page header; a page with no banner
      * - one spilled past a maze's counted panels - stays with the
      * maze before it.  An owner of zero is a page no banner claims.
       01  prt-page-table.
           05  prt-page-owner occurs 30000 times pic 9(3) comp.
       01  prt-page-count    pic 9(5) comp value 0.
       01  prt-page-ix       pic 9(5) comp.
       01  ans-page-table.
           05  ans-page-owner occurs 30000 times pic 9(3) comp.
       01  ans-page-count    pic 9(5) comp value 0.
       01  ans-page-ix       pic 9(5) comp.
       01  prt-over-flag     pic x value 'N'.
           88  prt-table-overflowed       value 'Y'.
       01  ans-over-flag     pic x value 'N'.
           88  ans-table-overflowed       value 'Y'.

      * Each maze's number and owner, as the print pages show them,
      * so an answer-key gap note - which carries a maze number but
      * no banner - can be sent to the package its puzzle went to.
       01  run-maze-table.
           05  run-maze-entry occurs 20000 times.
               10  run-maze-no       pic 9(5).
               10  run-maze-owner    pic 9(3) comp.
       01  run-maze-count    pic 9(5) comp value 0.
       01  run-maze-ix       pic 9(5) comp.

       01  current-owner     pic 9(3) comp.
       01  page-in-maze      pic 9(3).
       01  banner-maze-no    pic 9(5).
       01  seed-due-flag     pic x.
           88  seed-is-due                value 'Y'.
       01  exp-owner         pic 9(3) comp.
       01  exp-wrapper-flag  pic x.
           88  line-is-wrapper            value 'Y'.
       01  copy-owner        pic 9(3) comp.

       01  run-start-flag    pic x value 'N'.
           88  run-start-was-found        value 'Y'.
       01  run-start-date    pic x(10) value spaces.
       01  run-start-time    pic x(8) value spaces.

       01  outlet-name-hold  pic x(30).
       01  written-print-pages  pic 9(5).
       01  written-answer-pages pic 9(5).
       01  written-export-lines pic 9(7).

       01  packages-written  pic 9(5) value 0.
       01  packages-flagged  pic 9(5) value 0.
       01  total-mazes       pic 9(7) value 0.
       01  stray-print-pages pic 9(7) value 0.
       01  stray-answer-pages pic 9(7) value 0.
       01  stray-export-lines pic 9(7) value 0.
       01  pkg-flag-flag     pic x.
           88  pkg-is-flagged             value 'Y'.
       01  highest-rc        pic 99 value 0.

       01  today-date-str    pic x(21).
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-num-7        pic zzzzzz9.
       01  work-hash         pic z(12)9.

       procedure division.

      * Split the night's output into one delivery package per
      * outlet.  The run's print pages, answer keys, and exports are
      * surveyed once to learn which order id owns each page and
      * each export block, then copied outlet by outlet onto the
      * delivery file, every package closed by a trailer carrying its
      * maze count, a hash total of its maze numbers and seeds, and
      * its page and line counts.  The manifest lists every package
      * and holds each one up against the published and reprinted
      * mazes the audit transaction file carries for the same run,
      * flagging any outlet whose package and transactions disagree -
      * including an outlet the transactions show but no package was
      * cut for.
       perform 100-initialize
       perform 200-load-transactions
       perform 300-survey-print-pages
       perform 350-survey-answer-pages
       perform 400-survey-export-lines
       perform 500-write-packages
       perform 600-write-totals
       close outl-file
       close dlv-file
       close report-file
       move highest-rc to return-code
       stop run.

       100-initialize.
           move function current-date to today-date-str
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZEDMAN - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           open output dlv-file
           if dlv-file-status not = '00'
               display 'UNABLE TO OPEN MAZEDLVP - STATUS '
                   dlv-file-status
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
           string 'DELIVERY MANIFEST  -  RUN DATE ' delimited by size
               today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line.

      * Find an order id's entry in the package table, adding one
      * when the id is new.  A full table leaves PKG-HIT-IX at zero,
      * and whatever belonged to that outlet is reported as pages no
      * package claims rather than folded into somebody else's.
       150-find-package.
           move 0 to pkg-hit-ix
           perform varying pkg-find-ix from 1 by 1
                   until pkg-find-ix > pkg-count
               if pkg-order-id(pkg-find-ix) = find-order-id
                   move pkg-find-ix to pkg-hit-ix
               end-if
           end-perform
           if pkg-hit-ix = 0
               if pkg-count < 100
                   add 1 to pkg-count
                   move pkg-count to pkg-hit-ix
                   move find-order-id to pkg-order-id(pkg-hit-ix)
                   move zeros to pkg-log-mazes(pkg-hit-ix)
                       pkg-log-hash(pkg-hit-ix)
                       pkg-mazes(pkg-hit-ix)
                       pkg-hash(pkg-hit-ix)
                       pkg-print-pages(pkg-hit-ix)
                       pkg-answer-pages(pkg-hit-ix)
                       pkg-export-lines(pkg-hit-ix)
                   move 'N' to pkg-html-flag(pkg-hit-ix)
               else
                   if not pkg-table-overflowed
                       set pkg-table-overflowed to true
                       display 'MORE THAN 100 ORDER IDS IN THE RUN'
                           ' - EXCESS NOT PACKAGED'
                   end-if
               end-if
           end-if.

      * Total the published and reprinted mazes on the audit
      * transaction file by order id for the run being packaged.  The
      * file is kept across runs, so every run-start record the
      * generator writes throws away what was totalled before it, and
      * what is left at the end of the file is the last run alone.  A
      * file with no run-start record at all predates the marker and
      * cannot say where the run began, so nothing is compared and
      * the manifest says so.
       200-load-transactions.
           open input aud-file
           perform until aud-file-status not = '00'
               read aud-file
                   at end continue
                   not at end perform 210-absorb-transaction
               end-read
           end-perform
           close aud-file
           if not run-start-was-found
               move 0 to pkg-count
           end-if.

       210-absorb-transaction.
           evaluate aud-type
               when 'RS'
                   set run-start-was-found to true
                   move aud-date to run-start-date
                   move aud-time to run-start-time
                   move 0 to pkg-count
                   move 'N' to pkg-over-flag
               when 'PB'
               when 'RP'
                   if aud-maze-no is numeric and aud-seed is numeric
                       move aud-order-id to find-order-id
                       perform 150-find-package
                       if pkg-hit-ix > 0
                           add 1 to pkg-log-mazes(pkg-hit-ix)
                           compute pkg-log-hash(pkg-hit-ix) =
                               pkg-log-hash(pkg-hit-ix)
                               + aud-maze-no + aud-seed
                       end-if
                   end-if
           end-evaluate.

      * Learn which package every print page belongs to.  A page
      * header carries the maze's page number within its own pages;
      * the banner under it names the order, and on a maze's first
      * page the banner and the SEED USED line under it are what the
      * package's maze count and hash total are built from.
       300-survey-print-pages.
           move 0 to current-owner
           move 'N' to seed-due-flag
           open input print-file
           if print-file-status not = '00'
               display 'UNABLE TO OPEN MAZEPRT - STATUS '
                   print-file-status
               move 16 to return-code
               stop run
           end-if
           perform until print-file-status not = '00'
               read print-file
                   at end continue
                   not at end perform 310-survey-print-line
               end-read
           end-perform
           close print-file
           perform varying prt-page-ix from 1 by 1
                   until prt-page-ix > prt-page-count
               if prt-page-owner(prt-page-ix) = 0
                   add 1 to stray-print-pages
               else
                   add 1 to pkg-print-pages(prt-page-owner(prt-page-ix))
               end-if
           end-perform.

       310-survey-print-line.
           evaluate true
               when print-line(1:1) = '1'
                   move 'N' to seed-due-flag
                   compute page-in-maze =
                       function numval(print-line(59:5))
                   if prt-page-count < 30000
                       add 1 to prt-page-count
                       move current-owner
                           to prt-page-owner(prt-page-count)
                   else
                       add 1 to stray-print-pages
                       if not prt-table-overflowed
                           set prt-table-overflowed to true
                           display 'MORE THAN 30000 PAGES IN A FILE'
                               ' - EXCESS NOT PACKAGED'
                       end-if
                   end-if
               when print-line(2:8) = 'MAZE NO '
                       and print-line(36:9) = '   ORDER '
                   move print-line(45:8) to find-order-id
                   perform 150-find-package
                   move pkg-hit-ix to current-owner
                   if prt-page-count > 0 and not prt-table-overflowed
                       move current-owner
                           to prt-page-owner(prt-page-count)
                   end-if
                   if page-in-maze = 1 and current-owner > 0
                       compute banner-maze-no =
                           function numval(print-line(10:5))
                       add 1 to pkg-mazes(current-owner)
                       add banner-maze-no to pkg-hash(current-owner)
                       set seed-is-due to true
                       if run-maze-count < 20000
                           add 1 to run-maze-count
                           move banner-maze-no
                               to run-maze-no(run-maze-count)
                           move current-owner
                               to run-maze-owner(run-maze-count)
                       end-if
                   end-if
               when print-line(2:11) = 'SEED USED: ' and seed-is-due
                   if print-line(13:7) is numeric
                       compute pkg-hash(current-owner) =
                           pkg-hash(current-owner)
                           + function numval(print-line(13:7))
                   end-if
                   move 'N' to seed-due-flag
           end-evaluate.

      * The answer file goes the same way.  An answer key repeats
      * its puzzle's banner; a gap note for a maze that shipped with
      * no solution has only the maze number, so its owner is looked
      * up from the mazes the print pages showed.
       350-survey-answer-pages.
           move 0 to current-owner
           open input answer-file
           perform until answer-file-status not = '00'
               read answer-file
                   at end continue
                   not at end perform 360-survey-answer-line
               end-read
           end-perform
           close answer-file
           perform varying ans-page-ix from 1 by 1
                   until ans-page-ix > ans-page-count
               if ans-page-owner(ans-page-ix) = 0
                   add 1 to stray-answer-pages
               else
                   add 1
                       to pkg-answer-pages(ans-page-owner(ans-page-ix))
               end-if
           end-perform.

       360-survey-answer-line.
           evaluate true
               when answer-line(1:1) = '1'
                   if ans-page-count < 30000
                       add 1 to ans-page-count
                       move current-owner
                           to ans-page-owner(ans-page-count)
                   else
                       add 1 to stray-answer-pages
                       if not ans-table-overflowed
                           set ans-table-overflowed to true
                           display 'MORE THAN 30000 PAGES IN A FILE'
                               ' - EXCESS NOT PACKAGED'
                       end-if
                   end-if
               when answer-line(2:8) = 'MAZE NO '
                       and answer-line(36:9) = '   ORDER '
                   move answer-line(45:8) to find-order-id
                   perform 150-find-package
                   move pkg-hit-ix to current-owner
                   perform 370-claim-answer-page
               when answer-line(2:8) = 'MAZE NO '
                       and answer-line(15:16) = ' HAS NO SOLUTION'
                   compute banner-maze-no =
                       function numval(answer-line(10:5))
                   move 0 to current-owner
                   perform varying run-maze-ix from run-maze-count
                           by -1 until run-maze-ix < 1
                               or current-owner > 0
                       if run-maze-no(run-maze-ix) = banner-maze-no
                           move run-maze-owner(run-maze-ix)
                               to current-owner
                       end-if
                   end-perform
                   perform 370-claim-answer-page
           end-evaluate.

       370-claim-answer-page.
           if ans-page-count > 0 and not ans-table-overflowed
               move current-owner to ans-page-owner(ans-page-count)
           end-if.

      * Count each outlet's export lines.  The CSV and HTML blocks
      * each open with a line naming the maze and the order, and run
      * to the next such line; the run-wide HTML wrapper belongs to
      * no outlet and is written fresh around each package that
      * carries a table.
       400-survey-export-lines.
           move 0 to exp-owner
           open input export-file
           perform until export-file-status not = '00'
               read export-file
                   at end continue
                   not at end
                       perform 420-classify-export-line
                       evaluate true
                           when line-is-wrapper
                               continue
                           when exp-owner = 0
                               add 1 to stray-export-lines
                           when other
                               add 1 to pkg-export-lines(exp-owner)
                       end-evaluate
               end-read
           end-perform
           close export-file.

      * Settle which outlet the export line just read belongs to -
      * shared by the survey and the copy so both passes divide the
      * file identically.
       420-classify-export-line.
           move 'N' to exp-wrapper-flag
           evaluate true
               when export-line(1:12) = '<html><body>'
                       or export-line(1:14) = '</body></html>'
                   set line-is-wrapper to true
               when export-line(1:5) = 'MAZE,'
                   move export-line(18:8) to find-order-id
                   perform 150-find-package
                   move pkg-hit-ix to exp-owner
               when export-line(1:45) =
                       '<table class="maze" border="1"><caption>MAZE '
                   move export-line(58:8) to find-order-id
                   perform 150-find-package
                   move pkg-hit-ix to exp-owner
                   if exp-owner > 0
                       move 'Y' to pkg-html-flag(exp-owner)
                   end-if
           end-evaluate.

      * Cut the packages, one outlet at a time, in the order the
      * outlets first appear.  An outlet the transactions show but
      * the output files do not gets no package, only its manifest
      * entry.
       500-write-packages.
           perform varying pkg-index from 1 by 1
                   until pkg-index > pkg-count
               perform 510-write-one-package
           end-perform.

       510-write-one-package.
           move 0 to written-print-pages
           move 0 to written-answer-pages
           move 0 to written-export-lines
           perform 515-look-up-outlet
           if pkg-print-pages(pkg-index) = 0
                   and pkg-answer-pages(pkg-index) = 0
                   and pkg-export-lines(pkg-index) = 0
               perform 560-report-package
               exit paragraph
           end-if
           add 1 to packages-written
           add pkg-mazes(pkg-index) to total-mazes
           move spaces to dlv-record
           set dlv-is-header to true
           move pkg-order-id(pkg-index) to dlv-order-id
           move packages-written to dlv-hdr-package-no
           move run-start-date to dlv-hdr-run-date
           move run-start-time to dlv-hdr-run-time
           move outlet-name-hold to dlv-hdr-outlet-name
           write dlv-record
           perform 850-check-dlv-write
           perform 520-copy-print-pages
           perform 530-copy-answer-pages
           perform 540-copy-export-lines
           move spaces to dlv-record
           set dlv-is-trailer to true
           move pkg-order-id(pkg-index) to dlv-order-id
           move pkg-mazes(pkg-index) to dlv-trl-maze-count
           move pkg-hash(pkg-index) to dlv-trl-hash-total
           move written-print-pages to dlv-trl-print-pages
           move written-answer-pages to dlv-trl-answer-pages
           move written-export-lines to dlv-trl-export-lines
           write dlv-record
           perform 850-check-dlv-write
           perform 560-report-package.

      * The outlet's name for the package header and the manifest.
      * The house's own standard order answers to no outlet.
       515-look-up-outlet.
           if pkg-order-id(pkg-index) = 'STANDARD'
               move 'HOUSE STANDARD ORDER' to outlet-name-hold
               exit paragraph
           end-if
           move pkg-order-id(pkg-index) to outl-order-id
           read outl-file
               invalid key
                   move 'NOT ON OUTLET MASTER' to outlet-name-hold
               not invalid key
                   move outl-name to outlet-name-hold
           end-read
           if outl-file-status not = '00'
                   and outl-file-status not = '23'
               move 'NOT ON OUTLET MASTER' to outlet-name-hold
           end-if.

       520-copy-print-pages.
           move 0 to prt-page-ix
           move 0 to copy-owner
           open input print-file
           perform until print-file-status not = '00'
               read print-file
                   at end continue
                   not at end
                       if print-line(1:1) = '1'
                           add 1 to prt-page-ix
                           move 0 to copy-owner
                           if prt-page-ix <= prt-page-count
                               move prt-page-owner(prt-page-ix)
                                   to copy-owner
                           end-if
                           if copy-owner = pkg-index
                               add 1 to written-print-pages
                           end-if
                       end-if
                       if copy-owner = pkg-index and prt-page-ix > 0
                           move spaces to dlv-record
                           set dlv-is-print to true
                           move pkg-order-id(pkg-index)
                               to dlv-order-id
                           move print-line to dlv-data
                           write dlv-record
                           perform 850-check-dlv-write
                       end-if
               end-read
           end-perform
           close print-file.

       530-copy-answer-pages.
           move 0 to ans-page-ix
           move 0 to copy-owner
           open input answer-file
           perform until answer-file-status not = '00'
               read answer-file
                   at end continue
                   not at end
                       if answer-line(1:1) = '1'
                           add 1 to ans-page-ix
                           move 0 to copy-owner
                           if ans-page-ix <= ans-page-count
                               move ans-page-owner(ans-page-ix)
                                   to copy-owner
                           end-if
                           if copy-owner = pkg-index
                               add 1 to written-answer-pages
                           end-if
                       end-if
                       if copy-owner = pkg-index and ans-page-ix > 0
                           move spaces to dlv-record
                           set dlv-is-answer to true
                           move pkg-order-id(pkg-index)
                               to dlv-order-id
                           move answer-line to dlv-data
                           write dlv-record
                           perform 850-check-dlv-write
                       end-if
               end-read
           end-perform
           close answer-file.

      * An outlet taking HTML gets its tables inside its own
      * '<html><body>' wrapper, the same as the run's file has one.
       540-copy-export-lines.
           if pkg-export-lines(pkg-index) = 0
               exit paragraph
           end-if
           if pkg-has-html(pkg-index)
               move spaces to dlv-record
               set dlv-is-export to true
               move pkg-order-id(pkg-index) to dlv-order-id
               move '<html><body>' to dlv-data
               write dlv-record
               perform 850-check-dlv-write
               add 1 to written-export-lines
           end-if
           move 0 to exp-owner
           open input export-file
           perform until export-file-status not = '00'
               read export-file
                   at end continue
                   not at end
                       perform 420-classify-export-line
                       if exp-owner = pkg-index
                               and not line-is-wrapper
                           move spaces to dlv-record
                           set dlv-is-export to true
                           move pkg-order-id(pkg-index)
                               to dlv-order-id
                           move export-line to dlv-data
                           write dlv-record
                           perform 850-check-dlv-write
                           add 1 to written-export-lines
                       end-if
               end-read
           end-perform
           close export-file
           if pkg-has-html(pkg-index)
               move spaces to dlv-record
               set dlv-is-export to true
               move pkg-order-id(pkg-index) to dlv-order-id
               move '</body></html>' to dlv-data
               write dlv-record
               perform 850-check-dlv-write
               add 1 to written-export-lines
           end-if.

      * The manifest entry for one outlet: what its package holds,
      * then whether the audit transactions agree.  A maze count or
      * hash total that differs from theirs, a package they know
      * nothing of, or transactions with no package behind them are
      * all flagged, and any flag raises the condition code so the
      * packages are held until someone looks.
       560-report-package.
           move 'N' to pkg-flag-flag
           move spaces to report-line
           move 1 to report-ptr
           string 'ORDER ' delimited by size
               pkg-order-id(pkg-index) delimited by size
               '  ' delimited by size
               outlet-name-hold delimited by size
               into report-line with pointer report-ptr
           if written-print-pages = 0 and written-answer-pages = 0
                   and written-export-lines = 0
               string '  NO PACKAGE' delimited by size
                   into report-line with pointer report-ptr
           else
               move packages-written to work-num
               string '  PACKAGE ' delimited by size
                   work-num delimited by size
                   into report-line with pointer report-ptr
           end-if
           write report-line
           move spaces to report-line
           move 1 to report-ptr
           move pkg-mazes(pkg-index) to work-num
           move pkg-hash(pkg-index) to work-hash
           string '    MAZES ' delimited by size
               work-num delimited by size
               '  HASH TOTAL ' delimited by size
               work-hash delimited by size
               into report-line with pointer report-ptr
           move written-print-pages to work-num
           string '  PRINT PAGES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move written-answer-pages to work-num
           string '  ANSWER PAGES ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move written-export-lines to work-num-7
           string '  EXPORT LINES ' delimited by size
               work-num-7 delimited by size
               into report-line with pointer report-ptr
           write report-line
           move spaces to report-line
           move 1 to report-ptr
           evaluate true
               when not run-start-was-found
                   string '    NOT CHECKED - MAZEAUDT HAS NO RUN '
                           delimited by size
                       'START' delimited by size
                       into report-line with pointer report-ptr
               when pkg-log-mazes(pkg-index) = 0
                   set pkg-is-flagged to true
                   string '    *** NOT ON MAZEAUDT FOR THIS RUN'
                           delimited by size
                       into report-line with pointer report-ptr
               when pkg-mazes(pkg-index) = 0
                   set pkg-is-flagged to true
                   move pkg-log-mazes(pkg-index) to work-num
                   string '    *** NO PACKAGE - MAZEAUDT SHOWS '
                           delimited by size
                       work-num delimited by size
                       ' MAZES' delimited by size
                       into report-line with pointer report-ptr
               when pkg-mazes(pkg-index) not = pkg-log-mazes(pkg-index)
                       or pkg-hash(pkg-index)
                           not = pkg-log-hash(pkg-index)
                   set pkg-is-flagged to true
                   move pkg-log-mazes(pkg-index) to work-num
                   move pkg-log-hash(pkg-index) to work-hash
                   string '    *** MISMATCH - MAZEAUDT SHOWS '
                           delimited by size
                       work-num delimited by size
                       ' MAZES  HASH TOTAL ' delimited by size
                       work-hash delimited by size
                       into report-line with pointer report-ptr
               when other
                   string '    AGREES WITH MAZEAUDT' delimited by size
                       into report-line with pointer report-ptr
           end-evaluate
           write report-line
           move spaces to report-line
           write report-line
           if pkg-is-flagged
               add 1 to packages-flagged
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
           end-if.

      * Totals and the condition code:  0 - every package agrees
      * with the transactions; 4 - the transaction file could not
      * say where the run began, so nothing was checked; 8 - a
      * package disagrees with the transactions, or output was found
      * that no package could claim; 16 - a file could not be opened
      * or written.
       600-write-totals.
           move spaces to report-line
           move 1 to report-ptr
           if run-start-was-found
               string 'RUN STARTED ' delimited by size
                   run-start-date delimited by size
                   ' ' delimited by size
                   run-start-time delimited by size
                   into report-line with pointer report-ptr
           else
               string 'MAZEAUDT HAS NO RUN START - PACKAGES '
                       delimited by size
                   'NOT CHECKED AGAINST THE TRANSACTIONS'
                       delimited by size
                   into report-line with pointer report-ptr
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if
           write report-line
           move packages-written to work-num-7
           move spaces to report-line
           string 'PACKAGES WRITTEN:             ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move total-mazes to work-num-7
           move spaces to report-line
           string 'MAZES PACKAGED:               ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move packages-flagged to work-num-7
           move spaces to report-line
           string 'OUTLETS FLAGGED:              ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move stray-print-pages to work-num-7
           move spaces to report-line
           string 'PRINT PAGES NOT PACKAGED:     ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move stray-answer-pages to work-num-7
           move spaces to report-line
           string 'ANSWER PAGES NOT PACKAGED:    ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move stray-export-lines to work-num-7
           move spaces to report-line
           string 'EXPORT LINES NOT PACKAGED:    ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
           if stray-print-pages > 0 or stray-answer-pages > 0
                   or stray-export-lines > 0
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
           end-if.

      * A package half-written is worse than none: stop at once with
      * RC 16 so the delivery file is not sent on.
       850-check-dlv-write.
           if dlv-file-status not = '00'
               display 'WRITE TO MAZEDLVP FAILED - STATUS '
                   dlv-file-status ' - ORDER '
                   pkg-order-id(pkg-index) ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.
