               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select optional aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select optional arcx-file assign to "MAZEARCX"
               organization line sequential
               file status is arcx-file-status.
       data division.
       file section.
      * One request per card: M looks a maze number up by key, S
      * looks up a seed, O an order id, D a run-date range, each on
      * its own alternate key.
      * Only the field the type calls for need be punched; the rest
      * may be left blank.
       fd  inq-card.
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

       fd  aud-file.
       01  aud-record            pic x(106).

       fd  arcx-file.
       01  arcx-record.

       01  inq-card-status    pic xx.
       01  lib-file-status    pic xx.
       01  aud-file-status    pic xx.
       01  arcx-file-status   pic xx.
       01  report-file-status pic xx.

      * The whole audit transaction file, held in storage so every
      * hit's warnings can be pulled without rereading the file per
      * request.  Each entry is one transaction in MAZE's layout; the
      * type codes and which reference fields each one fills are laid
      * out in MAZE's file section.
       01  log-table.
           05  log-held occurs 20000 times.
               10  held-type     pic x(2).
               10  filler        pic x.
               10  held-maze-no  pic 9(5).
               10  filler        pic x.
               10  held-order-id pic x(8).
               10  filler        pic x.
               10  held-date     pic x(10).
               10  filler        pic x.
               10  held-time     pic x(8).
               10  filler        pic x.
               10  held-width    pic 9(3).
               10  filler        pic x.
               10  held-height   pic 9(3).
               10  filler        pic x.
               10  held-seed     pic 9(7).
               10  filler        pic x.
               10  held-grade    pic x.
               10  filler        pic x.
               10  held-style    pic x.
               10  filler        pic x.
               10  held-source   pic x(3).
               10  filler        pic x.
               10  held-reason   pic x(2).
               10  filler        pic x.
               10  held-req-grade pic x.
               10  filler        pic x.
               10  held-ref-date pic x(10).
               10  filler        pic x.
               10  held-ref-order pic x(8).
               10  filler        pic x.
               10  held-ref-seed pic 9(7).
               10  filler        pic x.
               10  held-ref-code pic x(2).
               10  filler        pic x.
               10  held-ref-label pic x(8).
       01  log-count         pic 9(5) comp value 0.
       01  log-index         pic 9(5) comp.
       01  log-over-flag     pic x value 'N'.

      * What each transaction type is called on the dossier.
       01  aud-type-names.
           05  filler            pic x(16) value 'PBPUBLISHED     '.
           05  filler            pic x(16) value 'RPREPRINTED     '.
           05  filler            pic x(16) value 'RFREPRINT FAILED'.
           05  filler            pic x(16) value 'SCSEED COLLISION'.
           05  filler            pic x(16) value 'BNBAND NOT MET  '.
           05  filler            pic x(16) value 'VFNOT VALIDATED '.
           05  filler            pic x(16) value 'SRSEED REJECTED '.
           05  filler            pic x(16) value 'RCRECALLED      '.
       01  aud-type-names-r redefines aud-type-names.
           05  aud-type-entry occurs 8 times.
               10  atn-code      pic x(2).
               10  atn-text      pic x(14).
       01  atn-index         pic 9(1).
       01  type-word         pic x(14).

       01  cards-read        pic 9(3) value 0.
       01  hits-this-card    pic 9(5).
       01  hit-grade         pic x(6).

       01  req-maze-no       pic 9(5).
       01  req-seed          pic 9(7).
       01  y                 pic 9(3).
       01  style-word        pic x(8).

      * The recall reason codes the recall utility accepts, so the
      * dossier can say in words why a maze was withdrawn.
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

       01  today-date-str    pic x(21).
       01  report-ptr        pic 9(4) comp.
       01  work-num          pic zzzz9.
      * generator run on a reprint card: simple request cards are
      * looked up against the library master and the audit history,
      * and each hit gets a dossier - the banner fields and flags
      * off the library record, every audit transaction the number
      * or seed left behind, and a small-scale rendering of the grid.  A
      * request that finds nothing says so explicitly and raises the
      * condition code so a scripted lookup can tell the difference.
       perform 100-initialize
           end-if.

       150-load-audit-log.
           open input aud-file
           perform until aud-file-status not = '00'
               read aud-file
                   at end continue
                   not at end
                       if log-count < 20000
                           add 1 to log-count
                           move aud-record to log-held(log-count)
                       else
                           if log-over-flag = 'N'
                               move 'Y' to log-over-flag
                               display 'MAZEAUDT RECORDS BEYOND 20000 '
                                   'NOT SEARCHED'
                           end-if
                       end-if
               end-read
           end-perform
           close aud-file.

       200-process-cards.
           open input inq-card
               end-if
           end-if.

      * Position on the alternate key the request type calls for and
      * read forward only while the records still answer the card -
      * the seed or order id still equal, the run date still inside
      * the range - handing each to the dossier writer.  Only the
      * records asked about are ever read.  Status 02 is a good read
      * with more records under the same key value still to come.
       350-sweep-library.
           evaluate inq-type
               when 'S'
                   move req-seed to lib-seed
                   start lib-file key = lib-seed
                       invalid key move '23' to lib-file-status
                   end-start
               when 'O'
                   move req-order to lib-order-id
                   start lib-file key = lib-order-id
                       invalid key move '23' to lib-file-status
                   end-start
               when 'D'
                   move req-from-date to lib-run-date
                   start lib-file key not < lib-run-date
                       invalid key move '23' to lib-file-status
                   end-start
           end-evaluate
           perform until lib-file-status not = '00'
                   and lib-file-status not = '02'
               read lib-file next
                   at end continue
                   not at end perform 355-judge-record
               end-read
           end-perform.

       355-judge-record.
           evaluate inq-type
               when 'S'
                   if lib-seed = req-seed
                       perform 500-write-dossier
                   else
                       move '10' to lib-file-status
                   end-if
               when 'O'
                   if lib-order-id = req-order
                       perform 500-write-dossier
                   else
                       move '10' to lib-file-status
                   end-if
               when 'D'
                   if lib-run-date <= req-to-date
                       perform 500-write-dossier
                   else
                       move '10' to lib-file-status
                   end-if
           end-evaluate.

           end-if.

      * The dossier for one library record: the banner fields and
      * flags, the grade off the PB record when the audit file still
      * holds it, every transaction the pass left behind, and the
      * small-scale grid.
       500-write-dossier.
           add 1 to hits-this-card
           move lib-maze-number to req-maze-no
               lib-shaped delimited by size
               into report-line
           write report-line
           if lib-is-recalled
               perform 520-write-recall-line
           end-if
           if lib-grade not = space
               perform 540-write-filed-grade
           else
               perform 550-find-logged-grade
               move spaces to report-line
               string ' GRADE ' delimited by size
                   hit-grade delimited by size
                   '  (FROM AUDIT LOG)' delimited by size
                   into report-line
               write report-line
           end-if
           perform 600-write-log-lines
           perform 700-render-small-grid
           move spaces to report-line
           write report-line.

      * A recalled maze is still on the master, but it is withdrawn:
      * say so right under the banner, with the date and the reason,
      * before anyone offers the caller a reprint.
       520-write-recall-line.
           move 'REASON CODE NOT ON FILE' to recall-text
           perform varying rsn-index from 1 by 1
                   until rsn-index > 5
               if rsn-code(rsn-index) = lib-recall-reason
                   move rsn-text(rsn-index) to recall-text
               end-if
           end-perform
           move spaces to report-line
           string ' RECALLED ' delimited by size
               lib-recall-date delimited by size
               '  REASON ' delimited by size
               lib-recall-reason delimited by size
               ' - ' delimited by size
               recall-text delimited by size
               '  - WITHDRAWN, NOT TO BE REPRINTED' delimited by size
               into report-line
           write report-line.

      * The grade, score, and solution length the maze was filed
      * with.
       540-write-filed-grade.
           evaluate lib-grade
               when 'E' move 'EASY' to hit-grade
               when 'M' move 'MEDIUM' to hit-grade
               when other move 'HARD' to hit-grade
           end-evaluate
           move spaces to report-line
           move 1 to report-ptr
           move lib-score to work-num
           string ' GRADE ' delimited by size
               hit-grade delimited by size
               '  SCORE ' delimited by size
               work-num delimited by size
               into report-line with pointer report-ptr
           move lib-solution-len to work-num
           string '  SOLUTION ' delimited by size
               work-num delimited by size
               ' STEPS  (FROM LIBRARY)' delimited by size
               into report-line with pointer report-ptr
           write report-line.

      * A maze filed ungraded - one that failed validation - has no
      * grade on the record, but its PB record says what the page went
      * out under, which for a best-effort page is none at all; when
      * the file has been cut over since the maze ran, N/A is all
      * there is.
       550-find-logged-grade.
           move 'N/A' to hit-grade
           perform varying log-index from 1 by 1
                   until log-index > log-count
               if held-type(log-index) = 'PB'
                       and held-maze-no(log-index) = req-maze-no
                   evaluate held-grade(log-index)
                       when 'E' move 'EASY' to hit-grade
                       when 'M' move 'MEDIUM' to hit-grade
                       when 'H' move 'HARD' to hit-grade
                       when other move 'NONE' to hit-grade
                   end-evaluate
               end-if
           end-perform.

      * Print every audit transaction that belongs to the request:
      * everything filed against the number - its publication, its
      * reprints and failed reprints, the warnings raised on its
      * pass, and the recalls of its copies - plus any seed collision
      * that refused this seed.
       600-write-log-lines.
           perform varying log-index from 1 by 1
                   until log-index > log-count
               evaluate true
                   when held-type(log-index) = 'SC'
                       if req-seed > 0
                               and held-seed(log-index) = req-seed
                           perform 620-write-one-log-line
                       end-if
                   when req-maze-no > 0
                           and held-maze-no(log-index) = req-maze-no
                       perform 620-write-one-log-line
               end-evaluate
           end-perform.

      * One transaction on one line: what happened, when, and for
      * which order, then the fields its type carries.
       620-write-one-log-line.
           move 'UNKNOWN TYPE' to type-word
           perform varying atn-index from 1 by 1
                   until atn-index > 8
               if atn-code(atn-index) = held-type(log-index)
                   move atn-text(atn-index) to type-word
               end-if
           end-perform
           move spaces to report-line
           move 1 to report-ptr
           string ' LOG: ' delimited by size
               type-word delimited by size
               '  ' delimited by size
               held-date(log-index) delimited by size
               ' ' delimited by size
               held-time(log-index) delimited by size
               '  ORDER ' delimited by size
               held-order-id(log-index) delimited by size
               into report-line with pointer report-ptr
           evaluate held-type(log-index)
               when 'RF'
                   perform 630-write-failure-detail
               when 'RC'
                   string '  REASON ' delimited by size
                       held-ref-code(log-index) delimited by size
                       '  BILLED AS ' delimited by size
                       held-ref-label(log-index) delimited by size
                       '  RAN ' delimited by size
                       held-ref-date(log-index) delimited by size
                       into report-line with pointer report-ptr
               when other
                   perform 640-write-pass-detail
           end-evaluate
           write report-line.

       630-write-failure-detail.
           evaluate held-reason(log-index)
               when 'NL'
                   string '  NOT IN LIBRARY' delimited by size
                       into report-line with pointer report-ptr
               when 'AR'
                   string '  ARCHIVED TO ' delimited by size
                       held-ref-label(log-index) delimited by size
                       into report-line with pointer report-ptr
               when 'RC'
                   string '  RECALLED ' delimited by size
                       held-ref-date(log-index) delimited by size
                       ' REASON ' delimited by size
                       held-ref-code(log-index) delimited by size
                       into report-line with pointer report-ptr
               when 'EX'
                   string '  HELD - EXCLUSIVE TO ' delimited by size
                       held-ref-order(log-index) delimited by size
                       ' IN ' delimited by size
                       held-ref-label(log-index) delimited by size
                       ' UNTIL ' delimited by size
                       held-ref-date(log-index) delimited by size
                       into report-line with pointer report-ptr
           end-evaluate.

       640-write-pass-detail.
           move held-width(log-index) to work-num
           string '  SIZE ' delimited by size
               work-num delimited by size
               ' X ' delimited by size
               into report-line with pointer report-ptr
           move held-height(log-index) to work-num
           string work-num delimited by size
               '  SEED ' delimited by size
               held-seed(log-index) delimited by size
               '  GRADE ' delimited by size
               held-grade(log-index) delimited by size
               '  SRC ' delimited by size
               held-source(log-index) delimited by size
               into report-line with pointer report-ptr
           evaluate held-type(log-index)
               when 'RP'
                   string '  ORIGINAL ' delimited by size
                       held-ref-date(log-index) delimited by size
                       ' ' delimited by size
                       held-ref-order(log-index) delimited by size
                       into report-line with pointer report-ptr
               when 'BN'
                   string '  BAND ASKED ' delimited by size
                       held-req-grade(log-index) delimited by size
                       into report-line with pointer report-ptr
               when 'SR'
                   string '  SEED ASKED ' delimited by size
                       held-ref-seed(log-index) delimited by size
                       into report-line with pointer report-ptr
           end-evaluate.

      * A thumbnail of the grid, one print column per sampled cell,
      * sampling every second or fourth cell as the size demands so
