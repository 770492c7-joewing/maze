       identification division.
       program-id. mazeomt.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional tran-file assign to "OUTLTRAN"
               organization line sequential
               file status is tran-file-status.
           select outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
           select list-file assign to "MAZEOLST"
               organization line sequential
               file status is list-file-status.

       data division.
       file section.
      * One maintenance transaction per card.  A adds an outlet, C
      * changes one, X closes one.  On an add every field is taken as
      * punched; on a change only the fields punched are changed and
      * a blank field leaves the master as it stands; a close needs
      * nothing past the order id.  The size limits are cell counts,
      * the styles are the carving style letters the outlet takes
      * (R, S, T, E) and the grades the difficulty letters (E, M, H);
      * a blank list means the outlet takes them all.
       fd  tran-file.
       01  tran-record.
           05  tran-code         pic x.
           05  tran-order-id     pic x(8).
           05  tran-status       pic x.
           05  tran-max-width    pic x(3).
           05  tran-max-height   pic x(3).
           05  tran-styles       pic x(4).
           05  tran-grades       pic x(3).
           05  tran-name         pic x(30).
           05  tran-addr-1       pic x(30).
           05  tran-addr-2       pic x(30).
           05  tran-city         pic x(20).
           05  tran-state        pic x(2).
           05  tran-zip          pic x(10).
           05  tran-contact      pic x(30).
           05  tran-phone        pic x(14).

      * The outlet master, keyed on the order id the control cards
      * carry.  An outlet is never deleted - billing and the audit
      * trail still name it after it stops taking puzzles - so a
      * close only sets the status and the closing date.
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

       fd  list-file.
       01  list-line             pic x(132).

       working-storage section.

       01  tran-file-status   pic xx.
       01  outl-file-status   pic xx.
       01  list-file-status   pic xx.

       01  trans-read        pic 9(5) value 0.
       01  trans-added       pic 9(5) value 0.
       01  trans-changed     pic 9(5) value 0.
       01  trans-closed      pic 9(5) value 0.
       01  trans-rejected    pic 9(5) value 0.
       01  highest-rc        pic 99 value 0.

       01  tran-ok-flag      pic x.
           88  tran-is-ok                 value 'Y'.
       01  reject-reason     pic x(50).
       01  change-count      pic 9(3).
       01  chg-field-name    pic x(12).
       01  chg-was           pic x(30).
       01  chg-now           pic x(30).
       01  letter-index      pic 9(1).
       01  edit-width        pic 9(3).
       01  edit-height       pic 9(3).

       01  run-date          pic x(10).
       01  today-date-str    pic x(21).
       01  list-ptr          pic 9(4) comp.
       01  work-num          pic zzzz9.

       procedure division.

      * Keep the outlet master from transaction cards instead of by
      * hand: every card is edited, applied to the keyed master if it
      * passes, and echoed on the audit listing with what it did -
      * the fields an add set, the before and after of every field a
      * change touched, or the reason a card was refused.  A refused
      * card raises the condition code so the listing is looked at
      * before the night's run trusts the master.
       perform 100-initialize
       perform 200-apply-transactions
       perform 400-write-totals
       close outl-file
       close list-file
       move highest-rc to return-code
       stop run.

      * Open the listing and the master, creating the master on the
      * first run exactly as the generator creates the maze library.
       100-initialize.
           move function current-date to today-date-str
           move spaces to run-date
           string today-date-str(1:4) delimited by size
               '-' delimited by size
               today-date-str(5:2) delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               into run-date
           open output list-file
           if list-file-status not = '00'
               display 'UNABLE TO OPEN MAZEOLST - STATUS '
                   list-file-status
               move 16 to return-code
               stop run
           end-if
           open i-o outl-file
           if outl-file-status = '35'
               open output outl-file
               close outl-file
               open i-o outl-file
           end-if
           if outl-file-status not = '00'
               display 'UNABLE TO OPEN MAZEOUTL - STATUS '
                   outl-file-status
               move 16 to return-code
               stop run
           end-if
           move spaces to list-line
           string 'OUTLET MASTER MAINTENANCE  -  RUN DATE '
                   delimited by size
               run-date delimited by size
               into list-line
           write list-line
           move spaces to list-line
           write list-line.

       200-apply-transactions.
           open input tran-file
           perform until tran-file-status not = '00'
               move spaces to tran-record
               read tran-file
                   at end continue
                   not at end perform 210-apply-one-transaction
               end-read
           end-perform
           close tran-file
           if trans-read = 0
               move spaces to list-line
               string 'NO TRANSACTIONS ON OUTLTRAN - MASTER UNCHANGED'
                       delimited by size
                   into list-line
               write list-line
           end-if.

      * Route one card by its code.  Each path either applies the
      * card and lists what it did, or leaves REJECT-REASON set for
      * the refusal line written here.
       210-apply-one-transaction.
           if tran-record = spaces
               exit paragraph
           end-if
           add 1 to trans-read
           move 'Y' to tran-ok-flag
           move spaces to reject-reason
           if tran-order-id = spaces
               move 'ORDER ID MISSING' to reject-reason
               move 'N' to tran-ok-flag
           else
               evaluate tran-code
                   when 'A'
                       perform 300-add-outlet
                   when 'C'
                       perform 320-change-outlet
                   when 'X'
                       perform 340-close-outlet
                   when other
                       move 'TRANSACTION CODE NOT A, C, OR X'
                           to reject-reason
                       move 'N' to tran-ok-flag
               end-evaluate
           end-if
           if not tran-is-ok
               add 1 to trans-rejected
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
               move spaces to list-line
               move 1 to list-ptr
               move trans-read to work-num
               string 'TRAN ' delimited by size
                   work-num delimited by size
                   '  ' delimited by size
                   tran-code delimited by size
                   '  ORDER ' delimited by size
                   tran-order-id delimited by size
                   '  REJECTED - ' delimited by size
                   reject-reason delimited by size
                   into list-line with pointer list-ptr
               write list-line
           end-if.

      * Edit the fields every add and change share.  Only fields that
      * were punched are checked, so a change card may carry just the
      * one field it is changing.
       250-edit-common-fields.
           if tran-status not = space and tran-status not = 'A'
                   and tran-status not = 'S'
               move 'STATUS NOT A OR S - CLOSE WITH AN X CARD'
                   to reject-reason
               move 'N' to tran-ok-flag
           end-if
           if tran-max-width not = spaces
               if tran-max-width is not numeric
                   move 'MAXIMUM WIDTH NOT NUMERIC' to reject-reason
                   move 'N' to tran-ok-flag
               else
                   move tran-max-width to edit-width
                   if edit-width < 5 or edit-width > 200
                       move 'MAXIMUM WIDTH OUTSIDE 5 TO 200'
                           to reject-reason
                       move 'N' to tran-ok-flag
                   end-if
               end-if
           end-if
           if tran-max-height not = spaces
               if tran-max-height is not numeric
                   move 'MAXIMUM HEIGHT NOT NUMERIC' to reject-reason
                   move 'N' to tran-ok-flag
               else
                   move tran-max-height to edit-height
                   if edit-height < 5 or edit-height > 200
                       move 'MAXIMUM HEIGHT OUTSIDE 5 TO 200'
                           to reject-reason
                       move 'N' to tran-ok-flag
                   end-if
               end-if
           end-if
           perform varying letter-index from 1 by 1
                   until letter-index > 4
               if tran-styles(letter-index:1) not = space
                       and tran-styles(letter-index:1) not = 'R'
                       and tran-styles(letter-index:1) not = 'S'
                       and tran-styles(letter-index:1) not = 'T'
                       and tran-styles(letter-index:1) not = 'E'
                   move 'STYLE LIST HOLDS A LETTER NOT R, S, T, OR E'
                       to reject-reason
                   move 'N' to tran-ok-flag
               end-if
           end-perform
           perform varying letter-index from 1 by 1
                   until letter-index > 3
               if tran-grades(letter-index:1) not = space
                       and tran-grades(letter-index:1) not = 'E'
                       and tran-grades(letter-index:1) not = 'M'
                       and tran-grades(letter-index:1) not = 'H'
                   move 'GRADE LIST HOLDS A LETTER NOT E, M, OR H'
                       to reject-reason
                   move 'N' to tran-ok-flag
               end-if
           end-perform.

      * Add a new outlet.  The name is the one field an add cannot
      * do without; the size limits default to the generator's own
      * 200 x 200 ceiling and the status to active.
       300-add-outlet.
           if tran-name = spaces
               move 'OUTLET NAME MISSING ON ADD' to reject-reason
               move 'N' to tran-ok-flag
               exit paragraph
           end-if
           perform 250-edit-common-fields
           if not tran-is-ok
               exit paragraph
           end-if
           move spaces to outl-record
           move tran-order-id to outl-order-id
           move tran-name to outl-name
           move tran-addr-1 to outl-addr-1
           move tran-addr-2 to outl-addr-2
           move tran-city to outl-city
           move tran-state to outl-state
           move tran-zip to outl-zip
           move tran-contact to outl-contact
           move tran-phone to outl-phone
           move 'A' to outl-status
           if tran-status not = space
               move tran-status to outl-status
           end-if
           move 200 to outl-max-width
           move 200 to outl-max-height
           if tran-max-width not = spaces
               move edit-width to outl-max-width
           end-if
           if tran-max-height not = spaces
               move edit-height to outl-max-height
           end-if
           move tran-styles to outl-styles
           move tran-grades to outl-grades
           move run-date to outl-opened
           move run-date to outl-last-maint
           write outl-record
               invalid key
                   move 'ORDER ID ALREADY ON MASTER - USE A C CARD'
                       to reject-reason
                   move 'N' to tran-ok-flag
                   exit paragraph
           end-write
           perform 800-check-master-write
           add 1 to trans-added
           move spaces to list-line
           move 1 to list-ptr
           move trans-read to work-num
           string 'TRAN ' delimited by size
               work-num delimited by size
               '  A  ORDER ' delimited by size
               outl-order-id delimited by size
               '  ADDED  ' delimited by size
               outl-name delimited by size
               '  STATUS ' delimited by size
               outl-status delimited by size
               into list-line with pointer list-ptr
           write list-line
           perform 360-list-outlet-detail.

      * Change an existing outlet, listing the before and after of
      * every field the card actually alters.  A closed outlet stays
      * closed: its id is in the billing history, and a returning
      * customer comes back under a fresh add.
       320-change-outlet.
           move tran-order-id to outl-order-id
           read outl-file
               invalid key
                   move 'ORDER ID NOT ON MASTER' to reject-reason
                   move 'N' to tran-ok-flag
                   exit paragraph
           end-read
           if outlet-is-closed
               move 'OUTLET IS CLOSED - NOT CHANGED' to reject-reason
               move 'N' to tran-ok-flag
               exit paragraph
           end-if
           perform 250-edit-common-fields
           if not tran-is-ok
               exit paragraph
           end-if
           move trans-read to work-num
           move spaces to list-line
           move 1 to list-ptr
           string 'TRAN ' delimited by size
               work-num delimited by size
               '  C  ORDER ' delimited by size
               outl-order-id delimited by size
               '  CHANGED  ' delimited by size
               outl-name delimited by size
               into list-line with pointer list-ptr
           write list-line
           move 0 to change-count
           if tran-name not = spaces and tran-name not = outl-name
               move 'NAME' to chg-field-name
               move outl-name to chg-was
               move tran-name to chg-now
               move tran-name to outl-name
               perform 330-list-change
           end-if
           if tran-addr-1 not = spaces
                   and tran-addr-1 not = outl-addr-1
               move 'ADDRESS 1' to chg-field-name
               move outl-addr-1 to chg-was
               move tran-addr-1 to chg-now
               move tran-addr-1 to outl-addr-1
               perform 330-list-change
           end-if
           if tran-addr-2 not = spaces
                   and tran-addr-2 not = outl-addr-2
               move 'ADDRESS 2' to chg-field-name
               move outl-addr-2 to chg-was
               move tran-addr-2 to chg-now
               move tran-addr-2 to outl-addr-2
               perform 330-list-change
           end-if
           if tran-city not = spaces and tran-city not = outl-city
               move 'CITY' to chg-field-name
               move outl-city to chg-was
               move tran-city to chg-now
               move tran-city to outl-city
               perform 330-list-change
           end-if
           if tran-state not = spaces and tran-state not = outl-state
               move 'STATE' to chg-field-name
               move outl-state to chg-was
               move tran-state to chg-now
               move tran-state to outl-state
               perform 330-list-change
           end-if
           if tran-zip not = spaces and tran-zip not = outl-zip
               move 'ZIP' to chg-field-name
               move outl-zip to chg-was
               move tran-zip to chg-now
               move tran-zip to outl-zip
               perform 330-list-change
           end-if
           if tran-contact not = spaces
                   and tran-contact not = outl-contact
               move 'CONTACT' to chg-field-name
               move outl-contact to chg-was
               move tran-contact to chg-now
               move tran-contact to outl-contact
               perform 330-list-change
           end-if
           if tran-phone not = spaces and tran-phone not = outl-phone
               move 'PHONE' to chg-field-name
               move outl-phone to chg-was
               move tran-phone to chg-now
               move tran-phone to outl-phone
               perform 330-list-change
           end-if
           if tran-status not = space
                   and tran-status not = outl-status
               move 'STATUS' to chg-field-name
               move outl-status to chg-was
               move tran-status to chg-now
               move tran-status to outl-status
               perform 330-list-change
           end-if
           if tran-max-width not = spaces
                   and edit-width not = outl-max-width
               move 'MAX WIDTH' to chg-field-name
               move outl-max-width to chg-was
               move edit-width to chg-now
               move edit-width to outl-max-width
               perform 330-list-change
           end-if
           if tran-max-height not = spaces
                   and edit-height not = outl-max-height
               move 'MAX HEIGHT' to chg-field-name
               move outl-max-height to chg-was
               move edit-height to chg-now
               move edit-height to outl-max-height
               perform 330-list-change
           end-if
           if tran-styles not = spaces
                   and tran-styles not = outl-styles
               move 'STYLES' to chg-field-name
               move outl-styles to chg-was
               move tran-styles to chg-now
               move tran-styles to outl-styles
               perform 330-list-change
           end-if
           if tran-grades not = spaces
                   and tran-grades not = outl-grades
               move 'GRADES' to chg-field-name
               move outl-grades to chg-was
               move tran-grades to chg-now
               move tran-grades to outl-grades
               perform 330-list-change
           end-if
           if change-count = 0
               move spaces to list-line
               string '        NO FIELD DIFFERS FROM THE MASTER - '
                       delimited by size
                   'NOTHING CHANGED' delimited by size
                   into list-line
               write list-line
               add 1 to trans-changed
               exit paragraph
           end-if
           move run-date to outl-last-maint
           rewrite outl-record
               invalid key
                   move '23' to outl-file-status
           end-rewrite
           perform 800-check-master-write
           add 1 to trans-changed.

       330-list-change.
           add 1 to change-count
           move spaces to list-line
           string '        ' delimited by size
               chg-field-name delimited by size
               ' WAS ' delimited by size
               chg-was delimited by size
               ' NOW ' delimited by size
               chg-now delimited by size
               into list-line
           write list-line.

      * Close an outlet.  The record stays on the master under
      * status C with the closing date, so the order edit can tell a
      * closed outlet from a mistyped one.
       340-close-outlet.
           move tran-order-id to outl-order-id
           read outl-file
               invalid key
                   move 'ORDER ID NOT ON MASTER' to reject-reason
                   move 'N' to tran-ok-flag
                   exit paragraph
           end-read
           if outlet-is-closed
               move 'OUTLET ALREADY CLOSED' to reject-reason
               move 'N' to tran-ok-flag
               exit paragraph
           end-if
           move outl-status to chg-was
           move 'C' to outl-status
           move run-date to outl-closed
           move run-date to outl-last-maint
           rewrite outl-record
               invalid key
                   move '23' to outl-file-status
           end-rewrite
           perform 800-check-master-write
           add 1 to trans-closed
           move spaces to list-line
           move 1 to list-ptr
           move trans-read to work-num
           string 'TRAN ' delimited by size
               work-num delimited by size
               '  X  ORDER ' delimited by size
               outl-order-id delimited by size
               '  CLOSED   ' delimited by size
               outl-name delimited by size
               '  STATUS WAS ' delimited by size
               chg-was(1:1) delimited by size
               into list-line with pointer list-ptr
           write list-line.

      * The fields a newly added outlet went on the master with, so
      * the listing can be checked against the contract it came from.
       360-list-outlet-detail.
           move spaces to list-line
           string '        ADDRESS  ' delimited by size
               outl-addr-1 delimited by size
               ' ' delimited by size
               outl-addr-2 delimited by size
               into list-line
           write list-line
           move spaces to list-line
           string '                 ' delimited by size
               outl-city delimited by size
               ' ' delimited by size
               outl-state delimited by size
               ' ' delimited by size
               outl-zip delimited by size
               into list-line
           write list-line
           move spaces to list-line
           string '        CONTACT  ' delimited by size
               outl-contact delimited by size
               ' ' delimited by size
               outl-phone delimited by size
               into list-line
           write list-line
           move spaces to list-line
           move 1 to list-ptr
           string '        MAX SIZE ' delimited by size
               outl-max-width delimited by size
               ' X ' delimited by size
               outl-max-height delimited by size
               '  STYLES ' delimited by size
               into list-line with pointer list-ptr
           if outl-styles = spaces
               string 'ALL ' delimited by size
                   into list-line with pointer list-ptr
           else
               string outl-styles delimited by size
                   into list-line with pointer list-ptr
           end-if
           string '  GRADES ' delimited by size
               into list-line with pointer list-ptr
           if outl-grades = spaces
               string 'ALL' delimited by size
                   into list-line with pointer list-ptr
           else
               string outl-grades delimited by size
                   into list-line with pointer list-ptr
           end-if
           write list-line.

       400-write-totals.
           move spaces to list-line
           write list-line
           move trans-read to work-num
           move spaces to list-line
           string 'TRANSACTIONS READ:     ' delimited by size
               work-num delimited by size
               into list-line
           write list-line
           move trans-added to work-num
           move spaces to list-line
           string 'OUTLETS ADDED:         ' delimited by size
               work-num delimited by size
               into list-line
           write list-line
           move trans-changed to work-num
           move spaces to list-line
           string 'OUTLETS CHANGED:       ' delimited by size
               work-num delimited by size
               into list-line
           write list-line
           move trans-closed to work-num
           move spaces to list-line
           string 'OUTLETS CLOSED:        ' delimited by size
               work-num delimited by size
               into list-line
           write list-line
           move trans-rejected to work-num
           move spaces to list-line
           string 'TRANSACTIONS REJECTED: ' delimited by size
               work-num delimited by size
               into list-line
           write list-line.

      * A failed write to the master stops the run: the listing up to
      * this card says what was applied, and nothing after it is.
       800-check-master-write.
           if outl-file-status not = '00'
               display 'WRITE TO MAZEOUTL FAILED - STATUS '
                   outl-file-status ' - ORDER ' outl-order-id
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.
