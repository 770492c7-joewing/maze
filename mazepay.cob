       identification division.
       program-id. mazepay.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional pay-file assign to "MAZEPAYT"
               organization line sequential
               file status is pay-file-status.
           select led-file assign to "MAZELEDG"
               organization indexed
               access dynamic
               record key is led-key
               file status is led-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
           select jrnl-file assign to "MAZEPJRN"
               organization line sequential
               file status is jrnl-file-status.

       data division.
       file section.
      * One payment or adjustment per card.  P is cash received and
      * always a credit; A is an adjustment, C to credit the outlet
      * or D to charge it.  The amount is punched as nine digits with
      * two implied decimal places.  A payment may name the item it
      * pays - the statement's item id, I and the month - and is
      * applied there first; whatever is not named or is left over is
      * applied to the outlet's oldest open charges.
       fd  pay-file.
       01  pay-record.
           05  pay-type          pic x.
           05  pay-order-id      pic x(8).
           05  pay-date          pic x(10).
           05  pay-dr-cr         pic x.
           05  pay-amount        pic 9(7)v99.
           05  pay-reference     pic x(12).
           05  pay-apply-to      pic x(12).
       01  pay-raw.
           05  filler            pic x(20).
           05  raw-amount        pic x(9).
           05  filler            pic x(24).

      * The outlet ledger MAZEBIL files each month's statement on.
      * Charges carry positive amounts and payments and credits
      * negative ones, so an outlet's balance is the sum of its
      * items' open amounts.
       fd  led-file.
       01  led-record.
           05  led-key.
               10  led-order-id  pic x(8).
               10  led-item-id   pic x(12).
           05  led-item-type     pic x.
               88  led-is-invoice             value 'I'.
               88  led-is-payment             value 'P'.
               88  led-is-adjustment          value 'A'.
           05  led-item-date     pic x(10).
           05  led-reference     pic x(12).
           05  led-original      pic s9(9)v99.
           05  led-open          pic s9(9)v99.
           05  led-status        pic x.
               88  led-item-is-open           value 'O'.
               88  led-item-is-closed         value 'C'.
           05  led-last-activity pic x(10).

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

       fd  jrnl-file.
       01  jrnl-line             pic x(132).

       working-storage section.

       01  pay-file-status    pic xx.
       01  led-file-status    pic xx.
       01  outl-file-status   pic xx.
       01  jrnl-file-status   pic xx.

       01  cards-read        pic 9(5) value 0.
       01  cards-posted      pic 9(5) value 0.
       01  cards-rejected    pic 9(5) value 0.
       01  pay-ok-flag       pic x.
           88  pay-is-ok                  value 'Y'.
       01  reject-reason     pic x(50).
       01  known-flag        pic x.
           88  outlet-is-known            value 'Y'.

      * The credit being applied: what is left of it, and the item it
      * will be filed under once the applications are done.
       01  remaining-credit  pic s9(9)v99.
       01  apply-amount      pic s9(9)v99.
       01  new-item-id       pic x(12).
       01  item-seq          pic 9(3).
       01  seq-free-flag     pic x.
           88  seq-is-free                value 'Y'.
       01  spread-flag       pic x.
           88  credit-may-spread          value 'Y'.

      * The outlet's open charges, oldest first when the credit is
      * spread: loaded once per card and worked down by item date.
       01  open-table.
           05  open-entry occurs 200 times.
               10  open-item-id  pic x(12).
               10  open-item-date pic x(10).
               10  open-amount   pic s9(9)v99.
       01  open-count        pic 9(3) comp.
       01  open-index        pic 9(3) comp.
       01  oldest-ix         pic 9(3) comp.

       01  total-payments    pic s9(9)v99 value 0.
       01  total-credit-adj  pic s9(9)v99 value 0.
       01  total-debit-adj   pic s9(9)v99 value 0.
       01  total-applied     pic s9(9)v99 value 0.
       01  total-unapplied   pic s9(9)v99 value 0.
       01  total-overpaid    pic s9(9)v99 value 0.
       01  highest-rc        pic 99 value 0.

       01  run-date          pic x(10).
       01  today-date-str    pic x(21).
       01  jrnl-ptr          pic 9(4) comp.
       01  work-num          pic zzzz9.
       01  work-amount       pic z(8)9.99.
       01  work-signed       pic -(8)9.99.

       procedure division.

      * Post the day's payments and adjustments to the outlet ledger
      * MAZEBIL files the statements on.  Each card is edited, filed
      * as its own ledger item, and - when it is a credit - applied
      * against the outlet's open charges: the item the payment names
      * first, then the oldest.  The posting journal shows every card
      * with what it was applied to, what was left unapplied because
      * the item it named was not open, and what overpaid the account
      * and sits on it as a credit.  A refused card raises the
      * condition code so the journal is looked at before the cash is
      * banked as posted.
       perform 100-initialize
       perform 200-post-transactions
       perform 400-write-totals
       close led-file
       close outl-file
       close jrnl-file
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
           open output jrnl-file
           if jrnl-file-status not = '00'
               display 'UNABLE TO OPEN MAZEPJRN - STATUS '
                   jrnl-file-status
               move 16 to return-code
               stop run
           end-if
           open i-o led-file
           if led-file-status = '35'
               open output led-file
               close led-file
               open i-o led-file
           end-if
           if led-file-status not = '00'
               display 'UNABLE TO OPEN MAZELEDG - STATUS '
                   led-file-status
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
           move spaces to jrnl-line
           string 'CASH POSTING JOURNAL  -  RUN DATE ' delimited by size
               run-date delimited by size
               into jrnl-line
           write jrnl-line
           move spaces to jrnl-line
           write jrnl-line.

       200-post-transactions.
           open input pay-file
           perform until pay-file-status not = '00'
               read pay-file
                   at end continue
                   not at end
                       if pay-record not = spaces
                           add 1 to cards-read
                           perform 210-post-one-card
                       end-if
               end-read
           end-perform
           close pay-file.

       210-post-one-card.
           perform 220-edit-card
           perform 215-list-card
           if not pay-is-ok
               add 1 to cards-rejected
               move spaces to jrnl-line
               string '    REJECTED - ' delimited by size
                   reject-reason delimited by size
                   into jrnl-line
               write jrnl-line
               move spaces to jrnl-line
               write jrnl-line
               if highest-rc < 8
                   move 8 to highest-rc
               end-if
               exit paragraph
           end-if
           add 1 to cards-posted
           perform 240-assign-item-id
           if pay-type = 'A' and pay-dr-cr = 'D'
               perform 300-file-debit-adjustment
           else
               perform 310-apply-credit
           end-if
           move spaces to jrnl-line
           write jrnl-line.

      * Echo the card as punched at the head of its journal entry.
       215-list-card.
           move spaces to jrnl-line
           move 1 to jrnl-ptr
           move cards-read to work-num
           string 'CARD ' delimited by size
               work-num delimited by size
               '  ' delimited by size
               into jrnl-line with pointer jrnl-ptr
           evaluate true
               when pay-type = 'P'
                   string 'PAYMENT          ' delimited by size
                       into jrnl-line with pointer jrnl-ptr
               when pay-type = 'A' and pay-dr-cr = 'D'
                   string 'DEBIT ADJUSTMENT ' delimited by size
                       into jrnl-line with pointer jrnl-ptr
               when pay-type = 'A'
                   string 'CREDIT ADJUSTMENT' delimited by size
                       into jrnl-line with pointer jrnl-ptr
               when other
                   string 'TYPE ' delimited by size
                       pay-type delimited by size
                       '           ' delimited by size
                       into jrnl-line with pointer jrnl-ptr
           end-evaluate
           string '  ORDER ' delimited by size
               pay-order-id delimited by size
               '  DATE ' delimited by size
               pay-date delimited by size
               '  AMOUNT ' delimited by size
               into jrnl-line with pointer jrnl-ptr
           if raw-amount is numeric
               move pay-amount to work-amount
               string work-amount delimited by size
                   into jrnl-line with pointer jrnl-ptr
           else
               string raw-amount delimited by size
                   into jrnl-line with pointer jrnl-ptr
           end-if
           string '  REF ' delimited by size
               pay-reference delimited by size
               into jrnl-line with pointer jrnl-ptr
           if pay-apply-to not = spaces
               string '  APPLY TO ' delimited by size
                   pay-apply-to delimited by size
                   into jrnl-line with pointer jrnl-ptr
           end-if
           write jrnl-line.

      * A card is refused outright, never guessed at: an unknown
      * type, a date that is not a date, an amount that is not a
      * positive number, or an order id that is neither on the outlet
      * master nor already on the ledger.
       220-edit-card.
           move 'Y' to pay-ok-flag
           move spaces to reject-reason
           evaluate true
               when pay-type not = 'P' and pay-type not = 'A'
                   move 'TYPE MUST BE P OR A' to reject-reason
               when pay-type = 'A' and pay-dr-cr not = 'C'
                       and pay-dr-cr not = 'D'
                   move 'ADJUSTMENT MUST BE C OR D' to reject-reason
               when pay-date(1:4) is not numeric
                       or pay-date(6:2) is not numeric
                       or pay-date(9:2) is not numeric
                       or pay-date(5:1) not = '-'
                       or pay-date(8:1) not = '-'
                   move 'DATE NOT YYYY-MM-DD' to reject-reason
               when raw-amount is not numeric
                   move 'AMOUNT NOT NUMERIC' to reject-reason
               when pay-amount = 0
                   move 'AMOUNT IS ZERO' to reject-reason
           end-evaluate
           if reject-reason = spaces
               perform 230-check-outlet-known
               if not outlet-is-known
                   move 'ORDER ID NOT ON OUTLET MASTER OR LEDGER'
                       to reject-reason
               end-if
           end-if
           if reject-reason not = spaces
               move 'N' to pay-ok-flag
           end-if.

      * An order id is known when the outlet master carries it, or
      * when the ledger already holds items for it - the house's own
      * standard order and outlets billed before the master existed
      * have statements on file but no master record.
       230-check-outlet-known.
           move 'N' to known-flag
           move pay-order-id to outl-order-id
           read outl-file
               invalid key continue
               not invalid key set outlet-is-known to true
           end-read
           if outlet-is-known
               exit paragraph
           end-if
           move pay-order-id to led-order-id
           move low-values to led-item-id
           start led-file key not < led-key
               invalid key continue
           end-start
           if led-file-status = '00'
               read led-file next
                   at end continue
                   not at end
                       if led-order-id = pay-order-id
                           set outlet-is-known to true
                       end-if
               end-read
           end-if.

      * The card's own ledger item: P or A, the card's date, and the
      * first sequence number free that day for the outlet.
       240-assign-item-id.
           move 0 to item-seq
           move 'N' to seq-free-flag
           perform until seq-is-free or item-seq = 999
               add 1 to item-seq
               move spaces to new-item-id
               string pay-type delimited by size
                   pay-date(1:4) delimited by size
                   pay-date(6:2) delimited by size
                   pay-date(9:2) delimited by size
                   item-seq delimited by size
                   into new-item-id
               move pay-order-id to led-order-id
               move new-item-id to led-item-id
               read led-file
                   invalid key set seq-is-free to true
               end-read
           end-perform.

      * A debit adjustment is a charge in its own right: it goes on
      * the ledger as an open item dated the card's date and ages
      * from there like a statement.
       300-file-debit-adjustment.
           move spaces to led-record
           move pay-order-id to led-order-id
           move new-item-id to led-item-id
           move 'A' to led-item-type
           move pay-date to led-item-date
           move pay-reference to led-reference
           move pay-amount to led-original
           move pay-amount to led-open
           move 'O' to led-status
           move run-date to led-last-activity
           write led-record
           perform 800-check-ledger-write
           add pay-amount to total-debit-adj
           move spaces to jrnl-line
           string '    FILED AS OPEN CHARGE ' delimited by size
               new-item-id delimited by size
               into jrnl-line
           write jrnl-line.

      * Apply a payment or credit adjustment.  The item the card
      * names is paid first; a named item that is not on the ledger
      * or no longer open leaves the whole credit open on the account,
      * rather than spreading money the outlet meant for one statement
      * across others.  Otherwise the credit, or what the named item
      * did not take, goes to the oldest open charges in turn, and
      * anything left after every charge is paid is an overpayment
      * left open as a credit.  Either way the open credit is placed
      * by MAZEBIL, which sets every open credit against the oldest
      * open charges when it files the next month's statement.
       310-apply-credit.
           if pay-type = 'P'
               add pay-amount to total-payments
           else
               add pay-amount to total-credit-adj
           end-if
           move pay-amount to remaining-credit
           move 'Y' to spread-flag
           if pay-apply-to not = spaces
               move 'N' to spread-flag
               move pay-order-id to led-order-id
               move pay-apply-to to led-item-id
               read led-file
                   invalid key continue
                   not invalid key
                       if led-open > 0
                           set credit-may-spread to true
                           perform 330-apply-to-item
                       end-if
               end-read
               if not credit-may-spread
                   move remaining-credit to work-amount
                   move spaces to jrnl-line
                   string '    ' delimited by size
                       pay-apply-to delimited by size
                       ' NOT OPEN - UNAPPLIED ON ACCOUNT'
                           delimited by size
                       work-amount delimited by size
                       into jrnl-line
                   write jrnl-line
                   add remaining-credit to total-unapplied
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               end-if
           end-if
           if credit-may-spread and remaining-credit > 0
               perform 320-load-open-charges
               perform 325-apply-to-oldest with test after
                   until remaining-credit = 0 or oldest-ix = 0
               if remaining-credit > 0
                   move remaining-credit to work-amount
                   move spaces to jrnl-line
                   string '    OVERPAYMENT - CREDIT ON ACCOUNT     '
                           delimited by size
                       work-amount delimited by size
                       into jrnl-line
                   write jrnl-line
                   add remaining-credit to total-overpaid
               end-if
           end-if
           move spaces to led-record
           move pay-order-id to led-order-id
           move new-item-id to led-item-id
           move pay-type to led-item-type
           move pay-date to led-item-date
           move pay-reference to led-reference
           compute led-original = 0 - pay-amount
           compute led-open = 0 - remaining-credit
           if remaining-credit = 0
               move 'C' to led-status
           else
               move 'O' to led-status
           end-if
           move run-date to led-last-activity
           write led-record
           perform 800-check-ledger-write.

      * Load the outlet's open charges so the oldest can be found.
       320-load-open-charges.
           move 0 to open-count
           move pay-order-id to led-order-id
           move low-values to led-item-id
           start led-file key not < led-key
               invalid key continue
           end-start
           if led-file-status = '00'
               perform until led-file-status not = '00'
                   read led-file next
                       at end continue
                       not at end
                           if led-order-id not = pay-order-id
                               move '10' to led-file-status
                           else
                               if led-open > 0 and open-count < 200
                                   add 1 to open-count
                                   move led-item-id
                                       to open-item-id(open-count)
                                   move led-item-date
                                       to open-item-date(open-count)
                                   move led-open
                                       to open-amount(open-count)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

      * Find the oldest charge still open in the table and apply the
      * credit to it; OLDEST-IX left at zero means none is left.
       325-apply-to-oldest.
           move 0 to oldest-ix
           perform varying open-index from 1 by 1
                   until open-index > open-count
               if open-amount(open-index) > 0
                   if oldest-ix = 0
                       move open-index to oldest-ix
                   else
                       if open-item-date(open-index)
                               < open-item-date(oldest-ix)
                           move open-index to oldest-ix
                       end-if
                   end-if
               end-if
           end-perform
           if oldest-ix > 0
               move pay-order-id to led-order-id
               move open-item-id(oldest-ix) to led-item-id
               read led-file
                   invalid key move 0 to open-amount(oldest-ix)
                   not invalid key
                       perform 330-apply-to-item
                       move led-open to open-amount(oldest-ix)
               end-read
           end-if.

      * Apply as much of the remaining credit as the item just read
      * still owes, rewrite it, and journal the application.
       330-apply-to-item.
           if remaining-credit < led-open
               move remaining-credit to apply-amount
           else
               move led-open to apply-amount
           end-if
           subtract apply-amount from led-open
           subtract apply-amount from remaining-credit
           add apply-amount to total-applied
           if led-open = 0
               move 'C' to led-status
           end-if
           move run-date to led-last-activity
           rewrite led-record
           perform 800-check-ledger-write
           move spaces to jrnl-line
           move 1 to jrnl-ptr
           move apply-amount to work-amount
           string '    APPLIED TO ' delimited by size
               led-item-id delimited by size
               ' DATED ' delimited by size
               led-item-date delimited by size
               '   ' delimited by size
               work-amount delimited by size
               into jrnl-line with pointer jrnl-ptr
           move led-open to work-signed
           string '   ITEM NOW OPEN ' delimited by size
               work-signed delimited by size
               into jrnl-line with pointer jrnl-ptr
           write jrnl-line.

       400-write-totals.
           move spaces to jrnl-line
           write jrnl-line
           move cards-read to work-num
           move spaces to jrnl-line
           string 'CARDS READ:              ' delimited by size
               work-num delimited by size
               into jrnl-line
           write jrnl-line
           move cards-posted to work-num
           move spaces to jrnl-line
           string 'CARDS POSTED:            ' delimited by size
               work-num delimited by size
               into jrnl-line
           write jrnl-line
           move cards-rejected to work-num
           move spaces to jrnl-line
           string 'CARDS REJECTED:          ' delimited by size
               work-num delimited by size
               into jrnl-line
           write jrnl-line
           move spaces to jrnl-line
           write jrnl-line
           move total-payments to work-signed
           move spaces to jrnl-line
           string 'PAYMENTS RECEIVED:       ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line
           move total-credit-adj to work-signed
           move spaces to jrnl-line
           string 'CREDIT ADJUSTMENTS:      ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line
           move total-debit-adj to work-signed
           move spaces to jrnl-line
           string 'DEBIT ADJUSTMENTS:       ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line
           move total-applied to work-signed
           move spaces to jrnl-line
           string 'APPLIED TO OPEN ITEMS:   ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line
           move total-unapplied to work-signed
           move spaces to jrnl-line
           string 'UNAPPLIED ON ACCOUNT:    ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line
           move total-overpaid to work-signed
           move spaces to jrnl-line
           string 'OVERPAYMENTS ON ACCOUNT: ' delimited by size
               work-signed delimited by size
               into jrnl-line
           write jrnl-line.

      * A ledger write that fails mid-card leaves the card half
      * applied, so the run stops there with RC 16 and the journal
      * names the card to start from.
       800-check-ledger-write.
           if led-file-status not = '00'
               display 'WRITE TO MAZELEDG FAILED - STATUS '
                   led-file-status ' - CARD ' cards-read
                   ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.
