
       input-output section.
       file-control.
           select optional aud-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-file-status.
           select optional rate-file assign to "MAZERATE"
               organization line sequential
               file status is rate-file-status.
           select bill-file assign to "MAZEBILL"
               organization line sequential
               file status is bill-file-status.
           select led-file assign to "MAZELEDG"
               organization indexed
               access dynamic
               record key is led-key
               file status is led-file-status.

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

      * One rate per line: the order id the rate belongs to, the size
      * band it covers (S, M, or L, or R for that outlet's flat
       fd  bill-file.
       01  bill-line             pic x(133).

      * The outlet ledger: one open item per statement, payment, and
      * adjustment, keyed by order id and item id.  A statement's
      * item id is I and the billing month; MAZEPAY files payments
      * and adjustments under P or A, the item date, and a sequence
      * number.  Charges carry positive amounts and payments and
      * credits negative ones, so an outlet's balance is simply the
      * sum of its items' open amounts.
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

       working-storage section.

       01  aud-file-status    pic xx.
       01  rate-file-status   pic xx.
       01  bill-file-status   pic xx.
       01  led-file-status    pic xx.

       01  rate-table.
           05  rate-entry occurs 500 times.
       01  lookup-grade      pic x.

      * Billing counts per outlet: one slot per order id seen on the
      * month's audit transactions, counting mazes by size band and
      * grade plus the reprints billed at the flat reprint rate, and
      * the recalled copies credited back at the rate each was billed
      * at.  Band 1/2/3 is S/M/L; grade 1/2/3/4 is E/M/H/ungraded.
       01  outlet-table.
           05  outlet-entry occurs 200 times.
               10  bil-order-id  pic x(8).
               10  bil-band-grade occurs 3 times.
                   15  bil-count occurs 4 times pic 9(5).
               10  bil-reprints  pic 9(5).
               10  bil-credits   pic 9(5).
               10  bil-credit-amt pic 9(7)v99.
       01  outlet-count      pic 9(3) comp value 0.
       01  outlet-index      pic 9(3) comp.
       01  outlet-over-flag  pic x value 'N'.
       01  grade-names-r redefines grade-names.
           05  grade-name occurs 4 times pic x(8).

      * The billing fields of the transaction in hand.
       01  pend-order-id     pic x(8).
       01  pend-band         pic 9(1).
       01  pend-grade        pic 9(1).
       01  grand-count       pic 9(7).
       01  item-count        pic 9(5).

      * The account side of a statement, gathered off the ledger
      * once the month's invoice is filed: everything still open, the
      * payments and adjustments dated in the month, and the amount
      * the month's invoice was filed for.  The balance brought
      * forward is what is left when the month's activity is backed
      * out of what is open now.
       01  acct-open-total   pic s9(9)v99.
       01  acct-payments     pic s9(9)v99.
       01  acct-adjustments  pic s9(9)v99.
       01  acct-invoice-amt  pic s9(9)v99.
       01  acct-credit-amt   pic s9(9)v99.
       01  acct-previous     pic s9(9)v99.
       01  grand-previous    pic s9(9)v99 value 0.
       01  grand-payments    pic s9(9)v99 value 0.
       01  grand-adjustments pic s9(9)v99 value 0.
       01  grand-credits     pic s9(9)v99 value 0.
       01  grand-credit-count pic 9(7) value 0.
       01  grand-due         pic s9(9)v99 value 0.
       01  invoice-item-id   pic x(12).
       01  credit-item-id    pic x(12).
       01  invoice-held-flag pic x.
           88  invoice-was-held           value 'Y'.
       01  invoices-held     pic 9(5) value 0.

      * The outlet's open items once the month's items are filed:
      * charges still owing and credits not yet placed - overpayments,
      * payments MAZEPAY left unapplied on account, and the recall
      * credit - so the credits can be worked down against the
      * charges oldest first.
       01  place-table.
           05  place-entry occurs 200 times.
               10  place-item-id   pic x(12).
               10  place-item-date pic x(10).
               10  place-amount    pic s9(9)v99.
       01  place-count       pic 9(3) comp.
       01  place-index       pic 9(3) comp.
       01  charge-ix         pic 9(3) comp.
       01  credit-ix         pic 9(3) comp.
       01  place-amt         pic s9(9)v99.
       01  grand-placed      pic s9(9)v99 value 0.

       01  run-date          pic x(10).
       01  current-month     pic x(7).
       01  today-date-str    pic x(21).
       01  bill-ptr          pic 9(4) comp.
       01  work-num-7        pic zzzzzz9.
       01  work-rate         pic zz9.99.
       01  work-amount       pic z(8)9.99.
       01  work-signed       pic -(8)9.99.

       procedure division.

      * Turn a month of MAZEAUDT into the outlet statements billing
      * keys by hand today: one page per order id with the month's
      * maze counts priced from the rate master by size band and
      * grade, reprints priced at the flat reprint rate, and a
      * control page whose maze count ties back to the month-to-date
      * count on the MAZERPT summary.  Each statement's charges are
      * filed on the outlet ledger as the month's open item, and the
      * statement carries the account as the ledger has it: the
      * balance brought forward, the payments and adjustments since,
      * and the amount now due.
       perform 100-initialize
       perform 150-load-rate-master
       perform 200-tally-log
       perform 280-add-ledger-outlets
       perform 300-write-statements
       perform 400-write-control-page
       close bill-file
       close led-file
       move highest-rc to return-code
       stop run.

               '-' delimited by size
               today-date-str(5:2) delimited by size
               into current-month
           move spaces to run-date
           string current-month delimited by size
               '-' delimited by size
               today-date-str(7:2) delimited by size
               into run-date
           move spaces to invoice-item-id
           string 'I' delimited by size
               current-month delimited by size
               into invoice-item-id
           move spaces to credit-item-id
           string 'C' delimited by size
               current-month delimited by size
               into credit-item-id
           open output bill-file
           if bill-file-status not = '00'
               display 'UNABLE TO OPEN MAZEBILL - STATUS '
                   bill-file-status
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
           end-if.

       150-load-rate-master.
               end-if
           end-if.

      * Read the whole audit transaction file.  Every PB record
      * inside the billing month bills at the size-and-grade rate and
      * every RP record at the flat reprint rate.  The RC records the
      * recall utility writes, one per copy of a withdrawn maze that
      * went out, are credited in the month the recall was made.  The
      * warning types bill nothing; the maze they qualify has its own
      * record.
       200-tally-log.
           open input aud-file
           perform until aud-file-status not = '00'
               read aud-file
                   at end continue
                   not at end perform 210-route-record
               end-read
           end-perform
           close aud-file.

       210-route-record.
           if aud-date(1:7) not = current-month
               exit paragraph
           end-if
           evaluate aud-type
               when 'PB'
                   perform 220-set-billing-fields
                   perform 230-count-maze
               when 'RP'
                   perform 220-set-billing-fields
                   perform 240-count-reprint
               when 'RC'
                   perform 220-set-billing-fields
                   perform 245-credit-recall
           end-evaluate.

      * The order id, the size band from the cell count, and the
      * grade slot off the grade letter.
       220-set-billing-fields.
           move aud-order-id to pend-order-id
           move aud-width to line-width
           move aud-height to line-height
           compute pend-cells = line-width * line-height
           evaluate true
               when pend-cells <= 1500
               when other
                   move 3 to pend-band
           end-evaluate
           evaluate aud-grade
               when 'E' move 1 to pend-grade
               when 'M' move 2 to pend-grade
               when 'H' move 3 to pend-grade
               when other move 4 to pend-grade
           end-evaluate.

       230-count-maze.
           perform 250-find-outlet-slot
           if outlet-hit-ix > 0
               add 1 to bil-count(outlet-hit-ix, pend-band,
                   pend-grade)
           end-if.

       240-count-reprint.
           perform 250-find-outlet-slot
           if outlet-hit-ix > 0
               add 1 to bil-reprints(outlet-hit-ix)
           end-if.

      * Credit one recalled copy back to the outlet it went to, at the
      * rate it was billed at: the flat reprint rate when the copy
      * went out as a library reprint, the size-and-grade rate
      * otherwise.  The RC record carries the order, size, grade, and
      * how the copy was billed, so the credit is priced without going
      * back to the month the copy ran in.
       245-credit-recall.
           perform 250-find-outlet-slot
           if outlet-hit-ix = 0
               exit paragraph
           end-if
           move pend-order-id to lookup-order
           if aud-ref-label = 'REPRINT '
               perform 265-look-up-reprint-rate
           else
               move band-letters(pend-band:1) to lookup-band
               move grade-letters(pend-grade:1) to lookup-grade
               perform 260-look-up-rate
           end-if
           add 1 to bil-credits(outlet-hit-ix)
           add found-rate to bil-credit-amt(outlet-hit-ix).

       250-find-outlet-slot.
           move 0 to outlet-hit-ix
           perform varying outlet-index from 1 by 1
                   end-perform
               end-perform
               move 0 to bil-reprints(outlet-count)
               move 0 to bil-credits(outlet-count)
               move 0 to bil-credit-amt(outlet-count)
               move outlet-count to outlet-hit-ix
           end-if
           if outlet-hit-ix = 0 and outlet-over-flag = 'N'
               move 'Y' to outlet-over-flag
               display 'MORE THAN 200 OUTLETS ON MAZEAUDT - '
                   'STATEMENTS INCOMPLETE'
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

      * An outlet that bought nothing this month but still owes, or
      * is owed, money gets a statement all the same - it is the
      * only notice the outlet has of its balance.  Walk the ledger
      * and give every order id with an open item a slot; the
      * month's own invoice and recall credit do not count, since a
      * rerun of the month would otherwise keep an outlet on the run
      * that the audit transactions no longer bill.
       280-add-ledger-outlets.
           move low-values to led-key
           start led-file key not < led-key
               invalid key continue
           end-start
           if led-file-status = '00'
               perform until led-file-status not = '00'
                   read led-file next
                       at end continue
                       not at end
                           if led-open not = 0
                               and led-item-id not = invoice-item-id
                               and led-item-id not = credit-item-id
                               move led-order-id to pend-order-id
                               perform 250-find-outlet-slot
                           end-if
                   end-read
               end-perform
           end-if.

      * Find the rate for an outlet, band, and grade.  The search
      * prefers the outlet's own exact-grade rate, then its any-grade
      * rate for the band, then the DEFAULT outlet's rates the same
               end-if
           end-if.

      * The outlet's flat reprint rate, backstopped by the DEFAULT
      * outlet's the same way the size-and-grade rates are.
       265-look-up-reprint-rate.
           move 'R' to lookup-band
           move space to lookup-grade
           move 'N' to rate-found-flag
           move 0 to found-rate
           perform 270-scan-rates
           if not rate-was-found
               move 'DEFAULT ' to lookup-order
               perform 270-scan-rates
           end-if
           if not rate-was-found
               set a-rate-was-missing to true
               if highest-rc < 4
                   move 4 to highest-rc
               end-if
           end-if.

       270-scan-rates.
           perform varying rate-index from 1 by 1
                   until rate-index > rate-count
           write bill-line
           move outlet-total to work-amount
           move spaces to bill-line
           string ' TOTAL CHARGES:                              '
                   delimited by size
               work-amount delimited by size
               into bill-line
           write bill-line
           add outlet-total to grand-total
           perform 340-file-month-invoice
           if bil-credits(outlet-index) > 0
               perform 335-write-recall-credit
           end-if
           perform 345-file-recall-credit
           perform 346-place-open-credits
           perform 350-gather-account
           perform 360-write-account-summary.

       320-write-line-item.
           move bil-order-id(outlet-index) to lookup-order

       330-write-reprint-item.
           move bil-order-id(outlet-index) to lookup-order
           perform 265-look-up-reprint-rate
           compute line-amount = bil-reprints(outlet-index)
               * found-rate
           add line-amount to outlet-total
           end-if
           write bill-line.

      * The credit for recalled mazes sits under the charges as a line
      * of its own, so the outlet sees what it was billed and what is
      * being given back.  Each copy was priced at its own rate when
      * the recall line was read.
       335-write-recall-credit.
           add bil-credits(outlet-index) to grand-credit-count
           move spaces to bill-line
           move 1 to bill-ptr
           move bil-credits(outlet-index) to work-num
           compute acct-credit-amt = 0 - bil-credit-amt(outlet-index)
           move acct-credit-amt to work-signed
           string ' RECALLED MAZES CREDITED' delimited by size
               '  MAZES ' delimited by size
               work-num delimited by size
               '       ' delimited by size
               work-signed delimited by size
               into bill-line with pointer bill-ptr
           write bill-line.

      * File the month's charges on the ledger as the outlet's open
      * item for the month.  A rerun of the month refiles the item
      * with the new total as long as nothing has been applied to it
      * yet; once a payment or a credit has touched it, the ledger is
      * left alone and the statement says so, since rewriting it
      * would undo the posting.  That includes a credit this program
      * placed on it itself when the month was first filed: a month
      * billed while the account held an open credit - its own recall
      * credit or an earlier overpayment - cannot be rebilled, and a
      * correction to it goes on the ledger as an adjustment instead.
      * A month with no charges files nothing.
       340-file-month-invoice.
           move 'N' to invoice-held-flag
           move bil-order-id(outlet-index) to led-order-id
           move invoice-item-id to led-item-id
           read led-file
               invalid key
                   if outlet-total > 0
                       move 'I' to led-item-type
                       move run-date to led-item-date
                       move 'STATEMENT' to led-reference
                       move outlet-total to led-original
                       move outlet-total to led-open
                       move 'O' to led-status
                       move run-date to led-last-activity
                       write led-record
                       perform 370-check-ledger-write
                   end-if
               not invalid key
                   if led-open = led-original
                       move outlet-total to led-original
                       move outlet-total to led-open
                       move run-date to led-item-date
                       move run-date to led-last-activity
                       if outlet-total = 0
                           move 'C' to led-status
                       else
                           move 'O' to led-status
                       end-if
                       rewrite led-record
                       perform 370-check-ledger-write
                   else
                       set invoice-was-held to true
                       add 1 to invoices-held
                       if highest-rc < 4
                           move 4 to highest-rc
                       end-if
                   end-if
           end-read.

      * File the month's recall credit on the ledger as an adjustment
      * item of its own beside the invoice, under C and the billing
      * month, carrying a negative amount like every credit.  A rerun
      * refiles it under the same rule as the invoice: only while
      * nothing has been applied against it, which is never once it
      * has been placed on a charge.
       345-file-recall-credit.
           compute acct-credit-amt = 0 - bil-credit-amt(outlet-index)
           move bil-order-id(outlet-index) to led-order-id
           move credit-item-id to led-item-id
           read led-file
               invalid key
                   if acct-credit-amt < 0
                       move 'A' to led-item-type
                       move run-date to led-item-date
                       move 'RECALL CREDIT' to led-reference
                       move acct-credit-amt to led-original
                       move acct-credit-amt to led-open
                       move 'O' to led-status
                       move run-date to led-last-activity
                       write led-record
                       perform 370-check-ledger-write
                   end-if
               not invalid key
                   if led-open = led-original
                       move acct-credit-amt to led-original
                       move acct-credit-amt to led-open
                       move run-date to led-item-date
                       move run-date to led-last-activity
                       if acct-credit-amt = 0
                           move 'C' to led-status
                       else
                           move 'O' to led-status
                       end-if
                       rewrite led-record
                       perform 370-check-ledger-write
                   else
                       if not invoice-was-held
                           add 1 to invoices-held
                       end-if
                       set invoice-was-held to true
                       if highest-rc < 4
                           move 4 to highest-rc
                       end-if
                   end-if
           end-read.

      * Place the outlet's open credits against its open charges, the
      * oldest credit against the oldest charge, until one side runs
      * out.  This is the one place a credit left open on the account
      * - an overpayment, a payment whose named item was no longer
      * open, or the month's recall credit - is applied, so the aged
      * trial balance never ages a charge the account has already
      * paid for.  Both items are rewritten with what is left open and
      * closed when nothing is; the balance itself does not change.
       346-place-open-credits.
           move 0 to place-count
           move bil-order-id(outlet-index) to led-order-id
           move low-values to led-item-id
           start led-file key not < led-key
               invalid key continue
           end-start
           if led-file-status = '00'
               perform until led-file-status not = '00'
                   read led-file next
                       at end continue
                       not at end
                           if led-order-id not =
                                   bil-order-id(outlet-index)
                               move '10' to led-file-status
                           else
                               if led-open not = 0
                                       and place-count < 200
                                   add 1 to place-count
                                   move led-item-id
                                       to place-item-id(place-count)
                                   move led-item-date
                                       to place-item-date(place-count)
                                   move led-open
                                       to place-amount(place-count)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           perform 347-place-one-credit with test after
               until charge-ix = 0 or credit-ix = 0.

      * Find the oldest open charge and the oldest open credit and set
      * as much of the one against the other as both allow; either
      * index left at zero means there is nothing more to place.
       347-place-one-credit.
           move 0 to charge-ix
           move 0 to credit-ix
           perform varying place-index from 1 by 1
                   until place-index > place-count
               if place-amount(place-index) > 0
                   if charge-ix = 0
                       move place-index to charge-ix
                   else
                       if place-item-date(place-index)
                               < place-item-date(charge-ix)
                           move place-index to charge-ix
                       end-if
                   end-if
               end-if
               if place-amount(place-index) < 0
                   if credit-ix = 0
                       move place-index to credit-ix
                   else
                       if place-item-date(place-index)
                               < place-item-date(credit-ix)
                           move place-index to credit-ix
                       end-if
                   end-if
               end-if
           end-perform
           if charge-ix = 0 or credit-ix = 0
               exit paragraph
           end-if
           compute place-amt = 0 - place-amount(credit-ix)
           if place-amount(charge-ix) < place-amt
               move place-amount(charge-ix) to place-amt
           end-if
           subtract place-amt from place-amount(charge-ix)
           add place-amt to place-amount(credit-ix)
           add place-amt to grand-placed
           move charge-ix to place-index
           perform 348-settle-item
           move credit-ix to place-index
           perform 348-settle-item.

       348-settle-item.
           move bil-order-id(outlet-index) to led-order-id
           move place-item-id(place-index) to led-item-id
           read led-file
               invalid key
                   move 0 to place-amount(place-index)
               not invalid key
                   move place-amount(place-index) to led-open
                   if led-open = 0
                       move 'C' to led-status
                   end-if
                   move run-date to led-last-activity
                   rewrite led-record
                   perform 370-check-ledger-write
           end-read.

      * Read the outlet's ledger items: the total still open, the
      * payments and adjustments dated in the billing month, and the
      * amount this month's item stands at.
       350-gather-account.
           move 0 to acct-open-total
           move 0 to acct-payments
           move 0 to acct-adjustments
           move 0 to acct-invoice-amt
           move 0 to acct-credit-amt
           move bil-order-id(outlet-index) to led-order-id
           move low-values to led-item-id
           start led-file key not < led-key
               invalid key continue
           end-start
           if led-file-status = '00'
               perform until led-file-status not = '00'
                   read led-file next
                       at end continue
                       not at end
                           if led-order-id not =
                                   bil-order-id(outlet-index)
                               move '10' to led-file-status
                           else
                               perform 355-absorb-ledger-item
                           end-if
                   end-read
               end-perform
           end-if
           compute acct-previous = acct-open-total - acct-invoice-amt
               - acct-payments - acct-adjustments - acct-credit-amt.

       355-absorb-ledger-item.
           add led-open to acct-open-total
           evaluate true
               when led-item-id = invoice-item-id
                   move led-original to acct-invoice-amt
               when led-item-id = credit-item-id
                   move led-original to acct-credit-amt
               when led-item-date(1:7) not = current-month
                   continue
               when led-is-payment
                   add led-original to acct-payments
               when led-is-adjustment
                   add led-original to acct-adjustments
           end-evaluate.

      * The account summary under the charges: what was owed before
      * the month, what came in and what was adjusted since, this
      * month's charges as the ledger holds them, and the amount due
      * now.  A negative amount due is a credit on the account.
       360-write-account-summary.
           move spaces to bill-line
           write bill-line
           move acct-previous to work-signed
           move spaces to bill-line
           string ' PREVIOUS BALANCE:                           '
                   delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           move acct-payments to work-signed
           move spaces to bill-line
           string ' PAYMENTS RECEIVED:                          '
                   delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           if acct-adjustments not = 0
               move acct-adjustments to work-signed
               move spaces to bill-line
               string ' ADJUSTMENTS:                                '
                       delimited by size
                   work-signed delimited by size
                   into bill-line
               write bill-line
           end-if
           move acct-invoice-amt to work-signed
           move spaces to bill-line
           string ' CHARGES THIS MONTH:                         '
                   delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           if acct-credit-amt not = 0
               move acct-credit-amt to work-signed
               move spaces to bill-line
               string ' RECALL CREDITS:                             '
                       delimited by size
                   work-signed delimited by size
                   into bill-line
               write bill-line
           end-if
           move acct-open-total to work-signed
           move spaces to bill-line
           string ' AMOUNT DUE:                                 '
                   delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           if acct-open-total < 0
               move spaces to bill-line
               string ' (CREDIT BALANCE - NOTHING DUE)'
                       delimited by size
                   into bill-line
               write bill-line
           end-if
           if invoice-was-held
               move spaces to bill-line
               string ' (PAYMENTS OR CREDITS ALREADY APPLIED TO THIS '
                       delimited by size
                   'MONTH - LEDGER ITEM LEFT AS FILED)'
                       delimited by size
                   into bill-line
               write bill-line
           end-if
           add acct-previous to grand-previous
           add acct-payments to grand-payments
           add acct-adjustments to grand-adjustments
           add acct-credit-amt to grand-credits
           add acct-open-total to grand-due.

      * A ledger write that fails leaves the month's item missing
      * behind a printed statement, so the run stops on it.
       370-check-ledger-write.
           if led-file-status not = '00'
               display 'WRITE TO MAZELEDG FAILED - STATUS '
                   led-file-status ' - ORDER '
                   bil-order-id(outlet-index) ' - RUN STOPPED'
               move 16 to return-code
               stop run
           end-if.

      * The control page totals every outlet.  Its maze count is the
      * month's PB and RP transactions - the same records MAZERPT
      * counts month to date - so billing and the production summary
      * can be tied against each other before the statements go out.
       400-write-control-page.
           move spaces to bill-line
           string '1BILLING CONTROL PAGE  -  MONTH ' delimited by size
           write bill-line
           move grand-total to work-amount
           move spaces to bill-line
           string ' TOTAL CHARGES, ALL OUTLETS:' delimited by size
               work-amount delimited by size
               into bill-line
           write bill-line
           move spaces to bill-line
           write bill-line
           move grand-previous to work-signed
           move spaces to bill-line
           string ' PREVIOUS BALANCES:         ' delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           move grand-payments to work-signed
           move spaces to bill-line
           string ' PAYMENTS RECEIVED:         ' delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           move grand-adjustments to work-signed
           move spaces to bill-line
           string ' ADJUSTMENTS:               ' delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           move grand-credits to work-signed
           move spaces to bill-line
           move 1 to bill-ptr
           string ' RECALL CREDITS:            ' delimited by size
               work-signed delimited by size
               into bill-line with pointer bill-ptr
           if grand-credit-count > 0
               move grand-credit-count to work-num-7
               string '  (' delimited by size
                   work-num-7 delimited by size
                   ' RECALLED COPIES)' delimited by size
                   into bill-line with pointer bill-ptr
           end-if
           write bill-line
           move grand-due to work-signed
           move spaces to bill-line
           string ' AMOUNT DUE, ALL OUTLETS:   ' delimited by size
               work-signed delimited by size
               into bill-line
           write bill-line
           if grand-placed > 0
               move grand-placed to work-signed
               move spaces to bill-line
               string ' CREDITS PLACED ON CHARGES: ' delimited by size
                   work-signed delimited by size
                   into bill-line
               write bill-line
           end-if
           if invoices-held > 0
               move invoices-held to work-num
               move spaces to bill-line
               string ' MONTH ITEMS ALREADY APPLIED, NOT REFILED:    '
                       delimited by size
                   work-num delimited by size
                   into bill-line
               write bill-line
           end-if
           if a-rate-was-missing
               move spaces to bill-line
               string ' ONE OR MORE RATES MISSING FROM MAZERATE - '
