       identification division.
       program-id. mazeage.
       author. Joe Wingbermuehle.
       date-written. 2026-10-15.

       environment division.

       input-output section.
       file-control.
           select optional date-card assign to "AGEDATE"
               organization line sequential
               file status is date-card-status.
           select optional led-file assign to "MAZELEDG"
               organization indexed
               access dynamic
               record key is led-key
               file status is led-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.
           select report-file assign to "MAZEAGED"
               organization line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  date-card.
       01  date-card-record.
           05  card-as-of-date   pic x(10).

      * The outlet ledger MAZEBIL and MAZEPAY keep.  Charges carry
      * positive amounts and payments and credits negative ones.
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

       fd  report-file.
       01  report-line           pic x(132).

       working-storage section.

       01  date-card-status   pic xx.
       01  led-file-status    pic xx.
       01  outl-file-status   pic xx.
       01  report-file-status pic xx.

       01  as-of-date        pic x(10).
       01  as-of-num         pic 9(8).
       01  as-of-int         pic 9(7).
       01  item-num          pic 9(8).
       01  item-age          pic s9(7).

      * The aging buckets, by the open item's own date: current is
      * under 30 days old, then 30, 60, and 90 days and over.  An
      * open credit - an overpayment or an unapplied payment - is not
      * aged; it is held in its own column and netted in the balance.
      * MAZEBIL sets every open credit against the oldest charges when
      * it files the month's statement, so a credit here beside aged
      * charges is one posted since the last billing run.
       01  age-buckets.
           05  age-amount occurs 6 times pic s9(9)v99.
       01  grand-buckets.
           05  grand-amount occurs 6 times pic s9(9)v99.
       01  bucket-index      pic 9(1).
       01  bucket-columns.
           05  filler            pic 9(3) value 37.
           05  filler            pic 9(3) value 51.
           05  filler            pic 9(3) value 65.
           05  filler            pic 9(3) value 79.
           05  filler            pic 9(3) value 93.
           05  filler            pic 9(3) value 107.
       01  bucket-columns-r redefines bucket-columns.
           05  bucket-column occurs 6 times pic 9(3).

       01  break-order-id    pic x(8).
       01  outlet-name-hold  pic x(30).
       01  outlets-listed    pic 9(5) value 0.
       01  outlets-past-90   pic 9(5) value 0.
       01  highest-rc        pic 99 value 0.

       01  today-date-str    pic x(21).
       01  work-num          pic zzzz9.
       01  work-signed       pic -(8)9.99.

       procedure division.

      * Age every outlet's open ledger items as of the month-end date
      * and print one line per outlet with a balance: what is owed
      * current, 30, 60, and 90 days and over, any credit sitting on
      * the account, and the net balance, with a grand total line the
      * ledger's open items must tie to.
       perform 100-initialize
       perform 200-age-ledger
       perform 400-write-totals
       close led-file
       close outl-file
       close report-file
       move highest-rc to return-code
       stop run.

      * Settle the as-of date - from the AGEDATE card when month-end
      * processing supplies one, today otherwise - exactly as the
      * subscription run settles its run date.
       100-initialize.
           move function current-date to today-date-str
           move spaces to as-of-date
           open input date-card
           read date-card
               at end move spaces to date-card-record
           end-read
           close date-card
           if card-as-of-date(1:4) is numeric
                   and card-as-of-date(6:2) is numeric
                   and card-as-of-date(9:2) is numeric
                   and card-as-of-date(5:1) = '-'
                   and card-as-of-date(8:1) = '-'
               move card-as-of-date to as-of-date
           else
               if card-as-of-date not = spaces
                   display 'AGEDATE NOT A DATE - SUPPLIED '
                       card-as-of-date ' - USING TODAY'
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
               end-if
               string today-date-str(1:4) delimited by size
                   '-' delimited by size
                   today-date-str(5:2) delimited by size
                   '-' delimited by size
                   today-date-str(7:2) delimited by size
                   into as-of-date
           end-if
           compute as-of-num =
               function numval(as-of-date(1:4)) * 10000
               + function numval(as-of-date(6:2)) * 100
               + function numval(as-of-date(9:2))
           compute as-of-int = function integer-of-date(as-of-num)
           open output report-file
           if report-file-status not = '00'
               display 'UNABLE TO OPEN MAZEAGED - STATUS '
                   report-file-status
               move 16 to return-code
               stop run
           end-if
           open input led-file
           if led-file-status not = '00'
                   and led-file-status not = '05'
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
           move 0 to grand-amount(1) grand-amount(2) grand-amount(3)
               grand-amount(4) grand-amount(5) grand-amount(6)
           move spaces to report-line
           string 'AGED TRIAL BALANCE  -  AS OF ' delimited by size
               as-of-date delimited by size
               into report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           move 'ORDER' to report-line(1:5)
           move 'OUTLET' to report-line(11:6)
           move 'CURRENT' to report-line(42:7)
           move '30 DAYS' to report-line(56:7)
           move '60 DAYS' to report-line(70:7)
           move '90+ DAYS' to report-line(83:8)
           move 'CREDITS' to report-line(98:7)
           move 'BALANCE' to report-line(112:7)
           write report-line
           move spaces to report-line
           write report-line.

      * Walk the ledger in key order, which keeps each outlet's items
      * together, and break on the order id.
       200-age-ledger.
           move spaces to break-order-id
           perform 250-clear-buckets
           if led-file-status = '00'
               move low-values to led-key
               start led-file key not < led-key
                   invalid key continue
               end-start
               perform until led-file-status not = '00'
                   read led-file next
                       at end continue
                       not at end perform 210-age-one-item
                   end-read
               end-perform
           end-if
           if break-order-id not = spaces
               perform 300-write-outlet-line
           end-if.

       210-age-one-item.
           if led-order-id not = break-order-id
               if break-order-id not = spaces
                   perform 300-write-outlet-line
               end-if
               move led-order-id to break-order-id
               perform 250-clear-buckets
           end-if
           if led-open = 0
               exit paragraph
           end-if
           if led-open < 0
               move 5 to bucket-index
           else
               compute item-num =
                   function numval(led-item-date(1:4)) * 10000
                   + function numval(led-item-date(6:2)) * 100
                   + function numval(led-item-date(9:2))
               compute item-age =
                   as-of-int - function integer-of-date(item-num)
               evaluate true
                   when item-age < 30
                       move 1 to bucket-index
                   when item-age < 60
                       move 2 to bucket-index
                   when item-age < 90
                       move 3 to bucket-index
                   when other
                       move 4 to bucket-index
               end-evaluate
           end-if
           add led-open to age-amount(bucket-index)
           add led-open to age-amount(6).

       250-clear-buckets.
           move 0 to age-amount(1) age-amount(2) age-amount(3)
               age-amount(4) age-amount(5) age-amount(6).

      * One line per outlet with anything open.  An outlet whose
      * items are all settled has nothing to age and is left off.
       300-write-outlet-line.
           if age-amount(1) = 0 and age-amount(2) = 0
                   and age-amount(3) = 0 and age-amount(4) = 0
                   and age-amount(5) = 0
               exit paragraph
           end-if
           add 1 to outlets-listed
           if age-amount(4) > 0
               add 1 to outlets-past-90
           end-if
           if break-order-id = 'STANDARD'
               move 'HOUSE STANDARD ORDER' to outlet-name-hold
           else
               move break-order-id to outl-order-id
               move 'NOT ON OUTLET MASTER' to outlet-name-hold
               if outl-file-status = '00' or outl-file-status = '23'
                   read outl-file
                       invalid key continue
                       not invalid key
                           move outl-name to outlet-name-hold
                   end-read
               end-if
           end-if
           move spaces to report-line
           move break-order-id to report-line(1:8)
           move outlet-name-hold(1:24) to report-line(11:24)
           perform varying bucket-index from 1 by 1
                   until bucket-index > 6
               add age-amount(bucket-index)
                   to grand-amount(bucket-index)
               move age-amount(bucket-index) to work-signed
               move work-signed
                   to report-line(bucket-column(bucket-index):12)
           end-perform
           write report-line.

      * The grand totals line ties to the ledger: the balance column
      * is every open item on file netted together.
       400-write-totals.
           move spaces to report-line
           write report-line
           move spaces to report-line
           move 'TOTAL' to report-line(1:5)
           move 'ALL OUTLETS' to report-line(11:11)
           perform varying bucket-index from 1 by 1
                   until bucket-index > 6
               move grand-amount(bucket-index) to work-signed
               move work-signed
                   to report-line(bucket-column(bucket-index):12)
           end-perform
           write report-line
           move spaces to report-line
           write report-line
           move outlets-listed to work-num
           move spaces to report-line
           string 'OUTLETS WITH OPEN ITEMS:       ' delimited by size
               work-num delimited by size
               into report-line
           write report-line
           move outlets-past-90 to work-num
           move spaces to report-line
           string 'OUTLETS OWING 90 DAYS AND OVER:' delimited by size
               work-num delimited by size
               into report-line
           write report-line.
