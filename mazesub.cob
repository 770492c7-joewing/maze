           select report-file assign to "MAZESRPT"
               organization line sequential
               file status is report-file-status.
           select optional outl-file assign to "MAZEOUTL"
               organization indexed
               access dynamic
               record key is outl-order-id
               file status is outl-file-status.

       data division.
       file section.
       fd  report-file.
       01  report-line           pic x(132).

      * The outlet master MAZEOMT maintains, read by the order id in
      * the card image so a standing order for an outlet that has
      * been suspended or closed stops cutting cards on its own.
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

       working-storage section.

       01  subs-file-status   pic xx.
       01  ctl-file-status    pic xx.
       01  mask-file-status   pic xx.
       01  report-file-status pic xx.
       01  outl-file-status   pic xx.

       01  run-date          pic x(10).
       01  run-date-num      pic 9(8).
       01  cards-cut         pic 9(3) value 0.
       01  subs-skipped      pic 9(3) value 0.
       01  skip-reason       pic x(30).
       01  outlet-reason     pic x(30).

       01  mask-name-today   pic x(8).
       01  mask-found-flag   pic x.
           write report-line.

       200-cut-cards.
           open input outl-file
           if outl-file-status not = '00'
                   and outl-file-status not = '05'
               display 'UNABLE TO OPEN MAZEOUTL - STATUS '
                   outl-file-status
               move 16 to return-code
               stop run
           end-if
           open input subs-file
           perform until subs-file-status not = '00'
               move spaces to sub-record
               end-read
           end-perform
           close subs-file
           close outl-file
           if subs-read = 0
               move spaces to report-line
               string 'NO SUBSCRIPTIONS ON MAZESUBS - '

      * Judge one standing order against the run date: not yet
      * effective, expired, or not scheduled today means no card and
      * a proof line saying why, and so does an outlet the master no
      * longer shows as active; otherwise the card image goes to
      * CTLCARD exactly as the master holds it.
       210-judge-subscription.
           if sub-record = spaces
           end-if
           add 1 to subs-read
           move spaces to skip-reason
           perform 215-check-outlet
           evaluate true
               when sub-effective not = spaces
                       and run-date < sub-effective
                   move 'EXPIRED' to skip-reason
               when sub-days(run-dow:1) not = 'Y'
                   move 'NOT SCHEDULED TODAY' to skip-reason
               when outlet-reason not = spaces
                   move outlet-reason to skip-reason
                   if highest-rc < 4
                       move 4 to highest-rc
                   end-if
           end-evaluate
           if skip-reason = spaces
               move sub-ctl-image to ctl-record
               write report-line
           end-if.

      * Look the standing order's outlet up on the outlet master.  A
      * blank order id is the house's own standard order and needs no
      * outlet; any other id that is missing, suspended, or closed
      * would only be refused by the generator's edit, so the card is
      * not cut, and the proof report's condition code says the
      * subscription master and the outlet master have drifted apart.
       215-check-outlet.
           move spaces to outlet-reason
           if sub-ctl-image(22:8) = spaces
               exit paragraph
           end-if
           move sub-ctl-image(22:8) to outl-order-id
           read outl-file
               invalid key
                   move 'OUTLET NOT ON OUTLET MASTER' to outlet-reason
                   exit paragraph
           end-read
           evaluate true
               when outlet-is-active
                   continue
               when outlet-is-suspended
                   move 'OUTLET SUSPENDED' to outlet-reason
               when other
                   move spaces to outlet-reason
                   string 'OUTLET CLOSED ' delimited by size
                       outl-closed delimited by size
                       into outlet-reason
           end-evaluate.

      * Stage the run date's mask, if the calendar names one, from
      * the mask library to MAZEMASK.  With no calendar entry an
      * empty MAZEMASK is written, which the generator reads as no
