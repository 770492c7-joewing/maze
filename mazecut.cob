           select log-new-file assign to "MAZELOG"
               organization line sequential
               file status is log-new-status.
           select optional aud-in-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-in-status.
           select aud-arch-file assign to "MAZEAUDA"
               organization line sequential
               file status is aud-arch-status.
           select aud-new-file assign to "MAZEAUDT"
               organization line sequential
               file status is aud-new-status.
           select optional hist-in-file assign to "MAZEHIST"
               organization line sequential
               file status is hist-in-status.
       fd  log-new-file.
       01  log-new-line          pic x(150).

       fd  aud-in-file.
       01  aud-in-record         pic x(106).

       fd  aud-arch-file.
       01  aud-arch-record       pic x(106).

       fd  aud-new-file.
       01  aud-new-record        pic x(106).

       fd  hist-in-file.
       01  hist-in-record        pic x(26).

       01  log-in-status      pic xx.
       01  log-arch-status    pic xx.
       01  log-new-status     pic xx.
       01  aud-in-status      pic xx.
       01  aud-arch-status    pic xx.
       01  aud-new-status     pic xx.
       01  hist-in-status     pic xx.
       01  hist-out-status    pic xx.
       01  report-file-status pic xx.
       01  hist-over-flag    pic x value 'N'.

       01  log-lines-moved   pic 9(7) value 0.
       01  aud-records-moved pic 9(7) value 0.
       01  hist-read-count   pic 9(7) value 0.
       01  hist-drop-count   pic 9(7) value 0.
       01  highest-rc        pic 99 value 0.
       procedure division.

      * The month-end cutover: close the audit log to its dated
      * archive and start a fresh one, do the same for the audit
      * transaction file, and trim the seed-history
      * file to the lookback window so the duplicate check still
      * protects readers across the cut while MAZERPT and the
      * history load stop rereading every month that ever ran.
       perform 100-initialize
       perform 200-archive-audit-log
       perform 250-archive-audit-trans
       perform 300-trim-seed-history
       perform 400-write-totals
       close report-file
           write log-new-line
           close log-new-file.

      * Move every transaction on the closing audit transaction file
      * to its archive and restart MAZEAUDT empty.  Every record
      * carries its own date, so unlike the log the archive needs no
      * header to say which month a record closed in - and a header
      * would only be a record no transaction reader knows the type
      * of.  The archive is extended, never rewritten.
       250-archive-audit-trans.
           open extend aud-arch-file
           if aud-arch-status = '35'
               open output aud-arch-file
           end-if
           if aud-arch-status not = '00'
               display 'UNABLE TO OPEN MAZEAUDA - STATUS '
                   aud-arch-status
               move 16 to return-code
               stop run
           end-if
           open input aud-in-file
           perform until aud-in-status not = '00'
               read aud-in-file
                   at end continue
                   not at end
                       move aud-in-record to aud-arch-record
                       write aud-arch-record
                       if aud-arch-status not = '00'
                           display 'WRITE TO MAZEAUDA FAILED - '
                               'STATUS ' aud-arch-status
                               ' - MAZEAUDT LEFT UNTOUCHED'
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to aud-records-moved
               end-read
           end-perform
           close aud-in-file
           close aud-arch-file
           open output aud-new-file
           if aud-new-status not = '00'
               display 'UNABLE TO REOPEN MAZEAUDT - STATUS '
                   aud-new-status
               move 16 to return-code
               stop run
           end-if
           close aud-new-file.

      * Carry the lookback window's seed history forward and drop
      * the rest.  The whole file is read into storage first, since
      * the trimmed file is written back over the same dataset.
               work-num-7 delimited by size
               into report-line
           write report-line
           move aud-records-moved to work-num-7
           move spaces to report-line
           string 'AUDIT RECORDS TO MAZEAUDA:       ' delimited
                   by size
               work-num-7 delimited by size
               into report-line
           write report-line
           move hist-read-count to work-num-7
           move spaces to report-line
           string 'HISTORY RECORDS READ:            ' delimited
