               organization indexed
               access dynamic
               record key is lib-maze-number
               alternate record key is lib-seed with duplicates
               alternate record key is lib-order-id with duplicates
               alternate record key is lib-run-date with duplicates
               file status is lib-file-status.
           select report-file assign to "MAZECLB"
               organization line sequential
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

       fd  report-file.
       01  report-line           pic x(132).

       01  scored-count      pic 9(7) value 0.
       01  skipped-invalid   pic 9(7) value 0.
       01  avg-score         pic 9(7).

      * The record's size and the score the generator filed with
      * it, which is exactly what 650-score-valid-maze said about the
      * grid when the page was published.
       01  width             pic 99999.
       01  height            pic 99999.
       01  difficulty-score  pic 9(5).

       01  today-date-str    pic x(21).
       procedure division.

      * Measure where the difficulty cut points actually sit, over
      * every maze the library holds: take the score each grid was
      * filed with - the generator's own solution-length, dead-end,
      * and junction measures - and report the score distribution by
      * size band, braid bucket, and carving style, and the grade
      * counts each candidate pair of cut points would produce per
      * size band - including how many mazes change grade from the
               end-perform
           end-if.

      * Take the score one library record was filed with.  Shaped
      * mazes count like any other now that the score is worked out
      * against the mask when the maze is filed.  Records that never
      * passed validation carry no grade, as the generator leaves
      * them, and are counted and skipped.
       210-score-one-record.
           if lib-valid = 'N' or lib-grade = space
               add 1 to skipped-invalid
               exit paragraph
           end-if
           move lib-width to width
           move lib-height to height
           move lib-score to difficulty-score
           add 1 to scored-count
           perform 220-classify-record
           perform 230-tally-record.
       500-write-totals.
           move scored-count to work-num-7
           move spaces to report-line
           string 'MAZES SCORED:              ' delimited by size
               work-num-7 delimited by size
               into report-line
           write report-line
               work-num-7 delimited by size
               into report-line
           write report-line.
