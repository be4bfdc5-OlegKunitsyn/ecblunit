       *>  list on the SUITES DD (every suite must have run exactly
       *>  once across the steps), and produces one combined console
       *>  report plus one combined RESULTS dataset on the MERGED DD
       *>  with a single return code for the scheduler. SHRUNK records
       *>  of the partial steps carry over and keep their own code.
       *>  A suite BLOCKED by a prerequisite counts as accounted for.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
       01 tot-errors pic 9(8) usage binary value 0.
       01 tot-skipped pic 9(8) usage binary value 0.
       01 tot-waived pic 9(8) usage binary value 0.
       01 tot-shrunk pic 9(5) usage binary value 0.
       01 tot-blocked pic 9(5) usage binary value 0.

      * SUMMARY field split
       01 sum-tag pic x(8).
       01 rpt-errors pic 9(5).
       01 rpt-skipped pic 9(5).
       01 rpt-waived pic 9(8).
       01 rpt-shrunk pic 9(5).
       01 rpt-blocked pic 9(5).
       procedure division.
       mrg-init section.
           display INTRO.
       mrg-totals-pass section.
           *> first pass over the concatenated partial RESULTS: sum
           *> the SUMMARY records and tally a sighting per TIMING
           *> record, which is the evidence a suite actually ran, or
           *> per BLOCKED record of a suite held back by a prerequisite
           open input partials-file.
           if partials-status not = "00"
             display "PARTIALS dataset not available - status "
                 perform mrg-take-summary
               end-if
               if partials-record(1:7) = "TIMING|"
                 move partials-record(8:8) to timing-suite
                 perform mrg-take-sighting
               end-if
               if partials-record(1:8) = "BLOCKED|"
                 add 1 to tot-blocked
                 move partials-record(9:8) to timing-suite
                 perform mrg-take-sighting
               end-if
               if partials-record(1:7) = "SHRUNK|"
                 add 1 to tot-shrunk
               end-if
             end-if
           end-perform.
           perform mrg-to-number.
           add num-val to tot-waived.

       mrg-take-sighting section.
           if timing-suite = SPACES
             go to mrg-take-sighting-exit
           end-if.
           move 0 to cover-found.
           perform varying cover-idx from 1 by 1
             add 1 to cover-seen(cover-found)
           end-if.

       mrg-take-sighting-exit.
           exit.

       mrg-to-number section.
             display "FAILURES!"
             add 4 to RETURN-CODE
           end-if.
           if tot-shrunk > 0
             display "SHRUNK!"
             add 2 to RETURN-CODE
           end-if.
           if RETURN-CODE = 0
             display "OK"
           end-if.
           move tot-tests to rpt-tests.
           move tot-skipped to rpt-skipped.
           move tot-shrunk to rpt-shrunk.
           move tot-blocked to rpt-blocked.
           display "Steps: " summaries-count
             ", Tests: " rpt-tests ", Skipped: " rpt-skipped
             ", Shrunk: " rpt-shrunk ", Blocked: " rpt-blocked.
           move tot-asserts to rpt-asserts.
           move tot-failures to rpt-failures.
           move tot-errors to rpt-errors.
