       *>**
       *>  ECBLUINQ
       *>  Assertion history inquiry against the ECBLUnit archive
       *>
       *>  Reads the ARCHIVE dataset ECBLUNIT loads with every
       *>  assertion of every run (keyed by suite, assertion number
       *>  and run date-time) and prints the pass/fail timeline of
       *>  one assertion, or of every assertion carrying a label,
       *>  with the expected and actual values wherever its state
       *>  changed. The PARM names what to look for:
       *>    PARM='TESTKEY 14'              suite and assertion number
       *>    PARM='TESTKEY LABEL=CUST-BAL'  label within one suite
       *>    PARM='LABEL=CUST-BAL'          label in any suite
       *>  Return code 0 when something was found, 4 when nothing
       *>  was, 8 when the PARM or the archive is not usable.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
       *>
       *>  This program is free software; you can redistribute it and/or
       *>  modify it under the terms of the GNU General Public License
       *>  as published by the Free Software Foundation; either version
       *>  2, or (at your option) any later version.
       *>
       *>  This program is distributed in the hope that it will be
       *>  useful, but WITHOUT ANY WARRANTY; without even the implied
       *>  warranty of MERCHANTABILITY or FITNESS FOR A PARTICULAR
       *>  PURPOSE. See the GNU General Public License for more details.
       *>**

       identification division.
       program-id. ECBLUINQ.
       environment division.
       input-output section.
       file-control.
           select archive-file assign to ARCHIVE
             organization indexed
             access mode dynamic
             record key is arc-key
             file status is archive-status.
       data division.
       file section.
       fd  archive-file.
       01 archive-record.
        05 arc-key.
         10 arc-suite pic x(8).
         10 arc-nr pic 9(5).
         10 arc-run-date pic x(8).
         10 arc-run-time pic x(6).
        05 arc-status pic x.
        05 arc-name pic x(3).
        05 arc-label pic x(30).
        05 arc-idx pic 9(9).
        05 arc-vlen pic 9(3).
        05 arc-expected pic x(256).
        05 arc-actual pic x(256).
       working-storage section.
      * constants
       01 INTRO.
        05 filler pic x(8) value "ECBLUINQ".
        05 filler pic x value SPACE.
        05 filler pic x(36) value
           "assertion history inquiry.".

      * archive file
       01 archive-status pic xx value SPACES.
       01 archive-eof-switch pic x.
        88 archive-eof value "Y".

      * what to look for, off the PARM
       01 inq-suite pic x(8) value SPACES.
       01 inq-nr pic 9(5) value 0.
       01 inq-label pic x(30) value SPACES.
       01 parm-idx pic 9(3) usage binary.
       01 parm-rest pic x(81).
       01 parm-digit-x pic x.
       01 parm-digit-9 redefines parm-digit-x pic 9.
       01 parm-n pic 9(7) usage binary.

      * the assertion being followed and its previous run
       01 prev-suite pic x(8) value SPACES.
       01 prev-nr pic 9(5) value 0.
       01 prev-status pic x value SPACE.
       01 found-total pic 9(5) usage binary value 0.
       01 assertions-found pic 9(5) usage binary value 0.
       01 runs-total pic 9(5) usage binary.
       01 runs-passed pic 9(5) usage binary.
       01 runs-failed pic 9(5) usage binary.
       01 last-pass pic x(19).
       01 last-fail pic x(19).

      * report
       01 run-stamp pic x(19).
       01 state-text pic x(8).
       01 change-flag pic x(15).
       01 count-disp pic zzzz9.
       01 summary-line pic x(80).
       01 val-len pic 9(3) usage binary.
       01 val-idx pic 9(3) usage binary.
       01 val-text pic x(256).
       01 ptr-line pic x(524).
       01 ptr-pos pic 9(4) usage binary.
       linkage section.
       01 arg.
        05 arg-len pic 9(3) usage binary.
        05 arg-value pic x(81).
       procedure division using arg.
       inq-init section.
           display INTRO.
           perform inq-scan-parm.
           open input archive-file.
           if archive-status not = "00"
             display "ARCHIVE dataset not available - status "
               archive-status
             move 8 to RETURN-CODE
             stop run
           end-if.

           *> a suite narrows the browse to its own key range; a
           *> label on its own takes the whole archive
           move low-values to arc-key.
           if inq-suite not = SPACES
             move inq-suite to arc-suite
             if inq-label = SPACES
               move inq-nr to arc-nr
             end-if
           end-if.
           move SPACE to archive-eof-switch.
           start archive-file key is not less than arc-key
             invalid key
               move "Y" to archive-eof-switch
           end-start.
           perform until archive-eof
             read archive-file next record
               at end
                 move "Y" to archive-eof-switch
             end-read
             if archive-status not = "00"
               move "Y" to archive-eof-switch
             end-if
             if not archive-eof
               perform inq-take-record
             end-if
           end-perform.
           close archive-file.
           perform inq-close-assertion.

           if found-total = 0
             display "No archived runs found"
             move 4 to RETURN-CODE
           else
             move SPACES to summary-line
             move assertions-found to count-disp
             string "Assertions: " delimited by size
               count-disp delimited by size
               into summary-line
             end-string
             move found-total to count-disp
             string ", archived runs: " delimited by size
               count-disp delimited by size
               into summary-line(18:)
             end-string
             display summary-line
             move 0 to RETURN-CODE
           end-if.
           stop run.

       inq-scan-parm section.
           *> 'suite nr', 'suite LABEL=text' or 'LABEL=text'; the
           *> label is the rest of the PARM, blanks included
           if arg-len = 0
             display "PARM required: 'suite nr', 'suite LABEL=text'"
               " or 'LABEL=text'"
             move 8 to RETURN-CODE
             stop run
           end-if.
           move SPACES to parm-rest.
           if arg-value(1:6) = "LABEL="
             move SPACES to inq-label
             if arg-len > 6
               move arg-value(7:arg-len - 6) to inq-label
             end-if
           else
             perform varying parm-idx from 1 by 1
               until parm-idx > arg-len
               or arg-value(parm-idx:1) = SPACE
               continue
             end-perform
             if parm-idx > 1
               move arg-value(1:parm-idx - 1) to inq-suite
             end-if
             perform varying parm-idx from parm-idx by 1
               until parm-idx > arg-len
               or arg-value(parm-idx:1) not = SPACE
               continue
             end-perform
             if parm-idx <= arg-len
               move arg-value(parm-idx:arg-len - parm-idx + 1)
                 to parm-rest
             end-if
             if parm-rest(1:6) = "LABEL="
               move parm-rest(7:) to inq-label
             else
               move 0 to parm-n
               perform varying parm-idx from 1 by 1
                 until parm-idx > length of parm-rest
                 or parm-rest(parm-idx:1) = SPACE
                 if parm-rest(parm-idx:1) not < "0"
                   and parm-rest(parm-idx:1) not > "9"
                   and parm-n < 99999
                   move parm-rest(parm-idx:1) to parm-digit-x
                   compute parm-n = parm-n * 10 + parm-digit-9
                 end-if
               end-perform
               move parm-n to inq-nr
             end-if
           end-if.
           if inq-label = SPACES and (inq-suite = SPACES
             or inq-nr = 0)
             display "PARM not understood: " arg-value(1:arg-len)
             move 8 to RETURN-CODE
             stop run
           end-if.
           if inq-label = SPACES
             display "Assertion " inq-suite " #" inq-nr
           else
             if inq-suite = SPACES
               display "Label " function trim(inq-label)
             else
               display "Label " function trim(inq-label)
                 " in suite " inq-suite
             end-if
           end-if.

       inq-take-record section.
           *> key order is suite, number, run date-time, so each
           *> assertion's runs arrive together and oldest first
           if inq-suite not = SPACES and arc-suite not = inq-suite
             move "Y" to archive-eof-switch
             go to inq-take-record-exit
           end-if.
           if inq-label = SPACES
             if arc-nr not = inq-nr
               move "Y" to archive-eof-switch
               go to inq-take-record-exit
             end-if
           else
             if arc-label not = inq-label
               go to inq-take-record-exit
             end-if
           end-if.
           if arc-suite not = prev-suite or arc-nr not = prev-nr
             perform inq-close-assertion
             perform inq-open-assertion
           end-if.
           add 1 to found-total.
           add 1 to runs-total.
           move SPACES to run-stamp.
           string arc-run-date(1:4) delimited by size
             "-" delimited by size
             arc-run-date(5:2) delimited by size
             "-" delimited by size
             arc-run-date(7:2) delimited by size
             " " delimited by size
             arc-run-time(1:2) delimited by size
             ":" delimited by size
             arc-run-time(3:2) delimited by size
             ":" delimited by size
             arc-run-time(5:2) delimited by size
             into run-stamp
           end-string.
           perform inq-state-text.
           if arc-status = "P"
             add 1 to runs-passed
             move run-stamp to last-pass
           else
             add 1 to runs-failed
             move run-stamp to last-fail
           end-if.
           *> the values are shown on the first run and whenever
           *> the assertion went from passing to failing or back
           move SPACES to change-flag.
           if prev-status = SPACE
             move " first archived" to change-flag
           else
             if (prev-status = "P" and arc-status not = "P")
               or (prev-status not = "P" and arc-status = "P")
               move " STATE CHANGE" to change-flag
             end-if
           end-if.
           display "  " run-stamp "  " state-text change-flag.
           if change-flag not = SPACES
             perform inq-show-values
           end-if.
           move arc-status to prev-status.

       inq-take-record-exit.
           exit.

       inq-open-assertion section.
           move arc-suite to prev-suite.
           move arc-nr to prev-nr.
           move SPACE to prev-status.
           move 0 to runs-total.
           move 0 to runs-passed.
           move 0 to runs-failed.
           move "never" to last-pass.
           move "never" to last-fail.
           add 1 to assertions-found.
           display SPACE.
           display arc-suite " #" arc-nr SPACE arc-name SPACE
             function trim(arc-label).

       inq-close-assertion section.
           if prev-suite = SPACES
             go to inq-close-assertion-exit
           end-if.
           move SPACES to summary-line.
           move runs-total to count-disp.
           string "  Runs: " delimited by size
             count-disp delimited by size
             into summary-line
           end-string.
           move runs-passed to count-disp.
           string ", passed: " delimited by size
             count-disp delimited by size
             into summary-line(14:)
           end-string.
           move runs-failed to count-disp.
           string ", failed: " delimited by size
             count-disp delimited by size
             into summary-line(29:)
           end-string.
           display summary-line.
           display "  Last passed: " last-pass
             ", last failed: " last-fail.
           move SPACES to prev-suite.

       inq-close-assertion-exit.
           exit.

       inq-state-text section.
           move "FAILED" to state-text.
           if arc-status = "P"
             move "PASSED" to state-text
           end-if.
           if arc-status = "W"
             move "WAIVED" to state-text
           end-if.
           if arc-status = "I"
             move "INTERMIT" to state-text
           end-if.

       inq-show-values section.
           *> expected and actual as hex and printable text, the way
           *> the ECBLUNIT failure report shows them, with a pointer
           *> to the first differing byte of a failure
           move arc-vlen to val-len.
           if val-len < 1 or val-len > 256
             move 256 to val-len
           end-if.
           move SPACES to val-text.
           move arc-expected(1:val-len) to val-text.
           perform inq-printable.
           display "    expected: "
             function hex-of(arc-expected(1:val-len))
             SPACE val-text(1:val-len).
           move SPACES to val-text.
           move arc-actual(1:val-len) to val-text.
           perform inq-printable.
           display "    actual:   "
             function hex-of(arc-actual(1:val-len))
             SPACE val-text(1:val-len).
           if arc-status not = "P" and arc-idx > 0
             move SPACES to ptr-line
             compute ptr-pos = 11 +
               function mod(arc-idx, 256) * 2
             move "^^" to ptr-line(ptr-pos:2)
             display "  " ptr-line(1:ptr-pos + 1)
           end-if.

       inq-printable section.
           perform varying val-idx from 1 by 1
             until val-idx > val-len
             if val-text(val-idx:1) is not alphabetic
               and val-text(val-idx:1) is not numeric
               move "." to val-text(val-idx:1)
             end-if
           end-perform.
       end program ECBLUINQ.
