       *>  the INTSUITE records name the suites that passed on
       *>  retry, whose main-pass failures render as INTM and stay
       *>  out of the failure totals so the report's verdict
       *>  matches the run's. A MASK record puts the masking of the
       *>  run, its rules and how many values it masked, on the
       *>  title page.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
        88 intm-matched value "Y".
       01 total-intm pic 9(8) usage binary value 0.

      * masking of the run, off the MASK records; a merged dataset
      * carries one per partial run
       01 mask-seen-switch pic x value SPACE.
        88 mask-seen value "Y".
       01 mask-rules pic 9(3) usage binary value 0.
       01 mask-values pic 9(8) usage binary value 0.
       01 mask-rules-x pic x(8).
       01 mask-values-x pic x(8).
       01 mask-num-x pic x(8).
       01 mask-num pic 9(8) usage binary.
       01 mask-num-idx pic 9(3) usage binary.
       01 mask-digit-x pic x.
       01 mask-digit-9 redefines mask-digit-x pic 9.
       01 mask-rules-disp pic zz9.
       01 mask-values-disp pic zzzzzzz9.

      * print lines are built in working storage and written FROM,
      * so the page heading a page break emits cannot overwrite the
      * line that triggered the break
                 and intm-count < 99
                 perform rpt-take-intsuite
               end-if
               if results-record(1:5) = "MASK|"
                 perform rpt-take-mask
               end-if
             end-if
           end-perform.
           close results-file.
             move timing-suite to intm-entry(intm-count)
           end-if.

       rpt-take-mask section.
           move "Y" to mask-seen-switch.
           move SPACES to mask-rules-x.
           move SPACES to mask-values-x.
           unstring results-record delimited by "|"
             into timing-found, mask-rules-x, mask-values-x
           end-unstring.
           move mask-rules-x to mask-num-x.
           perform rpt-mask-number.
           if mask-num > mask-rules and mask-num < 1000
             move mask-num to mask-rules
           end-if.
           move mask-values-x to mask-num-x.
           perform rpt-mask-number.
           add mask-num to mask-values.

       rpt-mask-number section.
           move 0 to mask-num.
           perform varying mask-num-idx from 1 by 1
             until mask-num-idx > length of mask-num-x
             if mask-num-x(mask-num-idx:1) not < "0"
               and mask-num-x(mask-num-idx:1) not > "9"
               move mask-num-x(mask-num-idx:1) to mask-digit-x
               compute mask-num = mask-num * 10 + mask-digit-9
             end-if
           end-perform.

       rpt-intm-check section.
           *> does the assertion belong to a suite that passed on
           *> retry?
             end-string
           end-if.
           perform rpt-put-line.
           *> values under the run's MASK rules show as '*' below
           if mask-seen
             move mask-rules to mask-rules-disp
             move mask-values to mask-values-disp
             move SPACES to print-record
             string "MASKING: ACTIVE - " delimited by size
               function trim(mask-rules-disp) delimited by size
               " RULE(S), " delimited by size
               function trim(mask-values-disp) delimited by size
               " ASSERTION(S) WITH MASKED VALUES" delimited by size
               into print-line
             end-string
             perform rpt-put-line
           end-if.

       rpt-detail-pass section.
           open input work-file.
