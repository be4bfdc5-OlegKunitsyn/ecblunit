       *>**
       *>  ECBLUCOV
       *>  Program coverage of the production inventory by the
       *>  ECBLUnit regression pack
       *>
       *>  Reads the TARGET records ECBLUNIT writes to RESULTS (one
       *>  per program a suite exercised: TESTED when ECBLUCAS,
       *>  ECBLUEXP or ECBLUPRF called it, MOCKED when ECBLUSTB
       *>  answered in its place) from the RESULTS DD - one run's,
       *>  the MERGED one of a split run, or several concatenated -
       *>  and compares them with the INVENTORY dataset of the
       *>  production programs, one per line with an optional
       *>  application name, '*' lines being comments:
       *>    PAYCALC
       *>    GLPOST   LEDGER
       *>  Every inventory program is listed as TESTED, MOCKED ONLY
       *>  or UNTESTED with the suites covering it, followed by the
       *>  coverage per application and overall. A program without
       *>  an application name belongs to the application its name
       *>  starts with, PARM='n' characters of it (default 3).
       *>  Programs exercised but not on the inventory are listed
       *>  too. Return code 0 when every program is tested, 4 when
       *>  any is mocked only or untested, 8 when the INVENTORY or
       *>  RESULTS dataset is not available.
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
       program-id. ECBLUCOV.
       environment division.
       input-output section.
       file-control.
           select inventory-file assign to INVENTORY
             organization line sequential
             file status is inventory-status.
           select results-file assign to RESULTS
             organization line sequential
             file status is results-status.
       data division.
       file section.
       fd  inventory-file.
       01 inventory-record pic x(80).
       fd  results-file.
       01 results-record pic x(1200).
       working-storage section.
      * constants
       01 INTRO.
        05 filler pic x(8) value "ECBLUCOV".
        05 filler pic x value SPACE.
        05 filler pic x(45) value
           "program coverage of the production inventory.".

      * files
       01 inventory-status pic xx value SPACES.
       01 results-status pic xx value SPACES.

      * the inventory: each program with its application, how it
      * was exercised and the first suites that did
       01 inv-count pic 9(3) usage binary value 0.
       01 inv-table.
        05 inv-entry occurs 999 times.
         10 inv-program pic x(8).
         10 inv-app pic x(8).
         10 inv-tested-flag pic x.
         10 inv-mocked-flag pic x.
         10 inv-suite-count pic 9(3) usage binary.
         10 inv-suite occurs 8 times.
          15 inv-suite-name pic x(8).
          15 inv-suite-kind pic x.
       01 inv-idx pic 9(3) usage binary.
       01 inv-found pic 9(3) usage binary.
       01 inv-suite-idx pic 9(3) usage binary.
       01 inv-name-x pic x(8).
       01 inv-app-x pic x(8).
       01 inv-extra-x pic x(8).

      * applications in the order they first appear
       01 app-count pic 9(3) usage binary value 0.
       01 app-table.
        05 app-entry occurs 99 times.
         10 app-name pic x(8).
         10 app-programs pic 9(3) usage binary.
         10 app-tested pic 9(3) usage binary.
         10 app-mocked pic 9(3) usage binary.
         10 app-untested pic 9(3) usage binary.
       01 app-idx pic 9(3) usage binary.
       01 app-found pic 9(3) usage binary.

      * programs exercised that the inventory does not name
       01 extra-count pic 9(3) usage binary value 0.
       01 extra-table.
        05 extra-entry occurs 99 times.
         10 extra-program pic x(8).
         10 extra-suite pic x(8).
       01 extra-idx pic 9(3) usage binary.
       01 extra-dropped pic 9(5) usage binary value 0.

      * TARGET record fields
       01 tgt-tag pic x(8).
       01 tgt-suite pic x(8).
       01 tgt-program pic x(8).
       01 tgt-kind pic x(8).
       01 targets-read pic 9(7) usage binary value 0.

      * totals
       01 tot-programs pic 9(5) usage binary value 0.
       01 tot-tested pic 9(5) usage binary value 0.
       01 tot-mocked pic 9(5) usage binary value 0.
       01 tot-untested pic 9(5) usage binary value 0.

      * report
       01 state-text pic x(11).
       01 suites-text pic x(80).
       01 suites-ptr pic 9(3) usage binary.
       01 cov-kind pic x.
       01 cov-pct pic 9(3) usage binary.
       01 rpt-pct pic zz9.
       01 rpt-programs pic zzzz9.
       01 rpt-tested pic zzzz9.
       01 rpt-mocked pic zzzz9.
       01 rpt-untested pic zzzz9.
       01 rpt-count pic zzzz9.

      * PARM scan for the application prefix length
       01 prefix-len pic 9(3) usage binary value 3.
       01 parm-idx pic 9(3) usage binary.
       01 parm-digit-x pic x.
       01 parm-digit-9 redefines parm-digit-x pic 9.
       01 parm-n pic 9(3) usage binary.
       linkage section.
       01 arg.
        05 arg-len pic 9(3) usage binary.
        05 arg-value pic x(81).
       procedure division using arg.
       cov-init section.
           display INTRO.
           perform cov-scan-parm.
           perform cov-load-inventory.
           if inv-count = 0
             display "No programs on the INVENTORY dataset"
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform cov-load-results.
           perform cov-tally.
           perform cov-report.
           stop run.

       cov-scan-parm section.
           *> PARM digits make the application prefix length,
           *> 1 to 8, default 3
           move 0 to parm-n.
           if arg-len > 0
             perform varying parm-idx from 1 by 1
               until parm-idx > arg-len
               if arg-value(parm-idx:1) not < "0"
                 and arg-value(parm-idx:1) not > "9"
                 and parm-n < 100
                 move arg-value(parm-idx:1) to parm-digit-x
                 compute parm-n = parm-n * 10 + parm-digit-9
               end-if
             end-perform
           end-if.
           if parm-n > 0
             move parm-n to prefix-len
           end-if.
           if prefix-len > 8
             move 8 to prefix-len
           end-if.

       cov-load-inventory section.
           open input inventory-file.
           if inventory-status not = "00"
             display "INVENTORY dataset not available - status "
               inventory-status
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform until inventory-status not = "00"
             read inventory-file
             if inventory-status = "00"
               and inventory-record not = SPACES
               and inventory-record(1:1) not = "*"
               perform cov-take-program
             end-if
           end-perform.
           close inventory-file.

       cov-take-program section.
           move SPACES to inv-name-x.
           move SPACES to inv-app-x.
           move SPACES to inv-extra-x.
           unstring inventory-record delimited by all SPACES
             into inv-name-x, inv-app-x, inv-extra-x
           end-unstring.
           *> a program listed twice is counted once
           perform cov-find-program.
           if inv-found > 0
             go to cov-take-program-exit
           end-if.
           if inv-count >= 999
             display "Over 999 programs - " inv-name-x " ignored"
             go to cov-take-program-exit
           end-if.
           add 1 to inv-count.
           move inv-name-x to inv-program(inv-count).
           if inv-app-x = SPACES
             move inv-name-x(1:prefix-len) to inv-app-x
           end-if.
           move inv-app-x to inv-app(inv-count).
           move SPACE to inv-tested-flag(inv-count).
           move SPACE to inv-mocked-flag(inv-count).
           move 0 to inv-suite-count(inv-count).

       cov-take-program-exit.
           exit.

       cov-find-program section.
           move 0 to inv-found.
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             if inv-program(inv-idx) = inv-name-x
               move inv-idx to inv-found
               exit perform
             end-if
           end-perform.

       cov-load-results section.
           open input results-file.
           if results-status not = "00"
             display "RESULTS dataset not available - status "
               results-status
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform until results-status not = "00"
             read results-file
             if results-status = "00"
               and results-record(1:7) = "TARGET|"
               perform cov-take-target
             end-if
           end-perform.
           close results-file.

       cov-take-target section.
           move SPACES to tgt-suite.
           move SPACES to tgt-program.
           move SPACES to tgt-kind.
           unstring results-record delimited by "|"
             into tgt-tag, tgt-suite, tgt-program, tgt-kind
           end-unstring.
           if tgt-program = SPACES
             go to cov-take-target-exit
           end-if.
           add 1 to targets-read.
           move "T" to cov-kind.
           if tgt-kind = "MOCKED"
             move "M" to cov-kind
           end-if.
           move tgt-program to inv-name-x.
           perform cov-find-program.
           if inv-found = 0
             perform cov-take-extra
             go to cov-take-target-exit
           end-if.
           if cov-kind = "T"
             move "Y" to inv-tested-flag(inv-found)
           else
             move "Y" to inv-mocked-flag(inv-found)
           end-if.
           *> the same suite can come from several runs
           perform varying inv-suite-idx from 1 by 1
             until inv-suite-idx > inv-suite-count(inv-found)
             if inv-suite-name(inv-found, inv-suite-idx) = tgt-suite
               and inv-suite-kind(inv-found, inv-suite-idx) = cov-kind
               go to cov-take-target-exit
             end-if
           end-perform.
           if inv-suite-count(inv-found) < 8
             add 1 to inv-suite-count(inv-found)
             move tgt-suite to inv-suite-name(inv-found,
               inv-suite-count(inv-found))
             move cov-kind to inv-suite-kind(inv-found,
               inv-suite-count(inv-found))
           end-if.

       cov-take-target-exit.
           exit.

       cov-take-extra section.
           *> a program only mocked is a dependency a suite kept
           *> out of its way, not one it set out to test
           if cov-kind not = "T"
             go to cov-take-extra-exit
           end-if.
           perform varying extra-idx from 1 by 1
             until extra-idx > extra-count
             if extra-program(extra-idx) = tgt-program
               go to cov-take-extra-exit
             end-if
           end-perform.
           if extra-count >= 99
             add 1 to extra-dropped
             go to cov-take-extra-exit
           end-if.
           add 1 to extra-count.
           move tgt-program to extra-program(extra-count).
           move tgt-suite to extra-suite(extra-count).

       cov-take-extra-exit.
           exit.

       cov-tally section.
           *> a program tested anywhere is tested, even where another
           *> suite mocks it
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             perform cov-find-app
             if app-found > 0
               add 1 to app-programs(app-found)
             end-if
             add 1 to tot-programs
             if inv-tested-flag(inv-idx) = "Y"
               add 1 to tot-tested
               if app-found > 0
                 add 1 to app-tested(app-found)
               end-if
             else
               if inv-mocked-flag(inv-idx) = "Y"
                 add 1 to tot-mocked
                 if app-found > 0
                   add 1 to app-mocked(app-found)
                 end-if
               else
                 add 1 to tot-untested
                 if app-found > 0
                   add 1 to app-untested(app-found)
                 end-if
               end-if
             end-if
           end-perform.

       cov-find-app section.
           move 0 to app-found.
           perform varying app-idx from 1 by 1
             until app-idx > app-count
             if app-name(app-idx) = inv-app(inv-idx)
               move app-idx to app-found
               exit perform
             end-if
           end-perform.
           if app-found = 0 and app-count < 99
             add 1 to app-count
             move app-count to app-found
             move inv-app(inv-idx) to app-name(app-found)
             move 0 to app-programs(app-found)
             move 0 to app-tested(app-found)
             move 0 to app-mocked(app-found)
             move 0 to app-untested(app-found)
           end-if.
           if app-found = 0
             display "Over 99 applications - " inv-program(inv-idx)
               " left out of the application totals"
           end-if.

       cov-report section.
           move targets-read to rpt-count.
           display "TARGET records read: " rpt-count.
           display "Programs:".
           perform varying inv-idx from 1 by 1
             until inv-idx > inv-count
             perform cov-show-program
           end-perform.

           if extra-count > 0
             display "Exercised but not on the inventory:"
             perform varying extra-idx from 1 by 1
               until extra-idx > extra-count
               display "  " extra-program(extra-idx) " by "
                 extra-suite(extra-idx)
             end-perform
             if extra-dropped > 0
               move extra-dropped to rpt-count
               display "  ... and " rpt-count " more"
             end-if
           end-if.

           display "Coverage by application:".
           perform varying app-idx from 1 by 1
             until app-idx > app-count
             move app-programs(app-idx) to rpt-programs
             move app-tested(app-idx) to rpt-tested
             move app-mocked(app-idx) to rpt-mocked
             move app-untested(app-idx) to rpt-untested
             compute cov-pct =
               app-tested(app-idx) * 100 / app-programs(app-idx)
             move cov-pct to rpt-pct
             display "  " app-name(app-idx)
               " programs:" rpt-programs
               " tested:" rpt-tested
               " mocked only:" rpt-mocked
               " untested:" rpt-untested
               " coverage: " rpt-pct "%"
           end-perform.

           move tot-programs to rpt-programs.
           move tot-tested to rpt-tested.
           move tot-mocked to rpt-mocked.
           move tot-untested to rpt-untested.
           compute cov-pct = tot-tested * 100 / tot-programs.
           move cov-pct to rpt-pct.
           display "Total    programs:" rpt-programs
             " tested:" rpt-tested
             " mocked only:" rpt-mocked
             " untested:" rpt-untested
             " coverage: " rpt-pct "%".

           *> mocked only is no test of the program itself
           move 0 to RETURN-CODE.
           if tot-mocked > 0 or tot-untested > 0
             display "NOT COVERED!"
             move 4 to RETURN-CODE
           else
             display "OK"
           end-if.

       cov-show-program section.
           *> the suites shown are the ones behind the state: the
           *> testing suites of a tested program, the mocking ones
           *> of a program mocked only
           move "UNTESTED" to state-text.
           move "T" to cov-kind.
           if inv-tested-flag(inv-idx) = "Y"
             move "TESTED" to state-text
           else
             if inv-mocked-flag(inv-idx) = "Y"
               move "MOCKED ONLY" to state-text
               move "M" to cov-kind
             end-if
           end-if.
           move SPACES to suites-text.
           move 1 to suites-ptr.
           perform varying inv-suite-idx from 1 by 1
             until inv-suite-idx > inv-suite-count(inv-idx)
             if inv-suite-kind(inv-idx, inv-suite-idx) = cov-kind
               string inv-suite-name(inv-idx, inv-suite-idx)
                 delimited by SPACE
                 SPACE delimited by size
                 into suites-text with pointer suites-ptr
               end-string
             end-if
           end-perform.
           display "  " inv-program(inv-idx) SPACE inv-app(inv-idx)
             SPACE state-text SPACE function trim(suites-text).
       end program ECBLUCOV.
