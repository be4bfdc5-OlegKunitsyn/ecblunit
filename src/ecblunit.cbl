           select manifest-file assign to MANIFEST
             organization line sequential
             file status is manifest-status.
           select mask-file assign to MASK
             organization line sequential
             file status is mask-status.
           select shrinkok-file assign to SHRINKOK
             organization line sequential
             file status is shrinkok-status.
           select histbase-file assign to HISTBASE
             organization line sequential
             file status is histbase-status.
           select vld-dd-file assign using vld-dd
             organization line sequential
             file status is vld-dd-status.
           select archive-file assign to ARCHIVE
             organization indexed
             access mode dynamic
             record key is arc-key
             file status is archive-status.
           select partials-file assign to PARTIALS
             organization line sequential
             file status is partials-status.
       data division.
       file section.
       fd  results-file.
       01 waivers-record pic x(20).
       fd  manifest-file.
       01 manifest-record pic x(80).
       fd  mask-file.
       01 mask-record pic x(80).
       fd  shrinkok-file.
       01 shrinkok-record pic x(20).
       fd  histbase-file.
       01 histbase-record pic x(100).
       fd  vld-dd-file.
       01 vld-dd-record pic x(80).
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
       fd  partials-file.
       01 partials-record pic x(1200).
       working-storage section.
      * constants
       01 INTRO.
           "tag on the MANIFEST DD (suite name then its tags,".
        05 filler pic x(50) value
           "space separated, one suite per line).".
        05 filler pic x(50) value
           "An AFTER=suite token there runs the suite after".
        05 filler pic x(50) value
           "that one and blocks it unless that one passed.".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "Add RETRY=n to re-execute failing suites up to n".
        05 filler pic x(50) value
           "instead of tripping FAILURES!.".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "Add RECORD to rewrite the expected side of every".
        05 filler pic x(50) value
           "ECBLUFIL, ECBLUKEY and ECBLUCAS assertion from the".
        05 filler pic x(50) value
           "actual output instead of comparing; the baselines".
        05 filler pic x(50) value
           "rewritten are listed at the end of the run.".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "Add SHRINK=nn to flag any suite whose assertion".
        05 filler pic x(50) value
           "count fell more than nn percent below its recent".
        05 filler pic x(50) value
           "HISTORY runs as SHRUNK (return code 2); list an".
        05 filler pic x(50) value
           "intended new count as 'suite count' on SHRINKOK.".
        05 filler pic x(50) value
           "A HISTBASE DD, when present, is read for the".
        05 filler pic x(50) value
           "counts instead of HISTORY (parallel partial runs).".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "With an ARCHIVE DD every assertion of the run is".
        05 filler pic x(50) value
           "archived for ECBLUINQ; add KEEP=nnn to purge runs".
        05 filler pic x(50) value
           "older than nnn days from it (default 90).".
        05 filler pic x(50) value
           "PARM='ARCHIVE' only loads the WORK detail of runs".
        05 filler pic x(50) value
           "made elsewhere (the partial jobs of a split run)".
        05 filler pic x(50) value
           "into the ARCHIVE, taking the suites that passed on".
        05 filler pic x(50) value
           "retry off the partial RESULTS on a PARTIALS DD.".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "A MASK DD lists suites, ALL or LABEL=labels with a".
        05 filler pic x(50) value
           "first byte and length; those bytes of the expected".
        05 filler pic x(50) value
           "and actual values are reported as '*' everywhere.".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "Add VALIDATE to check the suites, their I/T hooks".
        05 filler pic x(50) value
           "and the control datasets without running anything".
        05 filler pic x(50) value
           "(return code 4 on warnings, 8 on errors).".
        05 filler pic x(2) value x'15'.
        05 filler pic x(50) value
           "Suite fixture hooks (name+I/name+T) only resolve".
        05 filler pic x(50) value
        88 failfast-requested value "Y".
       01 failfast-tripped-switch pic x value SPACE.
        88 failfast-tripped value "Y".
      * baseline capture (RECORD): ECBLUFIL, ECBLUKEY and ECBLUCAS
      * rewrite the expected side of their comparison from the
      * actual output instead of comparing, and note every dataset
      * through ECBLUBSL for the baseline-change report
       01 record-mode-switch pic x value SPACE external.
        88 record-mode value "Y".
       01 baseline-count pic 9(3) usage binary external.
       01 baseline-table external.
        05 baseline-entry occurs 999 times.
         10 baseline-suite pic x(8).
         10 baseline-type pic x(3).
         10 baseline-dd pic x(8).
         10 baseline-state pic x.
         10 baseline-differed pic 9(7) usage binary.
         10 baseline-records pic 9(7) usage binary.
       01 baseline-idx pic 9(3) usage binary.
       01 baseline-rewritten pic 9(3) usage binary value 0.
       01 baseline-unchanged pic 9(3) usage binary value 0.
       01 baseline-unwritten pic 9(3) usage binary value 0.
       01 baseline-state-text pic x(11).
       01 rpt-differed pic 9(7).
       01 rpt-records pic 9(7).
      * programs the suites exercised: ECBLUCAS, ECBLUEXP and
      * ECBLUPRF call their target for real (tested), ECBLUSTB
      * answers in place of a stubbed one (mocked); each is noted
      * once per suite through ECBLUTGT for the TARGET records
       01 target-count pic 9(3) usage binary external.
       01 target-table external.
        05 target-entry occurs 999 times.
         10 target-suite pic x(8).
         10 target-program pic x(8).
         10 target-kind pic x.
       01 target-idx pic 9(3) usage binary.
       01 target-kind-text pic x(6).
      * performance measurements taken by ECBLUPRF: average elapsed
      * and CPU microseconds per call of each target against the
      * suite's budget, for the console, RESULTS and HISTORY
       01 perf-count pic 9(3) usage binary external.
       01 perf-table external.
        05 perf-entry occurs 99 times.
         10 perf-suite pic x(8).
         10 perf-target pic x(8).
         10 perf-calls pic 9(7) usage binary.
         10 perf-elapsed-us pic 9(9) usage binary.
         10 perf-cpu-us pic 9(9) usage binary.
         10 perf-budget-elapsed pic 9(9) usage binary.
         10 perf-budget-cpu pic 9(9) usage binary.
         10 perf-status pic x.
         10 perf-elapsed-flag pic x.
          88 perf-elapsed-known value "Y".
         10 perf-cpu-flag pic x.
          88 perf-cpu-measured value "Y".
       01 perf-idx pic 9(3) usage binary.
       01 rpt-perf-calls pic 9(7).
       01 rpt-perf-elapsed pic x(9).
       01 rpt-perf-cpu pic x(9).
       01 rpt-perf-figure pic 9(9).
       01 rpt-perf-budget-elapsed pic 9(9).
       01 rpt-perf-budget-cpu pic 9(9).
       01 perf-flag pic x(12).
       01 exec-failures-before pic 9(8) usage binary.
       01 unwaived-failures pic 9(8) usage binary external.
       01 exec-unwaived-before pic 9(8) usage binary.
       01 exec-errors-before pic 9(3) usage binary.
       01 exec-skipped-before pic 9(3) usage binary.
       01 suite-limit-secs pic 9(5) usage binary value 0.
       01 scan-idx pic 9(3) usage binary.
       01 scan-first pic 9(3) usage binary.

      * assertion-count guard (SHRINK=nn): a suite whose count
      * fell more than nn percent below its average over the last
      * runs on the HISTORY dataset is reported as shrunk, unless
      * the SHRINKOK dataset acknowledges the new count; a parallel
      * partial step writing its own HISTORY reads the counts off
      * the master history on the HISTBASE DD instead
       01 shrink-requested-switch pic x value SPACE.
        88 shrink-requested value "Y".
       01 shrink-limit-pct pic 9(3) usage binary value 0.
       01 shrink-count pic 9(3) usage binary value 0.
       01 shrink-table.
        05 shrink-entry occurs 999 times.
         10 shrink-suite pic x(8).
         10 shrink-runs pic 9(3) usage binary.
         10 shrink-next pic 9(3) usage binary.
         10 shrink-recent occurs 10 times pic 9(5) usage binary.
       01 shrink-idx pic 9(3) usage binary.
       01 shrink-found pic 9(3) usage binary.
       01 shrink-ring-idx pic 9(3) usage binary.
       01 shrink-sum pic 9(7) usage binary.
       01 shrunk-total pic 9(3) usage binary value 0.
       01 shrink-acked-total pic 9(3) usage binary value 0.
       01 histbase-status pic xx value SPACES.
       01 shrink-hist-record pic x(100).
       01 shrink-hist-tag pic x(8).
       01 shrink-hist-date pic x(8).
       01 shrink-hist-time pic x(6).
       01 shrink-hist-suite pic x(8).
       01 shrink-hist-result pic x.
       01 shrink-hist-asserts pic x(5).
       01 shrink-hist-asserts-9 redefines shrink-hist-asserts
         pic 9(5).
       01 shrinkok-status pic xx value SPACES.
       01 shrinkok-count pic 9(3) usage binary value 0.
       01 shrinkok-table.
        05 shrinkok-entry occurs 999 times.
         10 shrinkok-suite pic x(8).
         10 shrinkok-asserts pic 9(5) usage binary.
       01 shrinkok-idx pic 9(3) usage binary.
       01 shrinkok-found pic 9(3) usage binary.
       01 shrinkok-suite-x pic x(8).
       01 shrinkok-count-x pic x(8).
       01 shrinkok-count-val pic 9(5) usage binary.
       01 rpt-shrink-asserts pic 9(5).
       01 rpt-shrink-base pic 9(5).
       01 rpt-shrink-pct pic 9(3).

      * assertion-level archive: every main-pass assertion of the run
      * goes onto the optional ARCHIVE KSDS keyed by suite, assertion
      * number and run date-time, for ECBLUINQ; runs older than
      * KEEP=nnn days (default 90) are purged as each run is loaded
       01 archive-status pic xx value SPACES.
       01 archive-keep-days pic 9(5) usage binary value 90.
       01 archive-run-date pic 9(8).
       01 archive-cutoff pic 9(8).
       01 archive-cutoff-x redefines archive-cutoff pic x(8).
       01 archive-loaded pic 9(7) usage binary value 0.
       01 archive-purged pic 9(7) usage binary value 0.
       01 rpt-archive-loaded pic 9(7).
       01 rpt-archive-purged pic 9(7).
       01 archive-eof-switch pic x.
        88 archive-eof value "Y".
      * PARM ARCHIVE loads the WORK detail of runs made elsewhere -
      * the partial jobs of a split run, concatenated on WORK - as
      * one run; INTSUITE records of their RESULTS, concatenated on
      * the optional PARTIALS DD, name the intermittent suites
       01 archive-only-switch pic x value SPACE.
        88 archive-only-requested value "Y".
       01 partials-status pic xx value SPACES.
       01 partials-tag pic x(10).
       01 partials-suite pic x(8).

      * preflight check (VALIDATE): the run list, every suite and its
      * I/T hooks and the control datasets are checked without a
      * suite being called or an output dataset opened; errors give
      * return code 8, warnings 4. DD=name tokens on a MANIFEST line
      * name the DDs the suite needs allocated
       01 validate-requested-switch pic x value SPACE.
        88 validate-requested value "Y".
       01 vld-errors pic 9(5) usage binary value 0.
       01 vld-warnings pic 9(5) usage binary value 0.
       01 vld-count pic 9(3) usage binary value 0.
       01 vld-table.
        05 vld-entry occurs 999 times.
         10 vld-suite pic x(8).
         10 vld-manifest-flag pic x.
         10 vld-restart-flag pic x.
       01 vld-idx pic 9(3) usage binary.
       01 vld-found pic 9(3) usage binary.
       01 vld-name pic x(8).
       01 vld-ptr usage procedure-pointer.
       01 vld-hooks pic x(12).
       01 vld-note pic x(40).
       01 vld-text pic x(120).
       01 vld-line-nr pic 9(5) usage binary.
       01 vld-line-disp pic 9(5).
       01 vld-pos pic 9(3) usage binary.
       01 vld-digits pic 9(3) usage binary.
       01 vld-bad pic 9(3) usage binary.
       01 vld-token pic x(16).
       01 vld-tokens.
        05 vld-token-entry occurs 9 times pic x(16).
       01 vld-token-idx pic 9(3) usage binary.
       01 vld-tag-carriers pic 9(3) usage binary.
       01 vld-waiver-dup pic 9(3) usage binary.
       01 vld-dd pic x(8).
       01 vld-dd-status pic xx value SPACES.
       01 rpt-vld-count pic 9(3).
       01 rpt-vld-errors pic 9(5).
       01 rpt-vld-warnings pic 9(5).

      * timestamps
       01 current-time.
        05 hours pic 9(2).
         10 suite-failures pic 9(5) usage binary.
         10 suite-errors pic 9(3) usage binary.
         10 suite-result pic x.
         10 suite-shrink-flag pic x.
         10 suite-base-asserts pic 9(5) usage binary.
         10 suite-shrink-pct pic 9(3) usage binary.
       01 slowest-secs pic 9(7) usage binary value 0.
       01 rpt-dur-secs pic 9(7) usage binary.
       01 dur-work pic 9(7) usage binary.
        88 tag-hit value "Y".
       01 tag-skipped-total pic 9(3) usage binary value 0.

      * suite prerequisites: AFTER=suite tokens on a MANIFEST line
      *  name suites that must have passed before that one runs.
      *  the run list is collected first and put in an order that
      *  honours them, the given order kept otherwise; a suite whose
      *  prerequisite failed, abended, was skipped or was blocked
      *  itself is BLOCKED instead of called, and a prerequisite
      *  missing from the run or a cycle of them is an error
       01 run-count pic 9(3) usage binary value 0.
       01 run-table.
        05 run-entry occurs 999 times.
         10 run-suite pic x(8).
         10 run-placed-flag pic x.
         10 run-outcome pic x.
         10 run-block-prereq pic x(8).
         10 run-block-reason pic x(9).
         10 run-prereq-count pic 9(3) usage binary.
         10 run-prereq-ent occurs 8 times pic 9(3) usage binary.
       01 run-sequence.
        05 run-seq-entry occurs 999 times pic 9(3) usage binary.
       01 run-idx pic 9(3) usage binary.
       01 run-seq-idx pic 9(3) usage binary.
       01 run-current pic 9(3) usage binary.
       01 run-found pic 9(3) usage binary.
       01 run-placed pic 9(3) usage binary value 0.
       01 prereq-idx pic 9(3) usage binary.
       01 prereq-name pic x(8).
       01 prereq-ready-switch pic x.
        88 prereq-ready value "Y".
       01 blocked-total pic 9(3) usage binary value 0.

      * known-failure waivers
      *  suite name plus assertion number per line on the WAIVERS DD;
      *  matching failures are reported separately and do not drive
      *  the return code, and entries that no longer fail are flagged
      *  so stale waivers get retired; ECBLUREC reads the same
      *  table to count the failures no waiver covers
       01 waivers-status pic xx value SPACES.
       01 waivers-count pic 9(3) usage binary external.
       01 waiver-table external.
        05 waiver-entry occurs 999 times.
         10 waiver-suite pic x(8).
         10 waiver-nr pic 9(5) usage binary.
        88 waiver-matched value "Y".
       01 waiver-nr-disp pic 9(5).

      * masking of sensitive values
      *  each MASK line names a suite (ALL for every suite, a
      *  trailing * for a prefix) or LABEL=label (a trailing * for a
      *  prefix), the first byte of the range to obscure and its
      *  length (to the end of the value when omitted), e.g.
      *    TESTKEY 1 9
      *    LABEL=CUST-SSN* 5
      *  a line starting with * is a comment
      *  ECBLUREC overwrites the range with '*' in the expected and
      *  actual values before the detail reaches WORK, so the
      *  console, RESULTS, the audit report and the archive never
      *  carry those bytes; the mismatch position is kept as it was.
      *  Byte positions count from the start of the record (FIL,
      *  KEY) or area (REQ) compared, up to 32760, whichever
      *  256-byte window of it the detail holds
       01 mask-status pic xx value SPACES.
       01 mask-count pic 9(3) usage binary external.
       01 mask-table external.
        05 mask-entry occurs 99 times.
         10 mask-suite pic x(8).
         10 mask-label pic x(30).
         10 mask-offset pic 9(5) usage binary.
         10 mask-length pic 9(5) usage binary.
       01 masked-total pic 9(8) usage binary external.
       01 mask-line-nr pic 9(5) usage binary.
       01 mask-line-disp pic 9(5).
       01 mask-pattern pic x(40).
       01 mask-offset-x pic x(8).
       01 mask-length-x pic x(8).
       01 mask-extra-x pic x(8).
       01 mask-rule-suite pic x(8).
       01 mask-rule-label pic x(30).
       01 mask-rule-offset pic 9(5) usage binary.
       01 mask-rule-length pic 9(5) usage binary.
       01 mask-error pic x(60).
       01 mask-number-x pic x(8).
       01 mask-number-val pic 9(5) usage binary.
       01 mask-number-bad pic 9(3) usage binary.
       01 mask-digit-idx pic 9(3) usage binary.
       01 mask-digit-x pic x.
       01 mask-digit-9 redefines mask-digit-x pic 9.
       01 rpt-mask-rules pic 9(3).
       01 rpt-masked pic 9(8).

      * cumulative run-history file
       01 history-status pic xx value SPACES.
       01 run-date pic x(8) value SPACES.
           perform ecblu-start.
           perform ecblu-scan-parm.

           *> VALIDATE only checks the setup: it must not start the
           *> RESULTS or RESTART datasets of the real run over
           if validate-requested
             perform ecblu-validate
             stop run
           end-if.

           *> ARCHIVE executes no suite and must not open the WORK
           *> dataset it loads from for output
           if archive-only-requested
             perform ecblu-archive-only
             stop run
           end-if.

           *> a //RESULTS DD is optional; a missing/failed dataset
           *> just skips the CI file instead of taking down the job
           open output results-file.
           move results-status to results-open-status.

           *> PARM='ALL' (alone, or combined with other suite names,
           *> which are then ignored) runs every suite named on the
           *> //SUITES DD instead, so a new TESTxxx program is picked
             move 0 to arg-len
           end-if.

           if record-mode
             display "RECORD: expected baselines are rewritten from "
               "the actual output"
           end-if.

           *> a RECORD run rewrites baselines rather than testing, so
           *> its assertion counts say nothing about the suites
           if shrink-requested and record-mode
             display "SHRINK= ignored on a RECORD run"
             move SPACE to shrink-requested-switch
           end-if.

           perform ecblu-restart-load.
           perform ecblu-waivers-load.
           perform ecblu-mask-load.
           perform ecblu-manifest-load.

           if arg-len > 0
                   *> was already decided by ecblu-scan-parm above
                   if testsuite-name not = "RESTART"
                     and testsuite-name not = "FAILFAST"
                     and testsuite-name not = "RECORD"
                     and testsuite-name not = "TIMEOUT="
                     and testsuite-name(1:6) not = "RETRY="
                     and testsuite-name(1:7) not = "SHRINK="
                     and testsuite-name(1:5) not = "KEEP="
                     and testsuite-name(1:4) not = "TAG="
                     perform ecblu-run-add
                   end-if
                 end-if
                 compute arg-first = 1 + arg-idx
           *> //SUITES DD, so a run isn't limited to what fits in PARM
           perform ecblu-read-suites.

           *> prerequisites first, then the run list in that order
           perform ecblu-run-order.
           perform varying run-seq-idx from 1 by 1
             until run-seq-idx > run-count
             move run-seq-entry(run-seq-idx) to run-current
             move run-suite(run-current) to testsuite-name
             perform ecblu-exec
           end-perform.

           if suites-considered = 0
             display HELP
             if results-open-status = "00"
           accept run-date from DATE YYYYMMDD.
           accept run-time-stamp from TIME.
           accept elapsed-time from TIME.

       ecblu-scan-parm section.
           *> non-destructive pass over arg-value purely to recognise
                   move SPACES to scan-token
                   move scan-value(scan-first:scan-idx - scan-first)
                        to scan-token
                   perform ecblu-scan-keyword
                 end-if
                 compute scan-first = 1 + scan-idx
               end-if
             end-perform
           end-if.

       ecblu-scan-keyword section.
           *> one PARM token in scan-token: a control keyword sets
           *> its switch, anything else is taken for a suite name
           if scan-token = "ALL"
             move "Y" to all-requested-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token = "RESTART"
             move "Y" to restart-requested-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token = "FAILFAST"
             move "Y" to failfast-requested-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token = "RECORD"
             move "Y" to record-mode-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token = "VALIDATE"
             move "Y" to validate-requested-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token = "ARCHIVE"
             move "Y" to archive-only-switch
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token(1:8) = "TIMEOUT="
             perform ecblu-scan-timeout
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token(1:6) = "RETRY="
             perform ecblu-scan-retry
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token(1:7) = "SHRINK="
             perform ecblu-scan-shrink
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token(1:5) = "KEEP="
             perform ecblu-scan-keep
             go to ecblu-scan-keyword-exit
           end-if.
           if scan-token(1:4) = "TAG="
             move scan-token(5:16) to run-tag
             if run-tag not = SPACES
               move "Y" to tag-requested-switch
             end-if
             go to ecblu-scan-keyword-exit
           end-if.
           move "Y" to other-parm-token-switch.

       ecblu-scan-keyword-exit.
           exit.

       ecblu-scan-timeout section.
           *> digits after TIMEOUT= make the per-suite limit in
           *> seconds; anything else in the token is ignored
             end-if
           end-perform.

       ecblu-scan-shrink section.
           *> digits after SHRINK= make the tolerated drop in the
           *> assertion count, in percent; SHRINK=0 flags any drop
           move "Y" to shrink-requested-switch.
           move 0 to shrink-limit-pct.
           perform varying scan-digit-idx from 8 by 1
             until scan-digit-idx > length of scan-token
             or scan-token(scan-digit-idx:1) = SPACE
             if scan-token(scan-digit-idx:1) not < "0"
               and scan-token(scan-digit-idx:1) not > "9"
               and shrink-limit-pct < 100
               move scan-token(scan-digit-idx:1) to scan-digit-x
               compute shrink-limit-pct =
                 shrink-limit-pct * 10 + scan-digit-9
             end-if
           end-perform.
           if shrink-limit-pct > 99
             move 99 to shrink-limit-pct
           end-if.

       ecblu-scan-keep section.
           *> digits after KEEP= make the archive retention in days
           move 0 to archive-keep-days.
           perform varying scan-digit-idx from 6 by 1
             until scan-digit-idx > length of scan-token
             or scan-token(scan-digit-idx:1) = SPACE
             if scan-token(scan-digit-idx:1) not < "0"
               and scan-token(scan-digit-idx:1) not > "9"
               and archive-keep-days < 9999
               move scan-token(scan-digit-idx:1) to scan-digit-x
               compute archive-keep-days =
                 archive-keep-days * 10 + scan-digit-9
             end-if
           end-perform.

       ecblu-restart-load section.
           move 0 to restart-count.
           if restart-requested
       ecblu-waivers-load section.
           *> the WAIVERS DD is optional; each line names a suite and
           *> an assertion number whose failure has been accepted
           move 0 to waivers-count.
           open input waivers-file.
           if waivers-status not = "00"
             go to ecblu-waivers-load-exit
       ecblu-waivers-load-exit.
           exit.

       ecblu-mask-load section.
           *> the MASK DD is optional, but a rule that cannot be read
           *> must not quietly let the values it was meant to hide
           *> through: the step fails instead
           move 0 to mask-count.
           move 0 to masked-total.
           open input mask-file.
           if mask-status not = "00"
             go to ecblu-mask-load-exit
           end-if.
           move 0 to mask-line-nr.
           move SPACES to mask-error.
           perform until mask-status not = "00"
             or mask-error not = SPACES
             read mask-file
             if mask-status = "00"
               add 1 to mask-line-nr
               if mask-record not = SPACES
                 and mask-record(1:1) not = "*"
                 perform ecblu-mask-parse
                 if mask-error = SPACES and mask-count >= 99
                   move "more than 99 rules" to mask-error
                 end-if
                 if mask-error = SPACES
                   add 1 to mask-count
                   move mask-rule-suite to mask-suite(mask-count)
                   move mask-rule-label to mask-label(mask-count)
                   move mask-rule-offset to mask-offset(mask-count)
                   move mask-rule-length to mask-length(mask-count)
                 end-if
               end-if
             end-if
           end-perform.
           close mask-file.
           if mask-error not = SPACES
             move mask-line-nr to mask-line-disp
             display "MASK line " mask-line-disp ": "
               function trim(mask-error) " - run stopped"
             if results-open-status = "00"
               close results-file
             end-if
             if restart-open-status = "00"
               close restart-file
             end-if
             move 8 to RETURN-CODE
             stop run
           end-if.
           if mask-count > 0
             move mask-count to rpt-mask-rules
             display "MASK: " rpt-mask-rules
               " rule(s) - matching values are masked"
           end-if.

       ecblu-mask-load-exit.
           exit.

       ecblu-mask-parse section.
           *> mask-record into mask-rule-*; what is wrong with it,
           *> if anything, in mask-error
           move SPACES to mask-error.
           move SPACES to mask-pattern.
           move SPACES to mask-offset-x.
           move SPACES to mask-length-x.
           move SPACES to mask-extra-x.
           move SPACES to mask-rule-suite.
           move SPACES to mask-rule-label.
           unstring mask-record delimited by all SPACES
             into mask-pattern, mask-offset-x, mask-length-x,
               mask-extra-x
           end-unstring.
           if mask-extra-x not = SPACES
             move "more than a name, first byte and length"
               to mask-error
             go to ecblu-mask-parse-exit
           end-if.
           if mask-pattern(1:6) = "LABEL="
             if mask-pattern(7:) = SPACES
               or mask-pattern(37:) not = SPACES
               move "LABEL= needs a label of up to 30 characters"
                 to mask-error
               go to ecblu-mask-parse-exit
             end-if
             move mask-pattern(7:30) to mask-rule-label
           else
             if mask-pattern(9:) not = SPACES
               move "not a suite name or LABEL=label" to mask-error
               go to ecblu-mask-parse-exit
             end-if
             move mask-pattern(1:8) to mask-rule-suite
             if mask-rule-suite = "ALL"
               move "*" to mask-rule-suite
             end-if
           end-if.
           move mask-offset-x to mask-number-x.
           perform ecblu-mask-number.
           if mask-number-bad > 0 or mask-number-val = 0
             or mask-number-val > 32760
             move "first byte must be a number from 1 to 32760"
               to mask-error
             go to ecblu-mask-parse-exit
           end-if.
           move mask-number-val to mask-rule-offset.
           *> no length masks to the end of the record
           compute mask-rule-length = 32761 - mask-rule-offset.
           if mask-length-x = SPACES
             go to ecblu-mask-parse-exit
           end-if.
           move mask-length-x to mask-number-x.
           perform ecblu-mask-number.
           if mask-number-bad > 0 or mask-number-val = 0
             move "length must be a number from 1" to mask-error
             go to ecblu-mask-parse-exit
           end-if.
           if mask-number-val < mask-rule-length
             move mask-number-val to mask-rule-length
           end-if.

       ecblu-mask-parse-exit.
           exit.

       ecblu-mask-number section.
           move 0 to mask-number-val.
           move 0 to mask-number-bad.
           if mask-number-x = SPACES
             add 1 to mask-number-bad
           end-if.
           perform varying mask-digit-idx from 1 by 1
             until mask-digit-idx > length of mask-number-x
             or mask-number-x(mask-digit-idx:1) = SPACE
             if mask-number-x(mask-digit-idx:1) not < "0"
               and mask-number-x(mask-digit-idx:1) not > "9"
               and mask-number-val < 9999
               move mask-number-x(mask-digit-idx:1) to mask-digit-x
               compute mask-number-val =
                 mask-number-val * 10 + mask-digit-9
             else
               add 1 to mask-number-bad
             end-if
           end-perform.

       ecblu-manifest-load section.
           *> the manifest is optional for a plain run, which only
           *> takes the AFTER= prerequisites off it, but a missing
           *> dataset with TAG= present must fail the step: a tag run
           *> against no manifest would filter out every suite and
           *> end green with nothing executed
           open input manifest-file.
           if manifest-status not = "00" and not tag-requested
             go to ecblu-manifest-load-exit
           end-if.
           if manifest-status not = "00"
             display "TAG=" function trim(run-tag)
               " given but MANIFEST dataset not available"
             perform until suites-status not = "00"
               read suites-file into testsuite-name
               if suites-status = "00" and testsuite-name not = SPACES
                 perform ecblu-run-add
               end-if
             end-perform
             close suites-file
           end-if.

       ecblu-run-add section.
           *> testsuite-name joins the run list; a name given twice
           *> runs twice, as it always has
           if run-count >= 999
             display "Over 999 suites - " testsuite-name " not run"
             go to ecblu-run-add-exit
           end-if.
           add 1 to run-count.
           move testsuite-name to run-suite(run-count).
           move SPACE to run-placed-flag(run-count).
           move SPACE to run-outcome(run-count).
           move SPACES to run-block-prereq(run-count).
           move SPACES to run-block-reason(run-count).
           move 0 to run-prereq-count(run-count).

       ecblu-run-add-exit.
           exit.

       ecblu-run-order section.
           *> each suite's AFTER= prerequisites are resolved to run
           *> list entries once; then the earliest suite whose
           *> prerequisites are all placed goes next, so a run list
           *> without prerequisites keeps its order exactly
           perform varying run-idx from 1 by 1
             until run-idx > run-count
             perform ecblu-run-prereqs
           end-perform.
           move 0 to run-placed.
           perform ecblu-run-place-next
             until run-placed >= run-count.

       ecblu-run-prereqs section.
           move 0 to run-prereq-count(run-idx).
           move run-suite(run-idx) to testsuite-name.
           move 0 to manifest-found.
           perform varying manifest-idx from 1 by 1
             until manifest-idx > manifest-count
             if manifest-suite(manifest-idx) = testsuite-name
               move manifest-idx to manifest-found
               exit perform
             end-if
           end-perform.
           if manifest-found = 0
             go to ecblu-run-prereqs-exit
           end-if.
           perform varying manifest-tag-idx from 1 by 1
             until manifest-tag-idx > 8
             if manifest-tag-entry(manifest-found,
               manifest-tag-idx)(1:6) = "AFTER="
               move manifest-tag-entry(manifest-found,
                 manifest-tag-idx)(7:8) to prereq-name
               move 0 to run-found
               perform varying run-seq-idx from 1 by 1
                 until run-seq-idx > run-count
                 if run-suite(run-seq-idx) = prereq-name
                   move run-seq-idx to run-found
                   exit perform
                 end-if
               end-perform
               *> a prerequisite that is not in the run cannot
               *> have passed; the first one missing is reported
               if run-found = 0
                 if run-block-reason(run-idx) = SPACES
                   move prereq-name to run-block-prereq(run-idx)
                   move "MISSING" to run-block-reason(run-idx)
                 end-if
               else
                 add 1 to run-prereq-count(run-idx)
                 move run-found to run-prereq-ent(run-idx,
                   run-prereq-count(run-idx))
               end-if
             end-if
           end-perform.

       ecblu-run-prereqs-exit.
           exit.

       ecblu-run-place-next section.
           move 0 to run-found.
           perform varying run-idx from 1 by 1
             until run-idx > run-count or run-found > 0
             if run-placed-flag(run-idx) = SPACE
               perform ecblu-run-ready
               if prereq-ready
                 move run-idx to run-found
               end-if
             end-if
           end-perform.
           if run-found > 0
             add 1 to run-placed
             move run-found to run-seq-entry(run-placed)
             move "Y" to run-placed-flag(run-found)
             go to ecblu-run-place-next-exit
           end-if.
           *> nothing left can go first: the suites still waiting
           *> wait on each other, and run in their given order only
           *> to be reported as blocked by the cycle
           perform varying run-idx from 1 by 1
             until run-idx > run-count
             if run-placed-flag(run-idx) = SPACE
               perform ecblu-run-ready
               if run-block-reason(run-idx) = SPACES
                 move prereq-name to run-block-prereq(run-idx)
                 move "CYCLE" to run-block-reason(run-idx)
               end-if
             end-if
           end-perform.
           perform varying run-idx from 1 by 1
             until run-idx > run-count
             if run-placed-flag(run-idx) = SPACE
               add 1 to run-placed
               move run-idx to run-seq-entry(run-placed)
               move "Y" to run-placed-flag(run-idx)
             end-if
           end-perform.

       ecblu-run-place-next-exit.
           exit.

       ecblu-run-ready section.
           *> are the prerequisites of run-idx all placed? the
           *> first one still waiting is left in prereq-name
           move "Y" to prereq-ready-switch.
           move SPACES to prereq-name.
           perform varying prereq-idx from 1 by 1
             until prereq-idx > run-prereq-count(run-idx)
             move run-prereq-ent(run-idx, prereq-idx) to run-seq-idx
             if run-placed-flag(run-seq-idx) = SPACE
               move SPACE to prereq-ready-switch
               move run-suite(run-seq-idx) to prereq-name
               exit perform
             end-if
           end-perform.

       ecblu-prereq-check section.
           *> a prerequisite missing from the run or a cycle is an
           *> error of the run setup; otherwise every prerequisite
           *> must have passed, or completed before a restart
           if run-block-reason(run-current) not = SPACES
             add 1 to errors-total
             perform ecblu-block-suite
             go to ecblu-prereq-check-exit
           end-if.
           perform varying prereq-idx from 1 by 1
             until prereq-idx > run-prereq-count(run-current)
             move run-prereq-ent(run-current, prereq-idx) to run-found
             if run-outcome(run-found) not = "P"
               and run-outcome(run-found) not = "R"
               move run-suite(run-found)
                 to run-block-prereq(run-current)
               move "NOT-RUN" to run-block-reason(run-current)
               if run-outcome(run-found) = "F"
                 move "FAILED" to run-block-reason(run-current)
               end-if
               if run-outcome(run-found) = "E"
                 move "EXCEPTION" to run-block-reason(run-current)
               end-if
               if run-outcome(run-found) = "S"
                 move "SKIPPED" to run-block-reason(run-current)
               end-if
               if run-outcome(run-found) = "B"
                 move "BLOCKED" to run-block-reason(run-current)
               end-if
               exit perform
             end-if
           end-perform.
           if run-block-reason(run-current) not = SPACES
             perform ecblu-block-suite
           end-if.

       ecblu-prereq-check-exit.
           exit.

       ecblu-block-suite section.
           move "B" to run-outcome(run-current).
           add 1 to blocked-total.
           if run-block-reason(run-current) = "MISSING"
             display "Suite " testsuite-name " blocked - prerequisite "
               run-block-prereq(run-current) " is not in this run"
             go to ecblu-block-suite-exit
           end-if.
           if run-block-reason(run-current) = "CYCLE"
             display "Suite " testsuite-name " blocked - prerequisite "
               run-block-prereq(run-current) " is in a cycle"
             go to ecblu-block-suite-exit
           end-if.
           display "Suite " testsuite-name " blocked - prerequisite "
             run-block-prereq(run-current) SPACE
             function trim(run-block-reason(run-current)).

       ecblu-block-suite-exit.
           exit.

       ecblu-validate section.
           *> preflight: walk the same PARM, SUITES, WAIVERS,
           *> MANIFEST, RESTART and SHRINKOK inputs a run reads,
           *> resolve every suite and hook without calling it and
           *> report what would go wrong
           display "VALIDATE: run setup check - no suite is executed".
           move 0 to vld-count.
           perform ecblu-vld-parm.
           if not all-requested and other-parm-token-found
             display "Suites named on the PARM are run as well as"
               " those on SUITES"
           end-if.
           perform ecblu-vld-suites.
           if vld-count = 0
             move SPACES to vld-text
             string "No suite to run: none named on the PARM and the"
               " SUITES dataset is empty or not allocated"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
           end-if.
           perform ecblu-vld-manifest.
           perform ecblu-vld-order.
           perform ecblu-vld-restart.
           perform ecblu-vld-waivers.
           perform ecblu-vld-mask.
           perform ecblu-vld-shrinkok.
           perform ecblu-vld-resolve.

           move vld-count to rpt-vld-count.
           move vld-errors to rpt-vld-errors.
           move vld-warnings to rpt-vld-warnings.
           display "Validation: " rpt-vld-count " suite(s), "
             rpt-vld-errors " error(s), "
             rpt-vld-warnings " warning(s)".
           move 0 to RETURN-CODE.
           if vld-errors > 0
             display "NOT VALID!"
             move 8 to RETURN-CODE
             go to ecblu-validate-exit
           end-if.
           if vld-warnings > 0
             display "VALID WITH WARNINGS"
             move 4 to RETURN-CODE
             go to ecblu-validate-exit
           end-if.
           display "VALID".

       ecblu-validate-exit.
           exit.

       ecblu-vld-parm section.
           *> every PARM token again, this time checking keyword
           *> values and collecting the suite names into the run list
           if arg-len = 0
             go to ecblu-vld-parm-exit
           end-if.
           move SPACES to scan-value.
           move arg-value(1:arg-len) to scan-value(1:arg-len).
           compute scan-len = arg-len + 1.
           move SPACE to scan-value(scan-len:1).
           move 1 to scan-first.
           perform varying scan-idx from 1 by 1
             until scan-idx > scan-len
             if scan-value(scan-idx:1) = SPACE
               if scan-idx > scan-first
                 move SPACES to scan-token
                 move scan-value(scan-first:scan-idx - scan-first)
                      to scan-token
                 perform ecblu-vld-token
               end-if
               compute scan-first = 1 + scan-idx
             end-if
           end-perform.
           if shrink-requested and record-mode
             move "SHRINK= is ignored on a RECORD run" to vld-text
             perform ecblu-vld-warning
           end-if.

       ecblu-vld-parm-exit.
           exit.

       ecblu-vld-token section.
           if scan-token = "ALL" or scan-token = "RESTART"
             or scan-token = "FAILFAST" or scan-token = "RECORD"
             or scan-token = "VALIDATE" or scan-token = "ARCHIVE"
             go to ecblu-vld-token-exit
           end-if.
           move 0 to vld-pos.
           if scan-token(1:8) = "TIMEOUT="
             move 9 to vld-pos
           end-if.
           if scan-token(1:6) = "RETRY="
             move 7 to vld-pos
           end-if.
           if scan-token(1:7) = "SHRINK="
             move 8 to vld-pos
           end-if.
           if scan-token(1:5) = "KEEP="
             move 6 to vld-pos
           end-if.
           if vld-pos > 0
             perform ecblu-vld-number
             if vld-digits = 0 or vld-bad > 0
               move SPACES to vld-text
               string "PARM " function trim(scan-token)
                 ": a number is expected after the ="
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             go to ecblu-vld-token-exit
           end-if.
           if scan-token(1:4) = "TAG="
             if scan-token(5:) = SPACES
               move "PARM TAG=: a tag name is expected after the ="
                 to vld-text
               perform ecblu-vld-error
             end-if
             go to ecblu-vld-token-exit
           end-if.
           *> anything else is a suite name
           if all-requested
             go to ecblu-vld-token-exit
           end-if.
           if scan-token(9:) not = SPACES
             move SPACES to vld-text
             string "PARM " function trim(scan-token)
               ": suite names are 8 characters at most"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-token-exit
           end-if.
           move scan-token(1:8) to vld-name.
           perform ecblu-vld-add.

       ecblu-vld-token-exit.
           exit.

       ecblu-vld-number section.
           *> digits and non-digits of scan-token from vld-pos on
           move 0 to vld-digits.
           move 0 to vld-bad.
           perform varying scan-digit-idx from vld-pos by 1
             until scan-digit-idx > length of scan-token
             or scan-token(scan-digit-idx:1) = SPACE
             if scan-token(scan-digit-idx:1) not < "0"
               and scan-token(scan-digit-idx:1) not > "9"
               add 1 to vld-digits
             else
               add 1 to vld-bad
             end-if
           end-perform.

       ecblu-vld-add section.
           *> vld-name joins the run list; a suite listed twice would
           *> run twice
           perform ecblu-vld-find.
           if vld-found > 0
             move SPACES to vld-text
             string "Suite " function trim(vld-name)
               " is listed more than once and would run repeatedly"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-add-exit
           end-if.
           if vld-count >= 999
             move SPACES to vld-text
             string "Over 999 suites - " function trim(vld-name)
               " not checked" delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-add-exit
           end-if.
           add 1 to vld-count.
           move vld-name to vld-suite(vld-count).
           move SPACE to vld-manifest-flag(vld-count).
           move SPACE to vld-restart-flag(vld-count).

       ecblu-vld-add-exit.
           exit.

       ecblu-vld-find section.
           move 0 to vld-found.
           perform varying vld-idx from 1 by 1
             until vld-idx > vld-count
             if vld-suite(vld-idx) = vld-name
               move vld-idx to vld-found
               exit perform
             end-if
           end-perform.

       ecblu-vld-suites section.
           open input suites-file.
           if suites-status not = "00"
             if all-requested
               move SPACES to vld-text
               string "PARM=ALL given but SUITES dataset not"
                 " available - status " suites-status
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             go to ecblu-vld-suites-exit
           end-if.
           perform until suites-status not = "00"
             read suites-file into vld-name
             if suites-status = "00" and vld-name not = SPACES
               perform ecblu-vld-add
             end-if
           end-perform.
           close suites-file.

       ecblu-vld-suites-exit.
           exit.

       ecblu-vld-manifest section.
           open input manifest-file.
           if manifest-status not = "00"
             if tag-requested
               move SPACES to vld-text
               string "TAG=" function trim(run-tag)
                 " given but MANIFEST dataset not available"
                 " - status " manifest-status
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             go to ecblu-vld-manifest-exit
           end-if.
           move 0 to vld-line-nr.
           move 0 to vld-tag-carriers.
           perform until manifest-status not = "00"
             read manifest-file
             if manifest-status = "00"
               add 1 to vld-line-nr
               if manifest-record not = SPACES
                 and manifest-record(1:1) not = "*"
                 perform ecblu-vld-manifest-line
               end-if
             end-if
           end-perform.
           close manifest-file.
           if tag-requested
             if vld-tag-carriers = 0
               move SPACES to vld-text
               string "TAG=" function trim(run-tag)
                 ": no suite of this run carries it on MANIFEST -"
                 " nothing would run" delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             perform varying vld-idx from 1 by 1
               until vld-idx > vld-count
               if vld-manifest-flag(vld-idx) = SPACE
                 move SPACES to vld-text
                 string "Suite " function trim(vld-suite(vld-idx))
                   " is not on MANIFEST - untagged, would be skipped"
                   delimited by size into vld-text
                 end-string
                 perform ecblu-vld-warning
               end-if
             end-perform
           end-if.

       ecblu-vld-manifest-exit.
           exit.

       ecblu-vld-manifest-line section.
           move vld-line-nr to vld-line-disp.
           move SPACES to vld-name.
           move SPACES to vld-tokens.
           unstring manifest-record delimited by all SPACES
             into vld-name, vld-token-entry(1), vld-token-entry(2),
               vld-token-entry(3), vld-token-entry(4),
               vld-token-entry(5), vld-token-entry(6),
               vld-token-entry(7), vld-token-entry(8),
               vld-token-entry(9)
           end-unstring.
           if vld-token-entry(9) not = SPACES
             move SPACES to vld-text
             string "MANIFEST line " vld-line-disp
               ": more than 8 tags - the rest are ignored"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
           end-if.
           perform ecblu-vld-find.
           if vld-found = 0
             move SPACES to vld-text
             string "MANIFEST line " vld-line-disp ": suite "
               function trim(vld-name) " is not in this run"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-manifest-line-exit
           end-if.
           if vld-manifest-flag(vld-found) not = SPACE
             move SPACES to vld-text
             string "MANIFEST line " vld-line-disp ": suite "
               function trim(vld-name) " is listed again - only the"
               " first line counts" delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-manifest-line-exit
           end-if.
           move "M" to vld-manifest-flag(vld-found).
           *> kept the way a run loads it, for the run order
           add 1 to manifest-count.
           move SPACES to manifest-entry(manifest-count).
           move vld-name to manifest-suite(manifest-count).
           perform varying vld-token-idx from 1 by 1
             until vld-token-idx > 8
             move vld-token-entry(vld-token-idx) to vld-token
             move vld-token to manifest-tag-entry(manifest-count,
               vld-token-idx)
             if vld-token(1:3) = "DD="
               perform ecblu-vld-dd
             end-if
             if vld-token(1:6) = "AFTER="
               and (vld-token(7:) = SPACES
               or vld-token(15:) not = SPACES)
               move SPACES to vld-text
               string "MANIFEST line " vld-line-disp ": "
                 function trim(vld-token) " is not a suite name"
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             if tag-requested and vld-token = run-tag
               move "T" to vld-manifest-flag(vld-found)
               add 1 to vld-tag-carriers
             end-if
           end-perform.

       ecblu-vld-manifest-line-exit.
           exit.

       ecblu-vld-dd section.
           *> a DD the suite needs: allocated is all that is asked,
           *> whatever its record format
           if vld-token(4:) = SPACES or vld-token(12:) not = SPACES
             move SPACES to vld-text
             string "MANIFEST line " vld-line-disp ": "
               function trim(vld-token) " is not a DD name"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-dd-exit
           end-if.
           move vld-token(4:8) to vld-dd.
           open input vld-dd-file.
           if vld-dd-status = "35"
             move SPACES to vld-text
             string "Suite " function trim(vld-name) " needs DD "
               function trim(vld-dd) ", which is not allocated"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-dd-exit
           end-if.
           if vld-dd-status(1:1) = "0"
             close vld-dd-file
           end-if.

       ecblu-vld-dd-exit.
           exit.

       ecblu-vld-order section.
           *> the run list in the order the AFTER= prerequisites
           *> put it; a prerequisite outside the run or a cycle
           *> would block its suites
           move 0 to run-count.
           perform varying vld-idx from 1 by 1
             until vld-idx > vld-count
             move vld-suite(vld-idx) to testsuite-name
             perform ecblu-run-add
           end-perform.
           perform ecblu-run-order.
           perform varying run-idx from 1 by 1
             until run-idx > run-count
             if run-block-reason(run-idx) = "MISSING"
               move SPACES to vld-text
               string "Suite " function trim(run-suite(run-idx))
                 ": prerequisite "
                 function trim(run-block-prereq(run-idx))
                 " is not in this run - would be blocked"
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
             if run-block-reason(run-idx) = "CYCLE"
               move SPACES to vld-text
               string "Suite " function trim(run-suite(run-idx))
                 ": prerequisite "
                 function trim(run-block-prereq(run-idx))
                 " is in a cycle - would be blocked"
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             end-if
           end-perform.

       ecblu-vld-restart section.
           *> without RESTART the run starts the dataset over, so
           *> only a restarting run depends on what is on it
           if not restart-requested
             go to ecblu-vld-restart-exit
           end-if.
           open input restart-file.
           if restart-status not = "00"
             move SPACES to vld-text
             string "RESTART given but RESTART dataset not available"
               " - status " restart-status " - every suite would run"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-restart-exit
           end-if.
           perform until restart-status not = "00"
             read restart-file into vld-name
             if restart-status = "00" and vld-name not = SPACES
               perform ecblu-vld-find
               if vld-found = 0
                 move SPACES to vld-text
                 string "RESTART: suite " function trim(vld-name)
                   " completed earlier but is not in this run"
                   delimited by size into vld-text
                 end-string
                 perform ecblu-vld-warning
               else
                 move "R" to vld-restart-flag(vld-found)
               end-if
             end-if
           end-perform.
           close restart-file.

       ecblu-vld-restart-exit.
           exit.

       ecblu-vld-mask section.
           *> the same reading the run does, each bad line an error
           *> since the run would stop on it
           open input mask-file.
           if mask-status not = "00"
             go to ecblu-vld-mask-exit
           end-if.
           move 0 to mask-line-nr.
           move 0 to mask-count.
           perform until mask-status not = "00"
             read mask-file
             if mask-status = "00"
               add 1 to mask-line-nr
               if mask-record not = SPACES
                 and mask-record(1:1) not = "*"
                 perform ecblu-mask-parse
                 add 1 to mask-count
                 if mask-error = SPACES and mask-count > 99
                   move "more than 99 rules" to mask-error
                 end-if
                 if mask-error not = SPACES
                   move mask-line-nr to mask-line-disp
                   move SPACES to vld-text
                   string "MASK line " mask-line-disp ": "
                     function trim(mask-error) delimited by size
                     into vld-text
                   end-string
                   perform ecblu-vld-error
                 end-if
               end-if
             end-if
           end-perform.
           close mask-file.
           if mask-count > 0
             move mask-count to rpt-mask-rules
             display "MASK: " rpt-mask-rules " rule(s) read"
           end-if.
           move 0 to mask-count.

       ecblu-vld-mask-exit.
           exit.

       ecblu-vld-waivers section.
           open input waivers-file.
           if waivers-status not = "00"
             go to ecblu-vld-waivers-exit
           end-if.
           move 0 to vld-line-nr.
           move 0 to waivers-count.
           perform until waivers-status not = "00"
             read waivers-file
             if waivers-status = "00"
               add 1 to vld-line-nr
               if waivers-record not = SPACES
                 perform ecblu-vld-waiver-line
               end-if
             end-if
           end-perform.
           close waivers-file.
           move 0 to waivers-count.

       ecblu-vld-waivers-exit.
           exit.

       ecblu-vld-waiver-line section.
           move vld-line-nr to vld-line-disp.
           move SPACES to waiver-suite-x.
           move SPACES to waiver-nr-x.
           unstring waivers-record delimited by all SPACES
             into waiver-suite-x, waiver-nr-x
           end-unstring.
           move SPACES to scan-token.
           move waiver-nr-x to scan-token.
           move 1 to vld-pos.
           perform ecblu-vld-number.
           if vld-digits = 0 or vld-bad > 0
             move SPACES to vld-text
             string "WAIVERS line " vld-line-disp
               ": suite and assertion number expected"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-waiver-line-exit
           end-if.
           move 0 to waiver-nr-val.
           perform varying waiver-digit-idx from 1 by 1
             until waiver-digit-idx > length of waiver-nr-x
             or waiver-nr-x(waiver-digit-idx:1) = SPACE
             move waiver-nr-x(waiver-digit-idx:1) to waiver-digit-x
             compute waiver-nr-val =
               waiver-nr-val * 10 + waiver-digit-9
           end-perform.
           if waiver-nr-val = 0
             move SPACES to vld-text
             string "WAIVERS line " vld-line-disp
               ": assertion numbers start at 1"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-waiver-line-exit
           end-if.
           move waiver-suite-x to vld-name.
           perform ecblu-vld-find.
           if vld-found = 0
             move SPACES to vld-text
             string "WAIVERS line " vld-line-disp ": suite "
               function trim(waiver-suite-x)
               " is not in this run - retired?"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
           end-if.
           *> the same waiver twice is harmless but a sign of an
           *> edit gone wrong
           move 0 to vld-waiver-dup.
           perform varying waiver-idx from 1 by 1
             until waiver-idx > waivers-count
             if waiver-suite(waiver-idx) = waiver-suite-x
               and waiver-nr(waiver-idx) = waiver-nr-val
               move waiver-idx to vld-waiver-dup
               exit perform
             end-if
           end-perform.
           if vld-waiver-dup > 0
             move SPACES to vld-text
             string "WAIVERS line " vld-line-disp ": "
               function trim(waiver-suite-x) " "
               function trim(waiver-nr-x)
               " is waived twice" delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
             go to ecblu-vld-waiver-line-exit
           end-if.
           if waivers-count < 999
             add 1 to waivers-count
             move waiver-suite-x to waiver-suite(waivers-count)
             move waiver-nr-val to waiver-nr(waivers-count)
           end-if.

       ecblu-vld-waiver-line-exit.
           exit.

       ecblu-vld-shrinkok section.
           if not shrink-requested or record-mode
             go to ecblu-vld-shrinkok-exit
           end-if.
           open input histbase-file.
           if histbase-status = "00"
             close histbase-file
           else
             open input history-file
             if history-status = "00"
               close history-file
             else
               move SPACES to vld-text
               string "SHRINK= given but neither HISTBASE nor HISTORY"
                 " is available - nothing to compare against"
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-warning
             end-if
           end-if.
           open input shrinkok-file.
           if shrinkok-status not = "00"
             go to ecblu-vld-shrinkok-exit
           end-if.
           move 0 to vld-line-nr.
           perform until shrinkok-status not = "00"
             read shrinkok-file
             if shrinkok-status = "00"
               add 1 to vld-line-nr
               if shrinkok-record not = SPACES
                 and shrinkok-record(1:1) not = "*"
                 perform ecblu-vld-shrinkok-line
               end-if
             end-if
           end-perform.
           close shrinkok-file.

       ecblu-vld-shrinkok-exit.
           exit.

       ecblu-vld-shrinkok-line section.
           move vld-line-nr to vld-line-disp.
           move SPACES to shrinkok-suite-x.
           move SPACES to shrinkok-count-x.
           unstring shrinkok-record delimited by all SPACES
             into shrinkok-suite-x, shrinkok-count-x
           end-unstring.
           move SPACES to scan-token.
           move shrinkok-count-x to scan-token.
           move 1 to vld-pos.
           perform ecblu-vld-number.
           if vld-digits = 0 or vld-bad > 0
             move SPACES to vld-text
             string "SHRINKOK line " vld-line-disp
               ": suite and assertion count expected"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-error
             go to ecblu-vld-shrinkok-line-exit
           end-if.
           move shrinkok-suite-x to vld-name.
           perform ecblu-vld-find.
           if vld-found = 0
             move SPACES to vld-text
             string "SHRINKOK line " vld-line-disp ": suite "
               function trim(shrinkok-suite-x)
               " is not in this run - retired?"
               delimited by size into vld-text
             end-string
             perform ecblu-vld-warning
           end-if.

       ecblu-vld-shrinkok-line-exit.
           exit.

       ecblu-vld-resolve section.
           *> each suite and its hooks are looked up in the load
           *> library the way CALL would find them, but not called
           display "Suites:".
           perform varying run-seq-idx from 1 by 1
             until run-seq-idx > run-count
             move run-seq-entry(run-seq-idx) to vld-idx
             move vld-suite(vld-idx) to vld-name
             move SPACES to vld-note
             if run-block-reason(vld-idx) not = SPACES
               move "blocked - prerequisite not runnable" to vld-note
             end-if
             if vld-restart-flag(vld-idx) = "R"
               move "completed - skipped on RESTART" to vld-note
             end-if
             if tag-requested and vld-manifest-flag(vld-idx) not = "T"
               move "not tagged - skipped" to vld-note
             end-if
             set vld-ptr to entry vld-name
             if vld-ptr = NULL
               display "  " vld-name " NOT FOUND " vld-note
               move SPACES to vld-text
               string "Suite " function trim(vld-name)
                 " is not in the load library"
                 delimited by size into vld-text
               end-string
               perform ecblu-vld-error
             else
               perform ecblu-vld-hooks
               display "  " vld-name " found     " vld-hooks
                 SPACE vld-note
             end-if
           end-perform.

       ecblu-vld-hooks section.
           move "hooks: none" to vld-hooks.
           if vld-name(8:1) not = SPACE
             go to ecblu-vld-hooks-exit
           end-if.
           move SPACES to hook-name.
           string function trim(vld-name) "I" delimited by size
             into hook-name
           end-string.
           set vld-ptr to entry hook-name.
           if vld-ptr not = NULL
             move "hooks: I" to vld-hooks
           end-if.
           move SPACES to hook-name.
           string function trim(vld-name) "T" delimited by size
             into hook-name
           end-string.
           set vld-ptr to entry hook-name.
           if vld-ptr not = NULL
             if vld-hooks(8:1) = "I"
               move "hooks: I T" to vld-hooks
             else
               move "hooks: T" to vld-hooks
             end-if
           end-if.

       ecblu-vld-hooks-exit.
           exit.

       ecblu-vld-error section.
           display "ERROR:   " function trim(vld-text).
           add 1 to vld-errors.

       ecblu-vld-warning section.
           display "WARNING: " function trim(vld-text).
           add 1 to vld-warnings.

       ecblu-exec section.
           add 1 to suites-considered.

             display "Skipping " testsuite-name
               " - failfast after earlier failure"
             add 1 to skipped-total
             move "S" to run-outcome(run-current)
             go to ecblu-exec-exit
           end-if.

             display "Skipping " testsuite-name
               " - already completed per restart dataset"
             add 1 to restart-skipped-total
             move "R" to run-outcome(run-current)
             go to ecblu-exec-exit
           end-if.

             perform ecblu-tag-check
             if not tag-hit
               add 1 to tag-skipped-total
               move "S" to run-outcome(run-current)
               go to ecblu-exec-exit
             end-if
           end-if.

           *> a suite whose prerequisites did not all pass is not
           *> called: its failures would only echo theirs
           perform ecblu-prereq-check.
           if run-outcome(run-current) = "B"
             go to ecblu-exec-exit
           end-if.

           add 1 to tests-total.
           perform ecblu-exec-core.

           *> the outcome the suites waiting on this one go by
           move "P" to run-outcome(run-current).
           if skipped-total > exec-skipped-before
             move "S" to run-outcome(run-current)
           end-if.
           *> a failure somebody has waived is accepted, so it does
           *> not hold back the suites that depend on this one
           if unwaived-failures > exec-unwaived-before
             move "F" to run-outcome(run-current)
           end-if.
           if errors-total > exec-errors-before
             move "E" to run-outcome(run-current)
           end-if.

           *> a suite that couldn't be resolved never actually ran, so
           *> it must not be recorded as completed on the restart file
           if not suite-not-found
           *> suite/number pair names one assertion across runs
           move 0 to assertion-seq.
           move failures-total to exec-failures-before.
           move unwaived-failures to exec-unwaived-before.
           move errors-total to exec-errors-before.
           move skipped-total to exec-skipped-before.
           accept suite-start-time from TIME.
             end-perform
           end-if.

           *> suites not called because a prerequisite did not pass,
           *> each with the prerequisite that held it back
           if blocked-total > 0
             display "There was " blocked-total
               " blocked suite(s) (prerequisite did not pass):"
             perform varying run-seq-idx from 1 by 1
               until run-seq-idx > run-count
               move run-seq-entry(run-seq-idx) to run-idx
               if run-outcome(run-idx) = "B"
                 display "  " run-suite(run-idx) " after "
                   run-block-prereq(run-idx) SPACE
                   function trim(run-block-reason(run-idx))
               end-if
             end-perform
           end-if.

           *> measured averages of the performance assertions, with
           *> the ones over budget flagged
           if perf-count > 0
             display "Performance (average microseconds per call):"
             perform varying perf-idx from 1 by 1
               until perf-idx > perf-count
               perform ecblu-perf-fields
               display "  " perf-suite(perf-idx) SPACE
                 perf-target(perf-idx)
                 " calls: " rpt-perf-calls
                 " elapsed: " rpt-perf-elapsed
                 " cpu: " rpt-perf-cpu perf-flag
             end-perform
           end-if.

           *> suites running noticeably fewer assertions than they
           *> used to, measured before this run joins the history
           if shrink-requested
             perform ecblu-shrink-check
           end-if.

           *> a RECORD run lists every baseline the dataset, keyed
           *> and table-driven assertions rewrote, so the change can
           *> be reviewed before the new expected datasets are kept
           if record-mode
             perform ecblu-show-baselines
           end-if.

           *> a waiver that did not fail is stale and should be
           *> retired from the WAIVERS dataset
           perform varying waiver-idx from 1 by 1
             display "FAILURES!"
             add 4 to RETURN-CODE
           end-if.
           *> a shrunk suite gets a code of its own, so the scheduler
           *> can tell it from a failing one; all three add up to 14
           if shrunk-total > 0
             display "SHRUNK!"
             add 2 to RETURN-CODE
           end-if.
           if effective-errors = 0 and effective-failures = 0
             and shrunk-total = 0
             if tests-total > 0 and assertions-total > 0
               display "OK"
             else
             display "Tag " function trim(run-tag) ": "
               tag-skipped-total " suite(s) filtered out"
           end-if.
           if mask-count > 0
             move mask-count to rpt-mask-rules
             move masked-total to rpt-masked
             display "Masked: " rpt-masked " assertion(s) under "
               rpt-mask-rules " MASK rule(s)"
           end-if.
           if shrink-requested
             display "Shrink guard " shrink-limit-pct "%: "
               shrunk-total " suite(s) shrunk, "
               shrink-acked-total " acknowledged"
           end-if.
           display "Tests: " tests-total ", Skipped: " skipped-total.
           display "Assertions: " assertions-total
             ", Failures: " effective-failures
             end-string
             write results-record

             *> a MASK record says the values on this dataset and
             *> the WORK behind it were masked: rules and count
             if mask-count > 0
               move mask-count to rpt-mask-rules
               move masked-total to rpt-masked
               move SPACES to results-record
               string "MASK|" delimited by size
                 rpt-mask-rules delimited by size
                 "|" delimited by size
                 rpt-masked delimited by size
                 into results-record
               end-string
               write results-record
             end-if

             *> one TIMING record per executed suite, mirroring the
             *> console timing section, so CI can trend durations
             perform varying times-index from 1 by 1
               write results-record
             end-perform

             *> one SHRUNK record per suite the assertion-count
             *> guard flagged: current count, recent average and the
             *> drop in percent
             perform varying times-index from 1 by 1
               until times-index > suite-times-count
               if suite-shrink-flag(times-index) = "Y"
                 move suite-asserts(times-index) to rpt-shrink-asserts
                 move suite-base-asserts(times-index)
                   to rpt-shrink-base
                 move suite-shrink-pct(times-index) to rpt-shrink-pct
                 move SPACES to results-record
                 string "SHRUNK|" delimited by size
                   suite-time-name(times-index) delimited by size
                   "|" delimited by size
                   rpt-shrink-asserts delimited by size
                   "|" delimited by size
                   rpt-shrink-base delimited by size
                   "|" delimited by size
                   rpt-shrink-pct delimited by size
                   into results-record
                 end-string
                 write results-record
               end-if
             end-perform

             *> one PERF record per performance assertion: calls,
             *> measured averages, budgets and the outcome
             perform varying perf-idx from 1 by 1
               until perf-idx > perf-count
               perform ecblu-perf-fields
               move SPACES to results-record
               string "PERF|" delimited by size
                 perf-suite(perf-idx) delimited by size
                 "|" delimited by size
                 perf-target(perf-idx) delimited by size
                 "|" delimited by size
                 rpt-perf-calls delimited by size
                 "|" delimited by size
                 rpt-perf-elapsed delimited by SPACE
                 "|" delimited by size
                 rpt-perf-cpu delimited by SPACE
                 "|" delimited by size
                 rpt-perf-budget-elapsed delimited by size
                 "|" delimited by size
                 rpt-perf-budget-cpu delimited by size
                 "|" delimited by size
                 perf-status(perf-idx) delimited by size
                 into results-record
               end-string
               write results-record
             end-perform

             *> one BASELINE record per expected dataset a RECORD
             *> run examined, rewritten or not
             perform varying baseline-idx from 1 by 1
               until baseline-idx > baseline-count
               perform ecblu-baseline-state
               move baseline-differed(baseline-idx) to rpt-differed
               move baseline-records(baseline-idx) to rpt-records
               move SPACES to results-record
               string "BASELINE|" delimited by size
                 baseline-suite(baseline-idx) delimited by size
                 "|" delimited by size
                 baseline-type(baseline-idx) delimited by size
                 "|" delimited by size
                 baseline-dd(baseline-idx) delimited by size
                 "|" delimited by size
                 baseline-state-text delimited by SPACE
                 "|" delimited by size
                 rpt-differed delimited by size
                 "|" delimited by size
                 rpt-records delimited by size
                 into results-record
               end-string
               write results-record
             end-perform

             *> one TARGET record per program a suite exercised,
             *> for the coverage inventory (ECBLUCOV)
             perform varying target-idx from 1 by 1
               until target-idx > target-count
               move "TESTED" to target-kind-text
               if target-kind(target-idx) = "M"
                 move "MOCKED" to target-kind-text
               end-if
               move SPACES to results-record
               string "TARGET|" delimited by size
                 target-suite(target-idx) delimited by size
                 "|" delimited by size
                 target-program(target-idx) delimited by size
                 "|" delimited by size
                 target-kind-text delimited by size
                 into results-record
               end-string
               write results-record
             end-perform

             *> one BLOCKED record per suite held back by a
             *> prerequisite: the prerequisite and why
             perform varying run-seq-idx from 1 by 1
               until run-seq-idx > run-count
               move run-seq-entry(run-seq-idx) to run-idx
               if run-outcome(run-idx) = "B"
                 move SPACES to results-record
                 string "BLOCKED|" delimited by size
                   run-suite(run-idx) delimited by size
                   "|" delimited by size
                   run-block-prereq(run-idx) delimited by size
                   "|" delimited by size
                   run-block-reason(run-idx) delimited by SPACE
                   into results-record
                 end-string
                 write results-record
               end-if
             end-perform

             perform varying waiver-idx from 1 by 1
               until waiver-idx > waivers-count
               if waiver-hit-flag(waiver-idx) not = "Y"
           end-if.

           perform ecblu-write-history.
           perform ecblu-archive-load.

       ecblu-shrink-check section.
           perform ecblu-shrink-load.
           perform ecblu-shrinkok-load.
           move 0 to shrunk-total.
           move 0 to shrink-acked-total.
           perform varying times-index from 1 by 1
             until times-index > suite-times-count
             perform ecblu-shrink-suite
           end-perform.
           if shrunk-total > 0
             display "There was " shrunk-total
               " shrunk suite(s) (fewer assertions than recent runs):"
             perform varying times-index from 1 by 1
               until times-index > suite-times-count
               if suite-shrink-flag(times-index) = "Y"
                 move suite-asserts(times-index) to rpt-shrink-asserts
                 move suite-base-asserts(times-index)
                   to rpt-shrink-base
                 move suite-shrink-pct(times-index) to rpt-shrink-pct
                 display "  " suite-time-name(times-index)
                   " assertions: " rpt-shrink-asserts
                   ", recent average: " rpt-shrink-base
                   ", down " rpt-shrink-pct "%"
               end-if
             end-perform
           end-if.
           *> an acknowledgement the history has caught up with is
           *> no longer needed and should be retired from SHRINKOK
           perform varying shrinkok-idx from 1 by 1
             until shrinkok-idx > shrinkok-count
             perform varying times-index from 1 by 1
               until times-index > suite-times-count
               if suite-time-name(times-index)
                 = shrinkok-suite(shrinkok-idx)
                 and suite-shrink-flag(times-index) = SPACE
                 display "Shrink acknowledgement: "
                   shrinkok-suite(shrinkok-idx)
                   " did not shrink - retire it"
                 exit perform
               end-if
             end-perform
           end-perform.

       ecblu-shrink-suite section.
           *> the suite of timing entry times-index against the
           *> average of its recent counts; an abended or skipped
           *> execution ends early by nature and is not judged
           move SPACE to suite-shrink-flag(times-index).
           move 0 to suite-base-asserts(times-index).
           move 0 to suite-shrink-pct(times-index).
           if suite-result(times-index) = "E"
             or suite-result(times-index) = "S"
             move "-" to suite-shrink-flag(times-index)
             go to ecblu-shrink-suite-exit
           end-if.
           move 0 to shrink-found.
           perform varying shrink-idx from 1 by 1
             until shrink-idx > shrink-count
             if shrink-suite(shrink-idx)
               = suite-time-name(times-index)
               move shrink-idx to shrink-found
               exit perform
             end-if
           end-perform.
           if shrink-found = 0
             move "-" to suite-shrink-flag(times-index)
             go to ecblu-shrink-suite-exit
           end-if.
           move 0 to shrink-sum.
           perform varying shrink-ring-idx from 1 by 1
             until shrink-ring-idx > shrink-runs(shrink-found)
             add shrink-recent(shrink-found, shrink-ring-idx)
               to shrink-sum
           end-perform.
           compute suite-base-asserts(times-index) rounded =
             shrink-sum / shrink-runs(shrink-found).
           if suite-asserts(times-index)
             not < suite-base-asserts(times-index)
             go to ecblu-shrink-suite-exit
           end-if.
           compute suite-shrink-pct(times-index) =
             (suite-base-asserts(times-index)
               - suite-asserts(times-index)) * 100
             / suite-base-asserts(times-index).
           if suite-shrink-pct(times-index) not > shrink-limit-pct
             go to ecblu-shrink-suite-exit
           end-if.
           *> an acknowledged count is accepted; a further drop
           *> below it is not
           move 0 to shrinkok-found.
           perform varying shrinkok-idx from 1 by 1
             until shrinkok-idx > shrinkok-count
             if shrinkok-suite(shrinkok-idx)
               = suite-time-name(times-index)
               move shrinkok-idx to shrinkok-found
               exit perform
             end-if
           end-perform.
           if shrinkok-found not = 0
             if suite-asserts(times-index)
               not < shrinkok-asserts(shrinkok-found)
               move "A" to suite-shrink-flag(times-index)
               add 1 to shrink-acked-total
               go to ecblu-shrink-suite-exit
             end-if
           end-if.
           move "Y" to suite-shrink-flag(times-index).
           add 1 to shrunk-total.

       ecblu-shrink-suite-exit.
           exit.

       ecblu-shrink-load section.
           *> the last ten counts of every suite on the HISTORY
           *> dataset; abended and skipped runs are left out
           move 0 to shrink-count.
           open input histbase-file.
           if histbase-status = "00"
             perform until histbase-status not = "00"
               read histbase-file
               if histbase-status = "00"
                 move histbase-record to shrink-hist-record
                 perform ecblu-shrink-take
               end-if
             end-perform
             close histbase-file
             go to ecblu-shrink-load-exit
           end-if.
           open input history-file.
           if history-status not = "00"
             display "SHRINK= given but HISTORY dataset not available"
               " - status " history-status
             go to ecblu-shrink-load-exit
           end-if.
           perform until history-status not = "00"
             read history-file
             if history-status = "00"
               move history-record to shrink-hist-record
               perform ecblu-shrink-take
             end-if
           end-perform.
           close history-file.

       ecblu-shrink-load-exit.
           exit.

       ecblu-shrink-take section.
           move SPACES to shrink-hist-tag.
           move SPACES to shrink-hist-suite.
           move SPACE to shrink-hist-result.
           move SPACES to shrink-hist-asserts.
           unstring shrink-hist-record delimited by "|"
             into shrink-hist-tag, shrink-hist-date,
               shrink-hist-time, shrink-hist-suite,
               shrink-hist-result, shrink-hist-asserts
           end-unstring.
           if shrink-hist-tag not = "HIST"
             or shrink-hist-suite = SPACES
             or shrink-hist-result = "E"
             or shrink-hist-result = "S"
             or shrink-hist-asserts is not numeric
             go to ecblu-shrink-take-exit
           end-if.
           move 0 to shrink-found.
           perform varying shrink-idx from 1 by 1
             until shrink-idx > shrink-count
             if shrink-suite(shrink-idx) = shrink-hist-suite
               move shrink-idx to shrink-found
               exit perform
             end-if
           end-perform.
           if shrink-found = 0
             if shrink-count >= 999
               go to ecblu-shrink-take-exit
             end-if
             add 1 to shrink-count
             move shrink-count to shrink-found
             move shrink-hist-suite to shrink-suite(shrink-found)
             move 0 to shrink-runs(shrink-found)
             move 0 to shrink-next(shrink-found)
           end-if.
           *> ring of the ten most recent counts, oldest overwritten
           add 1 to shrink-next(shrink-found).
           if shrink-next(shrink-found) > 10
             move 1 to shrink-next(shrink-found)
           end-if.
           move shrink-hist-asserts-9 to shrink-recent(shrink-found,
             shrink-next(shrink-found)).
           if shrink-runs(shrink-found) < 10
             add 1 to shrink-runs(shrink-found)
           end-if.

       ecblu-shrink-take-exit.
           exit.

       ecblu-shrinkok-load section.
           *> the SHRINKOK DD is optional; each line names a suite
           *> and the reduced assertion count it is accepted at
           move 0 to shrinkok-count.
           open input shrinkok-file.
           if shrinkok-status not = "00"
             go to ecblu-shrinkok-load-exit
           end-if.
           perform until shrinkok-status not = "00"
             read shrinkok-file
             if shrinkok-status = "00"
               and shrinkok-record not = SPACES
               and shrinkok-record(1:1) not = "*"
               and shrinkok-count < 999
               move SPACES to shrinkok-suite-x
               move SPACES to shrinkok-count-x
               unstring shrinkok-record delimited by all SPACES
                 into shrinkok-suite-x, shrinkok-count-x
               end-unstring
               move 0 to shrinkok-count-val
               perform varying scan-digit-idx from 1 by 1
                 until scan-digit-idx > length of shrinkok-count-x
                 or shrinkok-count-x(scan-digit-idx:1) = SPACE
                 if shrinkok-count-x(scan-digit-idx:1) not < "0"
                   and shrinkok-count-x(scan-digit-idx:1) not > "9"
                   move shrinkok-count-x(scan-digit-idx:1)
                     to scan-digit-x
                   compute shrinkok-count-val =
                     shrinkok-count-val * 10 + scan-digit-9
                 end-if
               end-perform
               if shrinkok-suite-x not = SPACES
                 add 1 to shrinkok-count
                 move shrinkok-suite-x
                   to shrinkok-suite(shrinkok-count)
                 move shrinkok-count-val
                   to shrinkok-asserts(shrinkok-count)
               end-if
             end-if
           end-perform.
           close shrinkok-file.

       ecblu-shrinkok-load-exit.
           exit.

       ecblu-show-baselines section.
           move 0 to baseline-rewritten.
           move 0 to baseline-unchanged.
           move 0 to baseline-unwritten.
           display "Baseline capture (RECORD):".
           perform varying baseline-idx from 1 by 1
             until baseline-idx > baseline-count
             perform ecblu-baseline-state
             move baseline-differed(baseline-idx) to rpt-differed
             move baseline-records(baseline-idx) to rpt-records
             if baseline-state(baseline-idx) = "R"
               add 1 to baseline-rewritten
             else
               if baseline-state(baseline-idx) = "U"
                 add 1 to baseline-unchanged
               else
                 add 1 to baseline-unwritten
               end-if
             end-if
             display "  " baseline-suite(baseline-idx) SPACE
               baseline-type(baseline-idx) SPACE
               baseline-dd(baseline-idx) SPACE
               baseline-state-text SPACE
               rpt-differed " record(s) differed, "
               rpt-records " now on the baseline"
           end-perform.
           display "  Rewritten: " baseline-rewritten
             ", Unchanged: " baseline-unchanged
             ", Not written: " baseline-unwritten.

       ecblu-baseline-state section.
           move "NOT-WRITTEN" to baseline-state-text.
           if baseline-state(baseline-idx) = "R"
             move "REWRITTEN" to baseline-state-text
           end-if.
           if baseline-state(baseline-idx) = "U"
             move "UNCHANGED" to baseline-state-text
           end-if.

       ecblu-write-history section.
           *> one dated record per executed suite appended to the
             end-if
             write history-record
           end-perform.
           *> the performance figures go along, one dated PERF record
           *> per measured target, so drift can be trended as well
           perform varying perf-idx from 1 by 1
             until perf-idx > perf-count
             perform ecblu-perf-fields
             move SPACES to history-record
             string "PERF|" delimited by size
               run-date delimited by size "|" delimited by size
               run-time-stamp delimited by size
               "|" delimited by size
               perf-suite(perf-idx) delimited by size
               "|" delimited by size
               perf-target(perf-idx) delimited by size
               "|" delimited by size
               rpt-perf-calls delimited by size
               "|" delimited by size
               rpt-perf-elapsed delimited by SPACE
               "|" delimited by size
               rpt-perf-cpu delimited by SPACE
               into history-record
             end-string
             write history-record
           end-perform.
           close history-file.

       ecblu-write-history-exit.
           exit.

       ecblu-archive-load section.
           *> the ARCHIVE DD is optional; an archive that does not
           *> exist yet is created by the first run loading it
           if work-open-status not = "00"
             go to ecblu-archive-load-exit
           end-if.
           open i-o archive-file.
           if archive-status = "35"
             open output archive-file
             if archive-status = "00"
               close archive-file
               open i-o archive-file
             end-if
           end-if.
           if archive-status not = "00"
             go to ecblu-archive-load-exit
           end-if.
           move 0 to archive-loaded.
           move 0 to archive-purged.
           perform ecblu-archive-purge.
           open input work-file.
           if work-file-status = "00"
             perform until work-file-status not = "00"
               read work-file into work-assertion
               *> retry attempts re-execute what the main pass
               *> already archived
               if work-file-status = "00" and work-status not = "R"
                 perform ecblu-archive-put
               end-if
             end-perform
             close work-file
           end-if.
           close archive-file.
           move archive-loaded to rpt-archive-loaded.
           move archive-purged to rpt-archive-purged.
           display "Archive: " rpt-archive-loaded
             " assertion(s) loaded, " rpt-archive-purged
             " purged from before " archive-cutoff-x.

       ecblu-archive-load-exit.
           exit.

       ecblu-archive-only section.
           display "ARCHIVE: WORK detail loaded into the archive - "
             "no suite is executed".
           open input work-file.
           if work-file-status not = "00"
             display "WORK dataset not available - status "
               work-file-status
             move 8 to RETURN-CODE
             go to ecblu-archive-only-exit
           end-if.
           close work-file.
           move "00" to work-open-status.
           perform ecblu-waivers-load.
           perform ecblu-partials-load.
           perform ecblu-archive-load.
           if archive-status not = "00"
             display "ARCHIVE dataset not available - status "
               archive-status
             move 8 to RETURN-CODE
             go to ecblu-archive-only-exit
           end-if.
           move 0 to RETURN-CODE.

       ecblu-archive-only-exit.
           exit.

       ecblu-partials-load section.
           *> the PARTIALS DD is optional; without it a failure of a
           *> suite that passed on retry is archived as a failure
           open input partials-file.
           if partials-status not = "00"
             go to ecblu-partials-load-exit
           end-if.
           perform until partials-status not = "00"
             move SPACES to partials-record
             read partials-file
             if partials-status = "00"
               and partials-record(1:9) = "INTSUITE|"
               and intermittent-count < 999
               move SPACES to partials-tag
               move SPACES to partials-suite
               unstring partials-record delimited by "|"
                 into partials-tag, partials-suite
               end-unstring
               if partials-suite not = SPACES
                 add 1 to intermittent-count
                 move partials-suite
                   to intermittent-name(intermittent-count)
               end-if
             end-if
           end-perform.
           close partials-file.

       ecblu-partials-load-exit.
           exit.

       ecblu-archive-purge section.
           *> one pass over the whole archive in key order, dropping
           *> every entry of a run older than the retention
           move run-date to archive-run-date.
           compute archive-cutoff = function date-of-integer(
             function integer-of-date(archive-run-date)
             - archive-keep-days).
           move low-values to arc-key.
           start archive-file key is not less than arc-key
             invalid key
               go to ecblu-archive-purge-exit
           end-start.
           move SPACE to archive-eof-switch.
           perform until archive-eof
             read archive-file next record
               at end
                 move "Y" to archive-eof-switch
             end-read
             if archive-status not = "00"
               move "Y" to archive-eof-switch
             end-if
             if not archive-eof
               and arc-run-date < archive-cutoff-x
               delete archive-file record
               add 1 to archive-purged
             end-if
           end-perform.

       ecblu-archive-purge-exit.
           exit.

       ecblu-archive-put section.
           *> status as the run saw it: P passed, F failed, W waived
           *> failure, I failure of a suite that passed on retry
           move work-suite to arc-suite.
           move work-nr to arc-nr.
           move run-date to arc-run-date.
           move run-time-stamp to arc-run-time.
           move "P" to arc-status.
           if work-failed
             move "F" to arc-status
             perform ecblu-intermittent-match
             if intermittent-matched
               move "I" to arc-status
             else
               perform ecblu-waiver-match
               if waiver-matched
                 move "W" to arc-status
               end-if
             end-if
           end-if.
           move work-name to arc-name.
           move work-label to arc-label.
           move work-idx to arc-idx.
           move work-vlen to arc-vlen.
           move work-expected to arc-expected.
           move work-actual to arc-actual.
           *> a rerun of the job within the same second replaces
           *> what the first attempt loaded
           write archive-record
             invalid key
               rewrite archive-record
           end-write.
           add 1 to archive-loaded.

       ecblu-perf-fields section.
           move perf-calls(perf-idx) to rpt-perf-calls.
           *> N/A for a figure ECBLUPRF could not measure
           move "N/A" to rpt-perf-elapsed.
           if perf-elapsed-known(perf-idx)
             move perf-elapsed-us(perf-idx) to rpt-perf-figure
             move rpt-perf-figure to rpt-perf-elapsed
           end-if.
           move "N/A" to rpt-perf-cpu.
           if perf-cpu-measured(perf-idx)
             move perf-cpu-us(perf-idx) to rpt-perf-figure
             move rpt-perf-figure to rpt-perf-cpu
           end-if.
           move perf-budget-elapsed(perf-idx)
             to rpt-perf-budget-elapsed.
           move perf-budget-cpu(perf-idx) to rpt-perf-budget-cpu.
           move SPACES to perf-flag.
           if perf-status(perf-idx) = "F"
             move " OVER BUDGET" to perf-flag
             if (perf-budget-elapsed(perf-idx) > 0
                 and not perf-elapsed-known(perf-idx))
               or (perf-budget-cpu(perf-idx) > 0
                 and not perf-cpu-measured(perf-idx))
               move " UNMEASURED" to perf-flag
             end-if
           end-if.

       ecblu-find-excep-token section.
           *> condition token captured for the suite of the current
           *> timing entry, when its execution raised an exception
      *  the totals are counted in one place and the full detail
      *  record is spilled to the WORK dataset instead of a bounded
      *  in-storage table; a missing or failed //WORK DD costs only
      *  the failure detail, never the counts or the return code.
      *  The MASK rules ECBLUNIT loaded are applied here, before the
      *  detail is written, so nothing downstream sees unmasked
      *  values. Rule positions count from the start of the record
      *  or area compared: a caller keeping a later 256-byte window
      *  of it sets pending-window-start to the window's first byte
      *  before the call, and it is cleared again here
       identification division.
       program-id. ECBLUREC.
       environment division.
       01 work-file-status pic xx.
       01 work-opened-switch pic x value SPACE.
        88 work-opened value "Y".
       01 mask-count pic 9(3) usage binary external.
       01 mask-table external.
        05 mask-entry occurs 99 times.
         10 mask-suite pic x(8).
         10 mask-label pic x(30).
         10 mask-offset pic 9(5) usage binary.
         10 mask-length pic 9(5) usage binary.
       01 masked-total pic 9(8) usage binary external.
       01 pending-window-start pic 9(9) usage binary external.
       01 unwaived-failures pic 9(8) usage binary external.
       01 waivers-count pic 9(3) usage binary external.
       01 waiver-table external.
        05 waiver-entry occurs 999 times.
         10 waiver-suite pic x(8).
         10 waiver-nr pic 9(5) usage binary.
         10 waiver-hit-flag pic x.
       01 waiver-idx pic 9(3) usage binary.
       01 waiver-found-switch pic x.
        88 waiver-found value "Y".
       01 mask-window-start pic 9(9) usage binary.
       01 mask-window-end pic 9(9) usage binary.
       01 mask-from pic 9(9) usage binary.
       01 mask-to pic 9(9) usage binary.
       01 mask-idx pic 9(3) usage binary.
       01 mask-len pic 9(3) usage binary.
       01 mask-star pic 9(3) usage binary.
       01 mask-pattern pic x(30).
       01 mask-value pic x(30).
       01 mask-hit-switch pic x.
        88 mask-hit value "Y".
       01 masked-switch pic x.
        88 masked value "Y".
       linkage section.
       01 work-assertion.
        05 work-status pic x.
        05 work-expected pic x(256).
        05 work-actual pic x(256).
       procedure division using work-assertion.
       rec-main section.
           *> a retry attempt re-executes assertions the main pass
           *> already counted
           if not retry-pass-active
             *> the failure still counts here so the retry pass can
             *> see whether the attempt failed
             add 1 to failures-total
             perform rec-unwaived
           end-if.
           *> everything a retry attempt records, passing or
           *> failing, re-executes detail the main pass already
             move work-file-status to work-open-status
             move "Y" to work-opened-switch
           end-if.
           *> nothing past the value length is detail of the
           *> assertion, and none of it goes out unmasked
           if work-vlen < 1 or work-vlen > 256
             move 256 to work-vlen
           end-if.
           if work-vlen < 256
             move SPACES to work-expected(work-vlen + 1:)
             move SPACES to work-actual(work-vlen + 1:)
           end-if.
           *> masked before anything is written; work-idx still
           *> points at the first differing byte
           move pending-window-start to mask-window-start.
           move 0 to pending-window-start.
           if mask-window-start < 1
             move 1 to mask-window-start
           end-if.
           if mask-count > 0
             perform rec-mask
           end-if.
           if work-open-status = "00"
             write work-record from work-assertion
           end-if.
           goback.

       rec-unwaived section.
           *> only a failure no waiver covers decides whether the
           *> suites waiting on this one may run; the waiver is only
           *> looked up here, its use is marked when the run finishes
           move SPACE to waiver-found-switch.
           perform varying waiver-idx from 1 by 1
             until waiver-idx > waivers-count or waiver-found
             if waiver-suite(waiver-idx) = work-suite
               and waiver-nr(waiver-idx) = work-nr
               move "Y" to waiver-found-switch
             end-if
           end-perform.
           if not waiver-found
             add 1 to unwaived-failures
           end-if.

       rec-mask section.
           move SPACE to masked-switch.
           perform varying mask-idx from 1 by 1
             until mask-idx > mask-count
             if mask-label(mask-idx) = SPACES
               move mask-suite(mask-idx) to mask-pattern
               move work-suite to mask-value
             else
               move mask-label(mask-idx) to mask-pattern
               move work-label to mask-value
             end-if
             perform rec-mask-match
             if mask-hit
               perform rec-mask-range
             end-if
           end-perform.
           if masked and not retry-pass-active
             add 1 to masked-total
           end-if.

       rec-mask-range section.
           *> the part of the rule's record bytes inside the window
           *> the detail holds, as positions within that window
           compute mask-window-end = mask-window-start + work-vlen - 1.
           move mask-offset(mask-idx) to mask-from.
           if mask-from < mask-window-start
             move mask-window-start to mask-from
           end-if.
           compute mask-to =
             mask-offset(mask-idx) + mask-length(mask-idx) - 1.
           if mask-to > mask-window-end
             move mask-window-end to mask-to
           end-if.
           if mask-from > mask-to
             go to rec-mask-range-exit
           end-if.
           compute mask-len = mask-to - mask-from + 1.
           compute mask-from = mask-from - mask-window-start + 1.
           move all "*" to work-expected(mask-from:mask-len).
           move all "*" to work-actual(mask-from:mask-len).
           move "Y" to masked-switch.

       rec-mask-range-exit.
           exit.

       rec-mask-match section.
           *> a trailing * makes the pattern a prefix, * alone
           *> matches anything
           move SPACE to mask-hit-switch.
           move 0 to mask-star.
           inspect mask-pattern tallying mask-star
             for characters before initial "*".
           if mask-star >= length of mask-pattern
             if mask-pattern = mask-value
               move "Y" to mask-hit-switch
             end-if
             go to rec-mask-match-exit
           end-if.
           if mask-star = 0
             move "Y" to mask-hit-switch
             go to rec-mask-match-exit
           end-if.
           if mask-pattern(1:mask-star) = mask-value(1:mask-star)
             move "Y" to mask-hit-switch
           end-if.

       rec-mask-match-exit.
           exit.
       end program ECBLUREC.

      * Baseline change recorder
      *  in a RECORD run ECBLUFIL, ECBLUKEY and ECBLUCAS rewrite the
      *  expected side of their comparison from the actual output
      *  instead of comparing; each expected dataset they examined
      *  is noted here - rewritten, unchanged or not written - with
      *  the number of records that differed from the old baseline,
      *  for the baseline-change report ecblu-finish prints and
      *  writes to RESULTS (BASELINE records)
       identification division.
       program-id. ECBLUBSL.
       data division.
       working-storage section.
       01 current-testsuite-name pic x(8) external.
       01 retry-pass-switch pic x value SPACE external.
        88 retry-pass-active value "Y".
       01 baseline-count pic 9(3) usage binary external.
       01 baseline-table external.
        05 baseline-entry occurs 999 times.
         10 baseline-suite pic x(8).
         10 baseline-type pic x(3).
         10 baseline-dd pic x(8).
         10 baseline-state pic x.
         10 baseline-differed pic 9(7) usage binary.
         10 baseline-records pic 9(7) usage binary.
       linkage section.
       01 baseline-change.
        05 change-type pic x(3).
        05 change-dd pic x(8).
        05 change-state pic x.
        05 change-differed pic 9(7) usage binary.
        05 change-records pic 9(7) usage binary.
       procedure division using baseline-change.
           *> a retry attempt rewrites what the main pass already
           *> listed
           if retry-pass-active
             goback
           end-if.
           if baseline-count >= 999
             display "Baseline table full - " change-dd
               " not listed"
             goback
           end-if.
           add 1 to baseline-count.
           move current-testsuite-name
             to baseline-suite(baseline-count).
           move change-type to baseline-type(baseline-count).
           move change-dd to baseline-dd(baseline-count).
           move change-state to baseline-state(baseline-count).
           move change-differed to baseline-differed(baseline-count).
           move change-records to baseline-records(baseline-count).
       end program ECBLUBSL.

      * Exercised program recorder
      *  ECBLUCAS, ECBLUEXP and ECBLUPRF note each target program
      *  they called as tested (T), ECBLUSTB each stubbed program it
      *  answered for as mocked (M); one entry per suite, program
      *  and kind, for the TARGET records ecblu-finish writes to
      *  RESULTS
       identification division.
       program-id. ECBLUTGT.
       data division.
       working-storage section.
       01 current-testsuite-name pic x(8) external.
       01 target-count pic 9(3) usage binary external.
       01 target-table external.
        05 target-entry occurs 999 times.
         10 target-suite pic x(8).
         10 target-program pic x(8).
         10 target-kind pic x.
       01 target-idx pic 9(3) usage binary.
       linkage section.
       01 target-name pic x(8).
       01 target-use pic x.
       procedure division using target-name, target-use.
           perform varying target-idx from 1 by 1
             until target-idx > target-count
             if target-suite(target-idx) = current-testsuite-name
               and target-program(target-idx) = target-name
               and target-kind(target-idx) = target-use
               goback
             end-if
           end-perform.
           if target-count >= 999
             display "Target table full - " target-name
               " not listed"
             goback
           end-if.
           add 1 to target-count.
           move current-testsuite-name to target-suite(target-count).
           move target-name to target-program(target-count).
           move target-use to target-kind(target-count).
       end program ECBLUTGT.

      * Assert EQ
       identification division.
       01 diff-idx pic 9(9) usage binary.
       01 win-off pic 9(9) usage binary.
       01 win-len pic 9(9) usage binary.
       01 pending-window-start pic 9(9) usage binary external.
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
               move actual-char(1:win-len)
                 to work-actual(1:win-len)
               move win-len to work-vlen
               compute pending-window-start = diff-idx - win-off
               exit perform
             end-if
             add 1 to expected-idx
      *  one named by the actual DD, record by record: one failed
      *  assertion per mismatched record carrying the record number
      *  and the first differing byte offset, plus a record-count
      *  assertion that fails when the files differ in length. In a
      *  RECORD run the actual dataset is copied over the expected
      *  one instead, when the two differ, and one passing baseline
      *  assertion carries the old and new record counts
       identification division.
       program-id. ECBLUFIL.
       environment division.
       01 fil-offset pic 9(9) usage binary.
       01 fil-win-start pic 9(9) usage binary.
       01 fil-win-len pic 9(9) usage binary.
       01 pending-window-start pic 9(9) usage binary external.
       01 fil-open-failed-switch pic x.
        88 fil-open-failed value "Y".
       01 record-mode-switch pic x value SPACE external.
        88 record-mode value "Y".
       01 fil-differed pic 9(7) usage binary.
       01 fil-baseline-switch pic x.
        88 fil-baseline-found value "Y".
       01 baseline-change.
        05 change-type pic x(3) value "FIL".
        05 change-dd pic x(8).
        05 change-state pic x.
        05 change-differed pic 9(7) usage binary.
        05 change-records pic 9(7) usage binary.
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
           move 0 to fil-actual-count.
           move SPACE to fil-open-failed-switch.

           if record-mode
             perform fil-capture
             goback
           end-if.

           open input fil-expected-file.
           if fil-expected-status not = "00"
             move "Y" to fil-open-failed-switch
           perform fil-record-result.
           goback.

       fil-capture section.
           *> RECORD run: count the records of the old baseline that
           *> differ from the actual output by position, the way the
           *> comparison would, then copy the actual dataset over the
           *> expected one; a baseline that does not exist yet counts
           *> every actual record as differing
           move 0 to fil-differed.
           open input fil-actual-file.
           if fil-actual-status not = "00"
             move SPACES to work-label
             string "OPEN FAILED " delimited by size
               fil-actual-dd delimited by size
               into work-label
             end-string
             move 2 to work-vlen
             move SPACES to work-expected
             move "00" to work-expected(1:2)
             move SPACES to work-actual
             move fil-actual-status to work-actual(1:2)
             move 1 to work-idx
             perform fil-record-result
             go to fil-capture-exit
           end-if.
           move SPACE to fil-baseline-switch.
           open input fil-expected-file.
           if fil-expected-status = "00"
             move "Y" to fil-baseline-switch
             perform fil-read-expected
           end-if.
           perform fil-read-actual.
           perform until fil-expected-status not = "00"
             and fil-actual-status not = "00"
             if fil-expected-status not = "00"
               or fil-actual-status not = "00"
               or fil-expected-record not = fil-actual-record
               add 1 to fil-differed
             end-if
             if fil-expected-status = "00"
               perform fil-read-expected
             end-if
             if fil-actual-status = "00"
               perform fil-read-actual
             end-if
           end-perform.
           if fil-baseline-found
             close fil-expected-file
           end-if.
           close fil-actual-file.

           move fil-expected-dd to change-dd.
           move fil-differed to change-differed.
           move fil-actual-count to change-records.
           move "U" to change-state.
           if fil-differed > 0 or not fil-baseline-found
             perform fil-rewrite-baseline
           end-if.
           call "ECBLUBSL" using baseline-change.

           move SPACES to work-label.
           string "BASELINE " delimited by size
             fil-expected-dd delimited by size
             into work-label
           end-string.
           move 7 to work-vlen.
           move SPACES to work-expected.
           move fil-expected-count to fil-count-disp.
           move fil-count-disp to work-expected(1:7).
           move SPACES to work-actual.
           move fil-actual-count to fil-count-disp.
           move fil-count-disp to work-actual(1:7).
           move 0 to work-idx.
           if change-state = "F"
             move 1 to work-idx
           end-if.
           perform fil-record-result.

       fil-capture-exit.
           exit.

       fil-rewrite-baseline section.
           open output fil-expected-file.
           if fil-expected-status not = "00"
             display "Baseline " fil-expected-dd
               " not writable - status " fil-expected-status
             move "F" to change-state
             go to fil-rewrite-baseline-exit
           end-if.
           open input fil-actual-file.
           perform until fil-actual-status not = "00"
             move SPACES to fil-actual-record
             read fil-actual-file
             if fil-actual-status = "00"
               write fil-expected-record from fil-actual-record
             end-if
           end-perform.
           close fil-actual-file.
           close fil-expected-file.
           move "R" to change-state.

       fil-rewrite-baseline-exit.
           exit.

       fil-read-expected section.
           move SPACES to fil-expected-record.
           read fil-expected-file.
           move fil-actual-record(fil-win-start:fil-win-len)
             to work-actual(1:fil-win-len).
           move fil-offset to work-idx.
           move fil-win-start to pending-window-start.
           perform fil-record-result.

       fil-record-result section.
      *  or CHANGED (same key, different record) and recorded as one
      *  failed assertion carrying the key in its label, plus a
      *  difference-count assertion that passes when the datasets
      *  reconcile. In a RECORD run the differences are only
      *  counted, the actual dataset is copied over the expected one
      *  when there are any, and one passing baseline assertion
      *  carries the old and new record counts
       identification division.
       program-id. ECBLUKEY.
       environment division.
       01 key-offset pic 9(9) usage binary.
       01 key-win-start pic 9(9) usage binary.
       01 key-win-len pic 9(9) usage binary.
       01 pending-window-start pic 9(9) usage binary external.
       01 record-mode-switch pic x value SPACE external.
        88 record-mode value "Y".
      * while a RECORD run reconciles the old baseline the
      * differences are counted, never asserted
       01 key-counting-switch pic x value SPACE.
        88 key-counting value "Y".
       01 key-baseline-switch pic x.
        88 key-baseline-found value "Y".
       01 key-actual-count pic 9(7) usage binary.
       01 key-count-disp pic 9(7).
       01 baseline-change.
        05 change-type pic x(3) value "KEY".
        05 change-dd pic x(8).
        05 change-state pic x.
        05 change-differed pic 9(7) usage binary.
        05 change-records pic 9(7) usage binary.
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
               length of key-expected-record - key-off + 1
           end-if.
           move 0 to key-expected-count.
           move 0 to key-actual-count.
           move 0 to key-diff-count.
           move SPACE to key-open-failed-switch.

           if record-mode
             perform key-capture
             goback
           end-if.

           open input key-expected-file.
           if key-expected-status not = "00"
             move "Y" to key-open-failed-switch
           perform key-record-result.
           goback.

       key-capture section.
           *> RECORD run: reconcile the old baseline against the
           *> actual output by key, counting the ADDED, DELETED and
           *> CHANGED records without asserting them, then copy the
           *> actual dataset over the expected one; a baseline that
           *> does not exist yet reads every actual record as ADDED
           open input key-actual-file.
           if key-actual-status not = "00"
             move SPACES to work-label
             string "OPEN FAILED " delimited by size
               key-actual-dd delimited by size
               into work-label
             end-string
             move 2 to work-vlen
             move SPACES to work-expected
             move "00" to work-expected(1:2)
             move SPACES to work-actual
             move key-actual-status to work-actual(1:2)
             move 1 to work-idx
             perform key-record-result
             go to key-capture-exit
           end-if.
           move "Y" to key-counting-switch.
           move SPACE to key-baseline-switch.
           open input key-expected-file.
           if key-expected-status = "00"
             move "Y" to key-baseline-switch
             perform key-load-expected
           end-if.
           perform key-match-actual.
           perform key-report-deleted.
           if key-baseline-found
             close key-expected-file
           end-if.
           close key-actual-file.
           move SPACE to key-counting-switch.

           move key-expected-dd to change-dd.
           move key-diff-count to change-differed.
           move key-actual-count to change-records.
           move "U" to change-state.
           if key-diff-count > 0 or not key-baseline-found
             perform key-rewrite-baseline
           end-if.
           call "ECBLUBSL" using baseline-change.

           move SPACES to work-label.
           string "BASELINE " delimited by size
             key-expected-dd delimited by size
             into work-label
           end-string.
           move 7 to work-vlen.
           move SPACES to work-expected.
           move key-expected-count to key-count-disp.
           move key-count-disp to work-expected(1:7).
           move SPACES to work-actual.
           move key-actual-count to key-count-disp.
           move key-count-disp to work-actual(1:7).
           move 0 to work-idx.
           if change-state = "F"
             move 1 to work-idx
           end-if.
           perform key-record-result.

       key-capture-exit.
           exit.

       key-rewrite-baseline section.
           open output key-expected-file.
           if key-expected-status not = "00"
             display "Baseline " key-expected-dd
               " not writable - status " key-expected-status
             move "F" to change-state
             go to key-rewrite-baseline-exit
           end-if.
           open input key-actual-file.
           perform until key-actual-status not = "00"
             move SPACES to key-actual-record
             read key-actual-file
             if key-actual-status = "00"
               write key-expected-record from key-actual-record
             end-if
           end-perform.
           close key-actual-file.
           close key-expected-file.
           move "R" to change-state.

       key-rewrite-baseline-exit.
           exit.

       key-load-expected section.
           perform until key-expected-status not = "00"
             move SPACES to key-expected-record
             move SPACES to key-actual-record
             read key-actual-file
             if key-actual-status = "00"
               add 1 to key-actual-count
               perform key-match-one
             end-if
           end-perform.
           move key-actual-record(key-win-start:key-win-len)
             to work-actual(1:key-win-len).
           move key-offset to work-idx.
           move key-win-start to pending-window-start.
           perform key-record-result.

       key-record-result section.
           if key-counting
             move 0 to pending-window-start
             go to key-record-result-exit
           end-if.
           move 0 to work-nr.
           move "KEY" to work-name.
           move current-testsuite-name to work-suite.
             move SPACE to work-status
           end-if.
           call "ECBLUREC" using work-assertion.

       key-record-result-exit.
           exit.
       end program ECBLUKEY.

      * Fixture data builder
      *  with an input and an output area of 64 bytes each, and one
      *  assertion per row goes through ECBLUREC with the row number
      *  as its label; lines starting with * and blank lines are
      *  ignored. In a RECORD run the expected column of every row
      *  is replaced by the output the program under test returned
      *  and the CASES dataset is rewritten, comment and blank lines
      *  kept in place, when any row changed
       identification division.
       program-id. ECBLUCAS.
       environment division.
       01 cases-dd pic x(8).
       01 cases-status pic xx.
       01 cas-target pic x(8).
       01 cas-use pic x value "T".
       01 cas-row pic 9(5) usage binary.
       01 cas-row-disp pic 9(5).
       01 cas-input pic x(64).
       01 cas-expected pic x(64).
       01 cas-output pic x(64).
       01 cas-idx pic 9(3) usage binary.
       01 record-mode-switch pic x value SPACE external.
        88 record-mode value "Y".
      * a RECORD run holds the whole CASES dataset, comments
      * included, so it can be written back with the new expected
      * column; the same 999-entry bound the framework tables use
       01 cas-lines-count pic 9(4) usage binary.
       01 cas-line-idx pic 9(4) usage binary.
       01 cas-lines-table.
        05 cas-line-entry occurs 999 times pic x(160).
       01 cas-overflow-switch pic x.
        88 cas-overflow value "Y".
       01 cas-differed pic 9(7) usage binary.
       01 cas-bar-pos pic 9(3) usage binary.
       01 baseline-change.
        05 change-type pic x(3) value "CAS".
        05 change-dd pic x(8).
        05 change-state pic x.
        05 change-differed pic 9(7) usage binary.
        05 change-records pic 9(7) usage binary.
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
           move target-name to cas-target.
           move cases-dd-in to cases-dd.
           move 0 to cas-row.
           move 0 to cas-lines-count.
           move 0 to cas-differed.
           move SPACE to cas-overflow-switch.

           open input cases-file.
           if cases-status not = "00"
           perform until cases-status not = "00"
             move SPACES to cases-record
             read cases-file
             if cases-status = "00" and record-mode
               perform cas-keep-line
             end-if
             if cases-status = "00"
               and cases-record not = SPACES
               and cases-record(1:1) not = "*"
             end-if
           end-perform.
           close cases-file.
           if record-mode
             perform cas-rewrite-baseline
           end-if.
           goback.

       cas-keep-line section.
           if cas-lines-count >= 999
             move "Y" to cas-overflow-switch
           else
             add 1 to cas-lines-count
             move cases-record to cas-line-entry(cas-lines-count)
           end-if.

       cas-capture-row section.
           *> RECORD run: the output just returned becomes the
           *> expected column of this row; the input column is kept
           *> exactly as it was keyed
           if cas-expected not = cas-output
             add 1 to cas-differed
           end-if.
           move cas-output to cas-expected.
           if cas-overflow
             go to cas-capture-row-exit
           end-if.
           move 0 to cas-bar-pos.
           inspect cases-record tallying cas-bar-pos
             for characters before initial "|".
           *> a row keyed without the bar is all input; the output
           *> goes after its last non-blank
           if cas-bar-pos = length of cases-record
             compute cas-bar-pos = function length(
               function trim(cases-record trailing))
           end-if.
           move SPACES to cas-line-entry(cas-lines-count).
           if cas-bar-pos = 0
             string "|" delimited by size
               cas-output delimited by size
               into cas-line-entry(cas-lines-count)
             end-string
           else
             string cases-record(1:cas-bar-pos) delimited by size
               "|" delimited by size
               cas-output delimited by size
               into cas-line-entry(cas-lines-count)
             end-string
           end-if.

       cas-capture-row-exit.
           exit.

       cas-rewrite-baseline section.
           move cases-dd to change-dd.
           move cas-differed to change-differed.
           move cas-row to change-records.
           move "U" to change-state.
           if cas-differed = 0
             call "ECBLUBSL" using baseline-change
             go to cas-rewrite-baseline-exit
           end-if.
           if cas-overflow
             display "CASES dataset " cases-dd
               " over 999 lines - baseline not rewritten"
             move "F" to change-state
           else
             open output cases-file
             if cases-status not = "00"
               display "Baseline " cases-dd
                 " not writable - status " cases-status
               move "F" to change-state
             else
               perform varying cas-line-idx from 1 by 1
                 until cas-line-idx > cas-lines-count
                 move cas-line-entry(cas-line-idx) to cases-record
                 write cases-record
               end-perform
               close cases-file
               move "R" to change-state
             end-if
           end-if.
           call "ECBLUBSL" using baseline-change.
           if change-state = "F"
             move SPACES to work-label
             string "BASELINE " delimited by size
               cases-dd delimited by size
               into work-label
             end-string
             move 7 to work-vlen
             move SPACES to work-expected
             move "WRITTEN" to work-expected(1:7)
             move SPACES to work-actual
             move "FAILED" to work-actual(1:6)
             move 1 to work-idx
             perform cas-record-result
           end-if.

       cas-rewrite-baseline-exit.
           exit.

       cas-run-one section.
           add 1 to cas-row.
           move SPACES to cas-input.
               perform cas-record-result
               go to cas-run-one-exit
           end-call.
           call "ECBLUTGT" using cas-target, cas-use.

           if record-mode
             perform cas-capture-row
           end-if.

           move cas-row to cas-row-disp.
           move SPACES to work-label.
       01 exc-target pic x(8).
       01 exc-notfound-switch pic x.
        88 exc-notfound value "Y".
       01 exc-use pic x value "T".
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
             end-call
           end-if.
           move SPACE to expect-abend-switch.
           if not exc-notfound
             call "ECBLUTGT" using exc-target, exc-use
           end-if.

           move 24 to work-vlen.
           move SPACES to work-expected.
           call "ECBLUREC" using work-assertion.
       end program ECBLUEXP.

      * Assert PRF (performance budget)
      *  calls the program under test the given number of times -
      *  with the parameter area when its length is non-zero - and
      *  fails when the average elapsed or CPU time per call exceeds
      *  the budget the suite gives, in microseconds (a zero budget
      *  leaves that figure unchecked); the budgets and the measured
      *  averages become the expected/actual of the assertion, and
      *  every measurement is kept in the performance table
      *  ecblu-finish reports and writes to RESULTS and HISTORY as
      *  PERF records. Elapsed time comes from the time of day in
      *  hundredths of a second and CPU time from the C library
      *  clock(), assumed to count microseconds (CLOCKS_PER_SEC of
      *  1000000) and shown as N/A where clock() cannot be called
      *  or gives no usable figure; a CPU budget then fails as not
      *  measurable.
      *  The iteration count should keep the calls busy for a second
      *  or more: an elapsed budget fails as not measurable when the
      *  calls finish inside one hundredth of a second. A figure that
      *  could not be measured is flagged in the performance table
      *  and reported as N/A, never as 0
       identification division.
       program-id. ECBLUPRF.
       data division.
       working-storage section.
       01 current-testsuite-name pic x(8) external.
       01 pending-assertion-label pic x(30) external.
       01 retry-pass-switch pic x value SPACE external.
        88 retry-pass-active value "Y".
       01 perf-count pic 9(3) usage binary external.
       01 perf-table external.
        05 perf-entry occurs 99 times.
         10 perf-suite pic x(8).
         10 perf-target pic x(8).
         10 perf-calls pic 9(7) usage binary.
         10 perf-elapsed-us pic 9(9) usage binary.
         10 perf-cpu-us pic 9(9) usage binary.
         10 perf-budget-elapsed pic 9(9) usage binary.
         10 perf-budget-cpu pic 9(9) usage binary.
         10 perf-status pic x.
         10 perf-elapsed-flag pic x.
          88 perf-elapsed-known value "Y".
         10 perf-cpu-flag pic x.
          88 perf-cpu-measured value "Y".
       01 prf-target pic x(8).
       01 prf-calls pic 9(7) usage binary.
       01 prf-call-idx pic 9(7) usage binary.
       01 prf-calls-disp pic 9(7).
       01 prf-notfound-switch pic x.
        88 prf-notfound value "Y".
       01 prf-use pic x value "T".
       01 prf-start-time.
        05 prf-start-hh pic 9(2).
        05 prf-start-mm pic 9(2).
        05 prf-start-ss pic 9(2).
        05 prf-start-cc pic 9(2).
       01 prf-end-time.
        05 prf-end-hh pic 9(2).
        05 prf-end-mm pic 9(2).
        05 prf-end-ss pic 9(2).
        05 prf-end-cc pic 9(2).
       01 prf-elapsed-cc pic s9(9) usage binary.
       01 prf-cpu-start pic s9(9) usage binary.
       01 prf-cpu-end pic s9(9) usage binary.
       01 prf-cpu-switch pic x.
        88 prf-cpu-known value "Y".
       01 prf-elapsed-switch pic x.
        88 prf-elapsed-over value "O".
        88 prf-elapsed-unmeasured value "U".
       01 prf-elapsed-us pic 9(9) usage binary.
       01 prf-cpu-us pic 9(9) usage binary.
       01 prf-figure pic 9(9).
      * expected/actual layout: the elapsed figure sits at offset 12
      * and the CPU figure at offset 29, where the failure pointer
      * lands
       01 prf-figures.
        05 filler pic x(11) value "ELAPSED-US ".
        05 prf-fig-elapsed pic x(9).
        05 filler pic x(8) value " CPU-US ".
        05 prf-fig-cpu pic x(9).
       01 work-assertion.
        05 work-status pic x.
        05 work-idx pic 9(9).
        05 work-nr pic 9(5).
        05 work-name pic x(3).
        05 work-suite pic x(8).
        05 work-label pic x(30).
        05 work-vlen pic 9(3).
        05 work-expected pic x(256).
        05 work-actual pic x(256).
       linkage section.
       01 target-name pic x(8).
       01 parm-area pic x(256).
       01 parm-len pic 9(4) usage binary.
       01 iterations pic 9(7) usage binary.
       01 budget-elapsed-us pic 9(9) usage binary.
       01 budget-cpu-us pic 9(9) usage binary.
       procedure division using target-name, parm-area, parm-len,
           iterations, budget-elapsed-us, budget-cpu-us.
           move target-name to prf-target.
           move iterations to prf-calls.
           if prf-calls < 1
             move 1 to prf-calls
           end-if.
           move SPACE to prf-notfound-switch.
           move SPACE to work-status.
           move 0 to work-nr.
           move "PRF" to work-name.
           move current-testsuite-name to work-suite.
           *> label attached by the suite beforehand, if any
           move pending-assertion-label to work-label.
           move SPACES to pending-assertion-label.
           if work-label = SPACES
             move prf-calls to prf-calls-disp
             string "PERF " delimited by size
               prf-target delimited by SPACE
               " X" delimited by size
               prf-calls-disp delimited by size
               into work-label
             end-string
           end-if.

           *> a clock() of -1 means the CPU time is not available
           move "Y" to prf-cpu-switch.
           call "clock" returning prf-cpu-start
             on exception
               move SPACE to prf-cpu-switch
           end-call.
           accept prf-start-time from TIME.
           perform varying prf-call-idx from 1 by 1
             until prf-call-idx > prf-calls or prf-notfound
             if parm-len > 0
               call prf-target using parm-area
                 on exception
                   move "Y" to prf-notfound-switch
               end-call
             else
               call prf-target
                 on exception
                   move "Y" to prf-notfound-switch
               end-call
             end-if
           end-perform.
           accept prf-end-time from TIME.
           call "clock" returning prf-cpu-end
             on exception
               move SPACE to prf-cpu-switch
           end-call.
           if not prf-notfound
             call "ECBLUTGT" using prf-target, prf-use
           end-if.
           if prf-cpu-start < 0 or prf-cpu-end < prf-cpu-start
             move SPACE to prf-cpu-switch
           end-if.

           move 37 to work-vlen.
           move 0 to work-idx.
           if prf-notfound
             move SPACES to work-expected
             move prf-target to work-expected(1:8)
             move SPACES to work-actual
             move "TARGET NOT FOUND" to work-actual(1:16)
             move 1 to work-idx
             move "F" to work-status
             call "ECBLUREC" using work-assertion
             goback
           end-if.

           *> averages per call in microseconds
           compute prf-elapsed-cc =
             (prf-end-hh * 360000 + prf-end-mm * 6000
               + prf-end-ss * 100 + prf-end-cc)
             - (prf-start-hh * 360000 + prf-start-mm * 6000
               + prf-start-ss * 100 + prf-start-cc).
           *> the calls ran across midnight
           if prf-elapsed-cc < 0
             add 8640000 to prf-elapsed-cc
           end-if.
           *> an average too large to hold is over any budget
           move SPACE to prf-elapsed-switch.
           compute prf-elapsed-us = prf-elapsed-cc * 10000 / prf-calls
             on size error
               move 999999999 to prf-elapsed-us
               move "O" to prf-elapsed-switch
           end-compute.
           *> calls done within one tick of the time of day give no
           *> measurement at all
           if prf-elapsed-cc = 0
             move "U" to prf-elapsed-switch
           end-if.
           move 0 to prf-cpu-us.
           if prf-cpu-known
             compute prf-cpu-us =
               (prf-cpu-end - prf-cpu-start) / prf-calls
           end-if.

           if budget-elapsed-us = 0
             move "NO-LIMIT" to prf-fig-elapsed
           else
             move budget-elapsed-us to prf-figure
             move prf-figure to prf-fig-elapsed
           end-if.
           if budget-cpu-us = 0
             move "NO-LIMIT" to prf-fig-cpu
           else
             move budget-cpu-us to prf-figure
             move prf-figure to prf-fig-cpu
           end-if.
           move SPACES to work-expected.
           move prf-figures to work-expected(1:37).
           move prf-elapsed-us to prf-figure.
           move prf-figure to prf-fig-elapsed.
           if prf-elapsed-over
             move "OVERFLOW" to prf-fig-elapsed
           end-if.
           if prf-elapsed-unmeasured
             move "N/A" to prf-fig-elapsed
           end-if.
           if prf-cpu-known
             move prf-cpu-us to prf-figure
             move prf-figure to prf-fig-cpu
           else
             move "N/A" to prf-fig-cpu
           end-if.
           move SPACES to work-actual.
           move prf-figures to work-actual(1:37).
           if prf-elapsed-unmeasured and budget-elapsed-us > 0
             move "NOT MEASURABLE - RAISE ITERATIONS"
               to work-actual(12:)
             move 44 to work-vlen
           else
             if budget-cpu-us > 0 and not prf-cpu-known
               move "CPU NOT MEASURABLE" to work-actual(29:)
               move 46 to work-vlen
             end-if
           end-if.

           if budget-elapsed-us > 0
             and (prf-elapsed-over or prf-elapsed-unmeasured
               or prf-elapsed-us > budget-elapsed-us)
             move 12 to work-idx
           else
             if budget-cpu-us > 0
               and (not prf-cpu-known or prf-cpu-us > budget-cpu-us)
               move 29 to work-idx
             end-if
           end-if.
           if work-idx not = 0
             move "F" to work-status
           end-if.
           call "ECBLUREC" using work-assertion.

           *> a retry attempt measures what the main pass already
           *> listed
           if retry-pass-active
             goback
           end-if.
           if perf-count >= 99
             display "Performance table full - " prf-target
               " not listed"
             goback
           end-if.
           add 1 to perf-count.
           move current-testsuite-name to perf-suite(perf-count).
           move prf-target to perf-target(perf-count).
           move prf-calls to perf-calls(perf-count).
           move prf-elapsed-us to perf-elapsed-us(perf-count).
           move prf-cpu-us to perf-cpu-us(perf-count).
           move budget-elapsed-us to perf-budget-elapsed(perf-count).
           move budget-cpu-us to perf-budget-cpu(perf-count).
           if work-status = "F"
             move "F" to perf-status(perf-count)
           else
             move "P" to perf-status(perf-count)
           end-if.
           *> a figure that could not be measured is reported as
           *> N/A, never as a zero
           move "Y" to perf-elapsed-flag(perf-count).
           if prf-elapsed-unmeasured
             move 0 to perf-elapsed-us(perf-count)
             move SPACE to perf-elapsed-flag(perf-count)
           end-if.
           move "Y" to perf-cpu-flag(perf-count).
           if not prf-cpu-known
             move SPACE to perf-cpu-flag(perf-count)
           end-if.
       end program ECBLUPRF.

      * Labelled call variants
      *  same assertions as above, with a trailing descriptive label
      *  the suite attaches to the comparison (e.g. "CUST-BAL AFTER
       01 mock-idx pic 9(3) usage binary.
       01 mock-slot pic 9(3) usage binary.
       01 use-len pic 9(4) usage binary.
       01 stb-use pic x value "M".
       linkage section.
       01 stub-name pic x(8).
       01 parm-area pic x(256).
             goback
           end-if.
           add 1 to mock-calls(mock-slot).
           call "ECBLUTGT" using stub-name, stb-use.
           *> never let a bad forwarder length abend the framework
           move parm-len to use-len.
           if use-len > 256
