       *>  suite/number/label identity the FAILURE records carry) and
       *>  suites whose duration jumped beyond a threshold (PARM
       *>  digits, seconds, default 30); turns the 7 AM side-by-side
       *>  JES eyeball into a two-minute read. The PERF records of
       *>  both runs give the average elapsed and CPU time per call of
       *>  every measured target, old against new, with the drift; a
       *>  figure a run could not measure (N/A on its PERF record) is
       *>  left out of that figure only, and shows as N/A when none
       *>  of the run's measurements has it.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
       01 assert-idx pic 9(4) usage binary.
       01 assert-found pic 9(4) usage binary.

      * per-target performance on both sides off the PERF records;
      * a target measured more than once in a run is averaged over
      * all its calls, each figure over the calls that measured it
       01 rec-target pic x(8).
       01 rec-calls-x pic x(7).
       01 rec-calls-9 redefines rec-calls-x pic 9(7).
       01 rec-elapsed-x pic x(9).
       01 rec-elapsed-9 redefines rec-elapsed-x pic 9(9).
       01 rec-cpu-x pic x(9).
       01 rec-cpu-9 redefines rec-cpu-x pic 9(9).
       01 perfs-count pic 9(3) usage binary value 0.
       01 perf-table.
        05 perf-entry occurs 999 times.
         10 dlt-p-suite pic x(8).
         10 dlt-p-target pic x(8).
         10 dlt-p-old-calls pic 9(9) usage binary.
         10 dlt-p-old-elapsed-calls pic 9(9) usage binary.
         10 dlt-p-old-elapsed pic 9(15) usage binary.
         10 dlt-p-old-cpu-calls pic 9(9) usage binary.
         10 dlt-p-old-cpu pic 9(15) usage binary.
         10 dlt-p-new-calls pic 9(9) usage binary.
         10 dlt-p-new-elapsed-calls pic 9(9) usage binary.
         10 dlt-p-new-elapsed pic 9(15) usage binary.
         10 dlt-p-new-cpu-calls pic 9(9) usage binary.
         10 dlt-p-new-cpu pic 9(15) usage binary.
       01 perf-idx pic 9(3) usage binary.
       01 perf-found pic 9(3) usage binary.
       01 perf-old-avg pic 9(9) usage binary.
       01 perf-new-avg pic 9(9) usage binary.
       01 perf-drift-pct pic s9(5) usage binary.
       01 perf-old-disp pic z(8)9.
       01 perf-old-disp-x redefines perf-old-disp pic x(9).
       01 perf-new-disp pic z(8)9.
       01 perf-new-disp-x redefines perf-new-disp pic x(9).
       01 perf-drift-disp pic -(5)9.
       01 perf-drift-disp-x redefines perf-drift-disp pic x(6).
       01 perf-old-cpu-disp pic z(8)9.
       01 perf-old-cpu-disp-x redefines perf-old-cpu-disp pic x(9).
       01 perf-new-cpu-disp pic z(8)9.
       01 perf-new-cpu-disp-x redefines perf-new-cpu-disp pic x(9).
       01 perf-drift-cpu-disp pic -(5)9.
       01 perf-drift-cpu-disp-x redefines perf-drift-cpu-disp
         pic x(6).

      * report
       01 delta-count pic 9(3) usage binary.
       01 jump-threshold pic 9(5) usage binary value 30.
           perform dlt-report-fixed.
           perform dlt-report-asserts.
           perform dlt-report-slow.
           perform dlt-report-perf.
           stop run.

       dlt-scan-parm section.
           *> appeared or got fixed surfaces in the suite deltas
           if results-record(1:10) = "EXCEPTION|"
             perform dlt-take-exception
             go to dlt-take-record-exit
           end-if.
           if results-record(1:5) = "PERF|"
             perform dlt-take-perf
           end-if.

       dlt-take-record-exit.
       dlt-take-failure-exit.
           exit.

       dlt-take-perf section.
           *> PERF|suite|target|calls|elapsed-us|cpu-us|...
           move SPACES to rec-suite.
           move SPACES to rec-target.
           move SPACES to rec-calls-x.
           move SPACES to rec-elapsed-x.
           move SPACES to rec-cpu-x.
           unstring results-record delimited by "|"
             into rec-tag, rec-suite, rec-target, rec-calls-x,
               rec-elapsed-x, rec-cpu-x
           end-unstring.
           *> N/A stands for a figure the run could not measure;
           *> only a record with neither figure is of no use
           if rec-suite = SPACES or rec-target = SPACES
             or rec-calls-x is not numeric
             or (rec-elapsed-x is not numeric
               and rec-cpu-x is not numeric)
             go to dlt-take-perf-exit
           end-if.
           move 0 to perf-found.
           perform varying perf-idx from 1 by 1
             until perf-idx > perfs-count
             if dlt-p-suite(perf-idx) = rec-suite
               and dlt-p-target(perf-idx) = rec-target
               move perf-idx to perf-found
               exit perform
             end-if
           end-perform.
           if perf-found = 0
             if perfs-count >= 999
               go to dlt-take-perf-exit
             end-if
             add 1 to perfs-count
             move perfs-count to perf-found
             move rec-suite to dlt-p-suite(perf-found)
             move rec-target to dlt-p-target(perf-found)
             move 0 to dlt-p-old-calls(perf-found)
             move 0 to dlt-p-old-elapsed-calls(perf-found)
             move 0 to dlt-p-old-elapsed(perf-found)
             move 0 to dlt-p-old-cpu-calls(perf-found)
             move 0 to dlt-p-old-cpu(perf-found)
             move 0 to dlt-p-new-calls(perf-found)
             move 0 to dlt-p-new-elapsed-calls(perf-found)
             move 0 to dlt-p-new-elapsed(perf-found)
             move 0 to dlt-p-new-cpu-calls(perf-found)
             move 0 to dlt-p-new-cpu(perf-found)
           end-if.
           if side-old
             add rec-calls-9 to dlt-p-old-calls(perf-found)
             if rec-elapsed-x is numeric
               add rec-calls-9 to dlt-p-old-elapsed-calls(perf-found)
               compute dlt-p-old-elapsed(perf-found) =
                 dlt-p-old-elapsed(perf-found)
                 + rec-elapsed-9 * rec-calls-9
             end-if
             if rec-cpu-x is numeric
               add rec-calls-9 to dlt-p-old-cpu-calls(perf-found)
               compute dlt-p-old-cpu(perf-found) =
                 dlt-p-old-cpu(perf-found) + rec-cpu-9 * rec-calls-9
             end-if
           else
             add rec-calls-9 to dlt-p-new-calls(perf-found)
             if rec-elapsed-x is numeric
               add rec-calls-9 to dlt-p-new-elapsed-calls(perf-found)
               compute dlt-p-new-elapsed(perf-found) =
                 dlt-p-new-elapsed(perf-found)
                 + rec-elapsed-9 * rec-calls-9
             end-if
             if rec-cpu-x is numeric
               add rec-calls-9 to dlt-p-new-cpu-calls(perf-found)
               compute dlt-p-new-cpu(perf-found) =
                 dlt-p-new-cpu(perf-found) + rec-cpu-9 * rec-calls-9
             end-if
           end-if.

       dlt-take-perf-exit.
           exit.

       dlt-find-suite section.
           move 0 to suite-found.
           perform varying suite-idx from 1 by 1
           if delta-count = 0
             display "  (none)"
           end-if.

       dlt-report-perf section.
           *> every measured target, so a slow creep shows as well
           *> as a jump; a target in one run only is named as such
           if perfs-count = 0
             go to dlt-report-perf-exit
           end-if.
           display "Performance per target "
             "(microseconds per call, old -> new):".
           perform varying perf-idx from 1 by 1
             until perf-idx > perfs-count
             perform dlt-report-target
           end-perform.

       dlt-report-perf-exit.
           exit.

       dlt-report-target section.
           if dlt-p-old-calls(perf-idx) = 0
             display "  " dlt-p-suite(perf-idx) SPACE
               dlt-p-target(perf-idx) " (not in the old run)"
             go to dlt-report-target-exit
           end-if.
           if dlt-p-new-calls(perf-idx) = 0
             display "  " dlt-p-suite(perf-idx) SPACE
               dlt-p-target(perf-idx) " (not in the new run)"
             go to dlt-report-target-exit
           end-if.
           *> a side that never measured a figure shows N/A for it,
           *> and that figure has no drift
           move "      N/A" to perf-old-disp-x.
           move "      N/A" to perf-new-disp-x.
           move "   N/A" to perf-drift-disp-x.
           if dlt-p-old-elapsed-calls(perf-idx) > 0
             compute perf-old-avg = dlt-p-old-elapsed(perf-idx)
               / dlt-p-old-elapsed-calls(perf-idx)
             move perf-old-avg to perf-old-disp
           end-if.
           if dlt-p-new-elapsed-calls(perf-idx) > 0
             compute perf-new-avg = dlt-p-new-elapsed(perf-idx)
               / dlt-p-new-elapsed-calls(perf-idx)
             move perf-new-avg to perf-new-disp
           end-if.
           if dlt-p-old-elapsed-calls(perf-idx) > 0
             and dlt-p-new-elapsed-calls(perf-idx) > 0
             move 0 to perf-drift-pct
             if perf-old-avg > 0
               compute perf-drift-pct rounded =
                 (perf-new-avg - perf-old-avg) * 100 / perf-old-avg
             end-if
             move perf-drift-pct to perf-drift-disp
           end-if.
           move "      N/A" to perf-old-cpu-disp-x.
           move "      N/A" to perf-new-cpu-disp-x.
           move "   N/A" to perf-drift-cpu-disp-x.
           if dlt-p-old-cpu-calls(perf-idx) > 0
             compute perf-old-avg = dlt-p-old-cpu(perf-idx)
               / dlt-p-old-cpu-calls(perf-idx)
             move perf-old-avg to perf-old-cpu-disp
           end-if.
           if dlt-p-new-cpu-calls(perf-idx) > 0
             compute perf-new-avg = dlt-p-new-cpu(perf-idx)
               / dlt-p-new-cpu-calls(perf-idx)
             move perf-new-avg to perf-new-cpu-disp
           end-if.
           if dlt-p-old-cpu-calls(perf-idx) > 0
             and dlt-p-new-cpu-calls(perf-idx) > 0
             move 0 to perf-drift-pct
             if perf-old-avg > 0
               compute perf-drift-pct rounded =
                 (perf-new-avg - perf-old-avg) * 100 / perf-old-avg
             end-if
             move perf-drift-pct to perf-drift-cpu-disp
           end-if.
           display "  " dlt-p-suite(perf-idx) SPACE
             dlt-p-target(perf-idx)
             " elapsed " perf-old-disp " ->" perf-new-disp
             " (" perf-drift-disp "%)"
             " cpu " perf-old-cpu-disp " ->" perf-new-cpu-disp
             " (" perf-drift-cpu-disp "%)".

       dlt-report-target-exit.
           exit.
       end program ECBLUDLT.
