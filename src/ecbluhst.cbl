       *>  Reads the cumulative HISTORY dataset ECBLUNIT appends to
       *>  (one HIST record per suite per run) and prints per-suite
       *>  stability figures: runs, failures, failure rate over the
       *>  last N runs, first failure date and duration drift; the
       *>  PERF records ECBLUPRF measurements leave there give a
       *>  second section with the per-target drift of the average
       *>  elapsed and CPU time per call. A figure a run could not
       *>  measure (N/A on its PERF record) is left out of that
       *>  figure's averages only, and shows as N/A when no run of
       *>  the target measured it.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
        05 filler pic x(10) value "AVG-DUR".
        05 filler pic x(10) value "RECENT".
        05 filler pic x(6) value "DRIFT".
       01 PERF-HDR.
        05 filler pic x(9) value "SUITE".
        05 filler pic x(9) value "TARGET".
        05 filler pic x(7) value "RUNS".
        05 filler pic x(11) value "AVG-US".
        05 filler pic x(11) value "RECENT-US".
        05 filler pic x(8) value "DRIFT%".
        05 filler pic x(11) value "AVG-CPU".
        05 filler pic x(11) value "RECENT-CPU".
        05 filler pic x(6) value "DRIFT%".

      * history file
       01 history-status pic xx value SPACES.
          15 stat-recent-result pic x.
          15 stat-recent-secs pic 9(7) usage binary.

      * parsed PERF record fields
       01 perf-target pic x(8).
       01 perf-calls-x pic x(7).
       01 perf-elapsed-x pic x(9).
       01 perf-elapsed-9 redefines perf-elapsed-x pic 9(9).
       01 perf-cpu-x pic x(9).
       01 perf-cpu-9 redefines perf-cpu-x pic 9(9).

      * per-target accumulators, same ring scheme as the suites
       01 targets-count pic 9(3) usage binary value 0.
       01 target-stats.
        05 target-entry occurs 999 times.
         10 tgt-suite pic x(8).
         10 tgt-name pic x(8).
         10 tgt-runs pic 9(5) usage binary.
         10 tgt-elapsed-runs pic 9(5) usage binary.
         10 tgt-cpu-runs pic 9(5) usage binary.
         10 tgt-elapsed-total pic 9(15) usage binary.
         10 tgt-cpu-total pic 9(15) usage binary.
         10 tgt-recent-count pic 9(3) usage binary.
         10 tgt-recent-next pic 9(3) usage binary.
         10 tgt-recent occurs 30 times.
          15 tgt-recent-elapsed pic 9(9) usage binary.
          15 tgt-recent-elapsed-flag pic x.
          15 tgt-recent-cpu pic 9(9) usage binary.
          15 tgt-recent-cpu-flag pic x.
       01 target-idx pic 9(3) usage binary.
       01 recent-elapsed-used pic 9(3) usage binary.
       01 recent-cpu-used pic 9(3) usage binary.
       01 tgt-recent-elapsed-sum pic 9(15) usage binary.
       01 tgt-recent-cpu-sum pic 9(15) usage binary.
       01 tgt-avg-elapsed pic 9(9) usage binary.
       01 tgt-avg-cpu pic 9(9) usage binary.
       01 tgt-recent-avg-elapsed pic 9(9) usage binary.
       01 tgt-recent-avg-cpu pic 9(9) usage binary.
       01 drift-pct pic s9(5) usage binary.
       01 perf-line.
        05 perf-rpt-suite pic x(8).
        05 filler pic x.
        05 perf-rpt-target pic x(8).
        05 filler pic x.
        05 perf-rpt-runs pic 9(5).
        05 filler pic x(2).
        05 perf-rpt-avg pic z(8)9.
        05 perf-rpt-avg-x redefines perf-rpt-avg pic x(9).
        05 filler pic x(2).
        05 perf-rpt-recent pic z(8)9.
        05 perf-rpt-recent-x redefines perf-rpt-recent pic x(9).
        05 filler pic x(2).
        05 perf-rpt-drift pic -(5)9.
        05 perf-rpt-drift-x redefines perf-rpt-drift pic x(6).
        05 filler pic x(2).
        05 perf-rpt-avg-cpu pic z(8)9.
        05 perf-rpt-avg-cpu-x redefines perf-rpt-avg-cpu pic x(9).
        05 filler pic x(2).
        05 perf-rpt-recent-cpu pic z(8)9.
        05 perf-rpt-recent-cpu-x redefines perf-rpt-recent-cpu
          pic x(9).
        05 filler pic x(2).
        05 perf-rpt-drift-cpu pic -(5)9.
        05 perf-rpt-drift-cpu-x redefines perf-rpt-drift-cpu
          pic x(6).

      * report
       01 recent-n pic 9(3) usage binary value 10.
       01 records-read pic 9(7) usage binary value 0.
           perform hst-scan-parm.
           perform hst-load.
           perform hst-report.
           perform hst-report-perf.
           stop run.

       hst-scan-parm section.
           exit.

       hst-take-record section.
           if history-record(1:5) = "PERF|"
             perform hst-take-perf
             go to hst-take-record-exit
           end-if.
           move SPACES to hist-tag.
           move SPACES to hist-date.
           move SPACES to hist-time.
       hst-take-record-exit.
           exit.

       hst-take-perf section.
           *> PERF|date|time|suite|target|calls|elapsed-us|cpu-us
           move SPACES to hist-suite.
           move SPACES to perf-target.
           move SPACES to perf-elapsed-x.
           move SPACES to perf-cpu-x.
           unstring history-record delimited by "|"
             into hist-tag, hist-date, hist-time, hist-suite,
               perf-target, perf-calls-x, perf-elapsed-x, perf-cpu-x
           end-unstring.
           *> N/A stands for a figure the run could not measure;
           *> only a record with neither figure is of no use
           if hist-suite = SPACES or perf-target = SPACES
             or (perf-elapsed-x is not numeric
               and perf-cpu-x is not numeric)
             go to hst-take-perf-exit
           end-if.
           move 0 to target-idx.
           perform varying ring-idx from 1 by 1
             until ring-idx > targets-count
             if tgt-suite(ring-idx) = hist-suite
               and tgt-name(ring-idx) = perf-target
               move ring-idx to target-idx
               exit perform
             end-if
           end-perform.
           if target-idx = 0
             if targets-count >= 999
               go to hst-take-perf-exit
             end-if
             add 1 to targets-count
             move targets-count to target-idx
             move hist-suite to tgt-suite(target-idx)
             move perf-target to tgt-name(target-idx)
             move 0 to tgt-runs(target-idx)
             move 0 to tgt-elapsed-runs(target-idx)
             move 0 to tgt-cpu-runs(target-idx)
             move 0 to tgt-elapsed-total(target-idx)
             move 0 to tgt-cpu-total(target-idx)
             move 0 to tgt-recent-count(target-idx)
             move 0 to tgt-recent-next(target-idx)
           end-if.
           add 1 to tgt-runs(target-idx).
           move tgt-recent-next(target-idx) to ring-pos.
           add 1 to ring-pos.
           if ring-pos > 30
             move 1 to ring-pos
           end-if.
           move 0 to tgt-recent-elapsed(target-idx, ring-pos).
           move SPACE to tgt-recent-elapsed-flag(target-idx, ring-pos).
           if perf-elapsed-x is numeric
             add 1 to tgt-elapsed-runs(target-idx)
             add perf-elapsed-9 to tgt-elapsed-total(target-idx)
             move perf-elapsed-9
               to tgt-recent-elapsed(target-idx, ring-pos)
             move "Y" to tgt-recent-elapsed-flag(target-idx, ring-pos)
           end-if.
           move 0 to tgt-recent-cpu(target-idx, ring-pos).
           move SPACE to tgt-recent-cpu-flag(target-idx, ring-pos).
           if perf-cpu-x is numeric
             add 1 to tgt-cpu-runs(target-idx)
             add perf-cpu-9 to tgt-cpu-total(target-idx)
             move perf-cpu-9 to tgt-recent-cpu(target-idx, ring-pos)
             move "Y" to tgt-recent-cpu-flag(target-idx, ring-pos)
           end-if.
           move ring-pos to tgt-recent-next(target-idx).
           if tgt-recent-count(target-idx) < 30
             add 1 to tgt-recent-count(target-idx)
           end-if.

       hst-take-perf-exit.
           exit.

       hst-find-suite section.
           move 0 to suite-idx.
           perform varying ring-idx from 1 by 1
           compute fmt-hh = (fmt-secs - fmt-work) / 3600.
           compute fmt-ss = function mod(fmt-work, 60).
           compute fmt-mm = (fmt-work - fmt-ss) / 60.

       hst-report-perf section.
           *> per-target averages over all runs against the last N,
           *> as a percentage: a routine that got slower shows up
           *> here before it stretches the batch window
           if targets-count = 0
             go to hst-report-perf-exit
           end-if.
           display "Performance per target (microseconds per call):".
           display PERF-HDR.
           perform varying target-idx from 1 by 1
             until target-idx > targets-count
             perform hst-report-target
           end-perform.

       hst-report-perf-exit.
           exit.

       hst-report-target section.
           *> the last recent-n runs; each figure is averaged over
           *> the runs among them that measured it
           move 0 to tgt-recent-elapsed-sum.
           move 0 to tgt-recent-cpu-sum.
           move 0 to recent-used.
           move 0 to recent-elapsed-used.
           move 0 to recent-cpu-used.
           move tgt-recent-next(target-idx) to ring-pos.
           perform until recent-used >= recent-n
             or recent-used >= tgt-recent-count(target-idx)
             if tgt-recent-elapsed-flag(target-idx, ring-pos) = "Y"
               add tgt-recent-elapsed(target-idx, ring-pos)
                 to tgt-recent-elapsed-sum
               add 1 to recent-elapsed-used
             end-if
             if tgt-recent-cpu-flag(target-idx, ring-pos) = "Y"
               add tgt-recent-cpu(target-idx, ring-pos)
                 to tgt-recent-cpu-sum
               add 1 to recent-cpu-used
             end-if
             add 1 to recent-used
             subtract 1 from ring-pos
             if ring-pos < 1
               move 30 to ring-pos
             end-if
           end-perform.
           move tgt-suite(target-idx) to perf-rpt-suite.
           move tgt-name(target-idx) to perf-rpt-target.
           move tgt-runs(target-idx) to perf-rpt-runs.

           if tgt-elapsed-runs(target-idx) = 0
             move "      N/A" to perf-rpt-avg-x
             move SPACES to perf-rpt-recent-x
             move SPACES to perf-rpt-drift-x
           else
             compute tgt-avg-elapsed = tgt-elapsed-total(target-idx)
               / tgt-elapsed-runs(target-idx)
             move tgt-avg-elapsed to perf-rpt-avg
             move "      N/A" to perf-rpt-recent-x
             move SPACES to perf-rpt-drift-x
             if recent-elapsed-used > 0
               compute tgt-recent-avg-elapsed =
                 tgt-recent-elapsed-sum / recent-elapsed-used
               move tgt-recent-avg-elapsed to perf-rpt-recent
               move 0 to drift-pct
               if tgt-avg-elapsed > 0
                 compute drift-pct rounded =
                   (tgt-recent-avg-elapsed - tgt-avg-elapsed) * 100
                   / tgt-avg-elapsed
               end-if
               move drift-pct to perf-rpt-drift
             end-if
           end-if.

           if tgt-cpu-runs(target-idx) = 0
             move "      N/A" to perf-rpt-avg-cpu-x
             move SPACES to perf-rpt-recent-cpu-x
             move SPACES to perf-rpt-drift-cpu-x
           else
             compute tgt-avg-cpu = tgt-cpu-total(target-idx)
               / tgt-cpu-runs(target-idx)
             move tgt-avg-cpu to perf-rpt-avg-cpu
             move "      N/A" to perf-rpt-recent-cpu-x
             move SPACES to perf-rpt-drift-cpu-x
             if recent-cpu-used > 0
               compute tgt-recent-avg-cpu =
                 tgt-recent-cpu-sum / recent-cpu-used
               move tgt-recent-avg-cpu to perf-rpt-recent-cpu
               move 0 to drift-pct
               if tgt-avg-cpu > 0
                 compute drift-pct rounded =
                   (tgt-recent-avg-cpu - tgt-avg-cpu) * 100
                   / tgt-avg-cpu
               end-if
               move drift-pct to perf-rpt-drift-cpu
             end-if
           end-if.
           display perf-line.
       end program ECBLUHST.
