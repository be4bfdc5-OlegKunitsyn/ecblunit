       *>  DDs in the 8-byte SUITES record format the partial steps
       *>  consume; ECBLUMRG combines the partial results afterwards.
       *>  Suites with no history yet are spread evenly across the
       *>  partitions. Suites linked by AFTER= prerequisites on the
       *>  optional MANIFEST DD are kept together in one partition,
       *>  so the partial step can run them in order.
       *>
       *>  @author Olegs Kunicins
       *>  @license GPL
           select history-file assign to HISTORY
             organization line sequential
             file status is history-status.
           select manifest-file assign to MANIFEST
             organization line sequential
             file status is manifest-status.
           select part-file assign using part-dd
             organization line sequential
             file status is part-status.
       01 suites-record pic x(8).
       fd  history-file.
       01 history-record pic x(100).
       fd  manifest-file.
       01 manifest-record pic x(80).
       fd  part-file.
       01 part-record pic x(8).
       working-storage section.
       01 suites-status pic xx value SPACES.
       01 history-status pic xx value SPACES.
       01 part-status pic xx value SPACES.
       01 manifest-status pic xx value SPACES.
       01 part-dd pic x(8).
       01 part-dd-digit pic 9.

            pic 9(7) usage binary.
         10 split-avg-secs pic 9(7) usage binary.
         10 split-part pic 9(3) usage binary.
         10 split-comp pic 9(3) usage binary.
         10 split-comp-size pic 9(3) usage binary.
         10 split-comp-hist pic 9(3) usage binary.
         10 split-comp-secs pic 9(9) usage binary.
       01 suite-idx pic 9(3) usage binary.
       01 ring-idx pic 9(3) usage binary.
       01 ring-pos pic 9(3) usage binary.
       01 ring-secs pic 9(9) usage binary.

      * prerequisite chains off the MANIFEST: every suite points to
      * the first suite of its chain, which carries the chain's
      * size, suites with history and summed average duration
       01 mfst-name pic x(8).
       01 mfst-tokens.
        05 mfst-token occurs 8 times pic x(16).
       01 mfst-idx pic 9(3) usage binary.
       01 mfst-suite pic 9(3) usage binary.
       01 mfst-prereq pic 9(3) usage binary.
       01 comp-a pic 9(3) usage binary.
       01 comp-b pic 9(3) usage binary.
       01 chains-count pic 9(3) usage binary value 0.

      * partitioning
       01 parts-count pic 9(3) usage binary value 2.
       01 part-idx pic 9(3) usage binary.
           pic 9(3) usage binary.
       01 best-part pic 9(3) usage binary.
       01 best-suite pic 9(3) usage binary.
       01 best-secs pic 9(9) usage binary.
       01 placed-count pic 9(3) usage binary.
       01 round-robin-part pic 9(3) usage binary value 0.

           end-if.
           perform spl-load-history.
           perform spl-average.
           perform spl-load-manifest.
           perform spl-chains.
           perform spl-partition.
           perform spl-write-parts.
           perform spl-report.
               move 0 to split-ring-next(suites-count)
               move 0 to split-avg-secs(suites-count)
               move 0 to split-part(suites-count)
               move suites-count to split-comp(suites-count)
             end-if
           end-perform.
           close suites-file.
             end-if
           end-perform.

       spl-load-manifest section.
           *> the manifest is optional; without it every suite is a
           *> chain of its own
           open input manifest-file.
           if manifest-status not = "00"
             go to spl-load-manifest-exit
           end-if.
           perform until manifest-status not = "00"
             read manifest-file
             if manifest-status = "00"
               and manifest-record not = SPACES
               and manifest-record(1:1) not = "*"
               perform spl-take-manifest
             end-if
           end-perform.
           close manifest-file.

       spl-load-manifest-exit.
           exit.

       spl-take-manifest section.
           move SPACES to mfst-name.
           move SPACES to mfst-tokens.
           unstring manifest-record delimited by all SPACES
             into mfst-name, mfst-token(1), mfst-token(2),
               mfst-token(3), mfst-token(4), mfst-token(5),
               mfst-token(6), mfst-token(7), mfst-token(8)
           end-unstring.
           move 0 to mfst-suite.
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             if split-name(suite-idx) = mfst-name
               move suite-idx to mfst-suite
               exit perform
             end-if
           end-perform.
           if mfst-suite = 0
             go to spl-take-manifest-exit
           end-if.
           perform varying mfst-idx from 1 by 1 until mfst-idx > 8
             if mfst-token(mfst-idx)(1:6) = "AFTER="
               move 0 to mfst-prereq
               perform varying suite-idx from 1 by 1
                 until suite-idx > suites-count
                 if split-name(suite-idx) = mfst-token(mfst-idx)(7:8)
                   move suite-idx to mfst-prereq
                   exit perform
                 end-if
               end-perform
               *> both ends join one chain: the prerequisite's
               *> chain is hung under the suite's
               if mfst-prereq not = 0
                 move mfst-suite to comp-a
                 perform until split-comp(comp-a) = comp-a
                   move split-comp(comp-a) to comp-a
                 end-perform
                 move mfst-prereq to comp-b
                 perform until split-comp(comp-b) = comp-b
                   move split-comp(comp-b) to comp-b
                 end-perform
                 if comp-a not = comp-b
                   move comp-a to split-comp(comp-b)
                 end-if
               end-if
             end-if
           end-perform.

       spl-take-manifest-exit.
           exit.

       spl-chains section.
           *> point every suite straight at the head of its chain and
           *> total the chain there
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             move 0 to split-comp-size(suite-idx)
             move 0 to split-comp-hist(suite-idx)
             move 0 to split-comp-secs(suite-idx)
           end-perform.
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             move suite-idx to comp-a
             perform until split-comp(comp-a) = comp-a
               move split-comp(comp-a) to comp-a
             end-perform
             move comp-a to split-comp(suite-idx)
             add 1 to split-comp-size(comp-a)
             if split-ring-count(suite-idx) > 0
               add 1 to split-comp-hist(comp-a)
               add split-avg-secs(suite-idx) to split-comp-secs(comp-a)
             end-if
           end-perform.
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             if split-comp(suite-idx) = suite-idx
               and split-comp-size(suite-idx) > 1
               add 1 to chains-count
             end-if
           end-perform.

       spl-partition section.
           perform varying part-idx from 1 by 1 until part-idx > 8
             move 0 to part-load-entry(part-idx)
             move 0 to part-count-entry(part-idx)
           end-perform.
           *> longest-processing-time-first: repeatedly place the
           *> slowest unplaced chain with history on the partition
           *> carrying the least load so far; a suite without
           *> prerequisites is a chain of one
           move 0 to placed-count.
           perform spl-place-next
             until placed-count >= suites-count.
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             if split-part(suite-idx) = 0
               and split-comp(suite-idx) = suite-idx
               and split-comp-hist(suite-idx) > 0
               if best-suite = 0
                 or split-comp-secs(suite-idx) > best-secs
                 move suite-idx to best-suite
                 move split-comp-secs(suite-idx) to best-secs
               end-if
             end-if
           end-perform.
           if best-suite not = 0
             perform spl-least-loaded
             perform spl-place-chain
             go to spl-place-next-exit
           end-if.
           *> no history left to weigh: spread the remaining chains
           *> evenly, one partition after another
           perform varying comp-a from 1 by 1
             until comp-a > suites-count
             if split-part(comp-a) = 0
               and split-comp(comp-a) = comp-a
               add 1 to round-robin-part
               if round-robin-part > parts-count
                 move 1 to round-robin-part
               end-if
               move comp-a to best-suite
               move round-robin-part to best-part
               perform spl-place-chain
             end-if
           end-perform.

       spl-place-next-exit.
           exit.

       spl-place-chain section.
           *> every suite of the chain headed by best-suite goes to
           *> partition best-part
           add split-comp-secs(best-suite)
             to part-load-entry(best-part).
           perform varying suite-idx from 1 by 1
             until suite-idx > suites-count
             if split-comp(suite-idx) = best-suite
               move best-part to split-part(suite-idx)
               add 1 to part-count-entry(best-part)
               add 1 to placed-count
             end-if
           end-perform.

       spl-least-loaded section.
           move 1 to best-part.
           perform varying part-idx from 2 by 1
             display "PART" part-dd-digit " suites:" part-count-disp
               "  estimated " fmt-duration
           end-perform.
           if chains-count > 0
             move chains-count to part-count-disp
             display "Prerequisite chains kept together:"
               part-count-disp
           end-if.

       spl-format-duration section.
           compute fmt-work = function mod(fmt-secs, 3600).
