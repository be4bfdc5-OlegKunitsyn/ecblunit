       *>**
       *>  ECBLUJCL
       *>  Job stream generator for parallel ECBLUnit runs
       *>
       *>  Writes the complete job stream of a split run to the
       *>  INTRDR DD (SYSOUT=(A,INTRDR)) as one JES2 job group: a
       *>  split job that clears the previous run's work datasets
       *>  and has ECBLUSPL write the PART1..PARTn suite lists, one
       *>  ECBLUNIT job per partition running in parallel with its
       *>  own RESULTS, WORK, RESTART and HISTORY datasets, and a
       *>  merge job, released once every partial job has ended,
       *>  that appends the partial HISTORY datasets to the master
       *>  one, runs ECBLUMRG over the PARTIALS concatenation and,
       *>  when the merge did not abend, ECBLURPT over the combined
       *>  WORK and MERGED datasets. PARM='n' is the partition count
       *>  (default 2, up to 8), the same one ECBLUSPL takes. The
       *>  JOBOPTS dataset supplies the rest, one keyword and its
       *>  value per line, '*' lines being comments:
       *>    JOBNAME  ECBLU        job name prefix, up to 6 characters;
       *>                          jobs are xS, x1..x8 and xM
       *>    GROUP    ECBLUG       job group name (default prefix+G)
       *>    JOBPARM  (ACCT),'REGRESSION',CLASS=A,MSGCLASS=X
       *>    JOBCONT  NOTIFY=&SYSUID            JOB continuations
       *>    LOADLIB  PROD.ECBLUNIT.LOADLIB     required
       *>    HLQ      PROD.ECBLUNIT.NIGHTLY     required, the run's
       *>                                       work dataset prefix
       *>    SUITES   PROD.ECBLUNIT.SUITES      required, master list
       *>    HISTORY  PROD.ECBLUNIT.HISTORY     master history
       *>    MANIFEST PROD.ECBLUNIT.MANIFEST    tags and AFTER=
       *>                                       prerequisites
       *>    ARCHIVE  PROD.ECBLUNIT.ARCHIVE     assertion archive
       *>    PARM     SHRINK=20 RETRY=1         more ECBLUNIT tokens
       *>    UNIT     SYSDA
       *>    DD       //FIXIN    DD DSN=PROD.FIXTURES,DISP=SHR
       *>  DD lines are copied as they are into every partial step.
       *>  The MANIFEST goes to the split step as well, so suites
       *>  chained by prerequisites land in the same partition.
       *>  The partial steps read the master history on HISTBASE
       *>  and write their own; no partial step gets the ARCHIVE
       *>  KSDS, which is not shared between parallel jobs. Instead
       *>  the merge job, after the MERGE step, loads the WORK
       *>  detail of every partition into it in one serial ARCHLOAD
       *>  step (ECBLUNIT PARM='ARCHIVE', with the KEEP= token of
       *>  PARM), the partial RESULTS naming the suites that passed
       *>  on retry and the DD lines supplying any WAIVERS DD.
       *>  Return code 0 when the job stream was written, 4 when a
       *>  generated line runs past column 71, 8 when JOBOPTS lacks
       *>  a required keyword or a dataset is not available.
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
       program-id. ECBLUJCL.
       environment division.
       input-output section.
       file-control.
           select options-file assign to JOBOPTS
             organization line sequential
             file status is options-status.
           select intrdr-file assign to INTRDR
             organization line sequential
             file status is intrdr-status.
       data division.
       file section.
       fd  options-file.
       01 options-record pic x(80).
       fd  intrdr-file.
       01 intrdr-record pic x(80).
       working-storage section.
      * constants
       01 INTRO.
        05 filler pic x(8) value "ECBLUJCL".
        05 filler pic x value SPACE.
        05 filler pic x(40) value
           "job stream for parallel ECBLUnit runs.".

      * files
       01 options-status pic xx value SPACES.
       01 intrdr-status pic xx value SPACES.

      * options off the JOBOPTS dataset
       01 opt-key pic x(10).
       01 opt-value pic x(80).
       01 opt-scan-idx pic 9(3) usage binary.
       01 opt-jobname pic x(8) value "ECBLU".
       01 opt-group pic x(8) value SPACES.
       01 opt-jobparm pic x(72) value SPACES.
       01 opt-loadlib pic x(44) value SPACES.
       01 opt-hlq pic x(44) value SPACES.
       01 opt-suites pic x(44) value SPACES.
       01 opt-history pic x(44) value SPACES.
       01 opt-manifest pic x(44) value SPACES.
       01 opt-archive pic x(44) value SPACES.
       01 opt-parm pic x(80) value SPACES.
       01 opt-unit pic x(8) value "SYSDA".
       01 opt-missing pic 9(3) usage binary value 0.
       01 cont-count pic 9(3) usage binary value 0.
       01 cont-table.
        05 cont-line occurs 9 times pic x(72).
       01 passdd-count pic 9(3) usage binary value 0.
       01 passdd-table.
        05 passdd-line occurs 20 times pic x(80).

      * partitioning, as ECBLUSPL takes it
       01 parts-count pic 9(3) usage binary value 2.
       01 part-idx pic 9(3) usage binary.
       01 part-digit pic 9.

      * job and step names
       01 prefix-len pic 9(3) usage binary.
       01 job-split pic x(8).
       01 job-merge pic x(8).
       01 job-part pic x(8).
       01 job-name pic x(8).
       01 run-parm pic x(100).
       01 archive-parm pic x(30).
       01 keep-token pic x(16).
       01 run-date pic x(8).

      * generated statements
       01 jcl-line pic x(80).
       01 jcl-lines pic 9(5) usage binary value 0.
       01 jcl-long pic 9(5) usage binary value 0.
       01 card-text pic x(80).
       01 card-work pic x(80).
       01 card-len pic 9(3) usage binary.
       01 card-idx pic 9(3) usage binary.
       01 card-more-switch pic x.
        88 card-more value "Y".
       01 dd-name pic x(8).
       01 dd-dsn pic x(60).
       01 dd-disp pic x(24).
       01 dd-space pic x(24).
       01 dd-lrecl pic x(4).
       01 count-disp pic zzzz9.

      * PARM scan for the partition count
       01 parm-idx pic 9(3) usage binary.
       01 parm-digit-x pic x.
       01 parm-digit-9 redefines parm-digit-x pic 9.
       01 parm-n pic 9(3) usage binary.
       linkage section.
       01 arg.
        05 arg-len pic 9(3) usage binary.
        05 arg-value pic x(81).
       procedure division using arg.
       jcl-init section.
           display INTRO.
           perform jcl-scan-parm.
           perform jcl-load-options.
           if opt-missing > 0
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform jcl-names.

           open output intrdr-file.
           if intrdr-status not = "00"
             display "INTRDR dataset not available - status "
               intrdr-status
             move 8 to RETURN-CODE
             stop run
           end-if.
           perform jcl-write-group.
           perform jcl-write-split.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             perform jcl-write-partial
           end-perform.
           perform jcl-write-merge.
           close intrdr-file.

           move parts-count to count-disp.
           display "Job group " opt-group ": " job-split
             " split, " function trim(count-disp)
             " partial job(s), " job-merge " merge".
           move jcl-lines to count-disp.
           display "Statements written: " count-disp.
           move 0 to RETURN-CODE.
           if jcl-long > 0
             move jcl-long to count-disp
             display "Lines past column 71: " count-disp
             move 4 to RETURN-CODE
           end-if.
           stop run.

       jcl-scan-parm section.
           *> PARM digits make the partition count (default 2), at
           *> most eight, the way ECBLUSPL reads its own PARM
           move 0 to parm-n.
           if arg-len > 0
             perform varying parm-idx from 1 by 1
               until parm-idx > arg-len
               if arg-value(parm-idx:1) not < "0"
                 and arg-value(parm-idx:1) not > "9"
                 move arg-value(parm-idx:1) to parm-digit-x
                 compute parm-n = parm-n * 10 + parm-digit-9
               end-if
             end-perform
           end-if.
           if parm-n > 0
             move parm-n to parts-count
           end-if.
           if parts-count > 8
             move 8 to parts-count
           end-if.

       jcl-load-options section.
           open input options-file.
           if options-status not = "00"
             display "JOBOPTS dataset not available - status "
               options-status
             add 1 to opt-missing
             go to jcl-load-options-exit
           end-if.
           perform until options-status not = "00"
             move SPACES to options-record
             read options-file
             if options-status = "00"
               and options-record not = SPACES
               and options-record(1:1) not = "*"
               perform jcl-take-option
             end-if
           end-perform.
           close options-file.

           if opt-loadlib = SPACES
             display "JOBOPTS: LOADLIB missing"
             add 1 to opt-missing
           end-if.
           if opt-hlq = SPACES
             display "JOBOPTS: HLQ missing"
             add 1 to opt-missing
           end-if.
           *> the longest work dataset is hlq.Pn.HISTORY, which
           *> must stay within 44 characters
           if opt-hlq(34:) not = SPACES
             display "JOBOPTS: HLQ longer than 33 characters"
             add 1 to opt-missing
           end-if.
           if opt-suites = SPACES
             display "JOBOPTS: SUITES missing"
             add 1 to opt-missing
           end-if.
           if opt-jobname = SPACES or opt-jobname(7:) not = SPACES
             display "JOBOPTS: JOBNAME must be 1 to 6 characters"
             add 1 to opt-missing
           end-if.
           if opt-jobparm = SPACES and cont-count > 0
             display "JOBOPTS: JOBCONT without JOBPARM ignored"
             move 0 to cont-count
           end-if.

       jcl-load-options-exit.
           exit.

       jcl-take-option section.
           move SPACES to opt-key.
           unstring options-record delimited by all SPACES
             into opt-key
           end-unstring.
           *> the value is whatever follows the keyword, blanks
           *> inside it included
           move SPACES to opt-value.
           move 1 to opt-scan-idx.
           perform until opt-scan-idx > length of options-record
             or options-record(opt-scan-idx:1) = SPACE
             add 1 to opt-scan-idx
           end-perform.
           perform until opt-scan-idx > length of options-record
             or options-record(opt-scan-idx:1) not = SPACE
             add 1 to opt-scan-idx
           end-perform.
           if opt-scan-idx <= length of options-record
             move options-record(opt-scan-idx:) to opt-value
           end-if.

           if opt-key = "JOBNAME"
             move opt-value to opt-jobname
             go to jcl-take-option-exit
           end-if.
           if opt-key = "GROUP"
             move opt-value to opt-group
             go to jcl-take-option-exit
           end-if.
           if opt-key = "JOBPARM"
             move opt-value to opt-jobparm
             go to jcl-take-option-exit
           end-if.
           if opt-key = "JOBCONT"
             if cont-count < 9
               add 1 to cont-count
               move opt-value to cont-line(cont-count)
             else
               display "Over 9 JOBCONT lines - "
                 function trim(opt-value) " ignored"
             end-if
             go to jcl-take-option-exit
           end-if.
           if opt-key = "LOADLIB"
             move opt-value to opt-loadlib
             go to jcl-take-option-exit
           end-if.
           if opt-key = "HLQ"
             move opt-value to opt-hlq
             go to jcl-take-option-exit
           end-if.
           if opt-key = "SUITES"
             move opt-value to opt-suites
             go to jcl-take-option-exit
           end-if.
           if opt-key = "HISTORY"
             move opt-value to opt-history
             go to jcl-take-option-exit
           end-if.
           if opt-key = "MANIFEST"
             move opt-value to opt-manifest
             go to jcl-take-option-exit
           end-if.
           if opt-key = "ARCHIVE"
             move opt-value to opt-archive
             go to jcl-take-option-exit
           end-if.
           if opt-key = "PARM"
             move opt-value to opt-parm
             go to jcl-take-option-exit
           end-if.
           if opt-key = "UNIT"
             move opt-value to opt-unit
             go to jcl-take-option-exit
           end-if.
           if opt-key = "DD"
             if passdd-count < 20
               add 1 to passdd-count
               move opt-value to passdd-line(passdd-count)
             else
               display "Over 20 DD lines - "
                 function trim(opt-value) " ignored"
             end-if
             go to jcl-take-option-exit
           end-if.
           display "Option ignored: " function trim(options-record).

       jcl-take-option-exit.
           exit.

       jcl-names section.
           *> prefix+S splits, prefix+1..8 run, prefix+M merges
           move 0 to prefix-len.
           perform varying parm-idx from 1 by 1 until parm-idx > 6
             if opt-jobname(parm-idx:1) not = SPACE
               move parm-idx to prefix-len
             end-if
           end-perform.
           move SPACES to job-split.
           move SPACES to job-merge.
           string opt-jobname(1:prefix-len) "S" delimited by size
             into job-split
           end-string.
           string opt-jobname(1:prefix-len) "M" delimited by size
             into job-merge
           end-string.
           if opt-group = SPACES
             string opt-jobname(1:prefix-len) "G" delimited by size
               into opt-group
             end-string
           end-if.
           move SPACES to run-parm.
           if opt-parm = SPACES
             move "ALL" to run-parm
           else
             string "ALL " function trim(opt-parm)
               delimited by size into run-parm
             end-string
           end-if.
           accept run-date from date yyyymmdd.

       jcl-part-name section.
           move part-idx to part-digit.
           move SPACES to job-part.
           string opt-jobname(1:prefix-len) part-digit
             delimited by size into job-part
           end-string.

       jcl-write-group section.
           *> the partial jobs wait for the split one and run side
           *> by side; the merge job waits for all of them, and is
           *> flushed only when one of them abended
           move SPACES to jcl-line.
           string "//" opt-group " JOBGROUP" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           move SPACES to jcl-line.
           string "//" job-split " GJOB" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             perform jcl-part-name
             move SPACES to jcl-line
             string "//" job-part " GJOB" delimited by size
               into jcl-line
             end-string
             perform jcl-put
             move SPACES to jcl-line
             string "//         AFTER NAME=" function trim(job-split)
               ",WHEN=(RC<8)" delimited by size into jcl-line
             end-string
             perform jcl-put
           end-perform.
           move SPACES to jcl-line.
           string "//" job-merge " GJOB" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             perform jcl-part-name
             move SPACES to jcl-line
             string "//         AFTER NAME=" function trim(job-part)
               ",WHEN=(RC<16)" delimited by size into jcl-line
             end-string
             perform jcl-put
           end-perform.
           move SPACES to jcl-line.
           string "//" opt-group " ENDGROUP" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.

       jcl-write-split section.
           move job-split to job-name.
           perform jcl-job-card.
           move "//*" to jcl-line.
           perform jcl-put.
           move SPACES to jcl-line.
           move parts-count to count-disp.
           string "//* ECBLUNIT PARALLEL RUN, "
             function trim(count-disp) " PARTITION(S), "
             run-date(1:4) "-" run-date(5:2) "-" run-date(7:2)
             delimited by size into jcl-line
           end-string.
           perform jcl-put.
           move "//*" to jcl-line.
           perform jcl-put.

           *> the previous run's partial datasets go first; the
           *> RESTART ones stay and are only created when missing
           move "//CLEAN    EXEC PGM=IEFBR14" to jcl-line.
           perform jcl-put.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             move part-idx to part-digit
             move SPACES to dd-name
             string "P" part-digit "SUI" delimited by size
               into dd-name
             end-string
             move "SUITES" to dd-dsn
             perform jcl-dd-delete
             move SPACES to dd-name
             string "P" part-digit "RES" delimited by size
               into dd-name
             end-string
             move "RESULTS" to dd-dsn
             perform jcl-dd-delete
             move SPACES to dd-name
             string "P" part-digit "WRK" delimited by size
               into dd-name
             end-string
             move "WORK" to dd-dsn
             perform jcl-dd-delete
             move SPACES to dd-name
             string "P" part-digit "HST" delimited by size
               into dd-name
             end-string
             move "HISTORY" to dd-dsn
             perform jcl-dd-delete
             move SPACES to dd-name
             string "P" part-digit "RST" delimited by size
               into dd-name
             end-string
             move "RESTART" to dd-dsn
             perform jcl-work-dsn
             move "(MOD,CATLG,CATLG)" to dd-disp
             move "(TRK,(1,1))" to dd-space
             move "8" to dd-lrecl
             perform jcl-dd-new
           end-perform.
           move "MERGED" to dd-name.
           move SPACES to dd-dsn.
           string function trim(opt-hlq) ".MERGED" delimited by size
             into dd-dsn
           end-string.
           perform jcl-dd-delete-dsn.

           move SPACES to jcl-line.
           move parts-count to part-digit.
           string "//SPLIT    EXEC PGM=ECBLUSPL,PARM='" part-digit "'"
             delimited by size into jcl-line
           end-string.
           perform jcl-put.
           perform jcl-steplib.
           move "SUITES" to dd-name.
           move opt-suites to dd-dsn.
           move "SHR" to dd-disp.
           perform jcl-dd-old.
           if opt-history not = SPACES
             move "HISTORY" to dd-name
             move opt-history to dd-dsn
             move "SHR" to dd-disp
             perform jcl-dd-old
           end-if.
           perform jcl-dd-manifest.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             move part-idx to part-digit
             move SPACES to dd-name
             string "PART" part-digit delimited by size into dd-name
             end-string
             move "SUITES" to dd-dsn
             perform jcl-work-dsn
             move "(NEW,CATLG,DELETE)" to dd-disp
             move "(TRK,(1,1),RLSE)" to dd-space
             move "8" to dd-lrecl
             perform jcl-dd-new
           end-perform.
           move "//SYSOUT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.

       jcl-write-partial section.
           perform jcl-part-name.
           move job-part to job-name.
           perform jcl-job-card.
           move SPACES to jcl-line.
           string "//RUN      EXEC PGM=ECBLUNIT,PARM='"
             function trim(run-parm) "'" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           perform jcl-steplib.
           move "SUITES" to dd-name.
           move "SUITES" to dd-dsn.
           perform jcl-work-dsn.
           move "SHR" to dd-disp.
           perform jcl-dd-old.
           *> kept when the step abends so the merge still shows
           *> what the partition got through
           move "RESULTS" to dd-name.
           move "RESULTS" to dd-dsn.
           perform jcl-work-dsn.
           move "(NEW,CATLG,CATLG)" to dd-disp.
           move "(CYL,(5,5),RLSE)" to dd-space.
           move "1200" to dd-lrecl.
           perform jcl-dd-new.
           move "WORK" to dd-name.
           move "WORK" to dd-dsn.
           perform jcl-work-dsn.
           move "(NEW,CATLG,CATLG)" to dd-disp.
           move "(CYL,(5,5),RLSE)" to dd-space.
           move "571" to dd-lrecl.
           perform jcl-dd-new.
           move "RESTART" to dd-name.
           move "RESTART" to dd-dsn.
           perform jcl-work-dsn.
           move "OLD" to dd-disp.
           perform jcl-dd-old.
           move "HISTORY" to dd-name.
           move "HISTORY" to dd-dsn.
           perform jcl-work-dsn.
           move "(NEW,CATLG,CATLG)" to dd-disp.
           move "(TRK,(5,5),RLSE)" to dd-space.
           move "100" to dd-lrecl.
           perform jcl-dd-new.
           if opt-history not = SPACES
             move "HISTBASE" to dd-name
             move opt-history to dd-dsn
             move "SHR" to dd-disp
             perform jcl-dd-old
           end-if.
           perform jcl-dd-manifest.
           perform varying card-idx from 1 by 1
             until card-idx > passdd-count
             move passdd-line(card-idx) to jcl-line
             perform jcl-put
           end-perform.
           move "//SYSOUT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.

       jcl-dd-manifest section.
           if opt-manifest not = SPACES
             move "MANIFEST" to dd-name
             move opt-manifest to dd-dsn
             move "SHR" to dd-disp
             perform jcl-dd-old
           end-if.

       jcl-write-merge section.
           move job-merge to job-name.
           perform jcl-job-card.
           *> the partial histories join the master one whatever
           *> the partial return codes were, as a single run would
           if opt-history not = SPACES
             move "//HISTAPP  EXEC PGM=IEBGENER" to jcl-line
             perform jcl-put
             move "//SYSPRINT DD SYSOUT=*" to jcl-line
             perform jcl-put
             move "//SYSIN    DD DUMMY" to jcl-line
             perform jcl-put
             move "SYSUT1" to dd-name
             move "HISTORY" to dd-dsn
             perform jcl-dd-concat
             move "SYSUT2" to dd-name
             move opt-history to dd-dsn
             move "MOD" to dd-disp
             perform jcl-dd-old
           end-if.

           move "//MERGE    EXEC PGM=ECBLUMRG" to jcl-line.
           perform jcl-put.
           perform jcl-steplib.
           move "SUITES" to dd-name.
           move opt-suites to dd-dsn.
           move "SHR" to dd-disp.
           perform jcl-dd-old.
           move "PARTIALS" to dd-name.
           move "RESULTS" to dd-dsn.
           perform jcl-dd-concat.
           move "MERGED" to dd-name.
           move SPACES to dd-dsn.
           string function trim(opt-hlq) ".MERGED" delimited by size
             into dd-dsn
           end-string.
           move "(NEW,CATLG,DELETE)" to dd-disp.
           move "(CYL,(5,5),RLSE)" to dd-space.
           move "1200" to dd-lrecl.
           perform jcl-dd-new.
           move "//SYSOUT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.

           if opt-archive not = SPACES
             perform jcl-write-archload
           end-if.

           move "//         IF (MERGE.RUN AND NOT MERGE.ABEND) THEN"
             to jcl-line.
           perform jcl-put.
           move SPACES to jcl-line.
           string "//REPORT   EXEC PGM=ECBLURPT,PARM='"
             function trim(run-parm) "'" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           perform jcl-steplib.
           move "WORK" to dd-name.
           move "WORK" to dd-dsn.
           perform jcl-dd-concat.
           move "RESULTS" to dd-name.
           move SPACES to dd-dsn.
           string function trim(opt-hlq) ".MERGED" delimited by size
             into dd-dsn
           end-string.
           move "SHR" to dd-disp.
           perform jcl-dd-old.
           move "//RUNRPT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.
           move "//SYSOUT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.
           move "//         ENDIF" to jcl-line.
           perform jcl-put.

       jcl-write-archload section.
           *> the one step of the group that updates the archive,
           *> over the WORK detail of all the partitions as one run
           perform jcl-archive-parm.
           move SPACES to jcl-line.
           string "//ARCHLOAD EXEC PGM=ECBLUNIT,PARM='"
             function trim(archive-parm) "'" delimited by size
             into jcl-line
           end-string.
           perform jcl-put.
           perform jcl-steplib.
           move "WORK" to dd-name.
           move "WORK" to dd-dsn.
           perform jcl-dd-concat.
           move "PARTIALS" to dd-name.
           move "RESULTS" to dd-dsn.
           perform jcl-dd-concat.
           move "ARCHIVE" to dd-name.
           move opt-archive to dd-dsn.
           move "OLD" to dd-disp.
           perform jcl-dd-old.
           perform varying card-idx from 1 by 1
             until card-idx > passdd-count
             move passdd-line(card-idx) to jcl-line
             perform jcl-put
           end-perform.
           move "//SYSOUT   DD SYSOUT=*" to jcl-line.
           perform jcl-put.

       jcl-archive-parm section.
           *> ARCHIVE, and the retention the partial runs were given
           *> when PARM carries a KEEP= token
           move "ARCHIVE" to archive-parm.
           move SPACES to keep-token.
           perform varying opt-scan-idx from 1 by 1
             until opt-scan-idx > length of opt-parm - 4
             or keep-token not = SPACES
             if opt-parm(opt-scan-idx:5) = "KEEP="
               and (opt-scan-idx = 1
                 or opt-parm(opt-scan-idx - 1:1) = SPACE)
               unstring opt-parm(opt-scan-idx:) delimited by SPACE
                 into keep-token
               end-unstring
             end-if
           end-perform.
           if keep-token not = SPACES
             move SPACES to archive-parm
             string "ARCHIVE " function trim(keep-token)
               delimited by size into archive-parm
             end-string
           end-if.

       jcl-job-card section.
           *> JOBPARM on the JOB statement itself, each JOBCONT on a
           *> continuation, commas supplied where the card goes on
           move SPACES to jcl-line.
           if opt-jobparm = SPACES
             string "//" job-name " JOB" delimited by size
               into jcl-line
             end-string
             perform jcl-put
           else
             move opt-jobparm to card-text
             move SPACE to card-more-switch
             if cont-count > 0
               move "Y" to card-more-switch
             end-if
             perform jcl-card-text
             string "//" job-name " JOB " card-text(1:card-len)
               delimited by size into jcl-line
             end-string
             perform jcl-put
             perform varying card-idx from 1 by 1
               until card-idx > cont-count
               move cont-line(card-idx) to card-text
               move SPACE to card-more-switch
               if card-idx < cont-count
                 move "Y" to card-more-switch
               end-if
               perform jcl-card-text
               move SPACES to jcl-line
               string "//             " card-text(1:card-len)
                 delimited by size into jcl-line
               end-string
               perform jcl-put
             end-perform
           end-if.
           move SPACES to jcl-line.
           string "// SCHEDULE JOBGROUP=" function trim(opt-group)
             delimited by size into jcl-line
           end-string.
           perform jcl-put.

       jcl-card-text section.
           move function trim(card-text) to card-work.
           move card-work to card-text.
           move 1 to card-len.
           perform varying opt-scan-idx from 1 by 1
             until opt-scan-idx > length of card-text
             if card-text(opt-scan-idx:1) not = SPACE
               move opt-scan-idx to card-len
             end-if
           end-perform.
           if card-more and card-text(card-len:1) not = ","
             and card-len < length of card-text
             add 1 to card-len
             move "," to card-text(card-len:1)
           end-if.

       jcl-steplib section.
           move "STEPLIB" to dd-name.
           move opt-loadlib to dd-dsn.
           move "SHR" to dd-disp.
           perform jcl-dd-old.

       jcl-work-dsn section.
           *> hlq.Pn.<what> for the partition in part-digit
           move dd-dsn to card-work.
           move SPACES to dd-dsn.
           string function trim(opt-hlq) ".P" part-digit "."
             function trim(card-work) delimited by size into dd-dsn
           end-string.

       jcl-dd-old section.
           move SPACES to jcl-line.
           string "//" dd-name " DD DSN=" function trim(dd-dsn)
             ",DISP=" function trim(dd-disp)
             delimited by size into jcl-line
           end-string.
           perform jcl-put.

       jcl-dd-new section.
           move SPACES to jcl-line.
           string "//" dd-name " DD DSN=" function trim(dd-dsn) ","
             delimited by size into jcl-line
           end-string.
           perform jcl-put.
           move SPACES to jcl-line.
           string "//            DISP=" function trim(dd-disp)
             ",UNIT=" function trim(opt-unit) ","
             delimited by size into jcl-line
           end-string.
           perform jcl-put.
           move SPACES to jcl-line.
           string "//            SPACE=" function trim(dd-space)
             ",RECFM=FB,LRECL=" function trim(dd-lrecl)
             delimited by size into jcl-line
           end-string.
           perform jcl-put.

       jcl-dd-delete section.
           perform jcl-work-dsn.
           perform jcl-dd-delete-dsn.

       jcl-dd-delete-dsn section.
           move SPACES to jcl-line.
           string "//" dd-name " DD DSN=" function trim(dd-dsn) ","
             delimited by size into jcl-line
           end-string.
           perform jcl-put.
           move SPACES to jcl-line.
           string "//            DISP=(MOD,DELETE,DELETE),UNIT="
             function trim(opt-unit) ",SPACE=(TRK,0)"
             delimited by size into jcl-line
           end-string.
           perform jcl-put.

       jcl-dd-concat section.
           *> hlq.P1.<what> on the named DD, the other partitions
           *> concatenated behind it
           move dd-dsn to card-text.
           perform varying part-idx from 1 by 1
             until part-idx > parts-count
             move part-idx to part-digit
             move card-text to dd-dsn
             perform jcl-work-dsn
             move "SHR" to dd-disp
             perform jcl-dd-old
             move SPACES to dd-name
           end-perform.

       jcl-put section.
           *> JCL ends at column 71; anything past it is reported
           if jcl-line(72:) not = SPACES
             add 1 to jcl-long
             display "Past column 71: " function trim(jcl-line)
           end-if.
           write intrdr-record from jcl-line.
           add 1 to jcl-lines.
       end program ECBLUJCL.
