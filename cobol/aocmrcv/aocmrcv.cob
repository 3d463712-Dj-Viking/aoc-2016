      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocmrcv.
      *>     point-in-time recovery of the keyed scoreboard master from
      *>     one of aocmbkp's generations. AOC_RECOVER_GEN names the
      *>     generation number (run with it unset to list what is on
      *>     disk), or PRERECOVER for the image the last recovery set
      *>     aside - so a recovery to the wrong point can itself be
      *>     backed out. the generation's rows are proved against its
      *>     control record (row count and answer hash total) before
      *>     anything is touched; a generation that does not prove is
      *>     refused. the current master is then saved to
      *>     <master>.prerecover in the same generation layout, the
      *>     generation is restored, and - when AOC_RECOVER_TO gives a
      *>     timestamp (yyyymmdd or yyyymmddhhmmss) - every
      *>     aoc-results.dat row run after the generation was taken and
      *>     no later than that timestamp is rolled forward onto it in
      *>     file order, rewrite-or-write on year+day+part as aocload
      *>     does. blank AOC_RECOVER_TO restores the generation as it
      *>     was. the master is recreated from the result, and every
      *>     year/day/part whose answer the recovery changed, added or
      *>     removed is listed before/after in AOC_RECOVER_REPORT.
      *>     "put the scoreboard back the way it was before last night"
      *>     = restore the generation aocmbkp took before the batch,
      *>     with AOC_RECOVER_TO blank.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select aoc-results
                   assign dynamic ws-results-path,
                   organization is line sequential,
                   file status is results-status.

               select aoc-master
                   assign dynamic ws-master-path,
                   organization is indexed,
                   access is sequential,
                   record key is am-result-key,
                   file status is master-status.

               select master-gen
                   assign dynamic ws-gen-path,
                   organization is line sequential,
                   file status is gen-status.

               select recovery-report
                   assign dynamic ws-report-path,
                   organization is line sequential,
                   file status is report-status.

               select aoc-joblog
                   assign dynamic ws-joblog-path,
                   organization is line sequential,
                   file status is joblog-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD aoc-results.
      *>     shared scoreboard record - see copybooks/aocresult.cpy.
               COPY aocresult.

           FD aoc-master.
      *>     keyed scoreboard master - same layout, renamed am- so both
      *>     files can be declared in one program (as day1 itself does).
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD master-gen.
      *>     one generation file - see copybooks/aocmgen.cpy.
               COPY aocmgen.
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==master-gen-row==
                   LEADING ==ar-== BY ==mg-==.

           FD recovery-report.
           01 recovery-report-line pic x(132).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 results-status pic xx.
           01 master-status  pic xx.
           01 gen-status     pic xx.
           01 report-status  pic xx.

           01 ws-results-path pic x(200) value "../aoc-results.dat".
           01 ws-master-path  pic x(200) value "../aoc-master.dat".
           01 ws-gen-path     pic x(200) value spaces.
           01 ws-report-path  pic x(200) value "../aoc-recovery.lst".

      *>     which generation, and how far forward to roll it.
           01 ws-gen-text     pic x(10) value spaces.
           01 ws-want-seq     pic 9(6)  value 0.
           01 ws-want-pre     pic x     value "N".
           01 ws-target-text  pic x(20) value spaces.
           01 ws-target-ts    pic x(14) value spaces.
           01 ws-target-len   pic 9(2)  value 0.

      *>     slot files, as aocmbkp rotates them - 1 to 99.
           01 ws-gens-text   pic x(10) value spaces.
           01 ws-gens-count  pic 9(2)  value 7.
           01 ws-slot-index  pic 9(2)  value 0.
           01 ws-slot-num    pic 9(2)  value 0.
           01 ws-found-slot  pic 9(2)  value 0.

      *>     the chosen generation's control record.
           01 ws-gen-seq     pic 9(6)  value 0.
           01 ws-gen-ts      pic x(14) value spaces.
           01 ws-gen-rows    pic 9(7)  value 0.
           01 ws-gen-hash    pic s9(15) value 0.

      *>     the scoreboard after recovery - the generation's rows, then
      *>     whatever rolls forward onto them. kept in key order so a
      *>     roll-forward row finds its year/day/part with a binary search;
      *>     a row for a key the generation did not have is appended
      *>     and the table re-sorted.
           78 ws-rows-max value 2000.
           01 ws-after-used pic 9(4) value 0.
           01 ws-after-table.
               05 ws-after-group
                       occurs 1 to ws-rows-max times
                       depending on ws-after-used
                       ascending key is ws-after-key
                       indexed by ws-after-ix.
                   10 ws-after-key.
                       15 ws-after-year pic 9(4).
                       15 ws-after-day  pic 9(3).
                       15 ws-after-part pic 9(1).
                   10 ws-after-answer pic s9(9).
                   10 ws-after-ts     pic x(26).

      *>     the scoreboard as it stood before recovery, in key order.
           01 ws-before-used pic 9(4) value 0.
           01 ws-before-table.
               05 ws-before-group occurs ws-rows-max times.
                   10 ws-before-key.
                       15 ws-before-year pic 9(4).
                       15 ws-before-day  pic 9(3).
                       15 ws-before-part pic 9(1).
                   10 ws-before-answer pic s9(9).
                   10 ws-before-ts     pic x(26).
           01 ws-before-ok   pic x value "Y".

           01 ws-index       pic 9(4) value 0.
           01 ws-before-ix   pic 9(4) value 0.
           01 ws-after-scan  pic 9(4) value 0.
           01 ws-eof         pic x value "N".
           01 ws-row-count   pic 9(7) value 0.
           01 ws-hash-total  pic s9(15) value 0.
           01 ws-hash-edited pic -(15)9.
           01 ws-run-timestamp pic x(26) value spaces.

           01 ws-rolled-count    pic 9(5) value 0.
           01 ws-changed-count   pic 9(5) value 0.
           01 ws-added-count     pic 9(5) value 0.
           01 ws-removed-count   pic 9(5) value 0.
           01 ws-unchanged-count pic 9(5) value 0.

      *>     one before/after comparison line.
           01 ws-compare-line.
               05 ws-cmp-year        pic 9(4).
               05 filler             pic x(5) value "  DAY".
               05 ws-cmp-day         pic zz9.
               05 filler             pic x(6) value "  PART".
               05 ws-cmp-part        pic z9.
               05 filler             pic x(10) value "  BEFORE: ".
               05 ws-cmp-before      pic -(9)9.
               05 filler             pic x(1) value space.
               05 ws-cmp-before-ts   pic x(14).
               05 filler             pic x(9) value "  AFTER: ".
               05 ws-cmp-after       pic -(9)9.
               05 filler             pic x(1) value space.
               05 ws-cmp-after-ts    pic x(14).
               05 filler             pic x(2) value spaces.
               05 ws-cmp-action      pic x(8).

           01 ws-report-text pic x(132) value spaces.

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
      *>     can lay out the night's job flow.
           01 joblog-status   pic xx.
           01 ws-joblog-path  pic x(200) value "../aoc-joblog.lst".
           01 ws-joblog-parms pic x(160) value spaces.
           01 ws-joblog-event pic x(5)   value spaces.
           01 ws-joblog-rc    pic 9(3)   value 0.
           01 ws-joblog-now   pic x(26)  value spaces.

      *>     run-control parameter state - see resolve-parameter. the
      *>     trail of what was resolved, and from where, goes out on
      *>     the START row of the job log.
           01 parms-status      pic xx.
           01 ws-parms-path     pic x(200)  value spaces.
           01 ws-parms-profile  pic x(8)    value spaces.
           01 ws-parm-name      pic x(24)   value spaces.
           01 ws-parm-value     pic x(200)  value spaces.
           01 ws-parm-source    pic x(7)    value spaces.
           01 ws-parm-env       pic x(200)  value spaces.
           01 ws-parm-trail     pic x(2000) value spaces.
           01 ws-parm-trail-ptr pic 9(4)    value 1.
           01 ws-parm-logged    pic x       value "N".

           PROCEDURE DIVISION.
           main-rcv.
               perform init-rcv

               string "GEN=" delimited by size
                       function trim(ws-gen-text) delimited by size
                       " TO=" delimited by size
                       function trim(ws-target-text) delimited by size
                   into ws-joblog-parms
               end-string
               perform log-job-start

               perform find-generation
               perform load-generation-rows
               perform load-before-image
               perform save-before-image
               if ws-target-ts not = spaces
                   perform roll-forward-history
               end-if
               perform recreate-master
               perform write-recovery-report

               perform log-job-end

               stop run.

           init-rcv.
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
               move "DAY1_RESULTS" to ws-parm-name
               move "../aoc-results.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-results-path
               move "AOC_RECOVER_REPORT" to ws-parm-name
               move "../aoc-recovery.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path
               move "AOC_MASTER_GENS" to ws-parm-name
               move spaces to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-gens-text
               if ws-gens-text not = spaces
                   if function test-numval(ws-gens-text) not = 0
                       display "AOC_MASTER_GENS is not numeric: "
                           function trim(ws-gens-text)
                       stop run returning 1
                   end-if
                   if function numval(ws-gens-text) < 1
                   or function numval(ws-gens-text) > 99
                       display "AOC_MASTER_GENS must be 1 to 99: "
                           function trim(ws-gens-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-gens-text) to ws-gens-count
               end-if

               accept ws-gen-text from environment "AOC_RECOVER_GEN"
                   on exception
                       move spaces to ws-gen-text
               end-accept
               move function upper-case(ws-gen-text) to ws-gen-text
               evaluate true
                   when ws-gen-text = spaces
                       display "AOC_RECOVER_GEN not set - generations "
                           "on disk:"
                       perform list-generations
                       stop run returning 1
                   when ws-gen-text = "PRERECOVER"
                       move "Y" to ws-want-pre
                   when function test-numval(ws-gen-text) not = 0
                       display "AOC_RECOVER_GEN is not a generation "
                           "number: " function trim(ws-gen-text)
                       stop run returning 1
                   when other
                       move function numval(ws-gen-text) to ws-want-seq
               end-evaluate

      *>     a day alone means the end of that day.
               accept ws-target-text from environment "AOC_RECOVER_TO"
                   on exception
                       move spaces to ws-target-text
               end-accept
               if ws-target-text not = spaces
                   move function length(function trim(ws-target-text))
                       to ws-target-len
                   if function trim(ws-target-text) is not numeric
                   or (ws-target-len not = 8 and ws-target-len not = 14)
                       display "AOC_RECOVER_TO must be yyyymmdd or "
                           "yyyymmddhhmmss: " function trim(ws-target-text)
                       stop run returning 1
                   end-if
                   move function trim(ws-target-text) to ws-target-ts
                   if ws-target-len = 8
                       move "235959" to ws-target-ts(9:6)
                   end-if
               end-if

               move function current-date to ws-run-timestamp
               .

      *>     every slot's control record, for an operator who has not
      *>     said which generation yet.
           list-generations.
               perform varying ws-slot-index from 1 by 1
                       until ws-slot-index > ws-gens-count
                   move ws-slot-index to ws-slot-num
                   perform build-gen-path
                   open input master-gen
                   if gen-status = "00"
                       read master-gen
                           at end
                               move "10" to gen-status
                       end-read
                       if gen-status = "00"
                       and mgc-record-type = "C"
                       and mgc-gen-seq is numeric
                           move mgc-hash-total to ws-hash-edited
                           display "  generation " mgc-gen-seq
                               "  slot " ws-slot-index
                               "  taken " mgc-taken-ts
                               "  rows " mgc-row-count
                               "  hash " function trim(ws-hash-edited)
                       end-if
                       close master-gen
                   end-if
               end-perform
               .

           build-gen-path.
               move spaces to ws-gen-path
               string function trim(ws-master-path) delimited by size
                       ".gen-" delimited by size
                       ws-slot-num delimited by size
                   into ws-gen-path
               end-string
               .

           build-prerecover-path.
               move spaces to ws-gen-path
               string function trim(ws-master-path) delimited by size
                       ".prerecover" delimited by size
                   into ws-gen-path
               end-string
               .

      *>     the slot whose control record carries the wanted number -
      *>     or the set-aside image from the last recovery.
           find-generation.
               if ws-want-pre = "Y"
                   perform build-prerecover-path
                   exit paragraph
               end-if

               move 0 to ws-found-slot
               perform varying ws-slot-index from 1 by 1
                       until ws-slot-index > ws-gens-count
                          or ws-found-slot > 0
                   move ws-slot-index to ws-slot-num
                   perform build-gen-path
                   open input master-gen
                   if gen-status = "00"
                       read master-gen
                           at end
                               move "10" to gen-status
                       end-read
                       if gen-status = "00"
                       and mgc-record-type = "C"
                       and mgc-gen-seq = ws-want-seq
                           move ws-slot-index to ws-found-slot
                       end-if
                       close master-gen
                   end-if
               end-perform

               if ws-found-slot = 0
                   display "generation " ws-want-seq " is not on disk - "
                       "generations on disk:"
                   perform list-generations
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move ws-found-slot to ws-slot-num
               perform build-gen-path
               .

      *>     nothing is touched until the generation proves against its
      *>     own control totals - a short or damaged copy restored over
      *>     the master would be a second loss, not a recovery.
           load-generation-rows.
               open input master-gen
               if gen-status not = "00"
                   display "error opening generation file "
                       function trim(ws-gen-path)
                       ". status=" gen-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               read master-gen
                   at end
                       move "10" to gen-status
               end-read
               if gen-status not = "00"
               or mgc-record-type not = "C"
               or mgc-row-count is not numeric
                   display "generation file " function trim(ws-gen-path)
                       " has no control record - refused"
                   close master-gen
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               move mgc-gen-seq    to ws-gen-seq
               move mgc-taken-ts   to ws-gen-ts
               move mgc-row-count  to ws-gen-rows
               move mgc-hash-total to ws-gen-hash

               if ws-target-ts not = spaces
               and ws-target-ts < ws-gen-ts
                   display "AOC_RECOVER_TO " ws-target-ts
                       " is before generation " ws-gen-seq " was taken ("
                       ws-gen-ts ") - choose an older generation"
                   close master-gen
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move "N" to ws-eof
               perform until ws-eof = "Y"
                   read master-gen
                       at end
                           move "Y" to ws-eof
                       not at end
                           perform store-generation-row
                   end-read
               end-perform
               close master-gen

               if ws-row-count not = ws-gen-rows
               or ws-hash-total not = ws-gen-hash
                   move ws-gen-hash to ws-hash-edited
                   display "generation " ws-gen-seq " does not prove - "
                       "control rows " ws-gen-rows " hash "
                       function trim(ws-hash-edited)
                   move ws-hash-total to ws-hash-edited
                   display "  file holds rows " ws-row-count " hash "
                       function trim(ws-hash-edited) " - refused"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move ws-gen-hash to ws-hash-edited
               if ws-want-pre = "Y"
                   display "set-aside image taken " ws-gen-ts
                       " proves: " ws-gen-rows " row(s), hash "
                       function trim(ws-hash-edited)
               else
                   display "generation " ws-gen-seq " taken " ws-gen-ts
                       " proves: " ws-gen-rows " row(s), hash "
                       function trim(ws-hash-edited)
               end-if
               .

           store-generation-row.
               add 1 to ws-row-count
               if mg-answer-val is numeric
                   add mg-answer-val to ws-hash-total
               end-if
               if ws-after-used >= ws-rows-max
                   exit paragraph
               end-if
               add 1 to ws-after-used
               move mg-result-key    to ws-after-key(ws-after-used)
               move mg-answer-val    to ws-after-answer(ws-after-used)
               move mg-run-timestamp to ws-after-ts(ws-after-used)
               .

      *>     the master as it stands - a missing one is simply empty; one
      *>     that cannot be read (the corrupted index this job exists
      *>     for) still gets recovered, with no before image to compare.
           load-before-image.
               open input aoc-master
               if master-status = "35"
                   exit paragraph
               end-if
               if master-status not = "00"
                   display "scoreboard master " function trim(ws-master-path)
                       " cannot be read. status=" master-status
                       " - recovering without a before image"
                   move "N" to ws-before-ok
                   exit paragraph
               end-if

               move "N" to ws-eof
               perform until ws-eof = "Y"
                   read aoc-master next record
                       at end
                           move "Y" to ws-eof
                       not at end
                           if ws-before-used < ws-rows-max
                               add 1 to ws-before-used
                               move am-result-key
                                   to ws-before-key(ws-before-used)
                               move am-answer-val
                                   to ws-before-answer(ws-before-used)
                               move am-run-timestamp
                                   to ws-before-ts(ws-before-used)
                           end-if
                   end-read
               end-perform
               if master-status not = "10"
                   display "scoreboard master read stopped. status="
                       master-status " - before image is partial"
                   move "N" to ws-before-ok
               end-if
               close aoc-master
               .

      *>     the master is about to be replaced, so what it held goes
      *>     aside first, in generation layout (sequence 0) - PRERECOVER
      *>     puts it back.
           save-before-image.
               if ws-before-ok not = "Y"
                   exit paragraph
               end-if
               perform build-prerecover-path
               open output master-gen
               if gen-status not = "00"
                   display "error opening " function trim(ws-gen-path)
                       ". status=" gen-status
                       " - current master not set aside, recovery stopped"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move 0 to ws-hash-total
               perform varying ws-index from 1 by 1
                       until ws-index > ws-before-used
                   add ws-before-answer(ws-index) to ws-hash-total
               end-perform
               move spaces to master-gen-control
               move "C"                    to mgc-record-type
               move 0                      to mgc-gen-seq
               move 0                      to mgc-slot
               move ws-run-timestamp(1:14) to mgc-taken-ts
               move ws-before-used         to mgc-row-count
               move ws-hash-total          to mgc-hash-total
               move ws-master-path         to mgc-master-path
               write master-gen-control

               perform varying ws-index from 1 by 1
                       until ws-index > ws-before-used
                   move spaces to master-gen-row
                   move ws-before-key(ws-index)    to mg-result-key
                   move ws-before-answer(ws-index) to mg-answer-val
                   move ws-before-ts(ws-index)     to mg-run-timestamp
                   write master-gen-row
               end-perform
               close master-gen
               display "current master set aside to "
                   function trim(ws-gen-path) " - " ws-before-used
                   " row(s)"
               .

      *>     history rows run after the generation was taken and no
      *>     later than the target, in file order - the last such row for
      *>     a day/part is what the master would have held at the target.
           roll-forward-history.
               open input aoc-results
               if results-status not = "00"
                   display "error opening results history "
                       function trim(ws-results-path)
                       ". status=" results-status
                       " - nothing rolled forward, master not replaced"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move "N" to ws-eof
               perform until ws-eof = "Y"
                   read aoc-results
                       at end
                           move "Y" to ws-eof
                       not at end
                           if ar-run-timestamp(1:14) > ws-gen-ts
                           and ar-run-timestamp(1:14) <= ws-target-ts
                               perform roll-forward-row
                           end-if
                   end-read
               end-perform
               close aoc-results
               display ws-rolled-count " history row(s) rolled forward "
                   "to " ws-target-ts
               .

           roll-forward-row.
               add 1 to ws-rolled-count
               if ws-after-used > 0
                   search all ws-after-group
                       at end
                           continue
                       when ws-after-key(ws-after-ix) = ar-result-key
                           move ar-answer-val
                               to ws-after-answer(ws-after-ix)
                           move ar-run-timestamp
                               to ws-after-ts(ws-after-ix)
                           exit paragraph
                   end-search
               end-if

               if ws-after-used >= ws-rows-max
                   display "master capacity exceeded: max=" ws-rows-max
                       " - master not replaced"
                   close aoc-results
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-after-used
               move ar-result-key    to ws-after-key(ws-after-used)
               move ar-answer-val    to ws-after-answer(ws-after-used)
               move ar-run-timestamp to ws-after-ts(ws-after-used)
               sort ws-after-group ascending key ws-after-key
               .

           recreate-master.
               open output aoc-master
               if master-status not = "00"
                   display "error recreating scoreboard master "
                       function trim(ws-master-path)
                       ". status=" master-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               perform varying ws-index from 1 by 1
                       until ws-index > ws-after-used
                   move ws-after-key(ws-index)    to am-result-key
                   move ws-after-answer(ws-index) to am-answer-val
                   move ws-after-ts(ws-index)     to am-run-timestamp
                   write aoc-master-record
                       invalid key
                           display "error writing master row "
                               am-event-year "/" am-day-num "/" am-part-num
                               ". status=" master-status
                   end-write
               end-perform
               close aoc-master
               display "scoreboard master restored - " ws-after-used
                   " row(s)"
               .

      *>     both images are in key order, so one merge pass pairs every
      *>     day/part and says what the recovery did to it.
           write-recovery-report.
               open output recovery-report
               if report-status not = "00"
                   display "error opening recovery report "
                       function trim(ws-report-path)
                       ". status=" report-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move spaces to ws-report-text
               string "SCOREBOARD RECOVERY " delimited by size
                       ws-run-timestamp(1:14) delimited by size
                       " - " delimited by size
                       function trim(ws-master-path) delimited by size
                   into ws-report-text
               end-string
               write recovery-report-line from ws-report-text
               move spaces to ws-report-text
               if ws-want-pre = "Y"
                   string "RESTORED SET-ASIDE IMAGE TAKEN " delimited by size
                           ws-gen-ts delimited by size
                       into ws-report-text
                   end-string
               else
                   string "RESTORED GENERATION " delimited by size
                           ws-gen-seq delimited by size
                           " TAKEN " delimited by size
                           ws-gen-ts delimited by size
                       into ws-report-text
                   end-string
               end-if
               write recovery-report-line from ws-report-text
               move spaces to ws-report-text
               if ws-target-ts = spaces
                   move "NO ROLL-FORWARD" to ws-report-text
               else
                   string "ROLLED FORWARD TO " delimited by size
                           ws-target-ts delimited by size
                           " - " delimited by size
                           ws-rolled-count delimited by size
                           " HISTORY ROW(S)" delimited by size
                       into ws-report-text
                   end-string
               end-if
               write recovery-report-line from ws-report-text
               if ws-before-ok not = "Y"
                   move "BEFORE IMAGE UNAVAILABLE - MASTER COULD NOT BE READ"
                       to ws-report-text
                   write recovery-report-line from ws-report-text
               end-if
               move spaces to recovery-report-line
               write recovery-report-line

               move 1 to ws-before-ix
               move 1 to ws-after-scan
               perform until ws-before-ix > ws-before-used
                         and ws-after-scan > ws-after-used
                   evaluate true
                       when ws-after-scan > ws-after-used
                           perform report-removed-row
                       when ws-before-ix > ws-before-used
                           perform report-added-row
                       when ws-before-key(ws-before-ix)
                               < ws-after-key(ws-after-scan)
                           perform report-removed-row
                       when ws-before-key(ws-before-ix)
                               > ws-after-key(ws-after-scan)
                           perform report-added-row
                       when other
                           perform report-paired-row
                   end-evaluate
               end-perform

               move spaces to recovery-report-line
               write recovery-report-line
               move spaces to ws-report-text
               string "CHANGED " delimited by size
                       ws-changed-count delimited by size
                       "  ADDED " delimited by size
                       ws-added-count delimited by size
                       "  REMOVED " delimited by size
                       ws-removed-count delimited by size
                       "  UNCHANGED " delimited by size
                       ws-unchanged-count delimited by size
                   into ws-report-text
               end-string
               write recovery-report-line from ws-report-text
               close recovery-report

               display "recovery report " function trim(ws-report-path)
                   ": changed " ws-changed-count " added " ws-added-count
                   " removed " ws-removed-count
                   " unchanged " ws-unchanged-count
               .

           report-removed-row.
               move ws-before-year(ws-before-ix)   to ws-cmp-year
               move ws-before-day(ws-before-ix)    to ws-cmp-day
               move ws-before-part(ws-before-ix)   to ws-cmp-part
               move ws-before-answer(ws-before-ix) to ws-cmp-before
               move ws-before-ts(ws-before-ix)(1:14) to ws-cmp-before-ts
               move 0      to ws-cmp-after
               move spaces to ws-cmp-after-ts
               move "REMOVED" to ws-cmp-action
               write recovery-report-line from ws-compare-line
               add 1 to ws-removed-count
               add 1 to ws-before-ix
               .

           report-added-row.
               move ws-after-year(ws-after-scan)   to ws-cmp-year
               move ws-after-day(ws-after-scan)    to ws-cmp-day
               move ws-after-part(ws-after-scan)   to ws-cmp-part
               move 0      to ws-cmp-before
               move spaces to ws-cmp-before-ts
               move ws-after-answer(ws-after-scan) to ws-cmp-after
               move ws-after-ts(ws-after-scan)(1:14) to ws-cmp-after-ts
               move "ADDED" to ws-cmp-action
               write recovery-report-line from ws-compare-line
               add 1 to ws-added-count
               add 1 to ws-after-scan
               .

           report-paired-row.
               if ws-before-answer(ws-before-ix)
                       = ws-after-answer(ws-after-scan)
                   add 1 to ws-unchanged-count
               else
                   move ws-after-year(ws-after-scan) to ws-cmp-year
                   move ws-after-day(ws-after-scan)  to ws-cmp-day
                   move ws-after-part(ws-after-scan) to ws-cmp-part
                   move ws-before-answer(ws-before-ix) to ws-cmp-before
                   move ws-before-ts(ws-before-ix)(1:14)
                       to ws-cmp-before-ts
                   move ws-after-answer(ws-after-scan) to ws-cmp-after
                   move ws-after-ts(ws-after-scan)(1:14)
                       to ws-cmp-after-ts
                   move "CHANGED" to ws-cmp-action
                   write recovery-report-line from ws-compare-line
                   add 1 to ws-changed-count
               end-if
               add 1 to ws-before-ix
               add 1 to ws-after-scan
               .

      *>     run-control parameters. the caller puts the name in
      *>     ws-parm-name and its own default in ws-parm-value; the row
      *>     for this job's profile (AOC_PROFILE, default PROD) in the
      *>     keyed parameter file (AOC_PARMS) overrides the default,
      *>     and an environment variable of the same name overrides
      *>     both for this one run. a parameter file that cannot be
      *>     opened leaves the defaults in play. every name resolved
      *>     before the START event is logged with its value and where
      *>     that came from.
           resolve-parameter.
               if ws-parms-profile = spaces
                   accept ws-parms-path from environment "AOC_PARMS"
                       on exception
                           move "../aoc-parms.dat" to ws-parms-path
                   end-accept
                   accept ws-parms-profile from environment "AOC_PROFILE"
                       on exception
                           move spaces to ws-parms-profile
                   end-accept
                   if ws-parms-profile = spaces
                       move "PROD" to ws-parms-profile
                   end-if
                   move function upper-case(ws-parms-profile)
                       to ws-parms-profile
                   string "AOC_PROFILE=" delimited by size
                           function trim(ws-parms-profile) delimited by size
                           " AOC_PARMS=" delimited by size
                           function trim(ws-parms-path) delimited by size
                           " " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if

               move "DEFAULT" to ws-parm-source
               open input aoc-parms
               if parms-status = "00"
                   move ws-parms-profile to prm-profile
                   move ws-parm-name     to prm-name
                   read aoc-parms
                       invalid key
                           continue
                       not invalid key
                           move prm-value to ws-parm-value
                           move "PROFILE" to ws-parm-source
                   end-read
                   close aoc-parms
               end-if

               accept ws-parm-env from environment ws-parm-name
                   on exception
                       continue
                   not on exception
                       move ws-parm-env to ws-parm-value
                       move "ENV" to ws-parm-source
               end-accept

               if ws-parm-logged = "N"
                   string function trim(ws-parm-name) delimited by size
                           "=" delimited by size
                           function trim(ws-parm-value) delimited by size
                           "(" delimited by size
                           function trim(ws-parm-source) delimited by size
                           ") " delimited by size
                       into ws-parm-trail
                       with pointer ws-parm-trail-ptr
                   end-string
               end-if
               .

      *>     start/end events for the shared operations log - aocjflow
      *>     pairs them up, and a START with no END reads as ABENDED.
      *>     a log that cannot be written must not fail the job it
      *>     describes, so an open error only costs the event.
           log-job-start.
               move "AOC_JOBLOG" to ws-parm-name
               move "../aoc-joblog.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-joblog-path
               move "START" to ws-joblog-event
               move 0 to ws-joblog-rc
               perform write-joblog-event
               move "Y" to ws-parm-logged
               .

           log-job-end.
               move "END" to ws-joblog-event
               perform write-joblog-event
               .

           write-joblog-event.
               open extend aoc-joblog
               if joblog-status = "35"
                   open output aoc-joblog
               end-if
               if joblog-status not = "00"
                   exit paragraph
               end-if
               move spaces to job-log-record
               move function current-date to ws-joblog-now
               move ws-joblog-now(1:14) to jl-timestamp
               move "aocmrcv" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
