      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocmbkp.
      *>     generation backup of the keyed scoreboard master. day1 and
      *>     day1fix rewrite aoc-master.dat in place, so one bad run or
      *>     one corrupted index destroys the authoritative answers, and
      *>     aocload can only rebuild "latest of everything" from the
      *>     history. this job copies the whole master, in key order,
      *>     to a generation file led by a control record (generation
      *>     number, when it was taken, row count, answer hash total -
      *>     see copybooks/aocmgen.cpy). generations rotate through
      *>     AOC_MASTER_GENS slot files (<master>.gen-01 up to the
      *>     count, default 7): each backup takes the slot after the
      *>     newest generation's, overwriting the oldest once every slot
      *>     is in use. the generations on disk are listed at the end -
      *>     aocmrcv restores any of them by number.
      *>     run it before the nightly batch, so "the scoreboard as it
      *>     was before last night" is always one of the generations.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
           FD aoc-master.
      *>     keyed scoreboard master - same layout, renamed am- (as
      *>     aocload declares it).
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==aoc-master-record==
                   LEADING ==ar-== BY ==am-==.

           FD master-gen.
      *>     one generation file - the control record, then the rows.
               COPY aocmgen.
               COPY aocresult
                   REPLACING ==aoc-result-record== BY ==master-gen-row==
                   LEADING ==ar-== BY ==mg-==.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 master-status pic xx.
           01 gen-status    pic xx.

           01 ws-master-path pic x(200) value "../aoc-master.dat".
           01 ws-gen-path    pic x(200) value spaces.

      *>     how many generation slots rotate - 1 to 99.
           01 ws-gens-text  pic x(10) value spaces.
           01 ws-gens-count pic 9(2)  value 7.

      *>     the master, whole, in key order - the control record has to
      *>     lead the file, so the count and hash are known before the
      *>     first row is written. sized for many days of many years.
           78 ws-rows-max value 2000.
           01 ws-rows-used pic 9(4) value 0.
           01 ws-row-table.
               05 ws-row-entry occurs ws-rows-max times.
                   10 ws-row-image pic x(43).
           01 ws-row-index  pic 9(4) value 0.
           01 ws-master-eof pic x value "N".
           01 ws-hash-total pic s9(15) value 0.

      *>     the generations already on disk, one per slot - a slot
      *>     with no file (or no control record) has sequence 0.
           01 ws-slot-table.
               05 ws-slot-entry occurs 99 times.
                   10 ws-slot-seq   pic 9(6).
                   10 ws-slot-ts    pic x(14).
                   10 ws-slot-rows  pic 9(7).
                   10 ws-slot-hash  pic s9(15).
           01 ws-slot-index  pic 9(2) value 0.
           01 ws-slot-num    pic 9(2) value 0.
           01 ws-newest-seq  pic 9(6) value 0.
           01 ws-newest-slot pic 9(2) value 0.
           01 ws-new-seq     pic 9(6) value 0.
           01 ws-new-slot    pic 9(2) value 0.
           01 ws-hash-edited pic -(15)9.
           01 ws-run-timestamp pic x(26) value spaces.

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
           main-bkp.
               perform init-bkp

               move ws-master-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform scan-generation-slots
               perform load-master-rows
               perform write-generation
               perform list-generations

               perform log-job-end

               stop run.

           init-bkp.
               move "DAY1_MASTER" to ws-parm-name
               move "../aoc-master.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-master-path
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

               move function current-date to ws-run-timestamp
               .

      *>     the control record of every slot, so the next generation
      *>     number and the slot it goes in follow from the newest one.
           scan-generation-slots.
               perform varying ws-slot-index from 1 by 1
                       until ws-slot-index > ws-gens-count
                   move ws-slot-index to ws-slot-num
                   perform build-gen-path
                   perform read-slot-control
               end-perform

               compute ws-new-seq = ws-newest-seq + 1
               if ws-newest-slot = 0
                   move 1 to ws-new-slot
               else
                   compute ws-new-slot =
                       function mod(ws-newest-slot, ws-gens-count) + 1
               end-if
               .

           build-gen-path.
               move spaces to ws-gen-path
               string function trim(ws-master-path) delimited by size
                       ".gen-" delimited by size
                       ws-slot-num delimited by size
                   into ws-gen-path
               end-string
               .

           read-slot-control.
               move 0      to ws-slot-seq(ws-slot-index)
               move spaces to ws-slot-ts(ws-slot-index)
               move 0      to ws-slot-rows(ws-slot-index)
               move 0      to ws-slot-hash(ws-slot-index)

               open input master-gen
               if gen-status not = "00"
                   exit paragraph
               end-if
               read master-gen
                   at end
                       move "10" to gen-status
               end-read
               if gen-status = "00"
               and mgc-record-type = "C"
               and mgc-gen-seq is numeric
                   move mgc-gen-seq    to ws-slot-seq(ws-slot-index)
                   move mgc-taken-ts   to ws-slot-ts(ws-slot-index)
                   move mgc-row-count  to ws-slot-rows(ws-slot-index)
                   move mgc-hash-total to ws-slot-hash(ws-slot-index)
                   if mgc-gen-seq > ws-newest-seq
                       move mgc-gen-seq   to ws-newest-seq
                       move ws-slot-index to ws-newest-slot
                   end-if
               end-if
               close master-gen
               .

      *>     a master that cannot be read leaves every generation as it
      *>     was - backing up nothing over the oldest slot would cost a
      *>     good generation for no copy at all.
           load-master-rows.
               open input aoc-master
               if master-status not = "00"
                   display "error opening scoreboard master "
                       function trim(ws-master-path)
                       ". status=" master-status
                       " - no generation taken"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform until ws-master-eof = "Y"
                   read aoc-master next record
                       at end
                           move "Y" to ws-master-eof
                       not at end
                           perform store-master-row
                   end-read
               end-perform
               close aoc-master
               .

           store-master-row.
               if ws-rows-used >= ws-rows-max
                   display "master capacity exceeded: max=" ws-rows-max
                       " - no generation taken"
                   close aoc-master
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if
               add 1 to ws-rows-used
               move aoc-master-record to ws-row-image(ws-rows-used)
               add am-answer-val to ws-hash-total
               .

           write-generation.
               move ws-new-slot to ws-slot-num
               perform build-gen-path

               open output master-gen
               if gen-status not = "00"
                   display "error opening generation file "
                       function trim(ws-gen-path)
                       ". status=" gen-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move spaces to master-gen-control
               move "C"                  to mgc-record-type
               move ws-new-seq           to mgc-gen-seq
               move ws-new-slot          to mgc-slot
               move ws-run-timestamp(1:14) to mgc-taken-ts
               move ws-rows-used         to mgc-row-count
               move ws-hash-total        to mgc-hash-total
               move ws-master-path       to mgc-master-path
               write master-gen-control

               perform varying ws-row-index from 1 by 1
                       until ws-row-index > ws-rows-used
                   move ws-row-image(ws-row-index) to master-gen-row
                   write master-gen-row
               end-perform
               close master-gen

               move ws-new-seq             to ws-slot-seq(ws-new-slot)
               move ws-run-timestamp(1:14) to ws-slot-ts(ws-new-slot)
               move ws-rows-used           to ws-slot-rows(ws-new-slot)
               move ws-hash-total          to ws-slot-hash(ws-new-slot)

               move ws-hash-total to ws-hash-edited
               display "generation " ws-new-seq " taken to "
                   function trim(ws-gen-path) " - " ws-rows-used
                   " row(s), hash total " function trim(ws-hash-edited)
               .

           list-generations.
               display "generations on disk (" ws-gens-count " slot(s)):"
               perform varying ws-slot-index from 1 by 1
                       until ws-slot-index > ws-gens-count
                   if ws-slot-seq(ws-slot-index) > 0
                       move ws-slot-hash(ws-slot-index) to ws-hash-edited
                       display "  generation " ws-slot-seq(ws-slot-index)
                           "  slot " ws-slot-index
                           "  taken " ws-slot-ts(ws-slot-index)
                           "  rows " ws-slot-rows(ws-slot-index)
                           "  hash " function trim(ws-hash-edited)
                   end-if
               end-perform
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
               move "aocmbkp" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
