      *>     of fixes); every release is logged with a timestamp and
      *>     the hold history it retires, so "who put this back in
      *>     rotation and when" is on file next to "why it was held".
      *>     each release also clears the input's held flag in the
      *>     keyed input catalog (AOC_CATALOG - see copybooks/aoccat.cpy)
      *>     and stamps when it was released; an input still showing
      *>     HELD there goes back to FAILED, its last run's outcome,
      *>     until the next batch runs it again.
      *>     the operator signs on first (AOC_OPERATOR, checked against
      *>     the AOC_OPERATORS profile file - see copybooks/aocoper.cpy)
      *>     and needs the RELEASE function, and every release row
      *>     names them. an input the same operator filed a correction
      *>     for is not released - someone else has to approve the fix
      *>     - and that refusal, like a refused sign-on, goes to the
      *>     security violations log.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is release-log-status.

               select day1-corrections
                   assign dynamic ws-corrections-path,
                   organization is line sequential,
                   file status is corrections-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

               select aoc-operators
                   assign dynamic ws-operator-path,
                   organization is line sequential,
                   file status is operator-status.

               select aoc-seclog
                   assign dynamic ws-seclog-path,
                   organization is line sequential,
                   file status is seclog-status.

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
           FD day1-hold.
           FD release-log.
           01 release-log-line pic x(300).

           FD day1-corrections.
      *>     same layout day1cor writes - read here only for who filed
      *>     each pending correction.
           01 correction-record.
               05 cor-run-id pic x(40).
               05 cor-sep0   pic x.
               05 cor-seq    pic 9(4).
               05 cor-sep1   pic x.
               05 cor-token  pic x(13).
               05 cor-sep2   pic x.
               05 cor-operator pic x(8).

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD aoc-operators.
      *>     operator profiles - see copybooks/aocoper.cpy.
               COPY aocoper.

           FD aoc-seclog.
      *>     security violations log - see copybooks/aocsecv.cpy.
               COPY aocsecv.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 hold-status        pic xx.
           01 release-log-status pic xx.
           01 catalog-status     pic xx.

           01 ws-hold-path pic x(200) value "../day1-hold.dat".
           01 ws-release-log-path pic x(200)
               value "../day1-hold-release.lst".
           01 ws-catalog-path pic x(200) value "../aoc-catalog.dat".

      *>     the input to release - no default: releasing the wrong
      *>     input puts a broken file back in the batch, so the

           01 ws-holds-loaded   pic 9(3) value 0.
           01 ws-released-count pic 9(3) value 0.
           01 ws-refused-count  pic 9(3) value 0.
           01 ws-run-timestamp  pic x(26) value spaces.
           01 ws-uncatalogued   pic 9(3) value 0.

      *>     separation-of-duties state - the input being approved and
      *>     whether the signed-on operator filed a correction for it.
           01 corrections-status pic xx.
           01 ws-corrections-path pic x(200)
               value "../day1-corrections.dat".
           01 ws-corrections-eof pic x value "N".
           01 ws-check-path      pic x(200) value spaces.
           01 ws-self-approval   pic x value "N".

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the RELEASE function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 2.
           01 ws-function-name   pic x(8) value "RELEASE".
           01 ws-violation-reason pic x(40)  value spaces.
           01 ws-violation-target pic x(200) value spaces.
           01 ws-violation-now    pic x(26)  value spaces.

      *>     operations-log state - every program in the suite logs a
      *>     START and an END event to the shared job log so aocjflow
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
           main-rel.
               perform init-rel
               perform resolve-security-paths

               move ws-release-input(1:160) to ws-joblog-parms
               perform log-job-start

               move ws-release-input to ws-violation-target
               perform sign-on-operator

               perform load-hold-queue

               perform mark-releases

               if ws-released-count = 0
                   if ws-refused-count > 0
                       display "nothing released - "
                           ws-refused-count " input(s) refused to "
                           function trim(ws-operator-id)
                   else
                       display "no hold record for "
                           function trim(ws-release-input)
                           " - nothing released"
                   end-if
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1

               perform log-releases
               perform rewrite-hold-queue
               perform catalog-releases

               display "released " ws-released-count
                   " input(s) back into rotation - "
               stop run.

           init-rel.
               move "DAY1_HOLD" to ws-parm-name
               move "../day1-hold.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-hold-path
               move "DAY1_RELEASE_LOG" to ws-parm-name
               move "../day1-hold-release.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-release-log-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               move "DAY1_CORRECTIONS" to ws-parm-name
               move "../day1-corrections.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-corrections-path
               accept ws-release-input
                   from environment "DAY1_RELEASE_INPUT"
                   on exception
                   if ws-release-all = "Y"
                   or function trim(ws-hld-path(ws-hold-index))
                           = function trim(ws-release-input)
                       perform mark-one-release
                   end-if
               end-perform
               .

      *>     the operator releasing an input cannot be the one who
      *>     filed its correction - that input stays held for someone
      *>     else to release.
           mark-one-release.
               move ws-hld-path(ws-hold-index) to ws-check-path
               perform check-correction-filer
               if ws-self-approval = "Y"
                   move "FILED A CORRECTION FOR THIS INPUT"
                       to ws-violation-reason
                   move ws-hld-path(ws-hold-index) to ws-violation-target
                   perform log-security-violation
                   display "release of "
                       function trim(ws-hld-path(ws-hold-index))
                       " refused - " function trim(ws-operator-id)
                       " filed a correction for it"
                   add 1 to ws-refused-count
               else
                   move "Y" to ws-hld-release(ws-hold-index)
                   add 1 to ws-released-count
               end-if
               .

      *>     the release is logged BEFORE the queue is rewritten - a
      *>     crash between the two leaves a logged release still held,
      *>     which a re-run fixes, rather than an unlogged release.
                       ws-hld-first(ws-hold-index) delimited by size
                       "  LAST " delimited by size
                       ws-hld-last(ws-hold-index) delimited by size
                       "  BY " delimited by size
                       function trim(ws-operator-id) delimited by size
                   into release-log-line
               end-string
               write release-log-line
               close day1-hold
               .

      *>     the queue is already rewritten, so the release has
      *>     happened - a catalog that cannot be opened only leaves the
      *>     catalog's held flags stale until the next release or run.
      *>     a released input the catalog has never seen has no flag
      *>     to clear and is just counted.
           catalog-releases.
               move 0 to ws-uncatalogued
               open i-o aoc-catalog
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - releases not catalogued"
                   exit paragraph
               end-if

               perform varying ws-hold-index from 1 by 1
                       until ws-hold-index > ws-holds-loaded
                   if ws-hld-release(ws-hold-index) = "Y"
                       perform catalog-one-release
                   end-if
               end-perform
               close aoc-catalog

               if ws-uncatalogued > 0
                   display ws-uncatalogued
                       " released input(s) not in the input catalog"
               end-if
               .

           catalog-one-release.
               move ws-hld-path(ws-hold-index) to cat-input-path
               read aoc-catalog
                   invalid key
                       add 1 to ws-uncatalogued
                       exit paragraph
               end-read

               move "N" to cat-held
               move ws-run-timestamp(1:14) to cat-released-ts
               if cat-is-held
                   move "FAILED" to cat-status
                   move ws-run-timestamp(1:14) to cat-status-ts
               end-if
               rewrite catalog-record
               if catalog-status not = "00"
                   display "error updating input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
               end-if
               .

      *>     separation of duties: the operator approving an input
      *>     must not be the one who filed a correction against it -
      *>     whether still pending in the corrections file or already
      *>     applied by day1fix (the catalog's cat-corrected-by). either
      *>     file missing just means nothing on record there.
           check-correction-filer.
               move "N" to ws-self-approval
               move "N" to ws-corrections-eof
               open input day1-corrections
               if corrections-status = "00"
                   perform until ws-corrections-eof = "Y"
                       read day1-corrections
                           at end
                               move "Y" to ws-corrections-eof
                           not at end
                               if cor-run-id = ws-check-path(1:40)
                               and cor-operator = ws-operator-id
                                   move "Y" to ws-self-approval
                               end-if
                       end-read
                   end-perform
                   close day1-corrections
               end-if

               open input aoc-catalog
               if catalog-status = "00"
                   move ws-check-path to cat-input-path
                   read aoc-catalog
                       invalid key
                           continue
                       not invalid key
                           if cat-corrected-by = ws-operator-id
                               move "Y" to ws-self-approval
                           end-if
                   end-read
                   close aoc-catalog
               end-if
               .

      *>     the operator profile file and the security log. jobs that
      *>     log a START event resolve these before it, so the event
      *>     shows them; sign-on resolves them again, harmlessly.
           resolve-security-paths.
               move "AOC_OPERATORS" to ws-parm-name
               move "../aoc-operators.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-operator-path
               move "AOC_SECLOG" to ws-parm-name
               move "../aoc-security.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-seclog-path
               .

      *>     sign-on: the operator id has to name a profile holding
      *>     this program's function. a refusal is logged and ends the
      *>     job before anything has been read or changed.
           sign-on-operator.
               perform resolve-security-paths
               accept ws-operator-id from environment "AOC_OPERATOR"
                   on exception
                       move spaces to ws-operator-id
               end-accept
               if function trim(ws-operator-id) = spaces
                   display "operator id: " with no advancing
                   accept ws-operator-id
               end-if

               if function trim(ws-operator-id) = spaces
                   move "NO OPERATOR ID" to ws-violation-reason
                   perform refuse-sign-on
               end-if

               perform find-operator-profile
               if ws-operator-found = "N"
                   perform refuse-sign-on
               end-if

               if ws-operator-rights(ws-function-num:1) not = "Y"
                   move spaces to ws-violation-reason
                   string "NOT AUTHORIZED FOR " delimited by size
                           ws-function-name delimited by size
                       into ws-violation-reason
                   end-string
                   perform refuse-sign-on
               end-if
               .

           find-operator-profile.
               move "N" to ws-operator-found
               move "N" to ws-operator-eof
               open input aoc-operators
               if operator-status not = "00"
                   move "OPERATOR PROFILE FILE UNAVAILABLE"
                       to ws-violation-reason
                   exit paragraph
               end-if
               perform until ws-operator-eof = "Y"
                         or ws-operator-found = "Y"
                   read aoc-operators
                       at end
                           move "Y" to ws-operator-eof
                       not at end
                           if op-operator-id = ws-operator-id
                               move "Y" to ws-operator-found
                               move op-name to ws-operator-name
                               move op-functions to ws-operator-rights
                           end-if
                   end-read
               end-perform
               close aoc-operators
               if ws-operator-found = "N"
                   move "UNKNOWN OPERATOR" to ws-violation-reason
               end-if
               .

           refuse-sign-on.
               perform log-security-violation
               display "sign-on refused for operator "
                   function trim(ws-operator-id) " - "
                   function trim(ws-violation-reason)
               move 1 to ws-joblog-rc
               perform log-job-end
               stop run returning 1
               .

      *>     one row per refused attempt. the refusal stands whether
      *>     or not the row can be written - an unwritable log is
      *>     reported, never a reason to let the attempt through.
           log-security-violation.
               open extend aoc-seclog
               if seclog-status = "35"
                   open output aoc-seclog
               end-if
               if seclog-status not = "00"
                   display "error opening security log "
                       function trim(ws-seclog-path)
                       ". status=" seclog-status
                   exit paragraph
               end-if
               move spaces to security-log-record
               move function current-date to ws-violation-now
               move ws-violation-now(1:14) to sv-timestamp
               move ws-operator-id         to sv-operator
               move "day1rel"              to sv-program
               move ws-function-name       to sv-function
               move ws-violation-reason    to sv-reason
               move ws-violation-target    to sv-target
               write security-log-record
               close aoc-seclog
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
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
