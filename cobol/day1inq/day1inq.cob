      *>     the live files hold nothing for the keyed run id, the
      *>     archive directory (<live-path>.archdir) names the dated
      *>     archive(s) covering it and the lookup runs there.
      *>     the operator signs on first (AOC_OPERATOR, checked against
      *>     the AOC_OPERATORS profile file - see copybooks/aocoper.cpy)
      *>     and needs the INQUIRE function; a refusal goes to the
      *>     security violations log.
      *>
      *>     commands on the detail screen:
      *>       N next token    P previous token
                   organization is line sequential,
                   file status is archdir-status.

               select aoc-operators
                   assign dynamic ws-operator-path,
                   organization is line sequential,
                   file status is operator-status.

               select aoc-seclog
                   assign dynamic ws-seclog-path,
                   organization is line sequential,
                   file status is seclog-status.

               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is random,
                   record key is prm-key,
                   file status is parms-status.

           DATA DIVISION.
           FILE SECTION.
           FD day1-listing.
      *>     copybooks/day1achd.cpy.
               COPY day1achd.

           FD aoc-operators.
      *>     operator profiles - see copybooks/aocoper.cpy.
               COPY aocoper.

           FD aoc-seclog.
      *>     security violations log - see copybooks/aocsecv.cpy.
               COPY aocsecv.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 listing-status    pic xx.
           01 exceptions-status pic xx.

           01 ws-message pic x(78) value spaces.

      *>     operator sign-on state - the operator signs on with
      *>     AOC_OPERATOR (or keys the id when it is unset) and has to
      *>     hold the INQUIRE function in the profile file.
           01 operator-status pic xx.
           01 seclog-status   pic xx.
           01 ws-operator-path pic x(200) value "../aoc-operators.dat".
           01 ws-seclog-path   pic x(200) value "../aoc-security.lst".
           01 ws-operator-id     pic x(8)  value spaces.
           01 ws-operator-name   pic x(30) value spaces.
           01 ws-operator-rights pic x(5)  value spaces.
           01 ws-operator-eof    pic x value "N".
           01 ws-operator-found  pic x value "N".
           01 ws-function-num    pic 9(1) value 4.
           01 ws-function-name   pic x(8) value "INQUIRE".
           01 ws-violation-reason pic x(40)  value spaces.
           01 ws-violation-target pic x(200) value spaces.
           01 ws-violation-now    pic x(26)  value spaces.

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

           SCREEN SECTION.
      *>     key-entry screen - run id and token sequence.
           01 key-entry-screen.
           main-inq.
               perform init-inq

               perform sign-on-operator

               perform accept-inquiry-key

               perform until ws-done = "Y"
               stop run.

           init-inq.
               move "DAY1_LISTING" to ws-parm-name
               move "../day1-listing.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-listing-path
               move "DAY1_EXCEPTIONS" to ws-parm-name
               move "../day1-exceptions.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-exceptions-path
               move "DAY1_AUDIT" to ws-parm-name
               move "../day1-audit.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-audit-path
               .

           accept-inquiry-key.
                   end-evaluate
               end-perform
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
               move "day1inq"              to sv-program
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
