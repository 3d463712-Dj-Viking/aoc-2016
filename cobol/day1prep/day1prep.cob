      *>     raw input that would overflow day1's 8000-char sampleline
      *>     record or its ws-states-max (2000) token cap, so a too-big
      *>     input fails here at prep time instead of mid-batch.
      *>     any day other than 1 is prepared as a multi-line input (day
      *>     2's keypad moves are one line per button): every non-blank
      *>     raw line is written after the header, and the header's
      *>     length, token count and checksum become the total length,
      *>     the line count and the ORD sum across all the lines - what
      *>     day2's reconcile-input recomputes. a line that would
      *>     overflow the 8000-char record, a total past the header's
      *>     9999 length field, or more lines than the solver's code
      *>     cap is refused the same way.
      *>     every prepared input is entered in the keyed input catalog
      *>     (AOC_CATALOG - see copybooks/aoccat.cpy) as PREPPED, with
      *>     its day, prep time and header checksum; a re-prep of an
      *>     input already on file refreshes those and leaves the rest
      *>     of its history (and any hold) as it was.
      *>     DAY1PREP_YEAR names the event year the input belongs to
      *>     (2016 when unset); any other year is written to the
      *>     manifest entry after the day number, so the driver runs
      *>     that year's registered solver and keys its answers under it.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
                   organization is line sequential,
                   file status is manifest-status.

               select aoc-catalog
                   assign dynamic ws-catalog-path,
                   organization is indexed,
                   access is random,
                   record key is cat-input-path,
                   file status is catalog-status.

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
      *>     one character wider than day1's 8000-char sampleline so a
           FD day1-manifest.
           01 manifest-line pic x(200).

           FD aoc-catalog.
      *>     keyed input catalog - see copybooks/aoccat.cpy.
               COPY aoccat.

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           WORKING-STORAGE SECTION.
           01 raw-status      pic xx.
           01 prepared-status pic xx.
           01 manifest-status pic xx.
           01 catalog-status  pic xx.

      *>     dynamic paths - DAY1PREP_RAW is where the raw puzzle text
      *>     was pasted, DAY1PREP_OUT is the dated-input path the
           01 ws-raw-path      pic x(200) value "../sample-raw".
           01 ws-prepared-path pic x(200) value "../sample-prepared".
           01 ws-manifest-path pic x(200) value "../day1-inputs.lst".
           01 ws-catalog-path  pic x(200) value "../aoc-catalog.dat".

      *>     the puzzle day this input belongs to - the manifest entry
      *>     gains the day number after the path so the batch driver
      *>     consumer already reads.
           01 ws-prep-day-text pic x(10) value spaces.
           01 ws-prep-day      pic 9(3)  value 1.
      *>     the event year - 2016 entries keep the two-field layout.
           01 ws-prep-year-text pic x(10) value spaces.
           01 ws-prep-year      pic 9(4)  value 2016.

           01 ws-delim        pic XX    value ",".
      *>     the raw line with any leading/trailing whitespace stripped -
      *>     sampleline record size and its ws-states-max constant.
           78 ws-record-max value 8000.
           78 ws-states-max value 2000.
      *>     multi-line bounds - the header length field is 9(4), and
      *>     day2.cob's ws-code-max caps the lines (one button each).
           78 ws-total-len-max value 9999.
           78 ws-lines-max     value 7.

      *>     multi-line working fields
           01 ws-raw-eof      pic x     value "N".
           01 ws-total-len    pic 9(7)  value 0.
           01 ws-line-count   pic 9(5)  value 0.

      *>     catalog update state
           01 ws-catalog-found pic x     value "N".
           01 ws-catalog-now   pic x(26) value spaces.

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
           main-prep.
               perform init-prep
               move ws-prepared-path(1:160) to ws-joblog-parms
               perform log-job-start

               if ws-prep-day = 1
                   perform read-raw-line
                   perform compute-control-fields
                   perform validate-capacity
                   perform write-prepared-file
               else
                   perform read-raw-lines
                   perform validate-line-capacity
                   perform write-prepared-lines
                   move ws-total-len  to ws-rawlen
                   move ws-line-count to ws-actual-tok-count
               end-if

               perform register-in-manifest
               perform catalog-prepped-input

               display "prepared " function trim(ws-prepared-path)
                   " (len=" ws-rawlen " tok=" ws-actual-tok-count
                   on exception
                       move "../sample-prepared" to ws-prepared-path
               end-accept
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               accept ws-prep-day-text from environment "DAY1PREP_DAY"
                   on exception
                       move spaces to ws-prep-day-text
                   move function numval(ws-prep-day-text)
                       to ws-prep-day
               end-if
               accept ws-prep-year-text from environment "DAY1PREP_YEAR"
                   on exception
                       move spaces to ws-prep-year-text
               end-accept
               if ws-prep-year-text not = spaces
                   if function test-numval(ws-prep-year-text) not = 0
                   or function numval(ws-prep-year-text) < 2015
                   or function numval(ws-prep-year-text) > 9999
                       display "DAY1PREP_YEAR is not an event year: "
                           function trim(ws-prep-year-text)
                       stop run returning 1
                   end-if
                   move function numval(ws-prep-year-text)
                       to ws-prep-year
               end-if
               .

           read-raw-line.
               close prepared-input
               .

      *>     multi-line first pass: total length, line count and the
      *>     running checksum over every non-blank line, in file order.
      *>     a line as wide as the raw record is refused on the spot -
      *>     it would not fit the solver's 8000-char record.
           read-raw-lines.
               open input raw-input
               if raw-status not = "00"
                   display "error opening raw input "
                       function trim(ws-raw-path) ". status=" raw-status
                   stop run returning 1
               end-if

               move 0 to ws-total-len
               move 0 to ws-line-count
               move 0 to ws-actual-checksum
               move "N" to ws-raw-eof
               perform until ws-raw-eof = "Y"
                   read raw-input
                       at end
                           move "Y" to ws-raw-eof
                       not at end
                           if function trim(raw-line) not = spaces
                               perform accumulate-raw-line
                           end-if
                   end-read
               end-perform
               close raw-input

               if ws-line-count = 0
                   display "raw input is empty - nothing to prepare"
                   stop run returning 1
               end-if
               .

           accumulate-raw-line.
               move function trim(raw-line) to ws-trimmed-line
               move function length(function trim(ws-trimmed-line))
                   to ws-rawlen
               add 1 to ws-line-count
               if ws-rawlen > ws-record-max
                   display "raw input refused: line " ws-line-count
                       " length " ws-rawlen " exceeds the "
                       ws-record-max "-character input record"
                   close raw-input
                   stop run returning 1
               end-if
               add ws-rawlen to ws-total-len
               perform varying ws-index from 1 by 1 until ws-index > ws-rawlen
                   compute ws-actual-checksum =
                       function mod(ws-actual-checksum +
                           function ord(ws-trimmed-line(ws-index:1)), 999999999)
               end-perform
               .

           validate-line-capacity.
               if ws-total-len > ws-total-len-max
                   display "raw input refused: total length " ws-total-len
                       " exceeds the header's " ws-total-len-max
                       "-character limit"
                   stop run returning 1
               end-if
               if ws-line-count > ws-lines-max
                   display "raw input refused: line count "
                       ws-line-count " exceeds the line cap of "
                       ws-lines-max
                   stop run returning 1
               end-if
               .

      *>     second pass: the header, then every non-blank line trimmed
      *>     exactly as the first pass measured it.
           write-prepared-lines.
               open output prepared-input
               if prepared-status not = "00"
                   display "error opening prepared output "
                       function trim(ws-prepared-path)
                       ". status=" prepared-status
                   stop run returning 1
               end-if

               move spaces to prep-control-record
               move "H"                  to pcr-record-type
               move ws-total-len         to pcr-expected-len
               move ws-line-count        to pcr-expected-tok
               move ws-actual-checksum   to pcr-checksum
               write prep-control-record

               open input raw-input
               if raw-status not = "00"
                   display "error reopening raw input "
                       function trim(ws-raw-path) ". status=" raw-status
                   close prepared-input
                   stop run returning 1
               end-if
               move "N" to ws-raw-eof
               perform until ws-raw-eof = "Y"
                   read raw-input
                       at end
                           move "Y" to ws-raw-eof
                       not at end
                           if function trim(raw-line) not = spaces
                               move spaces to prepared-line
                               move function trim(raw-line) to prepared-line
                               write prepared-line
                           end-if
                   end-read
               end-perform
               close raw-input

               close prepared-input
               .

           register-in-manifest.
               open extend day1-manifest
               if manifest-status = "35"
               end-if

               move spaces to manifest-line
               evaluate true
                   when ws-prep-year not = 2016
                       string function trim(ws-prepared-path)
                               delimited by size
                               " " delimited by size
                               ws-prep-day delimited by size
                               " " delimited by size
                               ws-prep-year delimited by size
                           into manifest-line
                       end-string
                   when ws-prep-day = 1
                       move function trim(ws-prepared-path)
                           to manifest-line
                   when other
                       string function trim(ws-prepared-path)
                               delimited by size
                               " " delimited by size
                               ws-prep-day delimited by size
                           into manifest-line
                       end-string
               end-evaluate
               write manifest-line
               close day1-manifest
               .

      *>     the input's catalog row - written on its first prep,
      *>     rewritten on a re-prep. the prepared file and the manifest
      *>     entry are already on disk, so a catalog that cannot be
      *>     opened only costs the catalog entry, not the prep.
           catalog-prepped-input.
               open i-o aoc-catalog
               if catalog-status = "35"
                   open output aoc-catalog
                   close aoc-catalog
                   open i-o aoc-catalog
               end-if
               if catalog-status not = "00"
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - " function trim(ws-prepared-path)
                       " not catalogued"
                   exit paragraph
               end-if

               move ws-prepared-path to cat-input-path
               read aoc-catalog
                   invalid key
                       move "N" to ws-catalog-found
                       move spaces to catalog-record
                       move ws-prepared-path to cat-input-path
                       move "N" to cat-held
                   not invalid key
                       move "Y" to ws-catalog-found
               end-read

               move function current-date to ws-catalog-now
               move ws-prep-day           to cat-day-num
               move ws-catalog-now(1:14)  to cat-prep-ts
               move ws-actual-checksum    to cat-checksum
               move "PREPPED"             to cat-status
               move ws-catalog-now(1:14)  to cat-status-ts
               move ws-catalog-now(1:14)  to cat-prepped-ts

               if ws-catalog-found = "Y"
                   rewrite catalog-record
               else
                   write catalog-record
               end-if
               if catalog-status not = "00"
                   display "error updating input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
               end-if
               close aoc-catalog
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
