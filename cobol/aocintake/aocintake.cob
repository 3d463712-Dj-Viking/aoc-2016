      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocintake.
      *>     bulk receiver for a transmitted batch of raw puzzle inputs
      *>     (AOC_INTAKE_FILE - layout in copybooks/aocxmit.cpy): a
      *>     batch header, one member header per input (input date, day
      *>     number, line count) followed by its lines, and a batch
      *>     trailer carrying the member count, the line total and a
      *>     hash total. day1prep takes one raw file per run; a season
      *>     that arrives together comes through here in one job.
      *>     the first pass only reconciles: the records have to frame
      *>     (header first, trailer last, every line inside a member)
      *>     and the trailer's three totals have to agree with what was
      *>     received. a transmission that fails is refused whole -
      *>     nothing is prepared, nothing reaches the manifest - and the
      *>     refusal is written to the reject file.
      *>     the second pass prepares every member the way day1prep
      *>     does: the same H control record and the same capacity
      *>     bounds, day 1 as one line and any other day as a multi-line
      *>     input. the prepared file lands at the dated-input path
      *>     <AOC_INTAKE_DIR>/yyyy-mm-dd.txt (default ../day1-inputs, the
      *>     folder day1prep's inputs live in), so intake and day1prep
      *>     run ids share one folder and sort together in calendar
      *>     order - one day1arch cutoff covers both. it is appended to
      *>     the day1-inputs.lst manifest and catalogued PREPPED exactly
      *>     as day1prep would; the member's year is its input date's.
      *>     a member that cannot be prepared (a bad header, a line
      *>     count that disagrees with the lines sent, a second member
      *>     for the same input date, an empty input, an input past
      *>     the solver's record, token or line caps, or a prepared file
      *>     that cannot be written) goes to the reject file
      *>     (AOC_INTAKE_REJECTS) with its reason, and the rest of the
      *>     batch still lands. any reject or refusal ends the job with
      *>     return code 1, so a missing input is seen the night it
      *>     arrives rather than at aocrecon.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select xmit-file
                   assign dynamic ws-xmit-path,
                   organization is line sequential,
                   file status is xmit-status.

               select prepared-input
                   assign dynamic ws-prepared-path,
                   organization is line sequential,
                   file status is prepared-status.

               select day1-manifest
                   assign dynamic ws-manifest-path,
                   organization is line sequential,
                   file status is manifest-status.

               select intake-rejects
                   assign dynamic ws-reject-path,
                   organization is line sequential,
                   file status is reject-status.

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
           FD xmit-file
               record contains 10000 characters.
      *>     inbound transmission - see copybooks/aocxmit.cpy.
               COPY aocxmit.

           FD prepared-input
               record contains 8000 characters.
           01 prepared-line pic x(8000).
      *>     leading control record, laid out exactly as day1prep
      *>     writes it for the solvers' reconcile-input.
           01 prep-control-record.
               05 pcr-record-type    pic x(1).
               05 pcr-expected-len   pic 9(4).
               05 pcr-expected-tok   pic 9(4).
               05 pcr-checksum       pic 9(9).
               05 filler             pic x(7982).

           FD day1-manifest.
           01 manifest-line pic x(200).

           FD intake-rejects.
      *>     one row per member refused, or per transmission refused
      *>     whole (member 00000), with the reason.
           01 reject-record.
               05 rj-timestamp  pic x(14).
               05 rj-sep0       pic x.
               05 rj-batch-id   pic x(20).
               05 rj-sep1       pic x.
               05 rj-member-seq pic 9(5).
               05 rj-sep2       pic x.
               05 rj-input-date pic x(8).
               05 rj-sep3       pic x.
               05 rj-day-text   pic x(3).
               05 rj-sep4       pic x.
               05 rj-reason     pic x(80).

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
           01 xmit-status     pic xx.
           01 prepared-status pic xx.
           01 manifest-status pic xx.
           01 reject-status   pic xx.
           01 catalog-status  pic xx.

           01 ws-xmit-path     pic x(200) value "../aoc-intake.dat".
           01 ws-intake-dir    pic x(200) value "../day1-inputs".
           01 ws-prepared-path pic x(200) value spaces.
           01 ws-manifest-path pic x(200) value "../day1-inputs.lst".
           01 ws-reject-path   pic x(200) value "../aoc-intake-rejects.lst".
           01 ws-catalog-path  pic x(200) value "../aoc-catalog.dat".

      *>     day1prep's capacity bounds, restated - keep these in step
      *>     with day1prep.cob (the solvers' record size, day1's token
      *>     cap, the header's length field and day2's line cap).
           78 ws-record-max    value 8000.
           78 ws-states-max    value 2000.
           78 ws-total-len-max value 9999.
           78 ws-lines-max     value 7.

           01 ws-delim        pic XX    value ",".
           01 ws-xmit-eof     pic x     value "N".
           01 ws-record-count pic 9(7)  value 0.

      *>     first pass - framing state (N = nothing yet, B = inside the
      *>     batch, M = inside a member, T = trailer read) and the
      *>     totals the trailer is reconciled against.
           01 ws-frame-state  pic x     value "N".
           01 ws-batch-ok     pic x     value "Y".
           01 ws-refuse-reason pic x(80) value spaces.
           01 ws-batch-id     pic x(20) value spaces.
           01 ws-recv-members pic 9(5)  value 0.
           01 ws-recv-lines   pic 9(7)  value 0.
           01 ws-recv-hash    pic 9(15) value 0.
           01 ws-trl-members  pic 9(5)  value 0.
           01 ws-trl-lines    pic 9(7)  value 0.
           01 ws-trl-hash     pic 9(15) value 0.

      *>     one line, trimmed, and its running checksum - the same
      *>     arithmetic as day1prep's compute-control-fields.
           01 ws-trimmed-line pic x(9999) value spaces.
           01 ws-rawlen       pic 9(5)  value 0.
           01 ws-index        pic 9(5)  value 0.
           01 ws-actual-checksum  pic 9(9) value 0.
           01 ws-actual-tok-count pic 9(5) value 0.

      *>     second pass - the member being gathered. its lines are
      *>     held (up to the line cap) so the prepared file is only
      *>     written once the whole member has passed.
           01 ws-member-open  pic x     value "N".
           01 ws-member-seq   pic 9(5)  value 0.
           01 ws-mem-date-text pic x(8) value spaces.
           01 ws-mem-date     pic 9(8)  value 0.
           01 ws-mem-year     pic 9(4)  value 0.
           01 ws-mem-day-text pic x(3)  value spaces.
           01 ws-mem-day      pic 9(3)  value 0.
           01 ws-mem-count-text pic x(5) value spaces.
           01 ws-mem-count    pic 9(5)  value 0.
           01 ws-mem-sent     pic 9(5)  value 0.
           01 ws-mem-lines    pic 9(5)  value 0.
           01 ws-mem-total-len pic 9(7) value 0.
           01 ws-mem-max-len  pic 9(5)  value 0.
           01 ws-mem-tok      pic 9(5)  value 0.
           01 ws-mem-buffer.
               05 ws-mem-line occurs ws-lines-max times pic x(8000).
           01 ws-mem-index    pic 9(5)  value 0.
           01 ws-reject-reason pic x(80) value spaces.
           01 ws-edit-num     pic z(6)9.

      *>     input date of every member prepared so far - the date names
      *>     the prepared file, so a second member for the same date
      *>     would overwrite the first's and enter it in the manifest
      *>     twice.
           78 ws-members-max value 1000.
           01 ws-seen-used pic 9(4) value 0.
           01 ws-seen-table.
               05 ws-seen-entry occurs ws-members-max times.
                   10 ws-seen-date pic 9(8).
                   10 ws-seen-seq  pic 9(5).
           01 ws-seen-index pic 9(4) value 0.

           01 ws-prepped-count  pic 9(5) value 0.
           01 ws-rejected-count pic 9(5) value 0.

      *>     catalog update state - the catalog stays open for the
      *>     whole second pass; one that cannot be opened only costs
      *>     the catalog entries, as in day1prep.
           01 ws-catalog-open  pic x     value "N".
           01 ws-catalog-found pic x     value "N".
           01 ws-catalog-now   pic x(26) value spaces.

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
           main-intake.
               perform init-intake

               move ws-xmit-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform reconcile-transmission
               if ws-batch-ok = "N"
                   perform refuse-transmission
               end-if

               perform open-intake-outputs
               perform prep-members
               perform close-intake-outputs

               display "transmission " function trim(ws-batch-id)
                   " - members=" ws-recv-members
                   " prepared=" ws-prepped-count
                   " rejected=" ws-rejected-count

               if ws-rejected-count > 0
                   display "rejected members are listed in "
                       function trim(ws-reject-path)
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-intake.
               move "AOC_INTAKE_FILE" to ws-parm-name
               move "../aoc-intake.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-xmit-path
               move "AOC_INTAKE_DIR" to ws-parm-name
               move "../day1-inputs" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-intake-dir
               move "AOC_INTAKE_REJECTS" to ws-parm-name
               move "../aoc-intake-rejects.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-reject-path
               move "DAY1_MANIFEST" to ws-parm-name
               move "../day1-inputs.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-manifest-path
               move "AOC_CATALOG" to ws-parm-name
               move "../aoc-catalog.dat" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-catalog-path
               .

      *>     first pass - framing and totals only, nothing written.
           reconcile-transmission.
               open input xmit-file
               if xmit-status not = "00"
                   display "error opening transmission "
                       function trim(ws-xmit-path) ". status=" xmit-status
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move "N" to ws-xmit-eof
               perform until ws-xmit-eof = "Y"
                   read xmit-file
                       at end
                           move "Y" to ws-xmit-eof
                       not at end
                           add 1 to ws-record-count
                           perform frame-xmit-record
                   end-read
               end-perform
               close xmit-file

               if ws-batch-ok = "N"
                   exit paragraph
               end-if
               if ws-frame-state not = "T"
                   move "no batch trailer - transmission incomplete"
                       to ws-refuse-reason
                   move "N" to ws-batch-ok
                   exit paragraph
               end-if
               if ws-trl-members not = ws-recv-members
               or ws-trl-lines not = ws-recv-lines
               or ws-trl-hash not = ws-recv-hash
                   move spaces to ws-refuse-reason
                   string "trailer does not balance - members "
                           delimited by size
                           ws-trl-members delimited by size
                           "/" delimited by size
                           ws-recv-members delimited by size
                           " lines " delimited by size
                           ws-trl-lines delimited by size
                           "/" delimited by size
                           ws-recv-lines delimited by size
                       into ws-refuse-reason
                   end-string
                   display "hash total sent " ws-trl-hash
                       " received " ws-recv-hash
                   move "N" to ws-batch-ok
               end-if
               .

           frame-xmit-record.
               evaluate true
                   when xm-is-batch-header
                       if ws-frame-state not = "N"
                           move "batch header out of place"
                               to ws-refuse-reason
                           perform stop-framing
                       else
                           move xbh-batch-id to ws-batch-id
                           move "B" to ws-frame-state
                       end-if
                   when xm-is-member
                       if ws-frame-state = "N" or ws-frame-state = "T"
                           move "member header outside the batch"
                               to ws-refuse-reason
                           perform stop-framing
                       else
                           perform close-reconcile-member
                           add 1 to ws-recv-members
                           move 0 to ws-actual-checksum
                           move "M" to ws-frame-state
                       end-if
                   when xm-is-line
                       if ws-frame-state not = "M"
                           move "input line outside a member"
                               to ws-refuse-reason
                           perform stop-framing
                       else
                           add 1 to ws-recv-lines
                           if xm-line-text not = spaces
                               perform trim-xmit-line
                               perform add-line-checksum
                           end-if
                       end-if
                   when xm-is-trailer
                       if ws-frame-state = "N" or ws-frame-state = "T"
                           move "batch trailer out of place"
                               to ws-refuse-reason
                           perform stop-framing
                       else
                           perform close-reconcile-member
                           if xbt-member-count is not numeric
                           or xbt-line-total is not numeric
                           or xbt-hash-total is not numeric
                               move "batch trailer totals are not numeric"
                                   to ws-refuse-reason
                               perform stop-framing
                           else
                               move xbt-member-count to ws-trl-members
                               move xbt-line-total   to ws-trl-lines
                               move xbt-hash-total   to ws-trl-hash
                               move "T" to ws-frame-state
                           end-if
                       end-if
                   when other
                       move spaces to ws-refuse-reason
                       string "unknown record type '" delimited by size
                               xm-record-type delimited by size
                               "'" delimited by size
                           into ws-refuse-reason
                       end-string
                       perform stop-framing
               end-evaluate
               .

           close-reconcile-member.
               if ws-frame-state = "M"
                   add ws-actual-checksum to ws-recv-hash
               end-if
               .

      *>     the first framing fault ends the pass - the record number
      *>     says where the transmission went wrong.
           stop-framing.
               move "N" to ws-batch-ok
               move "Y" to ws-xmit-eof
               move ws-record-count to ws-edit-num
               display "transmission framing fault at record "
                   function trim(ws-edit-num) ": "
                   function trim(ws-refuse-reason)
               .

           refuse-transmission.
               display "transmission " function trim(ws-xmit-path)
                   " refused - " function trim(ws-refuse-reason)
               display "nothing prepared, manifest unchanged"
               perform open-reject-file
               if reject-status = "00"
                   move 0 to ws-member-seq
                   move spaces to ws-mem-date-text
                   move spaces to ws-mem-day-text
                   move ws-refuse-reason to ws-reject-reason
                   perform write-reject-row
                   close intake-rejects
               end-if
               move 1 to ws-joblog-rc
               perform log-job-end
               stop run returning 1
               .

           trim-xmit-line.
               move function trim(xm-line-text) to ws-trimmed-line
               move function length(function trim(xm-line-text))
                   to ws-rawlen
               .

           add-line-checksum.
               perform varying ws-index from 1 by 1 until ws-index > ws-rawlen
                   compute ws-actual-checksum =
                       function mod(ws-actual-checksum +
                           function ord(ws-trimmed-line(ws-index:1)), 999999999)
               end-perform
               .

           open-intake-outputs.
               open extend day1-manifest
               if manifest-status = "35"
                   open output day1-manifest
               end-if
               if manifest-status not = "00"
                   display "error opening manifest "
                       function trim(ws-manifest-path)
                       ". status=" manifest-status
                       " - nothing prepared"
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform open-reject-file
               if reject-status not = "00"
                   display "error opening reject file "
                       function trim(ws-reject-path)
                       ". status=" reject-status
                       " - nothing prepared"
                   close day1-manifest
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               open i-o aoc-catalog
               if catalog-status = "35"
                   open output aoc-catalog
                   close aoc-catalog
                   open i-o aoc-catalog
               end-if
               if catalog-status = "00"
                   move "Y" to ws-catalog-open
               else
                   display "error opening input catalog "
                       function trim(ws-catalog-path)
                       ". status=" catalog-status
                       " - prepared inputs not catalogued"
               end-if
               .

           open-reject-file.
               open extend intake-rejects
               if reject-status = "35"
                   open output intake-rejects
               end-if
               .

           close-intake-outputs.
               close day1-manifest
               close intake-rejects
               if ws-catalog-open = "Y"
                   close aoc-catalog
               end-if
               .

      *>     second pass - the transmission already framed and balanced,
      *>     so every line belongs to the member header before it.
           prep-members.
               open input xmit-file
               if xmit-status not = "00"
                   display "error reopening transmission "
                       function trim(ws-xmit-path) ". status=" xmit-status
                   perform close-intake-outputs
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               move "N" to ws-xmit-eof
               perform until ws-xmit-eof = "Y"
                   read xmit-file
                       at end
                           move "Y" to ws-xmit-eof
                       not at end
                           evaluate true
                               when xm-is-member
                                   perform finish-member
                                   perform start-member
                               when xm-is-line
                                   perform gather-member-line
                               when xm-is-trailer
                                   perform finish-member
                           end-evaluate
                   end-read
               end-perform
               close xmit-file
               .

           start-member.
               add 1 to ws-member-seq
               move "Y" to ws-member-open
               move xmh-input-date to ws-mem-date-text
               move xmh-day-text   to ws-mem-day-text
               move xmh-line-text  to ws-mem-count-text
               move 0 to ws-mem-sent
               move 0 to ws-mem-lines
               move 0 to ws-mem-total-len
               move 0 to ws-mem-max-len
               move 0 to ws-actual-checksum
               move 0 to ws-actual-tok-count
               .

      *>     blank lines are sent and counted but, as in day1prep,
      *>     never prepared. a line past the record width is measured
      *>     and refused for it, so it is not held.
           gather-member-line.
               add 1 to ws-mem-sent
               if xm-line-text = spaces
                   exit paragraph
               end-if
               perform trim-xmit-line
               perform add-line-checksum
               add 1 to ws-mem-lines
               add ws-rawlen to ws-mem-total-len
               if ws-rawlen > ws-mem-max-len
                   move ws-rawlen to ws-mem-max-len
               end-if
               if ws-mem-lines = 1 and ws-rawlen <= ws-record-max
                   perform varying ws-index from 1 by 1
                           until ws-index > ws-rawlen
                       if ws-trimmed-line(ws-index:1) = ws-delim
                           add 1 to ws-actual-tok-count
                       end-if
                   end-perform
                   add 1 to ws-actual-tok-count
               end-if
               if ws-mem-lines <= ws-lines-max
               and ws-rawlen <= ws-record-max
                   move ws-trimmed-line(1:ws-rawlen)
                       to ws-mem-line(ws-mem-lines)
               end-if
               .

           finish-member.
               if ws-member-open not = "Y"
                   exit paragraph
               end-if
               move "N" to ws-member-open
               perform validate-member
               if ws-reject-reason = spaces
                   perform prep-member
               end-if
               if ws-reject-reason not = spaces
                   perform reject-member
               end-if
               .

           validate-member.
               move spaces to ws-reject-reason
               if ws-mem-date-text is not numeric
                   move "bad header - input date is not yyyymmdd"
                       to ws-reject-reason
                   exit paragraph
               end-if
               move ws-mem-date-text to ws-mem-date
               if function test-date-yyyymmdd(ws-mem-date) not = 0
                   move "bad header - input date is not a calendar date"
                       to ws-reject-reason
                   exit paragraph
               end-if
               move ws-mem-date(1:4) to ws-mem-year
               if ws-mem-year < 2015
                   move "bad header - input date is before the first event"
                       to ws-reject-reason
                   exit paragraph
               end-if
               if ws-mem-day-text is not numeric
                   move "bad header - day number is not numeric"
                       to ws-reject-reason
                   exit paragraph
               end-if
               move ws-mem-day-text to ws-mem-day
               if ws-mem-day < 1 or ws-mem-day > 25
                   move "bad header - day number is not 1 to 25"
                       to ws-reject-reason
                   exit paragraph
               end-if
               if ws-mem-count-text is not numeric
                   move "bad header - line count is not numeric"
                       to ws-reject-reason
                   exit paragraph
               end-if
               move ws-mem-count-text to ws-mem-count
               if ws-mem-count not = ws-mem-sent
                   string "bad header - line count " delimited by size
                           ws-mem-count-text delimited by size
                           " but " delimited by size
                           ws-mem-sent delimited by size
                           " line(s) sent" delimited by size
                       into ws-reject-reason
                   end-string
                   exit paragraph
               end-if

               perform varying ws-seen-index from 1 by 1
                       until ws-seen-index > ws-seen-used
                   if ws-seen-date(ws-seen-index) = ws-mem-date
                       string "duplicate of member " delimited by size
                               ws-seen-seq(ws-seen-index) delimited by size
                               " - same input date"
                               delimited by size
                           into ws-reject-reason
                       end-string
                       exit paragraph
                   end-if
               end-perform
               if ws-seen-used >= ws-members-max
                   move "member capacity exceeded - resend in a later batch"
                       to ws-reject-reason
                   exit paragraph
               end-if

               if ws-mem-lines = 0
                   move "empty input - no non-blank lines"
                       to ws-reject-reason
                   exit paragraph
               end-if
               if ws-mem-max-len > ws-record-max
                   string "line length " delimited by size
                           ws-mem-max-len delimited by size
                           " exceeds the " delimited by size
                           ws-record-max delimited by size
                           "-character input record" delimited by size
                       into ws-reject-reason
                   end-string
                   exit paragraph
               end-if
               if ws-mem-day = 1
                   perform validate-day1-capacity
               else
                   perform validate-line-capacity
               end-if
               .

      *>     day 1 is one line - day1prep reads a single record, so a
      *>     second line would otherwise be dropped without a word.
           validate-day1-capacity.
               if ws-mem-lines > 1
                   string "day 1 input sent as " delimited by size
                           ws-mem-lines delimited by size
                           " lines - one line expected" delimited by size
                       into ws-reject-reason
                   end-string
                   exit paragraph
               end-if
               if ws-actual-tok-count > ws-states-max
                   string "token count " delimited by size
                           ws-actual-tok-count delimited by size
                           " exceeds the token cap of " delimited by size
                           ws-states-max delimited by size
                       into ws-reject-reason
                   end-string
               end-if
               .

           validate-line-capacity.
               if ws-mem-total-len > ws-total-len-max
                   string "total length " delimited by size
                           ws-mem-total-len delimited by size
                           " exceeds the header's " delimited by size
                           ws-total-len-max delimited by size
                           "-character limit" delimited by size
                       into ws-reject-reason
                   end-string
                   exit paragraph
               end-if
               if ws-mem-lines > ws-lines-max
                   string "line count " delimited by size
                           ws-mem-lines delimited by size
                           " exceeds the line cap of " delimited by size
                           ws-lines-max delimited by size
                       into ws-reject-reason
                   end-string
               end-if
               .

      *>     the prepared file, then its manifest entry and catalog row
      *>     - day1prep's write-prepared-file / write-prepared-lines,
      *>     register-in-manifest and catalog-prepped-input in turn.
           prep-member.
               move spaces to ws-prepared-path
               string function trim(ws-intake-dir) delimited by size
                       "/" delimited by size
                       ws-mem-date(1:4) delimited by size
                       "-" delimited by size
                       ws-mem-date(5:2) delimited by size
                       "-" delimited by size
                       ws-mem-date(7:2) delimited by size
                       ".txt" delimited by size
                   into ws-prepared-path
               end-string

               open output prepared-input
               if prepared-status not = "00"
                   string "prepared file could not be written. status="
                           delimited by size
                           prepared-status delimited by size
                       into ws-reject-reason
                   end-string
                   exit paragraph
               end-if

               move spaces to prep-control-record
               move "H" to pcr-record-type
               move ws-mem-total-len to pcr-expected-len
               if ws-mem-day = 1
                   move ws-actual-tok-count to ws-mem-tok
               else
                   move ws-mem-lines        to ws-mem-tok
               end-if
               move ws-mem-tok to pcr-expected-tok
               move ws-actual-checksum to pcr-checksum
               write prep-control-record

               perform varying ws-mem-index from 1 by 1
                       until ws-mem-index > ws-mem-lines
                   move ws-mem-line(ws-mem-index) to prepared-line
                   write prepared-line
               end-perform
               close prepared-input

               perform register-in-manifest
               perform catalog-prepped-input

               add 1 to ws-seen-used
               move ws-mem-date   to ws-seen-date(ws-seen-used)
               move ws-member-seq to ws-seen-seq(ws-seen-used)
               add 1 to ws-prepped-count
               display "prepared " function trim(ws-prepared-path)
                   " (year " ws-mem-year " day " ws-mem-day
                   " len=" ws-mem-total-len " tok=" ws-mem-tok
                   " cksum=" ws-actual-checksum ")"
               .

           register-in-manifest.
               move spaces to manifest-line
               evaluate true
                   when ws-mem-year not = 2016
                       string function trim(ws-prepared-path)
                               delimited by size
                               " " delimited by size
                               ws-mem-day delimited by size
                               " " delimited by size
                               ws-mem-year delimited by size
                           into manifest-line
                       end-string
                   when ws-mem-day = 1
                       move function trim(ws-prepared-path)
                           to manifest-line
                   when other
                       string function trim(ws-prepared-path)
                               delimited by size
                               " " delimited by size
                               ws-mem-day delimited by size
                           into manifest-line
                       end-string
               end-evaluate
               write manifest-line
               .

           catalog-prepped-input.
               if ws-catalog-open not = "Y"
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
               move ws-mem-day            to cat-day-num
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
               .

           reject-member.
               add 1 to ws-rejected-count
               display "member " ws-member-seq " ("
                   ws-mem-date-text " day " ws-mem-day-text
                   ") rejected - " function trim(ws-reject-reason)
               perform write-reject-row
               .

           write-reject-row.
               move spaces to reject-record
               move function current-date to ws-catalog-now
               move ws-catalog-now(1:14) to rj-timestamp
               move ws-batch-id          to rj-batch-id
               move ws-member-seq        to rj-member-seq
               move ws-mem-date-text     to rj-input-date
               move ws-mem-day-text      to rj-day-text
               move ws-reject-reason     to rj-reason
               write reject-record
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
               move "aocintake" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
