      $set sourceformat(free)
           IDENTIFICATION DIVISION.
           PROGRAM-ID. aocparmv.
      *>     run-control parameter validation. lists every profile in
      *>     the keyed parameter file (AOC_PARMS - see
      *>     copybooks/aocparm.cpy) with its rows in key order, and
      *>     flags (***) what would trip a job up:
      *>       - a name no program in the suite takes - a misspelt row
      *>         is silently ignored, and its program quietly runs on
      *>         its default
      *>       - a path that does not exist. a file the job reads has
      *>         to be there already. a file some job creates the first
      *>         time it runs need not be, but the directory it goes in
      *>         has to be. the intake directory has to be a directory,
      *>         and a count has to be numeric
      *>       - a shared file (the master, the history, the statistics,
      *>         the exceptions file, the job log, ...) that two
      *>         programs would open in different places. for every
      *>         profile, and for this session's profile when the file
      *>         has no rows for it, each program's view is worked out
      *>         the way resolve-parameter works it out: environment
      *>         override, then profile row, then that program's own
      *>         default
      *>     the environment variables set in this session are listed
      *>     too, since they override every profile for jobs started
      *>     from it. relative paths are checked from the directory this
      *>     job runs in, which is where the jobs themselves run.
      *>     the report goes to AOC_PARMS_REPORT; anything flagged ends
      *>     the job with return code 1. the two tables below list the
      *>     names and the defaults each program falls back on - a new
      *>     parameter, or a new program taking a shared one, goes in
      *>     them as well.
           ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               select aoc-parms
                   assign dynamic ws-parms-path,
                   organization is indexed,
                   access is dynamic,
                   record key is prm-key,
                   file status is parms-status.

               select parms-report
                   assign dynamic ws-report-path,
                   organization is line sequential,
                   file status is report-status.

               select path-probe
                   assign dynamic ws-probe-path,
                   organization is line sequential,
                   file status is probe-status.

               select aoc-joblog
                   assign dynamic ws-joblog-path,
                   organization is line sequential,
                   file status is joblog-status.

           DATA DIVISION.
           FILE SECTION.
           FD aoc-parms.
      *>     run-control parameter file - see copybooks/aocparm.cpy.
               COPY aocparm.

           FD parms-report.
           01 report-line pic x(132).

           FD path-probe.
      *>     only ever opened, to see whether a path is there.
           01 probe-line pic x(80).

           FD aoc-joblog.
      *>     shared operations job log - see copybooks/aocjlog.cpy.
               COPY aocjlog.

           WORKING-STORAGE SECTION.
           01 report-status pic xx.
           01 probe-status  pic xx.

           01 ws-report-path pic x(200) value "../aoc-parms-report.lst".
           01 ws-probe-path  pic x(210) value spaces.

           01 ws-parms-eof       pic x value "N".
           01 ws-current-profile pic x(8) value spaces.
           01 ws-session-profile-seen pic x value "N".

           01 ws-profile-count pic 9(3) value 0.
           01 ws-row-count     pic 9(5) value 0.
           01 ws-flag-count    pic 9(5) value 0.
           01 ws-prof-flags    pic 9(5) value 0.
           01 ws-shared-flags  pic 9(5) value 0.
           01 ws-env-count     pic 9(3) value 0.

      *>     one parameter row as listed.
           01 ws-row-note     pic x(30) value spaces.
           01 ws-row-flagged  pic x value "N".
           01 ws-row-detail.
               05 filler      pic x(2).
               05 rw-name     pic x(24).
               05 filler      pic x.
               05 rw-value    pic x(72).
               05 filler      pic x.
               05 rw-flag     pic x(3).
               05 filler      pic x.
               05 rw-note     pic x(28).

      *>     the value being checked - see check-parameter-value.
           01 ws-check-value pic x(200) value spaces.
           01 ws-check-kind  pic x value spaces.
           01 ws-slash-pos   pic s9(4) value 0.

      *>     every name a program in the suite takes from the
      *>     parameter file, with what kind of value it has to be:
      *>       I - a file the job reads, so it has to exist
      *>       O - a file a job creates the first time it runs
      *>       S - a base name for the per-run audit segments; its
      *>           <name>.dir directory file is what is checked
      *>       D - a directory that has to exist
      *>       X - a program that has to exist
      *>       N - a number
           01 ws-known-params-data.
               05 filler pic x(25) value "AOC_ACK_FILE            I".
               05 filler pic x(25) value "AOC_ACK_LOG             O".
               05 filler pic x(25) value "AOC_ANSWERS             O".
               05 filler pic x(25) value "AOC_CATALOG             O".
               05 filler pic x(25) value "AOC_CATALOG_REPORT      O".
               05 filler pic x(25) value "AOC_EXTRACT             O".
               05 filler pic x(25) value "AOC_INTAKE_DIR          D".
               05 filler pic x(25) value "AOC_INTAKE_FILE         I".
               05 filler pic x(25) value "AOC_INTAKE_REJECTS      O".
               05 filler pic x(25) value "AOC_JFLOW_REPORT        O".
               05 filler pic x(25) value "AOC_JOBLOG              O".
               05 filler pic x(25) value "AOC_MASTER_GENS         N".
               05 filler pic x(25) value "AOC_OPERATORS           I".
               05 filler pic x(25) value "AOC_PARMS_REPORT        O".
               05 filler pic x(25) value "AOC_PROMOTE_LOG         O".
               05 filler pic x(25) value "AOC_RECON_REPORT        O".
               05 filler pic x(25) value "AOC_RECOVER_REPORT      O".
               05 filler pic x(25) value "AOC_REGISTRY            I".
               05 filler pic x(25) value "AOC_REPORT              O".
               05 filler pic x(25) value "AOC_SECLOG              O".
               05 filler pic x(25) value "AOC_SUBMIT_FILE         O".
               05 filler pic x(25) value "AOC_SUBMIT_REPORT       O".
               05 filler pic x(25) value "DAY1CMP_REPORT          O".
               05 filler pic x(25) value "DAY1_ARCH_SUMMARY       O".
               05 filler pic x(25) value "DAY1_AUDIT              S".
               05 filler pic x(25) value "DAY1_CORRECTIONS        O".
               05 filler pic x(25) value "DAY1_DRIVER_RESTART     O".
               05 filler pic x(25) value "DAY1_EXCEPTIONS         O".
               05 filler pic x(25) value "DAY1_EXCP_REPORT        O".
               05 filler pic x(25) value "DAY1_EXCP_THRESHOLD     N".
               05 filler pic x(25) value "DAY1_EXE                X".
               05 filler pic x(25) value "DAY1_EXPECTED           O".
               05 filler pic x(25) value "DAY1_GEOMETRY           O".
               05 filler pic x(25) value "DAY1_GEO_REPORT         O".
               05 filler pic x(25) value "DAY1_GEO_THRESHOLD      N".
               05 filler pic x(25) value "DAY1_HOLD               O".
               05 filler pic x(25) value "DAY1_LISTING            O".
               05 filler pic x(25) value "DAY1_MANIFEST           I".
               05 filler pic x(25) value "DAY1_MAP                O".
               05 filler pic x(25) value "DAY1_MASTER             O".
               05 filler pic x(25) value "DAY1_RELEASE_LOG        O".
               05 filler pic x(25) value "DAY1_RESTART            O".
               05 filler pic x(25) value "DAY1_RESULTS            O".
               05 filler pic x(25) value "DAY1_REVISITS           O".
               05 filler pic x(25) value "DAY1_STATS              O".
               05 filler pic x(25) value "DAY1_STATS_REPORT       O".
               05 filler pic x(25) value "DAY1_STREAMS            N".
               05 filler pic x(25) value "DAY1_SUMMARY            O".
               05 filler pic x(25) value "DAY2_LISTING            O".
           01 ws-known-params redefines ws-known-params-data.
               05 ws-known-param occurs 49 times.
                   10 ws-known-name pic x(24).
                   10 ws-known-kind pic x.
           78 ws-known-max value 49.
           01 ws-known-index pic 9(3) value 0.
           01 ws-known-found pic x value "N".

      *>     every program that takes a name more than one program
      *>     takes (counts apart), with the default it falls back on
      *>     when neither the profile nor the environment sets it.
      *>     grouped by name.
           01 ws-shared-defaults-data.
               05 filler pic x(34) value "aocackin  AOC_ANSWERS".
               05 filler pic x(30) value "../aoc-answers.dat".
               05 filler pic x(34) value "aocprom   AOC_ANSWERS".
               05 filler pic x(30) value "../aoc-answers.dat".
               05 filler pic x(34) value "aocsubmit AOC_ANSWERS".
               05 filler pic x(30) value "../aoc-answers.dat".
               05 filler pic x(34) value "aoccatq   AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "aocintake AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "aocprom   AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1arch  AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1driverAOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1fix   AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1merge AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1prep  AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "day1rel   AOC_CATALOG".
               05 filler pic x(30) value "../aoc-catalog.dat".
               05 filler pic x(34) value "aocackin  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aoccatq   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocintake AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocjflow  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocload   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocmbkp   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocmrcv   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocparmv  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocpload  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocprom   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocrecon  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocreport AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocstats  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocsubmit AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocxtr    AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aocyearcv AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1      AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1arch  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1audcv AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1cmp   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1driverAOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1excp  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1fix   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1geo   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1georptAOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1map   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1merge AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1prep  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1rel   AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day1rest  AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "day2      AOC_JOBLOG".
               05 filler pic x(30) value "../aoc-joblog.lst".
               05 filler pic x(34) value "aoccatq   AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "aocprom   AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "day1arch  AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "day1cor   AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "day1inq   AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "day1rel   AOC_OPERATORS".
               05 filler pic x(30) value "../aoc-operators.dat".
               05 filler pic x(34) value "aoccatq   AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "aocprom   AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "day1arch  AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "day1cor   AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "day1inq   AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "day1rel   AOC_SECLOG".
               05 filler pic x(30) value "../aoc-security.lst".
               05 filler pic x(34) value "day1      DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1arch  DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1audcv DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1driverDAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1geo   DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1inq   DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1map   DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1merge DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "day1rest  DAY1_AUDIT".
               05 filler pic x(30) value "../day1-audit.lst".
               05 filler pic x(34) value "aocprom   DAY1_CORRECTIONS".
               05 filler pic x(30) value "../day1-corrections.dat".
               05 filler pic x(34) value "day1cor   DAY1_CORRECTIONS".
               05 filler pic x(30) value "../day1-corrections.dat".
               05 filler pic x(34) value "day1fix   DAY1_CORRECTIONS".
               05 filler pic x(30) value "../day1-corrections.dat".
               05 filler pic x(34) value "day1rel   DAY1_CORRECTIONS".
               05 filler pic x(30) value "../day1-corrections.dat".
               05 filler pic x(34) value "aocprom   DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1      DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1arch  DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1cor   DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1driverDAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1excp  DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1fix   DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1inq   DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1merge DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1rest  DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day2      DAY1_EXCEPTIONS".
               05 filler pic x(30) value "../day1-exceptions.lst".
               05 filler pic x(34) value "day1driverDAY1_EXE".
               05 filler pic x(30) value "../day1/day1".
               05 filler pic x(34) value "day1fix   DAY1_EXE".
               05 filler pic x(30) value "../day1/day1".
               05 filler pic x(34) value "aocprom   DAY1_EXPECTED".
               05 filler pic x(30) value "../day1-expected.lst".
               05 filler pic x(34) value "day1driverDAY1_EXPECTED".
               05 filler pic x(30) value spaces.
               05 filler pic x(34) value "day1merge DAY1_EXPECTED".
               05 filler pic x(30) value spaces.
               05 filler pic x(34) value "day1geo   DAY1_GEOMETRY".
               05 filler pic x(30) value "../day1-geometry.dat".
               05 filler pic x(34) value "day1georptDAY1_GEOMETRY".
               05 filler pic x(30) value "../day1-geometry.dat".
               05 filler pic x(34) value "day1driverDAY1_HOLD".
               05 filler pic x(30) value "../day1-hold.dat".
               05 filler pic x(34) value "day1merge DAY1_HOLD".
               05 filler pic x(30) value "../day1-hold.dat".
               05 filler pic x(34) value "day1rel   DAY1_HOLD".
               05 filler pic x(30) value "../day1-hold.dat".
               05 filler pic x(34) value "day1      DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1arch  DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1cmp   DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1cor   DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1driverDAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1inq   DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1merge DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "day1rest  DAY1_LISTING".
               05 filler pic x(30) value "../day1-listing.lst".
               05 filler pic x(34) value "aocintake DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "aocprom   DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "aocrecon  DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "aocxtr    DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "day1driverDAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "day1merge DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "day1prep  DAY1_MANIFEST".
               05 filler pic x(30) value "../day1-inputs.lst".
               05 filler pic x(34) value "aocload   DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocmbkp   DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocmrcv   DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocrecon  DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocsubmit DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocxtr    DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "aocyearcv DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "day1      DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "day1driverDAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "day1merge DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "day2      DAY1_MASTER".
               05 filler pic x(30) value "../aoc-master.dat".
               05 filler pic x(34) value "day1      DAY1_RESTART".
               05 filler pic x(30) value "../day1-restart.dat".
               05 filler pic x(34) value "day1driverDAY1_RESTART".
               05 filler pic x(30) value "../day1-restart.dat".
               05 filler pic x(34) value "aocload   DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "aocmrcv   DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "aocrecon  DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "aocreport DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "aocyearcv DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "day1      DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "day1driverDAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "day1merge DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "day2      DAY1_RESULTS".
               05 filler pic x(30) value "../aoc-results.dat".
               05 filler pic x(34) value "aocrecon  DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "aocstats  DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "aocxtr    DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "day1      DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "day1driverDAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "day1merge DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "day2      DAY1_STATS".
               05 filler pic x(30) value "../day1-stats.dat".
               05 filler pic x(34) value "aocprom   DAY1_SUMMARY".
               05 filler pic x(30) value "../day1-batch-summary.lst".
               05 filler pic x(34) value "aocrecon  DAY1_SUMMARY".
               05 filler pic x(30) value "../day1-batch-summary.lst".
               05 filler pic x(34) value "day1driverDAY1_SUMMARY".
               05 filler pic x(30) value "../day1-batch-summary.lst".
               05 filler pic x(34) value "day1merge DAY1_SUMMARY".
               05 filler pic x(30) value "../day1-batch-summary.lst".
               05 filler pic x(34) value "day1driverDAY2_LISTING".
               05 filler pic x(30) value "../day2-listing.lst".
               05 filler pic x(34) value "day1merge DAY2_LISTING".
               05 filler pic x(30) value "../day2-listing.lst".
               05 filler pic x(34) value "day2      DAY2_LISTING".
               05 filler pic x(30) value "../day2-listing.lst".
           01 ws-shared-defaults redefines ws-shared-defaults-data.
               05 ws-shared-default occurs 140 times.
                   10 ws-sd-program pic x(10).
                   10 ws-sd-name    pic x(24).
                   10 ws-sd-default pic x(30).
           78 ws-shared-max value 140.
           01 ws-shared-index pic 9(3) value 0.

      *>     the shared-file comparison for one profile.
           01 ws-group-name    pic x(24)  value spaces.
           01 ws-group-value   pic x(200) value spaces.
           01 ws-group-program pic x(10)  value spaces.
           01 ws-shared-value  pic x(200) value spaces.
           01 ws-shared-source pic x(7)   value spaces.
           01 ws-program-value pic x(200) value spaces.

      *>     the rows of the profile being listed, for the shared-file
      *>     comparison once it is complete.
           01 ws-profile-values.
               05 ws-profile-value occurs 200 times.
                   10 ws-pv-name  pic x(24).
                   10 ws-pv-value pic x(200).
           01 ws-prof-used  pic 9(5) value 0.
           01 ws-prof-index pic 9(5) value 0.

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
           main-parmv.
               perform init-parmv

               move ws-parms-path(1:160) to ws-joblog-parms
               perform log-job-start

               perform write-report-heading
               perform list-profiles
               perform check-session-profile
               perform list-environment-overrides
               perform write-validation-totals

               close parms-report

               display "parameter validation - " ws-profile-count
                   " profile(s), " ws-row-count " parameter(s), "
                   ws-flag-count " flagged - report in "
                   function trim(ws-report-path)

               if ws-flag-count > 0
                   move 1 to ws-joblog-rc
                   perform log-job-end
                   stop run returning 1
               end-if

               perform log-job-end

               stop run.

           init-parmv.
               move "AOC_PARMS_REPORT" to ws-parm-name
               move "../aoc-parms-report.lst" to ws-parm-value
               perform resolve-parameter
               move ws-parm-value to ws-report-path

               open output parms-report
               if report-status not = "00"
                   display "error opening validation report "
                       function trim(ws-report-path)
                       ". status=" report-status
                   stop run returning 1
               end-if
               .

           write-report-heading.
               move spaces to report-line
               string "RUN-CONTROL PARAMETER VALIDATION - "
                       delimited by size
                       function trim(ws-parms-path) delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string "this session: AOC_PROFILE=" delimited by size
                       function trim(ws-parms-profile) delimited by size
                   into report-line
               end-string
               write report-line
               .

      *>     every row in key order, so each profile's rows come
      *>     together; a new profile closes off the one before it.
           list-profiles.
               open input aoc-parms
               if parms-status not = "00"
                   add 1 to ws-flag-count
                   move spaces to report-line
                   write report-line
                   string "*** parameter file cannot be opened. status="
                           delimited by size
                           parms-status delimited by size
                           " - every program takes its own defaults"
                           delimited by size
                       into report-line
                   end-string
                   write report-line
                   exit paragraph
               end-if

               move "N" to ws-parms-eof
               move low-values to prm-key
               start aoc-parms key is not less than prm-key
                   invalid key
                       move "Y" to ws-parms-eof
               end-start

               perform until ws-parms-eof = "Y"
                   read aoc-parms next record
                       at end
                           move "Y" to ws-parms-eof
                       not at end
                           if prm-profile not = ws-current-profile
                               perform finish-profile
                               perform start-profile
                           end-if
                           perform list-parameter-row
                   end-read
               end-perform
               perform finish-profile

               close aoc-parms
               .

           start-profile.
               move prm-profile to ws-current-profile
               add 1 to ws-profile-count
               move 0 to ws-prof-used
               move 0 to ws-prof-flags
               if prm-profile = ws-parms-profile
                   move "Y" to ws-session-profile-seen
               end-if
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "PROFILE " delimited by size
                       function trim(prm-profile) delimited by size
                   into report-line
               end-string
               write report-line
               .

           finish-profile.
               if ws-current-profile = spaces
                   exit paragraph
               end-if
               move spaces to report-line
               string "  " delimited by size
                       ws-prof-used delimited by size
                       " parameter(s), " delimited by size
                       ws-prof-flags delimited by size
                       " flagged" delimited by size
                   into report-line
               end-string
               write report-line
               perform check-shared-files
               .

           list-parameter-row.
               add 1 to ws-row-count
               add 1 to ws-prof-used
               if ws-prof-used <= 200
                   move prm-name  to ws-pv-name(ws-prof-used)
                   move prm-value to ws-pv-value(ws-prof-used)
               end-if

               move spaces to ws-row-note
               move "N" to ws-row-flagged
               perform find-known-parameter
               if ws-known-found = "N"
                   move "UNKNOWN PARAMETER" to ws-row-note
                   move "Y" to ws-row-flagged
               else
                   move prm-value to ws-check-value
                   perform check-parameter-value
               end-if
               if ws-row-flagged = "Y"
                   add 1 to ws-flag-count
                   add 1 to ws-prof-flags
               end-if

               move spaces to ws-row-detail
               move prm-name   to rw-name
               move prm-value  to rw-value
               move ws-row-note to rw-note
               if ws-row-flagged = "Y"
                   move "***" to rw-flag
               end-if
               move ws-row-detail to report-line
               write report-line
               .

           find-known-parameter.
               move "N" to ws-known-found
               perform varying ws-known-index from 1 by 1
                       until ws-known-index > ws-known-max
                          or ws-known-found = "Y"
                   if ws-known-name(ws-known-index) = prm-name
                       move "Y" to ws-known-found
                       move ws-known-kind(ws-known-index)
                           to ws-check-kind
                   end-if
               end-perform
               .

      *>     what a value has to be depends on its kind - see the
      *>     known-parameter table. a file a job creates the first time
      *>     it runs need not exist yet, but the directory it goes in
      *>     does.
           check-parameter-value.
               evaluate ws-check-kind
                   when "N"
                       if function test-numval(ws-check-value) not = 0
                           move "NOT NUMERIC" to ws-row-note
                           move "Y" to ws-row-flagged
                       end-if
                   when "I"
                   when "X"
                       move ws-check-value to ws-probe-path
                       perform probe-path
                       if probe-status = "35"
                           move "MISSING" to ws-row-note
                           move "Y" to ws-row-flagged
                       end-if
                   when "D"
                       perform probe-directory
                       if probe-status = "35"
                           move "MISSING" to ws-row-note
                           move "Y" to ws-row-flagged
                       else
                           if probe-status not = "00"
                               move "NOT A DIRECTORY" to ws-row-note
                               move "Y" to ws-row-flagged
                           end-if
                       end-if
                   when "S"
                       move spaces to ws-probe-path
                       string function trim(ws-check-value)
                               delimited by size
                               ".dir" delimited by size
                           into ws-probe-path
                       end-string
                       perform check-created-file
                   when other
                       move ws-check-value to ws-probe-path
                       perform check-created-file
               end-evaluate
               .

           check-created-file.
               perform probe-path
               if probe-status not = "35"
                   exit paragraph
               end-if

               move function length(function trim(ws-check-value))
                   to ws-slash-pos
               perform until ws-slash-pos < 1
                          or ws-check-value(ws-slash-pos:1) = "/"
                   subtract 1 from ws-slash-pos
               end-perform
               evaluate true
                   when ws-slash-pos < 1
                       move "." to ws-check-value
                   when ws-slash-pos = 1
                       move "/" to ws-check-value
                   when other
                       move ws-check-value(1:ws-slash-pos - 1)
                           to ws-check-value
               end-evaluate
               perform probe-directory
               if probe-status = "00"
                   move "not yet created" to ws-row-note
               else
                   move "DIRECTORY MISSING" to ws-row-note
                   move "Y" to ws-row-flagged
               end-if
               .

      *>     "<path>/." opens only when path is a directory.
           probe-directory.
               move spaces to ws-probe-path
               string function trim(ws-check-value) delimited by size
                       "/." delimited by size
                   into ws-probe-path
               end-string
               perform probe-path
               .

           probe-path.
               open input path-probe
               if probe-status = "00"
                   close path-probe
               end-if
               .

      *>     shared files: for each name more than one program takes,
      *>     what every one of those programs would open under this
      *>     profile - an environment override in this session, else
      *>     the profile's row, else the program's own default. a blank
      *>     value leaves that file unused by that program, so it is
      *>     not compared. the shared-defaults table is grouped by name.
           check-shared-files.
               move 0 to ws-shared-flags
               move spaces to ws-group-name
               perform varying ws-shared-index from 1 by 1
                       until ws-shared-index > ws-shared-max
                   if ws-sd-name(ws-shared-index) not = ws-group-name
                       move ws-sd-name(ws-shared-index) to ws-group-name
                       move spaces to ws-group-value
                       move spaces to ws-group-program
                       perform resolve-shared-name
                   end-if
                   move ws-shared-value to ws-program-value
                   if ws-shared-source = "DEFAULT"
                       move ws-sd-default(ws-shared-index)
                           to ws-program-value
                   end-if
                   if ws-program-value not = spaces
                       if ws-group-value = spaces
                           move ws-program-value to ws-group-value
                           move ws-sd-program(ws-shared-index)
                               to ws-group-program
                       else
                           if ws-program-value not = ws-group-value
                               perform write-shared-mismatch
                           end-if
                       end-if
                   end-if
               end-perform

               if ws-shared-flags = 0
                   move
                   "  shared files: every program resolves each to one place"
                       to report-line
                   write report-line
               end-if
               .

      *>     the value every program would take for ws-group-name,
      *>     unless it falls back on its own default.
           resolve-shared-name.
               move spaces to ws-shared-value
               move "DEFAULT" to ws-shared-source
               perform varying ws-prof-index from 1 by 1
                       until ws-prof-index > ws-prof-used
                          or ws-prof-index > 200
                   if ws-pv-name(ws-prof-index) = ws-group-name
                       move ws-pv-value(ws-prof-index) to ws-shared-value
                       move "PROFILE" to ws-shared-source
                   end-if
               end-perform
               accept ws-parm-env from environment ws-group-name
                   on exception
                       continue
                   not on exception
                       move ws-parm-env to ws-shared-value
                       move "ENV" to ws-shared-source
               end-accept
               .

           write-shared-mismatch.
               add 1 to ws-shared-flags
               add 1 to ws-flag-count
               move spaces to report-line
               string "  *** SHARED FILE " delimited by size
                       function trim(ws-group-name) delimited by size
                       ": " delimited by size
                       function trim(ws-sd-program(ws-shared-index))
                           delimited by size
                       " opens " delimited by size
                       function trim(ws-program-value) delimited by size
                       ", " delimited by size
                       function trim(ws-group-program) delimited by size
                       " opens " delimited by size
                       function trim(ws-group-value) delimited by size
                   into report-line
               end-string
               write report-line
               .

      *>     a session whose profile has no rows at all runs every job
      *>     on its own defaults - check those agree too.
           check-session-profile.
               if ws-session-profile-seen = "Y"
                   exit paragraph
               end-if
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "PROFILE " delimited by size
                       function trim(ws-parms-profile) delimited by size
                       " (this session) - no rows, every program takes"
                           delimited by size
                       " its own defaults" delimited by size
                   into report-line
               end-string
               write report-line
               move 0 to ws-prof-used
               perform check-shared-files
               .

      *>     an environment variable beats every profile for the jobs
      *>     started from the session that set it.
           list-environment-overrides.
               move spaces to report-line
               write report-line
               move "ENVIRONMENT OVERRIDES IN THIS SESSION" to report-line
               write report-line
               move 0 to ws-env-count
               perform varying ws-known-index from 1 by 1
                       until ws-known-index > ws-known-max
                   accept ws-parm-env
                       from environment ws-known-name(ws-known-index)
                       on exception
                           continue
                       not on exception
                           add 1 to ws-env-count
                           move spaces to ws-row-detail
                           move ws-known-name(ws-known-index) to rw-name
                           move ws-parm-env to rw-value
                           move ws-row-detail to report-line
                           write report-line
                   end-accept
               end-perform
               if ws-env-count = 0
                   move "  none" to report-line
                   write report-line
               end-if
               .

           write-validation-totals.
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "TOTAL " delimited by size
                       ws-profile-count delimited by size
                       " profile(s), " delimited by size
                       ws-row-count delimited by size
                       " parameter(s), " delimited by size
                       ws-flag-count delimited by size
                       " flagged" delimited by size
                   into report-line
               end-string
               write report-line
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
               move "aocparmv" to jl-program
               move ws-joblog-event to jl-event
               move ws-joblog-rc    to jl-returncode
               move ws-joblog-parms to jl-parms
               if ws-joblog-event = "START"
                   move ws-parm-trail to jl-resolved
               end-if
               write job-log-record
               close aoc-joblog
               .
