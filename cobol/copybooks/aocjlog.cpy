      *>   finishes, so "did archival run before the batch last night"
      *>   is a lookup instead of an interview. aocjflow pairs the
      *>   rows up into the night's job flow; a START with no END is
      *>   a job that died mid-run. the START row also carries every
      *>   run-control parameter the job resolved before it began, as
      *>   NAME=value(source) - source ENV, PROFILE or DEFAULT - with
      *>   the profile and parameter file it resolved them against.
           01 job-log-record.
               05 jl-timestamp  pic x(14).
               05 jl-sep0       pic x.
               05 jl-returncode pic 9(3).
               05 jl-sep3       pic x.
               05 jl-parms      pic x(160).
               05 jl-sep4       pic x.
               05 jl-resolved   pic x(2000).
