      *>   shared record layouts for an inbound transmission of raw
      *>   puzzle inputs (AOC_INTAKE_FILE, read by aocintake) - one
      *>   batch header, then for every input a member header followed
      *>   by the input's own lines, then one batch trailer:
      *>     B  batch id, time sent (yyyymmddhhmmss), sender
      *>     M  input date (yyyymmdd), day number, line count
      *>     D  one raw input line, as pasted, after the type byte
      *>     T  member count, total D lines, hash total
      *>   the member's input date gives its event year. the hash
      *>   total is the sum, over every member, of the member's
      *>   checksum - the mod-999999999 ORD sum of its non-blank lines,
      *>   each trimmed, the same figure day1prep writes into the H
      *>   header of the prepared file. a D line is wider than any
      *>   solver record so an overlong line arrives whole and is
      *>   refused for its length, not cut short.
           01 xmit-record.
               05 xm-record-type pic x.
                   88 xm-is-batch-header value "B".
                   88 xm-is-member       value "M".
                   88 xm-is-line         value "D".
                   88 xm-is-trailer      value "T".
               05 xm-line-text   pic x(9999).
           01 xmit-batch-header.
               05 xbh-record-type pic x.
               05 xbh-batch-id    pic x(20).
               05 xbh-sent-ts     pic x(14).
               05 xbh-sender      pic x(20).
           01 xmit-member-header.
               05 xmh-record-type pic x.
               05 xmh-input-date  pic x(8).
               05 xmh-date-num redefines xmh-input-date pic 9(8).
               05 xmh-day-text    pic x(3).
               05 xmh-day-num redefines xmh-day-text pic 9(3).
               05 xmh-line-text   pic x(5).
               05 xmh-line-count redefines xmh-line-text pic 9(5).
           01 xmit-trailer.
               05 xbt-record-type  pic x.
               05 xbt-member-count pic 9(5).
               05 xbt-line-total   pic 9(7).
               05 xbt-hash-total   pic 9(15).
