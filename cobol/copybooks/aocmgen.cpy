      *>   control record leading every scoreboard master generation
      *>   file (<master>.gen-NN, written by aocmbkp) - the rows after
      *>   it are the master's own rows in the aocresult.cpy layout, in
      *>   key order. the row count and the hash total (the sum of every
      *>   row's ar-answer-val) are what aocmrcv proves the generation
      *>   against before it will restore from it; mgc-gen-seq only
      *>   ever goes up, so the highest one on disk is the newest and
      *>   the slot it sits in says where the next one goes.
      *>   mgc-taken-ts is yyyymmddhhmmss. generations taken before the
      *>   event year joined the result key hold year-less rows; aocyearcv
      *>   stamps them along with the history and the master.
           01 master-gen-control.
               05 mgc-record-type pic x.
               05 mgc-gen-seq     pic 9(6).
               05 mgc-slot        pic 9(2).
               05 mgc-taken-ts    pic x(14).
               05 mgc-row-count   pic 9(7).
               05 mgc-hash-total  pic s9(15) sign leading separate.
               05 mgc-master-path pic x(200).
