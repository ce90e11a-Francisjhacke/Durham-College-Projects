       01 ws-batch-seq-no                              pic 9(3)
           value 0.

       *> The date's batch numbers as the journal shows them -
       *> "C" ran clean, "B" backed out by BatchBackoutProgram
       *> and not yet run again.
       01 ws-seq-state-table.
           05 ws-seq-state occurs 999 times             pic x.

       01 ws-seq-iterator                              pic 9(4)
           value 0.

       01 ws-rj-this-program                           pic x(30)
           value "CONSOLIDATIONPROGRAM".

       045-derive-batch-sequence.

           *> One more than this step's clean completions for the
           *> business date, or the lowest backed-out batch not yet
           *> run again - the same derivation editsProgram uses,
           *> so the pair stays on the same batch number.
           accept ws-ts-date from date yyyymmdd.
           accept ws-ts-time-raw from time.
           move ws-ts-date to ws-rj-start-date.
           move ws-ts-time-raw(1:6) to ws-rj-start-time.

           move 0 to ws-batch-seq-no.
           move spaces to ws-seq-state-table.
           open input run-journal-file.
           read run-journal-file at end
               move "Y" to sw-run-journal-eof.
           perform until sw-run-journal-eof = "Y"
               if (rj-program-id = ws-rj-this-program) and
                   (rj-business-date = ws-run-date) then
                   if (rj-return-code = 0) then
                       add 1 to ws-batch-seq-no
                       if (rj-batch-seq-no > 0) then
                           move "C" to ws-seq-state(rj-batch-seq-no)
                       end-if
                   else
                       if (rj-return-code = 98 or
                           rj-return-code = 99) and
                           (rj-batch-seq-no > 0) and
                           (ws-seq-state(rj-batch-seq-no) not = "C")
                           then
                           move "B" to ws-seq-state(rj-batch-seq-no)
                       end-if
                   end-if
               end-if
               read run-journal-file at end
                   move "Y" to sw-run-journal-eof

           add 1 to ws-batch-seq-no.

           *> A batch that was backed out is run again under its
           *> own number - the corrected feed takes the place of
           *> the one that was reversed, so the lowest backed-out
           *> number not yet run again goes ahead of a new one.
           move 999 to ws-seq-iterator.
           perform varying ws-seq-iterator
               from 999
               by -1
               until ws-seq-iterator < 1
               if (ws-seq-state(ws-seq-iterator) = "B") then
                   move ws-seq-iterator to ws-batch-seq-no
               end-if
           end-perform.

       050-load-store-master.
           open input store-master-file.

