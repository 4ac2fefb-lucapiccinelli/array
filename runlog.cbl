
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-==.

      *         both ends of the run go out on the operational event
      *         feed as well
       77  w-evt-event pic x(10) value spaces.
       77  w-evt-detail pic x(100) value spaces.

       linkage section.
       77  l-name-param pic x(MAX-LINKAGE).
       copy "runlog.cpy" replacing ==!PREFIX!== by ==l-==.
              function current-date(9:6)
              into w-start-stamp
           end-string.
           initialize w-run-totals.
           move "RUNSTART" to w-evt-event.
           perform post-run-event thru post-run-event-ex.
           goback giving OK.

       entry "runlog:end" using l-run-totals.
           move w-runlog-line to run-log-rec.
           write run-log-rec.
           close RUN-LOG.
           move "RUNEND" to w-evt-event.
           perform post-run-event thru post-run-event-ex.

      *         reset for the next caller in the same process
           move "UNKNOWN" to w-program.
           move spaces to w-start-stamp.
           goback giving OK.

       post-run-event.
           move spaces to w-evt-detail.
           call "evtlog:post"
              using w-evt-event w-program w-run-totals w-evt-detail
              on exception
                 continue
           end-call.
       post-run-event-ex.
           exit.
