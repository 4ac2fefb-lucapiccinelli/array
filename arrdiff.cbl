       77  w-rpt-buf pic x(4110) value spaces.
       77  w-ckpt-fld-idx pic 9(03) value 0.

      *         the ckpt service is asked after every checkpoint
      *         whether FAULTCTL wants a rehearsed abend here
       77  w-fault-ckpt pic x(08) value "ARRDIFCK".
       77  w-fault-phase pic x(05) value spaces.
       77  w-fault-count pic 9(18) value 0.
       77  w-fault-rc pic s9(09) value 0.
      *         each checkpoint taken also goes out on the operational
      *         event feed, the way ckpt:write posts its own
       77  w-evt-event pic x(10) value "CHECKPOINT".
       77  w-evt-program pic x(08) value spaces.
       77  w-evt-detail pic x(100) value spaces.
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-evt-==.

       copy "array.cpy" replacing ==!PREFIX!== by ==w-old-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-new-==.
       77  w-element pic x(MAX-DIFF-RECORD-SZ) value spaces.
              end-if
           end-perform.
           close DIFF-CKPT.
           move "CHUNK" to w-fault-phase.
           perform post-checkpoint-event
              thru post-checkpoint-event-ex.
           perform check-injected-fault
              thru check-injected-fault-ex.
       write-diff-checkpoint-ex.
           exit.

       post-checkpoint-event.
           initialize w-evt-run-totals.
           move w-run-read-count to w-evt-run-read.
           move spaces to w-evt-detail.
           string
              "checkpoint " delimited by size
              w-fault-ckpt delimited by space
              " phase " delimited by size
              w-fault-phase delimited by space
              into w-evt-detail
           end-string.
           call "evtlog:post"
              using w-evt-event w-evt-program w-evt-run-totals
                    w-evt-detail
              on exception
                 continue
           end-call.
       post-checkpoint-event-ex.
           exit.

      *         an injected abend leaves the checkpoint just written
      *         and whatever else is open exactly as they stand; the
      *         caller cancels the run unit as the system would
       check-injected-fault.
           move "CHUNK" to w-fault-phase.
           move w-run-read-count to w-fault-count.
           call "ckpt:fault"
              using w-fault-ckpt w-fault-phase w-fault-count
              giving w-fault-rc.
           if w-fault-rc = ABENDED-BY-INJECTION
              display
                 "ARRDIFF injected abend at " w-fault-phase
                 " " w-fault-count
                 upon console
              goback giving ABENDED-BY-INJECTION
           end-if.
       check-injected-fault-ex.
           exit.

      *         a restart spools past everything at or below the
      *         checkpointed boundary on both inputs -- those ranges
      *         are already on the report
