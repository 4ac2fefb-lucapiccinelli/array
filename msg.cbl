       77  w-cat-idx pic 9(03) value 0.
       77  w-cat-hit pic 9(03) value 0.

      *         an E message is an operational event as well: it goes
      *         out on the event feed with its number and text
       77  w-evt-event pic x(10) value "MESSAGE".
       77  w-evt-detail pic x(100) value spaces.
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-evt-==.

       linkage section.
       77  l-program pic x(08).
       77  l-msg-no pic 9(MAX-NUMBER-SIZE).
              upon console.
           perform write-message-log
              thru write-message-log-ex.
           if w-severity = "E"
              perform post-message-event
                 thru post-message-event-ex
           end-if.
           goback giving OK.

      *         a catalog change lands without bouncing the job
           close MESSAGE-LOG.
       write-message-log-ex.
           exit.

       post-message-event.
           initialize w-evt-run-totals.
           move spaces to w-evt-detail.
           string "M" w-msg-no "-" w-severity " " w-resolved
              delimited by size
              into w-evt-detail
           end-string.
           call "evtlog:post"
              using w-evt-event w-program w-evt-run-totals
                    w-evt-detail
              on exception
                 continue
           end-call.
       post-message-event-ex.
           exit.
