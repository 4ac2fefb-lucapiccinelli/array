       identification division.
         program-id.  evtlog.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select EVENT-OUT assign "EVTOUT"
              organization line sequential
              file status is w-evt-file-status.
       data division.
       file section.
       fd  EVENT-OUT.
       01  event-out-rec pic x(512).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==4==.

       77  w-evt-file-status pic x(02) value spaces.
           88  EVT-FILE-NOT-FOUND value "35".

      *         the operational event feed the enterprise monitor
      *         reads: one JSON object per line appended to EVTOUT,
      *         the same line shape arrjson exports --
      *           {"event":"RUNEND","program":"ARRSORT",
      *            "flow":"FLOWDECK","step":"SORT1",
      *            "bdate":"20261015","stamp":"20261015-221503",
      *            "read":120,"written":118,"rejected":2,"rc":0,
      *            "detail":"..."}
      *         posted by the services every utility already goes
      *         through: runlog:start/runlog:end (RUNSTART, RUNEND),
      *         ckpt:write (CHECKPOINT), msg:issue for an E message
      *         (MESSAGE) and arrflow at every step transition
      *         (STEPSTART, STEPDONE, STEPFAIL, STEPSKIP, STEPHELD,
      *         FLOWEND).  arrflow names its flow and the running
      *         step with evtlog:context, so whatever the step's
      *         utility posts carries both.  An event that names no
      *         program takes the one the current run started under.
      *         Nothing here calls back into those services, and an
      *         event that cannot be written never fails its caller.
      *         arrevtfw ships the file on to the monitor
       77  w-event pic x(10) value spaces.
       77  w-program pic x(08) value spaces.
       77  w-run-program pic x(08) value spaces.
       77  w-flow pic x(08) value spaces.
       77  w-step pic x(08) value spaces.
       77  w-detail pic x(100) value spaces.
       77  w-business-date pic x(08) value spaces.
       77  w-stamp pic x(15) value spaces.

       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-==.

       77  w-out-ptr pic 9(04) value 0.
       77  w-text-buf pic x(100) value spaces.
       77  w-text-len pic 9(03) value 0.
       77  w-char-pos pic 9(03) value 0.
       77  w-cur-char pic x value spaces.
       77  w-num-value pic 9(09) value 0.
       77  z-num pic z(08)9.
       77  w-num-lead pic 9(02) value 0.

       linkage section.
       77  l-event pic x(10).
       77  l-program pic x(08).
       copy "runlog.cpy" replacing ==!PREFIX!== by ==l-==.
       77  l-detail pic x(100).
       77  l-flow pic x(08).
       77  l-step pic x(08).

       procedure division using l-event.
           goback giving 0.

       entry "evtlog:post" using
           l-event
           l-program
           l-run-totals
           l-detail
           .
           CATCHPARAMS.
           move spaces to w-event.
           if w-narg >= 1
              move l-event to w-event
           end-if.
           if w-event = spaces
              goback giving KO
           end-if.
           move spaces to w-program.
           if w-narg >= 2
              move l-program to w-program
           end-if.
           initialize w-run-totals.
           if w-narg >= 3
              move l-run-totals to w-run-totals
           end-if.
           move spaces to w-detail.
           if w-narg >= 4
              move l-detail to w-detail
           end-if.

           if w-event = "RUNSTART"
              move w-program to w-run-program
           end-if.
           if w-program = spaces
              move w-run-program to w-program
           end-if.

           perform get-event-stamp thru get-event-stamp-ex.
           perform build-event-line thru build-event-line-ex.

           open extend EVENT-OUT.
           if EVT-FILE-NOT-FOUND
              open output EVENT-OUT
           end-if.
           write event-out-rec.
           close EVENT-OUT.

           if w-event = "RUNEND"
              move spaces to w-run-program
           end-if.
           goback giving OK.

      *         the flow and step every later event carries, until
      *         the flow names another or clears them with spaces
       entry "evtlog:context" using l-flow l-step.
           CATCHPARAMS.
           move spaces to w-flow.
           if w-narg >= 1
              move l-flow to w-flow
           end-if.
           move spaces to w-step.
           if w-narg >= 2
              move l-step to w-step
           end-if.
           goback giving OK.

       get-event-stamp.
           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           move spaces to w-stamp.
           call "rundate:stamp" using w-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-stamp
                 end-string
           end-call.
       get-event-stamp-ex.
           exit.

       build-event-line.
           move spaces to event-out-rec.
           move 1 to w-out-ptr.
           string "{""event"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-event to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""program"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-program to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""flow"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-flow to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""step"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-step to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""bdate"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-business-date to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""stamp"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-stamp to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string ",""read"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-run-read to w-num-value.
           perform emit-number-value thru emit-number-value-ex.

           string ",""written"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-run-written to w-num-value.
           perform emit-number-value thru emit-number-value-ex.

           string ",""rejected"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-run-rejected to w-num-value.
           perform emit-number-value thru emit-number-value-ex.

           string ",""rc"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-run-rc to w-num-value.
           perform emit-number-value thru emit-number-value-ex.

           string ",""detail"":" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           move w-detail to w-text-buf.
           perform emit-text-value thru emit-text-value-ex.

           string "}" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
       build-event-line-ex.
           exit.

      *         trailing blanks dropped, quote and backslash escaped
      *         the way arrjson escapes them
       emit-text-value.
           move 0 to w-text-len.
           inspect function reverse(w-text-buf)
              tallying w-text-len for leading spaces.
           compute w-text-len = 100 - w-text-len.
           string """" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
           perform varying w-char-pos from 1 by 1
              until w-char-pos > w-text-len
              move w-text-buf(w-char-pos:1) to w-cur-char
              if w-cur-char = """" or w-cur-char = "\"
                 string "\" w-cur-char
                    delimited by size
                    into event-out-rec
                    pointer w-out-ptr
                 end-string
              else
                 string w-cur-char
                    delimited by size
                    into event-out-rec
                    pointer w-out-ptr
                 end-string
              end-if
           end-perform.
           string """" delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
       emit-text-value-ex.
           exit.

       emit-number-value.
           move w-num-value to z-num.
           move 0 to w-num-lead.
           inspect z-num tallying w-num-lead for leading spaces.
           string z-num(w-num-lead + 1:9 - w-num-lead)
              delimited by size
              into event-out-rec
              pointer w-out-ptr
           end-string.
       emit-number-value-ex.
           exit.
