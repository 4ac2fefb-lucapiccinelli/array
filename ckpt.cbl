           select CKPT-FILE assign to dynamic w-ckpt-assign
              organization line sequential
              file status is w-ckpt-file-status.
           select FAULT-CONTROL assign "FAULTCTL"
              organization line sequential
              file status is w-fault-file-status.
       data division.
       file section.
       fd  CKPT-FILE.
       01  ckpt-file-rec pic x(80).
       fd  FAULT-CONTROL.
       01  fault-control-rec pic x(80).

       working-storage section.
       copy "definitions.cpy"
           05 filler pic x(07) value " COUNT ".
           05 w-ckpt-rec-count pic 9(09).

      *         restart proving: FAULTCTL, when present, names the
      *         checkpoints at which a run is to abend on purpose --
      *           ABEND ckptname phase count
      *         fires at the first checkpoint of that phase taken at
      *         or past count records.  The utility asks after every
      *         checkpoint it writes, so the failure always leaves
      *         behind exactly what a real abend at that point would.
      *         No file, or no line for the checkpoint, means run on
       77  w-fault-file-status pic x(02) value spaces.
           88  FAULT-FILE-NOT-FOUND value "35".
           88  FAULT-FILE-AT-EOF value "10".
       77  w-fault-rc pic s9(09) value 0.
       77  w-fault-kind pic x(08) value spaces.
       77  w-fault-ckpt pic x(08) value spaces.
       77  w-fault-phase pic x(05) value spaces.
       77  w-fault-count-tok pic x(18) value spaces.
       77  w-fault-count pic 9(18) value 0.
       77  w-fault-at pic 9(18) value 0.

      *         every checkpoint taken goes out on the operational
      *         event feed under the run that took it, the count
      *         reached standing as the records read
       77  w-evt-event pic x(10) value "CHECKPOINT".
       77  w-evt-program pic x(08) value spaces.
       77  w-evt-detail pic x(100) value spaces.
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-evt-==.

       linkage section.
       77  l-ckpt-file pic x(08).
       77  l-phase pic x(05).
           move w-ckpt-build-rec to ckpt-file-rec.
           write ckpt-file-rec.
           close CKPT-FILE.

           initialize w-evt-run-totals.
           move w-count to w-evt-run-read.
           move spaces to w-evt-detail.
           string
              "checkpoint " delimited by size
              w-ckpt-assign delimited by space
              " phase " delimited by size
              w-phase delimited by space
              into w-evt-detail
           end-string.
           call "evtlog:post"
              using w-evt-event w-evt-program w-evt-run-totals
                    w-evt-detail
              on exception
                 continue
           end-call.
           goback giving OK.

       entry "ckpt:clear" using l-ckpt-file.
           open output CKPT-FILE.
           close CKPT-FILE.
           goback giving OK.

       entry "ckpt:fault" using l-ckpt-file l-phase l-count.
           CATCHPARAMS.
           move l-ckpt-file to w-ckpt-assign.
           move l-phase to w-phase.
           move 0 to w-fault-at.
           if w-narg >= 3
              move l-count to w-fault-at
           end-if.
           move OK to w-fault-rc.

           open input FAULT-CONTROL.
           if FAULT-FILE-NOT-FOUND
              goback giving OK
           end-if.
           read FAULT-CONTROL.
           perform until FAULT-FILE-AT-EOF
              or w-fault-rc not = OK
              move spaces to w-fault-kind
              move spaces to w-fault-ckpt
              move spaces to w-fault-phase
              move spaces to w-fault-count-tok
              unstring fault-control-rec
                 delimited by all spaces
                 into w-fault-kind w-fault-ckpt w-fault-phase
                      w-fault-count-tok
              end-unstring
              move 0 to w-fault-count
              if function trim(w-fault-count-tok) is numeric
                 compute w-fault-count =
                    function numval(w-fault-count-tok)
              end-if
              if w-fault-kind = "ABEND"
                 and w-fault-ckpt = w-ckpt-assign
                 and w-fault-phase = w-phase
                 and w-fault-at >= w-fault-count
                 move ABENDED-BY-INJECTION to w-fault-rc
              end-if
              read FAULT-CONTROL
           end-perform.
           close FAULT-CONTROL.
           goback giving w-fault-rc.
