       77  w-ckpt-file pic x(08) value "ARRMTCCK".
       77  w-ckpt-phase pic x(05) value spaces.
       77  w-ckpt-count pic 9(18) value 0.
       77  w-fault-rc pic s9(09) value 0.
       77  w-mst-skip-count pic 9(09) value 0.
       77  w-trn-skip-count pic 9(09) value 0.
       77  w-load-read-count pic 9(09) value 0.
           move 0 to w-ckpt-count.
           call "ckpt:write"
              using w-ckpt-file w-ckpt-phase w-ckpt-count.
           perform check-injected-fault
              thru check-injected-fault-ex.
       sort-and-stage-arrays-ex.
           exit.

                    call "ckpt:write"
                       using w-ckpt-file w-ckpt-phase
                             w-ckpt-count
                    perform check-injected-fault
                       thru check-injected-fault-ex
                    add MATCH-CKPT-INTERVAL to w-load-ckpt-due
                 end-if
              end-if
                    call "ckpt:write"
                       using w-ckpt-file w-ckpt-phase
                             w-ckpt-count
                    perform check-injected-fault
                       thru check-injected-fault-ex
                    add MATCH-CKPT-INTERVAL to w-load-ckpt-due
                 end-if
              end-if
           end-if.
       write-rejected-transaction-ex.
           exit.

      *         an injected abend leaves the checkpoint just written
      *         and whatever else is open exactly as they stand; the
      *         caller cancels the run unit as the system would
       check-injected-fault.
           call "ckpt:fault"
              using w-ckpt-file w-ckpt-phase w-ckpt-count
              giving w-fault-rc.
           if w-fault-rc = ABENDED-BY-INJECTION
              display
                 "ARRMATCH injected abend at " w-ckpt-phase
                 " " w-ckpt-count
                 upon console
              goback giving ABENDED-BY-INJECTION
           end-if.
       check-injected-fault-ex.
           exit.
