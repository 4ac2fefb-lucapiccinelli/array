
       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==11==.

       78  MAX-RECON-RECORD-SZ value 4096.
       78  RECON-CKPT-INTERVAL value 250000.
       77  w-new-amount pic s9(15) value 0.
       77  w-discrepancy-count pic 9(09) value 0.
       77  z-amount pic -(14)9.

      *         records in more than one currency reconcile their
      *         amounts in one base: parameter 8 is the offset of the
      *         3-byte currency code, 9 the base currency, 10 the
      *         rate type and 11 the rate date (business date when
      *         blank).  An amount with no rate is left out of the
      *         control totals and counted; the missing-rate report
      *         closes the run
       77  w-ccy-offset pic 9(09) value 0.
       77  w-fx-base-ccy pic x(03) value spaces.
       77  w-fx-rate-type pic x(04) value spaces.
       77  w-fx-rate-date pic x(08) value spaces.
       77  w-fx-from-ccy pic x(03) value spaces.
       77  w-fx-converted pic s9(15) value 0.
       77  w-fx-rc pic s9(09) value 0.
       77  w-fx-unconverted pic 9(09) value 0.
       77  w-fx-active pic x value "N".
           88  FX-CONVERSION value "Y".
       77  w-sum-value pic s9(15) value 0.
       77  w-sum-good pic x value "N".
           88  SUM-VALUE-GOOD value "Y".
       77  w-string-ptr pic 9(04) value 0.

       77  w-sort-comparator pic x(50) value spaces.
       77  w-ckpt-file pic x(08) value "ARRRECCK".
       77  w-ckpt-phase pic x(05) value spaces.
       77  w-ckpt-count pic 9(18) value 0.
       77  w-fault-rc pic s9(09) value 0.
       77  w-old-skip-count pic 9(09) value 0.
       77  w-trn-skip-count pic 9(09) value 0.
       77  w-new-skip-count pic 9(09) value 0.
       77  l-amount-offset pic 9(MAX-NUMBER-SIZE).
       77  l-amount-length pic 9(MAX-NUMBER-SIZE).
       77  l-recon-restart pic x.
       77  l-ccy-offset pic 9(MAX-NUMBER-SIZE).
       77  l-base-ccy pic x(03).
       77  l-rate-type pic x(04).
       77  l-rate-date pic x(08).

       01  d-old-array-tbl.
           03 d-old-array-element pic x(4096)
           l-amount-offset
           l-amount-length
           l-recon-restart
           l-ccy-offset
           l-base-ccy
           l-rate-type
           l-rate-date
           .
           CATCHPARAMS.
           copy "catch9.pdv" replacing
           if w-narg >= 7
              move l-recon-restart to w-restart
           end-if.
           move 0 to w-ccy-offset.
           copy "catch9.pdv" replacing
               ==!W== by ==ccy-offset==
               ==!N== by ==8==.
           if w-narg >= 9 and l-base-ccy not = spaces
              and w-amount-length > 0
              move l-base-ccy to w-fx-base-ccy
              move "Y" to w-fx-active
              if w-narg >= 10
                 move l-rate-type to w-fx-rate-type
              end-if
              if w-narg >= 11
                 move l-rate-date to w-fx-rate-date
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move spaces to w-ckpt-phase.
              thru sum-control-amounts-ex.
           perform reconcile-files thru reconcile-files-ex.
           call "ckpt:clear" using w-ckpt-file.
           if FX-CONVERSION
              call "fxrate:report"
           end-if.

           call "array:free" using w-old-array.
           call "array:free" using w-trn-array.
                    call "ckpt:write"
                       using w-ckpt-file w-ckpt-phase
                             w-ckpt-count
                    perform check-injected-fault
                       thru check-injected-fault-ex
                    add RECON-CKPT-INTERVAL to w-load-ckpt-due
                 end-if
              end-if
                    call "ckpt:write"
                       using w-ckpt-file w-ckpt-phase
                             w-ckpt-count
                    perform check-injected-fault
                       thru check-injected-fault-ex
                    add RECON-CKPT-INTERVAL to w-load-ckpt-due
                 end-if
              end-if
                    call "ckpt:write"
                       using w-ckpt-file w-ckpt-phase
                             w-ckpt-count
                    perform check-injected-fault
                       thru check-injected-fault-ex
                    add RECON-CKPT-INTERVAL to w-load-ckpt-due
                 end-if
              end-if
           move 0 to w-ckpt-count.
           call "ckpt:write"
              using w-ckpt-file w-ckpt-phase w-ckpt-count.
           perform check-injected-fault
              thru check-injected-fault-ex.
       sort-and-stage-arrays-ex.
           exit.

           end-if.
           perform varying w-sum-idx from 1 by 1
              until w-sum-idx > w-old-array-length
              move d-old-array-element(w-sum-idx)
                 (1:w-record-length) to w-element
              perform take-control-amount
                 thru take-control-amount-ex
              if SUM-VALUE-GOOD
                 add w-sum-value to w-old-amount
              end-if
           end-perform.
           perform varying w-sum-idx from 1 by 1
              until w-sum-idx > w-trn-array-length
              move d-trn-array-element(w-sum-idx)
                 (1:w-record-length) to w-element
              perform take-control-amount
                 thru take-control-amount-ex
              if SUM-VALUE-GOOD
                 add w-sum-value to w-trn-amount
              end-if
           end-perform.
           perform varying w-sum-idx from 1 by 1
              until w-sum-idx > w-new-array-length
              move d-new-array-element(w-sum-idx)
                 (1:w-record-length) to w-element
              perform take-control-amount
                 thru take-control-amount-ex
              if SUM-VALUE-GOOD
                 add w-sum-value to w-new-amount
              end-if
           end-perform.
       sum-control-amounts-ex.
           exit.

       take-control-amount.
           move "N" to w-sum-good.
           if w-element(w-amount-offset + 1:w-amount-length)
              is not numeric
              exit paragraph
           end-if.
           compute w-sum-value = function numval(
              w-element(w-amount-offset + 1:w-amount-length)).
           move "Y" to w-sum-good.
           if not FX-CONVERSION
              exit paragraph
           end-if.
           move w-element(w-ccy-offset + 1:3) to w-fx-from-ccy.
           call "fxrate:convert"
              using w-sum-value w-fx-from-ccy w-fx-base-ccy
                    w-fx-rate-type w-fx-rate-date w-fx-converted
              giving w-fx-rc.
           if w-fx-rc = OK
              move w-fx-converted to w-sum-value
           else
              move "N" to w-sum-good
              add 1 to w-fx-unconverted
           end-if.
       take-control-amount-ex.
           exit.

      *         walk the three sorted arrays one key at a time: replay
      *         the key's transactions against the old record the way
      *         the nightly update should have (last action standing),
                 into arrrecon-out-rec
                 pointer w-string-ptr
              end-string
              if FX-CONVERSION
                 string " in " w-fx-base-ccy
                    " without a rate=" w-fx-unconverted
                    delimited by size
                    into arrrecon-out-rec
                    pointer w-string-ptr
                 end-string
              end-if
              write arrrecon-out-rec
           end-if.

              upon console.
       write-control-totals-ex.
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
                 "ARRRECON injected abend at " w-ckpt-phase
                 " " w-ckpt-count
                 upon console
              goback giving ABENDED-BY-INJECTION
           end-if.
       check-injected-fault-ex.
           exit.
