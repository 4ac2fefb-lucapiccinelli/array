       77  w-report-title pic x(60)
           value "CONTROL BREAK TOTALS".

      *         mixed-currency input totals in one base currency:
      *         each sum field goes through the fxrate service before
      *         it is added --
      *           CURRENCY offset [length]   the amount's currency
      *                                      code (3 bytes)
      *           BASE currency [type] [rounding]
      *           RATEDATE offset [length]   rate as of this YYYYMMDD
      *                                      field, else the business
      *                                      date
      *         an amount with no rate to the base stays out of the
      *         totals and is counted on the grand total line; the
      *         missing-rate report closes the run
       77  w-fx-ccy-offset pic 9(09) value 0.
       77  w-fx-ccy-length pic 9(09) value 0.
       77  w-fx-date-offset pic 9(09) value 0.
       77  w-fx-date-length pic 9(09) value 0.
       77  w-fx-base-ccy pic x(03) value spaces.
       77  w-fx-rate-type pic x(04) value spaces.
       77  w-fx-rounding pic x(08) value spaces.
       77  w-fx-from-ccy pic x(03) value spaces.
       77  w-fx-rate-date pic x(08) value spaces.
       77  w-fx-converted pic s9(15) value 0.
       77  w-fx-rc pic s9(09) value 0.
       77  w-fx-unconverted pic 9(09) value 0.
       77  w-fx-active pic x value "N".
           88  FX-CONVERSION value "Y".

       01  w-accum-tbl value zeros.
           05 w-accum-level occurs TOTAL-BREAK-MAX times.
              07 w-level-accum pic s9(15)
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-offset pic x(16) value spaces.
       77  w-tok-length pic x(16) value spaces.
       77  w-tok-extra pic x(16) value spaces.

       77  w-prev-rec pic x(4096) value spaces.
       77  w-have-prev pic x value "N".
              display "ARRTOTAL no BREAK/TOTAL card" upon console
              goback giving KO
           end-if.
           if w-fx-base-ccy not = spaces or w-fx-ccy-length > 0
              if w-fx-base-ccy = spaces or w-fx-ccy-length = 0
                 display "ARRTOTAL CURRENCY and BASE go together"
                    upon console
                 goback giving KO
              end-if
              move "Y" to w-fx-active
              if w-fx-rounding not = spaces
                 call "fxrate:rounding" using w-fx-rounding
                    giving w-fx-rc
                 if w-fx-rc not = OK
                    display "ARRTOTAL unknown rounding " w-fx-rounding
                       upon console
                    goback giving KO
                 end-if
              end-if
           end-if.
           if w-layout-name not = spaces
              call "arrlayout:resolve"
                 using w-layout-name w-layout-tbl
           move w-array-length to w-rl-run-read.
           perform write-total-report thru write-total-report-ex.
           call "array:free" using w-array.
           if FX-CONVERSION
              call "fxrate:report"
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

           move spaces to w-tok-kind.
           move spaces to w-tok-offset.
           move spaces to w-tok-length.
           move spaces to w-tok-extra.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-offset w-tok-length w-tok-extra
           end-unstring.

           evaluate w-tok-kind
                       function numval(w-tok-length)
                    move 0 to w-total-decimals(w-total-count)
                 end-if
              when "CURRENCY"
                 compute w-fx-ccy-offset =
                    function numval(w-tok-offset)
                 move 3 to w-fx-ccy-length
                 if w-tok-length not = spaces
                    compute w-fx-ccy-length = function min(
                       function numval(w-tok-length), 3)
                 end-if
              when "BASE"
                 move w-tok-offset(1:3) to w-fx-base-ccy
                 move w-tok-length(1:4) to w-fx-rate-type
                 move w-tok-extra(1:8) to w-fx-rounding
              when "RATEDATE"
                 compute w-fx-date-offset =
                    function numval(w-tok-offset)
                 move 8 to w-fx-date-length
                 if w-tok-length not = spaces
                    compute w-fx-date-length = function min(
                       function numval(w-tok-length), 8)
                 end-if
           end-evaluate.
       parse-total-card-line-ex.
           exit.
              until w-field-idx > w-total-count
              perform decode-total-field
                 thru decode-total-field-ex
              if FIELD-VALUE-GOOD and FX-CONVERSION
                 perform convert-to-base
                    thru convert-to-base-ex
              end-if
              if FIELD-VALUE-GOOD
                 perform varying w-level-idx from 1 by 1
                    until w-level-idx > w-break-count
       decode-total-field-ex.
           exit.

      *         the amount in its own currency's units becomes the
      *         same units of the base; no rate, no total
       convert-to-base.
           move spaces to w-fx-from-ccy.
           move d-array-element(w-index)
                   (w-fx-ccy-offset + 1:w-fx-ccy-length)
              to w-fx-from-ccy(1:w-fx-ccy-length).
           move spaces to w-fx-rate-date.
           if w-fx-date-length > 0
              move d-array-element(w-index)
                      (w-fx-date-offset + 1:w-fx-date-length)
                 to w-fx-rate-date(1:w-fx-date-length)
           end-if.
           call "fxrate:convert"
              using w-field-value w-fx-from-ccy w-fx-base-ccy
                    w-fx-rate-type w-fx-rate-date w-fx-converted
              giving w-fx-rc.
           if w-fx-rc = OK
              move w-fx-converted to w-field-value
           else
              move "N" to w-field-good
              add 1 to w-fx-unconverted
           end-if.
       convert-to-base-ex.
           exit.

      *         one edited amount onto the print line, scaled by the
      *         field's implied decimals
       append-edited-amount.
           end-perform.
           perform advance-report-line
              thru advance-report-line-ex.
           if FX-CONVERSION
              move spaces to w-print-line
              move w-fx-unconverted to z-count
              string
                 "TOTALS IN " w-fx-base-ccy
                 "  amounts without a rate=" z-count
                 delimited by size
                 into w-print-line
              end-string
              perform advance-report-line
                 thru advance-report-line-ex
           end-if.
       print-grand-totals-ex.
           exit.
