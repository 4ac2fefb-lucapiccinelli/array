       77  w-col-length pic 9(09) value 0.
       77  w-sum-offset pic 9(09) value 0.
       77  w-sum-length pic 9(09) value 0.
       77  w-sum-value pic s9(15) value 0.

      *         the grid in one base currency when the sum field's
      *         currency varies by record --
      *           CURRENCY field             the amount's currency code
      *           BASE currency [type] [rounding]
      *           RATEDATE field             rate as of this YYYYMMDD
      *                                      field, else the business
      *                                      date
      *         a record with no rate to the base is dropped and
      *         counted; the missing-rate report closes the run
       77  w-ccy-fld pic x(15) value spaces.
       77  w-date-fld pic x(15) value spaces.
       77  w-ccy-offset pic 9(09) value 0.
       77  w-ccy-length pic 9(09) value 0.
       77  w-date-offset pic 9(09) value 0.
       77  w-date-length pic 9(09) value 0.
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

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-name pic x(16) value spaces.
       77  w-tok-2 pic x(16) value spaces.
       77  w-tok-3 pic x(16) value spaces.

       77  w-row-count pic 9(03) value 0.
       77  w-col-count pic 9(03) value 0.
                 upon console
              goback giving KO
           end-if.
           if w-ccy-fld not = spaces or w-fx-base-ccy not = spaces
              if w-ccy-length = 0 or w-fx-base-ccy = spaces
                 display "ARRXTAB CURRENCY and BASE go together"
                    upon console
                 goback giving KO
              end-if
              if w-date-fld not = spaces and w-date-length = 0
                 display "ARRXTAB card field not in layout"
                    upon console
                 goback giving KO
              end-if
              move "Y" to w-fx-active
              if w-fx-rounding not = spaces
                 call "fxrate:rounding" using w-fx-rounding
                    giving w-fx-rc
                 if w-fx-rc not = OK
                    display "ARRXTAB unknown rounding " w-fx-rounding
                       upon console
                    goback giving KO
                 end-if
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform accumulate-grid thru accumulate-grid-ex.
              " cols=" w-col-count
              " dropped=" w-dropped-count
              upon console.
           if FX-CONVERSION
              display
                 "ARRXTAB in " w-fx-base-ccy
                 " without a rate=" w-fx-unconverted
                 upon console
              call "fxrate:report"
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.


           move spaces to w-tok-kind.
           move spaces to w-tok-name.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-name w-tok-2 w-tok-3
           end-unstring.

           evaluate w-tok-kind
              when "ROW" move w-tok-name(1:15) to w-row-fld
              when "COL" move w-tok-name(1:15) to w-col-fld
              when "SUM" move w-tok-name(1:15) to w-sum-fld
              when "CURRENCY" move w-tok-name(1:15) to w-ccy-fld
              when "RATEDATE" move w-tok-name(1:15) to w-date-fld
              when "BASE"
                 move w-tok-name(1:3) to w-fx-base-ccy
                 move w-tok-2(1:4) to w-fx-rate-type
                 move w-tok-3(1:8) to w-fx-rounding
           end-evaluate.
       parse-xtab-card-line-ex.
           exit.
                    compute w-sum-length = function min(
                       w-layout-fld-length(w-scan-idx), 18)
              end-evaluate
              if w-ccy-fld not = spaces
                 and w-layout-fld-name(w-scan-idx) = w-ccy-fld
                 move w-layout-fld-offset(w-scan-idx)
                    to w-ccy-offset
                 compute w-ccy-length = function min(
                    w-layout-fld-length(w-scan-idx), 3)
              end-if
              if w-date-fld not = spaces
                 and w-layout-fld-name(w-scan-idx) = w-date-fld
                 move w-layout-fld-offset(w-scan-idx)
                    to w-date-offset
                 compute w-date-length = function min(
                    w-layout-fld-length(w-scan-idx), 8)
              end-if
           end-perform.
       resolve-card-fields-ex.
           exit.
           move arrxtab-in-rec(w-col-offset + 1:w-col-length)
              to w-col-val(1:w-col-length).

           compute w-sum-value = function numval(arrxtab-in-rec
              (w-sum-offset + 1:w-sum-length)).
           if FX-CONVERSION
              perform convert-to-base thru convert-to-base-ex
              if w-fx-rc not = OK
                 add 1 to w-dropped-count
                 exit paragraph
              end-if
           end-if.

           perform find-row-slot thru find-row-slot-ex.
           perform find-col-slot thru find-col-slot-ex.
           if w-row-hit = 0 or w-col-hit = 0
              exit paragraph
           end-if.

           add w-sum-value
              to w-cell(w-row-hit, w-col-hit)
              w-row-total(w-row-hit)
              w-col-total(w-col-hit)
       accumulate-one-record-ex.
           exit.

       convert-to-base.
           move spaces to w-fx-from-ccy.
           move arrxtab-in-rec(w-ccy-offset + 1:w-ccy-length)
              to w-fx-from-ccy(1:w-ccy-length).
           move spaces to w-fx-rate-date.
           if w-date-length > 0
              move arrxtab-in-rec(w-date-offset + 1:w-date-length)
                 to w-fx-rate-date(1:w-date-length)
           end-if.
           call "fxrate:convert"
              using w-sum-value w-fx-from-ccy w-fx-base-ccy
                    w-fx-rate-type w-fx-rate-date w-fx-converted
              giving w-fx-rc.
           if w-fx-rc = OK
              move w-fx-converted to w-sum-value
           else
              add 1 to w-fx-unconverted
           end-if.
       convert-to-base-ex.
           exit.

       find-row-slot.
           move 0 to w-row-hit.
           perform varying w-scan-idx from 1 by 1
