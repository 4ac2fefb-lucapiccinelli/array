      *                                           field's code
      *           RANK field-name width           the arrpriority
      *                                           rank of the value
      *           FX amount-field currency-field width
      *                                           the amount in the
      *                                           FXBASE currency, same
      *                                           decimals, signed zoned
      *           FXBASE currency [type] [rounding]
      *           FXDATE field-name               rate as of this
      *                                           YYYYMMDD field, else
      *                                           the business date
      *         each resolved in flight off the layout's field names
      *         and appended to the record; a code that does not
      *         resolve fills its column with a leading ? and counts
              07 w-col-width pic 9(03).
              07 w-col-out-offset pic 9(09).
              07 w-col-misses pic 9(09).
              07 w-col-src-type pic x(01).
              07 w-col-ccy-offset pic 9(09).
              07 w-col-ccy-length pic 9(09).

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-2 pic x(16) value spaces.
       77  w-tok-3 pic x(16) value spaces.

       77  w-fx-base-ccy pic x(03) value spaces.
       77  w-fx-rate-type pic x(04) value spaces.
       77  w-fx-rounding pic x(08) value spaces.
       77  w-fx-date-fld pic x(15) value spaces.
       77  w-fx-date-offset pic 9(09) value 0.
       77  w-fx-date-length pic 9(09) value 0.
       77  w-fx-from-ccy pic x(03) value spaces.
       77  w-fx-rate-date pic x(08) value spaces.
       77  w-fx-amount pic s9(15) value 0.
       77  w-fx-converted pic s9(15) value 0.
       77  w-fx-rc pic s9(09) value 0.
       77  w-fx-columns pic 9(02) value 0.
       77  w-fx-digits pic 9(15) value 0.
       77  w-fx-digits-x redefines w-fx-digits pic x(15).
       77  w-fx-scale pic 9(18) value 0.
       77  w-fx-good pic x value "N".
           88  FX-AMOUNT-GOOD value "Y".
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-field-buf pic x(25) value spaces.
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".

       77  w-col-idx pic 9(02) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-code pic x(25) value spaces.
           end-if.
           perform place-output-columns
              thru place-output-columns-ex.
           if w-fx-columns > 0
              if w-fx-base-ccy = spaces
                 display "ARRENRICH FX column needs an FXBASE card"
                    upon console
                 goback giving KO
              end-if
              if w-fx-rounding not = spaces
                 call "fxrate:rounding" using w-fx-rounding
                    giving w-fx-rc
                 if w-fx-rc not = OK
                    display
                       "ARRENRICH unknown rounding " w-fx-rounding
                       upon console
                    goback giving KO
                 end-if
              end-if
           end-if.
           if w-out-length > MAX-ENRICH-RECORD-SZ
              display
                 "ARRENRICH widened record passes "
                    upon console
              end-if
           end-perform.
           if w-fx-columns > 0
              call "fxrate:report"
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.

           move spaces to w-tok-kind.
           move spaces to w-tok-1.
              into w-tok-kind w-tok-1 w-tok-2 w-tok-3
           end-unstring.

           evaluate w-tok-kind
              when "FXBASE"
                 move w-tok-1(1:3) to w-fx-base-ccy
                 move w-tok-2(1:4) to w-fx-rate-type
                 move w-tok-3(1:8) to w-fx-rounding
                 exit paragraph
              when "FXDATE"
                 move w-tok-1(1:15) to w-fx-date-fld
                 exit paragraph
           end-evaluate.
           if w-column-count >= ENRICH-COLUMN-MAX
              exit paragraph
           end-if.

           evaluate w-tok-kind
              when "LOOKUP"
                 add 1 to w-column-count
                    to w-col-field(w-column-count)
                 compute w-col-width(w-column-count) =
                    function numval(w-tok-2)
              when "FX"
                 add 1 to w-column-count
                 add 1 to w-fx-columns
                 move "FX    " to w-col-kind(w-column-count)
                 move w-tok-2(1:15)
                    to w-col-table(w-column-count)
                 move w-tok-1(1:15)
                    to w-col-field(w-column-count)
                 compute w-col-width(w-column-count) =
                    function numval(w-tok-3)
              when other
                 continue
           end-evaluate.
           perform varying w-col-idx from 1 by 1
              until w-col-idx > w-column-count
              move 0 to w-col-src-length(w-col-idx)
              move 0 to w-col-ccy-length(w-col-idx)
              move 0 to w-col-misses(w-col-idx)
              perform varying w-lay-idx from 1 by 1
                 until w-lay-idx > w-layout-field-count
                 if w-layout-fld-name(w-lay-idx) =
                    compute w-col-src-length(w-col-idx) =
                       function min(
                          w-layout-fld-length(w-lay-idx), 25)
                    move w-layout-fld-type(w-lay-idx)
                       to w-col-src-type(w-col-idx)
                 end-if
                 if w-col-kind(w-col-idx) = "FX"
                    and w-layout-fld-name(w-lay-idx) =
                       w-col-table(w-col-idx)(1:15)
                    move w-layout-fld-offset(w-lay-idx)
                       to w-col-ccy-offset(w-col-idx)
                    compute w-col-ccy-length(w-col-idx) =
                       function min(
                          w-layout-fld-length(w-lay-idx), 3)
                 end-if
              end-perform
              if w-col-src-length(w-col-idx) = 0
                    upon console
                 goback giving KO
              end-if
              if w-col-kind(w-col-idx) = "FX"
                 and w-col-ccy-length(w-col-idx) = 0
                 display
                    "ARRENRICH field " w-col-table(w-col-idx)
                    " not in layout"
                    upon console
                 goback giving KO
              end-if
              move w-out-length
                 to w-col-out-offset(w-col-idx)
              add w-col-width(w-col-idx) to w-out-length
           end-perform.
           if w-fx-date-fld not = spaces
              perform varying w-lay-idx from 1 by 1
                 until w-lay-idx > w-layout-field-count
                 if w-layout-fld-name(w-lay-idx) = w-fx-date-fld
                    move w-layout-fld-offset(w-lay-idx)
                       to w-fx-date-offset
                    compute w-fx-date-length = function min(
                       w-layout-fld-length(w-lay-idx), 8)
                 end-if
              end-perform
              if w-fx-date-length = 0
                 display
                    "ARRENRICH field " w-fx-date-fld
                    " not in layout"
                    upon console
                 goback giving KO
              end-if
           end-if.
       place-output-columns-ex.
           exit.

                    w-col-src-length(w-col-idx))
              to w-code(1:w-col-src-length(w-col-idx)).

           if w-col-kind(w-col-idx) = "FX"
              perform append-fx-column
                 thru append-fx-column-ex
              exit paragraph
           end-if.

           if w-col-kind(w-col-idx) = "LOOKUP"
              move spaces to w-translated
              call "arrlookup:lookup"
       append-one-column-ex.
           exit.

      *         the amount converted to the base in its own units,
      *         right-aligned signed zoned with a trailing overpunch
      *         minus; no rate, or a result too wide for the column,
      *         flags it
       append-fx-column.
           perform decode-fx-amount thru decode-fx-amount-ex.
           if not FX-AMOUNT-GOOD
              perform flag-unresolved
                 thru flag-unresolved-ex
              exit paragraph
           end-if.
           move spaces to w-fx-from-ccy.
           move arrenrich-in-rec
                   (w-col-ccy-offset(w-col-idx) + 1:
                    w-col-ccy-length(w-col-idx))
              to w-fx-from-ccy(1:w-col-ccy-length(w-col-idx)).
           move spaces to w-fx-rate-date.
           if w-fx-date-length > 0
              move arrenrich-in-rec
                      (w-fx-date-offset + 1:w-fx-date-length)
                 to w-fx-rate-date(1:w-fx-date-length)
           end-if.
           call "fxrate:convert"
              using w-fx-amount w-fx-from-ccy w-fx-base-ccy
                    w-fx-rate-type w-fx-rate-date w-fx-converted
              giving w-fx-rc.
           if w-fx-rc not = OK
              perform flag-unresolved
                 thru flag-unresolved-ex
              exit paragraph
           end-if.

           move "N" to w-negative.
           if w-fx-converted < 0
              move "Y" to w-negative
              compute w-fx-digits = 0 - w-fx-converted
           else
              move w-fx-converted to w-fx-digits
           end-if.
           compute w-copy-len = function min(
              w-col-width(w-col-idx), 15).
           compute w-fx-scale = 10 ** w-copy-len.
           if w-copy-len < 15 and w-fx-digits >= w-fx-scale
              perform flag-unresolved
                 thru flag-unresolved-ex
              exit paragraph
           end-if.
           if VALUE-NEGATIVE
              move w-fx-digits-x(15:1) to w-last-digit
              move w-overpunch-minus(w-last-digit + 1:1)
                 to w-fx-digits-x(15:1)
           end-if.
           move w-fx-digits-x(16 - w-copy-len:w-copy-len)
              to arrenrich-out-rec
                   (w-col-out-offset(w-col-idx)
                    + w-col-width(w-col-idx) - w-copy-len + 1:
                    w-copy-len).
       append-fx-column-ex.
           exit.

      *         the amount field in its own representation, as the
      *         integer count of its smallest units
       decode-fx-amount.
           move "Y" to w-fx-good.
           move "N" to w-negative.
           move 0 to w-fx-amount.
           move spaces to w-field-buf.
           move arrenrich-in-rec
                   (w-col-src-offset(w-col-idx) + 1:
                    w-col-src-length(w-col-idx))
              to w-field-buf(1:w-col-src-length(w-col-idx)).
           evaluate w-col-src-type(w-col-idx)
              when "p"
                 perform decode-fx-packed
                    thru decode-fx-packed-ex
              when "b"
                 perform decode-fx-binary
                    thru decode-fx-binary-ex
              when other
                 perform decode-fx-zoned
                    thru decode-fx-zoned-ex
           end-evaluate.
           if FX-AMOUNT-GOOD and VALUE-NEGATIVE
              compute w-fx-amount = 0 - w-fx-amount
           end-if.
       decode-fx-amount-ex.
           exit.

       decode-fx-zoned.
           if w-col-src-length(w-col-idx) > 15
              move "N" to w-fx-good
              exit paragraph
           end-if.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-col-src-length(w-col-idx):1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit
                    to w-field-buf(w-col-src-length(w-col-idx):1)
              end-if
           end-perform.
           if w-field-buf(1:w-col-src-length(w-col-idx))
              is not numeric
              move "N" to w-fx-good
              exit paragraph
           end-if.
           compute w-fx-amount = function numval(
              w-field-buf(1:w-col-src-length(w-col-idx))).
       decode-fx-zoned-ex.
           exit.

       decode-fx-packed.
           if w-col-src-length(w-col-idx) > 8
              move "N" to w-fx-good
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-col-src-length(w-col-idx)
              compute w-byte-val = function ord(
                 w-field-buf(w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-col-src-length(w-col-idx)
                 compute w-fx-amount =
                    w-fx-amount * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
                 compute w-fx-amount =
                    w-fx-amount * 10 + w-nib-hi
                 if w-nib-lo = 13 or w-nib-lo = 11
                    move "Y" to w-negative
                 end-if
              end-if
           end-perform.
       decode-fx-packed-ex.
           exit.

       decode-fx-binary.
           if w-col-src-length(w-col-idx) > 6
              move "N" to w-fx-good
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-col-src-length(w-col-idx)
              compute w-byte-val = function ord(
                 w-field-buf(w-byte-idx:1)) - 1
              compute w-fx-amount =
                 w-fx-amount * 256 + w-byte-val
           end-perform.
       decode-fx-binary-ex.
           exit.

       flag-unresolved.
           add 1 to w-col-misses(w-col-idx).
           add 1 to w-miss-total.
