       identification division.
         program-id.  arraccr.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-ACCRUE-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-ACCRUE-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select ACCRUE-CARD assign "ACCRCARD"
              organization line sequential
              file status is w-card-file-status.
           select CLOSE-CONTROL assign "CLOSECTL"
              organization line sequential
              file status is w-ctl-file-status.
           select ACCRUE-REPORT assign "ACCRRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-ACCRUE-IN.
       01  arraccr-in-rec pic x(4096).
       fd  ARR-ACCRUE-OUT.
       01  arraccr-out-rec pic x(4096).
       fd  ACCRUE-CARD.
       01  accrue-card-rec pic x(80).
       fd  CLOSE-CONTROL.
       01  close-control-rec pic x(132).
       fd  ACCRUE-REPORT.
       01  accrue-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-ACCRUE-RECORD-SZ value 4096.
       78  PRODUCT-MAX value 500.
       78  MAX-PRODUCT-SZ value 16.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-ctl-file-status pic x(02) value spaces.
           88  CTL-FILE-NOT-FOUND value "35".
           88  CTL-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         the spreadsheet accrual brought into the batch: the
      *         ACCRCARD names the fields, off the layout --
      *           PRINCIPAL field      amount, zoned, packed or binary
      *           RATE field           annual rate in percent
      *           START field          accrual start, CCYYMMDD
      *           END field            accrual end, CCYYMMDD; without
      *                                it every record runs to ASOF
      *           ASOF ccyymmdd        the end date when there is no
      *                                END field; the business date
      *                                when there is no ASOF either
      *           BASIS convention     ACT/360 (default), ACT/365,
      *                                30/360 or BUS/252
      *           ROUND mode           HALFUP (default), DOWN, UP or
      *                                EVEN
      *           WIDTH n              the appended column, 15 wide
      *                                unless told, at most 18
      *           PRODUCT field        the control report's grouping
      *           SINCE name           month end: accrue only the
      *                                part after the last period
      *                                arrclose closed for the name
      *         the accrual, in the principal's own units, goes on
      *         the end of the record as zoned digits with a trailing
      *         overpunch sign; a record whose principal, rate or
      *         dates do not read gets a ? in the column instead
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.
       77  w-out-length pic 9(09) value 0.
       77  w-lay-idx pic 9(03) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(10) value spaces.
       77  w-tok-1 pic x(25) value spaces.

       77  w-principal-name pic x(15) value spaces.
       77  w-rate-name pic x(15) value spaces.
       77  w-start-name pic x(15) value spaces.
       77  w-end-name pic x(15) value spaces.
       77  w-product-name pic x(15) value spaces.
       77  w-since-name pic x(23) value spaces.
       77  w-asof-date pic x(08) value spaces.
       77  w-basis pic x(08) value "ACT/360".
       77  w-round-mode pic x(08) value "HALFUP".
       77  w-column-width pic 9(02) value 15.

      *         each named field as the layout places it
       77  w-find-name pic x(15) value spaces.
       77  w-found-offset pic 9(09) value 0.
       77  w-found-length pic 9(09) value 0.
       77  w-found-type pic x value space.
       77  w-found-format pic x(08) value spaces.
       77  w-found-decimals pic 9(02) value 0.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-setup-rc pic s9(09) value 0.
       01  w-accrue-fields.
           05 w-af-principal-off pic 9(09).
           05 w-af-principal-len pic 9(09).
           05 w-af-principal-type pic x.
           05 w-af-principal-dec pic 9(02).
           05 w-af-rate-off pic 9(09).
           05 w-af-rate-len pic 9(09).
           05 w-af-rate-type pic x.
           05 w-af-rate-dec pic 9(02).
           05 w-af-start-off pic 9(09).
           05 w-af-start-len pic 9(09).
           05 w-af-end-off pic 9(09).
           05 w-af-end-len pic 9(09).
           05 w-af-product-off pic 9(09).
           05 w-af-product-len pic 9(09).

      *         the month-end cut: the last day of the latest period
      *         closed for the SINCE name
       77  w-closed-period pic x(06) value spaces.
       77  w-since-date pic x(08) value spaces.
       77  w-since-yy pic 9(04) value 0.
       77  w-since-mm pic 9(02) value 0.
       77  w-since-first pic 9(08) value 0.
       77  w-since-day-no pic 9(09) value 0.
       77  w-since-last pic 9(08) value 0.

      *         the amount decode: the field's place and
      *         representation in, a signed whole number of the
      *         field's implied-decimal units out
       77  w-dec-offset pic 9(09) value 0.
       77  w-dec-length pic 9(09) value 0.
       77  w-dec-type pic x value space.
       77  w-work-value pic s9(18) value 0.
       77  w-field-buf pic x(18) value spaces.
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-last-digit pic 9(01) value 0.
       77  w-byte-idx pic 9(04) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.

      *         one record's accrual call
       77  w-principal pic s9(18) value 0.
       77  w-rate pic s9(05)v9(09) value 0.
       77  w-start-date pic x(08) value spaces.
       77  w-end-date pic x(08) value spaces.
       77  w-accrual pic s9(18) value 0.
       77  w-accrual-rc pic s9(09) value 0.
       77  w-accrual-digits pic 9(18) value 0.
       77  w-digit-text redefines w-accrual-digits pic x(18).
       77  w-column-text pic x(18) value spaces.

      *         the control report's products, kept in code order
       77  w-product pic x(MAX-PRODUCT-SZ) value spaces.
       77  w-product-count pic 9(03) value 0.
       01  w-product-tbl.
           05 w-product-entry occurs PRODUCT-MAX times.
              07 w-pr-code pic x(MAX-PRODUCT-SZ).
              07 w-pr-records pic 9(09).
              07 w-pr-principal pic s9(18).
              07 w-pr-accrual pic s9(18).
       77  w-pr-idx pic 9(03) value 0.
       77  w-pr-hit pic 9(03) value 0.
       77  w-shift-idx pic 9(03) value 0.
       77  w-product-overflow pic 9(09) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-unaccrued-count pic 9(09) value 0.
       77  w-total-principal pic s9(18) value 0.
       77  w-total-accrual pic s9(18) value 0.

       77  w-edit-value pic s9(18) value 0.
       77  w-edit-text pic x(22) value spaces.
       77  z-count pic z(08)9.
       77  z-amount-0 pic z,zzz,zzz,zzz,zz9-.
       77  z-amount-1 pic zzz,zzz,zzz,zz9.9-.
       77  z-amount-2 pic zz,zzz,zzz,zz9.99-.
       77  z-amount-3 pic z,zzz,zzz,zz9.999-.

       77  w-runlog-pgm pic x(08) value "ARRACCR".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       procedure division using
           l-record-length
           l-layout-name
           .
           CATCHPARAMS.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.
           move spaces to w-layout-name.
           if w-narg >= 2
              move l-layout-name to w-layout-name
           end-if.

           if w-record-length = 0
              or w-record-length > MAX-ACCRUE-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRACCR unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.

           perform read-accrue-card thru read-accrue-card-ex.
           if w-principal-name = spaces
              or w-rate-name = spaces
              or w-start-name = spaces
              display
                 "ARRACCR ACCRCARD needs PRINCIPAL, RATE and START"
                 upon console
              goback giving KO
           end-if.
           perform place-accrue-fields
              thru place-accrue-fields-ex.
           if w-setup-rc not = OK
              goback giving KO
           end-if.
           compute w-out-length =
              w-record-length + w-column-width.
           if w-out-length > MAX-ACCRUE-RECORD-SZ
              display
                 "ARRACCR widened record passes "
                 MAX-ACCRUE-RECORD-SZ " bytes"
                 upon console
              goback giving KO
           end-if.
           if w-end-name = spaces and w-asof-date = spaces
              call "rundate:today" using w-asof-date
           end-if.
           if w-since-name not = spaces
              perform find-last-close thru find-last-close-ex
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform accrue-input-file thru accrue-input-file-ex.
           perform write-control-report
              thru write-control-report-ex.

           display
              "ARRACCR read=" w-read-count
              " written=" w-written-count
              " unaccrued=" w-unaccrued-count
              " basis=" w-basis
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       read-accrue-card.
           open input ACCRUE-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read ACCRUE-CARD.
           perform until CARD-FILE-AT-EOF
              move accrue-card-rec to w-card-line
              perform parse-accrue-line
                 thru parse-accrue-line-ex
              read ACCRUE-CARD
           end-perform.
           close ACCRUE-CARD.
       read-accrue-card-ex.
           exit.

       parse-accrue-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
           end-unstring.
           evaluate w-tok-kind
              when "PRINCIPAL"
                 move w-tok-1 to w-principal-name
              when "RATE"
                 move w-tok-1 to w-rate-name
              when "START"
                 move w-tok-1 to w-start-name
              when "END"
                 move w-tok-1 to w-end-name
              when "ASOF"
                 move w-tok-1 to w-asof-date
              when "BASIS"
                 move w-tok-1 to w-basis
              when "ROUND"
                 move w-tok-1 to w-round-mode
              when "WIDTH"
                 if function test-numval(w-tok-1) = 0
                    compute w-column-width =
                       function min(function numval(w-tok-1), 18)
                 end-if
              when "PRODUCT"
                 move w-tok-1 to w-product-name
              when "SINCE"
                 move w-tok-1 to w-since-name
           end-evaluate.
       parse-accrue-line-ex.
           exit.

       place-accrue-fields.
           move OK to w-setup-rc.
           initialize w-accrue-fields.
           if w-basis not = "ACT/360" and w-basis not = "ACT/365"
              and w-basis not = "30/360" and w-basis not = "BUS/252"
              display "ARRACCR unknown basis " w-basis
                 upon console
              move KO to w-setup-rc
           end-if.
           if w-round-mode not = "HALFUP" and w-round-mode not = "DOWN"
              and w-round-mode not = "UP" and w-round-mode not = "EVEN"
              display "ARRACCR unknown rounding " w-round-mode
                 upon console
              move KO to w-setup-rc
           end-if.

           move w-principal-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-offset to w-af-principal-off.
           move w-found-length to w-af-principal-len.
           move w-found-type to w-af-principal-type.
           move w-found-decimals to w-af-principal-dec.
           perform check-amount-field thru check-amount-field-ex.

           move w-rate-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-offset to w-af-rate-off.
           move w-found-length to w-af-rate-len.
           move w-found-type to w-af-rate-type.
           move w-found-decimals to w-af-rate-dec.
           perform check-amount-field thru check-amount-field-ex.
           if w-af-rate-dec > 9
              display "ARRACCR rate " w-rate-name
                 " carries more than 9 decimals"
                 upon console
              move KO to w-setup-rc
           end-if.

           move w-start-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-offset to w-af-start-off.
           move w-found-length to w-af-start-len.
           perform check-date-field thru check-date-field-ex.

           if w-end-name not = spaces
              move w-end-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-offset to w-af-end-off
              move w-found-length to w-af-end-len
              perform check-date-field thru check-date-field-ex
           end-if.

           if w-product-name not = spaces
              move w-product-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-offset to w-af-product-off
              compute w-af-product-len = function min(
                 w-found-length, MAX-PRODUCT-SZ)
           end-if.
       place-accrue-fields-ex.
           exit.

       find-layout-field.
           move 0 to w-found-offset.
           move 0 to w-found-length.
           move space to w-found-type.
           move spaces to w-found-format.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-layout-field-count
              if w-layout-fld-name(w-lay-idx) = w-find-name
                 move w-layout-fld-offset(w-lay-idx)
                    to w-found-offset
                 move w-layout-fld-length(w-lay-idx)
                    to w-found-length
                 move w-layout-fld-type(w-lay-idx)
                    to w-found-type
                 move w-layout-fld-format(w-lay-idx)
                    to w-found-format
              end-if
           end-perform.
           if w-found-length = 0
              display
                 "ARRACCR field " w-find-name " not in layout"
                 upon console
              move KO to w-setup-rc
           end-if.
           move 0 to w-found-decimals.
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-found-format(w-fmt-idx:1) = "V"
                 or w-found-format(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-found-format(w-fmt-idx:1) = "9"
                    add 1 to w-found-decimals
                 end-if
              end-if
           end-perform.
       find-layout-field-ex.
           exit.

       check-amount-field.
           evaluate true
              when w-found-length = 0
                 continue
              when w-found-type = "9" and w-found-length > 18
              when w-found-type = "p" and w-found-length > 9
              when w-found-type = "b" and w-found-length > 7
                 display
                    "ARRACCR field " w-find-name " too wide"
                    upon console
                 move KO to w-setup-rc
              when w-found-type not = "9"
                 and w-found-type not = "p"
                 and w-found-type not = "b"
                 display
                    "ARRACCR field " w-find-name
                    " is not a numeric field"
                    upon console
                 move KO to w-setup-rc
           end-evaluate.
       check-amount-field-ex.
           exit.

       check-date-field.
           if w-found-length not = 0 and w-found-length not = 8
              display
                 "ARRACCR date " w-find-name " is not CCYYMMDD"
                 upon console
              move KO to w-setup-rc
           end-if.
       check-date-field-ex.
           exit.

      *         the latest CLOSE record for the name, and the last
      *         day of its period -- accrual through that day is
      *         already booked
       find-last-close.
           move spaces to w-closed-period.
           open input CLOSE-CONTROL.
           if CTL-FILE-NOT-FOUND
              display "ARRACCR no CLOSECTL, accruing in full"
                 upon console
              exit paragraph
           end-if.
           read CLOSE-CONTROL.
           perform until CTL-FILE-AT-EOF
              if close-control-rec(1:6) = "CLOSE "
                 and close-control-rec(14:23) = w-since-name
                 and close-control-rec(7:6) > w-closed-period
                 move close-control-rec(7:6) to w-closed-period
              end-if
              read CLOSE-CONTROL
           end-perform.
           close CLOSE-CONTROL.
           if w-closed-period = spaces
              display
                 "ARRACCR " w-since-name " never closed,"
                 " accruing in full"
                 upon console
              exit paragraph
           end-if.

           compute w-since-yy =
              function numval(w-closed-period(1:4)).
           compute w-since-mm =
              function numval(w-closed-period(5:2)).
           add 1 to w-since-mm.
           if w-since-mm > 12
              move 1 to w-since-mm
              add 1 to w-since-yy
           end-if.
           compute w-since-first =
              w-since-yy * 10000 + w-since-mm * 100 + 1.
           compute w-since-day-no =
              function integer-of-date(w-since-first) - 1.
           compute w-since-last =
              function date-of-integer(w-since-day-no).
           move w-since-last to w-since-date.
           display
              "ARRACCR " w-since-name " closed through "
              w-since-date
              upon console.
       find-last-close-ex.
           exit.

       accrue-input-file.
           open input ARR-ACCRUE-IN.
           open output ARR-ACCRUE-OUT.
           read ARR-ACCRUE-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform accrue-one-record
                 thru accrue-one-record-ex
              write arraccr-out-rec
              add 1 to w-written-count
              read ARR-ACCRUE-IN
           end-perform.
           close ARR-ACCRUE-OUT.
           close ARR-ACCRUE-IN.
       accrue-input-file-ex.
           exit.

       accrue-one-record.
           move spaces to arraccr-out-rec.
           move arraccr-in-rec(1:w-record-length)
              to arraccr-out-rec(1:w-record-length).

           move w-af-principal-off to w-dec-offset.
           move w-af-principal-len to w-dec-length.
           move w-af-principal-type to w-dec-type.
           perform decode-amount thru decode-amount-ex.
           if RECORD-REJECTED
              perform flag-unaccrued thru flag-unaccrued-ex
              exit paragraph
           end-if.
           move w-work-value to w-principal.

           move w-af-rate-off to w-dec-offset.
           move w-af-rate-len to w-dec-length.
           move w-af-rate-type to w-dec-type.
           perform decode-amount thru decode-amount-ex.
           if RECORD-REJECTED
              perform flag-unaccrued thru flag-unaccrued-ex
              exit paragraph
           end-if.
           compute w-rate =
              w-work-value / (10 ** w-af-rate-dec).

           move arraccr-in-rec(w-af-start-off + 1:8)
              to w-start-date.
           if w-af-end-len > 0
              move arraccr-in-rec(w-af-end-off + 1:8)
                 to w-end-date
           else
              move w-asof-date to w-end-date
           end-if.
      *         a period already closed is not accrued twice
           if w-since-date not = spaces
              and w-start-date < w-since-date
              move w-since-date to w-start-date
           end-if.
      *         nothing yet to accrue is a zero, not an error
           if w-end-date is numeric and w-start-date is numeric
              and w-end-date < w-start-date
              move w-end-date to w-start-date
           end-if.

           call "accrual:compute"
              using w-principal w-rate w-start-date w-end-date
                    w-basis w-round-mode w-accrual
              giving w-accrual-rc.
           if w-accrual-rc not = OK
              perform flag-unaccrued thru flag-unaccrued-ex
              exit paragraph
           end-if.

           perform format-accrual thru format-accrual-ex.
           move w-column-text(19 - w-column-width:w-column-width)
              to arraccr-out-rec(w-record-length + 1:w-column-width).
           add w-principal to w-total-principal.
           add w-accrual to w-total-accrual.
           perform tally-product thru tally-product-ex.
       accrue-one-record-ex.
           exit.

       flag-unaccrued.
           add 1 to w-unaccrued-count.
           move "?" to arraccr-out-rec(w-record-length + 1:1).
       flag-unaccrued-ex.
           exit.

      *         zoned digits, a negative accrual carrying its sign
      *         overpunched on the last digit
       format-accrual.
           if w-accrual < 0
              compute w-accrual-digits = 0 - w-accrual
           else
              move w-accrual to w-accrual-digits
           end-if.
           move w-digit-text to w-column-text.
           if w-accrual < 0
              move w-column-text(18:1) to w-last-digit
              move w-overpunch-minus(w-last-digit + 1:1)
                 to w-column-text(18:1)
           end-if.
       format-accrual-ex.
           exit.

      *         find the product, or slot it in where code order
      *         puts it
       tally-product.
           move spaces to w-product.
           if w-af-product-len > 0
              move arraccr-in-rec
                      (w-af-product-off + 1:w-af-product-len)
                 to w-product(1:w-af-product-len)
           end-if.
           move 0 to w-pr-hit.
           perform varying w-pr-idx from 1 by 1
              until w-pr-idx > w-product-count
              if w-pr-code(w-pr-idx) >= w-product
                 move w-pr-idx to w-pr-hit
                 exit perform
              end-if
           end-perform.
           if w-pr-hit = 0 or w-pr-code(w-pr-hit) not = w-product
              if w-product-count >= PRODUCT-MAX
                 add 1 to w-product-overflow
                 exit paragraph
              end-if
              if w-pr-hit = 0
                 compute w-pr-hit = w-product-count + 1
              end-if
              perform varying w-shift-idx from w-product-count by -1
                 until w-shift-idx < w-pr-hit
                 move w-product-entry(w-shift-idx)
                    to w-product-entry(w-shift-idx + 1)
              end-perform
              add 1 to w-product-count
              move w-product to w-pr-code(w-pr-hit)
              move 0 to w-pr-records(w-pr-hit)
              move 0 to w-pr-principal(w-pr-hit)
              move 0 to w-pr-accrual(w-pr-hit)
           end-if.
           add 1 to w-pr-records(w-pr-hit).
           add w-principal to w-pr-principal(w-pr-hit).
           add w-accrual to w-pr-accrual(w-pr-hit).
       tally-product-ex.
           exit.

       write-control-report.
           open output ACCRUE-REPORT.
           move spaces to accrue-report-rec.
           string
              "ARRACCR ACCRUAL CONTROL -- BASIS " w-basis
              " ROUND " w-round-mode
              delimited by size
              into accrue-report-rec
           end-string.
           write accrue-report-rec.
           move spaces to accrue-report-rec.
           if w-end-name = spaces
              string "  ACCRUED TO " w-asof-date
                 delimited by size
                 into accrue-report-rec
              end-string
           else
              string "  ACCRUED TO EACH RECORD'S " w-end-name
                 delimited by size
                 into accrue-report-rec
              end-string
           end-if.
           if w-since-date not = spaces
              string
                 "FROM " w-since-date
                 ", THE LAST CLOSE OF " w-since-name
                 delimited by size
                 into accrue-report-rec(40:60)
              end-string
           end-if.
           write accrue-report-rec.
           move spaces to accrue-report-rec.
           write accrue-report-rec.
           move spaces to accrue-report-rec.
           move "PRODUCT" to accrue-report-rec(1:7).
           move "RECORDS" to accrue-report-rec(22:7).
           move "PRINCIPAL" to accrue-report-rec(45:9).
           move "ACCRUAL" to accrue-report-rec(69:7).
           write accrue-report-rec.
           move all "-" to accrue-report-rec.
           write accrue-report-rec.

           perform varying w-pr-idx from 1 by 1
              until w-pr-idx > w-product-count
              move spaces to accrue-report-rec
              move w-pr-code(w-pr-idx) to accrue-report-rec(1:16)
              move w-pr-records(w-pr-idx) to z-count
              move z-count to accrue-report-rec(20:9)
              move w-pr-principal(w-pr-idx) to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to accrue-report-rec(32:22)
              move w-pr-accrual(w-pr-idx) to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to accrue-report-rec(54:22)
              write accrue-report-rec
           end-perform.

           move all "-" to accrue-report-rec.
           write accrue-report-rec.
           move spaces to accrue-report-rec.
           move "TOTAL" to accrue-report-rec(1:5).
           compute w-edit-value =
              w-written-count - w-unaccrued-count.
           move w-edit-value to z-count.
           move z-count to accrue-report-rec(20:9).
           move w-total-principal to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to accrue-report-rec(32:22).
           move w-total-accrual to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to accrue-report-rec(54:22).
           write accrue-report-rec.
           move spaces to accrue-report-rec.
           move w-unaccrued-count to z-count.
           string "NOT ACCRUED        " z-count
              delimited by size
              into accrue-report-rec
           end-string.
           write accrue-report-rec.
           if w-product-overflow > 0
              move spaces to accrue-report-rec
              move w-product-overflow to z-count
              string "PAST PRODUCT TABLE " z-count
                 delimited by size
                 into accrue-report-rec
              end-string
              write accrue-report-rec
           end-if.
           close ACCRUE-REPORT.
       write-control-report-ex.
           exit.

      *         one amount edited in the principal's scale
       edit-amount.
           move spaces to w-edit-text.
           evaluate w-af-principal-dec
              when 0
                 move w-edit-value to z-amount-0
                 move z-amount-0 to w-edit-text
              when 1
                 compute z-amount-1 = w-edit-value / 10
                 move z-amount-1 to w-edit-text
              when 2
                 compute z-amount-2 = w-edit-value / 100
                 move z-amount-2 to w-edit-text
              when other
                 compute z-amount-3 = w-edit-value / 1000
                 move z-amount-3 to w-edit-text
           end-evaluate.
       edit-amount-ex.
           exit.

       decode-amount.
           move 0 to w-work-value.
           move "N" to w-negative.
           move "N" to w-record-bad.
           evaluate w-dec-type
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-zoned thru extract-zoned-ex
           end-evaluate.
           if VALUE-NEGATIVE
              compute w-work-value = 0 - w-work-value
           end-if.
       decode-amount-ex.
           exit.

       extract-zoned.
           move spaces to w-field-buf.
           move arraccr-in-rec(w-dec-offset + 1:w-dec-length)
              to w-field-buf(1:w-dec-length).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           move w-dec-length to w-byte-idx.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-byte-idx:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-byte-idx:1)
              end-if
           end-perform.
           if w-field-buf(1:w-dec-length) is not numeric
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           compute w-work-value = function numval(
              w-field-buf(1:w-dec-length)).
       extract-zoned-ex.
           exit.

       extract-packed.
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-dec-length
              compute w-byte-val = function ord(
                 arraccr-in-rec(w-dec-offset + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-dec-length
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
      *         last byte: one digit then the sign nibble
                 compute w-work-value =
                    w-work-value * 10 + w-nib-hi
                 if w-nib-lo = 13 or w-nib-lo = 11
                    move "Y" to w-negative
                 end-if
              end-if
           end-perform.
       extract-packed-ex.
           exit.

       extract-binary.
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-dec-length
              compute w-byte-val = function ord(
                 arraccr-in-rec(w-dec-offset + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRACCR" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move 0 to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.
