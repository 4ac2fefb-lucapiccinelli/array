       identification division.
         program-id.  fxrate.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select FX-RATE-FILE assign "FXRATES"
              organization line sequential
              file status is w-rate-file-status.
           select FX-MISS-REPORT assign "FXMISS"
              organization line sequential
              file status is w-miss-file-status.
       data division.
       file section.
       fd  FX-RATE-FILE.
       01  fx-rate-rec.
           05 fr-from-ccy pic x(03).
           05 fr-to-ccy pic x(03).
           05 fr-rate-type pic x(04).
           05 fr-rate-date pic x(08).
           05 filler pic x(01).
           05 fr-rate pic x(18).
       fd  FX-MISS-REPORT.
       01  fx-miss-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==6==.

       78  FX-FALLBACK-DAYS value 5.
       78  FX-MISS-MAX value 200.

       77  w-rate-file-status pic x(02) value spaces.
           88  RATE-FILE-NOT-FOUND value "35".
           88  RATE-FILE-AT-EOF value "10".
       77  w-miss-file-status pic x(02) value spaces.

      *         one rate service for every job that has to add up
      *         amounts in more than one currency.  FXRATES carries a
      *         rate per line --
      *           cols  1-3   from currency
      *           cols  4-6   to currency
      *           cols  7-10  rate type (SPOT, MAVG for the
      *                       month-end average, ...)
      *           cols 11-18  rate date YYYYMMDD
      *           cols 20-37  rate, to-currency units per one unit
      *                       of the from currency (as 1.0845)
      *         loaded on first use into an array sorted on the key;
      *         a pair given twice for the same date and type keeps
      *         the line that came last.  A rate is taken as of the
      *         asked date, or failing that the previous business
      *         day through the calendar service, up to
      *         FX-FALLBACK-DAYS back; the reverse pair is used
      *         inverted when only that one is quoted.  Conversions
      *         that find no rate are tallied per pair, type and
      *         date for the missing-rate report at end of job
       77  w-rates-loaded pic x value "N".
           88  RATES-LOADED value "Y".
       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       01  w-rate-element.
           05 w-re-key.
              07 w-re-from-ccy pic x(03).
              07 w-re-to-ccy pic x(03).
              07 w-re-rate-type pic x(04).
              07 w-re-rate-date pic x(08).
           05 w-re-rate pic 9(07)v9(09).
       77  w-rate-element-sz pic 9(09) value 34.
       77  w-elem-type pic x(32) value "x".
       77  w-registered-name pic x(100) value "FXRATES".
       77  w-max-bytes pic 9(09) value 0.
       77  w-elem-offset pic 9(09) value 0.
       77  w-elem-length pic 9(09) value 18.
       77  w-no-comparator pic x(50) value spaces.
       77  w-sort-order pic x value "A".
       77  w-sort-stable pic x value "Y".
       77  w-found-index pic 9(18) value 0.
       77  w-scan-idx pic 9(18) value 0.
       77  w-run-idx pic 9(18) value 0.
       77  w-search-key pic x(18) value spaces.
       77  w-return-code pic s9(09) value 0.
       77  w-load-count pic 9(09) value 0.
       77  w-bad-count pic 9(09) value 0.

       77  w-from-ccy pic x(03) value spaces.
       77  w-to-ccy pic x(03) value spaces.
       77  w-rate-type pic x(04) value spaces.
       77  w-asked-date pic x(08) value spaces.
       77  w-try-date pic x(08) value spaces.
       77  w-prev-date pic x(08) value spaces.
       77  w-cal-rc pic s9(09) value 0.
       77  w-step pic 9(02) value 0.
       77  w-rate pic 9(07)v9(09) value 0.
       77  w-rate-date pic x(08) value spaces.
       77  w-rate-found pic x value "N".
           88  RATE-FOUND value "Y".
       77  w-wanted-key pic x(18) value spaces.

      *         the last answer, kept: a report run converts the same
      *         pair as of the same date over and over
       77  w-cache-key pic x(18) value high-values.
       77  w-cache-found pic x value "N".
       77  w-cache-rate pic 9(07)v9(09) value 0.
       77  w-cache-date pic x(08) value spaces.

       77  w-rounding pic x(08) value "NEAREST".
           88  ROUND-DOWN value "DOWN".
           88  ROUND-NEAREST value "NEAREST".
           88  ROUND-UP value "UP".
       77  w-amount pic s9(15) value 0.
       77  w-product pic s9(24)v9(09) value 0.
       77  w-whole pic s9(24) value 0.
       77  w-converted pic s9(15) value 0.

       77  w-miss-count pic 9(03) value 0.
       77  w-miss-overflow pic 9(09) value 0.
       01  w-miss-tbl.
           05 w-miss occurs FX-MISS-MAX times.
              07 w-miss-from-ccy pic x(03).
              07 w-miss-to-ccy pic x(03).
              07 w-miss-rate-type pic x(04).
              07 w-miss-date pic x(08).
              07 w-miss-amounts pic 9(09).
       77  w-miss-idx pic 9(03) value 0.
       77  w-miss-hit pic 9(03) value 0.
       77  w-miss-total pic 9(09) value 0.
       77  z-num pic z(08)9.

       linkage section.
       77  l-amount pic s9(15).
       77  l-from-ccy pic x(03).
       77  l-to-ccy pic x(03).
       77  l-rate-type pic x(04).
       77  l-rate-date pic x(08).
       77  l-out-amount pic s9(15).
       77  l-out-rate pic 9(07)v9(09).
       77  l-out-rate-date pic x(08).
       77  l-rounding pic x(08).

       procedure division using l-amount.
           goback giving 0.

      *         the rate for a pair as of a date, with the date of
      *         the rate actually taken; KO when there is none
       entry "fxrate:rate" using
           l-from-ccy
           l-to-ccy
           l-rate-type
           l-rate-date
           l-out-rate
           l-out-rate-date
           .
           CATCHPARAMS.
           perform take-rate-params thru take-rate-params-ex.
           perform find-rate thru find-rate-ex.
           if not RATE-FOUND
              move 0 to l-out-rate
              if w-narg >= 6
                 move spaces to l-out-rate-date
              end-if
              goback giving KO
           end-if.
           move w-rate to l-out-rate.
           if w-narg >= 6
              move w-rate-date to l-out-rate-date
           end-if.
           goback giving OK.

      *         an amount in the from currency's smallest units to
      *         the to currency at the same number of decimals,
      *         rounded by the rule fxrate:rounding set.  No rate
      *         gives KO with the amount zeroed and counts the miss;
      *         a result past fifteen digits gives KO as well
       entry "fxrate:convert" using
           l-amount
           l-from-ccy
           l-to-ccy
           l-rate-type
           l-rate-date
           l-out-amount
           .
           CATCHPARAMS.
           if w-narg < 6
              goback giving KO
           end-if.
           move 0 to l-out-amount.
           if l-amount is not numeric
              goback giving KO
           end-if.
           move l-amount to w-amount.
           perform take-rate-params thru take-rate-params-ex.
           perform find-rate thru find-rate-ex.
           if not RATE-FOUND
              perform count-missing-rate
                 thru count-missing-rate-ex
              goback giving KO
           end-if.

           compute w-product = w-amount * w-rate.
           evaluate true
              when ROUND-DOWN
                 move w-product to w-whole
              when ROUND-UP
                 move w-product to w-whole
                 if w-whole not = w-product
                    if w-product < 0
                       subtract 1 from w-whole
                    else
                       add 1 to w-whole
                    end-if
                 end-if
              when other
                 compute w-whole rounded = w-product
           end-evaluate.
           if w-whole > 999999999999999
              or w-whole < -999999999999999
              goback giving KO
           end-if.
           move w-whole to w-converted.
           move w-converted to l-out-amount.
           goback giving OK.

      *         DOWN (toward zero), NEAREST (half away from zero, the
      *         default) or UP (away from zero)
       entry "fxrate:rounding" using l-rounding.
           CATCHPARAMS.
           if w-narg < 1
              goback giving KO
           end-if.
           if l-rounding not = "DOWN" and l-rounding not = "NEAREST"
              and l-rounding not = "UP"
              goback giving KO
           end-if.
           move l-rounding to w-rounding.
           goback giving OK.

      *         end-of-job accounting: every pair, type and date that
      *         left amounts unconverted, to FXMISS and the console
       entry "fxrate:report".
           open output FX-MISS-REPORT.
           move spaces to fx-miss-rec.
           move w-load-count to z-num.
           string "FXRATE MISSING-RATE REPORT  rates loaded "
              function trim(z-num)
              into fx-miss-rec
           end-string.
           write fx-miss-rec.
           move spaces to fx-miss-rec.
           move "FROM TO  TYPE DATE       AMOUNTS UNCONVERTED"
              to fx-miss-rec.
           write fx-miss-rec.
           move 0 to w-miss-total.
           perform varying w-miss-idx from 1 by 1
              until w-miss-idx > w-miss-count
              move spaces to fx-miss-rec
              move w-miss-from-ccy(w-miss-idx) to fx-miss-rec(1:3)
              move w-miss-to-ccy(w-miss-idx) to fx-miss-rec(6:3)
              move w-miss-rate-type(w-miss-idx)
                 to fx-miss-rec(10:4)
              move w-miss-date(w-miss-idx) to fx-miss-rec(15:8)
              move w-miss-amounts(w-miss-idx) to z-num
              move z-num to fx-miss-rec(26:9)
              write fx-miss-rec
              add w-miss-amounts(w-miss-idx) to w-miss-total
           end-perform.
           if w-miss-overflow > 0
              move spaces to fx-miss-rec
              move w-miss-overflow to z-num
              string "more pairs not listed, amounts "
                 function trim(z-num)
                 into fx-miss-rec
              end-string
              write fx-miss-rec
              add w-miss-overflow to w-miss-total
           end-if.
           move spaces to fx-miss-rec.
           if w-miss-total = 0
              move "NO MISSING RATES" to fx-miss-rec
           else
              move w-miss-total to z-num
              string "TOTAL AMOUNTS UNCONVERTED "
                 function trim(z-num)
                 into fx-miss-rec
              end-string
           end-if.
           write fx-miss-rec.
           close FX-MISS-REPORT.
           display
              "FXRATE missing-rate report: pairs=" w-miss-count
              " amounts unconverted=" w-miss-total
              upon console.
           goback giving OK.

      *         a new FXRATES lands without bouncing the job
       entry "fxrate:reload".
           if RATES-LOADED
              call "array:free" using w-array
           end-if.
           move "N" to w-rates-loaded.
           move high-values to w-cache-key.
           perform ensure-rates-loaded thru ensure-rates-loaded-ex.
           goback giving OK.

      *         parameters 2 to 5 are the same on both entries; a
      *         blank type is SPOT and a blank date the business date
       take-rate-params.
           move spaces to w-from-ccy.
           move spaces to w-to-ccy.
           move "SPOT" to w-rate-type.
           move spaces to w-asked-date.
           if w-narg >= 2
              move l-from-ccy to w-from-ccy
           end-if.
           if w-narg >= 3
              move l-to-ccy to w-to-ccy
           end-if.
           if w-narg >= 4 and l-rate-type not = spaces
              move l-rate-type to w-rate-type
           end-if.
           if w-narg >= 5
              move l-rate-date to w-asked-date
           end-if.
           if w-asked-date is not numeric
              call "rundate:today" using w-asked-date
                 on exception
                    move function current-date(1:8)
                       to w-asked-date
              end-call
           end-if.
       take-rate-params-ex.
           exit.

       find-rate.
           move "N" to w-rate-found.
           move 0 to w-rate.
           move spaces to w-rate-date.
           if w-from-ccy = w-to-ccy
              move "Y" to w-rate-found
              move 1 to w-rate
              move w-asked-date to w-rate-date
              exit paragraph
           end-if.

           move spaces to w-wanted-key.
           string w-from-ccy w-to-ccy w-rate-type w-asked-date
              delimited by size
              into w-wanted-key
           end-string.
           if w-wanted-key = w-cache-key
              move w-cache-found to w-rate-found
              move w-cache-rate to w-rate
              move w-cache-date to w-rate-date
              exit paragraph
           end-if.

           perform ensure-rates-loaded thru ensure-rates-loaded-ex.
           move w-asked-date to w-try-date.
           move 0 to w-step.
           perform until RATE-FOUND or w-step > FX-FALLBACK-DAYS
              perform rate-on-try-date thru rate-on-try-date-ex
              if not RATE-FOUND
                 call "calendar:previous-workday"
                    using w-try-date w-prev-date
                    giving w-cal-rc
                 if w-cal-rc not = OK
                    exit perform
                 end-if
                 move w-prev-date to w-try-date
                 add 1 to w-step
              end-if
           end-perform.

           move w-wanted-key to w-cache-key.
           move w-rate-found to w-cache-found.
           move w-rate to w-cache-rate.
           move w-rate-date to w-cache-date.
       find-rate-ex.
           exit.

      *         the quoted direction first, then the reverse quote
      *         turned over
       rate-on-try-date.
           move spaces to w-rate-element.
           move w-from-ccy to w-re-from-ccy.
           move w-to-ccy to w-re-to-ccy.
           move w-rate-type to w-re-rate-type.
           move w-try-date to w-re-rate-date.
           perform search-rate thru search-rate-ex.
           if RATE-FOUND
              move w-re-rate to w-rate
              move w-try-date to w-rate-date
              exit paragraph
           end-if.

           move spaces to w-rate-element.
           move w-to-ccy to w-re-from-ccy.
           move w-from-ccy to w-re-to-ccy.
           move w-rate-type to w-re-rate-type.
           move w-try-date to w-re-rate-date.
           perform search-rate thru search-rate-ex.
           if RATE-FOUND
              if w-re-rate = 0
                 move "N" to w-rate-found
                 exit paragraph
              end-if
              compute w-rate rounded = 1 / w-re-rate
              move w-try-date to w-rate-date
           end-if.
       rate-on-try-date-ex.
           exit.

      *         binary-search lands somewhere in the run of equal
      *         keys; the stable sort left the line that came last
      *         at the run's end, so walk forward to it
       search-rate.
           move "N" to w-rate-found.
           if w-array-length = 0
              exit paragraph
           end-if.
           move w-re-key to w-search-key.
           call "array:binary-search"
              using w-array w-rate-element
                    w-found-index w-elem-offset w-elem-length
                    w-no-comparator
              giving w-return-code.
           if w-return-code not = OK
              exit paragraph
           end-if.
           move "Y" to w-rate-found.
           move w-found-index to w-run-idx.
           perform varying w-scan-idx from w-found-index by 1
              until w-scan-idx >= w-array-length
              call "array:get"
                 using w-array w-rate-element w-scan-idx
              if w-re-key not = w-search-key
                 exit perform
              end-if
              move w-scan-idx to w-run-idx
           end-perform.
           call "array:get" using w-array w-rate-element w-run-idx.
       search-rate-ex.
           exit.

       count-missing-rate.
           move 0 to w-miss-hit.
           perform varying w-miss-idx from 1 by 1
              until w-miss-idx > w-miss-count
                 or w-miss-hit > 0
              if w-miss-from-ccy(w-miss-idx) = w-from-ccy
                 and w-miss-to-ccy(w-miss-idx) = w-to-ccy
                 and w-miss-rate-type(w-miss-idx) = w-rate-type
                 and w-miss-date(w-miss-idx) = w-asked-date
                 move w-miss-idx to w-miss-hit
              end-if
           end-perform.
           if w-miss-hit = 0
              if w-miss-count >= FX-MISS-MAX
                 add 1 to w-miss-overflow
                 exit paragraph
              end-if
              add 1 to w-miss-count
              move w-miss-count to w-miss-hit
              move w-from-ccy to w-miss-from-ccy(w-miss-hit)
              move w-to-ccy to w-miss-to-ccy(w-miss-hit)
              move w-rate-type to w-miss-rate-type(w-miss-hit)
              move w-asked-date to w-miss-date(w-miss-hit)
              move 0 to w-miss-amounts(w-miss-hit)
           end-if.
           add 1 to w-miss-amounts(w-miss-hit).
       count-missing-rate-ex.
           exit.

       ensure-rates-loaded.
           if RATES-LOADED
              exit paragraph
           end-if.
           call "array:new"
              using w-array w-rate-element-sz
                    w-elem-type w-registered-name w-max-bytes.
           move 0 to w-load-count.
           move 0 to w-bad-count.
           open input FX-RATE-FILE.
           if not RATE-FILE-NOT-FOUND
              read FX-RATE-FILE
              perform until RATE-FILE-AT-EOF
                 perform load-rate-line thru load-rate-line-ex
                 read FX-RATE-FILE
              end-perform
              close FX-RATE-FILE
           end-if.
           if w-load-count > 0
              call "array:sort"
                 using w-array w-elem-offset w-elem-length
                       w-no-comparator w-sort-order w-sort-stable
           end-if.
           if w-bad-count > 0
              display
                 "FXRATE lines not loaded from FXRATES: " w-bad-count
                 upon console
           end-if.
           move "Y" to w-rates-loaded.
       ensure-rates-loaded-ex.
           exit.

       load-rate-line.
           if fx-rate-rec = spaces or fx-rate-rec(1:1) = "*"
              exit paragraph
           end-if.
           if fr-from-ccy = spaces or fr-to-ccy = spaces
              or fr-rate-date is not numeric
              or fr-rate = spaces
              or function test-numval(fr-rate) not = 0
              add 1 to w-bad-count
              exit paragraph
           end-if.
           move fr-from-ccy to w-re-from-ccy.
           move fr-to-ccy to w-re-to-ccy.
           move fr-rate-type to w-re-rate-type.
           if w-re-rate-type = spaces
              move "SPOT" to w-re-rate-type
           end-if.
           move fr-rate-date to w-re-rate-date.
           compute w-re-rate = function numval(fr-rate)
              on size error
                 add 1 to w-bad-count
                 exit paragraph
           end-compute.
           if w-re-rate = 0
              add 1 to w-bad-count
              exit paragraph
           end-if.
           call "array:append" using w-array w-rate-element.
           add 1 to w-load-count.
       load-rate-line-ex.
           exit.
