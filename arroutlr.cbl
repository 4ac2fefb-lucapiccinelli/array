       identification division.
         program-id.  arroutlr.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-OUTLIER-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select OUTLIER-CARD assign "OUTCARD"
              organization line sequential
              file status is w-card-file-status.
           select VALIDATE-EXCEPTIONS assign "VALEXCP"
              organization line sequential
              file status is w-excp-file-status.
           select OUTLIER-REPORT assign "OUTLRPT"
              organization line sequential
              file status is w-rpt-file-status.
           select EXCEPTIONS-WORK assign "OUTLWORK"
              organization line sequential
              file status is w-work-file-status.
       data division.
       file section.
       fd  ARR-OUTLIER-IN.
       01  arroutlr-in-rec pic x(4096).
       fd  OUTLIER-CARD.
       01  outlier-card-rec pic x(80).
       fd  VALIDATE-EXCEPTIONS.
       01  validate-excp-rec pic x(132).
       fd  OUTLIER-REPORT.
       01  outlier-report-rec pic x(132).
       fd  EXCEPTIONS-WORK.
       01  exceptions-work-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-OUTLIER-RECORD-SZ value 4096.
       78  MAX-GROUP-KEY-SZ value 32.
       78  OUTLIER-ELEMENT-SZ value 79.
       78  OUTLIER-SORT-KEY-SZ value 50.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-excp-file-status pic x(02) value spaces.
           88  EXCP-FILE-NOT-FOUND value "35".
           88  EXCP-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-work-file-status pic x(02) value spaces.
           88  WORK-FILE-AT-EOF value "10".

      *         an earlier run's IQR and BENF lines for the same
      *         amount field, taken off VALEXCP before this run's go
      *         on, so a rerun replaces them instead of doubling them
       01  w-excp-toks.
           05 w-excp-tok pic x(16) occurs 7 times.
       77  w-excp-dropped pic 9(09) value 0.

      *         the OUTCARD deck names the two LAYOUTS fields and the
      *         tolerances:
      *           GROUP field-name        (the customer, account ...)
      *           AMOUNT field-name       (zoned, packed or binary)
      *           MULTIPLE n.n            (IQR multiples, default 3)
      *           MINIMUM n               (smallest group judged on
      *                                    its range, default 5)
      *           BENFORD n [0.nnn]       (smallest group put to the
      *                                    first-digit test, default
      *                                    100, and the mean absolute
      *                                    deviation it may show,
      *                                    default 0.015)
       77  w-record-length pic 9(09) value 0.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-lay-idx pic 9(03) value 0.

       77  w-group-name pic x(15) value spaces.
       77  w-group-offset pic 9(09) value 0.
       77  w-group-length pic 9(09) value 0.
       77  w-amount-name pic x(15) value spaces.
       77  w-amount-offset pic 9(09) value 0.
       77  w-amount-length pic 9(09) value 0.
       77  w-amount-type pic x value space.
       77  w-amount-decimals pic 9(02) value 0.
       77  w-iqr-multiple pic 9(03)v9(02) value 3.
       77  w-group-minimum pic 9(09) value 5.
       77  w-benford-minimum pic 9(09) value 100.
       77  w-benford-limit pic 9v9(05) value 0.015.
       77  w-setup-rc pic s9(09) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-value pic x(16) value spaces.
       77  w-tok-extra pic x(16) value spaces.

       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".

      *         one element per usable amount.  Group key and the
      *         amount biased to an unsigned sort value lead, so one
      *         plain sort lines each group up smallest to largest;
      *         the input record number rides along for the
      *         exception line
       01  w-outlier-element.
           05 w-oe-group pic x(MAX-GROUP-KEY-SZ).
           05 w-oe-sort-amount pic 9(18).
           05 w-oe-record-no pic 9(09).
           05 w-oe-amount pic s9(18) sign leading separate.
           05 w-oe-first-digit pic 9(01).
       78  AMOUNT-SORT-BIAS value 500000000000000000.

       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.

       77  w-work-value pic s9(18) value 0.
       77  w-abs-value pic 9(18) value 0.
       77  w-lead-zeros pic 9(02) value 0.
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

      *         one group at a time off the sorted array: where it
      *         starts and ends, its norms (nearest-rank quartiles, as
      *         arrstats takes them) and the fences they make
       77  w-index pic 9(09) value 0.
       77  w-group-start pic 9(09) value 0.
       77  w-group-end pic 9(09) value 0.
       77  w-group-size pic 9(09) value 0.
       77  w-rank pic 9(09) value 0.
       77  w-pick-idx pic 9(03) value 0.
       77  w-pick-value pic s9(18) value 0.
       77  w-group-q1 pic s9(18) value 0.
       77  w-group-median pic s9(18) value 0.
       77  w-group-q3 pic s9(18) value 0.
       77  w-group-iqr pic s9(18) value 0.
       77  w-fence-low pic s9(18) value 0.
       77  w-fence-high pic s9(18) value 0.
       77  w-group-flagged pic 9(09) value 0.
       77  w-range-judged pic x value "N".
           88  RANGE-JUDGED value "Y".

      *         Benford's expected share of each leading digit,
      *         log10(1 + 1/d), against what the group shows
       01  w-benford-expected-tbl.
           05 filler pic 9v9(05) value 0.30103.
           05 filler pic 9v9(05) value 0.17609.
           05 filler pic 9v9(05) value 0.12494.
           05 filler pic 9v9(05) value 0.09691.
           05 filler pic 9v9(05) value 0.07918.
           05 filler pic 9v9(05) value 0.06695.
           05 filler pic 9v9(05) value 0.05799.
           05 filler pic 9v9(05) value 0.05115.
           05 filler pic 9v9(05) value 0.04576.
       01  filler redefines w-benford-expected-tbl.
           05 w-benford-expected pic 9v9(05) occurs 9 times.
       01  w-digit-count-tbl value zeros.
           05 w-digit-count pic 9(09) occurs 9 times.
       01  w-digit-excess-tbl value spaces.
           05 w-digit-excess pic x occurs 9 times.
              88 DIGIT-OVER-REPRESENTED value "Y".
       77  w-digit-total pic 9(09) value 0.
       77  w-digit-share comp-2 value 0.
       77  w-digit-dev comp-2 value 0.
       77  w-benford-mad comp-2 value 0.
       77  w-benford-verdict pic x(04) value spaces.
           88  BENFORD-FAILED value "FAIL".

       77  w-excp-rule pic x(05) value spaces.
       77  w-read-count pic 9(09) value 0.
       77  w-value-count pic 9(09) value 0.
       77  w-bad-count pic 9(09) value 0.
       77  w-group-count pic 9(09) value 0.
       77  w-outlier-count pic 9(09) value 0.
       77  w-benford-count pic 9(09) value 0.
       77  w-benford-groups pic 9(09) value 0.
       77  w-excp-count pic 9(09) value 0.

       77  z-record-no pic z(08)9.
       77  z-offset pic z(08)9.
       77  z-count pic z(08)9.
       77  z-multiple pic zz9.99.
       77  z-mad pic 9.9(05).
       77  w-edit-value pic s9(18) value 0.
       77  w-edit-text pic x(20) value spaces.
       77  z-amount-0 pic -(16)9.
       77  z-amount-1 pic -(15)9.9.
       77  z-amount-2 pic -(14)9.99.
       77  z-amount-3 pic -(13)9.999.
       77  w-edit-median pic x(20) value spaces.
       77  w-edit-q1 pic x(20) value spaces.
       77  w-edit-q3 pic x(20) value spaces.
       77  w-edit-low pic x(20) value spaces.
       77  w-edit-high pic x(20) value spaces.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARROUTLR".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       01  d-array-tbl.
           03 d-array-element
              occurs 500000
              depending on w-array-length.
              05 d-oe-group pic x(MAX-GROUP-KEY-SZ).
              05 d-oe-sort-amount pic 9(18).
              05 d-oe-record-no pic 9(09).
              05 d-oe-amount pic s9(18) sign leading separate.
              05 d-oe-first-digit pic 9(01).

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
              or w-record-length > MAX-OUTLIER-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARROUTLR unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.
           perform read-outlier-card thru read-outlier-card-ex.
           if w-group-name = spaces or w-amount-name = spaces
              display "ARROUTLR no GROUP/AMOUNT card" upon console
              goback giving KO
           end-if.
           perform place-outlier-fields
              thru place-outlier-fields-ex.
           if w-setup-rc not = OK
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform load-amounts thru load-amounts-ex.
           call "array:sort"
              using w-array 0 OUTLIER-SORT-KEY-SZ.
           perform judge-groups thru judge-groups-ex.
           call "array:free" using w-array.

           move 10140 to w-msg-no.
           move w-value-count to z-count.
           move z-count to w-msg-sub1.
           move w-excp-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
           display
              "ARROUTLR read=" w-read-count
              " values=" w-value-count
              " groups=" w-group-count
              " outliers=" w-outlier-count
              " benford=" w-benford-count
              " unusable=" w-bad-count
              " replaced=" w-excp-dropped
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           move w-read-count to w-rl-run-read.
           move w-excp-count to w-rl-run-written.
           move w-bad-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       read-outlier-card.
           open input OUTLIER-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read OUTLIER-CARD.
           perform until CARD-FILE-AT-EOF
              move outlier-card-rec to w-card-line
              perform parse-outlier-card-line
                 thru parse-outlier-card-line-ex
              read OUTLIER-CARD
           end-perform.
           close OUTLIER-CARD.
       read-outlier-card-ex.
           exit.

       parse-outlier-card-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-value.
           move spaces to w-tok-extra.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-value w-tok-extra
           end-unstring.

           evaluate w-tok-kind
              when "GROUP"
                 move w-tok-value to w-group-name
              when "AMOUNT"
                 move w-tok-value to w-amount-name
              when "MULTIPLE"
                 if function test-numval(w-tok-value) = 0
                    compute w-iqr-multiple =
                       function numval(w-tok-value)
                 end-if
              when "MINIMUM"
                 if function test-numval(w-tok-value) = 0
                    compute w-group-minimum =
                       function numval(w-tok-value)
                 end-if
              when "BENFORD"
                 if function test-numval(w-tok-value) = 0
                    compute w-benford-minimum =
                       function numval(w-tok-value)
                 end-if
                 if w-tok-extra not = spaces
                    and function test-numval(w-tok-extra) = 0
                    compute w-benford-limit =
                       function numval(w-tok-extra)
                 end-if
           end-evaluate.
       parse-outlier-card-line-ex.
           exit.

      *         both card fields off the layout.  The group key is
      *         taken as bytes; the amount must be a number the
      *         decode below can carry whole in s9(18)
       place-outlier-fields.
           move OK to w-setup-rc.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-layout-field-count
              if w-layout-fld-name(w-lay-idx) = w-group-name
                 move w-layout-fld-offset(w-lay-idx)
                    to w-group-offset
                 move w-layout-fld-length(w-lay-idx)
                    to w-group-length
              end-if
              if w-layout-fld-name(w-lay-idx) = w-amount-name
                 move w-layout-fld-offset(w-lay-idx)
                    to w-amount-offset
                 move w-layout-fld-length(w-lay-idx)
                    to w-amount-length
                 move w-layout-fld-type(w-lay-idx)
                    to w-amount-type
                 move w-layout-fld-format(w-lay-idx) to w-fmt
                 perform count-implied-decimals
                    thru count-implied-decimals-ex
              end-if
           end-perform.

           evaluate true
              when w-group-length = 0
                 display
                    "ARROUTLR field " w-group-name " not in layout"
                    upon console
                 move KO to w-setup-rc
              when w-group-length > MAX-GROUP-KEY-SZ
                 display
                    "ARROUTLR group " w-group-name
                    " wider than " MAX-GROUP-KEY-SZ " bytes"
                    upon console
                 move KO to w-setup-rc
              when w-group-offset + w-group-length > w-record-length
                 display
                    "ARROUTLR field " w-group-name
                    " lies past the record length"
                    upon console
                 move KO to w-setup-rc
           end-evaluate.

           evaluate true
              when w-amount-length = 0
                 display
                    "ARROUTLR field " w-amount-name " not in layout"
                    upon console
                 move KO to w-setup-rc
              when w-amount-offset + w-amount-length
                 > w-record-length
                 display
                    "ARROUTLR field " w-amount-name
                    " lies past the record length"
                    upon console
                 move KO to w-setup-rc
              when w-amount-type = "9" and w-amount-length > 17
              when w-amount-type = "p" and w-amount-length > 9
              when w-amount-type = "b" and w-amount-length > 7
                 display
                    "ARROUTLR amount " w-amount-name
                    " too wide to judge"
                    upon console
                 move KO to w-setup-rc
              when w-amount-type not = "9"
                 and w-amount-type not = "p"
                 and w-amount-type not = "b"
                 display
                    "ARROUTLR amount " w-amount-name
                    " is not a numeric field"
                    upon console
                 move KO to w-setup-rc
           end-evaluate.
       place-outlier-fields-ex.
           exit.

       count-implied-decimals.
           move 0 to w-amount-decimals.
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V"
                 or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-amount-decimals
                 end-if
              end-if
           end-perform.
       count-implied-decimals-ex.
           exit.

      *         a blank or undecodable amount has no place in any
      *         group's range and is only counted
       load-amounts.
           call "array:new" using w-array OUTLIER-ELEMENT-SZ.
           open input ARR-OUTLIER-IN.
           read ARR-OUTLIER-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform extract-amount thru extract-amount-ex
              if RECORD-REJECTED
                 add 1 to w-bad-count
              else
                 move spaces to w-outlier-element
                 move arroutlr-in-rec
                         (w-group-offset + 1:w-group-length)
                    to w-oe-group(1:w-group-length)
                 compute w-oe-sort-amount =
                    w-work-value + AMOUNT-SORT-BIAS
                 move w-read-count to w-oe-record-no
                 move w-work-value to w-oe-amount
                 perform take-first-digit
                    thru take-first-digit-ex
                 call "array:append"
                    using w-array w-outlier-element
                 add 1 to w-value-count
              end-if
              read ARR-OUTLIER-IN
           end-perform.
           close ARR-OUTLIER-IN.
       load-amounts-ex.
           exit.

      *         the amount into a signed whole number of its own
      *         implied-decimal units
       extract-amount.
           move 0 to w-work-value.
           move "N" to w-negative.
           move "N" to w-record-bad.
           evaluate w-amount-type
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
       extract-amount-ex.
           exit.

       extract-zoned.
           move spaces to w-field-buf.
           move arroutlr-in-rec
                   (w-amount-offset + 1:w-amount-length)
              to w-field-buf(1:w-amount-length).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           move w-amount-length to w-byte-idx.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-byte-idx:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-byte-idx:1)
              end-if
           end-perform.
           if w-field-buf(1:w-amount-length) = spaces
              or w-field-buf(1:w-amount-length) is not numeric
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           compute w-work-value = function numval(
              w-field-buf(1:w-amount-length)).
       extract-zoned-ex.
           exit.

       extract-packed.
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-amount-length
              compute w-byte-val = function ord(
                 arroutlr-in-rec
                    (w-amount-offset + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-nib-hi > 9
                 move "Y" to w-record-bad
              end-if
              if w-byte-idx < w-amount-length
                 if w-nib-lo > 9
                    move "Y" to w-record-bad
                 end-if
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
              until w-byte-idx > w-amount-length
              compute w-byte-val = function ord(
                 arroutlr-in-rec
                    (w-amount-offset + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

      *         the leading significant digit of the magnitude; the
      *         implied decimals do not move it.  Zero has none and
      *         stays out of the first-digit test
       take-first-digit.
           move 0 to w-oe-first-digit.
           if w-work-value = 0
              exit paragraph
           end-if.
           if w-work-value < 0
              compute w-abs-value = 0 - w-work-value
           else
              move w-work-value to w-abs-value
           end-if.
           move 0 to w-lead-zeros.
           inspect w-abs-value
              tallying w-lead-zeros for leading "0".
           move w-abs-value(w-lead-zeros + 1:1) to w-oe-first-digit.
       take-first-digit-ex.
           exit.

      *         group by group over the sorted array: norms first,
      *         then each member against them.  Exceptions go on
      *         VALEXCP after whatever arrvalidate left there for the
      *         day, in its line shape, so arrvalaged ages them with
      *         the rest
       judge-groups.
           set address of d-array-tbl to w-array-ptr.
           perform drop-earlier-outliers
              thru drop-earlier-outliers-ex.
           open extend VALIDATE-EXCEPTIONS.
           if EXCP-FILE-NOT-FOUND
              open output VALIDATE-EXCEPTIONS
           end-if.
           open output OUTLIER-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.

           move 1 to w-group-start.
           perform until w-group-start > w-array-length
              move w-group-start to w-group-end
              perform until w-group-end >= w-array-length
                 if d-oe-group(w-group-end + 1) not =
                    d-oe-group(w-group-start)
                    exit perform
                 end-if
                 add 1 to w-group-end
              end-perform
              compute w-group-size =
                 w-group-end - w-group-start + 1
              add 1 to w-group-count

              perform compute-group-norms
                 thru compute-group-norms-ex
              perform test-group-benford
                 thru test-group-benford-ex
              perform flag-group-members
                 thru flag-group-members-ex

              compute w-group-start = w-group-end + 1
           end-perform.

           perform write-report-summary
              thru write-report-summary-ex.
           close OUTLIER-REPORT.
           close VALIDATE-EXCEPTIONS.
       judge-groups-ex.
           exit.

      *         median and quartiles by nearest rank; the fences sit
      *         the card's multiple of the inter-quartile spread
      *         either side of the median.  Too small a group has no
      *         typical range worth the name and is not judged on it
       compute-group-norms.
           move 25 to w-pick-idx.
           perform pick-group-rank thru pick-group-rank-ex.
           move w-pick-value to w-group-q1.
           move 50 to w-pick-idx.
           perform pick-group-rank thru pick-group-rank-ex.
           move w-pick-value to w-group-median.
           move 75 to w-pick-idx.
           perform pick-group-rank thru pick-group-rank-ex.
           move w-pick-value to w-group-q3.
           compute w-group-iqr = w-group-q3 - w-group-q1.
           compute w-fence-low rounded =
              w-group-median - w-iqr-multiple * w-group-iqr.
           compute w-fence-high rounded =
              w-group-median + w-iqr-multiple * w-group-iqr.
           if w-group-size >= w-group-minimum
              move "Y" to w-range-judged
           else
              move "N" to w-range-judged
           end-if.
       compute-group-norms-ex.
           exit.

       pick-group-rank.
           compute w-rank =
              (w-group-size * w-pick-idx + 99) / 100.
           if w-rank < 1
              move 1 to w-rank
           end-if.
           if w-rank > w-group-size
              move w-group-size to w-rank
           end-if.
           compute w-index = w-group-start + w-rank - 1.
           move d-oe-amount(w-index) to w-pick-value.
       pick-group-rank-ex.
           exit.

      *         the group's leading-digit shares against Benford's,
      *         scored as the mean absolute deviation over the nine
      *         digits.  A group past the limit fails, and the digits
      *         it shows more of than Benford allows by more than the
      *         limit are the ones its members are flagged for
       test-group-benford.
           move "SKIP" to w-benford-verdict.
           move zeros to w-digit-count-tbl.
           move spaces to w-digit-excess-tbl.
           move 0 to w-digit-total.
           move 0 to w-benford-mad.
           perform varying w-index from w-group-start by 1
              until w-index > w-group-end
              if d-oe-first-digit(w-index) > 0
                 add 1 to w-digit-count(d-oe-first-digit(w-index))
                 add 1 to w-digit-total
              end-if
           end-perform.
           if w-digit-total = 0
              or w-digit-total < w-benford-minimum
              exit paragraph
           end-if.

           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 9
              compute w-digit-share =
                 w-digit-count(w-digit-idx) / w-digit-total
              compute w-digit-dev =
                 w-digit-share - w-benford-expected(w-digit-idx)
              if w-digit-dev > w-benford-limit
                 move "Y" to w-digit-excess(w-digit-idx)
              end-if
              if w-digit-dev < 0
                 compute w-digit-dev = 0 - w-digit-dev
              end-if
              add w-digit-dev to w-benford-mad
           end-perform.
           divide w-benford-mad by 9 giving w-benford-mad.
           if w-benford-mad > w-benford-limit
              move "FAIL" to w-benford-verdict
              add 1 to w-benford-groups
           else
              move "PASS" to w-benford-verdict
           end-if.
       test-group-benford-ex.
           exit.

      *         the group's norms head its block on the report only
      *         when one of its members is flagged, so the report
      *         stays a list of what to look at
       flag-group-members.
           move 0 to w-group-flagged.
           perform varying w-index from w-group-start by 1
              until w-index > w-group-end
              if RANGE-JUDGED
                 and (d-oe-amount(w-index) < w-fence-low
                   or d-oe-amount(w-index) > w-fence-high)
                 move "IQR" to w-excp-rule
                 perform flag-one-member thru flag-one-member-ex
                 add 1 to w-outlier-count
              end-if
              if BENFORD-FAILED
                 and d-oe-first-digit(w-index) > 0
                 and DIGIT-OVER-REPRESENTED
                    (d-oe-first-digit(w-index))
                 move "BENF" to w-excp-rule
                 perform flag-one-member thru flag-one-member-ex
                 add 1 to w-benford-count
              end-if
           end-perform.
       flag-group-members-ex.
           exit.

       flag-one-member.
           if w-group-flagged = 0
              perform write-group-norms thru write-group-norms-ex
           end-if.
           add 1 to w-group-flagged.
           move d-oe-amount(w-index) to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           perform write-exception-line
              thru write-exception-line-ex.

           move d-oe-record-no(w-index) to z-record-no.
           move spaces to outlier-report-rec.
           string
              "    RECORD " z-record-no
              "  " w-excp-rule
              "  AMOUNT " w-edit-text
              delimited by size
              into outlier-report-rec
           end-string.
           if w-excp-rule = "BENF"
              move d-oe-first-digit(w-index) to w-last-digit
              string
                 "  LEADING DIGIT " w-last-digit
                 delimited by size
                 into outlier-report-rec(60:40)
              end-string
           end-if.
           write outlier-report-rec.
       flag-one-member-ex.
           exit.

      *         copy VALEXCP aside and back, leaving out the IQR and
      *         BENF lines on this run's amount field; arrvalidate's
      *         own lines go back as they were
       drop-earlier-outliers.
           move 0 to w-excp-dropped.
           open input VALIDATE-EXCEPTIONS.
           if EXCP-FILE-NOT-FOUND
              exit paragraph
           end-if.
           open output EXCEPTIONS-WORK.
           read VALIDATE-EXCEPTIONS.
           perform until EXCP-FILE-AT-EOF
              move validate-excp-rec to exceptions-work-rec
              write exceptions-work-rec
              read VALIDATE-EXCEPTIONS
           end-perform.
           close EXCEPTIONS-WORK.
           close VALIDATE-EXCEPTIONS.

           move w-amount-offset to z-offset.
           open input EXCEPTIONS-WORK.
           open output VALIDATE-EXCEPTIONS.
           read EXCEPTIONS-WORK.
           perform until WORK-FILE-AT-EOF
              move spaces to w-excp-toks
              unstring exceptions-work-rec
                 delimited by all spaces
                 into w-excp-tok(1) w-excp-tok(2) w-excp-tok(3)
                      w-excp-tok(4) w-excp-tok(5) w-excp-tok(6)
                      w-excp-tok(7)
              end-unstring
              if w-excp-tok(1) = "RECORD"
                 and w-excp-tok(6) = "RULE"
                 and (w-excp-tok(7) = "IQR" or w-excp-tok(7) = "BENF")
                 and w-excp-tok(5) = function trim(z-offset)
                 add 1 to w-excp-dropped
              else
                 move exceptions-work-rec to validate-excp-rec
                 write validate-excp-rec
              end-if
              read EXCEPTIONS-WORK
           end-perform.
           close VALIDATE-EXCEPTIONS.
           close EXCEPTIONS-WORK.
       drop-earlier-outliers-ex.
           exit.

      *         RECORD n FIELD AT offset RULE kind list VALUE [..],
      *         as arrvalidate writes it; the list slot carries the
      *         head of the group key
       write-exception-line.
           move d-oe-record-no(w-index) to z-record-no.
           move w-amount-offset to z-offset.
           move spaces to validate-excp-rec.
           string
              "RECORD " z-record-no
              " FIELD AT " z-offset
              " RULE " w-excp-rule
              " " d-oe-group(w-index)(1:10)
              " VALUE [" delimited by size
              w-edit-text delimited by space
              "]" delimited by size
              into validate-excp-rec
           end-string.
           write validate-excp-rec.
           add 1 to w-excp-count.
       write-exception-line-ex.
           exit.

      *         one amount edited with its implied decimals, left
      *         justified for the report and the exception line
       edit-amount.
           move spaces to w-edit-text.
           evaluate w-amount-decimals
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
           move function trim(w-edit-text) to w-edit-text.
       edit-amount-ex.
           exit.

       write-report-heading.
           move spaces to outlier-report-rec.
           move w-iqr-multiple to z-multiple.
           string
              "ARROUTLR OUTLIERS -- layout " w-layout-name
              " amount " w-amount-name
              " by " w-group-name
              delimited by size
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-benford-limit to z-mad.
           string
              "RANGE MEDIAN +/- " z-multiple " X IQR"
              "   BENFORD MAD LIMIT " z-mad
              delimited by size
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move all "-" to outlier-report-rec.
           write outlier-report-rec.
       write-report-heading-ex.
           exit.

       write-group-norms.
           move spaces to outlier-report-rec.
           write outlier-report-rec.
           move w-group-size to z-count.
           string
              "GROUP [" d-oe-group(w-index)(1:w-group-length) "]"
              "  MEMBERS " z-count
              "  BENFORD " w-benford-verdict
              delimited by size
              into outlier-report-rec
           end-string.
           if w-benford-verdict not = "SKIP"
              move w-benford-mad to z-mad
              string
                 " MAD " z-mad
                 delimited by size
                 into outlier-report-rec(70:20)
              end-string
           end-if.
           write outlier-report-rec.

           move w-group-median to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-edit-median.
           move w-group-q1 to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-edit-q1.
           move w-group-q3 to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-edit-q3.
           move spaces to outlier-report-rec.
           string
              "  MEDIAN " w-edit-median
              " Q1 " w-edit-q1
              " Q3 " w-edit-q3
              delimited by size
              into outlier-report-rec
           end-string.
           write outlier-report-rec.

           move spaces to outlier-report-rec.
           if RANGE-JUDGED
              move w-fence-low to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-low
              move w-fence-high to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-high
              string
                 "  RANGE  " w-edit-low
                 " TO " w-edit-high
                 delimited by size
                 into outlier-report-rec
              end-string
           else
              move "  RANGE  NOT JUDGED, GROUP TOO SMALL"
                 to outlier-report-rec
           end-if.
           write outlier-report-rec.
       write-group-norms-ex.
           exit.

       write-report-summary.
           move spaces to outlier-report-rec.
           write outlier-report-rec.
           move all "-" to outlier-report-rec.
           write outlier-report-rec.

           move spaces to outlier-report-rec.
           move w-read-count to z-count.
           string "RECORDS READ        " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-bad-count to z-count.
           string "AMOUNT UNUSABLE     " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-group-count to z-count.
           string "GROUPS              " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-outlier-count to z-count.
           string "OUTSIDE RANGE       " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-benford-groups to z-count.
           string "GROUPS FAIL BENFORD " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-benford-count to z-count.
           string "FLAGGED BY DIGIT    " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
           move spaces to outlier-report-rec.
           move w-excp-count to z-count.
           string "EXCEPTION LINES     " z-count
              into outlier-report-rec
           end-string.
           write outlier-report-rec.
       write-report-summary-ex.
           exit.
