       identification division.
         program-id.  arralloc.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-ALLOC-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-ALLOC-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select ALLOC-REJ assign "ALLOCREJ"
              organization line sequential
              file status is w-rej-file-status.
           select ALLOC-CARD assign "ALLOCCARD"
              organization line sequential
              file status is w-card-file-status.
           select CLOSE-CONTROL assign "CLOSECTL"
              organization line sequential
              file status is w-ctl-file-status.
           select ALLOC-REPORT assign "ALLOCRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-ALLOC-IN.
       01  arralloc-in-rec pic x(4096).
       fd  ARR-ALLOC-OUT.
       01  arralloc-out-rec pic x(4096).
       fd  ALLOC-REJ.
       01  alloc-rej-rec pic x(4096).
       fd  ALLOC-CARD.
       01  alloc-card-rec pic x(80).
       fd  CLOSE-CONTROL.
       01  close-control-rec pic x(132).
       fd  ALLOC-REPORT.
       01  alloc-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-ALLOC-RECORD-SZ value 4096.
       78  ALLOC-RECORD-MAX value 20000.
       78  ALLOC-GROUP-MAX value 500.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-ctl-file-status pic x(02) value spaces.
           88  CTL-FILE-NOT-FOUND value "35".
           88  CTL-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         a pool spread over the records by a weight field so
      *         that the amounts add back to the pool to the cent.
      *         The ALLOCCARD names the pool and the fields --
      *           POOL amount                  (as 12500.00)
      *           POOL CLOSE yyyymm array      (arrclose's amount)
      *           WEIGHT field
      *           GROUP field                  (optional)
      *           ROUNDING DOWN|NEAREST|UP     (DOWN by default)
      *           RESULT digits decimals       (15 2 by default)
      *         Grouped, the pool first splits over the groups by
      *         their total weight and each group's part then over
      *         its records.  Every share is rounded by the rule to
      *         the RESULT decimals; the cents that leaves over (or
      *         short) go one each to the shares with the largest
      *         remainder (or come off the smallest), ties in input
      *         order.  The amount is appended to the record as a
      *         signed zoned column of RESULT digits.  A CLOSE
      *         amount is the summed field digits, so it is taken
      *         in the RESULT's smallest unit.  A record whose
      *         weight is not a number or negative goes to ALLOCREJ
      *         and takes no share
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(23) value spaces.
       77  w-tok-3 pic x(23) value spaces.
       77  w-tok-4 pic x(16) value spaces.
       77  w-card-bad pic x value "N".
           88  CARD-REFUSED value "Y".

       77  w-pool-source pic x value space.
           88  POOL-FROM-CARD value "C".
           88  POOL-FROM-CLOSE value "S".
       77  w-pool-amount pic s9(13)v9(06) value 0.
       77  w-close-period pic x(06) value spaces.
       77  w-close-array pic x(23) value spaces.
       77  w-close-found pic x value "N".
           88  CLOSE-RECORD-FOUND value "Y".
       77  w-pool-units pic s9(15) value 0.
       77  w-pool-abs pic 9(15) value 0.
       77  w-pool-sign pic x value "+".
           88  POOL-NEGATIVE value "-".
       77  w-weight-name pic x(15) value spaces.
       77  w-group-name pic x(15) value spaces.
       77  w-weight-fld pic 9(03) value 0.
       77  w-group-fld pic 9(03) value 0.
       77  w-rounding pic x(08) value "DOWN".
           88  ROUND-DOWN value "DOWN".
           88  ROUND-NEAREST value "NEAREST".
           88  ROUND-UP value "UP".
       77  w-result-digits pic 9(02) value 15.
       77  w-result-decimals pic 9(02) value 2.

      *         one entry per input record, in input order: its
      *         group, weight in the field's own units and, once
      *         allocated, its share and rounding remainder
       77  w-rec-count pic 9(09) value 0.
       01  w-alloc-tbl.
           05 w-alloc occurs ALLOC-RECORD-MAX times.
              07 w-al-status pic x.
                 88  ALLOC-REJECTED value "R".
              07 w-al-group pic 9(04).
              07 w-al-weight pic 9(18).
              07 w-al-share pic 9(15).
              07 w-al-remainder pic s9(18).
       01  w-order-tbl.
           05 w-order occurs ALLOC-RECORD-MAX times pic 9(09).

       77  w-group-count pic 9(04) value 0.
       01  w-group-tbl.
           05 w-grp occurs ALLOC-GROUP-MAX times.
              07 w-grp-key pic x(30).
              07 w-grp-records pic 9(09).
              07 w-grp-weight pic 9(18).
              07 w-grp-pool pic 9(15).
              07 w-grp-remainder pic s9(18).
              07 w-grp-taken pic x.
              07 w-grp-rounded pic 9(15).
              07 w-grp-residual pic s9(15).
              07 w-grp-allocated pic 9(15).
       77  w-total-weight pic 9(18) value 0.
       77  w-pool-split-rounded pic 9(15) value 0.
       77  w-pool-split-residual pic s9(15) value 0.
       77  w-allocated-total pic 9(15) value 0.

       77  w-rec-idx pic 9(09) value 0.
       77  w-grp-idx pic 9(04) value 0.
       77  w-best-grp pic 9(04) value 0.
       77  w-grp-key-now pic x(30) value spaces.
       77  w-numer pic 9(33) value 0.
       77  w-denom pic 9(18) value 0.
       77  w-quot pic 9(15) value 0.
       77  w-rem pic 9(18) value 0.
       77  w-share pic 9(15) value 0.
       77  w-signed-rem pic s9(18) value 0.
       77  w-residual pic s9(15) value 0.
       77  w-scale pic 9(18) value 0.

      *         shell sort of the record order: group ascending,
      *         remainder descending, input order within a tie
       77  w-gap pic 9(09) value 0.
       77  w-sort-i pic 9(09) value 0.
       77  w-sort-j pic 9(09) value 0.
       77  w-sort-hold pic 9(09) value 0.
       77  w-sort-left pic 9(09) value 0.
       77  w-in-order pic x value "N".
           88  KEYS-IN-ORDER value "Y".
       77  w-run-start pic 9(09) value 0.
       77  w-run-end pic 9(09) value 0.

       77  w-fld-idx pic 9(03) value 0.
       77  w-found-fld pic 9(03) value 0.
       77  w-find-name pic x(15) value spaces.
       77  w-field-bad pic x value "N".
           88  FIELD-NOT-NUMBER value "Y".
       77  w-work-value pic s9(18) value 0.
       77  w-work-digits pic 9(18) value 0.
       77  w-work-digits-x redefines w-work-digits pic x(18).
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-field-buf pic x(64) value spaces.
       77  w-fld-len pic 9(02) value 0.
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-text-value pic s9(12)v9(06) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-pos pic 9(03) value 0.
       77  z-num pic z(08)9.
       77  z-amount pic -(14)9.9(06).
       77  w-amount-text pic x(22) justified right value spaces.
       77  w-amount-cut pic 9(02) value 0.
       77  w-show-units pic s9(15) value 0.

       77  w-runlog-pgm pic x(08) value "ARRALLOC".
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
              or w-record-length > MAX-ALLOC-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRALLOC unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.

           perform read-alloc-card thru read-alloc-card-ex.
           if not CARD-REFUSED
              perform check-alloc-card thru check-alloc-card-ex
           end-if.
           if CARD-REFUSED
              goback giving KO
           end-if.
           if POOL-FROM-CLOSE
              perform take-close-amount thru take-close-amount-ex
              if not CLOSE-RECORD-FOUND
                 display
                    "ARRALLOC no CLOSE record for " w-close-period
                    " " w-close-array
                    upon console
                 goback giving KO
              end-if
           end-if.
           perform check-pool-size thru check-pool-size-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform scan-weights thru scan-weights-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.
           if w-total-weight = 0
              display "ARRALLOC total weight is zero" upon console
              goback giving KO
           end-if.

           perform split-pool-over-groups
              thru split-pool-over-groups-ex.
           perform share-group-pools thru share-group-pools-ex.
           perform write-allocated-file
              thru write-allocated-file-ex.
           perform write-alloc-report thru write-alloc-report-ex.

           display
              "ARRALLOC read=" w-read-count
              " written=" w-written-count
              " rejected=" w-rejected-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRALLOC" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move w-rejected-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.

       read-alloc-card.
           open input ALLOC-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read ALLOC-CARD.
           perform until CARD-FILE-AT-EOF
              move alloc-card-rec to w-card-line
              perform parse-alloc-line thru parse-alloc-line-ex
              read ALLOC-CARD
           end-perform.
           close ALLOC-CARD.
       read-alloc-card-ex.
           exit.

       parse-alloc-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           move spaces to w-tok-4.
           unstring w-card-line
              delimited by all spaces
              into w-tok-1 w-tok-2 w-tok-3 w-tok-4
           end-unstring.

           evaluate w-tok-1
              when "POOL"
                 if w-tok-2 = "CLOSE"
                    if w-tok-3 = spaces or w-tok-4 = spaces
                       perform refuse-alloc-line
                          thru refuse-alloc-line-ex
                       exit paragraph
                    end-if
                    move "S" to w-pool-source
                    move w-tok-3(1:6) to w-close-period
                    move w-tok-4 to w-close-array
                 else
                    if w-tok-2 = spaces
                       or function test-numval(w-tok-2) not = 0
                       perform refuse-alloc-line
                          thru refuse-alloc-line-ex
                       exit paragraph
                    end-if
                    move "C" to w-pool-source
                    compute w-pool-amount =
                       function numval(w-tok-2)
                 end-if
              when "WEIGHT"
                 move w-tok-2(1:15) to w-weight-name
              when "GROUP"
                 move w-tok-2(1:15) to w-group-name
              when "ROUNDING"
                 move w-tok-2 to w-rounding
                 if not ROUND-DOWN and not ROUND-NEAREST
                    and not ROUND-UP
                    perform refuse-alloc-line
                       thru refuse-alloc-line-ex
                 end-if
              when "RESULT"
                 if function test-numval(w-tok-2) not = 0
                    or function test-numval(w-tok-3) not = 0
                    perform refuse-alloc-line
                       thru refuse-alloc-line-ex
                    exit paragraph
                 end-if
                 if function numval(w-tok-2) < 1
                    or function numval(w-tok-2) > 15
                    or function numval(w-tok-3) > 6
                    or function numval(w-tok-3)
                       >= function numval(w-tok-2)
                    perform refuse-alloc-line
                       thru refuse-alloc-line-ex
                    exit paragraph
                 end-if
                 compute w-result-digits = function numval(w-tok-2)
                 compute w-result-decimals =
                    function numval(w-tok-3)
              when other
                 perform refuse-alloc-line thru refuse-alloc-line-ex
           end-evaluate.
       parse-alloc-line-ex.
           exit.

       refuse-alloc-line.
           display
              "ARRALLOC line not understood: " w-card-line
              upon console.
           move "Y" to w-card-bad.
       refuse-alloc-line-ex.
           exit.

       check-alloc-card.
           if w-pool-source = space
              display "ARRALLOC no POOL card" upon console
              move "Y" to w-card-bad
           end-if.
           move w-weight-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-fld to w-weight-fld.
           if w-weight-fld = 0
              display
                 "ARRALLOC WEIGHT is not a field of the layout: "
                 w-weight-name
                 upon console
              move "Y" to w-card-bad
           end-if.
           if w-group-name not = spaces
              move w-group-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-fld to w-group-fld
              if w-group-fld = 0
                 display
                    "ARRALLOC GROUP is not a field of the layout: "
                    w-group-name
                    upon console
                 move "Y" to w-card-bad
              end-if
           end-if.
           if w-record-length + w-result-digits
              > MAX-ALLOC-RECORD-SZ
              display
                 "ARRALLOC result column runs past "
                 MAX-ALLOC-RECORD-SZ " bytes"
                 upon console
              move "Y" to w-card-bad
           end-if.
       check-alloc-card-ex.
           exit.

       find-layout-field.
           move 0 to w-found-fld.
           if w-find-name = spaces
              exit paragraph
           end-if.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-layout-field-count
                 or w-found-fld > 0
              if w-layout-fld-name(w-fld-idx) = w-find-name
                 move w-fld-idx to w-found-fld
              end-if
           end-perform.
       find-layout-field-ex.
           exit.

      *         the closing amount arrclose booked for the array and
      *         period; a rerun that booked it again leaves the last
       take-close-amount.
           move "N" to w-close-found.
           open input CLOSE-CONTROL.
           if CTL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read CLOSE-CONTROL.
           perform until CTL-FILE-AT-EOF
              if close-control-rec(1:6) = "CLOSE "
                 and close-control-rec(7:6) = w-close-period
                 and close-control-rec(14:23) = w-close-array
                 and close-control-rec(53:8) = " amount="
                 move "Y" to w-close-found
                 compute w-pool-units =
                    function numval(close-control-rec(61:15))
              end-if
              read CLOSE-CONTROL
           end-perform.
           close CLOSE-CONTROL.
       take-close-amount-ex.
           exit.

      *         the pool in the RESULT's smallest unit; no share can
      *         be bigger than the pool, so a pool that fits the
      *         column means every share does
       check-pool-size.
           compute w-scale = 10 ** w-result-decimals.
           if POOL-FROM-CARD
              compute w-pool-units = w-pool-amount * w-scale
                 on size error
                    display "ARRALLOC POOL too big" upon console
                    move "Y" to w-card-bad
                    exit paragraph
              end-compute
              if w-pool-units / w-scale not = w-pool-amount
                 display
                    "ARRALLOC POOL has more decimals than RESULT"
                    upon console
                 move "Y" to w-card-bad
                 exit paragraph
              end-if
           end-if.
           move "+" to w-pool-sign.
           if w-pool-units < 0
              move "-" to w-pool-sign
           end-if.
           compute w-pool-abs = function abs(w-pool-units).
           compute w-scale = 10 ** w-result-digits.
           if w-pool-abs >= w-scale
              display
                 "ARRALLOC pool does not fit " w-result-digits
                 " digits"
                 upon console
              move "Y" to w-card-bad
           end-if.
       check-pool-size-ex.
           exit.

      *         first pass: every record's weight and group
       scan-weights.
           open input ARR-ALLOC-IN.
           read ARR-ALLOC-IN.
           perform until IN-FILE-AT-EOF or CARD-REFUSED
              add 1 to w-read-count
              if w-read-count > ALLOC-RECORD-MAX
                 display
                    "ARRALLOC more than " ALLOC-RECORD-MAX
                    " records"
                    upon console
                 move "Y" to w-card-bad
              else
                 perform weigh-one-record
                    thru weigh-one-record-ex
              end-if
              read ARR-ALLOC-IN
           end-perform.
           close ARR-ALLOC-IN.
           move w-read-count to w-rec-count.
       scan-weights-ex.
           exit.

       weigh-one-record.
           initialize w-alloc(w-read-count).
           move w-weight-fld to w-fld-idx.
           perform read-weight thru read-weight-ex.
           if FIELD-NOT-NUMBER or VALUE-NEGATIVE
              move "R" to w-al-status(w-read-count)
              exit paragraph
           end-if.
           move w-work-value to w-al-weight(w-read-count).

           move spaces to w-grp-key-now.
           if w-group-fld > 0
              move arralloc-in-rec
                 (w-layout-fld-offset(w-group-fld) + 1:
                  function min(w-layout-fld-length(w-group-fld), 30))
                 to w-grp-key-now
           end-if.
           perform find-group thru find-group-ex.
           if CARD-REFUSED
              exit paragraph
           end-if.
           move w-grp-idx to w-al-group(w-read-count).
           add 1 to w-grp-records(w-grp-idx).
           add w-work-value to w-grp-weight(w-grp-idx)
              on size error
                 display "ARRALLOC weights add past 18 digits"
                    upon console
                 move "Y" to w-card-bad
           end-add.
           add w-work-value to w-total-weight
              on size error
                 display "ARRALLOC weights add past 18 digits"
                    upon console
                 move "Y" to w-card-bad
           end-add.
       weigh-one-record-ex.
           exit.

       find-group.
           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
              if w-grp-key(w-grp-idx) = w-grp-key-now
                 exit paragraph
              end-if
           end-perform.
           if w-group-count >= ALLOC-GROUP-MAX
              display
                 "ARRALLOC more than " ALLOC-GROUP-MAX " groups"
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           add 1 to w-group-count.
           move w-group-count to w-grp-idx.
           initialize w-grp(w-grp-idx).
           move w-grp-key-now to w-grp-key(w-grp-idx).
       find-group-ex.
           exit.

      *         the weight as a whole number of the field's own
      *         units (a V99 field's cents); text weights carry six
      *         decimals.  The unit cancels out of every share
       read-weight.
           move "N" to w-field-bad.
           move "N" to w-negative.
           move 0 to w-work-value.
           evaluate w-layout-fld-type(w-fld-idx)
              when "9"
                 perform extract-zoned thru extract-zoned-ex
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-alpha thru extract-alpha-ex
           end-evaluate.
           if w-work-value = 0
              move "N" to w-negative
           end-if.
       read-weight-ex.
           exit.

       extract-zoned.
           if w-layout-fld-length(w-fld-idx) > 18
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arralloc-in-rec(w-layout-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-fld-len:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-fld-len:1)
              end-if
           end-perform.
           if w-field-buf(1:w-fld-len) is not numeric
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           compute w-work-value =
              function numval(w-field-buf(1:w-fld-len)).
       extract-zoned-ex.
           exit.

      *         past nine bytes the digits would not fit s9(18)
       extract-packed.
           if w-layout-fld-length(w-fld-idx) > 9
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arralloc-in-rec(w-layout-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-layout-fld-length(w-fld-idx)
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
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
           if w-layout-fld-length(w-fld-idx) > 7
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arralloc-in-rec(w-layout-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

       extract-alpha.
           if w-layout-fld-length(w-fld-idx) > 64
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arralloc-in-rec(w-layout-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
           if w-field-buf = spaces
              or function test-numval(w-field-buf) not = 0
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           compute w-text-value = function numval(w-field-buf)
              on size error
                 move "Y" to w-field-bad
                 exit paragraph
           end-compute.
           if w-text-value < 0
              move "Y" to w-negative
              compute w-text-value = 0 - w-text-value
           end-if.
           compute w-work-value = w-text-value * 1000000.
       extract-alpha-ex.
           exit.

      *         the pool over the groups by total weight, to the
      *         cent: the same rounding and largest-remainder rule
      *         the records get inside each group
       split-pool-over-groups.
           move 0 to w-pool-split-rounded.
           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
              compute w-numer =
                 w-pool-abs * w-grp-weight(w-grp-idx)
              move w-total-weight to w-denom
              perform round-one-share thru round-one-share-ex
              move w-share to w-grp-pool(w-grp-idx)
              move w-signed-rem to w-grp-remainder(w-grp-idx)
              move "N" to w-grp-taken(w-grp-idx)
              add w-share to w-pool-split-rounded
           end-perform.
           compute w-pool-split-residual =
              w-pool-abs - w-pool-split-rounded.

           perform until w-pool-split-residual = 0
              perform pick-group-for-cent
                 thru pick-group-for-cent-ex
              move "Y" to w-grp-taken(w-best-grp)
              if w-pool-split-residual > 0
                 add 1 to w-grp-pool(w-best-grp)
                 subtract 1 from w-pool-split-residual
              else
                 subtract 1 from w-grp-pool(w-best-grp)
                 add 1 to w-pool-split-residual
              end-if
           end-perform.
       split-pool-over-groups-ex.
           exit.

      *         a few hundred groups at most: a straight scan for the
      *         largest remainder (or the smallest, taking a cent
      *         back) among the groups not yet given one
       pick-group-for-cent.
           move 0 to w-best-grp.
           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
              if w-grp-taken(w-grp-idx) = "N"
                 and w-grp-weight(w-grp-idx) > 0
                 if w-best-grp = 0
                    move w-grp-idx to w-best-grp
                 else
                    if w-pool-split-residual > 0
                       and w-grp-remainder(w-grp-idx)
                          > w-grp-remainder(w-best-grp)
                       move w-grp-idx to w-best-grp
                    end-if
                    if w-pool-split-residual < 0
                       and w-grp-remainder(w-grp-idx)
                          < w-grp-remainder(w-best-grp)
                       move w-grp-idx to w-best-grp
                    end-if
                 end-if
              end-if
           end-perform.
       pick-group-for-cent-ex.
           exit.

      *         w-numer / w-denom to a whole cent by the rounding
      *         rule: the cent in w-share, what rounding moved it by
      *         (in w-denom parts) in w-signed-rem
       round-one-share.
           if w-denom = 0
              move 0 to w-share
              move 0 to w-signed-rem
              exit paragraph
           end-if.
           divide w-numer by w-denom
              giving w-quot remainder w-rem.
           move w-quot to w-share.
           move w-rem to w-signed-rem.
           evaluate true
              when ROUND-NEAREST
                 if w-rem * 2 >= w-denom
                    add 1 to w-share
                    compute w-signed-rem = w-rem - w-denom
                 end-if
              when ROUND-UP
                 if w-rem > 0
                    add 1 to w-share
                    compute w-signed-rem = w-rem - w-denom
                 end-if
           end-evaluate.
       round-one-share-ex.
           exit.

      *         each group's pool over its records, then the
      *         group's leftover cents by remainder order
       share-group-pools.
           move 0 to w-allocated-total.
           perform varying w-rec-idx from 1 by 1
              until w-rec-idx > w-rec-count
              move w-rec-idx to w-order(w-rec-idx)
              if not ALLOC-REJECTED(w-rec-idx)
                 move w-al-group(w-rec-idx) to w-grp-idx
                 compute w-numer = w-grp-pool(w-grp-idx)
                    * w-al-weight(w-rec-idx)
                 move w-grp-weight(w-grp-idx) to w-denom
                 perform round-one-share thru round-one-share-ex
                 move w-share to w-al-share(w-rec-idx)
                 move w-signed-rem to w-al-remainder(w-rec-idx)
                 add w-share to w-grp-rounded(w-grp-idx)
              end-if
           end-perform.
           perform sort-record-order thru sort-record-order-ex.

           move 1 to w-run-start.
           perform until w-run-start > w-rec-count
              move w-order(w-run-start) to w-rec-idx
              if ALLOC-REJECTED(w-rec-idx)
                 add 1 to w-run-start
              else
                 perform hand-out-group-cents
                    thru hand-out-group-cents-ex
                 compute w-run-start = w-run-end + 1
              end-if
           end-perform.

           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
              add w-grp-allocated(w-grp-idx) to w-allocated-total
           end-perform.
       share-group-pools-ex.
           exit.

      *         the records of one group sit together in the sorted
      *         order, largest remainder first: leftover cents go to
      *         the front of the run, cents short come off its end
       hand-out-group-cents.
           move w-al-group(w-rec-idx) to w-grp-idx.
           move w-run-start to w-run-end.
           perform until w-run-end >= w-rec-count
              or w-al-group(w-order(w-run-end + 1)) not = w-grp-idx
              or ALLOC-REJECTED(w-order(w-run-end + 1))
              add 1 to w-run-end
           end-perform.
           compute w-grp-residual(w-grp-idx) =
              w-grp-pool(w-grp-idx) - w-grp-rounded(w-grp-idx).
           move w-grp-residual(w-grp-idx) to w-residual.

           move w-run-start to w-sort-i.
           perform until w-residual <= 0
              add 1 to w-al-share(w-order(w-sort-i))
              subtract 1 from w-residual
              add 1 to w-sort-i
           end-perform.
           move w-run-end to w-sort-i.
           perform until w-residual >= 0
              subtract 1 from w-al-share(w-order(w-sort-i))
              add 1 to w-residual
              subtract 1 from w-sort-i
           end-perform.

           perform varying w-sort-i from w-run-start by 1
              until w-sort-i > w-run-end
              add w-al-share(w-order(w-sort-i))
                 to w-grp-allocated(w-grp-idx)
           end-perform.
       hand-out-group-cents-ex.
           exit.

      *         rejected records sort to the end, out of every run
       sort-record-order.
           compute w-gap = w-rec-count / 2.
           perform until w-gap = 0
              perform varying w-sort-i from w-gap by 1
                 until w-sort-i >= w-rec-count
                 move w-order(w-sort-i + 1) to w-sort-hold
                 move w-sort-i to w-sort-j
                 perform until w-sort-j < w-gap
                    move w-order(w-sort-j - w-gap + 1)
                       to w-sort-left
                    perform compare-order-keys
                       thru compare-order-keys-ex
                    if KEYS-IN-ORDER
                       exit perform
                    end-if
                    move w-sort-left to w-order(w-sort-j + 1)
                    subtract w-gap from w-sort-j
                 end-perform
                 move w-sort-hold to w-order(w-sort-j + 1)
              end-perform
              compute w-gap = w-gap / 2
           end-perform.
       sort-record-order-ex.
           exit.

      *         is w-sort-left due before (or level with) the record
      *         being placed, w-sort-hold?
       compare-order-keys.
           move "Y" to w-in-order.
           evaluate true
              when ALLOC-REJECTED(w-sort-hold)
                 and ALLOC-REJECTED(w-sort-left)
                 if w-sort-left > w-sort-hold
                    move "N" to w-in-order
                 end-if
              when ALLOC-REJECTED(w-sort-hold)
                 continue
              when ALLOC-REJECTED(w-sort-left)
                 move "N" to w-in-order
              when w-al-group(w-sort-left)
                 < w-al-group(w-sort-hold)
                 continue
              when w-al-group(w-sort-left)
                 > w-al-group(w-sort-hold)
                 move "N" to w-in-order
              when w-al-remainder(w-sort-left)
                 > w-al-remainder(w-sort-hold)
                 continue
              when w-al-remainder(w-sort-left)
                 < w-al-remainder(w-sort-hold)
                 move "N" to w-in-order
              when w-sort-left > w-sort-hold
                 move "N" to w-in-order
           end-evaluate.
       compare-order-keys-ex.
           exit.

      *         second pass: each record with its amount appended
       write-allocated-file.
           open input ARR-ALLOC-IN.
           open output ARR-ALLOC-OUT.
           open output ALLOC-REJ.
           move 0 to w-rec-idx.
           read ARR-ALLOC-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-rec-idx
              if ALLOC-REJECTED(w-rec-idx)
                 add 1 to w-rejected-count
                 move arralloc-in-rec to alloc-rej-rec
                 write alloc-rej-rec
              else
                 perform write-one-allocated
                    thru write-one-allocated-ex
              end-if
              read ARR-ALLOC-IN
           end-perform.
           close ALLOC-REJ.
           close ARR-ALLOC-OUT.
           close ARR-ALLOC-IN.
       write-allocated-file-ex.
           exit.

       write-one-allocated.
           move spaces to arralloc-out-rec.
           move arralloc-in-rec(1:w-record-length)
              to arralloc-out-rec(1:w-record-length).
           move w-al-share(w-rec-idx) to w-work-digits.
           move w-work-digits-x(19 - w-result-digits:
                 w-result-digits)
              to arralloc-out-rec(w-record-length + 1:
                 w-result-digits).
           if POOL-NEGATIVE and w-work-digits > 0
              compute w-last-digit = function numval(
                 w-work-digits-x(18:1))
              move w-overpunch-minus(w-last-digit + 1:1)
                 to arralloc-out-rec(w-record-length
                    + w-result-digits:1)
           end-if.
           write arralloc-out-rec.
           add 1 to w-written-count.
       write-one-allocated-ex.
           exit.

      *         the proof: per group the pool it was given, the
      *         rounded shares, the cents the remainders settled
      *         and what was allocated -- pool and allocated agree
       write-alloc-report.
           open output ALLOC-REPORT.
           move spaces to alloc-report-rec.
           move 1 to w-pos.
           string "ARRALLOC POOL ALLOCATION  layout "
              function trim(w-layout-name)
              "  weight " function trim(w-weight-name)
              into alloc-report-rec pointer w-pos
           end-string.
           if w-group-name not = spaces
              string "  group " function trim(w-group-name)
                 into alloc-report-rec pointer w-pos
              end-string
           end-if.
           write alloc-report-rec.
           move spaces to alloc-report-rec.
           move w-pool-abs to w-show-units.
           perform edit-units thru edit-units-ex.
           if POOL-FROM-CLOSE
              string "pool " function trim(w-amount-text)
                 " from CLOSE " w-close-period " "
                 function trim(w-close-array)
                 "  rounding " w-rounding
                 into alloc-report-rec
              end-string
           else
              string "pool " function trim(w-amount-text)
                 "  rounding " w-rounding
                 into alloc-report-rec
              end-string
           end-if.
           write alloc-report-rec.
           move spaces to alloc-report-rec.
           move w-read-count to z-num.
           string "read " function trim(z-num)
              into alloc-report-rec
           end-string.
           move w-written-count to z-num.
           move 20 to w-pos.
           string "allocated " function trim(z-num)
              into alloc-report-rec pointer w-pos
           end-string.
           move w-rejected-count to z-num.
           move 40 to w-pos.
           string "rejected " function trim(z-num)
              into alloc-report-rec pointer w-pos
           end-string.
           write alloc-report-rec.
           move spaces to alloc-report-rec.
           write alloc-report-rec.

           move spaces to alloc-report-rec.
           move "GROUP" to alloc-report-rec(1:5).
           move "RECORDS" to alloc-report-rec(25:7).
           move "POOL" to alloc-report-rec(48:4).
           move "ROUNDED SHARES" to alloc-report-rec(62:14).
           move "RESIDUAL" to alloc-report-rec(91:8).
           move "ALLOCATED" to alloc-report-rec(116:9).
           write alloc-report-rec.
           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
              move spaces to alloc-report-rec
              move w-grp-key(w-grp-idx)(1:20)
                 to alloc-report-rec(1:20)
              move w-grp-records(w-grp-idx) to z-num
              move z-num to alloc-report-rec(23:9)
              move w-grp-pool(w-grp-idx) to w-show-units
              perform edit-units thru edit-units-ex
              move w-amount-text to alloc-report-rec(33:22)
              move w-grp-rounded(w-grp-idx) to w-show-units
              perform edit-units thru edit-units-ex
              move w-amount-text to alloc-report-rec(56:22)
              move w-grp-residual(w-grp-idx) to w-show-units
              perform edit-units thru edit-units-ex
              move w-amount-text to alloc-report-rec(79:22)
              move w-grp-allocated(w-grp-idx) to w-show-units
              perform edit-units thru edit-units-ex
              move w-amount-text to alloc-report-rec(102:22)
              write alloc-report-rec
           end-perform.

           move spaces to alloc-report-rec.
           move "TOTAL" to alloc-report-rec(1:5).
           move w-written-count to z-num.
           move z-num to alloc-report-rec(23:9).
           move w-pool-abs to w-show-units.
           perform edit-units thru edit-units-ex.
           move w-amount-text to alloc-report-rec(33:22).
           move w-allocated-total to w-show-units.
           perform edit-units thru edit-units-ex.
           move w-amount-text to alloc-report-rec(102:22).
           write alloc-report-rec.
           move spaces to alloc-report-rec.
           if w-allocated-total = w-pool-abs
              move "PROOF: allocated equals pool" to alloc-report-rec
           else
              move "PROOF FAILED: allocated differs from pool"
                 to alloc-report-rec
           end-if.
           write alloc-report-rec.
           close ALLOC-REPORT.
       write-alloc-report-ex.
           exit.

      *         w-show-units, a count of the RESULT's smallest unit
      *         taken with the pool's sign, edited as an amount
       edit-units.
           if POOL-NEGATIVE
              compute w-show-units = 0 - w-show-units
           end-if.
           compute w-scale = 10 ** w-result-decimals.
           compute z-amount = w-show-units / w-scale.
           compute w-amount-cut = 6 - w-result-decimals.
           if w-result-decimals = 0
              add 1 to w-amount-cut
           end-if.
           move z-amount(1:22 - w-amount-cut) to w-amount-text.
       edit-units-ex.
           exit.
