       identification division.
         program-id.  arrtopn.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-TOPN-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select TOPN-CARD assign "TOPNCARD"
              organization line sequential
              file status is w-card-file-status.
           select TOPN-REPORT assign "TOPNRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-TOPN-IN.
       01  arrtopn-in-rec pic x(4096).
       fd  TOPN-CARD.
       01  topn-card-rec pic x(80).
       fd  TOPN-REPORT.
       01  topn-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-TOPN-RECORD-SZ value 4096.
       78  TOPN-GROUP-MAX value 500.
       78  TOPN-RANK-MAX value 99.
       78  TOPN-KEY-MAX value 8.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-NOT-FOUND value "35".
           88  IN-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         the top N records of every group in one pass over
      *         unsorted input.  The TOPNCARD names the fields --
      *           GROUP field                  (optional; without it
      *                                         the file is one group)
      *           RANK field [HIGH|LOW]        (up to 8, major first;
      *                                         HIGH by default)
      *           TOP n                        (1 to 99, 10 default)
      *           TITLE text...
      *         Each group keeps a heap bounded at n, so only n
      *         records per group are ever held.  Equal ranking
      *         values share a rank; at the cut-off the record read
      *         first stays in
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(16) value spaces.
       77  w-tok-3 pic x(16) value spaces.
       77  w-card-bad pic x value "N".
           88  CARD-REFUSED value "Y".
       77  w-report-title pic x(60) value spaces.

       77  w-group-name pic x(15) value spaces.
       77  w-group-fld pic 9(03) value 0.
       77  w-group-off pic 9(09) value 0.
       77  w-group-len pic 9(09) value 0.
       77  w-top-n pic 9(02) value 10.
       77  w-rank-count pic 9(02) value 0.
       01  w-rank-field-tbl.
           05 w-rank-field occurs TOPN-KEY-MAX times.
              07 w-rank-name pic x(15).
              07 w-rank-fld pic 9(03).
              07 w-rank-dir pic x(04).
       copy "sortkey.cpy" replacing ==!PREFIX!== by ==w-rank-==.
       77  w-heap-order pic x value "D".

      *         one heap per group, the array.cpy block of each kept
      *         here between records and brought back into
      *         w-heap-array to push on it
       77  w-group-count pic 9(04) value 0.
       01  w-group-tbl.
           05 w-grp occurs TOPN-GROUP-MAX times.
              07 w-grp-key pic x(30).
              07 w-grp-records pic 9(09).
              07 w-grp-heap pic x(256).
       01  w-order-tbl.
           05 w-order occurs TOPN-GROUP-MAX times pic 9(04).
       copy "array.cpy" replacing ==!PREFIX!== by ==w-heap-==.
       77  w-heap-rc pic s9(09) value 0.
       77  w-heap-element-sz pic 9(09) value 0.
       77  w-heap-key-count pic 9(MAX-NUMBER-SIZE) value 0.
       77  w-heap-bound pic 9(MAX-NUMBER-SIZE) value 0.
       77  w-grp-key-now pic x(30) value spaces.
       77  w-grp-idx pic 9(04) value 0.
       77  w-found-grp pic 9(04) value 0.
       77  w-element pic x(MAX-TOPN-RECORD-SZ) value spaces.

      *         a group's heap popped into rank order: the heap gives
      *         the lowest-ranked record first, so it fills from the
      *         bottom of the table up
       77  w-kept-count pic 9(02) value 0.
       01  w-kept-tbl.
           05 w-kept occurs TOPN-RANK-MAX times
              pic x(MAX-TOPN-RECORD-SZ).
       77  w-kept-idx pic 9(02) value 0.
       77  w-rank pic 9(02) value 0.

       77  w-sort-i pic 9(04) value 0.
       77  w-sort-j pic 9(04) value 0.
       77  w-sort-hold pic 9(04) value 0.

       77  w-fld-idx pic 9(03) value 0.
       77  w-found-fld pic 9(03) value 0.
       77  w-find-name pic x(15) value spaces.
       77  w-key-idx pic 9(02) value 0.
       77  w-fld-off pic 9(09) value 0.
       77  w-fld-len pic 9(09) value 0.
       77  w-field-bad pic x value "N".
           88  FIELD-NOT-NUMBER value "Y".
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-work-value pic s9(18) value 0.
       77  w-field-buf pic x(64) value spaces.
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-dec-count pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-scale pic 9(18) value 0.
       77  w-show-value pic s9(12)v9(06) value 0.
       77  z-value pic -(11)9.9(06).
       77  w-value-text pic x(20) justified right value spaces.
       77  w-value-cut pic 9(02) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-shown-count pic 9(09) value 0.
       77  w-pos pic 9(03) value 0.
       77  z-num pic z(08)9.
       77  z-rank pic zz9.

       77  w-runlog-pgm pic x(08) value "ARRTOPN".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

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
              or w-record-length > MAX-TOPN-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRTOPN unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.

           perform read-topn-card thru read-topn-card-ex.
           if not CARD-REFUSED
              perform check-topn-card thru check-topn-card-ex
           end-if.
           if CARD-REFUSED
              goback giving KO
           end-if.

           move w-record-length to w-heap-element-sz.
           move w-rank-count to w-heap-key-count.
           move w-top-n to w-heap-bound.
           call "runlog:start" using w-runlog-pgm.
           perform scan-input thru scan-input-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.
           perform order-groups thru order-groups-ex.
           perform write-topn-report thru write-topn-report-ex.

           display
              "ARRTOPN read=" w-read-count
              " groups=" w-group-count
              " shown=" w-shown-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-shown-count to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       read-topn-card.
           open input TOPN-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read TOPN-CARD.
           perform until CARD-FILE-AT-EOF
              move topn-card-rec to w-card-line
              perform parse-topn-line thru parse-topn-line-ex
              read TOPN-CARD
           end-perform.
           close TOPN-CARD.
       read-topn-card-ex.
           exit.

       parse-topn-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-card-line(1:6) = "TITLE "
              move w-card-line(7:60) to w-report-title
              exit paragraph
           end-if.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           unstring w-card-line
              delimited by all spaces
              into w-tok-1 w-tok-2 w-tok-3
           end-unstring.

           evaluate w-tok-1
              when "GROUP"
                 move w-tok-2(1:15) to w-group-name
              when "RANK"
                 if w-rank-count >= TOPN-KEY-MAX
                    or w-tok-2 = spaces
                    perform refuse-topn-line thru refuse-topn-line-ex
                    exit paragraph
                 end-if
                 if w-tok-3 = spaces
                    move "HIGH" to w-tok-3
                 end-if
                 if w-tok-3 not = "HIGH" and w-tok-3 not = "LOW"
                    perform refuse-topn-line thru refuse-topn-line-ex
                    exit paragraph
                 end-if
                 add 1 to w-rank-count
                 move w-tok-2(1:15) to w-rank-name(w-rank-count)
                 move w-tok-3(1:4) to w-rank-dir(w-rank-count)
              when "TOP"
                 if w-tok-2 = spaces
                    or function test-numval(w-tok-2) not = 0
                    perform refuse-topn-line thru refuse-topn-line-ex
                    exit paragraph
                 end-if
                 if function numval(w-tok-2) < 1
                    or function numval(w-tok-2) > TOPN-RANK-MAX
                    perform refuse-topn-line thru refuse-topn-line-ex
                    exit paragraph
                 end-if
                 compute w-top-n = function numval(w-tok-2)
              when other
                 perform refuse-topn-line thru refuse-topn-line-ex
           end-evaluate.
       parse-topn-line-ex.
           exit.

       refuse-topn-line.
           display
              "ARRTOPN line not understood: " w-card-line
              upon console.
           move "Y" to w-card-bad.
       refuse-topn-line-ex.
           exit.

      *         every named field must be in the layout and inside
      *         the record; the rank fields become the heap's key
      *         table -- HIGH sorts descending so that the best
      *         record always compares lowest, and the heap keeps
      *         the highest-comparing record at its root to be
      *         displaced first
       check-topn-card.
           if w-rank-count = 0
              display "ARRTOPN no RANK card" upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           move zeros to w-rank-sort-key-tbl.
           perform varying w-key-idx from 1 by 1
              until w-key-idx > w-rank-count
              move w-rank-name(w-key-idx) to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-fld to w-rank-fld(w-key-idx)
              if w-found-fld = 0
                 display
                    "ARRTOPN RANK is not a field of the layout: "
                    w-rank-name(w-key-idx)
                    upon console
                 move "Y" to w-card-bad
              else
                 perform build-rank-key thru build-rank-key-ex
              end-if
           end-perform.

           if w-group-name not = spaces
              move w-group-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-fld to w-group-fld
              if w-group-fld = 0
                 display
                    "ARRTOPN GROUP is not a field of the layout: "
                    w-group-name
                    upon console
                 move "Y" to w-card-bad
                 exit paragraph
              end-if
              move w-layout-fld-offset(w-group-fld) to w-group-off
              move w-layout-fld-length(w-group-fld) to w-group-len
              if w-group-len > 30
                 or w-group-off + w-group-len > w-record-length
                 display
                    "ARRTOPN GROUP field too long or past the record"
                    upon console
                 move "Y" to w-card-bad
              end-if
           end-if.
       check-topn-card-ex.
           exit.

       build-rank-key.
           move w-layout-fld-offset(w-found-fld) to w-fld-off.
           move w-layout-fld-length(w-found-fld) to w-fld-len.
           if w-fld-off + w-fld-len > w-record-length
              display
                 "ARRTOPN RANK field past the record: "
                 w-rank-name(w-key-idx)
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           move w-fld-off to w-rank-sort-key-offset(w-key-idx).
           move w-fld-len to w-rank-sort-key-length(w-key-idx).
           if w-rank-dir(w-key-idx) = "HIGH"
              move "D" to w-rank-sort-key-order(w-key-idx)
           else
              move "A" to w-rank-sort-key-order(w-key-idx)
           end-if.
           evaluate w-layout-fld-type(w-found-fld)
              when "9"
                 move "ZD" to w-rank-sort-key-type(w-key-idx)
              when "p"
                 move "PD" to w-rank-sort-key-type(w-key-idx)
              when "b"
                 move "BI" to w-rank-sort-key-type(w-key-idx)
              when other
                 move "CH" to w-rank-sort-key-type(w-key-idx)
           end-evaluate.
       build-rank-key-ex.
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

      *         the one pass: each record onto its group's heap
       scan-input.
           open input ARR-TOPN-IN.
           if IN-FILE-NOT-FOUND
              display "ARRTOPN no ARRIN" upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           read ARR-TOPN-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              move spaces to w-element
              move arrtopn-in-rec(1:w-record-length)
                 to w-element(1:w-record-length)
              perform push-record thru push-record-ex
              if CARD-REFUSED
                 close ARR-TOPN-IN
                 exit paragraph
              end-if
              read ARR-TOPN-IN
           end-perform.
           close ARR-TOPN-IN.
       scan-input-ex.
           exit.

       push-record.
           move spaces to w-grp-key-now.
           if w-group-fld > 0
              move w-element(w-group-off + 1:w-group-len)
                 to w-grp-key-now(1:w-group-len)
           end-if.
           perform find-group thru find-group-ex.
           if CARD-REFUSED
              exit paragraph
           end-if.

           move w-grp-heap(w-found-grp) to w-heap-array.
           call "array:heap-push"
              using w-heap-array w-element
                    w-rank-sort-key-tbl w-heap-key-count
                    w-heap-order w-heap-bound
              giving w-heap-rc.
           if w-heap-rc not = OK
              display
                 "ARRTOPN heap refused record " w-read-count
                 " rc " w-heap-rc
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           move w-heap-array to w-grp-heap(w-found-grp).
           add 1 to w-grp-records(w-found-grp).
       push-record-ex.
           exit.

       find-group.
           move 0 to w-found-grp.
           perform varying w-grp-idx from 1 by 1
              until w-grp-idx > w-group-count
                 or w-found-grp > 0
              if w-grp-key(w-grp-idx) = w-grp-key-now
                 move w-grp-idx to w-found-grp
              end-if
           end-perform.
           if w-found-grp > 0
              exit paragraph
           end-if.

           if w-group-count >= TOPN-GROUP-MAX
              display
                 "ARRTOPN more than " TOPN-GROUP-MAX " groups"
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           add 1 to w-group-count.
           move w-group-count to w-found-grp.
           move w-grp-key-now to w-grp-key(w-found-grp).
           move 0 to w-grp-records(w-found-grp).
           call "array:new" using w-heap-array w-heap-element-sz.
           move w-heap-array to w-grp-heap(w-found-grp).
       find-group-ex.
           exit.

      *         groups print in key order: an insertion sort of the
      *         group numbers, the table itself stays as built
       order-groups.
           perform varying w-sort-i from 1 by 1
              until w-sort-i > w-group-count
              move w-sort-i to w-order(w-sort-i)
           end-perform.
           perform varying w-sort-i from 2 by 1
              until w-sort-i > w-group-count
              move w-order(w-sort-i) to w-sort-hold
              move w-sort-i to w-sort-j
              perform until w-sort-j < 2
                 or w-grp-key(w-order(w-sort-j - 1))
                    <= w-grp-key(w-sort-hold)
                 move w-order(w-sort-j - 1) to w-order(w-sort-j)
                 subtract 1 from w-sort-j
              end-perform
              move w-sort-hold to w-order(w-sort-j)
           end-perform.
       order-groups-ex.
           exit.

       write-topn-report.
           open output TOPN-REPORT.
           move spaces to topn-report-rec.
           move 1 to w-pos.
           move w-top-n to z-rank.
           string "ARRTOPN TOP " function trim(z-rank)
              "  layout " function trim(w-layout-name)
              "  rank " function trim(w-rank-name(1))
              " " function trim(w-rank-dir(1))
              into topn-report-rec pointer w-pos
           end-string.
           if w-group-name not = spaces
              string "  group " function trim(w-group-name)
                 into topn-report-rec pointer w-pos
              end-string
           end-if.
           write topn-report-rec.
           if w-report-title not = spaces
              move spaces to topn-report-rec
              move w-report-title to topn-report-rec
              write topn-report-rec
           end-if.
           move spaces to topn-report-rec.
           move w-read-count to z-num.
           string "read " function trim(z-num)
              into topn-report-rec
           end-string.
           move w-group-count to z-num.
           move 20 to w-pos.
           string "groups " function trim(z-num)
              into topn-report-rec pointer w-pos
           end-string.
           write topn-report-rec.

           perform varying w-sort-i from 1 by 1
              until w-sort-i > w-group-count
              move w-order(w-sort-i) to w-grp-idx
              perform write-group-block thru write-group-block-ex
           end-perform.
           close TOPN-REPORT.
       write-topn-report-ex.
           exit.

      *         empty the group's heap into w-kept-tbl, best first,
      *         then one line per kept record under the group line
       write-group-block.
           move w-grp-heap(w-grp-idx) to w-heap-array.
           move w-heap-array-length to w-kept-count.
           move w-kept-count to w-kept-idx.
           perform until w-kept-idx = 0
              call "array:heap-pop"
                 using w-heap-array w-kept(w-kept-idx)
                       w-rank-sort-key-tbl w-heap-key-count
                       w-heap-order
              subtract 1 from w-kept-idx
           end-perform.
           call "array:free" using w-heap-array.

           move spaces to topn-report-rec.
           write topn-report-rec.
           move spaces to topn-report-rec.
           move 1 to w-pos.
           move w-grp-records(w-grp-idx) to z-num.
           if w-group-fld > 0
              string "GROUP " w-grp-key(w-grp-idx)(1:w-group-len)
                 "  records " function trim(z-num)
                 into topn-report-rec pointer w-pos
              end-string
           else
              string "ALL RECORDS  records " function trim(z-num)
                 into topn-report-rec pointer w-pos
              end-string
           end-if.
           write topn-report-rec.
           move spaces to topn-report-rec.
           move "RANK" to topn-report-rec(1:4).
           move w-rank-name(1) to topn-report-rec(7:15).
           move "RECORD" to topn-report-rec(29:6).
           write topn-report-rec.

           move 0 to w-rank.
           perform varying w-kept-idx from 1 by 1
              until w-kept-idx > w-kept-count
              if w-kept-idx = 1
                 move 1 to w-rank
              else
                 perform compare-with-previous
                    thru compare-with-previous-ex
              end-if
              move spaces to topn-report-rec
              move w-rank to z-rank
              move z-rank to topn-report-rec(2:3)
              move w-kept(w-kept-idx) to w-element
              move w-rank-fld(1) to w-fld-idx
              perform edit-rank-value thru edit-rank-value-ex
              move w-value-text to topn-report-rec(7:20)
              move w-element(1:104) to topn-report-rec(29:104)
              write topn-report-rec
              add 1 to w-shown-count
           end-perform.
       write-group-block-ex.
           exit.

      *         equal ranking fields share the rank; the next
      *         different record takes its position in the list
       compare-with-previous.
           perform varying w-key-idx from 1 by 1
              until w-key-idx > w-rank-count
              move w-rank-sort-key-offset(w-key-idx) to w-fld-off
              move w-rank-sort-key-length(w-key-idx) to w-fld-len
              if w-kept(w-kept-idx)(w-fld-off + 1:w-fld-len)
                 not = w-kept(w-kept-idx - 1)(w-fld-off + 1:w-fld-len)
                 move w-kept-idx to w-rank
                 exit paragraph
              end-if
           end-perform.
       compare-with-previous-ex.
           exit.

      *         the first rank field as a number with its implied
      *         decimals, or as its text when it is not numeric
       edit-rank-value.
           move spaces to w-value-text.
           move "N" to w-field-bad.
           move "N" to w-negative.
           move 0 to w-work-value.
           move w-layout-fld-offset(w-fld-idx) to w-fld-off.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           evaluate w-layout-fld-type(w-fld-idx)
              when "9"
                 perform extract-zoned thru extract-zoned-ex
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 move "Y" to w-field-bad
           end-evaluate.
           if FIELD-NOT-NUMBER
              if w-fld-len > 20
                 move 20 to w-fld-len
              end-if
              move w-element(w-fld-off + 1:w-fld-len)
                 to w-value-text
              exit paragraph
           end-if.
           if VALUE-NEGATIVE
              compute w-work-value = 0 - w-work-value
           end-if.
           move w-layout-fld-format(w-fld-idx) to w-fmt.
           perform count-implied-decimals
              thru count-implied-decimals-ex.
           if w-dec-count > 6
              move 6 to w-dec-count
           end-if.
           compute w-scale = 10 ** w-dec-count.
           compute w-show-value = w-work-value / w-scale.
           move w-show-value to z-value.
           compute w-value-cut = 6 - w-dec-count.
           if w-dec-count = 0
              add 1 to w-value-cut
           end-if.
           move z-value(1:19 - w-value-cut) to w-value-text.
       edit-rank-value-ex.
           exit.

       extract-zoned.
           if w-fld-len > 18
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           move spaces to w-field-buf.
           move w-element(w-fld-off + 1:w-fld-len)
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
           if w-fld-len > 9
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-fld-len
              compute w-byte-val = function ord(
                 w-element(w-fld-off + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-fld-len
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
           if w-fld-len > 7
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-fld-len
              compute w-byte-val = function ord(
                 w-element(w-fld-off + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

       count-implied-decimals.
           move 0 to w-dec-count.
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V"
                 or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-dec-count
                 end-if
              end-if
           end-perform.
       count-implied-decimals-ex.
           exit.
