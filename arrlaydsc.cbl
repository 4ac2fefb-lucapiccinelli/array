       identification division.
         program-id.  arrlaydsc.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SAMPLE-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select DRAFT-LAYOUT assign "LAYDRAFT"
              organization line sequential
              file status is w-draft-file-status.
           select DISCOVERY-REPORT assign "LAYDSRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  SAMPLE-IN.
       01  sample-in-rec pic x(4096).
       fd  DRAFT-LAYOUT.
       01  draft-layout-rec pic x(80).
       fd  DISCOVERY-REPORT.
       01  discovery-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  DISC-RECORD-MAX value 4096.
       78  DISC-FIELD-MAX value 500.
       78  DISC-CAND-MAX value 500.
       78  DISC-EXAMPLE-MAX value 3.
       78  DISC-NUMBER-MAX value 18.

      *         a first cut of the LAYOUTS entry for a file that came
      *         with no copybook.  A sample of ARRIN is profiled one
      *         byte column at a time -- always blank, always a digit,
      *         both nibbles decimal with some bytes unprintable (the
      *         body of a packed field) or a decimal high nibble with
      *         a C / D / F low one (its sign) -- and the columns are
      *         cut into fields where the profile changes.  Runs of
      *         eight digits that are a valid YYYYMMDD in every record
      *         by the calendar service are dates.  The draft goes to
      *         LAYDRAFT in LAYOUTS form, and LAYDSRPT shows each
      *         proposed field with examples and how sure the cut is;
      *         the analyst names the fields and copies the lines in.
      *           record length  0 (default) the longest sample line
      *           sample         records profiled, default 1000
      *           layout         draft name, default DRAFT
       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-NOT-FOUND value "35".
           88  IN-FILE-AT-EOF value "10".
       77  w-draft-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

       77  w-record-length pic 9(09) value 0.
       77  w-sample-size pic 9(09) value 0.
       77  w-layout-name pic x(15) value spaces.
       77  w-read-count pic 9(09) value 0.
       77  w-scan-length pic 9(09) value 0.
       77  w-line-length pic 9(09) value 0.
       77  w-trail-count pic 9(09) value 0.

      *         the column profile: how many sampled records had each
      *         kind of byte in the column
       01  w-column-tbl.
           05 w-column-entry occurs DISC-RECORD-MAX times.
              07 w-col-seen pic 9(09).
              07 w-col-blank pic 9(09).
              07 w-col-digit pic 9(09).
              07 w-col-bcd pic 9(09).
              07 w-col-sign pic 9(09).
              07 w-col-unprint pic 9(09).
              07 w-col-class pic x.
                 88 COL-BLANK value "B".
                 88 COL-DIGIT value "D".
                 88 COL-PACKED-BODY value "K".
                 88 COL-PACKED-SIGN value "S".
                 88 COL-TEXT value "X".
       77  w-col pic 9(05) value 0.
       77  w-run-end pic 9(05) value 0.
       77  w-byte-value pic 9(03) value 0.
       77  w-high-nibble pic 9(02) value 0.
       77  w-low-nibble pic 9(02) value 0.
       77  w-pad-count pic 9(09) value 0.

      *         eight-digit windows inside digit runs that may be
      *         dates, and how many sampled records held a real one
       77  w-cand-count pic 9(03) value 0.
       01  w-cand-tbl.
           05 w-cand-entry occurs DISC-CAND-MAX times.
              07 w-cand-start pic 9(05).
              07 w-cand-valid pic 9(09).
       77  w-cand-idx pic 9(03) value 0.
       77  w-cand-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.
       77  w-digit-pos pic 9(05) value 0.
       77  w-date-window pic x value "N".
           88  DATE-WINDOW-FOUND value "Y".

       77  w-field-count pic 9(03) value 0.
       01  w-field-tbl.
           05 w-field-entry occurs DISC-FIELD-MAX times.
              07 w-fd-name pic x(15).
              07 w-fd-start pic 9(05).
              07 w-fd-length pic 9(05).
              07 w-fd-type pic x.
              07 w-fd-format pic x(08).
              07 w-fd-kind pic x.
                 88 KIND-TEXT value "T".
                 88 KIND-NUMBER value "N".
                 88 KIND-DATE value "D".
                 88 KIND-PACKED value "P".
              07 w-fd-filled pic 9(09).
              07 w-fd-varies pic x.
                 88 FIELD-VARIES value "Y".
              07 w-fd-example-count pic 9(01).
              07 w-fd-example pic x(20)
                 occurs DISC-EXAMPLE-MAX times.
       77  w-field-idx pic 9(03) value 0.
       77  w-example-idx pic 9(01) value 0.
       77  w-example-found pic x value "N".
           88  EXAMPLE-FOUND value "Y".
       77  w-field-start pic 9(05) value 0.
       77  w-field-length pic 9(05) value 0.
       77  w-field-kind pic x value space.
       77  w-number-count pic 9(03) value 0.
       77  w-text-count pic 9(03) value 0.
       77  w-date-count pic 9(03) value 0.
       77  w-packed-count pic 9(03) value 0.
       77  w-gap-count pic 9(03) value 0.
       77  w-gap-bytes pic 9(09) value 0.

       77  w-first-rec pic x(4096) value spaces.
       77  w-value pic x(20) value spaces.
       77  w-packed-text pic x(20) value spaces.
       77  w-packed-ptr pic 9(02) value 0.
       77  w-packed-idx pic 9(05) value 0.
       77  z-seq pic 9(03).
       77  z-digits pic z9.
       77  z-count pic z(08)9.
       77  z-offset pic z(04)9.
       77  z-length pic z(04)9.
       77  z-percent pic zz9.
       77  w-percent pic 9(03) value 0.
       77  w-confidence pic x(06) value spaces.
       77  w-reason pic x(40) value spaces.
       77  w-kind-text pic x(06) value spaces.
       77  w-examples-text pic x(70) value spaces.
       77  w-examples-ptr pic 9(03) value 0.
       77  w-draft-offset pic 9(09) value 0.
       77  w-draft-length pic 9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRLAYDS".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-sample-size pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       procedure division using
           l-record-length
           l-sample-size
           l-layout-name
           .
           CATCHPARAMS.
           move 0 to w-record-length.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.
           move 1000 to w-sample-size.
           copy "catch9.pdv" replacing
               ==!W== by ==sample-size==
               ==!N== by ==2==.
           move spaces to w-layout-name.
           copy "catchx.pdv" replacing
               ==!W== by ==layout-name==
               ==!N== by ==3==.
           if w-layout-name = spaces
              move "DRAFT" to w-layout-name
           end-if.
           if w-sample-size = 0
              move 1000 to w-sample-size
           end-if.
           if w-record-length > DISC-RECORD-MAX
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform profile-columns thru profile-columns-ex.
           if w-read-count = 0 or w-scan-length = 0
              display "ARRLAYDS no sample records in ARRIN"
                 upon console
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform classify-columns thru classify-columns-ex.
           perform find-date-candidates
              thru find-date-candidates-ex.
           if w-cand-count > 0
              perform check-date-candidates
                 thru check-date-candidates-ex
           end-if.
           perform cut-fields thru cut-fields-ex.
           perform collect-examples thru collect-examples-ex.
           perform write-draft-layout thru write-draft-layout-ex.
           perform write-discovery-report
              thru write-discovery-report-ex.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

      *         first pass: what every column held
       profile-columns.
           initialize w-column-tbl.
           move 0 to w-read-count.
           move 0 to w-scan-length.
           open input SAMPLE-IN.
           if IN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SAMPLE-IN.
           perform until IN-FILE-AT-EOF
              or w-read-count >= w-sample-size
              add 1 to w-read-count
              if w-read-count = 1
                 move sample-in-rec to w-first-rec
              end-if
              move 0 to w-trail-count
              inspect function reverse(sample-in-rec)
                 tallying w-trail-count for leading spaces
              compute w-line-length =
                 DISC-RECORD-MAX - w-trail-count
              if w-line-length > w-scan-length
                 move w-line-length to w-scan-length
              end-if
              perform profile-one-record
                 thru profile-one-record-ex
              read SAMPLE-IN
           end-perform.
           close SAMPLE-IN.
           if w-record-length > 0
              move w-record-length to w-scan-length
           end-if.
       profile-columns-ex.
           exit.

       profile-one-record.
           if w-record-length > 0
              move w-record-length to w-run-end
           else
              move w-line-length to w-run-end
           end-if.
           perform varying w-col from 1 by 1
              until w-col > w-run-end
              add 1 to w-col-seen(w-col)
              if sample-in-rec(w-col:1) = space
                 add 1 to w-col-blank(w-col)
              end-if
              if sample-in-rec(w-col:1) is numeric
                 add 1 to w-col-digit(w-col)
              end-if
              compute w-byte-value =
                 function ord(sample-in-rec(w-col:1)) - 1
              if w-byte-value < 32 or w-byte-value > 126
                 add 1 to w-col-unprint(w-col)
              end-if
              divide w-byte-value by 16 giving w-high-nibble
                 remainder w-low-nibble
              if w-high-nibble <= 9
                 if w-low-nibble <= 9
                    add 1 to w-col-bcd(w-col)
                 end-if
                 if w-low-nibble = 12 or w-low-nibble = 13
                    or w-low-nibble = 15
                    add 1 to w-col-sign(w-col)
                 end-if
              end-if
           end-perform.
       profile-one-record-ex.
           exit.

      *         a packed body needs an unprintable byte somewhere in
      *         the sample, or plain text of the right letters would
      *         pass for one; a sign column counts when a body runs
      *         into it or it is unprintable itself
       classify-columns.
           perform varying w-col from 1 by 1
              until w-col > w-scan-length
      *         past the end of a short line the column was blank
              compute w-pad-count = w-read-count - w-col-seen(w-col)
              add w-pad-count to w-col-blank(w-col)
              add w-pad-count to w-col-bcd(w-col)
              evaluate true
                 when w-col-blank(w-col) >= w-read-count
                    move "B" to w-col-class(w-col)
                 when w-col-digit(w-col) >= w-read-count
                    move "D" to w-col-class(w-col)
                 when w-col-bcd(w-col) >= w-read-count
                    and w-col-unprint(w-col) > 0
                    move "K" to w-col-class(w-col)
                 when w-col-sign(w-col) >= w-read-count
                    move "S" to w-col-class(w-col)
                 when other
                    move "X" to w-col-class(w-col)
              end-evaluate
           end-perform.
           perform varying w-col from 1 by 1
              until w-col > w-scan-length
              if COL-PACKED-SIGN(w-col)
                 and w-col-unprint(w-col) = 0
                 if w-col = 1
                    move "X" to w-col-class(w-col)
                 else
                    if not COL-PACKED-BODY(w-col - 1)
                       move "X" to w-col-class(w-col)
                    end-if
                 end-if
              end-if
           end-perform.
       classify-columns-ex.
           exit.

       find-date-candidates.
           move 0 to w-cand-count.
           move 1 to w-col.
           perform until w-col > w-scan-length
              if COL-DIGIT(w-col)
                 move w-col to w-run-end
                 perform until w-run-end >= w-scan-length
                    or not COL-DIGIT(w-run-end + 1)
                    add 1 to w-run-end
                 end-perform
                 if w-run-end - w-col + 1 >= 8
                    perform varying w-field-start from w-col by 1
                       until w-field-start + 7 > w-run-end
                       or w-cand-count >= DISC-CAND-MAX
                       add 1 to w-cand-count
                       move w-field-start
                          to w-cand-start(w-cand-count)
                       move 0 to w-cand-valid(w-cand-count)
                    end-perform
                 end-if
                 compute w-col = w-run-end + 1
              else
                 add 1 to w-col
              end-if
           end-perform.
       find-date-candidates-ex.
           exit.

      *         second pass: each window against the calendar
       check-date-candidates.
           move 0 to w-read-count.
           open input SAMPLE-IN.
           read SAMPLE-IN.
           perform until IN-FILE-AT-EOF
              or w-read-count >= w-sample-size
              add 1 to w-read-count
              perform varying w-cand-idx from 1 by 1
                 until w-cand-idx > w-cand-count
                 move sample-in-rec(w-cand-start(w-cand-idx):8)
                    to w-cand-date
                 call "calendar:day-of-week"
                    using w-cand-date w-weekday
                    giving w-return-code
                 if w-return-code = OK
                    add 1 to w-cand-valid(w-cand-idx)
                 end-if
              end-perform
              read SAMPLE-IN
           end-perform.
           close SAMPLE-IN.
       check-date-candidates-ex.
           exit.

      *         left to right: a blank run is a gap, a body into a
      *         sign is one packed field, a digit run is numbers and
      *         dates, anything else is text up to the next change
       cut-fields.
           move 0 to w-field-count.
           move 0 to w-gap-count.
           move 0 to w-gap-bytes.
           move 1 to w-col.
           perform until w-col > w-scan-length
              or w-field-count >= DISC-FIELD-MAX
              move w-col to w-run-end
              evaluate true
                 when COL-BLANK(w-col)
                    perform until w-run-end >= w-scan-length
                       or not COL-BLANK(w-run-end + 1)
                       add 1 to w-run-end
                    end-perform
                    add 1 to w-gap-count
                    compute w-gap-bytes =
                       w-gap-bytes + w-run-end - w-col + 1
                 when COL-PACKED-BODY(w-col)
                    perform until w-run-end >= w-scan-length
                       or not COL-PACKED-BODY(w-run-end + 1)
                       add 1 to w-run-end
                    end-perform
                    if w-run-end < w-scan-length
                       and COL-PACKED-SIGN(w-run-end + 1)
                       add 1 to w-run-end
                       move "P" to w-field-kind
                       perform add-field thru add-field-ex
                    else
                       move "T" to w-field-kind
                       perform add-field thru add-field-ex
                    end-if
                 when COL-PACKED-SIGN(w-col)
                    move "P" to w-field-kind
                    perform add-field thru add-field-ex
                 when COL-DIGIT(w-col)
                    perform until w-run-end >= w-scan-length
                       or not COL-DIGIT(w-run-end + 1)
                       add 1 to w-run-end
                    end-perform
                    perform cut-digit-run thru cut-digit-run-ex
                 when other
                    perform until w-run-end >= w-scan-length
                       or not COL-TEXT(w-run-end + 1)
                       add 1 to w-run-end
                    end-perform
                    move "T" to w-field-kind
                    perform add-field thru add-field-ex
              end-evaluate
              compute w-col = w-run-end + 1
           end-perform.
       cut-fields-ex.
           exit.

      *         a window valid in every record is taken as a date and
      *         the digits either side of it stay numbers
       cut-digit-run.
           move w-col to w-field-start.
           move w-col to w-digit-pos.
           perform until w-digit-pos > w-run-end
              move "N" to w-date-window
              if w-digit-pos + 7 <= w-run-end
                 perform varying w-cand-idx from 1 by 1
                    until w-cand-idx > w-cand-count
                    if w-cand-start(w-cand-idx) = w-digit-pos
                       and w-cand-valid(w-cand-idx) >= w-read-count
                       move "Y" to w-date-window
                       exit perform
                    end-if
                 end-perform
              end-if
              if DATE-WINDOW-FOUND
                 if w-digit-pos > w-field-start
                    perform add-number-piece
                       thru add-number-piece-ex
                 end-if
                 move w-digit-pos to w-field-start
                 move 8 to w-field-length
                 move "D" to w-field-kind
                 perform add-field-at thru add-field-at-ex
                 add 8 to w-digit-pos
                 move w-digit-pos to w-field-start
              else
                 add 1 to w-digit-pos
              end-if
           end-perform.
           if w-field-start <= w-run-end
              perform add-number-piece thru add-number-piece-ex
           end-if.
       cut-digit-run-ex.
           exit.

       add-number-piece.
           compute w-field-length = w-digit-pos - w-field-start.
           if w-digit-pos > w-run-end
              compute w-field-length = w-run-end - w-field-start + 1
           end-if.
           move "N" to w-field-kind.
           perform add-field-at thru add-field-at-ex.
       add-number-piece-ex.
           exit.

       add-field.
           move w-col to w-field-start.
           compute w-field-length = w-run-end - w-col + 1.
           perform add-field-at thru add-field-at-ex.
       add-field-ex.
           exit.

       add-field-at.
           if w-field-count >= DISC-FIELD-MAX
              exit paragraph
           end-if.
           add 1 to w-field-count.
           initialize w-field-entry(w-field-count).
           move w-field-start to w-fd-start(w-field-count).
           move w-field-length to w-fd-length(w-field-count).
           move w-field-kind to w-fd-kind(w-field-count).
           move spaces to w-fd-name(w-field-count).
           move spaces to w-fd-format(w-field-count).
           evaluate true
              when KIND-TEXT(w-field-count)
                 add 1 to w-text-count
                 move w-text-count to z-seq
                 string "TEXT-" z-seq
                    into w-fd-name(w-field-count)
                 end-string
                 move "x" to w-fd-type(w-field-count)
              when KIND-NUMBER(w-field-count)
                 add 1 to w-number-count
                 move w-number-count to z-seq
                 string "NUMBER-" z-seq
                    into w-fd-name(w-field-count)
                 end-string
                 move "9" to w-fd-type(w-field-count)
                 move w-field-length to z-digits
                 string "9(" function trim(z-digits) ")"
                    delimited by size
                    into w-fd-format(w-field-count)
                 end-string
              when KIND-DATE(w-field-count)
                 add 1 to w-date-count
                 move w-date-count to z-seq
                 string "DATE-" z-seq
                    into w-fd-name(w-field-count)
                 end-string
                 move "9" to w-fd-type(w-field-count)
                 move "9(8)" to w-fd-format(w-field-count)
              when KIND-PACKED(w-field-count)
                 add 1 to w-packed-count
                 move w-packed-count to z-seq
                 string "PACKED-" z-seq
                    into w-fd-name(w-field-count)
                 end-string
                 move "p" to w-fd-type(w-field-count)
                 compute z-digits = w-field-length * 2 - 1
                 string "9(" function trim(z-digits) ")"
                    delimited by size
                    into w-fd-format(w-field-count)
                 end-string
           end-evaluate.
       add-field-at-ex.
           exit.

      *         third pass: per field, how often filled, whether it
      *         ever differs from the first record, and a few values
       collect-examples.
           move 0 to w-read-count.
           open input SAMPLE-IN.
           read SAMPLE-IN.
           perform until IN-FILE-AT-EOF
              or w-read-count >= w-sample-size
              add 1 to w-read-count
              perform varying w-field-idx from 1 by 1
                 until w-field-idx > w-field-count
                 perform examine-field-value
                    thru examine-field-value-ex
              end-perform
              read SAMPLE-IN
           end-perform.
           close SAMPLE-IN.
       collect-examples-ex.
           exit.

       examine-field-value.
           move w-fd-start(w-field-idx) to w-field-start.
           move w-fd-length(w-field-idx) to w-field-length.
           if sample-in-rec(w-field-start:w-field-length) = spaces
              exit paragraph
           end-if.
           add 1 to w-fd-filled(w-field-idx).
           if sample-in-rec(w-field-start:w-field-length)
              not = w-first-rec(w-field-start:w-field-length)
              move "Y" to w-fd-varies(w-field-idx)
           end-if.
           if w-fd-example-count(w-field-idx) >= DISC-EXAMPLE-MAX
              exit paragraph
           end-if.
           move spaces to w-value.
           if KIND-PACKED(w-field-idx)
              perform unpack-field-value thru unpack-field-value-ex
              move w-packed-text to w-value
           else
              if w-field-length > 20
                 move sample-in-rec(w-field-start:20) to w-value
              else
                 move sample-in-rec(w-field-start:w-field-length)
                    to w-value
              end-if
           end-if.
           move "N" to w-example-found.
           perform varying w-example-idx from 1 by 1
              until w-example-idx > w-fd-example-count(w-field-idx)
              if w-fd-example(w-field-idx, w-example-idx) = w-value
                 move "Y" to w-example-found
              end-if
           end-perform.
           if not EXAMPLE-FOUND
              add 1 to w-fd-example-count(w-field-idx)
              move w-value to w-fd-example(w-field-idx,
                 w-fd-example-count(w-field-idx))
           end-if.
       examine-field-value-ex.
           exit.

      *         nibble by nibble; the last one is the sign
       unpack-field-value.
           move spaces to w-packed-text.
           move 1 to w-packed-ptr.
           perform varying w-packed-idx from w-field-start by 1
              until w-packed-idx > w-field-start + w-field-length - 1
              or w-packed-ptr > 19
              compute w-byte-value =
                 function ord(sample-in-rec(w-packed-idx:1)) - 1
              divide w-byte-value by 16 giving w-high-nibble
                 remainder w-low-nibble
              move w-high-nibble to z-digits
              string z-digits(2:1) delimited by size
                 into w-packed-text pointer w-packed-ptr
              end-string
              if w-packed-idx < w-field-start + w-field-length - 1
                 move w-low-nibble to z-digits
                 string z-digits(2:1) delimited by size
                    into w-packed-text pointer w-packed-ptr
                 end-string
              else
                 if w-low-nibble = 13
                    string "-" delimited by size
                       into w-packed-text pointer w-packed-ptr
                    end-string
                 end-if
              end-if
           end-perform.
       unpack-field-value-ex.
           exit.

       write-draft-layout.
           open output DRAFT-LAYOUT.
           perform varying w-field-idx from 1 by 1
              until w-field-idx > w-field-count
              move spaces to draft-layout-rec
              compute w-draft-offset = w-fd-start(w-field-idx) - 1
              move w-fd-length(w-field-idx) to w-draft-length
              string w-layout-name " " w-fd-name(w-field-idx)
                 " " w-draft-offset
                 " " w-draft-length
                 " " w-fd-type(w-field-idx)
                 " " w-fd-format(w-field-idx)
                 into draft-layout-rec
              end-string
              write draft-layout-rec
           end-perform.
           close DRAFT-LAYOUT.
       write-draft-layout-ex.
           exit.

       write-discovery-report.
           open output DISCOVERY-REPORT.
           move spaces to discovery-report-rec.
           move w-read-count to z-count.
           string "ARRLAYDS LAYOUT DISCOVERY  sample ARRIN  records "
              function trim(z-count)
              "  layout " w-layout-name
              into discovery-report-rec
           end-string.
           write discovery-report-rec.
           move spaces to discovery-report-rec.
           move 1 to w-examples-ptr.
           move w-scan-length to z-count.
           string "record length " function trim(z-count)
              delimited by size
              into discovery-report-rec pointer w-examples-ptr
           end-string.
           move w-field-count to z-count.
           string "  fields proposed " function trim(z-count)
              delimited by size
              into discovery-report-rec pointer w-examples-ptr
           end-string.
           write discovery-report-rec.
           move spaces to discovery-report-rec.
           write discovery-report-rec.
           move spaces to discovery-report-rec.
           string "FIELD           OFFSET LENGTH T FORMAT   KIND   "
              "CONF   FILLED EXAMPLES"
              delimited by size
              into discovery-report-rec
           end-string.
           write discovery-report-rec.
           move all "-" to discovery-report-rec.
           write discovery-report-rec.
           perform varying w-field-idx from 1 by 1
              until w-field-idx > w-field-count
              perform judge-confidence thru judge-confidence-ex
              perform write-field-line thru write-field-line-ex
           end-perform.
           move spaces to discovery-report-rec.
           write discovery-report-rec.
           move spaces to discovery-report-rec.
           move 1 to w-examples-ptr.
           move w-gap-count to z-count.
           string "always-blank gaps " function trim(z-count)
              delimited by size
              into discovery-report-rec pointer w-examples-ptr
           end-string.
           move w-gap-bytes to z-count.
           string " (" function trim(z-count)
              " bytes) -- left out of the draft as filler"
              delimited by size
              into discovery-report-rec pointer w-examples-ptr
           end-string.
           write discovery-report-rec.
           close DISCOVERY-REPORT.
       write-discovery-report-ex.
           exit.

      *         HIGH  the evidence for the cut is in the data
      *         MEDIUM the type is right but a boundary may not be
      *         LOW   the sample never showed the field changing
       judge-confidence.
           move "MEDIUM" to w-confidence.
           move spaces to w-reason.
           evaluate true
              when not FIELD-VARIES(w-field-idx)
                 move "LOW" to w-confidence
                 move "constant in the sample" to w-reason
              when KIND-DATE(w-field-idx)
                 move "HIGH" to w-confidence
                 move "valid YYYYMMDD in every record" to w-reason
              when KIND-PACKED(w-field-idx)
                 move "HIGH" to w-confidence
                 move "packed sign nibble in every record"
                    to w-reason
              when KIND-NUMBER(w-field-idx)
                 and w-fd-length(w-field-idx) > DISC-NUMBER-MAX
                 move "LOW" to w-confidence
                 move "digit run too long -- several numbers?"
                    to w-reason
              when KIND-NUMBER(w-field-idx)
                 move "digits abut the neighbours" to w-reason
                 if w-fd-start(w-field-idx) > 1
                    and w-fd-start(w-field-idx)
                       + w-fd-length(w-field-idx) > w-scan-length
                    move "HIGH" to w-confidence
                    move spaces to w-reason
                 end-if
                 if w-fd-start(w-field-idx) > 1
                    and w-fd-start(w-field-idx)
                       + w-fd-length(w-field-idx) <= w-scan-length
                    if COL-BLANK(w-fd-start(w-field-idx) - 1)
                       or COL-BLANK(w-fd-start(w-field-idx)
                          + w-fd-length(w-field-idx))
                       move "HIGH" to w-confidence
                       move "blank-bounded digits" to w-reason
                    end-if
                 end-if
              when other
                 move "text runs to the next change of profile"
                    to w-reason
           end-evaluate.
       judge-confidence-ex.
           exit.

       write-field-line.
           evaluate true
              when KIND-TEXT(w-field-idx) move "TEXT" to w-kind-text
              when KIND-NUMBER(w-field-idx)
                 move "NUMBER" to w-kind-text
              when KIND-DATE(w-field-idx) move "DATE" to w-kind-text
              when other move "PACKED" to w-kind-text
           end-evaluate.
           compute w-percent rounded =
              w-fd-filled(w-field-idx) * 100 / w-read-count.
           move w-percent to z-percent.
           compute z-offset = w-fd-start(w-field-idx) - 1.
           move w-fd-length(w-field-idx) to z-length.
           move spaces to w-examples-text.
           move 1 to w-examples-ptr.
           perform varying w-example-idx from 1 by 1
              until w-example-idx > w-fd-example-count(w-field-idx)
              if w-example-idx > 1
                 string " | " delimited by size
                    into w-examples-text pointer w-examples-ptr
                 end-string
              end-if
              string function trim(w-fd-example(w-field-idx,
                 w-example-idx) trailing) delimited by size
                 into w-examples-text pointer w-examples-ptr
              end-string
           end-perform.
           move spaces to discovery-report-rec.
           string w-fd-name(w-field-idx) " " z-offset "  " z-length
              " " w-fd-type(w-field-idx)
              " " w-fd-format(w-field-idx)
              " " w-kind-text
              " " w-confidence
              " " z-percent "%  " w-examples-text
              delimited by size
              into discovery-report-rec
           end-string.
           write discovery-report-rec.
           if w-reason not = spaces
              move spaces to discovery-report-rec
              move w-reason to discovery-report-rec(50:40)
              write discovery-report-rec
           end-if.
       write-field-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-field-count to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           if w-read-count = 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
