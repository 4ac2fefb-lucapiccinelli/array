       identification division.
         program-id.  arrcdc.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select MAINT-JOURNAL assign "MSTJRNL"
              organization line sequential
              file status is w-jrn-file-status.
           select CDC-WATERMARK assign "CDCWMARK"
              organization line sequential
              file status is w-wmk-file-status.
           select CDC-OUT assign "CDCOUT"
              organization line sequential
              file status is w-cdc-file-status.
       data division.
       file section.
       fd  MAINT-JOURNAL.
       01  maint-journal-rec pic x(4200).
       fd  CDC-WATERMARK.
       01  cdc-watermark-rec.
           05 wm-consumer pic x(15).
           05 filler pic x.
           05 wm-last-seq pic 9(09).
           05 filler pic x.
           05 wm-last-stamp pic x(15).
           05 filler pic x.
           05 wm-taken-at pic x(15).
           05 filler pic x.
           05 wm-taken-count pic 9(09).
       fd  CDC-OUT.
       01  cdc-out-rec pic x(8400).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==4==.

       78  MAX-CDC-RECORD-SZ value 4096.
       78  MAX-CDC-KEY-SZ value 64.
       78  CDC-CONSUMER-MAX value 100.
       78  CDC-IMAGE-START value 103.

       77  w-jrn-file-status pic x(02) value spaces.
           88  JRN-FILE-NOT-FOUND value "35".
           88  JRN-FILE-AT-EOF value "10".
       77  w-wmk-file-status pic x(02) value spaces.
           88  WMK-FILE-NOT-FOUND value "35".
           88  WMK-FILE-AT-EOF value "10".
       77  w-cdc-file-status pic x(02) value spaces.

      *         the warehouse's change feed off the arrmaint journal.
      *         Every journal entry (header, before, after) is one
      *         change, numbered by its place in the journal; each
      *         named consumer has a watermark on CDCWMARK with the
      *         last number it was given and that entry's stamp, so
      *         the next extract starts after it and a rerun of a
      *         finished extract hands out nothing twice.  The
      *         watermark moves only once CDCOUT is closed, and a
      *         journal whose entry at the watermark no longer has
      *         the stamp on file (rolled or rebuilt) is refused
      *         rather than guessed at.  A delta line reads
      *           seq op bdate stamp key  after-image [before-image]
      *         op I, U or D; with a layout the images give way to
      *         NAME=[after] -- NAME=[before]->[after] with before
      *         images -- for only the fields that differ
       77  w-consumer pic x(15) value spaces.
       77  w-record-length pic 9(09) value 0.
       77  w-with-before pic x value "N".
           88  WITH-BEFORE-IMAGE value "Y".
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.

       77  w-consumer-count pic 9(03) value 0.
       01  w-consumer-tbl.
           05 w-consumer-entry occurs CDC-CONSUMER-MAX times.
              07 w-cs-line pic x(67).
       77  w-cs-idx pic 9(03) value 0.
       77  w-my-idx pic 9(03) value 0.
       77  w-start-seq pic 9(09) value 0.
       77  w-start-stamp pic x(15) value spaces.
       77  w-watermark-checked pic x value "N".
           88  WATERMARK-CHECKED value "Y".

      *         the journal entry in hand
       77  w-seq pic 9(09) value 0.
       77  w-jrn-stamp pic x(15) value spaces.
       77  w-jrn-action pic x value spaces.
       77  w-jrn-key pic x(MAX-CDC-KEY-SZ) value spaces.
       77  w-jrn-bdate pic x(08) value spaces.
       77  w-before-image pic x(MAX-CDC-RECORD-SZ) value spaces.
       77  w-after-image pic x(MAX-CDC-RECORD-SZ) value spaces.
       77  w-last-stamp pic x(15) value spaces.
       77  w-last-seq pic 9(09) value 0.
       77  w-extract-rc pic s9(09) value 0.
       77  w-cdc-op pic x value spaces.

       77  w-out-ptr pic 9(05) value 0.
       77  w-fld-idx pic 9(03) value 0.
       77  w-fld-start pic 9(09) value 0.
       77  w-fld-len pic 9(09) value 0.
       77  w-run-stamp pic x(15) value spaces.

       77  w-read-count pic 9(09) value 0.
       77  w-entry-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-inserted-count pic 9(09) value 0.
       77  w-updated-count pic 9(09) value 0.
       77  w-deleted-count pic 9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRCDC".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-consumer pic x(15).
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-with-before pic x.
       77  l-layout-name pic x(15).

       procedure division using
           l-consumer
           l-record-length
           l-with-before
           l-layout-name
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==consumer==
               ==!N== by ==1==.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==2==.
           copy "catchx.pdv" replacing
               ==!W== by ==with-before==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==layout-name==
               ==!N== by ==4==.
           move function upper-case(w-with-before) to w-with-before.

           if w-consumer = spaces
              display "ARRCDC needs a consumer name" upon console
              goback giving KO
           end-if.
           if w-record-length = 0
              or w-record-length > MAX-CDC-RECORD-SZ
              goback giving KO
           end-if.
           if w-layout-name not = spaces
              call "arrlayout:resolve"
                 using w-layout-name w-layout-tbl
                 giving w-layout-rc
              if w-layout-rc not = OK
                 display "ARRCDC unknown layout " w-layout-name
                    upon console
                 goback giving KO
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform load-watermarks thru load-watermarks-ex.
           if w-extract-rc not = OK
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           move function current-date(1:8) to w-run-stamp(1:8).
           move "-" to w-run-stamp(9:1).
           move function current-date(9:6) to w-run-stamp(10:6).

           perform extract-changes thru extract-changes-ex.
           if w-extract-rc not = OK
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           if not WATERMARK-CHECKED
              display "ARRCDC journal ends before the watermark of "
                 w-consumer " at " w-start-seq
                 upon console
              move KO to w-extract-rc
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform save-watermarks thru save-watermarks-ex.
           if w-extract-rc not = OK
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           display
              "ARRCDC consumer=" w-consumer
              " from=" w-start-seq
              " to=" w-last-seq
              " inserts=" w-inserted-count
              " updates=" w-updated-count
              " deletes=" w-deleted-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

      *         more consumers than the table holds stops the run --
      *         the save would drop the lines past it
       load-watermarks.
           move 0 to w-consumer-count.
           move 0 to w-my-idx.
           move 0 to w-start-seq.
           move spaces to w-start-stamp.
           move OK to w-extract-rc.
           open input CDC-WATERMARK.
           if WMK-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read CDC-WATERMARK.
           perform until WMK-FILE-AT-EOF
              if cdc-watermark-rec not = spaces
                 and w-consumer-count >= CDC-CONSUMER-MAX
                 display
                    "ARRCDC watermark file past " CDC-CONSUMER-MAX
                    " consumers"
                    upon console
                 move KO to w-extract-rc
                 exit perform
              end-if
              if cdc-watermark-rec not = spaces
                 add 1 to w-consumer-count
                 move cdc-watermark-rec
                    to w-cs-line(w-consumer-count)
                 if wm-consumer = w-consumer
                    move w-consumer-count to w-my-idx
                    move wm-last-seq to w-start-seq
                    move wm-last-stamp to w-start-stamp
                 end-if
              end-if
              read CDC-WATERMARK
           end-perform.
           close CDC-WATERMARK.
       load-watermarks-ex.
           exit.

       extract-changes.
           move OK to w-extract-rc.
           move "N" to w-watermark-checked.
           move 0 to w-seq.
           move w-start-seq to w-last-seq.
           open input MAINT-JOURNAL.
           if JRN-FILE-NOT-FOUND
              display "ARRCDC missing MSTJRNL" upon console
              move KO to w-extract-rc
              exit paragraph
           end-if.
           open output CDC-OUT.
           read MAINT-JOURNAL.
           perform until JRN-FILE-AT-EOF or w-extract-rc not = OK
              add 1 to w-read-count
              evaluate maint-journal-rec(1:2)
                 when "JR"
                    perform take-entry-header
                       thru take-entry-header-ex
                 when "B "
                    move spaces to w-before-image
                    move maint-journal-rec(3:w-record-length)
                       to w-before-image(1:w-record-length)
                 when "A "
                    move spaces to w-after-image
                    move maint-journal-rec(3:w-record-length)
                       to w-after-image(1:w-record-length)
                    perform take-entry thru take-entry-ex
              end-evaluate
              read MAINT-JOURNAL
           end-perform.
           close CDC-OUT.
           close MAINT-JOURNAL.
           if w-start-seq = 0
              move "Y" to w-watermark-checked
           end-if.
       extract-changes-ex.
           exit.

      *         JRN stamp action KEY=key, the business date at 92 on
      *         entries that carry one -- the stamp's date otherwise
       take-entry-header.
           add 1 to w-seq.
           move maint-journal-rec(5:15) to w-jrn-stamp.
           move maint-journal-rec(21:1) to w-jrn-action.
           move maint-journal-rec(27:MAX-CDC-KEY-SZ) to w-jrn-key.
           if maint-journal-rec(92:6) = "BDATE="
              move maint-journal-rec(98:8) to w-jrn-bdate
           else
              move w-jrn-stamp(1:8) to w-jrn-bdate
           end-if.
           move spaces to w-before-image.
           move spaces to w-after-image.
       take-entry-header-ex.
           exit.

       take-entry.
           if w-seq = w-start-seq
              if w-jrn-stamp not = w-start-stamp
                 display "ARRCDC journal entry " w-seq
                    " is stamped " w-jrn-stamp
                    ", watermark of " w-consumer
                    " says " w-start-stamp
                    upon console
                 move KO to w-extract-rc
                 exit paragraph
              end-if
              move "Y" to w-watermark-checked
           end-if.
           if w-seq <= w-start-seq
              exit paragraph
           end-if.
           add 1 to w-entry-count.
           move w-jrn-stamp to w-last-stamp.
           move w-seq to w-last-seq.
           evaluate w-jrn-action
              when "A"
                 move "I" to w-cdc-op
                 add 1 to w-inserted-count
              when "D"
                 move "D" to w-cdc-op
                 add 1 to w-deleted-count
              when other
                 move "U" to w-cdc-op
                 add 1 to w-updated-count
           end-evaluate.
           perform write-delta thru write-delta-ex.
       take-entry-ex.
           exit.

       write-delta.
           move spaces to cdc-out-rec.
           move w-seq to cdc-out-rec(1:9).
           move w-cdc-op to cdc-out-rec(11:1).
           move w-jrn-bdate to cdc-out-rec(13:8).
           move w-jrn-stamp to cdc-out-rec(22:15).
           move w-jrn-key to cdc-out-rec(38:MAX-CDC-KEY-SZ).
           if w-layout-name = spaces
              move w-after-image(1:w-record-length)
                 to cdc-out-rec(CDC-IMAGE-START:w-record-length)
              if WITH-BEFORE-IMAGE
                 move w-before-image(1:w-record-length)
                    to cdc-out-rec
                       (CDC-IMAGE-START + w-record-length:
                        w-record-length)
              end-if
           else
              move CDC-IMAGE-START to w-out-ptr
              perform varying w-fld-idx from 1 by 1
                 until w-fld-idx > w-layout-field-count
                 perform write-changed-field
                    thru write-changed-field-ex
              end-perform
           end-if.
           write cdc-out-rec.
           add 1 to w-written-count.
       write-delta-ex.
           exit.

      *         an insert lists every field, a delete lists nothing
      *         but its before values (when asked for), an update
      *         the fields whose bytes moved
       write-changed-field.
           compute w-fld-start = w-layout-fld-offset(w-fld-idx) + 1.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           if w-fld-start + w-fld-len - 1 > w-record-length
              exit paragraph
           end-if.
           if w-cdc-op = "U"
              and w-after-image(w-fld-start:w-fld-len) =
                  w-before-image(w-fld-start:w-fld-len)
              exit paragraph
           end-if.
           if w-cdc-op = "D" and not WITH-BEFORE-IMAGE
              exit paragraph
           end-if.
           string function trim(w-layout-fld-name(w-fld-idx))
              "=" delimited by size
              into cdc-out-rec
              pointer w-out-ptr
           end-string.
           if WITH-BEFORE-IMAGE and w-cdc-op not = "I"
              string "[" w-before-image(w-fld-start:w-fld-len) "]"
                 delimited by size
                 into cdc-out-rec
                 pointer w-out-ptr
              end-string
              if w-cdc-op = "U"
                 string "->" delimited by size
                    into cdc-out-rec
                    pointer w-out-ptr
                 end-string
              end-if
           end-if.
           if w-cdc-op not = "D"
              string "[" w-after-image(w-fld-start:w-fld-len) "]"
                 delimited by size
                 into cdc-out-rec
                 pointer w-out-ptr
              end-string
           end-if.
           string " " delimited by size
              into cdc-out-rec
              pointer w-out-ptr
           end-string.
       write-changed-field-ex.
           exit.

      *         the consumer's line is replaced (or added) and the
      *         others written back as they were
       save-watermarks.
           if w-entry-count = 0 and w-my-idx > 0
              exit paragraph
           end-if.
           if w-my-idx = 0
              if w-consumer-count >= CDC-CONSUMER-MAX
                 display "ARRCDC watermark file is full" upon console
                 move KO to w-extract-rc
                 exit paragraph
              end-if
              add 1 to w-consumer-count
              move w-consumer-count to w-my-idx
           end-if.
           move spaces to cdc-watermark-rec.
           move w-consumer to wm-consumer.
           if w-entry-count > 0
              move w-last-seq to wm-last-seq
              move w-last-stamp to wm-last-stamp
           else
              move w-start-seq to wm-last-seq
              move w-start-stamp to wm-last-stamp
           end-if.
           move w-run-stamp to wm-taken-at.
           move w-entry-count to wm-taken-count.
           move cdc-watermark-rec to w-cs-line(w-my-idx).

           open output CDC-WATERMARK.
           perform varying w-cs-idx from 1 by 1
              until w-cs-idx > w-consumer-count
              move w-cs-line(w-cs-idx) to cdc-watermark-rec
              write cdc-watermark-rec
           end-perform.
           close CDC-WATERMARK.
       save-watermarks-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move 0 to w-rl-run-rejected.
           move w-extract-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
