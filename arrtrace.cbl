       identification division.
         program-id.  arrtrace.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select MAINT-JOURNAL assign "MSTJRNL"
              organization line sequential
              file status is w-mjrn-file-status.
           select BROWSE-AUDIT assign "BRWAUDIT"
              organization line sequential
              file status is w-audit-file-status.
           select ARRAY-JOURNAL assign "ARRJRNL"
              organization line sequential
              file status is w-ajrn-file-status.
           select MATCH-SUSPENSE assign "SUSPOUT"
              organization line sequential
              file status is w-susp-file-status.
           select MATCH-REJECTS assign "TRANREJ"
              organization line sequential
              file status is w-rej-file-status.
           select RUN-LOG assign "RUNLOG"
              organization line sequential
              file status is w-runlog-file-status.
           select TRACE-REPORT assign "TRACERPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  MAINT-JOURNAL.
       01  maint-journal-rec pic x(4200).
       fd  BROWSE-AUDIT.
       01  browse-audit-rec pic x(200).
       fd  ARRAY-JOURNAL.
       01  array-journal-rec pic x(4200).
       fd  MATCH-SUSPENSE.
       01  match-susp-rec.
           05 ms-cycle pic x(02).
           05 ms-record pic x(4094).
       fd  MATCH-REJECTS.
       01  match-rej-rec pic x(4096).
       fd  RUN-LOG.
       01  run-log-rec pic x(200).
       fd  TRACE-REPORT.
       01  trace-rpt-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==5==.

       78  MAX-TRACE-IMAGE-SZ value 4096.
       78  MAX-TRACE-KEY-SZ value 64.
       78  MAX-TRACE-EVENTS value 500.
       78  TRACE-SLICE-SZ value 60.
       78  BROWSE-IMAGE-SZ value 50.

       77  w-mjrn-file-status pic x(02) value spaces.
           88  MJRN-FILE-NOT-FOUND value "35".
           88  MJRN-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
           88  AUDIT-FILE-AT-EOF value "10".
       77  w-ajrn-file-status pic x(02) value spaces.
           88  AJRN-FILE-NOT-FOUND value "35".
           88  AJRN-FILE-AT-EOF value "10".
       77  w-susp-file-status pic x(02) value spaces.
           88  SUSP-FILE-NOT-FOUND value "35".
           88  SUSP-FILE-AT-EOF value "10".
       77  w-rej-file-status pic x(02) value spaces.
           88  REJ-FILE-NOT-FOUND value "35".
           88  REJ-FILE-AT-EOF value "10".
       77  w-runlog-file-status pic x(02) value spaces.
           88  RUNLOG-FILE-NOT-FOUND value "35".
           88  RUNLOG-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         one key's history across every trail that records a
      *         change to it: MSTJRNL (arrmaint, keyed by the header,
      *         maker and checker on an approved change), BRWAUDIT
      *         (arrbrowse, operator recorded, only the first 50 bytes
      *         of each image kept), ARRJRNL (array module mutations)
      *         and what the last arrmatch run left on SUSPOUT and
      *         TRANREJ.  Only MSTJRNL carries the key on
      *         its own, the others are matched on the key's offset
      *         and length inside the record image.  Suspense and
      *         reject records carry no stamp of their own and take
      *         the end stamp of the last ARRMATCH line on RUNLOG.
      *         Every event is collected, put in stamp order and
      *         printed on TRACERPT with its before and after image
      *         side by side, a ^ line under the bytes that changed
       77  w-key pic x(MAX-TRACE-KEY-SZ) value spaces.
       77  w-key-offset pic 9(09) value 0.
       77  w-key-length pic 9(09) value 0.
       77  w-from-date pic x(08) value "00000000".
       77  w-to-date pic x(08) value "99999999".
       77  w-test-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.
       77  w-trace-rc pic s9(09) value 0.

      *         one row per event found for the key
       77  w-event-count pic 9(04) value 0.
       01  w-event-tbl.
           05 w-event-entry occurs MAX-TRACE-EVENTS times.
              07 w-ev-source pic x(08).
              07 w-ev-stamp pic x(15).
              07 w-ev-program pic x(08).
              07 w-ev-operator pic x(10).
              07 w-ev-action pic x(06).
              07 w-ev-note pic x(40).
              07 w-ev-length pic 9(04).
              07 w-ev-before pic x(MAX-TRACE-IMAGE-SZ).
              07 w-ev-after pic x(MAX-TRACE-IMAGE-SZ).
       01  w-order-tbl.
           05 w-order pic 9(04) occurs MAX-TRACE-EVENTS times.
       77  w-ev-idx pic 9(04) value 0.
       77  w-ord-idx pic 9(04) value 0.
       77  w-ord-idx-2 pic 9(04) value 0.
       77  w-ord-hold pic 9(04) value 0.
       77  w-event-overflow pic x value "N".
           88  TOO-MANY-EVENTS value "Y".

      *         the event in hand, before it is kept
       77  w-in-source pic x(08) value spaces.
       77  w-in-stamp pic x(15) value spaces.
       77  w-in-program pic x(08) value spaces.
       77  w-in-operator pic x(10) value spaces.
       77  w-in-action pic x(06) value spaces.
       77  w-in-note pic x(40) value spaces.
       77  w-in-before pic x(MAX-TRACE-IMAGE-SZ) value spaces.
       77  w-in-after pic x(MAX-TRACE-IMAGE-SZ) value spaces.
       77  w-in-width pic 9(04) value 0.
       77  w-entry-open pic x value "N".
           88  ENTRY-OPEN value "Y".
       77  w-entry-wanted pic x value "N".
           88  ENTRY-WANTED value "Y".
       77  w-image-matches pic x value "N".
           88  IMAGE-MATCHES value "Y".
       77  w-match-width pic 9(04) value 0.
       77  w-ajrn-len pic 9(09) value 0.
       77  w-match-stamp pic x(15) value spaces.

      *         printing one event
       77  w-print-length pic 9(04) value 0.
       77  w-slice-start pic 9(04) value 0.
       77  w-slice-len pic 9(04) value 0.
       77  w-byte-idx pic 9(04) value 0.
       77  w-marker pic x(TRACE-SLICE-SZ) value spaces.
       77  w-both-images pic x value "N".
           88  BOTH-IMAGES value "Y".
       77  z-offset pic z(03)9.
       77  z-count pic z(08)9.
       77  w-count-text pic x(45) value spaces.

       77  w-mjrn-count pic 9(09) value 0.
       77  w-audit-count pic 9(09) value 0.
       77  w-ajrn-count pic 9(09) value 0.
       77  w-susp-count pic 9(09) value 0.
       77  w-rej-count pic 9(09) value 0.
       77  w-lines-read pic 9(09) value 0.
       77  w-source-note pic x(80) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRTRACE".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-key pic x(30).
       77  l-key-offset pic 9(MAX-NUMBER-SIZE).
       77  l-key-length pic 9(MAX-NUMBER-SIZE).
       77  l-from-date pic x(08).
       77  l-to-date pic x(08).

       procedure division using
           l-key
           l-key-offset
           l-key-length
           l-from-date
           l-to-date
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==key==
               ==!N== by ==1==.
           copy "catch9.pdv" replacing
               ==!W== by ==key-offset==
               ==!N== by ==2==.
           if w-key not = spaces
              move function length(function trim(w-key trailing))
                 to w-key-length
           end-if.
           copy "catch9.pdv" replacing
               ==!W== by ==key-length==
               ==!N== by ==3==.
           copy "catchx.pdv" replacing
               ==!W== by ==from-date==
               ==!N== by ==4==.
           copy "catchx.pdv" replacing
               ==!W== by ==to-date==
               ==!N== by ==5==.

           if w-key = spaces
              display "ARRTRACE key is required" upon console
              goback giving KO
           end-if.
           if w-key-length = 0
              or w-key-length > MAX-TRACE-KEY-SZ
              or w-key-offset + w-key-length > MAX-TRACE-IMAGE-SZ
              goback giving KO
           end-if.
           if w-from-date = spaces
              move "00000000" to w-from-date
           end-if.
           if w-to-date = spaces
              move "99999999" to w-to-date
           end-if.
           if w-from-date not = "00000000"
              move w-from-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-to-date not = "99999999"
              move w-to-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-from-date > w-to-date
              display "ARRTRACE from-date is after to-date"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           open output TRACE-REPORT.
           move spaces to trace-rpt-rec.
           string "ARRTRACE history of key " w-key(1:w-key-length)
              delimited by size
              into trace-rpt-rec
           end-string.
           write trace-rpt-rec.
           move spaces to trace-rpt-rec.
           string "  at offset " w-key-offset(5:5)
              " length " w-key-length(5:5)
              " in the record images, stamped "
              w-from-date " to " w-to-date
              delimited by size
              into trace-rpt-rec
           end-string.
           write trace-rpt-rec.
           move spaces to trace-rpt-rec.
           write trace-rpt-rec.

           perform scan-maint-journal thru scan-maint-journal-ex.
           perform scan-browse-audit thru scan-browse-audit-ex.
           perform scan-array-journal thru scan-array-journal-ex.
           perform find-match-stamp thru find-match-stamp-ex.
           perform scan-match-suspense thru scan-match-suspense-ex.
           perform scan-match-rejects thru scan-match-rejects-ex.
           if TOO-MANY-EVENTS
              move spaces to trace-rpt-rec
              string "  ** more than " MAX-TRACE-EVENTS
                 " events for the key -- narrow the date range"
                 delimited by size
                 into trace-rpt-rec
              end-string
              write trace-rpt-rec
           end-if.

           perform order-events thru order-events-ex.
           perform print-history thru print-history-ex.
           perform write-summary thru write-summary-ex.
           close TRACE-REPORT.

           display
              "ARRTRACE key " w-key(1:w-key-length)
              " events=" w-event-count
              upon console.
           if TOO-MANY-EVENTS
              move KO to w-trace-rc
           else
              move OK to w-trace-rc
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving w-trace-rc.

       check-date.
           call "calendar:day-of-week"
              using w-test-date w-weekday
              giving w-return-code.
           if w-test-date is not numeric or w-return-code not = OK
              display "ARRTRACE dates must be YYYYMMDD" upon console
              move KO to w-return-code
           end-if.
       check-date-ex.
           exit.

      *         arrmaint's journal: header, B and A lines; the key is
      *         on the header, left-justified at column 27
       scan-maint-journal.
           open input MAINT-JOURNAL.
           if MJRN-FILE-NOT-FOUND
              move "MSTJRNL not found" to w-source-note
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           move "N" to w-entry-open.
           read MAINT-JOURNAL.
           perform until MJRN-FILE-AT-EOF
              add 1 to w-lines-read
              evaluate maint-journal-rec(1:4)
                 when "JRN "
                    move "N" to w-entry-open
                    move "N" to w-entry-wanted
                    if maint-journal-rec(27:MAX-TRACE-KEY-SZ) = w-key
                       move "Y" to w-entry-open
                       perform start-maint-entry
                          thru start-maint-entry-ex
                    end-if
                 when other
                    if ENTRY-OPEN
                       perform take-maint-image
                          thru take-maint-image-ex
                    end-if
              end-evaluate
              read MAINT-JOURNAL
           end-perform.
           close MAINT-JOURNAL.
       scan-maint-journal-ex.
           exit.

       start-maint-entry.
           move "MSTJRNL" to w-in-source.
           move maint-journal-rec(5:15) to w-in-stamp.
           move "ARRMAINT" to w-in-program.
           move spaces to w-in-operator.
           evaluate maint-journal-rec(21:1)
              when "A"
                 move "ADD" to w-in-action
              when "C"
                 move "CHANGE" to w-in-action
              when "D"
                 move "DELETE" to w-in-action
              when other
                 move maint-journal-rec(21:1) to w-in-action
           end-evaluate.
           move spaces to w-in-note.
           if maint-journal-rec(92:6) = "BDATE="
              string "business date " maint-journal-rec(98:8)
                 delimited by size
                 into w-in-note
              end-string
           end-if.
      *         an approved change carries its maker and checker
           if maint-journal-rec(107:6) = "MAKER="
              move maint-journal-rec(113:10) to w-in-operator
              move spaces to w-in-note
              string "bdate " maint-journal-rec(98:8)
                 " checker " maint-journal-rec(132:10)
                 delimited by size
                 into w-in-note
              end-string
           end-if.
           move spaces to w-in-before.
           move spaces to w-in-after.
           move MAX-TRACE-IMAGE-SZ to w-in-width.
           move w-in-stamp(1:8) to w-test-date.
           if w-test-date >= w-from-date and w-test-date <= w-to-date
              move "Y" to w-entry-wanted
           end-if.
       start-maint-entry-ex.
           exit.

       take-maint-image.
           evaluate maint-journal-rec(1:2)
              when "B "
                 move maint-journal-rec(3:MAX-TRACE-IMAGE-SZ)
                    to w-in-before
              when "A "
                 move maint-journal-rec(3:MAX-TRACE-IMAGE-SZ)
                    to w-in-after
                 move "N" to w-entry-open
                 if ENTRY-WANTED
                    perform keep-event thru keep-event-ex
                    add 1 to w-mjrn-count
                 end-if
           end-evaluate.
       take-maint-image-ex.
           exit.

      *         arrbrowse's audit: one line per edit, operator and
      *         the first 50 bytes of each image in fixed columns
       scan-browse-audit.
           open input BROWSE-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              move "BRWAUDIT not found" to w-source-note
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           if w-key-offset + w-key-length > BROWSE-IMAGE-SZ
              close BROWSE-AUDIT
              move "BRWAUDIT skipped -- the key lies past the 50 bytes"
                 to w-source-note
              move " of each image it keeps" to w-source-note(51:)
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           read BROWSE-AUDIT.
           perform until AUDIT-FILE-AT-EOF
              add 1 to w-lines-read
              if browse-audit-rec(9:1) = "-"
                 and browse-audit-rec(34:5) = " rec="
                 perform take-browse-line thru take-browse-line-ex
              end-if
              read BROWSE-AUDIT
           end-perform.
           close BROWSE-AUDIT.
       scan-browse-audit-ex.
           exit.

       take-browse-line.
           move browse-audit-rec(1:8) to w-test-date.
           if w-test-date < w-from-date or w-test-date > w-to-date
              exit paragraph
           end-if.
           move spaces to w-in-before.
           move spaces to w-in-after.
           move browse-audit-rec(57:BROWSE-IMAGE-SZ) to w-in-before.
           move browse-audit-rec(116:BROWSE-IMAGE-SZ) to w-in-after.
           move BROWSE-IMAGE-SZ to w-match-width.
           perform match-images thru match-images-ex.
           if not IMAGE-MATCHES
              exit paragraph
           end-if.
           move "BRWAUDIT" to w-in-source.
           move browse-audit-rec(1:15) to w-in-stamp.
           move "ARRBROWS" to w-in-program.
           move browse-audit-rec(17:10) to w-in-operator.
           move browse-audit-rec(28:6) to w-in-action.
           move spaces to w-in-note.
           string "record " browse-audit-rec(39:9)
              ", images cut at 50 bytes"
              delimited by size
              into w-in-note
           end-string.
           move BROWSE-IMAGE-SZ to w-in-width.
           perform keep-event thru keep-event-ex.
           add 1 to w-audit-count.
       take-browse-line-ex.
           exit.

      *         the array module's journal: header with sequence,
      *         stamp, action, index, element length and array name,
      *         then the B and A images
       scan-array-journal.
           open input ARRAY-JOURNAL.
           if AJRN-FILE-NOT-FOUND
              move "ARRJRNL not found" to w-source-note
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           move "N" to w-entry-open.
           read ARRAY-JOURNAL.
           perform until AJRN-FILE-AT-EOF
              add 1 to w-lines-read
              evaluate array-journal-rec(1:2)
                 when "AJ"
                    perform start-array-entry
                       thru start-array-entry-ex
                 when "B "
                    if ENTRY-OPEN
                       move array-journal-rec(3:w-in-width)
                          to w-in-before(1:w-in-width)
                    end-if
                 when "A "
                    if ENTRY-OPEN
                       move array-journal-rec(3:w-in-width)
                          to w-in-after(1:w-in-width)
                       move "N" to w-entry-open
                       perform take-array-entry
                          thru take-array-entry-ex
                    end-if
              end-evaluate
              read ARRAY-JOURNAL
           end-perform.
           close ARRAY-JOURNAL.
       scan-array-journal-ex.
           exit.

       start-array-entry.
           move "N" to w-entry-open.
           move array-journal-rec(16:8) to w-test-date.
           if w-test-date < w-from-date or w-test-date > w-to-date
              exit paragraph
           end-if.
           if array-journal-rec(49:9) is not numeric
              exit paragraph
           end-if.
           move array-journal-rec(49:9) to w-ajrn-len.
           if w-ajrn-len = 0 or w-ajrn-len > MAX-TRACE-IMAGE-SZ
              exit paragraph
           end-if.
           move "Y" to w-entry-open.
           move w-ajrn-len to w-in-width.
           move "ARRJRNL" to w-in-source.
           move array-journal-rec(16:15) to w-in-stamp.
           move "ARRAY" to w-in-program.
           move spaces to w-in-operator.
           move array-journal-rec(32:6) to w-in-action.
           move spaces to w-in-note.
           string "array " array-journal-rec(59:30)
              delimited by "  "
              " index " array-journal-rec(39:9)
              delimited by size
              into w-in-note
           end-string.
           move spaces to w-in-before.
           move spaces to w-in-after.
       start-array-entry-ex.
           exit.

       take-array-entry.
           move w-in-width to w-match-width.
           perform match-images thru match-images-ex.
           if IMAGE-MATCHES
              perform keep-event thru keep-event-ex
              add 1 to w-ajrn-count
           end-if.
       take-array-entry-ex.
           exit.

      *         SUSPOUT and TRANREJ are rewritten by each arrmatch run,
      *         so what they hold is as of that run's end
       find-match-stamp.
           move spaces to w-match-stamp.
           open input RUN-LOG.
           if RUNLOG-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read RUN-LOG.
           perform until RUNLOG-FILE-AT-EOF
              if run-log-rec(1:9) = "ARRMATCH "
                 move run-log-rec(26:15) to w-match-stamp
              end-if
              read RUN-LOG
           end-perform.
           close RUN-LOG.
       find-match-stamp-ex.
           exit.

       scan-match-suspense.
           open input MATCH-SUSPENSE.
           if SUSP-FILE-NOT-FOUND
              move "SUSPOUT not found" to w-source-note
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           read MATCH-SUSPENSE.
           perform until SUSP-FILE-AT-EOF
              add 1 to w-lines-read
              move spaces to w-in-before
              move spaces to w-in-after
              move ms-record to w-in-after
              move length of ms-record to w-match-width
              perform match-images thru match-images-ex
              if IMAGE-MATCHES
                 move "SUSPOUT" to w-in-source
                 move "SUSPND" to w-in-action
                 move spaces to w-in-note
                 string "held in suspense, cycle " ms-cycle
                    delimited by size
                    into w-in-note
                 end-string
                 perform take-match-record
                    thru take-match-record-ex
                 add 1 to w-susp-count
              end-if
              read MATCH-SUSPENSE
           end-perform.
           close MATCH-SUSPENSE.
       scan-match-suspense-ex.
           exit.

       scan-match-rejects.
           open input MATCH-REJECTS.
           if REJ-FILE-NOT-FOUND
              move "TRANREJ not found" to w-source-note
              perform write-source-note thru write-source-note-ex
              exit paragraph
           end-if.
           read MATCH-REJECTS.
           perform until REJ-FILE-AT-EOF
              add 1 to w-lines-read
              move spaces to w-in-before
              move match-rej-rec to w-in-after
              move MAX-TRACE-IMAGE-SZ to w-match-width
              perform match-images thru match-images-ex
              if IMAGE-MATCHES
                 move "TRANREJ" to w-in-source
                 move "REJECT" to w-in-action
                 move "suspense cycles used up" to w-in-note
                 perform take-match-record
                    thru take-match-record-ex
                 add 1 to w-rej-count
              end-if
              read MATCH-REJECTS
           end-perform.
           close MATCH-REJECTS.
       scan-match-rejects-ex.
           exit.

      *         a suspense or reject record dated by the arrmatch run
      *         that wrote it; with no RUNLOG line to date it by it is
      *         shown undated rather than dropped
       take-match-record.
           if w-match-stamp not = spaces
              move w-match-stamp(1:8) to w-test-date
              if w-test-date < w-from-date or w-test-date > w-to-date
                 exit paragraph
              end-if
           end-if.
           move w-match-stamp to w-in-stamp.
           move "ARRMATCH" to w-in-program.
           move spaces to w-in-operator.
           move MAX-TRACE-IMAGE-SZ to w-in-width.
           perform keep-event thru keep-event-ex.
       take-match-record-ex.
           exit.

      *         the key at its offset in either image
       match-images.
           move "N" to w-image-matches.
           if w-key-offset + w-key-length > w-match-width
              exit paragraph
           end-if.
           if w-in-before(w-key-offset + 1:w-key-length) =
                 w-key(1:w-key-length)
              or w-in-after(w-key-offset + 1:w-key-length) =
                 w-key(1:w-key-length)
              move "Y" to w-image-matches
           end-if.
       match-images-ex.
           exit.

       keep-event.
           if w-event-count >= MAX-TRACE-EVENTS
              move "Y" to w-event-overflow
              exit paragraph
           end-if.
           add 1 to w-event-count.
           move w-event-count to w-ev-idx.
           move w-in-source to w-ev-source(w-ev-idx).
           move w-in-stamp to w-ev-stamp(w-ev-idx).
           move w-in-program to w-ev-program(w-ev-idx).
           move w-in-operator to w-ev-operator(w-ev-idx).
           move w-in-action to w-ev-action(w-ev-idx).
           move w-in-note to w-ev-note(w-ev-idx).
           move w-in-before to w-ev-before(w-ev-idx).
           move w-in-after to w-ev-after(w-ev-idx).

      *         print no further than the last non-blank byte of
      *         either image
           move w-in-width to w-print-length.
           perform until w-print-length = 0
              if w-in-before(w-print-length:1) not = space
                 or w-in-after(w-print-length:1) not = space
                 exit perform
              end-if
              subtract 1 from w-print-length
           end-perform.
           move w-print-length to w-ev-length(w-ev-idx).
       keep-event-ex.
           exit.

      *         stamp order, stable so each trail keeps its own order
      *         within a second
       order-events.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-event-count
              move w-ord-idx to w-order(w-ord-idx)
           end-perform.
           perform varying w-ord-idx from 2 by 1
              until w-ord-idx > w-event-count
              move w-order(w-ord-idx) to w-ord-hold
              move w-ord-idx to w-ord-idx-2
              perform until w-ord-idx-2 = 1
                 if w-ev-stamp(w-order(w-ord-idx-2 - 1))
                    <= w-ev-stamp(w-ord-hold)
                    exit perform
                 end-if
                 move w-order(w-ord-idx-2 - 1)
                    to w-order(w-ord-idx-2)
                 subtract 1 from w-ord-idx-2
              end-perform
              move w-ord-hold to w-order(w-ord-idx-2)
           end-perform.
       order-events-ex.
           exit.

       print-history.
           move spaces to trace-rpt-rec.
           if w-event-count = 0
              move "no events found for the key" to trace-rpt-rec
              write trace-rpt-rec
              exit paragraph
           end-if.
           move "STAMP" to trace-rpt-rec(1:).
           move "SOURCE" to trace-rpt-rec(18:).
           move "PROGRAM" to trace-rpt-rec(28:).
           move "OPERATOR" to trace-rpt-rec(38:).
           move "ACTION" to trace-rpt-rec(50:).
           move "DETAIL" to trace-rpt-rec(58:).
           write trace-rpt-rec.
           move all "-" to trace-rpt-rec.
           write trace-rpt-rec.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-event-count
              move w-order(w-ord-idx) to w-ev-idx
              perform print-event thru print-event-ex
           end-perform.
       print-history-ex.
           exit.

      *         the event line, then the images TRACE-SLICE-SZ bytes
      *         at a time: before on the left, after on the right, and
      *         under a slice that differs a line of ^ marking each
      *         changed byte on both sides
       print-event.
           move spaces to trace-rpt-rec.
           write trace-rpt-rec.
           if w-ev-stamp(w-ev-idx) = spaces
              move "undated" to trace-rpt-rec(1:15)
           else
              move w-ev-stamp(w-ev-idx) to trace-rpt-rec(1:15)
           end-if.
           move w-ev-source(w-ev-idx) to trace-rpt-rec(18:8).
           move w-ev-program(w-ev-idx) to trace-rpt-rec(28:8).
           if w-ev-operator(w-ev-idx) = spaces
              move "-" to trace-rpt-rec(38:10)
           else
              move w-ev-operator(w-ev-idx) to trace-rpt-rec(38:10)
           end-if.
           move w-ev-action(w-ev-idx) to trace-rpt-rec(50:6).
           move w-ev-note(w-ev-idx) to trace-rpt-rec(58:40).
           write trace-rpt-rec.
           if w-ev-length(w-ev-idx) = 0
              exit paragraph
           end-if.

           move "N" to w-both-images.
           if w-ev-before(w-ev-idx) not = spaces
              and w-ev-after(w-ev-idx) not = spaces
              move "Y" to w-both-images
           end-if.
           move spaces to trace-rpt-rec.
           move "BYTE" to trace-rpt-rec(1:4).
           move "BEFORE" to trace-rpt-rec(7:6).
           move "AFTER" to trace-rpt-rec(69:5).
           write trace-rpt-rec.
           perform varying w-slice-start from 1 by TRACE-SLICE-SZ
              until w-slice-start > w-ev-length(w-ev-idx)
              perform print-slice thru print-slice-ex
           end-perform.
       print-event-ex.
           exit.

       print-slice.
           compute w-slice-len =
              w-ev-length(w-ev-idx) - w-slice-start + 1.
           if w-slice-len > TRACE-SLICE-SZ
              move TRACE-SLICE-SZ to w-slice-len
           end-if.
           move spaces to trace-rpt-rec.
           move w-slice-start to z-offset.
           move z-offset to trace-rpt-rec(1:4).
           move w-ev-before(w-ev-idx)(w-slice-start:w-slice-len)
              to trace-rpt-rec(7:w-slice-len).
           move w-ev-after(w-ev-idx)(w-slice-start:w-slice-len)
              to trace-rpt-rec(69:w-slice-len).
           write trace-rpt-rec.
           if not BOTH-IMAGES
              exit paragraph
           end-if.
           if w-ev-before(w-ev-idx)(w-slice-start:w-slice-len) =
                 w-ev-after(w-ev-idx)(w-slice-start:w-slice-len)
              exit paragraph
           end-if.
           move spaces to w-marker.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-slice-len
              if w-ev-before(w-ev-idx)
                    (w-slice-start + w-byte-idx - 1:1) not =
                 w-ev-after(w-ev-idx)
                    (w-slice-start + w-byte-idx - 1:1)
                 move "^" to w-marker(w-byte-idx:1)
              end-if
           end-perform.
           move spaces to trace-rpt-rec.
           move w-marker to trace-rpt-rec(7:TRACE-SLICE-SZ).
           move w-marker to trace-rpt-rec(69:TRACE-SLICE-SZ).
           write trace-rpt-rec.
       print-slice-ex.
           exit.

       write-source-note.
           move spaces to trace-rpt-rec.
           string "  ** " w-source-note
              delimited by size
              into trace-rpt-rec
           end-string.
           write trace-rpt-rec.
       write-source-note-ex.
           exit.

       write-summary.
           move spaces to trace-rpt-rec.
           write trace-rpt-rec.
           move "events from MSTJRNL" to w-count-text.
           move w-mjrn-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "events from BRWAUDIT" to w-count-text.
           move w-audit-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "events from ARRJRNL" to w-count-text.
           move w-ajrn-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "records on SUSPOUT" to w-count-text.
           move w-susp-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "records on TRANREJ" to w-count-text.
           move w-rej-count to z-count.
           perform write-count-line thru write-count-line-ex.
           if w-match-stamp not = spaces
              move spaces to trace-rpt-rec
              string "  SUSPOUT/TRANREJ as of the ARRMATCH run ended "
                 w-match-stamp
                 delimited by size
                 into trace-rpt-rec
              end-string
              write trace-rpt-rec
           end-if.
       write-summary-ex.
           exit.

       write-count-line.
           move spaces to trace-rpt-rec.
           move w-count-text to trace-rpt-rec(1:45).
           move z-count to trace-rpt-rec(46:9).
           write trace-rpt-rec.
       write-count-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-lines-read to w-rl-run-read.
           move w-event-count to w-rl-run-written.
           move w-trace-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
