       identification division.
         program-id.  arrrcmp.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select RCMP-CARD assign "RCMPCARD"
              organization line sequential
              file status is w-card-file-status.
           select OLD-REPORT assign to dynamic w-old-assign
              organization line sequential
              file status is w-old-file-status.
           select NEW-REPORT assign to dynamic w-new-assign
              organization line sequential
              file status is w-new-file-status.
           select RCMP-REPORT assign "RCMPRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  RCMP-CARD.
       01  rcmp-card-rec pic x(80).
       fd  OLD-REPORT.
       01  old-report-rec pic x(132).
       fd  NEW-REPORT.
       01  new-report-rec pic x(132).
       fd  RCMP-REPORT.
       01  rcmp-report-rec pic x(152).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  RCMP-LINE-MAX value 20000.
       78  RCMP-RULE-MAX value 20.
       78  RCMP-RESYNC-WINDOW value 100.
       78  RCMP-DETAIL-DEFAULT value 200.

      *         compares two print files the way a person would in a
      *         parallel run: the old program's report against the
      *         new one's, line by line, with what is bound to differ
      *         left out.  RCMPCARD:
      *           OLD name              the old report, RPTOLD unless
      *           NEW name              told; the new one, RPTNEW
      *           IGNORELINE col text   lines with text at col are
      *                                 not compared at all (page
      *                                 headings, run banners)
      *           IGNORECOLS from to    columns blanked on both sides
      *           MASK STAMPS           ccyymmdd-hhmmss stamps blanked
      *           MASK DATES            ccyymmdd dates blanked
      *           MASK PAGES            the number after PAGE blanked
      *           TOLERANCE n           numbers in the same place may
      *                                 differ by this much (0 unless
      *                                 told: equal values in another
      *                                 edit still agree)
      *           MAXDIFF n             differences listed, 200
      *           TEST name             the test case name on TESTRPT
      *         Lines are aligned: a line only one side has is ADDED
      *         or MISSING, found by looking ahead for the other side
      *         to pick up again; a line that has no partner near is
      *         CHANGED, with the differing columns marked under it.
      *         The outcome goes to the assert subsystem as one test
      *         case, so a parallel run passes or fails its step
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-old-file-status pic x(02) value spaces.
           88  OLD-FILE-NOT-FOUND value "35".
           88  OLD-FILE-AT-EOF value "10".
       77  w-new-file-status pic x(02) value spaces.
           88  NEW-FILE-NOT-FOUND value "35".
           88  NEW-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-old-assign pic x(08) value "RPTOLD".
       77  w-new-assign pic x(08) value "RPTNEW".

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(10) value spaces.
       77  w-tok-1 pic x(20) value spaces.
       77  w-tok-2 pic x(20) value spaces.
       77  w-uptr pic 9(03) value 0.
       77  w-test-name pic x(30) value "ARRRCMP".
       77  w-tolerance pic 9(09)v9(06) value 0.
       77  w-detail-max pic 9(09) value RCMP-DETAIL-DEFAULT.
       77  w-mask-stamps pic x value "N".
           88  MASK-STAMPS value "Y".
       77  w-mask-dates pic x value "N".
           88  MASK-DATES value "Y".
       77  w-mask-pages pic x value "N".
           88  MASK-PAGES value "Y".

       77  w-ignline-count pic 9(02) value 0.
       01  w-ignline-tbl.
           05 w-ignline-entry occurs RCMP-RULE-MAX times.
              07 w-il-col pic 9(03).
              07 w-il-len pic 9(03).
              07 w-il-text pic x(60).
       77  w-igncols-count pic 9(02) value 0.
       01  w-igncols-tbl.
           05 w-igncols-entry occurs RCMP-RULE-MAX times.
              07 w-ic-from pic 9(03).
              07 w-ic-to pic 9(03).
       77  w-rule-idx pic 9(02) value 0.

      *         both reports as compared: each line as printed, as
      *         masked for the comparison, and its line number
       77  w-old-count pic 9(05) value 0.
       01  w-old-tbl.
           05 w-old-entry occurs RCMP-LINE-MAX times.
              07 w-ol-text pic x(132).
              07 w-ol-mask pic x(132).
              07 w-ol-no pic 9(07).
       77  w-new-count pic 9(05) value 0.
       01  w-new-tbl.
           05 w-new-entry occurs RCMP-LINE-MAX times.
              07 w-nl-text pic x(132).
              07 w-nl-mask pic x(132).
              07 w-nl-no pic 9(07).
       77  w-line-no pic 9(07) value 0.
       77  w-old-lines-read pic 9(07) value 0.
       77  w-new-lines-read pic 9(07) value 0.
       77  w-overflow pic x value "N".
           88  TABLE-OVERFLOW value "Y".

      *         one line being masked
       77  w-work-line pic x(132) value spaces.
       77  w-keep-line pic x value "Y".
           88  LINE-KEPT value "Y".
       77  w-col pic 9(03) value 0.
       77  w-col-2 pic 9(03) value 0.
       77  w-mm pic 9(02) value 0.

      *         one pair being compared
       77  w-old-idx pic 9(05) value 0.
       77  w-new-idx pic 9(05) value 0.
       77  w-cmp-old pic x(132) value spaces.
       77  w-cmp-new pic x(132) value spaces.
       77  w-mark-line pic x(132) value spaces.
       77  w-lines-match pic x value "N".
           88  LINES-MATCH value "Y".
       77  w-span-from pic 9(03) value 0.
       77  w-span-to pic 9(03) value 0.
       77  w-span-len pic 9(03) value 0.
       77  w-num-old pic x(40) value spaces.
       77  w-num-new pic x(40) value spaces.
       77  w-val-old pic s9(15)v9(06) value 0.
       77  w-val-new pic s9(15)v9(06) value 0.
       77  w-val-diff pic s9(15)v9(06) value 0.

      *         looking ahead for the two sides to meet again
       77  w-skip pic 9(05) value 0.
       77  w-skip-old pic 9(05) value 0.
       77  w-skip-new pic 9(05) value 0.
       77  w-hold-old pic 9(05) value 0.
       77  w-hold-new pic 9(05) value 0.
       77  w-step pic 9(05) value 0.
       77  w-key-old pic x(40) value spaces.
       77  w-key-new pic x(40) value spaces.
       77  w-line-key pic x(40) value spaces.

       77  w-same-count pic 9(09) value 0.
       77  w-added-count pic 9(09) value 0.
       77  w-missing-count pic 9(09) value 0.
       77  w-changed-count pic 9(09) value 0.
       77  w-diff-count pic 9(09) value 0.
       77  w-listed-count pic 9(09) value 0.
       77  w-ignored-count pic 9(09) value 0.
       77  w-rcmp-rc pic s9(09) value 0.
       77  z-line pic z(06)9.
       77  z-count pic z(08)9.
       77  z-added pic z(08)9.
       77  z-missing pic z(08)9.
       77  z-changed pic z(08)9.

       77  w-assert-expected pic x(100) value spaces.
       77  w-assert-actual pic x(100) value spaces.
       77  w-assert-description pic x(160) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRRCMP".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       procedure division.
           perform read-rcmp-card thru read-rcmp-card-ex.
           call "runlog:start" using w-runlog-pgm.
           perform load-old-report thru load-old-report-ex.
           perform load-new-report thru load-new-report-ex.
           if OLD-FILE-NOT-FOUND or NEW-FILE-NOT-FOUND
              or TABLE-OVERFLOW
              if TABLE-OVERFLOW
                 display "ARRRCMP report longer than the compare table"
                    upon console
              else
                 display "ARRRCMP missing report " w-old-assign
                    " or " w-new-assign
                    upon console
              end-if
              move spaces to w-assert-description
              string "report comparison "
                 function trim(w-old-assign) " vs "
                 function trim(w-new-assign) " could not be made"
                 delimited by size
                 into w-assert-description
              end-string
              move "0" to w-assert-expected
              move "1" to w-assert-actual
              call "assert" using NUM-EQ
                 w-assert-expected w-assert-actual
                 w-assert-description w-test-name
              move KO to w-rl-run-rc
              call "runlog:end" using w-rl-run-totals
              goback giving KO
           end-if.

           open output RCMP-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.
           perform align-reports thru align-reports-ex.
           perform write-report-summary
              thru write-report-summary-ex.
           close RCMP-REPORT.
           perform record-test-case thru record-test-case-ex.

           display
              "ARRRCMP " w-old-assign " vs " w-new-assign
              " same=" w-same-count
              " added=" w-added-count
              " missing=" w-missing-count
              " changed=" w-changed-count
              upon console.
           if w-diff-count > 0
              move KO to w-rcmp-rc
           else
              move OK to w-rcmp-rc
           end-if.
           compute w-rl-run-read = w-old-lines-read + w-new-lines-read.
           move w-same-count to w-rl-run-written.
           move w-diff-count to w-rl-run-rejected.
           move w-rcmp-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           goback giving w-rcmp-rc.

       read-rcmp-card.
           open input RCMP-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read RCMP-CARD.
           perform until CARD-FILE-AT-EOF
              move rcmp-card-rec to w-card-line
              perform parse-rcmp-line thru parse-rcmp-line-ex
              read RCMP-CARD
           end-perform.
           close RCMP-CARD.
       read-rcmp-card-ex.
           exit.

       parse-rcmp-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move 1 to w-uptr.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
              with pointer w-uptr
           end-unstring.
           evaluate w-tok-kind
              when "OLD"
                 move w-tok-1 to w-old-assign
              when "NEW"
                 move w-tok-1 to w-new-assign
              when "TEST"
                 move w-tok-1 to w-test-name
              when "TOLERANCE"
                 if function test-numval(w-tok-1) = 0
                    compute w-tolerance = function numval(w-tok-1)
                 end-if
              when "MAXDIFF"
                 if function trim(w-tok-1) is numeric
                    compute w-detail-max = function numval(w-tok-1)
                 end-if
              when "MASK"
                 evaluate w-tok-1
                    when "STAMPS"
                       move "Y" to w-mask-stamps
                    when "DATES"
                       move "Y" to w-mask-dates
                    when "PAGES"
                       move "Y" to w-mask-pages
                 end-evaluate
              when "IGNORELINE"
                 perform take-ignore-line thru take-ignore-line-ex
              when "IGNORECOLS"
                 perform take-ignore-cols thru take-ignore-cols-ex
           end-evaluate.
       parse-rcmp-line-ex.
           exit.

      *         the text is the rest of the card after the column,
      *         blanks inside it included
       take-ignore-line.
           if function trim(w-tok-1) is not numeric
              or w-uptr > 80
              or w-ignline-count >= RCMP-RULE-MAX
              exit paragraph
           end-if.
           add 1 to w-ignline-count.
           compute w-il-col(w-ignline-count) = function numval(w-tok-1).
           move w-card-line(w-uptr:) to w-il-text(w-ignline-count).
           compute w-il-len(w-ignline-count) = function length(
              function trim(w-il-text(w-ignline-count) trailing)).
           if w-il-col(w-ignline-count) = 0
              or w-il-col(w-ignline-count)
                 + w-il-len(w-ignline-count) > 133
              subtract 1 from w-ignline-count
           end-if.
       take-ignore-line-ex.
           exit.

       take-ignore-cols.
           unstring w-card-line(w-uptr:)
              delimited by all spaces
              into w-tok-2
           end-unstring.
           if function trim(w-tok-1) is not numeric
              or function trim(w-tok-2) is not numeric
              or w-igncols-count >= RCMP-RULE-MAX
              exit paragraph
           end-if.
           add 1 to w-igncols-count.
           compute w-ic-from(w-igncols-count) =
              function numval(w-tok-1).
           compute w-ic-to(w-igncols-count) =
              function numval(w-tok-2).
           if w-ic-from(w-igncols-count) = 0
              or w-ic-to(w-igncols-count) > 132
              or w-ic-to(w-igncols-count) < w-ic-from(w-igncols-count)
              subtract 1 from w-igncols-count
           end-if.
       take-ignore-cols-ex.
           exit.

       load-old-report.
           move 0 to w-old-count.
           move 0 to w-line-no.
           open input OLD-REPORT.
           if OLD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read OLD-REPORT.
           perform until OLD-FILE-AT-EOF or TABLE-OVERFLOW
              add 1 to w-line-no
              move old-report-rec to w-work-line
              perform mask-work-line thru mask-work-line-ex
              if LINE-KEPT
                 if w-old-count >= RCMP-LINE-MAX
                    move "Y" to w-overflow
                 else
                    add 1 to w-old-count
                    move old-report-rec to w-ol-text(w-old-count)
                    move w-work-line to w-ol-mask(w-old-count)
                    move w-line-no to w-ol-no(w-old-count)
                 end-if
              end-if
              read OLD-REPORT
           end-perform.
           move w-line-no to w-old-lines-read.
           close OLD-REPORT.
       load-old-report-ex.
           exit.

       load-new-report.
           move 0 to w-new-count.
           move 0 to w-line-no.
           open input NEW-REPORT.
           if NEW-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read NEW-REPORT.
           perform until NEW-FILE-AT-EOF or TABLE-OVERFLOW
              add 1 to w-line-no
              move new-report-rec to w-work-line
              perform mask-work-line thru mask-work-line-ex
              if LINE-KEPT
                 if w-new-count >= RCMP-LINE-MAX
                    move "Y" to w-overflow
                 else
                    add 1 to w-new-count
                    move new-report-rec to w-nl-text(w-new-count)
                    move w-work-line to w-nl-mask(w-new-count)
                    move w-line-no to w-nl-no(w-new-count)
                 end-if
              end-if
              read NEW-REPORT
           end-perform.
           move w-line-no to w-new-lines-read.
           close NEW-REPORT.
       load-new-report-ex.
           exit.

      *         drops an ignored line, blanks the volatile parts of
      *         a kept one
       mask-work-line.
           move "Y" to w-keep-line.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-ignline-count
              if w-work-line(w-il-col(w-rule-idx):w-il-len(w-rule-idx))
                 = w-il-text(w-rule-idx)(1:w-il-len(w-rule-idx))
                 move "N" to w-keep-line
                 add 1 to w-ignored-count
                 exit paragraph
              end-if
           end-perform.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-igncols-count
              move spaces to w-work-line(w-ic-from(w-rule-idx):
                 w-ic-to(w-rule-idx) - w-ic-from(w-rule-idx) + 1)
           end-perform.
           if MASK-STAMPS
              perform mask-stamp-cols thru mask-stamp-cols-ex
           end-if.
           if MASK-DATES
              perform mask-date-cols thru mask-date-cols-ex
           end-if.
           if MASK-PAGES
              perform mask-page-cols thru mask-page-cols-ex
           end-if.
       mask-work-line-ex.
           exit.

       mask-stamp-cols.
           perform varying w-col from 1 by 1 until w-col > 118
              if w-work-line(w-col:8) is numeric
                 and w-work-line(w-col + 8:1) = "-"
                 and w-work-line(w-col + 9:6) is numeric
                 move spaces to w-work-line(w-col:15)
              end-if
           end-perform.
       mask-stamp-cols-ex.
           exit.

      *         eight digits on their own that read as a date of
      *         this century or the last
       mask-date-cols.
           perform varying w-col from 1 by 1 until w-col > 125
              if w-work-line(w-col:8) is numeric
                 and (w-work-line(w-col:2) = "19"
                      or w-work-line(w-col:2) = "20")
                 and (w-col = 1
                      or w-work-line(w-col - 1:1) is not numeric)
                 and (w-col = 125
                      or w-work-line(w-col + 8:1) is not numeric)
                 move w-work-line(w-col + 4:2) to w-mm
                 if w-mm >= 1 and w-mm <= 12
                    move spaces to w-work-line(w-col:8)
                 end-if
              end-if
           end-perform.
       mask-date-cols-ex.
           exit.

       mask-page-cols.
           perform varying w-col from 1 by 1 until w-col > 127
              if w-work-line(w-col:5) = "PAGE "
                 compute w-col-2 = w-col + 5
                 perform until w-col-2 > 132
                    or w-work-line(w-col-2:1) not = space
                    add 1 to w-col-2
                 end-perform
                 perform until w-col-2 > 132
                    or w-work-line(w-col-2:1) is not numeric
                    move space to w-work-line(w-col-2:1)
                    add 1 to w-col-2
                 end-perform
              end-if
           end-perform.
       mask-page-cols-ex.
           exit.

      *         walks both reports together; where they part, the
      *         nearer of the two ways back into step is taken
       align-reports.
           move 1 to w-old-idx.
           move 1 to w-new-idx.
           perform until w-old-idx > w-old-count
              and w-new-idx > w-new-count
              evaluate true
                 when w-old-idx > w-old-count
                    perform report-added thru report-added-ex
                    add 1 to w-new-idx
                 when w-new-idx > w-new-count
                    perform report-missing thru report-missing-ex
                    add 1 to w-old-idx
                 when other
                    perform compare-pair thru compare-pair-ex
                    if LINES-MATCH
                       add 1 to w-same-count
                       add 1 to w-old-idx
                       add 1 to w-new-idx
                    else
                       perform find-resync thru find-resync-ex
                       perform take-resync thru take-resync-ex
                    end-if
              end-evaluate
           end-perform.
       align-reports-ex.
           exit.

      *         how many new lines to pass over before the old line
      *         turns up (w-skip-new), and how many old lines before
      *         the new one does (w-skip-old); zero where it does
      *         not within the window
       find-resync.
           move w-old-idx to w-hold-old.
           move w-new-idx to w-hold-new.
           move 0 to w-skip-new.
           move 0 to w-skip-old.
           perform varying w-step from 1 by 1
              until w-step > RCMP-RESYNC-WINDOW
              or w-hold-new + w-step > w-new-count
              compute w-new-idx = w-hold-new + w-step
              perform compare-pair thru compare-pair-ex
              if LINES-MATCH
                 move w-step to w-skip-new
                 exit perform
              end-if
           end-perform.
           move w-hold-new to w-new-idx.
           perform varying w-step from 1 by 1
              until w-step > RCMP-RESYNC-WINDOW
              or w-hold-old + w-step > w-old-count
              compute w-old-idx = w-hold-old + w-step
              perform compare-pair thru compare-pair-ex
              if LINES-MATCH
                 move w-step to w-skip-old
                 exit perform
              end-if
           end-perform.
           move w-hold-old to w-old-idx.
           if w-skip-new = 0 and w-skip-old = 0
              perform find-key-resync thru find-key-resync-ex
           end-if.
       find-resync-ex.
           exit.

      *         when no line turns up again as it was, the first word
      *         of a line (the account, the code) is looked for
      *         instead, so a changed line is paired with its own
      *         and not with whatever happens to sit beside it
       find-key-resync.
           move w-ol-mask(w-old-idx) to w-work-line.
           perform take-line-key thru take-line-key-ex.
           move w-line-key to w-key-old.
           move w-nl-mask(w-new-idx) to w-work-line.
           perform take-line-key thru take-line-key-ex.
           move w-line-key to w-key-new.
           if w-key-old = w-key-new or w-key-old = spaces
              or w-key-new = spaces
              exit paragraph
           end-if.
           perform varying w-step from 1 by 1
              until w-step > RCMP-RESYNC-WINDOW
              or w-hold-new + w-step > w-new-count
              move w-nl-mask(w-hold-new + w-step) to w-work-line
              perform take-line-key thru take-line-key-ex
              if w-line-key = w-key-old
                 move w-step to w-skip-new
                 exit perform
              end-if
           end-perform.
           perform varying w-step from 1 by 1
              until w-step > RCMP-RESYNC-WINDOW
              or w-hold-old + w-step > w-old-count
              move w-ol-mask(w-hold-old + w-step) to w-work-line
              perform take-line-key thru take-line-key-ex
              if w-line-key = w-key-new
                 move w-step to w-skip-old
                 exit perform
              end-if
           end-perform.
       find-key-resync-ex.
           exit.

       take-line-key.
           move spaces to w-line-key.
           if w-work-line not = spaces
              unstring function trim(w-work-line leading)
                 delimited by all spaces
                 into w-line-key
              end-unstring
           end-if.
       take-line-key-ex.
           exit.

       take-resync.
           evaluate true
              when w-skip-new > 0
                 and (w-skip-old = 0 or w-skip-new <= w-skip-old)
                 perform varying w-skip from 1 by 1
                    until w-skip > w-skip-new
                    perform report-added thru report-added-ex
                    add 1 to w-new-idx
                 end-perform
              when w-skip-old > 0
                 perform varying w-skip from 1 by 1
                    until w-skip > w-skip-old
                    perform report-missing thru report-missing-ex
                    add 1 to w-old-idx
                 end-perform
              when other
                 perform compare-pair thru compare-pair-ex
                 perform report-changed thru report-changed-ex
                 add 1 to w-old-idx
                 add 1 to w-new-idx
           end-evaluate.
       take-resync-ex.
           exit.

      *         the masked lines column by column; a difference inside
      *         a number on both sides is settled by the values
       compare-pair.
           move "N" to w-lines-match.
           move w-ol-mask(w-old-idx) to w-cmp-old.
           move w-nl-mask(w-new-idx) to w-cmp-new.
           if w-cmp-old = w-cmp-new
              move "Y" to w-lines-match
              exit paragraph
           end-if.
           move spaces to w-mark-line.
           perform varying w-col from 1 by 1 until w-col > 132
              if w-cmp-old(w-col:1) not = w-cmp-new(w-col:1)
                 move "^" to w-mark-line(w-col:1)
              end-if
           end-perform.
           move 1 to w-col.
           perform until w-col > 132
              if w-mark-line(w-col:1) = "^"
                 and (w-cmp-old(w-col:1) is numeric
                      or w-cmp-new(w-col:1) is numeric)
                 perform settle-numeric-span
                    thru settle-numeric-span-ex
                 compute w-col = w-span-to + 1
              else
                 add 1 to w-col
              end-if
           end-perform.
           if w-mark-line = spaces
              move "Y" to w-lines-match
           end-if.
       compare-pair-ex.
           exit.

      *         the widest run of number characters around the column
      *         on either side, read as a value on both
       settle-numeric-span.
           move w-col to w-span-from.
           perform until w-span-from = 1
              or (w-cmp-old(w-span-from - 1:1) not = space
                  and w-cmp-old(w-span-from - 1:1) is not numeric
                  and w-cmp-old(w-span-from - 1:1) not = "."
                  and w-cmp-old(w-span-from - 1:1) not = ","
                  and w-cmp-old(w-span-from - 1:1) not = "-")
              or (w-cmp-new(w-span-from - 1:1) not = space
                  and w-cmp-new(w-span-from - 1:1) is not numeric
                  and w-cmp-new(w-span-from - 1:1) not = "."
                  and w-cmp-new(w-span-from - 1:1) not = ","
                  and w-cmp-new(w-span-from - 1:1) not = "-")
              or (w-cmp-old(w-span-from - 1:1) = space
                  and w-cmp-new(w-span-from - 1:1) = space)
              subtract 1 from w-span-from
           end-perform.
           move w-col to w-span-to.
           perform until w-span-to = 132
              or (w-cmp-old(w-span-to + 1:1) not = space
                  and w-cmp-old(w-span-to + 1:1) is not numeric
                  and w-cmp-old(w-span-to + 1:1) not = "."
                  and w-cmp-old(w-span-to + 1:1) not = ","
                  and w-cmp-old(w-span-to + 1:1) not = "-")
              or (w-cmp-new(w-span-to + 1:1) not = space
                  and w-cmp-new(w-span-to + 1:1) is not numeric
                  and w-cmp-new(w-span-to + 1:1) not = "."
                  and w-cmp-new(w-span-to + 1:1) not = ","
                  and w-cmp-new(w-span-to + 1:1) not = "-")
              or (w-cmp-old(w-span-to + 1:1) = space
                  and w-cmp-new(w-span-to + 1:1) = space)
              add 1 to w-span-to
           end-perform.
           compute w-span-len = w-span-to - w-span-from + 1.
           if w-span-len > 40
              exit paragraph
           end-if.
           move spaces to w-num-old.
           move spaces to w-num-new.
           move w-cmp-old(w-span-from:w-span-len) to w-num-old.
           move w-cmp-new(w-span-from:w-span-len) to w-num-new.
           if w-num-old = spaces or w-num-new = spaces
              exit paragraph
           end-if.
           if function test-numval-c(w-num-old) not = 0
              or function test-numval-c(w-num-new) not = 0
              exit paragraph
           end-if.
           compute w-val-old = function numval-c(w-num-old).
           compute w-val-new = function numval-c(w-num-new).
           compute w-val-diff = w-val-old - w-val-new.
           if w-val-diff < 0
              compute w-val-diff = 0 - w-val-diff
           end-if.
           if w-val-diff <= w-tolerance
              move spaces to w-mark-line(w-span-from:w-span-len)
           end-if.
       settle-numeric-span-ex.
           exit.

       report-added.
           add 1 to w-added-count.
           add 1 to w-diff-count.
           if w-listed-count >= w-detail-max
              exit paragraph
           end-if.
           add 1 to w-listed-count.
           move w-nl-no(w-new-idx) to z-line.
           move spaces to rcmp-report-rec.
           string "ADDED   NEW " z-line " " w-nl-text(w-new-idx)
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
       report-added-ex.
           exit.

       report-missing.
           add 1 to w-missing-count.
           add 1 to w-diff-count.
           if w-listed-count >= w-detail-max
              exit paragraph
           end-if.
           add 1 to w-listed-count.
           move w-ol-no(w-old-idx) to z-line.
           move spaces to rcmp-report-rec.
           string "MISSING OLD " z-line " " w-ol-text(w-old-idx)
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
       report-missing-ex.
           exit.

       report-changed.
           add 1 to w-changed-count.
           add 1 to w-diff-count.
           if w-listed-count >= w-detail-max
              exit paragraph
           end-if.
           add 1 to w-listed-count.
           move w-ol-no(w-old-idx) to z-line.
           move spaces to rcmp-report-rec.
           string "CHANGED OLD " z-line " " w-ol-text(w-old-idx)
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-nl-no(w-new-idx) to z-line.
           move spaces to rcmp-report-rec.
           string "        NEW " z-line " " w-nl-text(w-new-idx)
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move spaces to rcmp-report-rec.
           move w-mark-line to rcmp-report-rec(21:132).
           write rcmp-report-rec.
       report-changed-ex.
           exit.

       write-report-heading.
           move spaces to rcmp-report-rec.
           string "ARRRCMP REPORT COMPARISON " w-old-assign
              " (OLD) AGAINST " w-new-assign " (NEW)"
              "   TEST " w-test-name
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move spaces to rcmp-report-rec.
           string "  MASKED:"
              delimited by size
              into rcmp-report-rec
           end-string.
           if MASK-STAMPS
              move "STAMPS" to rcmp-report-rec(11:6)
           end-if.
           if MASK-DATES
              move "DATES" to rcmp-report-rec(18:5)
           end-if.
           if MASK-PAGES
              move "PAGES" to rcmp-report-rec(24:5)
           end-if.
           move w-igncols-count to z-count.
           string "  COLUMN RANGES" z-count
              delimited by size
              into rcmp-report-rec(31:)
           end-string.
           move w-ignline-count to z-count.
           string "  LINE RULES" z-count
              delimited by size
              into rcmp-report-rec(56:)
           end-string.
           write rcmp-report-rec.
           move all "-" to rcmp-report-rec.
           write rcmp-report-rec.
       write-report-heading-ex.
           exit.

       write-report-summary.
           move all "-" to rcmp-report-rec.
           write rcmp-report-rec.
           if w-listed-count < w-diff-count
              move w-detail-max to z-count
              move spaces to rcmp-report-rec
              string "ONLY THE FIRST" z-count " DIFFERENCES LISTED"
                 delimited by size
                 into rcmp-report-rec
              end-string
              write rcmp-report-rec
           end-if.
           move w-old-lines-read to z-count.
           move spaces to rcmp-report-rec.
           string "OLD LINES      " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-new-lines-read to z-count.
           move spaces to rcmp-report-rec.
           string "NEW LINES      " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-ignored-count to z-count.
           move spaces to rcmp-report-rec.
           string "LINES IGNORED  " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-same-count to z-count.
           move spaces to rcmp-report-rec.
           string "SAME           " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-added-count to z-count.
           move spaces to rcmp-report-rec.
           string "ADDED          " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-missing-count to z-count.
           move spaces to rcmp-report-rec.
           string "MISSING        " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move w-changed-count to z-count.
           move spaces to rcmp-report-rec.
           string "CHANGED        " z-count
              delimited by size
              into rcmp-report-rec
           end-string.
           write rcmp-report-rec.
           move spaces to rcmp-report-rec.
           if w-diff-count = 0
              move "VERDICT        SAME" to rcmp-report-rec
           else
              move "VERDICT        DIFFERENT" to rcmp-report-rec
           end-if.
           write rcmp-report-rec.
       write-report-summary-ex.
           exit.

      *         one test case on TESTRPT: no differences expected
       record-test-case.
           move w-added-count to z-added.
           move w-missing-count to z-missing.
           move w-changed-count to z-changed.
           move spaces to w-assert-description.
           string "report comparison "
              function trim(w-old-assign) " vs "
              function trim(w-new-assign)
              ": added " function trim(z-added)
              " missing " function trim(z-missing)
              " changed " function trim(z-changed)
              delimited by size
              into w-assert-description
           end-string.
           move "0" to w-assert-expected.
           move w-diff-count to z-count.
           move function trim(z-count) to w-assert-actual.
           call "assert" using NUM-EQ
              w-assert-expected w-assert-actual
              w-assert-description w-test-name.
       record-test-case-ex.
           exit.
