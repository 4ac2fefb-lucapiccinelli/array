       identification division.
         program-id.  arrlaymnt.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select LAYOUTS-FILE assign "LAYOUTS"
              organization line sequential
              file status is w-layouts-file-status.
           select LAYOUT-AUDIT assign "LAYAUDIT"
              organization line sequential
              file status is w-audit-file-status.
       data division.
       file section.
       fd  LAYOUTS-FILE.
       01  layouts-file-rec pic x(80).
       fd  LAYOUT-AUDIT.
       01  layout-audit-rec pic x(250).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  MNT-LINE-MAX value 1000.
       78  MNT-PAGE-ROWS value 14.
       78  MNT-LAYOUT-MAX value 200.
       78  MNT-FIELD-MAX value 500.
       78  MNT-FINDING-MAX value 100.
       78  MNT-TOUCHED-MAX value 50.
       78  LAYOUT-RESOLVE-MAX value 64.

      *         every utility that takes a layout name trusts LAYOUTS
      *         completely, so it is edited here instead of in a text
      *         editor.  The whole file is held in memory in its own
      *         order, comments included; a field line is rewritten
      *         only when it is changed.  Nothing reaches the file
      *         until S, and S first checks every layout touched:
      *         overlapping fields, duplicate names, a type the
      *         length cannot hold (a p field too short for its
      *         9(7)V99 digits) stop the save; a gap nobody explained
      *         is a warning.  A gap is explained by a comment line
      *           *GAP layoutname offset length [note]
      *         which G writes and arrlayout skips like any comment.
      *         Every change goes to LAYAUDIT with the operator and
      *         the before/after lines, the way BRWAUDIT does it
       77  w-layouts-file-status pic x(02) value spaces.
           88  LAYOUTS-FILE-NOT-FOUND value "35".
           88  LAYOUTS-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".

       77  w-line-count pic 9(04) value 0.
       77  w-layouts-over pic x value "N".
           88  LAYOUTS-OVER-TABLE value "Y".
       01  w-line-tbl.
           05 w-line-entry occurs MNT-LINE-MAX times.
              07 w-ln-text pic x(80).
              07 w-ln-kind pic x.
                 88 LINE-IS-FIELD value "F".
                 88 LINE-IS-GAP-NOTE value "G".
                 88 LINE-IS-OTHER value "O".
              07 w-ln-layout pic x(15).
              07 w-ln-field pic x(15).
              07 w-ln-offset pic 9(09).
              07 w-ln-length pic 9(09).
              07 w-ln-type pic x.
              07 w-ln-format pic x(08).
       01  w-hold-line pic x(143) value spaces.
       77  w-line-idx pic 9(04) value 0.
       77  w-shift-idx pic 9(04) value 0.
       77  w-target-idx pic 9(04) value 0.

       77  w-tok-layout pic x(16) value spaces.
       77  w-tok-field pic x(16) value spaces.
       77  w-tok-offset pic x(16) value spaces.
       77  w-tok-length pic x(16) value spaces.
       77  w-tok-type pic x(04) value spaces.
       77  w-tok-format pic x(08) value spaces.
       77  w-parse-ok pic x value "N".
           88  PARSE-OK value "Y".

      *         the layout directory and the open layout's fields, in
      *         file order, rebuilt before every screen
       77  w-layout-count pic 9(03) value 0.
       01  w-layout-tbl.
           05 w-layout-entry occurs MNT-LAYOUT-MAX times.
              07 w-lt-name pic x(15).
              07 w-lt-fields pic 9(04).
              07 w-lt-extent pic 9(09).
       77  w-layout-idx pic 9(03) value 0.
       77  w-current-layout pic x(15) value spaces.
       77  w-field-count pic 9(04) value 0.
       01  w-field-map-tbl.
           05 w-field-line pic 9(04) occurs MNT-FIELD-MAX times.
       77  w-field-no pic 9(04) value 0.
       77  w-field-no-2 pic 9(04) value 0.

      *         S and K: the layout's fields by offset, and what the
      *         checks found
       77  w-check-count pic 9(04) value 0.
       01  w-check-tbl.
           05 w-check-entry occurs MNT-FIELD-MAX times.
              07 w-ck-field pic x(15).
              07 w-ck-offset pic 9(09).
              07 w-ck-length pic 9(09).
              07 w-ck-type pic x.
              07 w-ck-format pic x(08).
       01  w-check-hold.
           05 w-hold-field pic x(15).
           05 w-hold-offset pic 9(09).
           05 filler pic x(18).
       77  w-check-idx pic 9(04) value 0.
       77  w-check-idx-2 pic 9(04) value 0.
       77  w-max-end pic 9(09) value 0.
       77  w-max-end-field pic x(15) value spaces.
       77  w-field-end pic 9(09) value 0.
       77  w-gap-length pic 9(09) value 0.
       77  w-gap-explained pic x value "N".
           88  GAP-EXPLAINED value "Y".
       77  w-fmt-digits pic 9(03) value 0.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-fmt-repeat pic 9(03) value 0.
       77  w-fmt-bad pic x value "N".
           88  FORMAT-NOT-NUMERIC value "Y".
       77  w-need-length pic 9(09) value 0.
       77  w-finding-count pic 9(03) value 0.
       77  w-error-count pic 9(03) value 0.
       77  w-warning-count pic 9(03) value 0.
       01  w-finding-tbl.
           05 w-finding-text pic x(79)
              occurs MNT-FINDING-MAX times.
       77  w-finding-line pic x(79) value spaces.
       77  w-touched-count pic 9(02) value 0.
       01  w-touched-tbl.
           05 w-touched-layout pic x(15)
              occurs MNT-TOUCHED-MAX times.
       77  w-touched-idx pic 9(02) value 0.

       77  w-view pic x value "D".
           88  VIEW-DIRECTORY value "D".
           88  VIEW-FIELDS value "F".
           88  VIEW-FINDINGS value "C".
       77  w-top-row pic 9(04) value 1.
       77  w-row-count pic 9(04) value 0.
       77  w-row-idx pic 9(02) value 0.
       77  w-row-no pic 9(04) value 0.

       77  w-edit-buf pic x(70) value spaces.
       77  w-edit-field-no pic 9(04) value 0.
       77  w-have-edit pic x value "N".
           88  EDIT-FIELD-HELD value "Y".
       77  w-dirty pic x value "N".
           88  LAYOUTS-DIRTY value "Y".
       77  w-operator pic x(10) value spaces.
       77  w-audit-action pic x(08) value spaces.
       77  w-audit-field pic x(15) value spaces.
       77  w-before-line pic x(80) value spaces.
       77  w-after-line pic x(80) value spaces.

       77  w-command pic x(30) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-cmd-arg pic x(15) value spaces.
       77  w-cmd-arg-2 pic x(15) value spaces.
       77  w-cmd-arg-3 pic x(30) value spaces.
       77  w-heading pic x(79) value spaces.
       77  w-message pic x(60) value spaces.
       77  w-message-ptr pic 9(02) value 0.
       77  w-open-layout pic x(15) value spaces.
       77  w-done pic x value "N".
           88  MNT-DONE value "Y".
       77  z-row pic zz9.
       77  z-count pic z(08)9.
       77  z-offset pic z(08)9.
       77  z-length pic z(08)9.
       77  z-fields pic zzz9.

       01  w-page-display-tbl.
           05 w-page-text-row1 pic x(79).
           05 w-page-text-row2 pic x(79).
           05 w-page-text-row3 pic x(79).
           05 w-page-text-row4 pic x(79).
           05 w-page-text-row5 pic x(79).
           05 w-page-text-row6 pic x(79).
           05 w-page-text-row7 pic x(79).
           05 w-page-text-row8 pic x(79).
           05 w-page-text-row9 pic x(79).
           05 w-page-text-row10 pic x(79).
           05 w-page-text-row11 pic x(79).
           05 w-page-text-row12 pic x(79).
           05 w-page-text-row13 pic x(79).
           05 w-page-text-row14 pic x(79).
       01  w-page-rows redefines w-page-display-tbl.
           05 w-page-row pic x(79) occurs MNT-PAGE-ROWS times.

       screen section.
       01  layout-screen.
           05 blank screen.
           05 line 1 column 2 value "ARRLAYMNT -- LAYOUTS maintenance".
           05 line 1 column 37 value "layout:".
           05 line 1 column 45 pic x(15) from w-current-layout.
           05 line 1 column 62 value "op:".
           05 line 1 column 66 pic x(10) from w-operator.
           05 line 2 column 2 pic x(79) from w-heading.
           05 layout-detail-rows.
              10 line 3 column 2 pic x(79)
                 from w-page-text-row1.
              10 line 4 column 2 pic x(79)
                 from w-page-text-row2.
              10 line 5 column 2 pic x(79)
                 from w-page-text-row3.
              10 line 6 column 2 pic x(79)
                 from w-page-text-row4.
              10 line 7 column 2 pic x(79)
                 from w-page-text-row5.
              10 line 8 column 2 pic x(79)
                 from w-page-text-row6.
              10 line 9 column 2 pic x(79)
                 from w-page-text-row7.
              10 line 10 column 2 pic x(79)
                 from w-page-text-row8.
              10 line 11 column 2 pic x(79)
                 from w-page-text-row9.
              10 line 12 column 2 pic x(79)
                 from w-page-text-row10.
              10 line 13 column 2 pic x(79)
                 from w-page-text-row11.
              10 line 14 column 2 pic x(79)
                 from w-page-text-row12.
              10 line 15 column 2 pic x(79)
                 from w-page-text-row13.
              10 line 16 column 2 pic x(79)
                 from w-page-text-row14.
           05 line 17 column 2 value "edit:".
           05 line 17 column 8 pic x(70) using w-edit-buf.
           05 line 18 column 2 pic x(60) from w-message.
           05 line 19 column 2 value
              "N/P=page O name=open L=list E n/W=edit I n=insert".
           05 line 20 column 2 value
              "R n=retire M n m=move G off len=gap K=check S=save Q/X".
           05 line 21 column 2 value "command:".
           05 line 21 column 11 pic x(30) using w-command.

       procedure division.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           perform load-layouts-file thru load-layouts-file-ex.
           if LAYOUTS-OVER-TABLE
              goback giving KO
           end-if.

           move 1 to w-top-row.
           perform until MNT-DONE
              perform build-page thru build-page-ex
              move spaces to w-command
              display layout-screen
              accept layout-screen
              perform handle-command thru handle-command-ex
           end-perform.
           goback giving OK.

      *         a registry the table cannot hold whole is not opened
      *         for maintenance: a save would write back only the part
      *         read
       load-layouts-file.
           move 0 to w-line-count.
           move "N" to w-layouts-over.
           open input LAYOUTS-FILE.
           if LAYOUTS-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read LAYOUTS-FILE.
           perform until LAYOUTS-FILE-AT-EOF
              if w-line-count >= MNT-LINE-MAX
                 display
                    "ARRLAYMNT LAYOUTS past " MNT-LINE-MAX
                    " lines -- not opened for maintenance"
                    upon console
                 move "Y" to w-layouts-over
                 exit perform
              end-if
              add 1 to w-line-count
              move layouts-file-rec to w-ln-text(w-line-count)
              move w-line-count to w-line-idx
              perform parse-stored-line thru parse-stored-line-ex
              read LAYOUTS-FILE
           end-perform.
           close LAYOUTS-FILE.
       load-layouts-file-ex.
           exit.

      *         the same reading arrlayout gives the line, plus the
      *         *GAP notes
       parse-stored-line.
           move "O" to w-ln-kind(w-line-idx).
           move spaces to w-ln-layout(w-line-idx).
           move spaces to w-ln-field(w-line-idx).
           move 0 to w-ln-offset(w-line-idx).
           move 0 to w-ln-length(w-line-idx).
           move spaces to w-ln-type(w-line-idx).
           move spaces to w-ln-format(w-line-idx).
           if w-ln-text(w-line-idx) = spaces
              exit paragraph
           end-if.
           if w-ln-text(w-line-idx)(1:5) = "*GAP "
              move spaces to w-tok-layout
              move spaces to w-tok-offset
              move spaces to w-tok-length
              unstring w-ln-text(w-line-idx)(6:75)
                 delimited by all spaces
                 into w-tok-layout w-tok-offset w-tok-length
              end-unstring
              if function trim(w-tok-offset) is numeric
                 and function trim(w-tok-length) is numeric
                 move "G" to w-ln-kind(w-line-idx)
                 move w-tok-layout(1:15) to w-ln-layout(w-line-idx)
                 compute w-ln-offset(w-line-idx) =
                    function numval(w-tok-offset)
                 compute w-ln-length(w-line-idx) =
                    function numval(w-tok-length)
              end-if
              exit paragraph
           end-if.
           if w-ln-text(w-line-idx)(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-layout.
           move spaces to w-tok-field.
           move spaces to w-tok-offset.
           move spaces to w-tok-length.
           move spaces to w-tok-type.
           move spaces to w-tok-format.
           unstring w-ln-text(w-line-idx)
              delimited by all spaces
              into w-tok-layout w-tok-field w-tok-offset
                   w-tok-length w-tok-type w-tok-format
           end-unstring.
           if w-tok-layout = spaces or w-tok-length = spaces
              exit paragraph
           end-if.
           move "F" to w-ln-kind(w-line-idx).
           move w-tok-layout(1:15) to w-ln-layout(w-line-idx).
           move w-tok-field(1:15) to w-ln-field(w-line-idx).
           compute w-ln-offset(w-line-idx) =
              function numval(w-tok-offset).
           compute w-ln-length(w-line-idx) =
              function numval(w-tok-length).
           move w-tok-type(1:1) to w-ln-type(w-line-idx).
           move w-tok-format to w-ln-format(w-line-idx).
       parse-stored-line-ex.
           exit.

       format-field-line.
           move spaces to w-ln-text(w-line-idx).
           string w-ln-layout(w-line-idx) " " w-ln-field(w-line-idx)
              " " w-ln-offset(w-line-idx)
              " " w-ln-length(w-line-idx)
              " " w-ln-type(w-line-idx)
              " " w-ln-format(w-line-idx)
              delimited by size
              into w-ln-text(w-line-idx)
           end-string.
       format-field-line-ex.
           exit.

       build-layout-directory.
           move 0 to w-layout-count.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              if LINE-IS-FIELD(w-line-idx)
                 perform varying w-layout-idx from 1 by 1
                    until w-layout-idx > w-layout-count
                    or w-lt-name(w-layout-idx) = w-ln-layout(w-line-idx)
                    continue
                 end-perform
                 if w-layout-idx > w-layout-count
                    and w-layout-count < MNT-LAYOUT-MAX
                    add 1 to w-layout-count
                    move w-ln-layout(w-line-idx)
                       to w-lt-name(w-layout-count)
                    move 0 to w-lt-fields(w-layout-count)
                    move 0 to w-lt-extent(w-layout-count)
                 end-if
                 if w-layout-idx <= w-layout-count
                    add 1 to w-lt-fields(w-layout-idx)
                    compute w-field-end = w-ln-offset(w-line-idx)
                       + w-ln-length(w-line-idx)
                    if w-field-end > w-lt-extent(w-layout-idx)
                       move w-field-end to w-lt-extent(w-layout-idx)
                    end-if
                 end-if
              end-if
           end-perform.
       build-layout-directory-ex.
           exit.

       build-field-map.
           move 0 to w-field-count.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              if LINE-IS-FIELD(w-line-idx)
                 and w-ln-layout(w-line-idx) = w-current-layout
                 and w-field-count < MNT-FIELD-MAX
                 add 1 to w-field-count
                 move w-line-idx to w-field-line(w-field-count)
              end-if
           end-perform.
       build-field-map-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           move spaces to w-heading.
           evaluate true
              when VIEW-DIRECTORY
                 perform build-layout-directory
                    thru build-layout-directory-ex
                 move w-layout-count to w-row-count
                 move "ROW LAYOUT          FIELDS  RECORD LENGTH"
                    to w-heading
              when VIEW-FIELDS
                 perform build-field-map thru build-field-map-ex
                 move w-field-count to w-row-count
                 string "ROW FIELD           OFFSET    LENGTH    "
                    "T FORMAT   END" delimited by size
                    into w-heading
                 end-string
              when other
                 move w-finding-count to w-row-count
                 move "CHECK FINDINGS (E blocks the save, W warns)"
                    to w-heading
           end-evaluate.
           if w-top-row > w-row-count
              move 1 to w-top-row
           end-if.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > MNT-PAGE-ROWS
              compute w-row-no = w-top-row + w-row-idx - 1
              if w-row-no <= w-row-count
                 perform build-one-row thru build-one-row-ex
              end-if
           end-perform.
       build-page-ex.
           exit.

       build-one-row.
           move w-row-no to z-row.
           evaluate true
              when VIEW-DIRECTORY
                 move w-lt-fields(w-row-no) to z-fields
                 move w-lt-extent(w-row-no) to z-length
                 string z-row " " w-lt-name(w-row-no)
                    "  " z-fields "      " z-length
                    delimited by size
                    into w-page-row(w-row-idx)
                 end-string
              when VIEW-FIELDS
                 move w-field-line(w-row-no) to w-line-idx
                 move w-ln-offset(w-line-idx) to z-offset
                 move w-ln-length(w-line-idx) to z-length
                 compute w-field-end = w-ln-offset(w-line-idx)
                    + w-ln-length(w-line-idx)
                 move w-field-end to z-count
                 string z-row " " w-ln-field(w-line-idx)
                    " " z-offset " " z-length
                    " " w-ln-type(w-line-idx)
                    " " w-ln-format(w-line-idx)
                    " " z-count
                    delimited by size
                    into w-page-row(w-row-idx)
                 end-string
              when other
                 move w-finding-text(w-row-no)
                    to w-page-row(w-row-idx)
           end-evaluate.
       build-one-row-ex.
           exit.

       handle-command.
           move spaces to w-message.
           move spaces to w-cmd-code.
           move spaces to w-cmd-arg.
           move spaces to w-cmd-arg-2.
           move spaces to w-cmd-arg-3.
           unstring w-command
              delimited by all spaces
              into w-cmd-code w-cmd-arg w-cmd-arg-2 w-cmd-arg-3
           end-unstring.
           move function upper-case(w-cmd-code) to w-cmd-code.

           if not VIEW-DIRECTORY and not VIEW-FIELDS
              and not VIEW-FINDINGS
              move "D" to w-view
           end-if.
           if w-current-layout = spaces
              and (w-cmd-code = "E" or w-cmd-code = "W"
                 or w-cmd-code = "I" or w-cmd-code = "R"
                 or w-cmd-code = "M" or w-cmd-code = "G"
                 or w-cmd-code = "K")
              move "open a layout first -- O name" to w-message
              exit paragraph
           end-if.

           evaluate w-cmd-code
              when "N" when spaces
                 if w-top-row + MNT-PAGE-ROWS <= w-row-count
                    add MNT-PAGE-ROWS to w-top-row
                 else
                    move "already at end" to w-message
                 end-if
              when "P"
                 if w-top-row > MNT-PAGE-ROWS
                    subtract MNT-PAGE-ROWS from w-top-row
                 else
                    move 1 to w-top-row
                 end-if
              when "L"
                 move "D" to w-view
                 move 1 to w-top-row
              when "O"
                 perform open-layout thru open-layout-ex
              when "E"
                 perform edit-fetch-field thru edit-fetch-field-ex
              when "W"
                 perform edit-write-field thru edit-write-field-ex
              when "I"
                 perform edit-insert-field thru edit-insert-field-ex
              when "R"
                 perform retire-field thru retire-field-ex
              when "M"
                 perform move-field thru move-field-ex
              when "G"
                 perform explain-gap thru explain-gap-ex
              when "K"
                 perform check-one-layout thru check-one-layout-ex
                 perform show-check-result thru show-check-result-ex
              when "S"
                 perform save-layouts thru save-layouts-ex
              when "Q"
                 if LAYOUTS-DIRTY
                    move "unsaved changes -- S saves, X leaves them"
                       to w-message
                 else
                    move "Y" to w-done
                 end-if
              when "X"
                 if LAYOUTS-DIRTY
                    move "DISCARD" to w-audit-action
                    move spaces to w-audit-field
                    move spaces to w-before-line
                    move spaces to w-after-line
                    perform write-layout-audit
                       thru write-layout-audit-ex
                 end-if
                 move "Y" to w-done
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

       open-layout.
           if w-cmd-arg = spaces
              move "O needs a layout name" to w-message
              exit paragraph
           end-if.
      *         from the list a row number will do
           if VIEW-DIRECTORY
              and function trim(w-cmd-arg) is numeric
              perform build-layout-directory
                 thru build-layout-directory-ex
              if function numval(w-cmd-arg) > 0
                 and function numval(w-cmd-arg) <= w-layout-count
                 move w-lt-name(function numval(w-cmd-arg))
                    to w-cmd-arg
              end-if
           end-if.
           move w-cmd-arg to w-current-layout.
           move "F" to w-view.
           move 1 to w-top-row.
           move "N" to w-have-edit.
           perform build-field-map thru build-field-map-ex.
           if w-field-count = 0
              move "new layout -- I 1 adds the first field"
                 to w-message
           end-if.
       open-layout-ex.
           exit.

      *         n from the command, checked against the open layout
       take-field-number.
           move 0 to w-field-no.
           perform build-field-map thru build-field-map-ex.
           if function trim(w-cmd-arg) is not numeric
              move "needs a field number" to w-message
              exit paragraph
           end-if.
           compute w-field-no = function numval(w-cmd-arg).
           if w-field-no = 0 or w-field-no > w-field-count
              move 0 to w-field-no
              move "no such field" to w-message
           end-if.
       take-field-number-ex.
           exit.

      *         E n pulls the field into the edit line as
      *           fieldname offset length type [format]
       edit-fetch-field.
           perform take-field-number thru take-field-number-ex.
           if w-field-no = 0
              exit paragraph
           end-if.
           move w-field-line(w-field-no) to w-line-idx.
           move w-ln-offset(w-line-idx) to z-offset.
           move w-ln-length(w-line-idx) to z-length.
           move spaces to w-edit-buf.
           string function trim(w-ln-field(w-line-idx)) " "
              function trim(z-offset) " "
              function trim(z-length) " "
              w-ln-type(w-line-idx) " "
              w-ln-format(w-line-idx)
              delimited by size
              into w-edit-buf
           end-string.
           move w-field-no to w-edit-field-no.
           move "Y" to w-have-edit.
           move "field in the edit line -- W writes it back"
              to w-message.
       edit-fetch-field-ex.
           exit.

      *         the edit line into w-hold-line as a field entry of
      *         the open layout
       parse-edit-line.
           move "N" to w-parse-ok.
           move spaces to w-tok-field.
           move spaces to w-tok-offset.
           move spaces to w-tok-length.
           move spaces to w-tok-type.
           move spaces to w-tok-format.
           unstring w-edit-buf
              delimited by all spaces
              into w-tok-field w-tok-offset w-tok-length
                   w-tok-type w-tok-format
           end-unstring.
           if w-tok-field = spaces
              move "edit line needs a field name" to w-message
              exit paragraph
           end-if.
           if function trim(w-tok-offset) is not numeric
              or function trim(w-tok-length) is not numeric
              move "offset and length must be numbers" to w-message
              exit paragraph
           end-if.
           if function numval(w-tok-length) = 0
              move "length must be more than zero" to w-message
              exit paragraph
           end-if.
           if w-tok-type(2:3) not = spaces
              or (w-tok-type(1:1) not = "x"
                 and w-tok-type(1:1) not = "9"
                 and w-tok-type(1:1) not = "p"
                 and w-tok-type(1:1) not = "b")
              move "type must be x, 9, p or b" to w-message
              exit paragraph
           end-if.
           move "Y" to w-parse-ok.
       parse-edit-line-ex.
           exit.

       store-edit-line.
           move "F" to w-ln-kind(w-line-idx).
           move w-current-layout to w-ln-layout(w-line-idx).
           move w-tok-field(1:15) to w-ln-field(w-line-idx).
           compute w-ln-offset(w-line-idx) =
              function numval(w-tok-offset).
           compute w-ln-length(w-line-idx) =
              function numval(w-tok-length).
           move w-tok-type(1:1) to w-ln-type(w-line-idx).
           move w-tok-format to w-ln-format(w-line-idx).
           perform format-field-line thru format-field-line-ex.
       store-edit-line-ex.
           exit.

       edit-write-field.
           if not EDIT-FIELD-HELD
              move "nothing fetched -- use E n first" to w-message
              exit paragraph
           end-if.
           perform parse-edit-line thru parse-edit-line-ex.
           if not PARSE-OK
              exit paragraph
           end-if.
           perform build-field-map thru build-field-map-ex.
           if w-edit-field-no > w-field-count
              move "field has moved -- fetch it again" to w-message
              move "N" to w-have-edit
              exit paragraph
           end-if.
           move w-field-line(w-edit-field-no) to w-line-idx.
           move w-ln-text(w-line-idx) to w-before-line.
           perform store-edit-line thru store-edit-line-ex.
           move w-ln-text(w-line-idx) to w-after-line.
           move w-ln-field(w-line-idx) to w-audit-field.
           move "CHANGE" to w-audit-action.
           perform note-layout-changed thru note-layout-changed-ex.
           move "N" to w-have-edit.
           move "field changed -- S checks and saves" to w-message.
       edit-write-field-ex.
           exit.

      *         I n puts the edit line in front of field n; n one
      *         past the last field appends
       edit-insert-field.
           perform build-field-map thru build-field-map-ex.
           if function trim(w-cmd-arg) is not numeric
              move "I needs a field number" to w-message
              exit paragraph
           end-if.
           compute w-field-no = function numval(w-cmd-arg).
           if w-field-no = 0 or w-field-no > w-field-count + 1
              move "no such position" to w-message
              exit paragraph
           end-if.
           if w-line-count >= MNT-LINE-MAX
              move "LAYOUTS is full" to w-message
              exit paragraph
           end-if.
           perform parse-edit-line thru parse-edit-line-ex.
           if not PARSE-OK
              exit paragraph
           end-if.
           evaluate true
              when w-field-no <= w-field-count
                 move w-field-line(w-field-no) to w-target-idx
              when w-field-count > 0
                 compute w-target-idx =
                    w-field-line(w-field-count) + 1
              when other
                 compute w-target-idx = w-line-count + 1
           end-evaluate.
           perform open-line-slot thru open-line-slot-ex.
           move w-target-idx to w-line-idx.
           perform store-edit-line thru store-edit-line-ex.
           move spaces to w-before-line.
           move w-ln-text(w-line-idx) to w-after-line.
           move w-ln-field(w-line-idx) to w-audit-field.
           move "ADD" to w-audit-action.
           perform note-layout-changed thru note-layout-changed-ex.
           move "N" to w-have-edit.
           move "field added -- S checks and saves" to w-message.
       edit-insert-field-ex.
           exit.

       retire-field.
           perform take-field-number thru take-field-number-ex.
           if w-field-no = 0
              exit paragraph
           end-if.
           move w-field-line(w-field-no) to w-target-idx.
           move w-ln-text(w-target-idx) to w-before-line.
           move spaces to w-after-line.
           move w-ln-field(w-target-idx) to w-audit-field.
           perform close-line-slot thru close-line-slot-ex.
           move "RETIRE" to w-audit-action.
           perform note-layout-changed thru note-layout-changed-ex.
           move "N" to w-have-edit.
           move "field retired -- S checks and saves" to w-message.
       retire-field-ex.
           exit.

      *         M n m takes field n out and puts it back in front of
      *         what is field m once it has gone
       move-field.
           perform take-field-number thru take-field-number-ex.
           if w-field-no = 0
              exit paragraph
           end-if.
           if function trim(w-cmd-arg-2) is not numeric
              move "M needs the new position" to w-message
              exit paragraph
           end-if.
           compute w-field-no-2 = function numval(w-cmd-arg-2).
           if w-field-no-2 = 0 or w-field-no-2 > w-field-count
              move "no such position" to w-message
              exit paragraph
           end-if.
           if w-field-no-2 = w-field-no
              move "field is already there" to w-message
              exit paragraph
           end-if.
           move w-field-line(w-field-no) to w-target-idx.
           move w-line-entry(w-target-idx) to w-hold-line.
           move w-ln-field(w-target-idx) to w-audit-field.
           move spaces to w-before-line.
           move w-field-no to z-row.
           string "position " z-row ": " w-ln-text(w-target-idx)
              delimited by size
              into w-before-line
           end-string.
           perform close-line-slot thru close-line-slot-ex.
           perform build-field-map thru build-field-map-ex.
           if w-field-no-2 <= w-field-count
              move w-field-line(w-field-no-2) to w-target-idx
           else
              compute w-target-idx = w-field-line(w-field-count) + 1
           end-if.
           perform open-line-slot thru open-line-slot-ex.
           move w-hold-line to w-line-entry(w-target-idx).
           move spaces to w-after-line.
           move w-field-no-2 to z-row.
           string "position " z-row ": " w-ln-text(w-target-idx)
              delimited by size
              into w-after-line
           end-string.
           move "MOVE" to w-audit-action.
           perform note-layout-changed thru note-layout-changed-ex.
           move "N" to w-have-edit.
           move "field moved -- S checks and saves" to w-message.
       move-field-ex.
           exit.

      *         G off len [note] writes the *GAP line after the open
      *         layout's last field
       explain-gap.
           if function trim(w-cmd-arg) is not numeric
              or function trim(w-cmd-arg-2) is not numeric
              move "G needs an offset and a length" to w-message
              exit paragraph
           end-if.
           if w-line-count >= MNT-LINE-MAX
              move "LAYOUTS is full" to w-message
              exit paragraph
           end-if.
           perform build-field-map thru build-field-map-ex.
           if w-field-count > 0
              compute w-target-idx = w-field-line(w-field-count) + 1
           else
              compute w-target-idx = w-line-count + 1
           end-if.
           perform open-line-slot thru open-line-slot-ex.
           move w-target-idx to w-line-idx.
           move spaces to w-ln-text(w-line-idx).
           compute z-offset = function numval(w-cmd-arg).
           compute z-length = function numval(w-cmd-arg-2).
           string "*GAP " function trim(w-current-layout)
              " " function trim(z-offset)
              " " function trim(z-length)
              " " w-cmd-arg-3
              delimited by size
              into w-ln-text(w-line-idx)
           end-string.
           perform parse-stored-line thru parse-stored-line-ex.
           move spaces to w-before-line.
           move w-ln-text(w-line-idx) to w-after-line.
           move spaces to w-audit-field.
           move "GAP" to w-audit-action.
           perform note-layout-changed thru note-layout-changed-ex.
           move "gap explained -- S checks and saves" to w-message.
       explain-gap-ex.
           exit.

       open-line-slot.
           perform varying w-shift-idx from w-line-count by -1
              until w-shift-idx < w-target-idx or w-shift-idx = 0
              move w-line-entry(w-shift-idx)
                 to w-line-entry(w-shift-idx + 1)
           end-perform.
           add 1 to w-line-count.
           initialize w-line-entry(w-target-idx).
       open-line-slot-ex.
           exit.

       close-line-slot.
           perform varying w-shift-idx from w-target-idx by 1
              until w-shift-idx >= w-line-count
              move w-line-entry(w-shift-idx + 1)
                 to w-line-entry(w-shift-idx)
           end-perform.
           subtract 1 from w-line-count.
       close-line-slot-ex.
           exit.

       note-layout-changed.
           move "Y" to w-dirty.
           perform varying w-touched-idx from 1 by 1
              until w-touched-idx > w-touched-count
              if w-touched-layout(w-touched-idx) = w-current-layout
                 exit perform
              end-if
           end-perform.
           if w-touched-idx > w-touched-count
              and w-touched-count < MNT-TOUCHED-MAX
              add 1 to w-touched-count
              move w-current-layout
                 to w-touched-layout(w-touched-count)
           end-if.
           perform write-layout-audit thru write-layout-audit-ex.
       note-layout-changed-ex.
           exit.

      *         every touched layout is checked; one error and the
      *         file stays as it was
       save-layouts.
           if not LAYOUTS-DIRTY
              move "nothing to save" to w-message
              exit paragraph
           end-if.
           move 0 to w-finding-count.
           move 0 to w-error-count.
           move 0 to w-warning-count.
           move w-current-layout to w-open-layout.
           perform varying w-touched-idx from 1 by 1
              until w-touched-idx > w-touched-count
              move w-touched-layout(w-touched-idx)
                 to w-current-layout
              perform check-layout-fields
                 thru check-layout-fields-ex
           end-perform.
           move w-open-layout to w-current-layout.
           if w-error-count > 0
              move "C" to w-view
              move 1 to w-top-row
              move w-error-count to z-fields
              move spaces to w-message
              string "save refused --" z-fields " error(s)"
                 delimited by size
                 into w-message
              end-string
              exit paragraph
           end-if.
           open output LAYOUTS-FILE.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              move w-ln-text(w-line-idx) to layouts-file-rec
              write layouts-file-rec
           end-perform.
           close LAYOUTS-FILE.
           move "N" to w-dirty.
           move 0 to w-touched-count.
           move "SAVE" to w-audit-action.
           move spaces to w-audit-field.
           move spaces to w-before-line.
           move spaces to w-after-line.
           perform write-layout-audit thru write-layout-audit-ex.
           move spaces to w-message.
           move w-warning-count to z-fields.
           string "LAYOUTS saved," z-fields " warning(s)"
              delimited by size
              into w-message
           end-string.
           if w-warning-count > 0
              move "C" to w-view
              move 1 to w-top-row
           end-if.
       save-layouts-ex.
           exit.

       check-one-layout.
           move 0 to w-finding-count.
           move 0 to w-error-count.
           move 0 to w-warning-count.
           perform check-layout-fields thru check-layout-fields-ex.
       check-one-layout-ex.
           exit.

       show-check-result.
           move "C" to w-view.
           move 1 to w-top-row.
           move spaces to w-message.
           move 1 to w-message-ptr.
           move w-error-count to z-fields.
           string "checked:" z-fields " error(s),"
              delimited by size
              into w-message pointer w-message-ptr
           end-string.
           move w-warning-count to z-fields.
           string z-fields " warning(s)"
              delimited by size
              into w-message pointer w-message-ptr
           end-string.
       show-check-result-ex.
           exit.

      *         the open layout's fields by offset; a field starting
      *         before the furthest end so far overlaps, one starting
      *         past it leaves a gap
       check-layout-fields.
           move 0 to w-check-count.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              if LINE-IS-FIELD(w-line-idx)
                 and w-ln-layout(w-line-idx) = w-current-layout
                 and w-check-count < MNT-FIELD-MAX
                 add 1 to w-check-count
                 move w-ln-field(w-line-idx)
                    to w-ck-field(w-check-count)
                 move w-ln-offset(w-line-idx)
                    to w-ck-offset(w-check-count)
                 move w-ln-length(w-line-idx)
                    to w-ck-length(w-check-count)
                 move w-ln-type(w-line-idx)
                    to w-ck-type(w-check-count)
                 move w-ln-format(w-line-idx)
                    to w-ck-format(w-check-count)
              end-if
           end-perform.
           if w-check-count = 0
              exit paragraph
           end-if.
           perform sort-check-fields thru sort-check-fields-ex.

           move 0 to w-max-end.
           move spaces to w-max-end-field.
           perform varying w-check-idx from 1 by 1
              until w-check-idx > w-check-count
              compute w-field-end = w-ck-offset(w-check-idx)
                 + w-ck-length(w-check-idx)
              evaluate true
                 when w-ck-offset(w-check-idx) < w-max-end
                    compute w-gap-length =
                       w-max-end - w-ck-offset(w-check-idx)
                    if w-gap-length > w-ck-length(w-check-idx)
                       move w-ck-length(w-check-idx) to w-gap-length
                    end-if
                    move w-gap-length to z-length
                    move spaces to w-finding-line
                    string "E " w-current-layout " OVERLAP "
                       function trim(w-max-end-field) " / "
                       function trim(w-ck-field(w-check-idx))
                       " by " function trim(z-length) " byte(s)"
                       delimited by size
                       into w-finding-line
                    end-string
                    perform add-error-finding
                       thru add-error-finding-ex
                 when w-ck-offset(w-check-idx) > w-max-end
                    compute w-gap-length =
                       w-ck-offset(w-check-idx) - w-max-end
                    perform check-gap-explained
                       thru check-gap-explained-ex
                    if not GAP-EXPLAINED
                       move w-max-end to z-offset
                       move w-gap-length to z-length
                       move spaces to w-finding-line
                       string "W " w-current-layout " GAP at "
                          function trim(z-offset) " length "
                          function trim(z-length)
                          " unexplained -- G off len"
                          delimited by size
                          into w-finding-line
                       end-string
                       perform add-warning-finding
                          thru add-warning-finding-ex
                    end-if
              end-evaluate
              if w-field-end > w-max-end
                 move w-field-end to w-max-end
                 move w-ck-field(w-check-idx) to w-max-end-field
              end-if
              perform check-length-fits thru check-length-fits-ex
           end-perform.

           perform varying w-check-idx from 2 by 1
              until w-check-idx > w-check-count
              perform varying w-check-idx-2 from 1 by 1
                 until w-check-idx-2 >= w-check-idx
                 if w-ck-field(w-check-idx-2) = w-ck-field(w-check-idx)
                    move spaces to w-finding-line
                    string "E " w-current-layout " DUPLICATE name "
                       function trim(w-ck-field(w-check-idx))
                       delimited by size
                       into w-finding-line
                    end-string
                    perform add-error-finding
                       thru add-error-finding-ex
                    exit perform
                 end-if
              end-perform
           end-perform.

           if w-check-count > LAYOUT-RESOLVE-MAX
              move w-check-count to z-fields
              move spaces to w-finding-line
              string "W " w-current-layout z-fields
                 " fields -- arrlayout:resolve returns the first 64"
                 delimited by size
                 into w-finding-line
              end-string
              perform add-warning-finding
                 thru add-warning-finding-ex
           end-if.
       check-layout-fields-ex.
           exit.

       sort-check-fields.
           perform varying w-check-idx from 2 by 1
              until w-check-idx > w-check-count
              move w-check-entry(w-check-idx) to w-check-hold
              move w-check-idx to w-check-idx-2
              perform until w-check-idx-2 = 1
                 or w-ck-offset(w-check-idx-2 - 1) <= w-hold-offset
                 move w-check-entry(w-check-idx-2 - 1)
                    to w-check-entry(w-check-idx-2)
                 subtract 1 from w-check-idx-2
              end-perform
              move w-check-hold to w-check-entry(w-check-idx-2)
           end-perform.
       sort-check-fields-ex.
           exit.

       check-gap-explained.
           move "N" to w-gap-explained.
           perform varying w-line-idx from 1 by 1
              until w-line-idx > w-line-count
              if LINE-IS-GAP-NOTE(w-line-idx)
                 and w-ln-layout(w-line-idx) = w-current-layout
                 and w-ln-offset(w-line-idx) <= w-max-end
                 and w-ln-offset(w-line-idx) + w-ln-length(w-line-idx)
                    >= w-ck-offset(w-check-idx)
                 move "Y" to w-gap-explained
                 exit perform
              end-if
           end-perform.
       check-gap-explained-ex.
           exit.

      *         the digits the format asks for against the bytes the
      *         type gives them
       check-length-fits.
           if w-ck-type(w-check-idx) not = "x"
              and w-ck-type(w-check-idx) not = "9"
              and w-ck-type(w-check-idx) not = "p"
              and w-ck-type(w-check-idx) not = "b"
              move spaces to w-finding-line
              string "E " w-current-layout " "
                 w-ck-field(w-check-idx) " type "
                 w-ck-type(w-check-idx) " is not x, 9, p or b"
                 delimited by size
                 into w-finding-line
              end-string
              perform add-error-finding thru add-error-finding-ex
              exit paragraph
           end-if.
           if w-ck-length(w-check-idx) = 0
              move spaces to w-finding-line
              string "E " w-current-layout " "
                 w-ck-field(w-check-idx) " has length zero"
                 delimited by size
                 into w-finding-line
              end-string
              perform add-error-finding thru add-error-finding-ex
              exit paragraph
           end-if.
           if w-ck-type(w-check-idx) = "x"
              or w-ck-format(w-check-idx) = spaces
              exit paragraph
           end-if.

           perform count-format-digits thru count-format-digits-ex.
           if FORMAT-NOT-NUMERIC or w-fmt-digits = 0
              move spaces to w-finding-line
              string "E " w-current-layout " "
                 w-ck-field(w-check-idx) " format "
                 w-ck-format(w-check-idx) " is not a 9/V picture"
                 delimited by size
                 into w-finding-line
              end-string
              perform add-error-finding thru add-error-finding-ex
              exit paragraph
           end-if.
           evaluate w-ck-type(w-check-idx)
              when "9"
                 move w-fmt-digits to w-need-length
              when "p"
                 compute w-need-length = w-fmt-digits / 2 + 1
              when other
                 evaluate true
                    when w-fmt-digits <= 4
                       move 2 to w-need-length
                    when w-fmt-digits <= 9
                       move 4 to w-need-length
                    when other
                       move 8 to w-need-length
                 end-evaluate
           end-evaluate.
           if w-ck-length(w-check-idx) not = w-need-length
              move w-ck-length(w-check-idx) to z-length
              move w-need-length to z-count
              move spaces to w-finding-line
              if w-ck-length(w-check-idx) < w-need-length
                 string "E " w-current-layout " "
                    w-ck-field(w-check-idx) " length "
                    function trim(z-length) " cannot hold "
                    function trim(w-ck-format(w-check-idx))
                    " (needs " function trim(z-count) ")"
                    delimited by size
                    into w-finding-line
                 end-string
                 perform add-error-finding
                    thru add-error-finding-ex
              else
                 string "W " w-current-layout " "
                    w-ck-field(w-check-idx) " length "
                    function trim(z-length) " is more than "
                    function trim(w-ck-format(w-check-idx))
                    " needs (" function trim(z-count) ")"
                    delimited by size
                    into w-finding-line
                 end-string
                 perform add-warning-finding
                    thru add-warning-finding-ex
              end-if
           end-if.
       check-length-fits-ex.
           exit.

      *         9(7)V99 is nine digits; S and V take no room here
       count-format-digits.
           move 0 to w-fmt-digits.
           move "N" to w-fmt-bad.
           move 1 to w-fmt-idx.
           perform until w-fmt-idx > 8
              or w-ck-format(w-check-idx)(w-fmt-idx:1) = space
              evaluate w-ck-format(w-check-idx)(w-fmt-idx:1)
                 when "9"
                    add 1 to w-fmt-digits
                 when "S" when "s" when "V" when "v"
                    continue
                 when "("
                    move 0 to w-fmt-repeat
                    add 1 to w-fmt-idx
                    perform until w-fmt-idx > 8
                       or w-ck-format(w-check-idx)(w-fmt-idx:1) = ")"
                       if w-ck-format(w-check-idx)(w-fmt-idx:1)
                          is numeric
                          compute w-fmt-repeat = w-fmt-repeat * 10
                             + function numval(
                             w-ck-format(w-check-idx)(w-fmt-idx:1))
                       end-if
                       add 1 to w-fmt-idx
                    end-perform
                    if w-fmt-repeat > 0
                       compute w-fmt-digits =
                          w-fmt-digits + w-fmt-repeat - 1
                    end-if
                 when other
                    move "Y" to w-fmt-bad
              end-evaluate
              add 1 to w-fmt-idx
           end-perform.
       count-format-digits-ex.
           exit.

       add-error-finding.
           add 1 to w-error-count.
           perform add-finding thru add-finding-ex.
       add-error-finding-ex.
           exit.

       add-warning-finding.
           add 1 to w-warning-count.
           perform add-finding thru add-finding-ex.
       add-warning-finding-ex.
           exit.

       add-finding.
           if w-finding-count < MNT-FINDING-MAX
              add 1 to w-finding-count
              move w-finding-line to w-finding-text(w-finding-count)
           end-if.
       add-finding-ex.
           exit.

       write-layout-audit.
           open extend LAYOUT-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output LAYOUT-AUDIT
           end-if.
           move spaces to layout-audit-rec.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              " " w-operator
              " " w-audit-action
              " " w-current-layout
              " field=" w-audit-field
              " before=[" w-before-line(1:70)
              "] after=[" w-after-line(1:70) "]"
              delimited by size
              into layout-audit-rec
           end-string.
           write layout-audit-rec.
           close LAYOUT-AUDIT.
       write-layout-audit-ex.
           exit.
