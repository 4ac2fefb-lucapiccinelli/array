       identification division.
         program-id.  arrlkmnt.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select LOOKUP-TBL assign to dynamic w-lookup-assign
              organization line sequential
              file status is w-lookup-file-status.
           select LOOKUP-AUDIT assign "LKAUDIT"
              organization line sequential
              file status is w-audit-file-status.
           select ASOF-LISTING assign "LKLIST"
              organization line sequential
              file status is w-list-file-status.
       data division.
       file section.
       fd  LOOKUP-TBL.
       01  lookup-tbl-rec.
           05 lt-code pic x(25).
           05 lt-value pic x(40).
           05 lt-valid-from pic x(08).
           05 lt-valid-to pic x(08).
       fd  LOOKUP-AUDIT.
       01  lookup-audit-rec pic x(300).
       fd  ASOF-LISTING.
       01  asof-listing-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  LKM-ROW-MAX value 2000.
       78  LKM-PAGE-ROWS value 14.

      *         maintains the arrlookup tables by screen, not by hand.
      *         A new value is added effective from a date and the row
      *         it replaces is closed the day before; every change is
      *         checked against the other windows of the same code and
      *         undone if two overlap or a day is left with no value,
      *         and S checks the whole table once more before the file
      *         is written.  Blank dates are open ends, the way
      *         arrlookup reads them.  L lists the table as of a date
      *         -- pending changes included -- on LKLIST for the
      *         business to sign off, and every change is on LKAUDIT
      *         with the operator and the before/after rows
       77  w-lookup-file-status pic x(02) value spaces.
           88  LOOKUP-FILE-NOT-FOUND value "35".
           88  LOOKUP-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
       77  w-list-file-status pic x(02) value spaces.
       77  w-lookup-assign pic x(08) value spaces.
       77  w-table-name pic x(25) value spaces.

       77  w-row-count pic 9(04) value 0.
       77  w-table-over pic x value "N".
           88  TABLE-OVER-CAPACITY value "Y".
       01  w-row-tbl.
           05 w-row-entry occurs LKM-ROW-MAX times.
              07 w-rw-code pic x(25).
              07 w-rw-value pic x(40).
              07 w-rw-valid-from pic x(08).
              07 w-rw-valid-to pic x(08).
      *         the table before the change in hand, put back when the
      *         change is refused
       77  w-undo-count pic 9(04) value 0.
       01  w-undo-tbl.
           05 w-undo-entry pic x(81) occurs LKM-ROW-MAX times.
       01  w-hold-row.
           05 w-hold-code pic x(25).
           05 w-hold-value pic x(40).
           05 w-hold-valid-from pic x(08).
           05 w-hold-valid-to pic x(08).
       77  w-row-idx pic 9(04) value 0.
       77  w-row-idx-2 pic 9(04) value 0.
       77  w-row-no pic 9(04) value 0.
       77  w-cover-row pic 9(04) value 0.

      *         the input fields on the screen
       77  w-in-code pic x(25) value spaces.
       77  w-in-value pic x(40) value spaces.
       77  w-in-from pic x(08) value spaces.
       77  w-in-to pic x(08) value spaces.

      *         window arithmetic: open ends as the lowest and highest
      *         dates there are
       77  w-from-key pic 9(08) value 0.
       77  w-to-key pic 9(08) value 0.
       77  w-sort-key pic x(33) value spaces.
       77  w-sort-key-2 pic x(33) value spaces.
       77  w-prev-to-key pic 9(08) value 0.
       77  w-day-after pic 9(08) value 0.
       77  w-day-number pic 9(09) value 0.
       77  w-check-code pic x(25) value spaces.
       77  w-window-ok pic x value "Y".
           88  WINDOWS-OK value "Y".
       77  w-window-problem pic x(60) value spaces.
       77  w-test-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.
       77  w-date-valid pic x value "N".
           88  DATE-VALID value "Y".
       77  w-asof-date pic x(08) value spaces.
       77  w-asof-found pic x value "N".
           88  ASOF-ROW-FOUND value "Y".
       77  w-list-count pic 9(09) value 0.
       77  w-list-missing pic 9(09) value 0.

       77  w-top-row pic 9(04) value 1.
       77  w-page-idx pic 9(02) value 0.
       77  w-dirty pic x value "N".
           88  TABLE-DIRTY value "Y".
       77  w-operator pic x(10) value spaces.
       77  w-audit-action pic x(08) value spaces.
       77  w-audit-code pic x(25) value spaces.
       77  w-before-row pic x(81) value spaces.
       77  w-after-row pic x(81) value spaces.

       77  w-command pic x(30) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-cmd-arg pic x(25) value spaces.
       77  w-message pic x(60) value spaces.
       77  w-done pic x value "N".
           88  LKM-DONE value "Y".
       77  z-row pic zzz9.
       77  z-count pic z(08)9.

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
           05 w-page-row pic x(79) occurs LKM-PAGE-ROWS times.

       screen section.
       01  lookup-screen.
           05 blank screen.
           05 line 1 column 2 value "ARRLKMNT -- lookup tables".
           05 line 1 column 29 value "table:".
           05 line 1 column 36 pic x(25) from w-table-name.
           05 line 1 column 62 value "op:".
           05 line 1 column 66 pic x(10) from w-operator.
           05 line 2 column 2 value
              "ROW  CODE                      VALUE".
           05 line 2 column 63 value "FROM     TO".
           05 lookup-detail-rows.
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
           05 line 17 column 2 value "code:".
           05 line 17 column 8 pic x(25) using w-in-code.
           05 line 17 column 35 value "from:".
           05 line 17 column 41 pic x(08) using w-in-from.
           05 line 17 column 51 value "to:".
           05 line 17 column 55 pic x(08) using w-in-to.
           05 line 18 column 2 value "value:".
           05 line 18 column 9 pic x(40) using w-in-value.
           05 line 19 column 2 pic x(60) from w-message.
           05 line 20 column 2 value
              "O name=open N/P=page F code=find E n=fetch A=add".
           05 line 21 column 2 value
              "C n=change D n=delete L date=list S=save Q/X=quit".
           05 line 22 column 2 value "command:".
           05 line 22 column 11 pic x(30) using w-command.

       procedure division.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.

           move 1 to w-top-row.
           perform until LKM-DONE
              perform build-page thru build-page-ex
              move spaces to w-command
              display lookup-screen
              accept lookup-screen
              perform handle-command thru handle-command-ex
           end-perform.
           goback giving OK.

      *         the table's file is the first eight characters of its
      *         name, as arrlookup opens it.  A table with more rows
      *         than fit is not opened at all -- a save would write
      *         back only the rows read
       load-lookup-table.
           move 0 to w-row-count.
           move "N" to w-table-over.
           move w-table-name(1:8) to w-lookup-assign.
           open input LOOKUP-TBL.
           if LOOKUP-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read LOOKUP-TBL.
           perform until LOOKUP-FILE-AT-EOF
              or TABLE-OVER-CAPACITY
              if lookup-tbl-rec not = spaces
                 if w-row-count >= LKM-ROW-MAX
                    move "Y" to w-table-over
                 else
                    add 1 to w-row-count
                    move lookup-tbl-rec to w-row-entry(w-row-count)
                 end-if
              end-if
              read LOOKUP-TBL
           end-perform.
           close LOOKUP-TBL.
           if TABLE-OVER-CAPACITY
              move 0 to w-row-count
              exit paragraph
           end-if.
           perform sort-rows thru sort-rows-ex.
       load-lookup-table-ex.
           exit.

      *         by code, then by the start of the window
       sort-rows.
           perform varying w-row-idx from 2 by 1
              until w-row-idx > w-row-count
              move w-row-entry(w-row-idx) to w-hold-row
              move w-hold-code to w-sort-key(1:25)
              move w-hold-valid-from to w-sort-key(26:8)
              if w-hold-valid-from is not numeric
                 move "00000000" to w-sort-key(26:8)
              end-if
              move w-row-idx to w-row-idx-2
              perform until w-row-idx-2 = 1
                 move w-rw-code(w-row-idx-2 - 1)
                    to w-sort-key-2(1:25)
                 move w-rw-valid-from(w-row-idx-2 - 1)
                    to w-sort-key-2(26:8)
                 if w-rw-valid-from(w-row-idx-2 - 1) is not numeric
                    move "00000000" to w-sort-key-2(26:8)
                 end-if
                 if w-sort-key-2 <= w-sort-key
                    exit perform
                 end-if
                 move w-row-entry(w-row-idx-2 - 1)
                    to w-row-entry(w-row-idx-2)
                 subtract 1 from w-row-idx-2
              end-perform
              move w-hold-row to w-row-entry(w-row-idx-2)
           end-perform.
       sort-rows-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           if w-top-row > w-row-count
              move 1 to w-top-row
           end-if.
           perform varying w-page-idx from 1 by 1
              until w-page-idx > LKM-PAGE-ROWS
              compute w-row-no = w-top-row + w-page-idx - 1
              if w-row-no <= w-row-count
                 move w-row-no to z-row
                 string z-row " " w-rw-code(w-row-no)
                    " " w-rw-value(w-row-no)(1:30)
                    " " w-rw-valid-from(w-row-no)
                    " " w-rw-valid-to(w-row-no)
                    delimited by size
                    into w-page-row(w-page-idx)
                 end-string
              end-if
           end-perform.
       build-page-ex.
           exit.

       handle-command.
           move spaces to w-message.
           move spaces to w-cmd-code.
           move spaces to w-cmd-arg.
           unstring w-command
              delimited by all spaces
              into w-cmd-code w-cmd-arg
           end-unstring.
           move function upper-case(w-cmd-code) to w-cmd-code.
           if w-table-name = spaces
              and w-cmd-code not = "O" and w-cmd-code not = "Q"
              and w-cmd-code not = "X"
              move "open a table first -- O name" to w-message
              exit paragraph
           end-if.

           evaluate w-cmd-code
              when "N" when spaces
                 if w-top-row + LKM-PAGE-ROWS <= w-row-count
                    add LKM-PAGE-ROWS to w-top-row
                 else
                    move "already at end" to w-message
                 end-if
              when "P"
                 if w-top-row > LKM-PAGE-ROWS
                    subtract LKM-PAGE-ROWS from w-top-row
                 else
                    move 1 to w-top-row
                 end-if
              when "O"
                 perform open-table thru open-table-ex
              when "F"
                 perform find-code thru find-code-ex
              when "E"
                 perform fetch-row thru fetch-row-ex
              when "A"
                 perform add-effective-value
                    thru add-effective-value-ex
              when "C"
                 perform change-row thru change-row-ex
              when "D"
                 perform delete-row thru delete-row-ex
              when "L"
                 perform write-asof-listing
                    thru write-asof-listing-ex
              when "S"
                 perform save-table thru save-table-ex
              when "Q"
                 if TABLE-DIRTY
                    move "unsaved changes -- S saves, X leaves them"
                       to w-message
                 else
                    move "Y" to w-done
                 end-if
              when "X"
                 if TABLE-DIRTY
                    move "DISCARD" to w-audit-action
                    move spaces to w-audit-code
                    move spaces to w-before-row
                    move spaces to w-after-row
                    perform write-lookup-audit
                       thru write-lookup-audit-ex
                 end-if
                 move "Y" to w-done
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

       open-table.
           if w-cmd-arg = spaces
              move "O needs a table name" to w-message
              exit paragraph
           end-if.
           if TABLE-DIRTY
              move "unsaved changes -- S or X before another table"
                 to w-message
              exit paragraph
           end-if.
           move w-cmd-arg to w-table-name.
           perform load-lookup-table thru load-lookup-table-ex.
           if TABLE-OVER-CAPACITY
              move spaces to w-table-name
              move LKM-ROW-MAX to z-count
              string "table past" z-count " rows -- not opened"
                 delimited by size
                 into w-message
              end-string
              exit paragraph
           end-if.
           move 1 to w-top-row.
           move w-row-count to z-count.
           string "rows loaded:" z-count
              delimited by size
              into w-message
           end-string.
       open-table-ex.
           exit.

       find-code.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count
              if w-rw-code(w-row-idx) >= w-cmd-arg
                 exit perform
              end-if
           end-perform.
           if w-row-idx > w-row-count
              move "past the last code" to w-message
              exit paragraph
           end-if.
           move w-row-idx to w-top-row.
       find-code-ex.
           exit.

       take-row-number.
           move 0 to w-row-no.
           if function trim(w-cmd-arg) is not numeric
              move "needs a row number" to w-message
              exit paragraph
           end-if.
           compute w-row-no = function numval(w-cmd-arg).
           if w-row-no = 0 or w-row-no > w-row-count
              move 0 to w-row-no
              move "no such row" to w-message
           end-if.
       take-row-number-ex.
           exit.

       fetch-row.
           perform take-row-number thru take-row-number-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           move w-rw-code(w-row-no) to w-in-code.
           move w-rw-value(w-row-no) to w-in-value.
           move w-rw-valid-from(w-row-no) to w-in-from.
           move w-rw-valid-to(w-row-no) to w-in-to.
           move "row in the input fields -- C n writes it back"
              to w-message.
       fetch-row-ex.
           exit.

      *         A: the code takes the new value from the from date.
      *         The row whose window holds that date ends the day
      *         before, and the new row keeps the end it had, so no
      *         day goes without a value; a code with no row there
      *         simply starts a window
       add-effective-value.
           if w-in-code = spaces
              move "code is required" to w-message
              exit paragraph
           end-if.
           move w-in-from to w-test-date.
           perform check-input-date thru check-input-date-ex.
           if not DATE-VALID
              move "from must be a valid YYYYMMDD" to w-message
              exit paragraph
           end-if.
           if w-in-to not = spaces
              move w-in-to to w-test-date
              perform check-input-date thru check-input-date-ex
              if not DATE-VALID
                 move "to must be blank or a valid YYYYMMDD"
                    to w-message
                 exit paragraph
              end-if
           end-if.
           if w-row-count >= LKM-ROW-MAX
              move "table is full" to w-message
              exit paragraph
           end-if.
           perform take-undo-copy thru take-undo-copy-ex.

           move w-in-from to w-asof-date.
           move w-in-code to w-check-code.
           perform find-covering-row thru find-covering-row-ex.
           move spaces to w-before-row.
           if w-cover-row > 0
              if w-rw-valid-from(w-cover-row) = w-in-from
                 move "a window already starts that day -- use C"
                    to w-message
                 exit paragraph
              end-if
              move w-row-entry(w-cover-row) to w-before-row
              if w-in-to = spaces
                 move w-rw-valid-to(w-cover-row) to w-in-to
              end-if
              compute w-day-number =
                 function integer-of-date(function numval(w-in-from))
                 - 1
              compute w-day-after =
                 function date-of-integer(w-day-number)
              move w-day-after to w-rw-valid-to(w-cover-row)
              move w-rw-code(w-cover-row) to w-audit-code
              move w-row-entry(w-cover-row) to w-after-row
              move "CLOSE" to w-audit-action
           end-if.

           add 1 to w-row-count.
           move w-in-code to w-rw-code(w-row-count).
           move w-in-value to w-rw-value(w-row-count).
           move w-in-from to w-rw-valid-from(w-row-count).
           move w-in-to to w-rw-valid-to(w-row-count).
           perform sort-rows thru sort-rows-ex.
           perform check-code-windows thru check-code-windows-ex.
           if not WINDOWS-OK
              perform restore-undo-copy thru restore-undo-copy-ex
              move w-window-problem to w-message
              exit paragraph
           end-if.

           if w-before-row not = spaces
              perform write-lookup-audit
                 thru write-lookup-audit-ex
           end-if.
           move "ADD" to w-audit-action.
           move w-in-code to w-audit-code.
           move spaces to w-before-row.
           move w-in-code to w-hold-code.
           move w-in-value to w-hold-value.
           move w-in-from to w-hold-valid-from.
           move w-in-to to w-hold-valid-to.
           move w-hold-row to w-after-row.
           perform write-lookup-audit thru write-lookup-audit-ex.
           move "Y" to w-dirty.
           if w-cover-row > 0
              move "value added, previous window closed the day before"
                 to w-message
           else
              move "value added" to w-message
           end-if.
       add-effective-value-ex.
           exit.

      *         C n: the input fields over row n, windows checked
       change-row.
           perform take-row-number thru take-row-number-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           if w-in-code not = w-rw-code(w-row-no)
              move "C keeps the code -- D and A to recode a row"
                 to w-message
              exit paragraph
           end-if.
           if w-in-from not = spaces
              move w-in-from to w-test-date
              perform check-input-date thru check-input-date-ex
              if not DATE-VALID
                 move "from must be blank or a valid YYYYMMDD"
                    to w-message
                 exit paragraph
              end-if
           end-if.
           if w-in-to not = spaces
              move w-in-to to w-test-date
              perform check-input-date thru check-input-date-ex
              if not DATE-VALID
                 move "to must be blank or a valid YYYYMMDD"
                    to w-message
                 exit paragraph
              end-if
           end-if.
           perform take-undo-copy thru take-undo-copy-ex.
           move w-row-entry(w-row-no) to w-before-row.
           move w-in-value to w-rw-value(w-row-no).
           move w-in-from to w-rw-valid-from(w-row-no).
           move w-in-to to w-rw-valid-to(w-row-no).
           move w-row-entry(w-row-no) to w-after-row.
           move w-in-code to w-check-code.
           perform sort-rows thru sort-rows-ex.
           perform check-code-windows thru check-code-windows-ex.
           if not WINDOWS-OK
              perform restore-undo-copy thru restore-undo-copy-ex
              move w-window-problem to w-message
              exit paragraph
           end-if.
           move "CHANGE" to w-audit-action.
           move w-in-code to w-audit-code.
           perform write-lookup-audit thru write-lookup-audit-ex.
           move "Y" to w-dirty.
           move "row changed" to w-message.
       change-row-ex.
           exit.

      *         D n: a row out of the middle of a code's windows
      *         would leave a hole, so the check refuses it
       delete-row.
           perform take-row-number thru take-row-number-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           perform take-undo-copy thru take-undo-copy-ex.
           move w-row-entry(w-row-no) to w-before-row.
           move w-rw-code(w-row-no) to w-check-code.
           perform varying w-row-idx from w-row-no by 1
              until w-row-idx >= w-row-count
              move w-row-entry(w-row-idx + 1)
                 to w-row-entry(w-row-idx)
           end-perform.
           subtract 1 from w-row-count.
           perform check-code-windows thru check-code-windows-ex.
           if not WINDOWS-OK
              perform restore-undo-copy thru restore-undo-copy-ex
              move w-window-problem to w-message
              exit paragraph
           end-if.
           move "DELETE" to w-audit-action.
           move w-check-code to w-audit-code.
           move spaces to w-after-row.
           perform write-lookup-audit thru write-lookup-audit-ex.
           move "Y" to w-dirty.
           move "row deleted" to w-message.
       delete-row-ex.
           exit.

       take-undo-copy.
           move w-row-count to w-undo-count.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count
              move w-row-entry(w-row-idx) to w-undo-entry(w-row-idx)
           end-perform.
       take-undo-copy-ex.
           exit.

       restore-undo-copy.
           move w-undo-count to w-row-count.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count
              move w-undo-entry(w-row-idx) to w-row-entry(w-row-idx)
           end-perform.
       restore-undo-copy-ex.
           exit.

      *         the row of w-check-code whose window holds w-asof-date
       find-covering-row.
           move 0 to w-cover-row.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count
              if w-rw-code(w-row-idx) = w-check-code
                 perform take-window-keys thru take-window-keys-ex
                 if w-asof-date >= w-from-key
                    and w-asof-date <= w-to-key
                    move w-row-idx to w-cover-row
                    exit perform
                 end-if
              end-if
           end-perform.
       find-covering-row-ex.
           exit.

       take-window-keys.
           if w-rw-valid-from(w-row-idx) is numeric
              move w-rw-valid-from(w-row-idx) to w-from-key
           else
              move 0 to w-from-key
           end-if.
           if w-rw-valid-to(w-row-idx) is numeric
              move w-rw-valid-to(w-row-idx) to w-to-key
           else
              move 99999999 to w-to-key
           end-if.
       take-window-keys-ex.
           exit.

      *         the code's rows are together and in start order after
      *         the sort: each window must begin the day after the one
      *         before it ends -- sooner is an overlap, later a gap
       check-code-windows.
           move "Y" to w-window-ok.
           move spaces to w-window-problem.
           move "N" to w-asof-found.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count or not WINDOWS-OK
              if w-rw-code(w-row-idx) = w-check-code
                 perform take-window-keys thru take-window-keys-ex
                 if w-from-key > w-to-key
                    move "N" to w-window-ok
                    string "refused: " function trim(w-check-code)
                       " window ends before it starts"
                       delimited by size
                       into w-window-problem
                    end-string
                 end-if
                 if WINDOWS-OK and ASOF-ROW-FOUND
                    perform compare-with-previous
                       thru compare-with-previous-ex
                 end-if
                 move w-to-key to w-prev-to-key
                 move "Y" to w-asof-found
              end-if
           end-perform.
       check-code-windows-ex.
           exit.

       compare-with-previous.
           if w-prev-to-key = 99999999
              move "N" to w-window-ok
           else
              compute w-day-number =
                 function integer-of-date(w-prev-to-key) + 1
              compute w-day-after =
                 function date-of-integer(w-day-number)
              if w-from-key not = w-day-after
                 move "N" to w-window-ok
              end-if
           end-if.
           if not WINDOWS-OK
              if w-prev-to-key = 99999999 or w-from-key < w-day-after
                 string "refused: " function trim(w-check-code)
                    " windows overlap from "
                    w-rw-valid-from(w-row-idx)
                    delimited by size
                    into w-window-problem
                 end-string
              else
                 string "refused: " function trim(w-check-code)
                    " has no value from " w-day-after
                    delimited by size
                    into w-window-problem
                 end-string
              end-if
           end-if.
       compare-with-previous-ex.
           exit.

       check-input-date.
           move "N" to w-date-valid.
           if w-test-date is not numeric
              exit paragraph
           end-if.
           call "calendar:day-of-week"
              using w-test-date w-weekday
              giving w-return-code.
           if w-return-code = OK
              move "Y" to w-date-valid
           end-if.
       check-input-date-ex.
           exit.

      *         every code once more before the file is written --
      *         a table that arrived broken is not saved broken
       save-table.
           if not TABLE-DIRTY
              move "nothing to save" to w-message
              exit paragraph
           end-if.
           move "Y" to w-window-ok.
           move spaces to w-check-code.
           perform varying w-row-idx-2 from 1 by 1
              until w-row-idx-2 > w-row-count or not WINDOWS-OK
              if w-rw-code(w-row-idx-2) not = w-check-code
                 move w-rw-code(w-row-idx-2) to w-check-code
                 perform check-code-windows
                    thru check-code-windows-ex
              end-if
           end-perform.
           if not WINDOWS-OK
              move w-window-problem to w-message
              move w-check-code to w-cmd-arg
              perform find-code thru find-code-ex
              exit paragraph
           end-if.
           move w-table-name(1:8) to w-lookup-assign.
           open output LOOKUP-TBL.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-row-count
              move w-row-entry(w-row-idx) to lookup-tbl-rec
              write lookup-tbl-rec
           end-perform.
           close LOOKUP-TBL.
           move "N" to w-dirty.
           move "SAVE" to w-audit-action.
           move spaces to w-audit-code.
           move spaces to w-before-row.
           move spaces to w-after-row.
           perform write-lookup-audit thru write-lookup-audit-ex.
           move w-row-count to z-count.
           string "table saved, rows" z-count
              delimited by size
              into w-message
           end-string.
       save-table-ex.
           exit.

      *         L date: each code's value on the date, for sign-off
      *         before the change goes live
       write-asof-listing.
           move w-cmd-arg(1:8) to w-test-date.
           perform check-input-date thru check-input-date-ex.
           if not DATE-VALID
              move "L needs a valid YYYYMMDD" to w-message
              exit paragraph
           end-if.
           move w-test-date to w-asof-date.
           move 0 to w-list-count.
           move 0 to w-list-missing.
           open output ASOF-LISTING.
           move spaces to asof-listing-rec.
           string "ARRLKMNT TABLE " function trim(w-table-name)
              " AS OF " w-asof-date
              "   printed " function current-date(1:8)
              " by " w-operator
              delimited by size
              into asof-listing-rec
           end-string.
           write asof-listing-rec.
           if TABLE-DIRTY
              move "  ** includes changes not yet saved **"
                 to asof-listing-rec
              write asof-listing-rec
           end-if.
           move spaces to asof-listing-rec.
           write asof-listing-rec.
           move spaces to asof-listing-rec.
           string "CODE                      VALUE"
              "                                    FROM     TO"
              delimited by size
              into asof-listing-rec
           end-string.
           write asof-listing-rec.
           move all "-" to asof-listing-rec.
           write asof-listing-rec.

           move spaces to w-check-code.
           perform varying w-row-idx-2 from 1 by 1
              until w-row-idx-2 > w-row-count
              if w-rw-code(w-row-idx-2) not = w-check-code
                 move w-rw-code(w-row-idx-2) to w-check-code
                 perform list-one-code thru list-one-code-ex
              end-if
           end-perform.

           move spaces to asof-listing-rec.
           write asof-listing-rec.
           move spaces to asof-listing-rec.
           move w-list-count to z-count.
           string "codes " function trim(z-count)
              delimited by size
              into asof-listing-rec
           end-string.
           move w-list-missing to z-count.
           string "without a value on the date "
              function trim(z-count)
              delimited by size
              into asof-listing-rec(20:)
           end-string.
           write asof-listing-rec.
           move "SIGNED OFF BY ......................  DATE ........"
              to asof-listing-rec.
           write asof-listing-rec.
           close ASOF-LISTING.
           move w-list-count to z-count.
           string "listing as of " w-asof-date " on LKLIST, codes"
              z-count
              delimited by size
              into w-message
           end-string.
       write-asof-listing-ex.
           exit.

       list-one-code.
           add 1 to w-list-count.
           perform find-covering-row thru find-covering-row-ex.
           move spaces to asof-listing-rec.
           if w-cover-row > 0
              string w-rw-code(w-cover-row)
                 " " w-rw-value(w-cover-row)
                 " " w-rw-valid-from(w-cover-row)
                 " " w-rw-valid-to(w-cover-row)
                 delimited by size
                 into asof-listing-rec
              end-string
           else
              add 1 to w-list-missing
              string w-check-code " ** no value on this date **"
                 delimited by size
                 into asof-listing-rec
              end-string
           end-if.
           write asof-listing-rec.
       list-one-code-ex.
           exit.

       write-lookup-audit.
           open extend LOOKUP-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output LOOKUP-AUDIT
           end-if.
           move spaces to lookup-audit-rec.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              " " w-operator
              " " w-audit-action
              " " w-table-name
              " code=" w-audit-code
              " before=[" w-before-row
              "] after=[" w-after-row "]"
              delimited by size
              into lookup-audit-rec
           end-string.
           write lookup-audit-rec.
           close LOOKUP-AUDIT.
       write-lookup-audit-ex.
           exit.
