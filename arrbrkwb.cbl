       identification division.
         program-id.  arrbrkwb.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select BREAK-OPEN assign "BRKOPEN"
              organization line sequential
              file status is w-open-file-status.
           select BREAK-AUDIT assign "BRKAUDIT"
              organization line sequential
              file status is w-audit-file-status.
       data division.
       file section.
       fd  BREAK-OPEN.
       01  break-open-rec pic x(266).
       fd  BREAK-AUDIT.
       01  break-audit-rec pic x(600).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  BREAK-ROW-MAX value 5000.
       78  BWB-PAGE-ROWS value 14.

      *         the analysts' workbench over the open-items file
      *         arrbreak keeps.  Breaks are named by their id, as
      *         BRKRPT prints them.  O gives a break an owner, R a
      *         resolution code from the BRKRESCD table and a note,
      *         M closes an unmatched A item and an unmatched B item
      *         against each other as MATCHED, W closes a break as
      *         WRITEOFF -- a write-off needs a resolution code.
      *         Closed breaks are out of the way unless V asks for
      *         them.  Every change is on BRKAUDIT with the operator
      *         and the break before and after, the same file the
      *         batch side writes its opens and clears to
       77  w-open-file-status pic x(02) value spaces.
           88  OPEN-FILE-NOT-FOUND value "35".
           88  OPEN-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
       77  w-open-over pic x value "N".
           88  OPEN-ITEMS-OVER-TABLE value "Y".

       copy "breaks.cpy" replacing ==!PREFIX!== by ==w-bk-==.
      *         the rows on view, in file order: the open breaks, or
      *         every break when V has asked for all
       77  w-view-count pic 9(05) value 0.
       01  w-view-tbl.
           05 w-view-row pic 9(05) occurs 5000 times.
       77  w-view-all pic x value "N".
           88  VIEW-ALL value "Y".
       77  w-view-name pic x(04) value "OPEN".
       77  w-row-idx pic 9(05) value 0.
       77  w-row-no pic 9(05) value 0.
       77  w-row-no-2 pic 9(05) value 0.
       77  w-find-id pic 9(09) value 0.
       77  w-today pic x(08) value spaces.

      *         the input fields on the screen
       77  w-in-owner pic x(10) value spaces.
       77  w-in-resolution pic x(08) value spaces.
       77  w-in-note pic x(60) value spaces.

       77  w-lookup-table pic x(25) value "BRKRESCD".
       77  w-lookup-code pic x(25) value spaces.
       77  w-lookup-value pic x(40) value spaces.
       77  w-return-code pic s9(09) value 0.
       77  w-code-valid pic x value "N".
           88  CODE-VALID value "Y".

       77  w-top-row pic 9(05) value 1.
       77  w-page-idx pic 9(02) value 0.
       77  w-dirty pic x value "N".
           88  TABLE-DIRTY value "Y".
       77  w-operator pic x(10) value spaces.
       77  w-audit-action pic x(08) value spaces.
       77  w-audit-id pic 9(09) value 0.
       77  w-before-row pic x(266) value spaces.
       77  w-after-row pic x(266) value spaces.

       77  w-command pic x(30) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-cmd-arg pic x(12) value spaces.
       77  w-cmd-arg-2 pic x(12) value spaces.
       77  w-message pic x(60) value spaces.
       77  w-done pic x value "N".
           88  BWB-DONE value "Y".
       77  z-id pic z(08)9.
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
           05 w-page-row pic x(79) occurs BWB-PAGE-ROWS times.

       screen section.
       01  break-screen.
           05 blank screen.
           05 line 1 column 2 value
              "ARRBRKWB -- reconciliation breaks".
           05 line 1 column 40 value "view:".
           05 line 1 column 46 pic x(04) from w-view-name.
           05 line 1 column 62 value "op:".
           05 line 1 column 66 pic x(10) from w-operator.
           05 line 2 column 2 value
              "       ID SOURCE KIND     STATUS   OWNER".
           05 line 2 column 48 value "RESOLUTN KEY".
           05 break-detail-rows.
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
           05 line 17 column 2 value "owner:".
           05 line 17 column 9 pic x(10) using w-in-owner.
           05 line 17 column 21 value "resolution:".
           05 line 17 column 33 pic x(08) using w-in-resolution.
           05 line 18 column 2 value "note:".
           05 line 18 column 8 pic x(60) using w-in-note.
           05 line 19 column 2 pic x(60) from w-message.
           05 line 20 column 2 value
              "N/P=page F id=find V=open/all E id=fetch O id=owner".
           05 line 21 column 2 value
              "R id=resolve M a b=match W id=writeoff S=save Q/X=quit".
           05 line 22 column 2 value "command:".
           05 line 22 column 11 pic x(30) using w-command.

       procedure division.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           call "rundate:today" using w-today.

           perform load-open-items thru load-open-items-ex.
           if OPEN-ITEMS-OVER-TABLE
              goback giving KO
           end-if.
           perform build-view thru build-view-ex.
           move 1 to w-top-row.
           if OPEN-FILE-NOT-FOUND
              move "no BRKOPEN yet -- arrbreak loads the breaks"
                 to w-message
           else
              move w-view-count to z-count
              string "open breaks:" z-count
                 delimited by size
                 into w-message
              end-string
           end-if.
           perform until BWB-DONE
              perform build-page thru build-page-ex
              move spaces to w-command
              display break-screen
              accept break-screen
              perform handle-command thru handle-command-ex
           end-perform.
           goback giving OK.

      *         more open breaks than the table holds and the file is
      *         not worked here: a save would drop the rest
       load-open-items.
           move 0 to w-bk-break-count.
           move "N" to w-open-over.
           open input BREAK-OPEN.
           if OPEN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BREAK-OPEN.
           perform until OPEN-FILE-AT-EOF
              if break-open-rec not = spaces
                 and w-bk-break-count >= BREAK-ROW-MAX
                 display
                    "ARRBRKWB BRKOPEN past " BREAK-ROW-MAX
                    " breaks -- not opened"
                    upon console
                 move "Y" to w-open-over
                 exit perform
              end-if
              if break-open-rec not = spaces
                 add 1 to w-bk-break-count
                 move break-open-rec
                    to w-bk-break-entry(w-bk-break-count)
              end-if
              read BREAK-OPEN
           end-perform.
           close BREAK-OPEN.
       load-open-items-ex.
           exit.

       build-view.
           move 0 to w-view-count.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              if VIEW-ALL or w-bk-brk-status(w-row-idx) = "OPEN"
                 add 1 to w-view-count
                 move w-row-idx to w-view-row(w-view-count)
              end-if
           end-perform.
           if VIEW-ALL
              move "ALL" to w-view-name
           else
              move "OPEN" to w-view-name
           end-if.
       build-view-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           if w-top-row > w-view-count
              move 1 to w-top-row
           end-if.
           perform varying w-page-idx from 1 by 1
              until w-page-idx > BWB-PAGE-ROWS
              compute w-row-no = w-top-row + w-page-idx - 1
              if w-row-no <= w-view-count
                 move w-view-row(w-row-no) to w-row-idx
                 move w-bk-brk-id(w-row-idx) to z-id
                 string z-id
                    " " w-bk-brk-source(w-row-idx)
                    " " w-bk-brk-kind(w-row-idx)
                    " " w-bk-brk-status(w-row-idx)
                    " " w-bk-brk-owner(w-row-idx)
                    " " w-bk-brk-resolution(w-row-idx)
                    " " w-bk-brk-key(w-row-idx)(1:24)
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
           move spaces to w-cmd-arg-2.
           unstring w-command
              delimited by all spaces
              into w-cmd-code w-cmd-arg w-cmd-arg-2
           end-unstring.
           move function upper-case(w-cmd-code) to w-cmd-code.

           evaluate w-cmd-code
              when "N" when spaces
                 if w-top-row + BWB-PAGE-ROWS <= w-view-count
                    add BWB-PAGE-ROWS to w-top-row
                 else
                    move "already at end" to w-message
                 end-if
              when "P"
                 if w-top-row > BWB-PAGE-ROWS
                    subtract BWB-PAGE-ROWS from w-top-row
                 else
                    move 1 to w-top-row
                 end-if
              when "F"
                 perform find-break thru find-break-ex
              when "V"
                 if VIEW-ALL
                    move "N" to w-view-all
                 else
                    move "Y" to w-view-all
                 end-if
                 perform build-view thru build-view-ex
                 move 1 to w-top-row
              when "E"
                 perform fetch-break thru fetch-break-ex
              when "O"
                 perform assign-owner thru assign-owner-ex
              when "R"
                 perform attach-resolution
                    thru attach-resolution-ex
              when "M"
                 perform force-match thru force-match-ex
              when "W"
                 perform write-off-break thru write-off-break-ex
              when "S"
                 perform save-open-items thru save-open-items-ex
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
                    move 0 to w-audit-id
                    move spaces to w-before-row
                    move spaces to w-after-row
                    perform write-break-audit
                       thru write-break-audit-ex
                 end-if
                 move "Y" to w-done
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

      *         the break whose id is in w-cmd-arg, w-row-no 0 when
      *         there is none
       take-break-id.
           move 0 to w-row-no.
           if w-cmd-arg = spaces
              or function trim(w-cmd-arg) is not numeric
              move "needs a break id" to w-message
              exit paragraph
           end-if.
           compute w-find-id = function numval(w-cmd-arg).
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              if w-bk-brk-id(w-row-idx) = w-find-id
                 move w-row-idx to w-row-no
                 exit perform
              end-if
           end-perform.
           if w-row-no = 0
              move "no such break" to w-message
           end-if.
       take-break-id-ex.
           exit.

       take-open-break.
           perform take-break-id thru take-break-id-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           if w-bk-brk-status(w-row-no) not = "OPEN"
              move w-bk-brk-id(w-row-no) to z-id
              string "break" z-id " is "
                 w-bk-brk-status(w-row-no)
                 delimited by size
                 into w-message
              end-string
              move 0 to w-row-no
           end-if.
       take-open-break-ex.
           exit.

       find-break.
           perform take-break-id thru take-break-id-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           move 0 to w-row-no-2.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-view-count
              if w-view-row(w-row-idx) = w-row-no
                 move w-row-idx to w-row-no-2
                 exit perform
              end-if
           end-perform.
           if w-row-no-2 = 0
              move "break not on this view -- V shows all"
                 to w-message
              exit paragraph
           end-if.
           move w-row-no-2 to w-top-row.
       find-break-ex.
           exit.

       fetch-break.
           perform take-break-id thru take-break-id-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           move w-bk-brk-owner(w-row-no) to w-in-owner.
           move w-bk-brk-resolution(w-row-no) to w-in-resolution.
           move w-bk-brk-note(w-row-no) to w-in-note.
           move spaces to w-message.
           string w-bk-brk-kind(w-row-no) " "
              w-bk-brk-detail(w-row-no)(1:50)
              delimited by size
              into w-message
           end-string.
       fetch-break-ex.
           exit.

      *         O id: the owner field onto the break; blank takes the
      *         owner off
       assign-owner.
           perform take-open-break thru take-open-break-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           move w-bk-break-entry(w-row-no) to w-before-row.
           move w-in-owner to w-bk-brk-owner(w-row-no).
           move "OWNER" to w-audit-action.
           perform record-change thru record-change-ex.
           move "owner assigned" to w-message.
       assign-owner-ex.
           exit.

      *         R id: resolution code and note onto the break; the
      *         code must be on BRKRESCD
       attach-resolution.
           perform take-open-break thru take-open-break-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           if w-in-resolution = spaces
              move "resolution code is required" to w-message
              exit paragraph
           end-if.
           perform check-resolution-code
              thru check-resolution-code-ex.
           if not CODE-VALID
              exit paragraph
           end-if.
           move w-bk-break-entry(w-row-no) to w-before-row.
           move w-in-resolution to w-bk-brk-resolution(w-row-no).
           move w-in-note to w-bk-brk-note(w-row-no).
           move "RESOLVE" to w-audit-action.
           perform record-change thru record-change-ex.
           move spaces to w-message.
           string "resolution " w-in-resolution " -- "
              w-lookup-value
              delimited by size
              into w-message
           end-string.
       attach-resolution-ex.
           exit.

      *         M a b: an unmatched A item and an unmatched B item are
      *         the same business, whatever the rules said; both close
      *         MATCHED, each naming the other.  A resolution code in
      *         the field goes onto both with the note
       force-match.
           perform take-open-break thru take-open-break-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           move w-row-no to w-row-no-2.
           move w-cmd-arg-2 to w-cmd-arg.
           perform take-open-break thru take-open-break-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           if not ((w-bk-brk-source(w-row-no-2) = "FUZZYA"
                    and w-bk-brk-source(w-row-no) = "FUZZYB")
                or (w-bk-brk-source(w-row-no-2) = "FUZZYB"
                    and w-bk-brk-source(w-row-no) = "FUZZYA"))
              move "M pairs an unmatched A item with an unmatched B"
                 to w-message
              exit paragraph
           end-if.
           if w-in-resolution not = spaces
              perform check-resolution-code
                 thru check-resolution-code-ex
              if not CODE-VALID
                 exit paragraph
              end-if
           end-if.

           move w-bk-break-entry(w-row-no-2) to w-before-row.
           move w-bk-brk-id(w-row-no) to w-bk-brk-match-id(w-row-no-2).
           perform close-matched-break thru close-matched-break-ex.
           move w-row-no to w-row-idx.
           move w-row-no-2 to w-row-no.
           move w-row-idx to w-row-no-2.
           move w-bk-break-entry(w-row-no-2) to w-before-row.
           move w-bk-brk-id(w-row-no) to w-bk-brk-match-id(w-row-no-2).
           perform close-matched-break thru close-matched-break-ex.
           perform build-view thru build-view-ex.
           move "both items closed MATCHED" to w-message.
       force-match-ex.
           exit.

       close-matched-break.
           move "MATCHED" to w-bk-brk-status(w-row-no-2).
           move w-today to w-bk-brk-closed(w-row-no-2).
           if w-in-resolution not = spaces
              move w-in-resolution to w-bk-brk-resolution(w-row-no-2)
              move w-in-note to w-bk-brk-note(w-row-no-2)
           end-if.
           move w-bk-break-entry(w-row-no-2) to w-after-row.
           move w-bk-brk-id(w-row-no-2) to w-audit-id.
           move "MATCH" to w-audit-action.
           perform write-break-audit thru write-break-audit-ex.
           move "Y" to w-dirty.
       close-matched-break-ex.
           exit.

      *         W id: the break closes WRITEOFF; the resolution code
      *         in the field, or the one the break already has, says
      *         why
       write-off-break.
           perform take-open-break thru take-open-break-ex.
           if w-row-no = 0
              exit paragraph
           end-if.
           if w-in-resolution = spaces
              move w-bk-brk-resolution(w-row-no) to w-in-resolution
           end-if.
           if w-in-resolution = spaces
              move "a write-off needs a resolution code" to w-message
              exit paragraph
           end-if.
           perform check-resolution-code
              thru check-resolution-code-ex.
           if not CODE-VALID
              exit paragraph
           end-if.
           move w-bk-break-entry(w-row-no) to w-before-row.
           move "WRITEOFF" to w-bk-brk-status(w-row-no).
           move w-today to w-bk-brk-closed(w-row-no).
           move w-in-resolution to w-bk-brk-resolution(w-row-no).
           if w-in-note not = spaces
              move w-in-note to w-bk-brk-note(w-row-no)
           end-if.
           move "WRITEOFF" to w-audit-action.
           perform record-change thru record-change-ex.
           perform build-view thru build-view-ex.
           move "break written off" to w-message.
       write-off-break-ex.
           exit.

       check-resolution-code.
           move "N" to w-code-valid.
           move spaces to w-lookup-value.
           move w-in-resolution to w-lookup-code.
           call "arrlookup:lookup"
              using w-lookup-table w-lookup-code w-lookup-value
              giving w-return-code.
           if w-return-code = OK
              move "Y" to w-code-valid
           else
              string "resolution code " w-in-resolution
                 " is not on BRKRESCD"
                 delimited by size
                 into w-message
              end-string
           end-if.
       check-resolution-code-ex.
           exit.

       record-change.
           move w-bk-break-entry(w-row-no) to w-after-row.
           move w-bk-brk-id(w-row-no) to w-audit-id.
           perform write-break-audit thru write-break-audit-ex.
           move "Y" to w-dirty.
       record-change-ex.
           exit.

       save-open-items.
           if not TABLE-DIRTY
              move "nothing to save" to w-message
              exit paragraph
           end-if.
           open output BREAK-OPEN.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-bk-break-count
              move w-bk-break-entry(w-row-idx) to break-open-rec
              write break-open-rec
           end-perform.
           close BREAK-OPEN.
           move "N" to w-dirty.
           move "SAVE" to w-audit-action.
           move 0 to w-audit-id.
           move spaces to w-before-row.
           move spaces to w-after-row.
           perform write-break-audit thru write-break-audit-ex.
           move w-bk-break-count to z-count.
           string "breaks saved" z-count
              delimited by size
              into w-message
           end-string.
       save-open-items-ex.
           exit.

       write-break-audit.
           open extend BREAK-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output BREAK-AUDIT
           end-if.
           move spaces to break-audit-rec.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              " " w-operator
              " " w-audit-action
              " BRKOPEN"
              " id=" w-audit-id
              " before=[" w-before-row
              "] after=[" w-after-row "]"
              delimited by size
              into break-audit-rec
           end-string.
           write break-audit-rec.
           close BREAK-AUDIT.
       write-break-audit-ex.
           exit.
