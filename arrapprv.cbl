       identification division.
         program-id.  arrapprv.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select PENDING-FILE assign "PENDAPPR"
              organization line sequential
              file status is w-pend-file-status.
       data division.
       file section.
       fd  PENDING-FILE.
       01  pending-file-rec pic x(8400).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  APV-ITEM-MAX value 300.
       78  APV-PAGE-ROWS value 11.
       78  APV-VIEW-WIDTH value 70.

      *         the checker's side of dual control: every item still
      *         pending on PENDAPPR, a master transaction or a staged
      *         record edit, listed with its maker.  V shows the
      *         before and after images a window at a time with the
      *         changed bytes marked, A approves and R rejects --
      *         never the maker's own item -- and the decision goes
      *         through the approval service, which journals it with
      *         both operators.  The list is read again after every
      *         decision, so items queued meanwhile show up
       77  w-pend-file-status pic x(02) value spaces.
           88  PEND-FILE-NOT-FOUND value "35".
           88  PEND-FILE-AT-EOF value "10".

       77  w-item-count pic 9(04) value 0.
       01  w-item-tbl.
           05 w-item-entry occurs APV-ITEM-MAX times.
              07 w-it-id pic 9(09).
              07 w-it-kind pic x.
              07 w-it-target pic x(30).
              07 w-it-action pic x(06).
              07 w-it-key pic x(64).
              07 w-it-maker pic x(10).
              07 w-it-made-at pic x(15).
              07 w-it-length pic 9(04).
              07 w-it-before pic x(4096).
              07 w-it-after pic x(4096).
       77  w-item-overflow pic x value "N".
           88  TOO-MANY-ITEMS value "Y".
       77  w-item-idx pic 9(04) value 0.
       77  w-item-no pic 9(09) value 0.
       77  w-appr-rc pic s9(09) value 0.
       copy "approval.cpy" replacing ==!PREFIX!== by ==w-ap-==.

      *         the item on view and the window into its images
       77  w-view-idx pic 9(04) value 0.
       77  w-view-offset pic 9(04) value 0.
       77  w-view-header pic x(79) value spaces.
       77  w-view-before pic x(APV-VIEW-WIDTH) value spaces.
       77  w-view-after pic x(APV-VIEW-WIDTH) value spaces.
       77  w-view-marks pic x(APV-VIEW-WIDTH) value spaces.
       77  w-byte-idx pic 9(04) value 0.

       77  w-top-row pic 9(04) value 1.
       77  w-page-idx pic 9(02) value 0.
       77  w-operator pic x(10) value spaces.
       77  w-reason pic x(40) value spaces.
       77  w-command pic x(30) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-cmd-arg pic x(12) value spaces.
       77  w-cmd-arg-2 pic x(12) value spaces.
       77  w-message pic x(60) value spaces.
       77  w-done pic x value "N".
           88  APV-DONE value "Y".
       77  z-item pic z(08)9.
       77  z-offset pic zzz9.

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
       01  w-page-rows redefines w-page-display-tbl.
           05 w-page-row pic x(79) occurs APV-PAGE-ROWS times.

       screen section.
       01  approval-screen.
           05 blank screen.
           05 line 1 column 2 value "ARRAPPRV -- approval queue".
           05 line 1 column 40 value "pending:".
           05 line 1 column 49 pic zzz9 from w-item-count.
           05 line 1 column 62 value "op:".
           05 line 1 column 66 pic x(10) from w-operator.
           05 line 2 column 2 value
              "     ITEM K TARGET           ACTION KEY".
           05 line 2 column 56 value "MAKER      ENTERED".
           05 approval-detail-rows.
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
           05 line 14 column 2 pic x(79) from w-view-header.
           05 line 15 column 2 value "before:".
           05 line 15 column 10 pic x(70) from w-view-before.
           05 line 16 column 2 value "after:".
           05 line 16 column 10 pic x(70) from w-view-after.
           05 line 17 column 10 pic x(70) from w-view-marks.
           05 line 18 column 2 value "reason:".
           05 line 18 column 10 pic x(40) using w-reason.
           05 line 19 column 2 pic x(60) from w-message.
           05 line 20 column 2 value
              "N/P=page V n [offset]=view A n=approve R n=reject".
           05 line 21 column 2 value
              "(R needs a reason) F=refresh Q=quit".
           05 line 22 column 2 value "command:".
           05 line 22 column 11 pic x(30) using w-command.

       procedure division.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.

           perform load-pending-items thru load-pending-items-ex.
           move 1 to w-top-row.
           perform until APV-DONE
              perform build-page thru build-page-ex
              move spaces to w-command
              display approval-screen
              accept approval-screen
              perform handle-command thru handle-command-ex
           end-perform.
           goback giving OK.

       load-pending-items.
           move 0 to w-item-count.
           move "N" to w-item-overflow.
           open input PENDING-FILE.
           if PEND-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read PENDING-FILE.
           perform until PEND-FILE-AT-EOF
              move pending-file-rec to w-ap-approval-rec
              if w-ap-appr-status = "P"
                 if w-item-count >= APV-ITEM-MAX
                    move "Y" to w-item-overflow
                 else
                    add 1 to w-item-count
                    perform take-pending-item
                       thru take-pending-item-ex
                 end-if
              end-if
              read PENDING-FILE
           end-perform.
           close PENDING-FILE.
           if TOO-MANY-ITEMS
              move "more items pending than the screen holds"
                 to w-message
           end-if.
       load-pending-items-ex.
           exit.

       take-pending-item.
           move w-ap-appr-id to w-it-id(w-item-count).
           move w-ap-appr-kind to w-it-kind(w-item-count).
           move w-ap-appr-target to w-it-target(w-item-count).
           move w-ap-appr-action to w-it-action(w-item-count).
           move w-ap-appr-key to w-it-key(w-item-count).
           move w-ap-appr-maker to w-it-maker(w-item-count).
           move w-ap-appr-made-at to w-it-made-at(w-item-count).
           move w-ap-appr-length to w-it-length(w-item-count).
           move w-ap-appr-before to w-it-before(w-item-count).
           move w-ap-appr-after to w-it-after(w-item-count).
       take-pending-item-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           if w-top-row > w-item-count
              move 1 to w-top-row
           end-if.
           perform varying w-page-idx from 1 by 1
              until w-page-idx > APV-PAGE-ROWS
              compute w-item-idx = w-top-row + w-page-idx - 1
              if w-item-idx <= w-item-count
                 move w-it-id(w-item-idx) to z-item
                 string z-item " " w-it-kind(w-item-idx)
                    " " w-it-target(w-item-idx)(1:16)
                    " " w-it-action(w-item-idx)
                    " " w-it-key(w-item-idx)(1:17)
                    " " w-it-maker(w-item-idx)
                    " " w-it-made-at(w-item-idx)(1:13)
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
              when "Q"
                 move "Y" to w-done
              when "N" when spaces
                 if w-top-row + APV-PAGE-ROWS <= w-item-count
                    add APV-PAGE-ROWS to w-top-row
                 else
                    move "already at end" to w-message
                 end-if
              when "P"
                 if w-top-row > APV-PAGE-ROWS
                    subtract APV-PAGE-ROWS from w-top-row
                 else
                    move 1 to w-top-row
                 end-if
              when "F"
                 perform load-pending-items
                    thru load-pending-items-ex
                 perform clear-view thru clear-view-ex
              when "V"
                 perform view-item thru view-item-ex
              when "A"
                 perform decide-item thru decide-item-ex
              when "R"
                 if w-reason = spaces
                    move "R needs a reason" to w-message
                 else
                    perform decide-item thru decide-item-ex
                 end-if
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

      *         the item number on the command, found among the
      *         pending items on screen
       find-item.
           move 0 to w-view-idx.
           if w-cmd-arg = spaces
              or function numval(w-cmd-arg) = 0
              move "give an item number" to w-message
              exit paragraph
           end-if.
           compute w-item-no = function numval(w-cmd-arg).
           perform varying w-item-idx from 1 by 1
              until w-item-idx > w-item-count
              if w-it-id(w-item-idx) = w-item-no
                 move w-item-idx to w-view-idx
                 exit perform
              end-if
           end-perform.
           if w-view-idx = 0
              move w-item-no to z-item
              string "item " function trim(z-item) " is not pending"
                 delimited by size
                 into w-message
              end-string
           end-if.
       find-item-ex.
           exit.

       view-item.
           perform find-item thru find-item-ex.
           if w-view-idx = 0
              perform clear-view thru clear-view-ex
              exit paragraph
           end-if.
           move 0 to w-view-offset.
           if w-cmd-arg-2 not = spaces
              compute w-view-offset = function numval(w-cmd-arg-2)
           end-if.
           if w-view-offset >= w-it-length(w-view-idx)
              move 0 to w-view-offset
           end-if.

           move spaces to w-view-before.
           move spaces to w-view-after.
           move spaces to w-view-marks.
           move w-it-before(w-view-idx)
                 (w-view-offset + 1:APV-VIEW-WIDTH)
              to w-view-before.
           move w-it-after(w-view-idx)
                 (w-view-offset + 1:APV-VIEW-WIDTH)
              to w-view-after.
           if w-view-offset + APV-VIEW-WIDTH > w-it-length(w-view-idx)
              compute w-byte-idx =
                 w-it-length(w-view-idx) - w-view-offset + 1
              move spaces to w-view-before(w-byte-idx:)
              move spaces to w-view-after(w-byte-idx:)
           end-if.
      *         an add or insert has no before, a delete no after --
      *         nothing to mark
           if w-it-before(w-view-idx) not = spaces
              and w-it-after(w-view-idx) not = spaces
              perform varying w-byte-idx from 1 by 1
                 until w-byte-idx > APV-VIEW-WIDTH
                 if w-view-before(w-byte-idx:1) not =
                    w-view-after(w-byte-idx:1)
                    move "^" to w-view-marks(w-byte-idx:1)
                 end-if
              end-perform
           end-if.

           move w-it-id(w-view-idx) to z-item.
           move w-view-offset to z-offset.
           move spaces to w-view-header.
           string "item " function trim(z-item)
              " " w-it-action(w-view-idx)
              " " delimited by size
              w-it-target(w-view-idx) delimited by "  "
              " key " w-it-key(w-view-idx)(1:20)
              " bytes from " function trim(z-offset)
              delimited by size
              into w-view-header
           end-string.
       view-item-ex.
           exit.

       clear-view.
           move spaces to w-view-header.
           move spaces to w-view-before.
           move spaces to w-view-after.
           move spaces to w-view-marks.
       clear-view-ex.
           exit.

      *         the maker may look but not decide; the service refuses
      *         it as well, and refuses an item decided meanwhile
       decide-item.
           perform find-item thru find-item-ex.
           if w-view-idx = 0
              exit paragraph
           end-if.
           if w-it-maker(w-view-idx) = w-operator
              move "you entered this change -- another operator decides"
                 to w-message
              exit paragraph
           end-if.
           move spaces to w-ap-approval-rec.
           move w-it-id(w-view-idx) to w-ap-appr-id.
           move 0 to w-ap-appr-length.
           move w-cmd-code to w-ap-appr-status.
           move w-operator to w-ap-appr-checker.
           move w-reason to w-ap-appr-reason.
           call "approval:decide" using w-ap-approval-rec
              giving w-appr-rc.
           move w-it-id(w-view-idx) to z-item.
           if w-appr-rc not = OK
              string "item " function trim(z-item)
                 " could not be decided -- refresh"
                 delimited by size
                 into w-message
              end-string
              exit paragraph
           end-if.
           if w-cmd-code = "A"
              string "item " function trim(z-item) " approved"
                 delimited by size
                 into w-message
              end-string
           else
              string "item " function trim(z-item) " rejected"
                 delimited by size
                 into w-message
              end-string
           end-if.
           move spaces to w-reason.
           perform clear-view thru clear-view-ex.
           perform load-pending-items thru load-pending-items-ex.
       decide-item-ex.
           exit.
