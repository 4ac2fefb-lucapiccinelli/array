       identification division.
         program-id.  arrops.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SCHEDULE-TABLE assign "SCHEDTAB"
              organization line sequential
              file status is w-sched-file-status.
           select FLOW-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
           select PARALLEL-STATUS assign "PARSTAT"
              organization line sequential
              file status is w-par-file-status.
           select MESSAGE-LOG assign "MSGLOG"
              organization line sequential
              file status is w-msg-file-status.
           select STOP-REQUEST assign "STOPREQ"
              organization line sequential
              file status is w-stop-file-status.
           select OPS-AUDIT assign "OPSLOG"
              organization line sequential
              file status is w-audit-file-status.
       data division.
       file section.
       fd  SCHEDULE-TABLE.
       01  schedule-table-rec pic x(132).
       fd  FLOW-DECK.
       01  flow-deck-rec pic x(132).
       fd  FLOW-STATUS.
       01  flow-status-rec.
           05 fs-step pic x(08).
           05 filler pic x.
           05 fs-state pic x(04).
           05 filler pic x.
           05 fs-rc pic x(04).
           05 filler pic x.
           05 fs-stamp pic x(15).
           05 filler pic x.
           05 fs-bdate pic x(08).
           05 filler pic x.
           05 fs-operator pic x(30).
       fd  PARALLEL-STATUS.
       01  parallel-status-rec.
           05 ps-leg pic 9(02).
           05 filler pic x.
           05 ps-state pic x(05).
           05 filler pic x.
           05 ps-rc pic x(04).
           05 filler pic x.
           05 ps-stamp pic x(15).
       fd  MESSAGE-LOG.
       01  message-log-rec.
           05 ml-stamp pic x(15).
           05 filler pic x.
           05 ml-program pic x(08).
           05 filler pic x.
           05 ml-number pic x(05).
           05 filler pic x.
           05 ml-severity pic x.
           05 filler pic x.
           05 ml-text pic x(100).
       fd  STOP-REQUEST.
       01  stop-request-rec pic x(80).
       fd  OPS-AUDIT.
       01  ops-audit-rec pic x(200).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  OPS-FLOW-MAX value 20.
       78  OPS-ROW-MAX value 300.
       78  OPS-PAGE-ROWS value 10.
       78  OPS-MSG-ROWS value 4.
       78  OPS-LEG-MAX value 8.

      *         the night's run on one screen instead of four tails:
      *         every flow SCHEDTAB names (and FLOWDECK / FLOWSTAT)
      *         with its steps' state, return code and elapsed time
      *         out of the status file, the arrcoord leg board from
      *         PARSTAT, and the newest E and W lines of MSGLOG.  The
      *         board is read afresh on every ENTER.  Commands take
      *         the row number shown against a step:
      *           H n  hold a pending step -- arrflow stops short of it
      *           L n  release a held step
      *           X n  mark a failed step for rerun
      *           S n  ask the running utility for a clean stop
      *                (STOPREQ, looked for by arrsort and arrdiff)
      *         Holds, releases and rerun marks go into the flow's
      *         status file as HOLD / RLSE / RRUN lines carrying the
      *         operator; every action, taken or refused, is logged
      *         on OPSLOG with the operator ID
       77  w-sched-file-status pic x(02) value spaces.
           88  SCHED-FILE-NOT-FOUND value "35".
           88  SCHED-FILE-AT-EOF value "10".
       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-stat-file-status pic x(02) value spaces.
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".
       77  w-par-file-status pic x(02) value spaces.
           88  PAR-FILE-NOT-FOUND value "35".
           88  PAR-FILE-AT-EOF value "10".
       77  w-msg-file-status pic x(02) value spaces.
           88  MSG-FILE-NOT-FOUND value "35".
           88  MSG-FILE-AT-EOF value "10".
       77  w-stop-file-status pic x(02) value spaces.
           88  STOP-FILE-ABSENT value "35".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
       77  w-deck-assign pic x(08) value spaces.
       77  w-stat-assign pic x(08) value spaces.

       77  w-flow-count pic 9(03) value 0.
       01  w-flow-tbl.
           05 w-flow-entry occurs OPS-FLOW-MAX times.
              07 w-fl-name pic x(08).
              07 w-fl-deck pic x(08).
              07 w-fl-stat pic x(08).
              07 w-fl-state pic x(08).

      *         the board, one row per flow heading and per step
       77  w-row-count pic 9(03) value 0.
       01  w-row-tbl.
           05 w-row-entry occurs OPS-ROW-MAX times.
              07 w-rw-kind pic x.
                 88 ROW-IS-FLOW value "F".
                 88 ROW-IS-STEP value "S".
              07 w-rw-flow pic 9(03).
              07 w-rw-step pic x(08).
              07 w-rw-program pic x(12).
              07 w-rw-state pic x(05).
              07 w-rw-rc pic x(04).
              07 w-rw-start pic x(15).
              07 w-rw-end pic x(15).
              07 w-rw-held pic x.
                 88 ROW-HELD value "Y".

       77  w-leg-count pic 9(02) value 0.
       01  w-leg-tbl.
           05 w-leg-entry occurs OPS-LEG-MAX times.
              07 w-leg-state pic x(05).
              07 w-leg-rc pic x(04).

       77  w-msg-count pic 9(02) value 0.
       01  w-msg-tbl.
           05 w-msg-line pic x(79) occurs OPS-MSG-ROWS times.

       77  w-business-date pic x(08) value spaces.
       77  w-operator pic x(10) value spaces.
       77  w-now-stamp pic x(15) value spaces.
       77  w-flow-idx pic 9(03) value 0.
       77  w-flow-first-row pic 9(03) value 0.
       77  w-row-idx pic 9(03) value 0.
       77  w-row-hit pic 9(03) value 0.
       77  w-page-idx pic 9(02) value 0.
       77  w-leg-idx pic 9(02) value 0.
       77  w-msg-idx pic 9(02) value 0.
       77  w-top-row pic 9(03) value 1.
       77  w-found pic x value "N".
           88  ENTRY-FOUND value "Y".

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(12) value spaces.
       77  w-tok-2 pic x(12) value spaces.
       77  w-tok-3 pic x(12) value spaces.

       77  w-stamp pic x(15) value spaces.
       77  w-abs pic 9(12) value 0.
       77  w-abs-start pic 9(12) value 0.
       77  w-elapsed pic 9(09) value 0.
       77  w-el-hh pic 9(03) value 0.
       77  w-el-mm pic 9(02) value 0.
       77  w-el-ss pic 9(02) value 0.
       77  w-el-text pic x(09) value spaces.
       77  z-row pic zz9.
       77  z-leg pic 99.

       77  w-command pic x(20) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-cmd-arg pic x(18) value spaces.
       77  w-action pic x(08) value spaces.
       77  w-outcome pic x(07) value spaces.
       77  w-aud-flow pic x(08) value spaces.
       77  w-aud-step pic x(08) value spaces.
       77  w-aud-program pic x(12) value spaces.
       77  w-new-state pic x(04) value spaces.
       77  w-message pic x(60) value spaces.
       77  w-done pic x value "N".
           88  OPS-DONE value "Y".

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
       01  w-page-rows redefines w-page-display-tbl.
           05 w-page-text pic x(79) occurs OPS-PAGE-ROWS times.
       77  w-legs-row1 pic x(79) value spaces.
       77  w-legs-row2 pic x(79) value spaces.
       77  w-msg-row1 pic x(79) value spaces.
       77  w-msg-row2 pic x(79) value spaces.
       77  w-msg-row3 pic x(79) value spaces.
       77  w-msg-row4 pic x(79) value spaces.
       77  w-out-line pic x(79) value spaces.

       screen section.
       01  ops-screen.
           05 blank screen.
           05 line 1 column 2 value "ARROPS -- operations console".
           05 line 1 column 35 value "date:".
           05 line 1 column 41 pic x(08) from w-business-date.
           05 line 1 column 53 value "operator:".
           05 line 1 column 63 pic x(10) from w-operator.
           05 line 2 column 2 value
              "ROW FLOW     STEP     PROGRAM      STATE RC   ELAPSED".
           05 ops-detail-rows.
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
           05 line 13 column 2 pic x(79) from w-legs-row1.
           05 line 14 column 2 pic x(79) from w-legs-row2.
           05 line 15 column 2 value "latest E/W messages:".
           05 line 16 column 2 pic x(79) from w-msg-row1.
           05 line 17 column 2 pic x(79) from w-msg-row2.
           05 line 18 column 2 pic x(79) from w-msg-row3.
           05 line 19 column 2 pic x(79) from w-msg-row4.
           05 line 20 column 2 pic x(60) from w-message.
           05 line 21 column 2 value
              "N/P=page H/L n=hold/release X n=rerun S n=stop Q=quit".
           05 line 22 column 2 value "command:".
           05 line 22 column 11 pic x(20) using w-command.

       procedure division.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.

           move 1 to w-top-row.
           perform until OPS-DONE
              perform load-the-board thru load-the-board-ex
              perform build-page thru build-page-ex
              move spaces to w-command
              display ops-screen
              accept ops-screen
              perform handle-command thru handle-command-ex
           end-perform.
           goback giving OK.

       load-the-board.
           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           move spaces to w-now-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-now-stamp
           end-string.
           move 0 to w-flow-count.
           move 0 to w-row-count.
           perform read-schedule-table thru read-schedule-table-ex.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform load-one-flow thru load-one-flow-ex
           end-perform.
           perform load-leg-board thru load-leg-board-ex.
           perform load-latest-messages
              thru load-latest-messages-ex.
       load-the-board-ex.
           exit.

       read-schedule-table.
           open input SCHEDULE-TABLE.
           if not SCHED-FILE-NOT-FOUND
              read SCHEDULE-TABLE
              perform until SCHED-FILE-AT-EOF
                 move schedule-table-rec to w-card-line
                 move spaces to w-tok-kind
                 move spaces to w-tok-1
                 move spaces to w-tok-2
                 move spaces to w-tok-3
                 unstring w-card-line
                    delimited by all spaces
                    into w-tok-kind w-tok-1 w-tok-2 w-tok-3
                 end-unstring
                 if w-tok-kind = "FLOW" and w-tok-3 not = spaces
                    perform add-flow thru add-flow-ex
                 end-if
                 read SCHEDULE-TABLE
              end-perform
              close SCHEDULE-TABLE
           end-if.
           move "FLOWDECK" to w-tok-1.
           move "FLOWDECK" to w-tok-2.
           move "FLOWSTAT" to w-tok-3.
           perform add-flow thru add-flow-ex.
       read-schedule-table-ex.
           exit.

       add-flow.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if w-fl-deck(w-flow-idx) = w-tok-2(1:8)
                 exit paragraph
              end-if
           end-perform.
           if w-flow-count >= OPS-FLOW-MAX
              exit paragraph
           end-if.
           add 1 to w-flow-count.
           move w-tok-1(1:8) to w-fl-name(w-flow-count).
           move w-tok-2(1:8) to w-fl-deck(w-flow-count).
           move w-tok-3(1:8) to w-fl-stat(w-flow-count).
       add-flow-ex.
           exit.

      *         the flow's heading row, its deck's steps, then the
      *         status file laid over them
       load-one-flow.
           move "WAITING" to w-fl-state(w-flow-idx).
           move w-fl-deck(w-flow-idx) to w-deck-assign.
           open input FLOW-DECK.
           if DECK-FILE-NOT-FOUND
              exit paragraph
           end-if.
           if w-row-count >= OPS-ROW-MAX
              close FLOW-DECK
              exit paragraph
           end-if.
           add 1 to w-row-count.
           move w-row-count to w-flow-first-row.
           initialize w-row-entry(w-row-count).
           move "F" to w-rw-kind(w-row-count).
           move w-flow-idx to w-rw-flow(w-row-count).

           read FLOW-DECK.
           perform until DECK-FILE-AT-EOF
              move flow-deck-rec to w-card-line
              move spaces to w-tok-kind
              move spaces to w-tok-1
              move spaces to w-tok-2
              unstring w-card-line
                 delimited by all spaces
                 into w-tok-kind w-tok-1 w-tok-2
              end-unstring
              if w-tok-kind = "STEP" and w-tok-2 not = spaces
                 and w-row-count < OPS-ROW-MAX
                 add 1 to w-row-count
                 initialize w-row-entry(w-row-count)
                 move "S" to w-rw-kind(w-row-count)
                 move w-flow-idx to w-rw-flow(w-row-count)
                 move w-tok-1(1:8) to w-rw-step(w-row-count)
                 move w-tok-2 to w-rw-program(w-row-count)
                 move "PEND" to w-rw-state(w-row-count)
                 move "N" to w-rw-held(w-row-count)
              end-if
              read FLOW-DECK
           end-perform.
           close FLOW-DECK.

           move w-fl-stat(w-flow-idx) to w-stat-assign.
           open input FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FLOW-STATUS.
           perform until STAT-FILE-AT-EOF
              perform apply-status-line thru apply-status-line-ex
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       load-one-flow-ex.
           exit.

      *         tonight's RUN / DONE / FAIL lines and the operator's
      *         HOLD / RLSE / RRUN lines, whatever date they carry
       apply-status-line.
           if fs-step = "*FLOWEND"
              if fs-bdate = w-business-date
                 move "COMPLETE" to w-fl-state(w-flow-idx)
                 perform varying w-row-idx from w-flow-first-row by 1
                    until w-row-idx > w-row-count
                    if ROW-IS-STEP(w-row-idx)
                       move "DONE" to w-rw-state(w-row-idx)
                    end-if
                 end-perform
              end-if
              exit paragraph
           end-if.
           move 0 to w-row-hit.
           perform varying w-row-idx from w-flow-first-row by 1
              until w-row-idx > w-row-count or w-row-hit > 0
              if ROW-IS-STEP(w-row-idx)
                 and w-rw-step(w-row-idx) = fs-step
                 move w-row-idx to w-row-hit
              end-if
           end-perform.
           if w-row-hit = 0
              exit paragraph
           end-if.
           if fs-bdate not = w-business-date
              and fs-state not = "HOLD" and fs-state not = "RLSE"
              exit paragraph
           end-if.
           evaluate fs-state
              when "RUN"
                 move "RUN" to w-rw-state(w-row-hit)
                 move fs-rc to w-rw-rc(w-row-hit)
                 move fs-stamp to w-rw-start(w-row-hit)
                 move spaces to w-rw-end(w-row-hit)
                 move "RUNNING" to w-fl-state(w-flow-idx)
              when "DONE"
                 move "DONE" to w-rw-state(w-row-hit)
                 move fs-rc to w-rw-rc(w-row-hit)
                 move fs-stamp to w-rw-end(w-row-hit)
              when "FAIL"
                 move "FAIL" to w-rw-state(w-row-hit)
                 move fs-rc to w-rw-rc(w-row-hit)
                 move fs-stamp to w-rw-end(w-row-hit)
                 move "FAILED" to w-fl-state(w-flow-idx)
              when "RRUN"
                 if w-rw-state(w-row-hit) = "FAIL"
                    move "RERUN" to w-rw-state(w-row-hit)
                    move "RUNNING" to w-fl-state(w-flow-idx)
                 end-if
              when "HOLD"
                 move "Y" to w-rw-held(w-row-hit)
              when "RLSE"
                 move "N" to w-rw-held(w-row-hit)
           end-evaluate.
       apply-status-line-ex.
           exit.

       load-leg-board.
           move 0 to w-leg-count.
           move spaces to w-legs-row1.
           move spaces to w-legs-row2.
           open input PARALLEL-STATUS.
           if PAR-FILE-NOT-FOUND
              move "legs: no arrcoord board" to w-legs-row1
              exit paragraph
           end-if.
           read PARALLEL-STATUS.
           perform until PAR-FILE-AT-EOF
              if ps-leg is numeric and ps-leg > 0
                 and ps-leg <= OPS-LEG-MAX
                 move ps-leg to w-leg-idx
                 move ps-state to w-leg-state(w-leg-idx)
                 move ps-rc to w-leg-rc(w-leg-idx)
                 if w-leg-idx > w-leg-count
                    move w-leg-idx to w-leg-count
                 end-if
              end-if
              read PARALLEL-STATUS
           end-perform.
           close PARALLEL-STATUS.
           move "legs:" to w-legs-row1(1:5).
           perform varying w-leg-idx from 1 by 1
              until w-leg-idx > w-leg-count
              move w-leg-idx to z-leg
              move spaces to w-out-line
              string z-leg " " w-leg-state(w-leg-idx)
                 " " w-leg-rc(w-leg-idx)
                 into w-out-line
              end-string
              if w-leg-idx <= 4
                 move w-out-line(1:14)
                    to w-legs-row1((w-leg-idx - 1) * 16 + 7:14)
              else
                 move w-out-line(1:14)
                    to w-legs-row2((w-leg-idx - 5) * 16 + 7:14)
              end-if
           end-perform.
       load-leg-board-ex.
           exit.

      *         the newest few E and W lines, oldest first
       load-latest-messages.
           move 0 to w-msg-count.
           move spaces to w-msg-tbl.
           open input MESSAGE-LOG.
           if not MSG-FILE-NOT-FOUND
              read MESSAGE-LOG
              perform until MSG-FILE-AT-EOF
                 if ml-severity = "E" or ml-severity = "W"
                    perform keep-message-line
                       thru keep-message-line-ex
                 end-if
                 read MESSAGE-LOG
              end-perform
              close MESSAGE-LOG
           end-if.
           move w-msg-line(1) to w-msg-row1.
           move w-msg-line(2) to w-msg-row2.
           move w-msg-line(3) to w-msg-row3.
           move w-msg-line(4) to w-msg-row4.
       load-latest-messages-ex.
           exit.

       keep-message-line.
           if w-msg-count >= OPS-MSG-ROWS
              perform varying w-msg-idx from 1 by 1
                 until w-msg-idx >= OPS-MSG-ROWS
                 move w-msg-line(w-msg-idx + 1)
                    to w-msg-line(w-msg-idx)
              end-perform
           else
              add 1 to w-msg-count
           end-if.
           move message-log-rec(1:79) to w-msg-line(w-msg-count).
       keep-message-line-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           if w-top-row > w-row-count
              move 1 to w-top-row
           end-if.
           perform varying w-page-idx from 1 by 1
              until w-page-idx > OPS-PAGE-ROWS
              compute w-row-idx = w-top-row + w-page-idx - 1
              if w-row-idx <= w-row-count
                 perform build-one-row thru build-one-row-ex
              end-if
           end-perform.
       build-page-ex.
           exit.

       build-one-row.
           move w-rw-flow(w-row-idx) to w-flow-idx.
           move spaces to w-out-line.
           if ROW-IS-FLOW(w-row-idx)
              string "    " w-fl-name(w-flow-idx)
                 " deck " w-fl-deck(w-flow-idx)
                 " status " w-fl-stat(w-flow-idx)
                 "  " w-fl-state(w-flow-idx)
                 into w-out-line
              end-string
              move w-out-line to w-page-text(w-page-idx)
              exit paragraph
           end-if.
           move w-row-idx to z-row.
           move z-row to w-out-line(1:3).
           move w-rw-step(w-row-idx) to w-out-line(14:8).
           move w-rw-program(w-row-idx) to w-out-line(23:12).
           move w-rw-state(w-row-idx) to w-out-line(36:5).
           if ROW-HELD(w-row-idx)
              and w-rw-state(w-row-idx) not = "DONE"
              and w-rw-state(w-row-idx) not = "RUN"
              move "HELD" to w-out-line(36:5)
           end-if.
           move w-rw-rc(w-row-idx) to w-out-line(42:4).
           perform step-elapsed thru step-elapsed-ex.
           move w-el-text to w-out-line(47:9).
           move w-out-line to w-page-text(w-page-idx).
       build-one-row-ex.
           exit.

      *         start to finish, or start to now while it runs
       step-elapsed.
           move spaces to w-el-text.
           if w-rw-start(w-row-idx) = spaces
              or w-rw-state(w-row-idx) = "RERUN"
              exit paragraph
           end-if.
           move w-rw-start(w-row-idx) to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-start.
           if w-rw-end(w-row-idx) = spaces
              move w-now-stamp to w-stamp
           else
              move w-rw-end(w-row-idx) to w-stamp
           end-if.
           perform stamp-to-abs thru stamp-to-abs-ex.
           if w-abs < w-abs-start or w-abs-start = 0
              exit paragraph
           end-if.
           compute w-elapsed = w-abs - w-abs-start.
           compute w-el-hh = w-elapsed / 3600.
           compute w-el-mm = (w-elapsed - w-el-hh * 3600) / 60.
           compute w-el-ss = function mod(w-elapsed, 60).
           string w-el-hh ":" w-el-mm ":" w-el-ss
              into w-el-text
           end-string.
       step-elapsed-ex.
           exit.

       stamp-to-abs.
           move 0 to w-abs.
           if w-stamp(1:8) is not numeric
              or w-stamp(10:6) is not numeric
              exit paragraph
           end-if.
           compute w-abs =
              function integer-of-date(
                 function numval(w-stamp(1:8))) * 86400
              + function numval(w-stamp(10:2)) * 3600
              + function numval(w-stamp(12:2)) * 60
              + function numval(w-stamp(14:2)).
       stamp-to-abs-ex.
           exit.

       handle-command.
           move spaces to w-message.
           move "TAKEN" to w-outcome.
           move spaces to w-cmd-code.
           move spaces to w-cmd-arg.
           unstring w-command
              delimited by all spaces
              into w-cmd-code w-cmd-arg
           end-unstring.

           evaluate w-cmd-code
              when "Q" when "q"
                 move "Y" to w-done
              when spaces
                 continue
              when "N" when "n"
                 if w-top-row + OPS-PAGE-ROWS <= w-row-count
                    add OPS-PAGE-ROWS to w-top-row
                 else
                    move "already at end" to w-message
                 end-if
              when "P" when "p"
                 if w-top-row > OPS-PAGE-ROWS
                    subtract OPS-PAGE-ROWS from w-top-row
                 else
                    move 1 to w-top-row
                 end-if
              when "H" when "h"
                 move "HOLD" to w-action
                 perform pick-step-row thru pick-step-row-ex
                 if ENTRY-FOUND
                    perform hold-the-step thru hold-the-step-ex
                 end-if
              when "L" when "l"
                 move "RELEASE" to w-action
                 perform pick-step-row thru pick-step-row-ex
                 if ENTRY-FOUND
                    perform release-the-step
                       thru release-the-step-ex
                 end-if
              when "X" when "x"
                 move "RERUN" to w-action
                 perform pick-step-row thru pick-step-row-ex
                 if ENTRY-FOUND
                    perform mark-for-rerun thru mark-for-rerun-ex
                 end-if
              when "S" when "s"
                 move "STOP" to w-action
                 perform pick-step-row thru pick-step-row-ex
                 if ENTRY-FOUND
                    perform request-clean-stop
                       thru request-clean-stop-ex
                 end-if
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

       pick-step-row.
           move "N" to w-found.
           move 0 to w-row-hit.
           if w-cmd-arg = spaces
              or function numval(w-cmd-arg) = 0
              move "give the row number of a step" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           compute w-row-hit = function numval(w-cmd-arg).
           if w-row-hit > w-row-count
              move 0 to w-row-hit
              move "no such row" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           if not ROW-IS-STEP(w-row-hit)
              move 0 to w-row-hit
              move "that row is a flow heading, not a step"
                 to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           move w-rw-flow(w-row-hit) to w-flow-idx.
           move "Y" to w-found.
       pick-step-row-ex.
           exit.

       hold-the-step.
           if w-rw-state(w-row-hit) not = "PEND"
              and w-rw-state(w-row-hit) not = "RERUN"
              move "only a pending step can be held" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           if ROW-HELD(w-row-hit)
              move "step is already held" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           move "HOLD" to w-new-state.
           perform post-control-line thru post-control-line-ex.
           move "step held -- the flow stops short of it"
              to w-message.
           perform write-ops-audit thru write-ops-audit-ex.
       hold-the-step-ex.
           exit.

       release-the-step.
           if not ROW-HELD(w-row-hit)
              move "step is not held" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           move "RLSE" to w-new-state.
           perform post-control-line thru post-control-line-ex.
           move "step released" to w-message.
           perform write-ops-audit thru write-ops-audit-ex.
       release-the-step-ex.
           exit.

       mark-for-rerun.
           if w-rw-state(w-row-hit) not = "FAIL"
              move "only a failed step can be marked for rerun"
                 to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           move "RRUN" to w-new-state.
           perform post-control-line thru post-control-line-ex.
           move "step marked for rerun" to w-message.
           perform write-ops-audit thru write-ops-audit-ex.
       mark-for-rerun-ex.
           exit.

      *         only the utilities that poll STOPREQ can be asked;
      *         they checkpoint and end with the stop return code
       request-clean-stop.
           if w-rw-state(w-row-hit) not = "RUN"
              move "only a running step can be stopped" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           if w-rw-program(w-row-hit) not = "arrsort"
              and w-rw-program(w-row-hit) not = "arrdiff"
              move spaces to w-message
              string function trim(w-rw-program(w-row-hit))
                 " does not look for STOPREQ"
                 into w-message
              end-string
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           open input STOP-REQUEST.
           if not STOP-FILE-ABSENT
              close STOP-REQUEST
              move "a stop is already requested" to w-message
              perform refuse-the-action thru refuse-the-action-ex
              exit paragraph
           end-if.
           open output STOP-REQUEST.
           move spaces to stop-request-rec.
           string "STOP " w-rw-program(w-row-hit)
              " " w-fl-name(w-flow-idx)
              " " w-rw-step(w-row-hit)
              " " w-operator
              " " w-now-stamp
              into stop-request-rec
           end-string.
           write stop-request-rec.
           close STOP-REQUEST.
           move "STOPREQ written -- the utility stops at its next check"
              to w-message.
           perform write-ops-audit thru write-ops-audit-ex.
       request-clean-stop-ex.
           exit.

       post-control-line.
           move w-fl-stat(w-flow-idx) to w-stat-assign.
           open extend FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              open output FLOW-STATUS
           end-if.
           move spaces to flow-status-rec.
           move w-rw-step(w-row-hit) to fs-step.
           move w-new-state to fs-state.
           move "0000" to fs-rc.
           move w-now-stamp to fs-stamp.
           move w-business-date to fs-bdate.
           move w-operator to fs-operator.
           write flow-status-rec.
           close FLOW-STATUS.
       post-control-line-ex.
           exit.

      *         a refusal is logged the same as an action taken,
      *         with the reason in place of the result
       refuse-the-action.
           move "REFUSED" to w-outcome.
           perform write-ops-audit thru write-ops-audit-ex.
       refuse-the-action-ex.
           exit.

      *         a row number that named no step is logged as typed
       write-ops-audit.
           if w-row-hit = 0
              move spaces to w-aud-flow
              move w-cmd-arg to w-aud-step
              move spaces to w-aud-program
           else
              move w-fl-name(w-flow-idx) to w-aud-flow
              move w-rw-step(w-row-hit) to w-aud-step
              move w-rw-program(w-row-hit) to w-aud-program
           end-if.
           open extend OPS-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output OPS-AUDIT
           end-if.
           move spaces to ops-audit-rec.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              " " w-operator
              " " w-action
              " " w-outcome
              " " w-aud-flow
              " " w-aud-step
              " " w-aud-program
              " " w-message
              into ops-audit-rec
           end-string.
           write ops-audit-rec.
           close OPS-AUDIT.
       write-ops-audit-ex.
           exit.
