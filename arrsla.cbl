       identification division.
         program-id.  arrsla.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SLA-TABLE assign "SLATAB"
              organization line sequential
              file status is w-tab-file-status.
           select RUN-LOG assign "RUNLOG"
              organization line sequential
              file status is w-rlog-file-status.
           select FLOW-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
           select SLA-REPORT assign "SLARPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  SLA-TABLE.
       01  sla-table-rec pic x(132).
       fd  RUN-LOG.
       01  run-log-rec pic x(132).
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
       fd  SLA-REPORT.
       01  sla-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  SLA-FLOW-MAX value 20.
       78  SLA-STEP-MAX value 200.
       78  SLA-HIST-MAX value 5.

      *         will the night finish in time?  SLATAB names the flows
      *         to watch and what is expected of them:
      *           FLOW name deck status hhmm [AFTER flow]
      *           STEP flow step seconds [hhmm]
      *         hhmm on FLOW is the latest the whole flow may end; on
      *         STEP it bounds that one step; seconds is the step's
      *         expected duration.  A flow's steps come from its deck,
      *         their progress from the RUN/DONE/FAIL lines in its
      *         FLOWSTAT for tonight's business date, and each step
      *         still to run is estimated from the trailing history of
      *         its program in RUNLOG -- the last clean runs before
      *         tonight -- scaled by how tonight's volume compares
      *         with history on the steps already done.  A flow not
      *         yet started begins at its AFTER flow's projected end.
      *         A step past its expected duration draws a warning, a
      *         projected end past the SLA an error, and SLARPT shows
      *         the timeline with the critical path marked
       77  w-tab-file-status pic x(02) value spaces.
           88  TAB-FILE-NOT-FOUND value "35".
           88  TAB-FILE-AT-EOF value "10".
       77  w-rlog-file-status pic x(02) value spaces.
           88  RLOG-FILE-NOT-FOUND value "35".
           88  RLOG-FILE-AT-EOF value "10".
       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-stat-file-status pic x(02) value spaces.
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-deck-assign pic x(08) value spaces.
       77  w-stat-assign pic x(08) value spaces.

      *         the RUNLOG line as runlog:end lays it out
       01  w-log-line.
           05 w-log-pgm pic x(08).
           05 filler pic x.
           05 w-log-start pic x(15).
           05 filler pic x.
           05 w-log-end pic x(15).
           05 filler pic x(06).
           05 w-log-read pic x(09).
           05 filler pic x(09).
           05 w-log-written pic x(09).
           05 filler pic x(10).
           05 w-log-rejected pic x(09).
           05 filler pic x(04).
           05 w-log-rc pic x(04).

       77  w-flow-count pic 9(03) value 0.
       01  w-flow-tbl.
           05 w-flow-entry occurs SLA-FLOW-MAX times.
              07 w-fl-name pic x(08).
              07 w-fl-deck pic x(08).
              07 w-fl-stat pic x(08).
              07 w-fl-sla pic 9(04).
              07 w-fl-after pic x(08).
              07 w-fl-first-step pic 9(03).
              07 w-fl-step-count pic 9(03).
              07 w-fl-state pic x(08).
              07 w-fl-start pic 9(12).
              07 w-fl-finish pic 9(12).
              07 w-fl-deadline pic 9(12).
              07 w-fl-ratio pic 9(05)v9(04).
              07 w-fl-done pic x.
                 88 FLOW-PROJECTED value "Y".
              07 w-fl-critical pic x.
                 88 FLOW-ON-CRITICAL-PATH value "Y".

       77  w-step-count pic 9(03) value 0.
       01  w-step-tbl.
           05 w-step-entry occurs SLA-STEP-MAX times.
              07 w-st-flow pic 9(03).
              07 w-st-name pic x(08).
              07 w-st-program pic x(08).
              07 w-st-state pic x(04).
              07 w-st-start pic 9(12).
              07 w-st-end pic 9(12).
              07 w-st-expected pic 9(09).
              07 w-st-sla pic 9(04).
              07 w-st-estimate pic 9(09).
              07 w-st-tonight-read pic 9(09).
              07 w-st-hist-count pic 9(02).
              07 w-st-hist-next pic 9(02).
              07 w-st-hist-elapsed pic 9(09)
                 occurs SLA-HIST-MAX times.
              07 w-st-hist-read pic 9(09)
                 occurs SLA-HIST-MAX times.

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(08) value spaces.
       77  w-tok-2 pic x(30) value spaces.
       77  w-tok-3 pic x(08) value spaces.
       77  w-tok-4 pic x(08) value spaces.
       77  w-tok-5 pic x(08) value spaces.
       77  w-tok-6 pic x(08) value spaces.

       77  w-flow-idx pic 9(03) value 0.
       77  w-pred-idx pic 9(03) value 0.
       77  w-scan-idx pic 9(03) value 0.
       77  w-step-idx pic 9(03) value 0.
       77  w-hist-idx pic 9(02) value 0.
       77  w-found pic x value "N".
           88  ENTRY-FOUND value "Y".

       77  w-business-date pic x(08) value spaces.
       77  w-now pic 9(12) value 0.
       77  w-stamp pic x(15) value spaces.
       77  w-abs pic 9(12) value 0.
       77  w-abs-start pic 9(12) value 0.
       77  w-abs-end pic 9(12) value 0.
       77  w-cursor pic 9(12) value 0.
       77  w-elapsed pic 9(09) value 0.
       77  w-deadline pic 9(12) value 0.
       77  w-hhmm pic 9(04) value 0.
       77  w-hh pic 9(02) value 0.
       77  w-mm pic 9(02) value 0.
       77  w-day-part pic 9(12) value 0.
       77  w-work-date pic 9(08) value 0.
       77  w-hist-el-sum pic 9(12) value 0.
       77  w-hist-rd-sum pic 9(12) value 0.
       77  w-tonight-sum pic 9(12) value 0.
       77  w-history-sum pic 9(12) value 0.
       77  w-last-flow pic 9(03) value 0.

       77  w-overrun-count pic 9(03) value 0.
       77  w-breach-count pic 9(03) value 0.
       77  z-secs pic z(08)9.
       77  z-ratio pic z(04)9.99.
       77  w-out-time pic x(14) value spaces.
       77  w-time-hh pic 9(02) value 0.
       77  w-time-mm pic 9(02) value 0.
       77  w-time-rest pic 9(09) value 0.
       77  w-mark pic x(02) value spaces.
       77  w-path-line pic x(132) value spaces.
       77  w-path-ptr pic 9(04) value 0.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRSLA".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-dummy pic x.

       procedure division using
           l-dummy
           .
           CATCHPARAMS.
           call "runlog:start" using w-runlog-pgm.
           move 0 to w-flow-count.
           move 0 to w-step-count.
           move 0 to w-overrun-count.
           move 0 to w-breach-count.
           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-stamp
           end-string.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-now.

           perform read-sla-table thru read-sla-table-ex.
           if w-flow-count = 0
              display "ARRSLA no FLOW lines in SLATAB" upon console
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform load-flow-steps thru load-flow-steps-ex
           end-perform.
           perform apply-step-expectations
              thru apply-step-expectations-ex.
           perform read-run-log thru read-run-log-ex.

           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform project-one-flow thru project-one-flow-ex
           end-perform.
           perform mark-critical-path thru mark-critical-path-ex.
           perform write-timeline-report
              thru write-timeline-report-ex.

           move 10122 to w-msg-no.
           move w-overrun-count to w-msg-sub1.
           move w-breach-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
           perform write-run-record thru write-run-record-ex.
           if w-breach-count > 0
              goback giving KO
           end-if.
           goback giving OK.

       read-sla-table.
           open input SLA-TABLE.
           if TAB-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SLA-TABLE.
           perform until TAB-FILE-AT-EOF
              move sla-table-rec to w-card-line
              perform parse-sla-line thru parse-sla-line-ex
              read SLA-TABLE
           end-perform.
           close SLA-TABLE.
       read-sla-table-ex.
           exit.

       parse-sla-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           move spaces to w-tok-4.
           move spaces to w-tok-5.
           move spaces to w-tok-6.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1 w-tok-2 w-tok-3 w-tok-4
                   w-tok-5 w-tok-6
           end-unstring.
           if w-tok-kind = "FLOW" and w-flow-count < SLA-FLOW-MAX
              add 1 to w-flow-count
              initialize w-flow-entry(w-flow-count)
              move w-tok-1 to w-fl-name(w-flow-count)
              move w-tok-2 to w-fl-deck(w-flow-count)
              move w-tok-3 to w-fl-stat(w-flow-count)
              move 9999 to w-fl-sla(w-flow-count)
              if w-tok-4(1:4) is numeric
                 move w-tok-4(1:4) to w-fl-sla(w-flow-count)
              end-if
              if w-tok-5 = "AFTER"
                 move w-tok-6 to w-fl-after(w-flow-count)
              end-if
           end-if.
       parse-sla-line-ex.
           exit.

      *         the deck gives the steps in run order, the status file
      *         how far tonight's run has got
       load-flow-steps.
           move w-step-count to w-fl-first-step(w-flow-idx).
           add 1 to w-fl-first-step(w-flow-idx).
           move 0 to w-fl-step-count(w-flow-idx).
           move "WAITING" to w-fl-state(w-flow-idx).
           move w-fl-deck(w-flow-idx) to w-deck-assign.
           open input FLOW-DECK.
           if DECK-FILE-NOT-FOUND
              move "NO-DECK" to w-fl-state(w-flow-idx)
              exit paragraph
           end-if.
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
                 and w-step-count < SLA-STEP-MAX
                 add 1 to w-step-count
                 initialize w-step-entry(w-step-count)
                 move w-flow-idx to w-st-flow(w-step-count)
                 move w-tok-1 to w-st-name(w-step-count)
                 move function upper-case(w-tok-2(1:8))
                    to w-st-program(w-step-count)
                 move "PEND" to w-st-state(w-step-count)
                 move 9999 to w-st-sla(w-step-count)
                 add 1 to w-fl-step-count(w-flow-idx)
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
              if fs-bdate = w-business-date
                 perform apply-status-line
                    thru apply-status-line-ex
              end-if
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       load-flow-steps-ex.
           exit.

       apply-status-line.
           move fs-stamp to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           if fs-step = "*FLOWEND"
              move "COMPLETE" to w-fl-state(w-flow-idx)
              move w-abs to w-fl-finish(w-flow-idx)
              perform varying w-step-idx
                 from w-fl-first-step(w-flow-idx) by 1
                 until w-step-idx > w-step-count
                 move "DONE" to w-st-state(w-step-idx)
              end-perform
              exit paragraph
           end-if.
           perform find-flow-step thru find-flow-step-ex.
           if not ENTRY-FOUND
              exit paragraph
           end-if.
           evaluate fs-state
              when "RUN"
                 move "RUN" to w-st-state(w-step-idx)
                 move w-abs to w-st-start(w-step-idx)
                 move 0 to w-st-end(w-step-idx)
                 if w-fl-start(w-flow-idx) = 0
                    move w-abs to w-fl-start(w-flow-idx)
                 end-if
                 move "RUNNING" to w-fl-state(w-flow-idx)
              when "DONE"
                 move "DONE" to w-st-state(w-step-idx)
                 move w-abs to w-st-end(w-step-idx)
              when "FAIL"
                 move "FAIL" to w-st-state(w-step-idx)
                 move w-abs to w-st-end(w-step-idx)
                 move "FAILED" to w-fl-state(w-flow-idx)
              when "RRUN"
                 if w-st-state(w-step-idx) = "FAIL"
                    move "PEND" to w-st-state(w-step-idx)
                    move 0 to w-st-start(w-step-idx)
                    move 0 to w-st-end(w-step-idx)
                    move "RUNNING" to w-fl-state(w-flow-idx)
                 end-if
           end-evaluate.
       apply-status-line-ex.
           exit.

       find-flow-step.
           move "N" to w-found.
           perform varying w-step-idx
              from w-fl-first-step(w-flow-idx) by 1
              until w-step-idx > w-step-count or ENTRY-FOUND
              if w-st-name(w-step-idx) = fs-step
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-step-idx
           end-if.
       find-flow-step-ex.
           exit.

      *         second pass over SLATAB once the steps are known
       apply-step-expectations.
           open input SLA-TABLE.
           if TAB-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SLA-TABLE.
           perform until TAB-FILE-AT-EOF
              move sla-table-rec to w-card-line
              move spaces to w-tok-kind
              move spaces to w-tok-1
              move spaces to w-tok-2
              move spaces to w-tok-3
              move spaces to w-tok-4
              unstring w-card-line
                 delimited by all spaces
                 into w-tok-kind w-tok-1 w-tok-2 w-tok-3 w-tok-4
              end-unstring
              if w-tok-kind = "STEP"
                 perform apply-one-expectation
                    thru apply-one-expectation-ex
              end-if
              read SLA-TABLE
           end-perform.
           close SLA-TABLE.
       apply-step-expectations-ex.
           exit.

       apply-one-expectation.
           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              if w-fl-name(w-st-flow(w-step-idx)) = w-tok-1
                 and w-st-name(w-step-idx) = w-tok-2(1:8)
                 if function trim(w-tok-3) is numeric
                    compute w-st-expected(w-step-idx) =
                       function numval(w-tok-3)
                 end-if
                 if w-tok-4(1:4) is numeric
                    move w-tok-4(1:4) to w-st-sla(w-step-idx)
                 end-if
              end-if
           end-perform.
       apply-one-expectation-ex.
           exit.

      *         every RUNLOG line is either history (a clean run
      *         before tonight's flow started) or tonight's own run of
      *         a step (inside the step's RUN..DONE window)
       read-run-log.
           open input RUN-LOG.
           if RLOG-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read RUN-LOG.
           perform until RLOG-FILE-AT-EOF
              move run-log-rec to w-log-line
              if w-log-read is numeric
                 and w-log-start(1:8) is numeric
                 and w-log-end(1:8) is numeric
                 perform file-one-run thru file-one-run-ex
              end-if
              read RUN-LOG
           end-perform.
           close RUN-LOG.
       read-run-log-ex.
           exit.

       file-one-run.
           move w-log-start to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-start.
           move w-log-end to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-abs-end.
           if w-abs-end < w-abs-start
              exit paragraph
           end-if.
           compute w-elapsed = w-abs-end - w-abs-start.

           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              if w-st-program(w-step-idx) = w-log-pgm
                 move w-st-flow(w-step-idx) to w-flow-idx
                 evaluate true
                    when w-st-start(w-step-idx) > 0
                       and w-abs-start >= w-st-start(w-step-idx)
                       and (w-st-end(w-step-idx) = 0
                          or w-abs-end <= w-st-end(w-step-idx))
                       compute w-st-tonight-read(w-step-idx) =
                          function numval(w-log-read)
                    when (w-fl-start(w-flow-idx) = 0
                          or w-abs-end < w-fl-start(w-flow-idx))
                       and w-log-rc is numeric
                       and function numval(w-log-rc) = 0
                       perform push-history thru push-history-ex
                 end-evaluate
              end-if
           end-perform.
       file-one-run-ex.
           exit.

      *         a ring of the last few clean runs
       push-history.
           add 1 to w-st-hist-next(w-step-idx).
           if w-st-hist-next(w-step-idx) > SLA-HIST-MAX
              move 1 to w-st-hist-next(w-step-idx)
           end-if.
           move w-st-hist-next(w-step-idx) to w-hist-idx.
           move w-elapsed
              to w-st-hist-elapsed(w-step-idx, w-hist-idx).
           compute w-st-hist-read(w-step-idx, w-hist-idx) =
              function numval(w-log-read).
           if w-st-hist-count(w-step-idx) < SLA-HIST-MAX
              add 1 to w-st-hist-count(w-step-idx)
           end-if.
       push-history-ex.
           exit.

       history-averages.
           move 0 to w-hist-el-sum.
           move 0 to w-hist-rd-sum.
           perform varying w-hist-idx from 1 by 1
              until w-hist-idx > w-st-hist-count(w-step-idx)
              add w-st-hist-elapsed(w-step-idx, w-hist-idx)
                 to w-hist-el-sum
              add w-st-hist-read(w-step-idx, w-hist-idx)
                 to w-hist-rd-sum
           end-perform.
           if w-st-hist-count(w-step-idx) > 0
              divide w-st-hist-count(w-step-idx) into w-hist-el-sum
              divide w-st-hist-count(w-step-idx) into w-hist-rd-sum
           end-if.
       history-averages-ex.
           exit.

       project-one-flow.
           move "Y" to w-fl-done(w-flow-idx).
           if w-fl-state(w-flow-idx) = "COMPLETE"
              or w-fl-state(w-flow-idx) = "NO-DECK"
              if w-fl-state(w-flow-idx) = "NO-DECK"
                 move w-now to w-fl-finish(w-flow-idx)
              end-if
              if w-fl-start(w-flow-idx) = 0
                 move w-fl-finish(w-flow-idx)
                    to w-fl-start(w-flow-idx)
              end-if
              perform set-flow-deadline thru set-flow-deadline-ex
              move 1 to w-fl-ratio(w-flow-idx)
              exit paragraph
           end-if.

      *         tonight's volume against history, over the steps
      *         already through
           move 0 to w-tonight-sum.
           move 0 to w-history-sum.
           perform varying w-step-idx
              from w-fl-first-step(w-flow-idx) by 1
              until w-step-idx >= w-fl-first-step(w-flow-idx)
                 + w-fl-step-count(w-flow-idx)
              if w-st-state(w-step-idx) = "DONE"
                 and w-st-tonight-read(w-step-idx) > 0
                 and w-st-hist-count(w-step-idx) > 0
                 perform history-averages
                    thru history-averages-ex
                 if w-hist-rd-sum > 0
                    add w-st-tonight-read(w-step-idx)
                       to w-tonight-sum
                    add w-hist-rd-sum to w-history-sum
                 end-if
              end-if
           end-perform.
           move 1 to w-fl-ratio(w-flow-idx).
           if w-history-sum > 0
              compute w-fl-ratio(w-flow-idx) rounded =
                 w-tonight-sum / w-history-sum
           end-if.

      *         where the flow starts if it has not yet
           if w-fl-start(w-flow-idx) = 0
              move w-now to w-fl-start(w-flow-idx)
              perform find-predecessor thru find-predecessor-ex
              if w-pred-idx > 0
                 if w-fl-finish(w-pred-idx) > w-fl-start(w-flow-idx)
                    move w-fl-finish(w-pred-idx)
                       to w-fl-start(w-flow-idx)
                 end-if
              end-if
           end-if.
           move w-fl-start(w-flow-idx) to w-cursor.
           if w-cursor < w-now
              move w-now to w-cursor
           end-if.

           perform varying w-step-idx
              from w-fl-first-step(w-flow-idx) by 1
              until w-step-idx >= w-fl-first-step(w-flow-idx)
                 + w-fl-step-count(w-flow-idx)
              perform project-one-step thru project-one-step-ex
           end-perform.
           move w-cursor to w-fl-finish(w-flow-idx).
           perform set-flow-deadline thru set-flow-deadline-ex.

           if w-fl-finish(w-flow-idx) > w-fl-deadline(w-flow-idx)
              add 1 to w-breach-count
              move 10121 to w-msg-no
              move w-fl-name(w-flow-idx) to w-msg-sub1
              move w-fl-finish(w-flow-idx) to w-abs
              perform abs-to-time thru abs-to-time-ex
              move w-out-time to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
           end-if.
       project-one-flow-ex.
           exit.

       project-one-step.
           perform history-averages thru history-averages-ex.
           if w-st-hist-count(w-step-idx) > 0
              compute w-st-estimate(w-step-idx) rounded =
                 w-hist-el-sum * w-fl-ratio(w-flow-idx)
           else
              move w-st-expected(w-step-idx)
                 to w-st-estimate(w-step-idx)
           end-if.

           evaluate w-st-state(w-step-idx)
              when "DONE"
                 if w-st-end(w-step-idx) > w-cursor
                    move w-st-end(w-step-idx) to w-cursor
                 end-if
                 if w-st-start(w-step-idx) > 0
                    and w-st-end(w-step-idx) > 0
                    compute w-elapsed =
                       w-st-end(w-step-idx) - w-st-start(w-step-idx)
                    perform check-overrun thru check-overrun-ex
                 end-if
              when "RUN"
                 compute w-elapsed = w-now - w-st-start(w-step-idx)
                 perform check-overrun thru check-overrun-ex
                 compute w-st-end(w-step-idx) =
                    w-st-start(w-step-idx) + w-st-estimate(w-step-idx)
                 if w-st-end(w-step-idx) < w-now
                    move w-now to w-st-end(w-step-idx)
                 end-if
                 move w-st-end(w-step-idx) to w-cursor
              when other
                 move w-cursor to w-st-start(w-step-idx)
                 compute w-st-end(w-step-idx) =
                    w-cursor + w-st-estimate(w-step-idx)
                 move w-st-end(w-step-idx) to w-cursor
           end-evaluate.

           if w-st-sla(w-step-idx) not = 9999
              and w-st-state(w-step-idx) not = "DONE"
              move w-st-sla(w-step-idx) to w-hhmm
              move w-fl-start(w-flow-idx) to w-abs
              perform resolve-deadline thru resolve-deadline-ex
              if w-st-end(w-step-idx) > w-deadline
                 add 1 to w-breach-count
                 move 10121 to w-msg-no
                 move spaces to w-msg-sub1
                 string w-fl-name(w-flow-idx) delimited by space
                    " " delimited by size
                    w-st-name(w-step-idx) delimited by space
                    into w-msg-sub1
                 end-string
                 move w-st-end(w-step-idx) to w-abs
                 perform abs-to-time thru abs-to-time-ex
                 move w-out-time to w-msg-sub2
                 call "msg:issue"
                    using w-runlog-pgm w-msg-no
                          w-msg-sub1 w-msg-sub2
              end-if
           end-if.
       project-one-step-ex.
           exit.

      *         the expected duration from SLATAB, or failing that
      *         the history-based estimate, is the yardstick
       check-overrun.
           if w-st-expected(w-step-idx) > 0
              if w-elapsed <= w-st-expected(w-step-idx)
                 exit paragraph
              end-if
           else
              if w-st-estimate(w-step-idx) = 0
                 or w-elapsed <= w-st-estimate(w-step-idx)
                 exit paragraph
              end-if
           end-if.
           add 1 to w-overrun-count.
           move 10120 to w-msg-no.
           move spaces to w-msg-sub1.
           string w-fl-name(w-flow-idx) delimited by space
              " " delimited by size
              w-st-name(w-step-idx) delimited by space
              into w-msg-sub1
           end-string.
           move w-elapsed to z-secs.
           move spaces to w-msg-sub2.
           string function trim(z-secs) " seconds"
              into w-msg-sub2
           end-string.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
       check-overrun-ex.
           exit.

       find-predecessor.
           move 0 to w-pred-idx.
           if w-fl-after(w-flow-idx) = spaces
              exit paragraph
           end-if.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-flow-count
              if w-fl-name(w-scan-idx) = w-fl-after(w-flow-idx)
                 and FLOW-PROJECTED(w-scan-idx)
                 move w-scan-idx to w-pred-idx
              end-if
           end-perform.
       find-predecessor-ex.
           exit.

       set-flow-deadline.
           move 999999999999 to w-fl-deadline(w-flow-idx).
           if w-fl-sla(w-flow-idx) = 9999
              exit paragraph
           end-if.
           move w-fl-sla(w-flow-idx) to w-hhmm.
           move w-fl-start(w-flow-idx) to w-abs.
           perform resolve-deadline thru resolve-deadline-ex.
           move w-deadline to w-fl-deadline(w-flow-idx).
       set-flow-deadline-ex.
           exit.

      *         the first hh:mm at or after the flow's start -- a
      *         06:00 limit on a flow that starts at 22:00 is the
      *         next morning
       resolve-deadline.
           divide w-abs by 86400 giving w-day-part.
           divide w-hhmm by 100 giving w-hh remainder w-mm.
           compute w-deadline = w-day-part * 86400
              + w-hh * 3600
              + w-mm * 60.
           if w-deadline < w-abs
              add 86400 to w-deadline
           end-if.
       resolve-deadline-ex.
           exit.

      *         the critical path runs back from the flow that ends
      *         last through its AFTER chain
       mark-critical-path.
           move 0 to w-last-flow.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if w-last-flow = 0
                 or w-fl-finish(w-flow-idx) >
                    w-fl-finish(w-last-flow)
                 move w-flow-idx to w-last-flow
              end-if
           end-perform.
           move w-last-flow to w-flow-idx.
           perform until w-flow-idx = 0
              move "Y" to w-fl-critical(w-flow-idx)
              perform find-predecessor thru find-predecessor-ex
              if w-pred-idx > 0
                 and FLOW-ON-CRITICAL-PATH(w-pred-idx)
                 move 0 to w-pred-idx
              end-if
              move w-pred-idx to w-flow-idx
           end-perform.
       mark-critical-path-ex.
           exit.

       write-timeline-report.
           open output SLA-REPORT.
           move spaces to sla-report-rec.
           move w-now to w-abs.
           perform abs-to-time thru abs-to-time-ex.
           string "ARRSLA BATCH WINDOW  business date "
              w-business-date "  as of " w-out-time
              into sla-report-rec
           end-string.
           write sla-report-rec.
           move spaces to sla-report-rec.
           write sla-report-rec.
           move spaces to sla-report-rec.
           string "CP FLOW     STEP     PROGRAM  STATE "
              "START          END              SECS   EXPECT"
              "  SLA"
              into sla-report-rec
           end-string.
           write sla-report-rec.

           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform write-flow-timeline
                 thru write-flow-timeline-ex
           end-perform.

           move spaces to sla-report-rec.
           write sla-report-rec.
           move spaces to w-path-line.
           move 1 to w-path-ptr.
           string "CRITICAL PATH:" into w-path-line
              pointer w-path-ptr
           end-string.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if FLOW-ON-CRITICAL-PATH(w-flow-idx)
                 string " " delimited by size
                    w-fl-name(w-flow-idx) delimited by space
                    into w-path-line pointer w-path-ptr
                 end-string
              end-if
           end-perform.
           if w-last-flow > 0
              move w-fl-finish(w-last-flow) to w-abs
              perform abs-to-time thru abs-to-time-ex
              string "  -- night ends " w-out-time
                 into w-path-line pointer w-path-ptr
              end-string
           end-if.
           move w-path-line to sla-report-rec.
           write sla-report-rec.
           move spaces to sla-report-rec.
           string "OVERRUNS " w-overrun-count
              "  SLA BREACHES " w-breach-count
              into sla-report-rec
           end-string.
           write sla-report-rec.
           close SLA-REPORT.
       write-timeline-report-ex.
           exit.

       write-flow-timeline.
           move spaces to sla-report-rec.
           write sla-report-rec.
           move spaces to w-mark.
           if FLOW-ON-CRITICAL-PATH(w-flow-idx)
              move "**" to w-mark
           end-if.
           move spaces to sla-report-rec.
           move w-fl-ratio(w-flow-idx) to z-ratio.
           string w-mark " " w-fl-name(w-flow-idx)
              " " w-fl-state(w-flow-idx)
              "  deck " w-fl-deck(w-flow-idx)
              "  volume x" function trim(z-ratio)
              into sla-report-rec
           end-string.
           if w-fl-after(w-flow-idx) not = spaces
              move w-fl-after(w-flow-idx) to sla-report-rec(80:8)
              move "after" to sla-report-rec(74:5)
           end-if.
           write sla-report-rec.

           perform varying w-step-idx
              from w-fl-first-step(w-flow-idx) by 1
              until w-step-idx >= w-fl-first-step(w-flow-idx)
                 + w-fl-step-count(w-flow-idx)
              perform write-step-timeline
                 thru write-step-timeline-ex
           end-perform.

           move spaces to sla-report-rec.
           move w-fl-finish(w-flow-idx) to w-abs.
           perform abs-to-time thru abs-to-time-ex.
           move "   flow ends" to sla-report-rec(1:12).
           move w-out-time to sla-report-rec(52:14).
           if w-fl-deadline(w-flow-idx) not = 999999999999
              move w-fl-sla(w-flow-idx) to sla-report-rec(89:4)
              if w-fl-finish(w-flow-idx) > w-fl-deadline(w-flow-idx)
                 move "BREACH" to sla-report-rec(95:6)
              else
                 move "ok" to sla-report-rec(95:2)
              end-if
           end-if.
           write sla-report-rec.
       write-flow-timeline-ex.
           exit.

       write-step-timeline.
           move spaces to sla-report-rec.
           if FLOW-ON-CRITICAL-PATH(w-flow-idx)
              and w-st-state(w-step-idx) not = "DONE"
              move "**" to sla-report-rec(1:2)
           end-if.
           move w-st-name(w-step-idx) to sla-report-rec(13:8).
           move w-st-program(w-step-idx) to sla-report-rec(22:8).
           move w-st-state(w-step-idx) to sla-report-rec(31:4).
           if w-st-start(w-step-idx) > 0
              move w-st-start(w-step-idx) to w-abs
              perform abs-to-time thru abs-to-time-ex
              move w-out-time to sla-report-rec(37:14)
           end-if.
           if w-st-end(w-step-idx) > 0
              move w-st-end(w-step-idx) to w-abs
              perform abs-to-time thru abs-to-time-ex
              move w-out-time to sla-report-rec(52:14)
              if w-st-state(w-step-idx) not = "DONE"
                 move "p" to sla-report-rec(66:1)
              end-if
           end-if.
           if w-st-start(w-step-idx) > 0
              and w-st-end(w-step-idx) >= w-st-start(w-step-idx)
              compute w-elapsed =
                 w-st-end(w-step-idx) - w-st-start(w-step-idx)
              move w-elapsed to z-secs
              move z-secs to sla-report-rec(68:9)
           end-if.
           if w-st-expected(w-step-idx) > 0
              move w-st-expected(w-step-idx) to z-secs
              move z-secs to sla-report-rec(78:9)
           end-if.
           if w-st-sla(w-step-idx) not = 9999
              move w-st-sla(w-step-idx) to sla-report-rec(89:4)
           end-if.
           write sla-report-rec.
       write-step-timeline-ex.
           exit.

      *         seconds since day zero, the arithmetic form every
      *         comparison here works in
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

       abs-to-time.
           move spaces to w-out-time.
           if w-abs = 0
              exit paragraph
           end-if.
           compute w-day-part = w-abs / 86400.
           compute w-time-rest = w-abs - w-day-part * 86400.
           compute w-work-date = function date-of-integer(w-day-part).
           compute w-time-hh = w-time-rest / 3600.
           compute w-time-mm =
              (w-time-rest - w-time-hh * 3600) / 60.
           string w-work-date " " w-time-hh ":" w-time-mm
              into w-out-time
           end-string.
       abs-to-time-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-step-count to w-rl-run-read.
           move w-flow-count to w-rl-run-written.
           compute w-rl-run-rejected =
              w-overrun-count + w-breach-count.
           if w-breach-count > 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
