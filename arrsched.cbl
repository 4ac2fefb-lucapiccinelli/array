       identification division.
         program-id.  arrsched.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SCHEDULE-TABLE assign "SCHEDTAB"
              organization line sequential
              file status is w-tab-file-status.
           select SCHEDULE-PLAN assign "SCHEDPLN"
              organization line sequential
              file status is w-plan-file-status.
           select SCHEDULE-REPORT assign "SCHEDRPT"
              organization line sequential
              file status is w-rpt-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
       data division.
       file section.
       fd  SCHEDULE-TABLE.
       01  schedule-table-rec pic x(80).
       fd  SCHEDULE-PLAN.
       01  schedule-plan-rec.
           05 sp-tag pic x(04).
           05 filler pic x.
           05 sp-seq pic 9(03).
           05 filler pic x.
           05 sp-flow pic x(08).
           05 filler pic x.
           05 sp-deck pic x(08).
           05 filler pic x.
           05 sp-stat pic x(08).
           05 filler pic x.
           05 sp-after pic x(08).
           05 filler pic x.
           05 sp-state pic x(08).
           05 filler pic x.
           05 sp-stamp pic x(15).
           05 filler pic x.
           05 sp-note pic x(40).
       01  schedule-plan-head-rec.
           05 sh-tag pic x(04).
           05 filler pic x.
           05 sh-bdate pic x(08).
           05 filler pic x.
           05 sh-approval pic x(08).
           05 filler pic x.
           05 sh-operator pic x(10).
           05 filler pic x.
           05 sh-stamp pic x(15).
       fd  SCHEDULE-REPORT.
       01  schedule-report-rec pic x(132).
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

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  SCHED-FLOW-MAX value 50.

      *         which arrflow decks run on a business date, decided
      *         from the SCHEDTAB table instead of by the night shift:
      *           FLOW name deck status rule [n] [AFTER flow]
      *         deck and status are the chain's FLOWDECK and FLOWSTAT
      *         logical names; the rule is DAILY, WEEKDAY n (1 is
      *         Monday), MONTH-END, NTH-WORKDAY n or QUARTER-END, all
      *         resolved against the rundate processing date and the
      *         calendar service's HOLIDAYS -- a non-workday runs
      *         nothing.  AFTER orders a flow behind another flow due
      *         the same night and keeps it on the ground until that
      *         flow's FLOWSTAT shows it finished for the date.
      *           P  resolve the table and write the SCHEDPLN plan and
      *              the SCHEDRPT "what runs tonight" listing
      *           A  the operator approves the plan (USER is recorded)
      *           R  run an approved plan: arrflow once per flow in
      *              plan order, dependents of a failure held; a
      *              rerun of R picks up whatever is not yet done
       77  w-tab-file-status pic x(02) value spaces.
           88  TAB-FILE-NOT-FOUND value "35".
           88  TAB-FILE-AT-EOF value "10".
       77  w-plan-file-status pic x(02) value spaces.
           88  PLAN-FILE-NOT-FOUND value "35".
           88  PLAN-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-stat-file-status pic x(02) value spaces.
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".
       77  w-stat-assign pic x(08) value spaces.

       77  w-run-mode pic x value spaces.
           88  MODE-PLAN value "P".
           88  MODE-APPROVE value "A".
           88  MODE-RUN value "R".

       77  w-flow-count pic 9(03) value 0.
       01  w-flow-tbl.
           05 w-flow-entry occurs SCHED-FLOW-MAX times.
              07 w-fl-name pic x(08).
              07 w-fl-deck pic x(08).
              07 w-fl-stat pic x(08).
              07 w-fl-rule pic x(12).
              07 w-fl-arg pic 9(03).
              07 w-fl-after pic x(08).
              07 w-fl-due pic x.
                 88 FLOW-IS-DUE value "Y".
              07 w-fl-placed pic x.
                 88 FLOW-IS-PLACED value "Y".
              07 w-fl-state pic x(08).
              07 w-fl-note pic x(40).

      *         the plan in run order, as written to and read back
      *         from SCHEDPLN
       77  w-plan-count pic 9(03) value 0.
       01  w-plan-tbl.
           05 w-plan-entry occurs SCHED-FLOW-MAX times.
              07 w-pl-flow pic x(08).
              07 w-pl-deck pic x(08).
              07 w-pl-stat pic x(08).
              07 w-pl-after pic x(08).
              07 w-pl-state pic x(08).
              07 w-pl-stamp pic x(15).
              07 w-pl-note pic x(40).
       77  w-plan-bdate pic x(08) value spaces.
       77  w-plan-approval pic x(08) value spaces.
       77  w-plan-operator pic x(10) value spaces.
       77  w-plan-stamp pic x(15) value spaces.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-name pic x(08) value spaces.
       77  w-tok-deck pic x(08) value spaces.
       77  w-tok-stat pic x(08) value spaces.
       77  w-tok-rule pic x(12) value spaces.
       77  w-tok-6 pic x(08) value spaces.
       77  w-tok-7 pic x(08) value spaces.
       77  w-tok-8 pic x(08) value spaces.

      *         the facts about the processing date every rule is
      *         judged against
       77  w-business-date pic x(08) value spaces.
       77  w-bdate-num pic 9(08) value 0.
       77  w-bday-flag pic x value "N".
           88  BDATE-IS-WORKDAY value "Y".
       77  w-weekday pic 9(18) value 0.
       77  w-nth-workday pic 9(18) value 0.
       77  w-month-end pic x value "N".
           88  BDATE-IS-MONTH-END value "Y".
       77  w-quarter-end pic x value "N".
           88  BDATE-IS-QUARTER-END value "Y".
       77  w-next-workday pic x(08) value spaces.
       77  w-month-start-eve pic x(08) value spaces.
       77  w-day-number pic 9(09) value 0.
       77  w-work-date pic 9(08) value 0.
       77  w-bdate-month pic 9(02) value 0.

      *         a flow's own FLOWSTAT read back: finished for the
      *         date, failed at a step, or part-way through
       77  w-fst-complete pic x value "N".
           88  FLOWSTAT-COMPLETE value "Y".
       77  w-fst-failed pic x value "N".
           88  FLOWSTAT-FAILED value "Y".
       77  w-fst-done-steps pic 9(03) value 0.
       77  w-fst-fail-step pic x(08) value spaces.
       77  w-fst-fail-rc pic x(04) value spaces.
       77  w-fst-foreign pic x value "N".
           88  FLOWSTAT-FOREIGN-RUN value "Y".
       77  w-fst-foreign-date pic x(08) value spaces.

       77  w-flow-idx pic 9(03) value 0.
       77  w-pred-idx pic 9(03) value 0.
       77  w-plan-idx pic 9(03) value 0.
       77  w-find-name pic x(08) value spaces.
       77  w-find-idx pic 9(03) value 0.
       77  w-progress pic x value "N".
           88  ORDER-PROGRESSED value "Y".
       77  w-due-count pic 9(03) value 0.
       77  w-run-count pic 9(03) value 0.
       77  w-fail-count pic 9(03) value 0.
       77  w-held-count pic 9(03) value 0.
       77  w-refused-count pic 9(03) value 0.
       77  w-abandoned pic x value "N".
           88  RUN-ABANDONED value "Y".
       77  w-return-code pic s9(09) value 0.
       77  w-operator pic x(10) value spaces.
       77  w-run-stamp pic x(15) value spaces.
       77  z-count pic zz9.
       77  z-arg pic zz9.
       77  z-rc pic z(03)9.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRSCHED".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.

       procedure division using l-run-mode.
           CATCHPARAMS.
           move "P" to w-run-mode.
           if w-narg >= 1 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.

           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.
           call "runlog:start" using w-runlog-pgm.

           evaluate true
              when MODE-PLAN
                 perform build-the-plan thru build-the-plan-ex
              when MODE-APPROVE
                 perform approve-the-plan thru approve-the-plan-ex
              when MODE-RUN
                 perform run-the-plan thru run-the-plan-ex
              when other
                 display "ARRSCHED mode must be P, A or R"
                    upon console
                 perform abandon-the-run thru abandon-the-run-ex
           end-evaluate.

           perform write-run-record thru write-run-record-ex.
           if w-fail-count > 0 or w-held-count > 0
              or w-refused-count > 0
              goback giving KO
           end-if.
           goback giving OK.

      *         P: resolve every rule, order by dependency, list it
       build-the-plan.
           perform read-schedule-table
              thru read-schedule-table-ex.
           if w-flow-count = 0
              display "ARRSCHED no SCHEDTAB entries" upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.

           perform judge-processing-date
              thru judge-processing-date-ex.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform resolve-flow-rule
                 thru resolve-flow-rule-ex
              if FLOW-IS-DUE(w-flow-idx)
                 add 1 to w-due-count
                 perform judge-flow-state
                    thru judge-flow-state-ex
              end-if
           end-perform.

           perform order-due-flows thru order-due-flows-ex.

      *         a flow whose FLOWSTAT still holds another date's
      *         unfinished run is not restarted under tonight's date:
      *         no plan is written, the listing shows why
           if w-refused-count > 0
              perform write-plan-report thru write-plan-report-ex
              display
                 "ARRSCHED no plan for " w-business-date
                 " -- a FLOWSTAT holds another date's run"
                 upon console
              exit paragraph
           end-if.

           move w-business-date to w-plan-bdate.
           move "PENDING" to w-plan-approval.
           move spaces to w-plan-operator.
           perform get-run-stamp thru get-run-stamp-ex.
           move w-run-stamp to w-plan-stamp.
           perform write-plan-file thru write-plan-file-ex.
           perform write-plan-report thru write-plan-report-ex.

           move 10080 to w-msg-no.
           move w-business-date to w-msg-sub1.
           move w-plan-count to z-count.
           move z-count to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
       build-the-plan-ex.
           exit.

       read-schedule-table.
           move 0 to w-flow-count.
           open input SCHEDULE-TABLE.
           if TAB-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SCHEDULE-TABLE.
           perform until TAB-FILE-AT-EOF
              move schedule-table-rec to w-card-line
              perform parse-schedule-line
                 thru parse-schedule-line-ex
              read SCHEDULE-TABLE
           end-perform.
           close SCHEDULE-TABLE.
       read-schedule-table-ex.
           exit.

       parse-schedule-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-flow-count >= SCHED-FLOW-MAX
              exit paragraph
           end-if.

           move spaces to w-tok-kind w-tok-name w-tok-deck
                          w-tok-stat w-tok-rule
                          w-tok-6 w-tok-7 w-tok-8.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-name w-tok-deck w-tok-stat
                   w-tok-rule w-tok-6 w-tok-7 w-tok-8
           end-unstring.
           if w-tok-kind <> "FLOW" or w-tok-rule = spaces
              exit paragraph
           end-if.

           add 1 to w-flow-count.
           initialize w-flow-entry(w-flow-count).
           move w-tok-name to w-fl-name(w-flow-count).
           move w-tok-deck to w-fl-deck(w-flow-count).
           move w-tok-stat to w-fl-stat(w-flow-count).
           move w-tok-rule to w-fl-rule(w-flow-count).
           move 0 to w-fl-arg(w-flow-count).
           move spaces to w-fl-after(w-flow-count).
      *         the rule argument is optional, so AFTER can sit in
      *         the sixth or the seventh token
           if w-tok-6 = "AFTER"
              move w-tok-7 to w-fl-after(w-flow-count)
           else
              if w-tok-6 not = spaces
                 compute w-fl-arg(w-flow-count) =
                    function numval(w-tok-6)
              end-if
              if w-tok-7 = "AFTER"
                 move w-tok-8 to w-fl-after(w-flow-count)
              end-if
           end-if.
           move "N" to w-fl-due(w-flow-count).
           move "N" to w-fl-placed(w-flow-count).
           move spaces to w-fl-state(w-flow-count).
           move spaces to w-fl-note(w-flow-count).
       parse-schedule-line-ex.
           exit.

      *         weekday, workday-of-month, month-end and quarter-end,
      *         all through the calendar service so a holiday moves
      *         the month-end close the same way it moves settlement
       judge-processing-date.
           move "N" to w-bday-flag.
           call "calendar:is-workday" using w-business-date
              giving w-return-code.
           if w-return-code = OK
              move "Y" to w-bday-flag
           end-if.

           move 0 to w-weekday.
           call "calendar:day-of-week"
              using w-business-date w-weekday.

           move "N" to w-month-end.
           move "N" to w-quarter-end.
           move spaces to w-next-workday.
           call "calendar:next-workday"
              using w-business-date w-next-workday
              giving w-return-code.
           if w-return-code = OK
              and w-next-workday(1:6) not = w-business-date(1:6)
              move "Y" to w-month-end
           end-if.
           move w-business-date(5:2) to w-bdate-month.
           if BDATE-IS-MONTH-END
              and (w-bdate-month = 3 or w-bdate-month = 6
                 or w-bdate-month = 9 or w-bdate-month = 12)
              move "Y" to w-quarter-end
           end-if.

      *         workdays-between counts after the first date, so the
      *         eve of the first of the month gives the ordinal
           move w-business-date to w-bdate-num.
           compute w-work-date =
              w-bdate-num - function mod(w-bdate-num, 100) + 1.
           compute w-day-number =
              function integer-of-date(w-work-date) - 1.
           compute w-work-date =
              function date-of-integer(w-day-number).
           move w-work-date to w-month-start-eve.
           move 0 to w-nth-workday.
           call "calendar:workdays-between"
              using w-month-start-eve w-business-date
                    w-nth-workday.
       judge-processing-date-ex.
           exit.

       resolve-flow-rule.
           move "N" to w-fl-due(w-flow-idx).
           if not BDATE-IS-WORKDAY
              move "not a business day" to w-fl-note(w-flow-idx)
              exit paragraph
           end-if.
           evaluate w-fl-rule(w-flow-idx)
              when "DAILY"
                 move "Y" to w-fl-due(w-flow-idx)
              when "WEEKDAY"
                 if w-weekday = w-fl-arg(w-flow-idx)
                    move "Y" to w-fl-due(w-flow-idx)
                 end-if
              when "MONTH-END"
                 if BDATE-IS-MONTH-END
                    move "Y" to w-fl-due(w-flow-idx)
                 end-if
              when "NTH-WORKDAY"
                 if w-nth-workday = w-fl-arg(w-flow-idx)
                    move "Y" to w-fl-due(w-flow-idx)
                 end-if
              when "QUARTER-END"
                 if BDATE-IS-QUARTER-END
                    move "Y" to w-fl-due(w-flow-idx)
                 end-if
              when other
                 move "unknown frequency rule"
                    to w-fl-note(w-flow-idx)
           end-evaluate.
       resolve-flow-rule-ex.
           exit.

      *         a flow already finished for the date is shown and
      *         left alone; one that failed or stopped part-way is
      *         planned as a restart, which arrflow picks up at the
      *         first step its FLOWSTAT does not show DONE.  Only the
      *         lines stamped with tonight's date count; a run left
      *         unfinished under another date is refused, the same as
      *         arrcatch refuses it
       judge-flow-state.
           move w-fl-stat(w-flow-idx) to w-stat-assign.
           perform read-flow-state thru read-flow-state-ex.
           evaluate true
              when FLOWSTAT-FOREIGN-RUN
                 add 1 to w-refused-count
                 move "REFUSED" to w-fl-state(w-flow-idx)
                 move spaces to w-fl-note(w-flow-idx)
                 string "unfinished run for " w-fst-foreign-date
                    " in FLOWSTAT"
                    into w-fl-note(w-flow-idx)
                 end-string
                 move 10082 to w-msg-no
                 move w-fl-name(w-flow-idx) to w-msg-sub1
                 move w-fst-foreign-date to w-msg-sub2
                 call "msg:issue"
                    using w-runlog-pgm w-msg-no
                          w-msg-sub1 w-msg-sub2
              when FLOWSTAT-COMPLETE
                 move "COMPLETE" to w-fl-state(w-flow-idx)
                 move "already finished for this date"
                    to w-fl-note(w-flow-idx)
              when FLOWSTAT-FAILED
                 move "RESTART" to w-fl-state(w-flow-idx)
                 move spaces to w-fl-note(w-flow-idx)
                 string "failed at " w-fst-fail-step
                    " rc=" w-fst-fail-rc
                    into w-fl-note(w-flow-idx)
                 end-string
              when w-fst-done-steps > 0
                 move "RESTART" to w-fl-state(w-flow-idx)
                 move w-fst-done-steps to z-count
                 move spaces to w-fl-note(w-flow-idx)
                 string z-count " steps already done"
                    into w-fl-note(w-flow-idx)
                 end-string
              when other
                 move "READY" to w-fl-state(w-flow-idx)
           end-evaluate.
       judge-flow-state-ex.
           exit.

       read-flow-state.
           move "N" to w-fst-complete.
           move "N" to w-fst-failed.
           move 0 to w-fst-done-steps.
           move spaces to w-fst-fail-step.
           move spaces to w-fst-fail-rc.
           move "N" to w-fst-foreign.
           move spaces to w-fst-foreign-date.
           if w-stat-assign = spaces
              exit paragraph
           end-if.
           open input FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FLOW-STATUS.
      *         an operator's HOLD or RLSE keeps the date it was
      *         taken on and is carried from run to run
           perform until STAT-FILE-AT-EOF
              evaluate true
                 when fs-step = "*FLOWEND"
                    if fs-bdate = w-business-date
                       move "Y" to w-fst-complete
                    end-if
                 when fs-state = "HOLD" or fs-state = "RLSE"
                    continue
                 when fs-bdate not = w-business-date
                    if fs-bdate not = spaces
                       move "Y" to w-fst-foreign
                       move fs-bdate to w-fst-foreign-date
                    end-if
                 when fs-state = "FAIL"
                    move "Y" to w-fst-failed
                    move fs-step to w-fst-fail-step
                    move fs-rc to w-fst-fail-rc
      *         the operator has marked the failed step for rerun
                 when fs-state = "RRUN"
                    if fs-step = w-fst-fail-step
                       move "N" to w-fst-failed
                       move spaces to w-fst-fail-step
                       move spaces to w-fst-fail-rc
                    end-if
                 when fs-state = "DONE"
                    add 1 to w-fst-done-steps
              end-evaluate
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       read-flow-state-ex.
           exit.

      *         repeated passes place every due flow whose
      *         predecessor is placed, not due tonight, or unknown;
      *         whatever a pass cannot place is a dependency loop
       order-due-flows.
           move 0 to w-plan-count.
           move "Y" to w-progress.
           perform until not ORDER-PROGRESSED
              move "N" to w-progress
              perform varying w-flow-idx from 1 by 1
                 until w-flow-idx > w-flow-count
                 if FLOW-IS-DUE(w-flow-idx)
                    and not FLOW-IS-PLACED(w-flow-idx)
                    perform try-place-flow
                       thru try-place-flow-ex
                 end-if
              end-perform
           end-perform.

           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if FLOW-IS-DUE(w-flow-idx)
                 and not FLOW-IS-PLACED(w-flow-idx)
                 move "HELD" to w-fl-state(w-flow-idx)
                 move "dependency loop -- check AFTER"
                    to w-fl-note(w-flow-idx)
                 perform place-flow thru place-flow-ex
              end-if
           end-perform.
       order-due-flows-ex.
           exit.

       try-place-flow.
           if w-fl-after(w-flow-idx) = spaces
              perform place-flow thru place-flow-ex
              exit paragraph
           end-if.
           move w-fl-after(w-flow-idx) to w-find-name.
           perform find-flow-by-name thru find-flow-by-name-ex.
           if w-find-idx = 0
              if w-fl-note(w-flow-idx) = spaces
                 move spaces to w-fl-note(w-flow-idx)
                 string "after unknown flow "
                    w-fl-after(w-flow-idx)
                    into w-fl-note(w-flow-idx)
                 end-string
              end-if
              perform place-flow thru place-flow-ex
              exit paragraph
           end-if.
           if not FLOW-IS-DUE(w-find-idx)
              if w-fl-note(w-flow-idx) = spaces
                 move spaces to w-fl-note(w-flow-idx)
                 string "after " w-fl-after(w-flow-idx)
                    " (not due tonight)"
                    into w-fl-note(w-flow-idx)
                 end-string
              end-if
              perform place-flow thru place-flow-ex
              exit paragraph
           end-if.
           if FLOW-IS-PLACED(w-find-idx)
              perform place-flow thru place-flow-ex
           end-if.
       try-place-flow-ex.
           exit.

       place-flow.
           move "Y" to w-fl-placed(w-flow-idx).
           move "Y" to w-progress.
           add 1 to w-plan-count.
           move w-fl-name(w-flow-idx) to w-pl-flow(w-plan-count).
           move w-fl-deck(w-flow-idx) to w-pl-deck(w-plan-count).
           move w-fl-stat(w-flow-idx) to w-pl-stat(w-plan-count).
           move spaces to w-pl-after(w-plan-count).
           if w-fl-after(w-flow-idx) not = spaces
              move w-fl-after(w-flow-idx) to w-find-name
              perform find-flow-by-name
                 thru find-flow-by-name-ex
              if w-find-idx > 0
                 if FLOW-IS-DUE(w-find-idx)
                    move w-fl-after(w-flow-idx)
                       to w-pl-after(w-plan-count)
                 end-if
              end-if
           end-if.
           move w-fl-state(w-flow-idx) to w-pl-state(w-plan-count).
           move spaces to w-pl-stamp(w-plan-count).
           move w-fl-note(w-flow-idx) to w-pl-note(w-plan-count).
       place-flow-ex.
           exit.

       find-flow-by-name.
           move 0 to w-find-idx.
           perform varying w-pred-idx from 1 by 1
              until w-pred-idx > w-flow-count
                 or w-find-idx > 0
              if w-fl-name(w-pred-idx) = w-find-name
                 move w-pred-idx to w-find-idx
              end-if
           end-perform.
       find-flow-by-name-ex.
           exit.

       write-plan-report.
           open output SCHEDULE-REPORT.
           move spaces to schedule-report-rec.
           string "ARRSCHED FLOW PLAN FOR BUSINESS DATE "
              w-business-date
              into schedule-report-rec
           end-string.
           write schedule-report-rec.

           move spaces to schedule-report-rec.
           move w-weekday(18:1) to z-arg.
           if BDATE-IS-WORKDAY
              move w-nth-workday to z-count
              string "  business day: weekday " z-arg
                 "  workday " z-count " of the month"
                 "  month-end=" w-month-end
                 "  quarter-end=" w-quarter-end
                 into schedule-report-rec
              end-string
           else
              string "  NOT A BUSINESS DAY (weekday " z-arg
                 ") -- no flow is due"
                 into schedule-report-rec
              end-string
           end-if.
           write schedule-report-rec.
           move spaces to schedule-report-rec.
           write schedule-report-rec.

           move spaces to schedule-report-rec.
           string "SEQ FLOW     DECK     STATUS   AFTER    "
              "STATE    NOTE"
              into schedule-report-rec
           end-string.
           write schedule-report-rec.
           perform varying w-plan-idx from 1 by 1
              until w-plan-idx > w-plan-count
              move spaces to schedule-report-rec
              move w-plan-idx to z-count
              string z-count " "
                 w-pl-flow(w-plan-idx) " "
                 w-pl-deck(w-plan-idx) " "
                 w-pl-stat(w-plan-idx) " "
                 w-pl-after(w-plan-idx) " "
                 w-pl-state(w-plan-idx) " "
                 w-pl-note(w-plan-idx)
                 into schedule-report-rec
              end-string
              write schedule-report-rec
           end-perform.
           if w-plan-count = 0
              move "    (nothing runs tonight)"
                 to schedule-report-rec
              write schedule-report-rec
           end-if.

           move spaces to schedule-report-rec.
           write schedule-report-rec.
           move "NOT DUE TONIGHT" to schedule-report-rec.
           write schedule-report-rec.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if not FLOW-IS-DUE(w-flow-idx)
                 move spaces to schedule-report-rec
                 move w-fl-arg(w-flow-idx) to z-arg
                 string "    " w-fl-name(w-flow-idx) " "
                    w-fl-rule(w-flow-idx) " " z-arg " "
                    w-fl-note(w-flow-idx)
                    into schedule-report-rec
                 end-string
                 write schedule-report-rec
              end-if
           end-perform.

           move spaces to schedule-report-rec.
           write schedule-report-rec.
           move spaces to schedule-report-rec.
           if w-refused-count > 0
              string "NO PLAN WRITTEN -- finish or roll back the"
                 " REFUSED flows' earlier run, then ARRSCHED P"
                 into schedule-report-rec
              end-string
              write schedule-report-rec
              close SCHEDULE-REPORT
              exit paragraph
           end-if.
           string "PLAN PENDING APPROVAL -- ARRSCHED A records the"
              " operator's approval, ARRSCHED R runs it"
              into schedule-report-rec
           end-string.
           write schedule-report-rec.
           move "APPROVED BY ______________________  AT ________"
              to schedule-report-rec.
           write schedule-report-rec.
           close SCHEDULE-REPORT.
       write-plan-report-ex.
           exit.

      *         A: the operator's approval goes on the plan header
       approve-the-plan.
           perform read-plan-file thru read-plan-file-ex.
           if w-plan-bdate not = w-business-date
              display
                 "ARRSCHED plan is for " w-plan-bdate
                 " but the processing date is " w-business-date
                 " -- run P again"
                 upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.
           move "APPROVED" to w-plan-approval.
           move w-operator to w-plan-operator.
           perform get-run-stamp thru get-run-stamp-ex.
           move w-run-stamp to w-plan-stamp.
           perform write-plan-file thru write-plan-file-ex.
           display
              "ARRSCHED plan for " w-plan-bdate
              " approved by " w-operator
              upon console.
       approve-the-plan-ex.
           exit.

      *         R: drive arrflow through the approved plan
       run-the-plan.
           perform read-plan-file thru read-plan-file-ex.
           if w-plan-bdate not = w-business-date
              display
                 "ARRSCHED plan is for " w-plan-bdate
                 " but the processing date is " w-business-date
                 upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.
           if w-plan-approval not = "APPROVED"
              display "ARRSCHED plan not approved -- run A first"
                 upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.

           perform varying w-plan-idx from 1 by 1
              until w-plan-idx > w-plan-count
              perform run-one-flow thru run-one-flow-ex
      *         the plan file is the restart point: rewrite it
      *         after every flow so a rerun sees what finished
              perform write-plan-file thru write-plan-file-ex
           end-perform.

           display
              "ARRSCHED flows run=" w-run-count
              " failed=" w-fail-count
              " held=" w-held-count
              upon console.
       run-the-plan-ex.
           exit.

       run-one-flow.
           if w-pl-state(w-plan-idx) = "DONE"
              or w-pl-state(w-plan-idx) = "COMPLETE"
              exit paragraph
           end-if.

           if w-pl-after(w-plan-idx) not = spaces
              perform check-predecessor
                 thru check-predecessor-ex
              if w-pl-state(w-plan-idx) = "HELD"
                 add 1 to w-held-count
                 display
                    "ARRSCHED flow " w-pl-flow(w-plan-idx)
                    " held -- " w-pl-note(w-plan-idx)
                    upon console
                 exit paragraph
              end-if
           end-if.

           display
              "ARRSCHED running flow " w-pl-flow(w-plan-idx)
              " deck " w-pl-deck(w-plan-idx)
              upon console.
           call "arrflow"
              using w-pl-deck(w-plan-idx) w-pl-stat(w-plan-idx)
              giving w-return-code.
           perform get-run-stamp thru get-run-stamp-ex.
           move w-run-stamp to w-pl-stamp(w-plan-idx).
           add 1 to w-run-count.
           if w-return-code = OK
              move "DONE" to w-pl-state(w-plan-idx)
              move spaces to w-pl-note(w-plan-idx)
           else
              add 1 to w-fail-count
              move "FAIL" to w-pl-state(w-plan-idx)
              move w-return-code to z-rc
              move spaces to w-pl-note(w-plan-idx)
              string "arrflow rc=" z-rc
                 " -- rerun R restarts it"
                 into w-pl-note(w-plan-idx)
              end-string
              move 10081 to w-msg-no
              move w-pl-flow(w-plan-idx) to w-msg-sub1
              move z-rc to w-msg-sub2
              call "msg:issue"
                 using w-runlog-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
           end-if.
       run-one-flow-ex.
           exit.

      *         the predecessor must have finished in this plan and
      *         its own FLOWSTAT must say so for tonight's date
       check-predecessor.
           move 0 to w-find-idx.
           perform varying w-pred-idx from 1 by 1
              until w-pred-idx > w-plan-count
                 or w-find-idx > 0
              if w-pl-flow(w-pred-idx) = w-pl-after(w-plan-idx)
                 move w-pred-idx to w-find-idx
              end-if
           end-perform.
           if w-find-idx = 0
              exit paragraph
           end-if.
           move w-pl-stat(w-find-idx) to w-stat-assign.
           perform read-flow-state thru read-flow-state-ex.
           if FLOWSTAT-COMPLETE
              exit paragraph
           end-if.
           move "HELD" to w-pl-state(w-plan-idx).
           move spaces to w-pl-note(w-plan-idx).
           string "waiting on " w-pl-after(w-plan-idx)
              " (" w-pl-state(w-find-idx) ")"
              into w-pl-note(w-plan-idx)
           end-string.
       check-predecessor-ex.
           exit.

      *         the SCHEDPLN file: one PLAN header, one FLOW per run
       read-plan-file.
           move 0 to w-plan-count.
           move spaces to w-plan-bdate.
           move spaces to w-plan-approval.
           open input SCHEDULE-PLAN.
           if PLAN-FILE-NOT-FOUND
              display "ARRSCHED no SCHEDPLN -- run P first"
                 upon console
              perform abandon-the-run thru abandon-the-run-ex
           end-if.
           read SCHEDULE-PLAN.
           perform until PLAN-FILE-AT-EOF
              evaluate sp-tag
                 when "PLAN"
                    move sh-bdate to w-plan-bdate
                    move sh-approval to w-plan-approval
                    move sh-operator to w-plan-operator
                    move sh-stamp to w-plan-stamp
                 when "FLOW"
                    if w-plan-count < SCHED-FLOW-MAX
                       add 1 to w-plan-count
                       move sp-flow to w-pl-flow(w-plan-count)
                       move sp-deck to w-pl-deck(w-plan-count)
                       move sp-stat to w-pl-stat(w-plan-count)
                       move sp-after to w-pl-after(w-plan-count)
                       move sp-state to w-pl-state(w-plan-count)
                       move sp-stamp to w-pl-stamp(w-plan-count)
                       move sp-note to w-pl-note(w-plan-count)
                    end-if
              end-evaluate
              read SCHEDULE-PLAN
           end-perform.
           close SCHEDULE-PLAN.
       read-plan-file-ex.
           exit.

       write-plan-file.
           open output SCHEDULE-PLAN.
           move spaces to schedule-plan-head-rec.
           move "PLAN" to sh-tag.
           move w-plan-bdate to sh-bdate.
           move w-plan-approval to sh-approval.
           move w-plan-operator to sh-operator.
           move w-plan-stamp to sh-stamp.
           write schedule-plan-head-rec.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-plan-count
              move spaces to schedule-plan-rec
              move "FLOW" to sp-tag
              move w-flow-idx to sp-seq
              move w-pl-flow(w-flow-idx) to sp-flow
              move w-pl-deck(w-flow-idx) to sp-deck
              move w-pl-stat(w-flow-idx) to sp-stat
              move w-pl-after(w-flow-idx) to sp-after
              move w-pl-state(w-flow-idx) to sp-state
              move w-pl-stamp(w-flow-idx) to sp-stamp
              move w-pl-note(w-flow-idx) to sp-note
              write schedule-plan-rec
           end-perform.
           close SCHEDULE-PLAN.
       write-plan-file-ex.
           exit.

       get-run-stamp.
           move spaces to w-run-stamp.
           call "rundate:stamp" using w-run-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-run-stamp
                 end-string
           end-call.
       get-run-stamp-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           if MODE-PLAN
              move w-flow-count to w-rl-run-read
              move w-plan-count to w-rl-run-written
              if w-refused-count > 0
                 move 0 to w-rl-run-written
              end-if
           else
              move w-plan-count to w-rl-run-read
              move w-run-count to w-rl-run-written
           end-if.
           compute w-rl-run-rejected =
              w-fail-count + w-held-count + w-refused-count.
           if w-fail-count > 0 or w-held-count > 0
              or w-refused-count > 0 or RUN-ABANDONED
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

      *         a run refused before it got going still closes the
      *         RUNLOG entry runlog:start opened
       abandon-the-run.
           move "Y" to w-abandoned.
           perform write-run-record thru write-run-record-ex.
           goback giving KO.
       abandon-the-run-ex.
           exit.
