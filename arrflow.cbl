       special-names.
       input-output section.
       file-control.
           select FLOW-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
           select CARD-SOURCE assign to dynamic w-card-from
           select CARD-TARGET assign to dynamic w-card-to
              organization line sequential
              file status is w-cto-file-status.
           select STAGE-CATALOG assign "ARRSTCAT"
              organization line sequential
              file status is w-stcat-file-status.
           select STAGE-LOCK assign "ARRLOCKS"
              organization line sequential
              file status is w-slock-file-status.
           select ROLLBACK-REPORT assign "FLOWRBK"
              organization line sequential
              file status is w-rbk-file-status.
       data division.
       file section.
       fd  FLOW-DECK.
           05 fs-rc pic x(04).
           05 filler pic x.
           05 fs-stamp pic x(15).
           05 filler pic x.
           05 fs-bdate pic x(08).
           05 filler pic x.
           05 fs-stage-name pic x(30).
           05 filler pic x.
           05 fs-stage-fileid pic x(08).
           05 filler pic x.
           05 fs-stage-stamp pic x(15).
       fd  CARD-SOURCE.
       01  card-source-rec pic x(80).
       fd  CARD-TARGET.
       01  card-target-rec pic x(80).
       fd  STAGE-CATALOG.
       01  stage-catalog-rec.
           05 sc-name pic x(30).
           05 sc-fileid pic x(08).
           05 sc-owner pic x(30).
           05 sc-stamp pic x(15).
           05 sc-retain pic 9(02).
           05 sc-gen pic x(03).
           05 sc-compress pic x(01).
           05 sc-keyid pic x(08).
       fd  STAGE-LOCK.
       01  stage-lock-rec pic x(80).
       fd  ROLLBACK-REPORT.
       01  rollback-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  FLOW-STEP-MAX value 50.
       78  FLOW-PARM-MAX value 6.
       78  STAGE-CATALOG-MAX value 100.

       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".

      *         the deck and its status file default to FLOWDECK and
      *         FLOWSTAT; a scheduler driving several chains names
      *         each chain's own pair on the call.  Every status line
      *         carries the business date it ran for, and a clean
      *         finish leaves one *FLOWEND line behind so "completed
      *         tonight" and "never started" read differently
       77  w-deck-assign pic x(08) value "FLOWDECK".
       77  w-stat-assign pic x(08) value "FLOWSTAT".
       77  w-business-date pic x(08) value spaces.

      *         one deck line per step, in run order:
      *           STEP stepname program cardfile parm parm ...
      *         cardfile names the step's own card deck, copied over
       77  z-rc pic z(03)9.
       77  w-numeric-parm pic 9(18) value 0.

       77  w-flow-mode pic x value spaces.
           88  MODE-RUN-FLOW value "N".
           88  MODE-ROLLBACK value "R".

      *         the rollback journal rides in the status file: a fresh
      *         run first writes one *PRERUN SNAP line per ARRSTCAT
      *         name with the file that was current before the run,
      *         and after every step one STGW line per name the step
      *         rolled to a new generation.  Rollback mode (R) puts
      *         each name the failed run wrote back on its pre-run
      *         copy in one go -- the run's own generations come off
      *         the catalog and the older ones close up behind it --
      *         then clears FLOWSTAT and BALANCE and lists the lot on
      *         FLOWRBK.  A name the run created is dropped.  A stage
      *         saved with no retention keeps no generation to go
      *         back to and is not seen here
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".
       77  w-slock-file-status pic x(02) value spaces.
           88  SLOCK-FILE-NOT-FOUND value "35".
       77  w-rbk-file-status pic x(02) value spaces.

       77  w-stcat-count pic 9(03) value 0.
       01  w-stcat-tbl.
           05 w-stcat-entry occurs STAGE-CATALOG-MAX times.
              07 w-stcat-name pic x(30).
              07 w-stcat-fileid pic x(08).
              07 w-stcat-owner pic x(30).
              07 w-stcat-stamp pic x(15).
              07 w-stcat-retain pic 9(02).
              07 w-stcat-gen pic x(03).
              07 w-stcat-compress pic x(01).
              07 w-stcat-keyid pic x(08).
       77  w-stcat-idx pic 9(03) value 0.

       77  w-snap-taken pic x value "N".
           88  SNAPSHOT-TAKEN value "Y".
       77  w-flow-ended pic x value "N".
           88  FLOW-ENDED value "Y".
       77  w-snap-count pic 9(03) value 0.
       01  w-snap-tbl.
           05 w-snap-entry occurs STAGE-CATALOG-MAX times.
              07 w-snap-name pic x(30).
              07 w-snap-fileid pic x(08).
              07 w-snap-last-fileid pic x(08).
              07 w-snap-writer pic x(08).
              07 w-snap-touched pic x.
                 88 SNAP-TOUCHED value "Y".
       77  w-snap-idx pic 9(03) value 0.
       77  w-snap-hit pic 9(03) value 0.

       77  w-pre-hit pic 9(03) value 0.
       77  w-cur-hit pic 9(03) value 0.
       77  w-pre-gen pic 9(02) value 0.
       77  w-row-gen pic 9(02) value 0.
       77  w-gen-no pic 9(02) value 0.
       77  w-gen-label pic x(03) value spaces.
       77  w-retain-save pic 9(02) value 0.
       77  w-compress-save pic x(01) value "N".
       77  w-keyid-save pic x(08) value spaces.
       77  w-dropped-count pic 9(03) value 0.
       77  w-rbk-result pic x(70) value spaces.
       77  w-rbk-restored pic 9(03) value 0.
       77  w-rbk-failed pic 9(03) value 0.

      *         the operator holds a step from the console with a
      *         HOLD line in the status file and lets it go with a
      *         RLSE line; the newest of the two for a step wins.  A
      *         held step is looked for again just before it would
      *         start -- a hold put on mid-run still catches it -- and
      *         the flow stops there, status intact, for a rerun once
      *         the hold comes off.  Holds placed before a fresh run
      *         survive the pre-run snapshot's clean slate
       77  w-hold-count pic 9(03) value 0.
       01  w-hold-tbl.
           05 w-hold-entry occurs FLOW-STEP-MAX times.
              07 w-hold-step pic x(08).
              07 w-hold-stamp pic x(15).
              07 w-hold-bdate pic x(08).
              07 w-hold-operator pic x(30).
       77  w-hold-idx pic 9(03) value 0.
       77  w-hold-hit pic 9(03) value 0.
       77  w-step-held pic x value "N".
           88  STEP-HELD value "Y".

       77  w-lock-holder pic x(80) value spaces.
       77  w-lock-wait pic 9(05) value 0.
       77  w-lock-taken pic x value "N".
           88  LOCK-TAKEN value "Y".
       77  w-sleep-seconds pic 9(04) value 1.
       78  LOCK-TIMEOUT-SECONDS value 30.

      *         every step transition goes out on the operational
      *         event feed, and the flow and running step are handed
      *         to evtlog so the step's own run events carry them
       77  w-evt-event pic x(10) value spaces.
       77  w-evt-program pic x(08) value spaces.
       77  w-evt-detail pic x(100) value spaces.
       77  w-evt-step pic x(08) value spaces.
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-evt-==.

       linkage section.
       77  l-deck-name pic x(08).
       77  l-stat-name pic x(08).
       77  l-flow-mode pic x.

       procedure division using
           l-deck-name
           l-stat-name
           l-flow-mode
           .
           CATCHPARAMS.
           move "FLOWDECK" to w-deck-assign.
           if w-narg >= 1 and l-deck-name not = spaces
              move l-deck-name to w-deck-assign
           end-if.
           move "FLOWSTAT" to w-stat-assign.
           if w-narg >= 2 and l-stat-name not = spaces
              move l-stat-name to w-stat-assign
           end-if.
           move "N" to w-flow-mode.
           if w-narg >= 3 and l-flow-mode not = space
              move l-flow-mode to w-flow-mode
           end-if.
           if not MODE-RUN-FLOW and not MODE-ROLLBACK
              display "ARRFLOW mode must be N or R" upon console
              goback giving KO
           end-if.
           move 0 to w-step-count.
           move 0 to w-done-count.
           move 0 to w-executed-count.
           move 0 to w-skipped-count.
           call "rundate:today" using w-business-date
              on exception
                 move function current-date(1:8)
                    to w-business-date
           end-call.

           perform read-flow-deck thru read-flow-deck-ex.
           if w-step-count = 0
              display "ARRFLOW no flow deck" upon console

           perform read-flow-status thru read-flow-status-ex.

           if MODE-ROLLBACK
              perform rollback-the-run thru rollback-the-run-ex
              goback giving w-return-code
           end-if.

           if not SNAPSHOT-TAKEN and w-done-count = 0
              perform take-prerun-snapshot
                 thru take-prerun-snapshot-ex
           end-if.

           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              perform run-one-step thru run-one-step-ex
           end-perform.

      *         the whole flow completed -- the status file goes back
      *         to the one *FLOWEND line, so the next business run
      *         starts with a clean slate and the scheduler can see
      *         this date finished
           perform post-flow-complete thru post-flow-complete-ex.
           display
              "ARRFLOW steps=" w-step-count
              " executed=" w-executed-count
           exit.

       read-flow-status.
           move "N" to w-snap-taken.
           move "N" to w-flow-ended.
           move 0 to w-snap-count.
           move 0 to w-hold-count.
           open input FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              exit paragraph
           read FLOW-STATUS.
           perform until STAT-FILE-AT-EOF
              or w-done-count >= FLOW-STEP-MAX
              evaluate true
                 when fs-step = "*FLOWEND"
                    move "Y" to w-flow-ended
                 when fs-state = "DONE"
                    add 1 to w-done-count
                    move fs-step to w-done-step(w-done-count)
                 when fs-state = "SNAP"
                    move "Y" to w-snap-taken
                    if fs-stage-name not = spaces
                       perform load-snapshot-line
                          thru load-snapshot-line-ex
                    end-if
                 when fs-state = "STGW"
                    perform load-stage-write-line
                       thru load-stage-write-line-ex
                 when fs-state = "HOLD"
                    perform load-hold-line thru load-hold-line-ex
                 when fs-state = "RLSE"
                    perform drop-hold-line thru drop-hold-line-ex
              end-evaluate
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       read-flow-status-ex.
           exit.

       load-hold-line.
           perform find-hold-entry thru find-hold-entry-ex.
           if w-hold-hit = 0
              if w-hold-count >= FLOW-STEP-MAX
                 exit paragraph
              end-if
              add 1 to w-hold-count
              move w-hold-count to w-hold-hit
           end-if.
           move fs-step to w-hold-step(w-hold-hit).
           move fs-stamp to w-hold-stamp(w-hold-hit).
           move fs-bdate to w-hold-bdate(w-hold-hit).
           move fs-stage-name to w-hold-operator(w-hold-hit).
       load-hold-line-ex.
           exit.

       drop-hold-line.
           perform find-hold-entry thru find-hold-entry-ex.
           if w-hold-hit = 0
              exit paragraph
           end-if.
           perform varying w-hold-idx from w-hold-hit by 1
              until w-hold-idx >= w-hold-count
              move w-hold-entry(w-hold-idx + 1)
                 to w-hold-entry(w-hold-idx)
           end-perform.
           subtract 1 from w-hold-count.
       drop-hold-line-ex.
           exit.

       find-hold-entry.
           move 0 to w-hold-hit.
           perform varying w-hold-idx from 1 by 1
              until w-hold-idx > w-hold-count or w-hold-hit > 0
              if w-hold-step(w-hold-idx) = fs-step
                 move w-hold-idx to w-hold-hit
              end-if
           end-perform.
       find-hold-entry-ex.
           exit.

      *         the status file read again for this one step's
      *         HOLD / RLSE lines, the newest deciding
       check-step-hold.
           move "N" to w-step-held.
           open input FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FLOW-STATUS.
           perform until STAT-FILE-AT-EOF
              if fs-step = w-step-name(w-step-idx)
                 evaluate fs-state
                    when "HOLD"
                       move "Y" to w-step-held
                    when "RLSE"
                       move "N" to w-step-held
                 end-evaluate
              end-if
              read FLOW-STATUS
           end-perform.
           close FLOW-STATUS.
       check-step-hold-ex.
           exit.

       run-one-step.
           move "N" to w-step-done.
           perform varying w-done-idx from 1 by 1
           end-perform.
           if STEP-ALREADY-DONE
              add 1 to w-skipped-count
              move "STEPSKIP" to w-evt-event
              perform post-step-event thru post-step-event-ex
              display
                 "ARRFLOW step " w-step-name(w-step-idx)
                 " already complete -- skipped"
              exit paragraph
           end-if.

           perform check-step-hold thru check-step-hold-ex.
           if STEP-HELD
              move "STEPHELD" to w-evt-event
              perform post-step-event thru post-step-event-ex
              perform clear-event-context
                 thru clear-event-context-ex
              display
                 "ARRFLOW step " w-step-name(w-step-idx)
                 " held by the operator -- flow stops here"
                 upon console
              goback giving STOPPED-BY-REQUEST
           end-if.

           display
              "ARRFLOW running step " w-step-name(w-step-idx)
              " program " w-step-program(w-step-idx)
              upon console.
           perform post-step-start thru post-step-start-ex.
           if w-step-card(w-step-idx) not = spaces
              perform stage-step-card thru stage-step-card-ex
           end-if.
           perform call-step-program thru call-step-program-ex.
           perform note-stage-writes thru note-stage-writes-ex.

           if w-return-code = OK
              add 1 to w-executed-count
                 move "HIERCARD" to w-card-to
              when "arrhkeep"
                 move "HKPCARD" to w-card-to
              when "arrclean"
                 move "CLNCARD" to w-card-to
              when "arrmaint"
                 move "AIXCARD" to w-card-to
              when "arrclose"
                 move "CLOSECARD" to w-card-to
              when "arrguard"
                 move "DRIFTCRD" to w-card-to
              when "arrmatch"
                 move "SUSPCARD" to w-card-to
              when "arrxmit"
                 move "XMITCARD" to w-card-to
              when "arroutlr"
                 move "OUTCARD" to w-card-to
              when "arrdedup"
                 move "DEDCARD" to w-card-to
              when "arrstmt"
                 move "STMTCARD" to w-card-to
              when "arraccr"
                 move "ACCRCARD" to w-card-to
              when "arrrecur"
                 move "RECURCRD" to w-card-to
              when "arrbreak"
                 move "BRKCARD" to w-card-to
              when "arrdist"
                 move "DISTCARD" to w-card-to
              when "arrrcmp"
                 move "RCMPCARD" to w-card-to
              when "arrnight"
                 move "NIGHTCRD" to w-card-to
           end-evaluate.
       resolve-card-target-ex.
           exit.
       call-step-program-ex.
           exit.

      *         the RUN line stamps when the step went in, so the
      *         elapsed time of a running or finished step can be
      *         read straight off the status file
       post-step-start.
           open extend FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              open output FLOW-STATUS
           end-if.
           move spaces to flow-status-rec.
           move w-step-name(w-step-idx) to fs-step.
           move "RUN" to fs-state.
           move "0000" to fs-rc.
           perform stamp-status-record
              thru stamp-status-record-ex.
           write flow-status-rec.
           close FLOW-STATUS.
           move w-step-name(w-step-idx) to w-evt-step.
           perform set-event-context thru set-event-context-ex.
           move "STEPSTART" to w-evt-event.
           perform post-step-event thru post-step-event-ex.
       post-step-start-ex.
           exit.

       post-step-done.
           open extend FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              thru stamp-status-record-ex.
           write flow-status-rec.
           close FLOW-STATUS.
           move "STEPDONE" to w-evt-event.
           perform post-step-event thru post-step-event-ex.
           move spaces to w-evt-step.
           perform set-event-context thru set-event-context-ex.
       post-step-done-ex.
           exit.

              thru stamp-status-record-ex.
           write flow-status-rec.
           close FLOW-STATUS.
           move "STEPFAIL" to w-evt-event.
           perform post-step-event thru post-step-event-ex.
           perform clear-event-context
              thru clear-event-context-ex.
       post-step-failed-ex.
           exit.

       post-flow-complete.
           open output FLOW-STATUS.
           move spaces to flow-status-rec.
           move "*FLOWEND" to fs-step.
           move "DONE" to fs-state.
           move "0000" to fs-rc.
           perform stamp-status-record
              thru stamp-status-record-ex.
           write flow-status-rec.
           close FLOW-STATUS.

           initialize w-evt-run-totals.
           move "FLOWEND" to w-evt-event.
           move "ARRFLOW" to w-evt-program.
           move spaces to w-evt-detail.
           move w-step-count to z-rc.
           string "steps " function trim(z-rc)
              delimited by size
              into w-evt-detail
           end-string.
           perform post-flow-event thru post-flow-event-ex.
           perform clear-event-context
              thru clear-event-context-ex.
       post-flow-complete-ex.
           exit.

      *         a step event names the step's program; STEPFAIL
      *         carries the failing return code.  A step that never
      *         starts (skipped, held) is named on its own event only
       post-step-event.
           initialize w-evt-run-totals.
           move w-step-program(w-step-idx) to w-evt-program.
           if w-evt-event = "STEPFAIL"
              move w-return-code to w-evt-run-rc
           end-if.
           move spaces to w-evt-detail.
           string
              "step " delimited by size
              w-step-name(w-step-idx) delimited by space
              " program " delimited by size
              w-step-program(w-step-idx) delimited by space
              into w-evt-detail
           end-string.
           if w-evt-step = spaces
              move w-step-name(w-step-idx) to w-evt-step
              perform set-event-context
                 thru set-event-context-ex
              perform post-flow-event thru post-flow-event-ex
              move spaces to w-evt-step
              perform set-event-context
                 thru set-event-context-ex
           else
              perform post-flow-event thru post-flow-event-ex
           end-if.
       post-step-event-ex.
           exit.

       post-flow-event.
           call "evtlog:post"
              using w-evt-event w-evt-program w-evt-run-totals
                    w-evt-detail
              on exception
                 continue
           end-call.
       post-flow-event-ex.
           exit.

       set-event-context.
           call "evtlog:context" using w-deck-assign w-evt-step
              on exception
                 continue
           end-call.
       set-event-context-ex.
           exit.

      *         the flow is over: later events in the process belong
      *         to no flow
       clear-event-context.
           move spaces to w-evt-step.
           call "evtlog:context"
              on exception
                 continue
           end-call.
       clear-event-context-ex.
           exit.

       stamp-status-record.
           move w-business-date to fs-bdate.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
           end-string.
       stamp-status-record-ex.
           exit.

      *         the run's starting point: the file current under every
      *         catalog name.  The bare *PRERUN line marks the snapshot
      *         taken even when the catalog is empty
       take-prerun-snapshot.
           perform load-stage-catalog thru load-stage-catalog-ex.
           move 0 to w-snap-count.
           open output FLOW-STATUS.
           move spaces to flow-status-rec.
           move "*PRERUN" to fs-step.
           move "SNAP" to fs-state.
           move "0000" to fs-rc.
           perform stamp-status-record
              thru stamp-status-record-ex.
           write flow-status-rec.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              if w-stcat-gen(w-stcat-idx) = spaces
                 and w-snap-count < STAGE-CATALOG-MAX
                 add 1 to w-snap-count
                 move w-stcat-name(w-stcat-idx)
                    to w-snap-name(w-snap-count)
                 move w-stcat-fileid(w-stcat-idx)
                    to w-snap-fileid(w-snap-count)
                 move w-stcat-fileid(w-stcat-idx)
                    to w-snap-last-fileid(w-snap-count)
                 move spaces to w-snap-writer(w-snap-count)
                 move "N" to w-snap-touched(w-snap-count)
                 move spaces to flow-status-rec
                 move "*PRERUN" to fs-step
                 move "SNAP" to fs-state
                 move "0000" to fs-rc
                 perform stamp-status-record
                    thru stamp-status-record-ex
                 move w-stcat-name(w-stcat-idx) to fs-stage-name
                 move w-stcat-fileid(w-stcat-idx) to fs-stage-fileid
                 move w-stcat-stamp(w-stcat-idx) to fs-stage-stamp
                 write flow-status-rec
              end-if
           end-perform.
           perform varying w-hold-idx from 1 by 1
              until w-hold-idx > w-hold-count
              move spaces to flow-status-rec
              move w-hold-step(w-hold-idx) to fs-step
              move "HOLD" to fs-state
              move "0000" to fs-rc
              move w-hold-stamp(w-hold-idx) to fs-stamp
              move w-hold-bdate(w-hold-idx) to fs-bdate
              move w-hold-operator(w-hold-idx) to fs-stage-name
              write flow-status-rec
           end-perform.
           close FLOW-STATUS.
           move "Y" to w-snap-taken.
       take-prerun-snapshot-ex.
           exit.

       load-snapshot-line.
           if w-snap-count >= STAGE-CATALOG-MAX
              exit paragraph
           end-if.
           add 1 to w-snap-count.
           move fs-stage-name to w-snap-name(w-snap-count).
           move fs-stage-fileid to w-snap-fileid(w-snap-count).
           move fs-stage-fileid to w-snap-last-fileid(w-snap-count).
           move spaces to w-snap-writer(w-snap-count).
           move "N" to w-snap-touched(w-snap-count).
       load-snapshot-line-ex.
           exit.

      *         a name written by an earlier attempt of this run; one
      *         the snapshot never saw was created by the run
       load-stage-write-line.
           perform find-snap-name thru find-snap-name-ex.
           if w-snap-hit = 0
              if w-snap-count >= STAGE-CATALOG-MAX
                 exit paragraph
              end-if
              add 1 to w-snap-count
              move w-snap-count to w-snap-hit
              move fs-stage-name to w-snap-name(w-snap-hit)
              move spaces to w-snap-fileid(w-snap-hit)
              move spaces to w-snap-writer(w-snap-hit)
           end-if.
           move fs-stage-fileid to w-snap-last-fileid(w-snap-hit).
           if not SNAP-TOUCHED(w-snap-hit)
              move fs-step to w-snap-writer(w-snap-hit)
           end-if.
           move "Y" to w-snap-touched(w-snap-hit).
       load-stage-write-line-ex.
           exit.

       find-snap-name.
           move 0 to w-snap-hit.
           perform varying w-snap-idx from 1 by 1
              until w-snap-idx > w-snap-count or w-snap-hit > 0
              if w-snap-name(w-snap-idx) = fs-stage-name
                 move w-snap-idx to w-snap-hit
              end-if
           end-perform.
       find-snap-name-ex.
           exit.

      *         after each step: any name whose current copy is no
      *         longer the file last seen was rolled by the step
       note-stage-writes.
           if not SNAPSHOT-TAKEN
              exit paragraph
           end-if.
           perform load-stage-catalog thru load-stage-catalog-ex.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              if w-stcat-gen(w-stcat-idx) = spaces
                 move w-stcat-name(w-stcat-idx) to fs-stage-name
                 perform find-snap-name thru find-snap-name-ex
                 if w-snap-hit = 0
                    or w-snap-last-fileid(w-snap-hit) not =
                       w-stcat-fileid(w-stcat-idx)
                    perform post-stage-write
                       thru post-stage-write-ex
                 end-if
              end-if
           end-perform.
       note-stage-writes-ex.
           exit.

       post-stage-write.
           open extend FLOW-STATUS.
           if STAT-FILE-NOT-FOUND
              open output FLOW-STATUS
           end-if.
           move spaces to flow-status-rec.
           move w-step-name(w-step-idx) to fs-step.
           move "STGW" to fs-state.
           move "0000" to fs-rc.
           perform stamp-status-record
              thru stamp-status-record-ex.
           move w-stcat-name(w-stcat-idx) to fs-stage-name.
           move w-stcat-fileid(w-stcat-idx) to fs-stage-fileid.
           move w-stcat-stamp(w-stcat-idx) to fs-stage-stamp.
           write flow-status-rec.
           close FLOW-STATUS.
           perform load-stage-write-line
              thru load-stage-write-line-ex.
       post-stage-write-ex.
           exit.

      *         R: back out every stage the failed run wrote
       rollback-the-run.
           move KO to w-return-code.
           if FLOW-ENDED
              display
                 "ARRFLOW " w-stat-assign
                 " shows the flow finished clean -- nothing to"
                 " roll back"
                 upon console
              exit paragraph
           end-if.
           if not SNAPSHOT-TAKEN
              display
                 "ARRFLOW " w-stat-assign
                 " holds no pre-run snapshot -- nothing to roll back"
                 upon console
              exit paragraph
           end-if.

           perform acquire-stage-lock thru acquire-stage-lock-ex.
           perform load-stage-catalog thru load-stage-catalog-ex.

           open output ROLLBACK-REPORT.
           move spaces to rollback-report-rec.
           string "ARRFLOW ROLLBACK  deck=" w-deck-assign
              "  status=" w-stat-assign
              "  business date " w-business-date
              into rollback-report-rec
           end-string.
           write rollback-report-rec.
           move spaces to rollback-report-rec.
           write rollback-report-rec.
           move "STAGE" to rollback-report-rec.
           move "WRITTEN  PRE-RUN  RESULT"
              to rollback-report-rec(32:24).
           write rollback-report-rec.

           move 0 to w-rbk-restored.
           move 0 to w-rbk-failed.
           perform varying w-snap-idx from 1 by 1
              until w-snap-idx > w-snap-count
              if SNAP-TOUCHED(w-snap-idx)
                 perform roll-back-one-stage
                    thru roll-back-one-stage-ex
                 move spaces to rollback-report-rec
                 move w-snap-name(w-snap-idx)
                    to rollback-report-rec(1:30)
                 move w-snap-writer(w-snap-idx)
                    to rollback-report-rec(32:8)
                 move w-snap-fileid(w-snap-idx)
                    to rollback-report-rec(41:8)
                 move w-rbk-result to rollback-report-rec(50:70)
                 write rollback-report-rec
              end-if
           end-perform.

           perform write-stage-catalog thru write-stage-catalog-ex.
           perform release-stage-lock thru release-stage-lock-ex.

      *         the failed run leaves nothing behind: the next run of
      *         the deck starts from step one on a clean slate
           open output FLOW-STATUS.
           close FLOW-STATUS.
           call "balance:clear".

           move spaces to rollback-report-rec.
           write rollback-report-rec.
           move spaces to rollback-report-rec.
           string "RETURNED " w-rbk-restored
              "  NOT RESTORABLE " w-rbk-failed
              "  FLOWSTAT and BALANCE cleared"
              into rollback-report-rec
           end-string.
           write rollback-report-rec.
           close ROLLBACK-REPORT.
           display
              "ARRFLOW rollback of " w-stat-assign
              " returned " w-rbk-restored " stage(s), "
              w-rbk-failed " not restorable"
              upon console.
           move OK to w-return-code.
           if w-rbk-failed > 0
              move KO to w-return-code
           end-if.
       rollback-the-run-ex.
           exit.

      *         the pre-run copy sits at generation -k now: every
      *         row newer than it is the run's and comes off, it goes
      *         back to current with the current row's retention, and
      *         the older generations move up k places
       roll-back-one-stage.
           move spaces to w-rbk-result.
           move 0 to w-pre-hit.
           move 0 to w-cur-hit.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              if w-stcat-name(w-stcat-idx) = w-snap-name(w-snap-idx)
                 if w-stcat-gen(w-stcat-idx) = spaces
                    move w-stcat-idx to w-cur-hit
                 end-if
                 if w-snap-fileid(w-snap-idx) not = spaces
                    and w-stcat-fileid(w-stcat-idx) =
                       w-snap-fileid(w-snap-idx)
                    move w-stcat-idx to w-pre-hit
                 end-if
              end-if
           end-perform.

           if w-snap-fileid(w-snap-idx) = spaces
              perform drop-run-rows thru drop-run-rows-ex
              string "created by the run -- "
                 w-dropped-count " row(s) dropped"
                 into w-rbk-result
              end-string
              add 1 to w-rbk-restored
              exit paragraph
           end-if.

           if w-pre-hit = 0
              move "NOT RESTORABLE -- pre-run copy no longer kept"
                 to w-rbk-result
              add 1 to w-rbk-failed
              exit paragraph
           end-if.

           if w-stcat-gen(w-pre-hit) = spaces
              move "already current" to w-rbk-result
              add 1 to w-rbk-restored
              exit paragraph
           end-if.

           move w-stcat-gen(w-pre-hit)(2:2) to w-pre-gen.
           move w-stcat-gen(w-pre-hit) to w-gen-label.
           move 0 to w-retain-save.
           move w-stcat-compress(w-pre-hit) to w-compress-save.
           move w-stcat-keyid(w-pre-hit) to w-keyid-save.
           if w-cur-hit > 0
              move w-stcat-retain(w-cur-hit) to w-retain-save
              move w-stcat-compress(w-cur-hit) to w-compress-save
              move w-stcat-keyid(w-cur-hit) to w-keyid-save
           end-if.
           move spaces to w-stcat-gen(w-pre-hit).
           move w-retain-save to w-stcat-retain(w-pre-hit).
           move w-compress-save to w-stcat-compress(w-pre-hit).
           move w-keyid-save to w-stcat-keyid(w-pre-hit).
           move w-stcat-name(w-pre-hit) to fs-stage-name.
           move w-stcat-fileid(w-pre-hit) to fs-stage-fileid.

           move 0 to w-dropped-count.
           move 1 to w-stcat-idx.
           perform until w-stcat-idx > w-stcat-count
              if w-stcat-name(w-stcat-idx) = fs-stage-name
                 and w-stcat-fileid(w-stcat-idx) not = fs-stage-fileid
                 if w-stcat-gen(w-stcat-idx) = spaces
                    move 0 to w-row-gen
                 else
                    move w-stcat-gen(w-stcat-idx)(2:2) to w-row-gen
                 end-if
                 if w-row-gen < w-pre-gen
                    move w-stcat-entry(w-stcat-count)
                       to w-stcat-entry(w-stcat-idx)
                    subtract 1 from w-stcat-count
                    add 1 to w-dropped-count
                 else
                    compute w-gen-no = w-row-gen - w-pre-gen
                    move spaces to w-stcat-gen(w-stcat-idx)
                    string "-" w-gen-no
                       into w-stcat-gen(w-stcat-idx)
                    end-string
                    add 1 to w-stcat-idx
                 end-if
              else
                 add 1 to w-stcat-idx
              end-if
           end-perform.
           string "generation " w-gen-label
              " returned to current, " w-dropped-count
              " run generation(s) dropped"
              into w-rbk-result
           end-string.
           add 1 to w-rbk-restored.
       roll-back-one-stage-ex.
           exit.

       drop-run-rows.
           move 0 to w-dropped-count.
           move 1 to w-stcat-idx.
           perform until w-stcat-idx > w-stcat-count
              if w-stcat-name(w-stcat-idx) = w-snap-name(w-snap-idx)
                 move w-stcat-entry(w-stcat-count)
                    to w-stcat-entry(w-stcat-idx)
                 subtract 1 from w-stcat-count
                 add 1 to w-dropped-count
              else
                 add 1 to w-stcat-idx
              end-if
           end-perform.
       drop-run-rows-ex.
           exit.

       load-stage-catalog.
           move 0 to w-stcat-count.
           open input STAGE-CATALOG.
           if STCAT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STAGE-CATALOG.
           perform until STCAT-FILE-AT-EOF
              or w-stcat-count >= STAGE-CATALOG-MAX
              add 1 to w-stcat-count
              move sc-name to w-stcat-name(w-stcat-count)
              move sc-fileid to w-stcat-fileid(w-stcat-count)
              move sc-owner to w-stcat-owner(w-stcat-count)
              move sc-stamp to w-stcat-stamp(w-stcat-count)
              if sc-retain is numeric
                 move sc-retain to w-stcat-retain(w-stcat-count)
              else
                 move 0 to w-stcat-retain(w-stcat-count)
              end-if
              move sc-gen to w-stcat-gen(w-stcat-count)
              if sc-compress = "Y"
                 move "Y" to w-stcat-compress(w-stcat-count)
              else
                 move "N" to w-stcat-compress(w-stcat-count)
              end-if
              move sc-keyid to w-stcat-keyid(w-stcat-count)
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
       load-stage-catalog-ex.
           exit.

       write-stage-catalog.
           open output STAGE-CATALOG.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              move w-stcat-name(w-stcat-idx) to sc-name
              move w-stcat-fileid(w-stcat-idx) to sc-fileid
              move w-stcat-owner(w-stcat-idx) to sc-owner
              move w-stcat-stamp(w-stcat-idx) to sc-stamp
              move w-stcat-retain(w-stcat-idx) to sc-retain
              move w-stcat-gen(w-stcat-idx) to sc-gen
              move w-stcat-compress(w-stcat-idx) to sc-compress
              move w-stcat-keyid(w-stcat-idx) to sc-keyid
              write stage-catalog-rec
           end-perform.
           close STAGE-CATALOG.
       write-stage-catalog-ex.
           exit.

      *         the same enqueue protocol array.cbl runs on ARRLOCKS
       acquire-stage-lock.
           move "N" to w-lock-taken.
           move 0 to w-lock-wait.
           perform until LOCK-TAKEN
              open input STAGE-LOCK
              if SLOCK-FILE-NOT-FOUND
                 move spaces to w-lock-holder
              else
                 move spaces to w-lock-holder
                 read STAGE-LOCK
                    at end move spaces to w-lock-holder
                    not at end move stage-lock-rec
                       to w-lock-holder
                 end-read
                 close STAGE-LOCK
              end-if

              if w-lock-holder = spaces
                 open output STAGE-LOCK
                 move spaces to stage-lock-rec
                 string
                    "HELD BY ARRFLOW"
                    " SINCE " function current-date(1:8)
                    "-" function current-date(9:6)
                    into stage-lock-rec
                 end-string
                 write stage-lock-rec
                 close STAGE-LOCK
                 move "Y" to w-lock-taken
              else
                 add 1 to w-lock-wait
                 if w-lock-wait > LOCK-TIMEOUT-SECONDS
                    display
                       "ARRFLOW stage lock timeout -- "
                       w-lock-holder(1:60)
                       upon console
                    goback giving KO
                 end-if
                 call "c$sleep" using w-sleep-seconds
              end-if
           end-perform.
       acquire-stage-lock-ex.
           exit.

       release-stage-lock.
           open output STAGE-LOCK.
           close STAGE-LOCK.
       release-stage-lock-ex.
           exit.
