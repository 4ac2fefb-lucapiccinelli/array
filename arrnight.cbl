       identification division.
         program-id.  arrnight.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select NIGHT-CARD assign "NIGHTCRD"
              organization line sequential
              file status is w-card-file-status.
           select SLA-TABLE assign "SLATAB"
              organization line sequential
              file status is w-tab-file-status.
           select FLOW-DECK assign to dynamic w-deck-assign
              organization line sequential
              file status is w-deck-file-status.
           select FLOW-STATUS assign to dynamic w-stat-assign
              organization line sequential
              file status is w-stat-file-status.
           select RUN-LOG assign "RUNLOG"
              organization line sequential
              file status is w-rlog-file-status.
           select BALANCE-FILE assign "BALANCE"
              organization line sequential
              file status is w-bal-file-status.
           select MESSAGE-LOG assign "MSGLOG"
              organization line sequential
              file status is w-mlog-file-status.
           select REJECT-FILE assign to dynamic w-rej-assign
              organization line sequential
              file status is w-rej-file-status.
           select SUSPENSE-FILE assign to dynamic w-susp-assign
              organization line sequential
              file status is w-susp-file-status.
           select EXCEPTION-FILE assign to dynamic w-excp-assign
              organization line sequential
              file status is w-excp-file-status.
           select LEAK-OUTPUT assign to dynamic w-leak-assign
              organization line sequential
              file status is w-leak-file-status.
           select NIGHT-REPORT assign "NIGHTRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  NIGHT-CARD.
       01  night-card-rec pic x(132).
       fd  SLA-TABLE.
       01  sla-table-rec pic x(132).
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
       fd  RUN-LOG.
       01  run-log-rec pic x(132).
       fd  BALANCE-FILE.
       01  balance-file-rec pic x(80).
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
       fd  REJECT-FILE.
       01  reject-file-rec pic x(4096).
       fd  SUSPENSE-FILE.
       01  suspense-file-rec.
           05 sf-cycle pic x(02).
           05 sf-record pic x(4094).
       fd  EXCEPTION-FILE.
       01  exception-file-rec pic x(132).
       fd  LEAK-OUTPUT.
       01  leak-output-rec pic x(132).
       fd  NIGHT-REPORT.
       01  night-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  NIGHT-FLOW-MAX value 20.
       78  NIGHT-STEP-MAX value 200.
       78  NIGHT-BAL-MAX value 50.
       78  NIGHT-MSG-MAX value 100.
       78  NIGHT-FEED-MAX value 20.
       78  NIGHT-RULE-MAX value 100.
       78  NIGHT-REASON-MAX value 30.

      *         the morning review on one sheet.  For the processing
      *         date (the business date, or the date given as the
      *         parameter) NIGHTRPT brings together what the day-shift
      *         lead otherwise reads in six places:
      *           every flow and step -- state and rc from FLOWSTAT,
      *           times and volumes from the step's run in RUNLOG
      *           the balance chain from BALANCE, checked as arrbal
      *           checks it
      *           E and W messages in MSGLOG, counted by number
      *           TRANREJ and SUSPOUT records by feed
      *           VALEXCP exceptions by rule
      *           the arrleak gate: the rc of a step running arrleak,
      *           or the ARRLEAK summary line in its saved output
      *         NIGHTCRD says where to look:
      *           FLOW name deck status
      *           FEED name rejfile suspfile
      *           EXCP name excpfile
      *           LEAK outputfile
      *         with no FLOW card the flows are the FLOW lines of
      *         SLATAB; with no FEED card the one feed is arrmatch's
      *         TRANREJ/SUSPOUT; with no EXCP card it is VALEXCP.
      *         The night's window runs from midnight of the
      *         processing date to now.  A failed or unfinished flow,
      *         a balance break, an E message or a failed leak gate
      *         make the night RED; W messages, rejects, suspense,
      *         exceptions, a missing chain or gate make it AMBER.  The
      *         report ends with the block the lead signs
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-tab-file-status pic x(02) value spaces.
           88  TAB-FILE-NOT-FOUND value "35".
           88  TAB-FILE-AT-EOF value "10".
       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-stat-file-status pic x(02) value spaces.
           88  STAT-FILE-NOT-FOUND value "35".
           88  STAT-FILE-AT-EOF value "10".
       77  w-rlog-file-status pic x(02) value spaces.
           88  RLOG-FILE-NOT-FOUND value "35".
           88  RLOG-FILE-AT-EOF value "10".
       77  w-bal-file-status pic x(02) value spaces.
           88  BAL-FILE-NOT-FOUND value "35".
           88  BAL-FILE-AT-EOF value "10".
       77  w-mlog-file-status pic x(02) value spaces.
           88  MLOG-FILE-NOT-FOUND value "35".
           88  MLOG-FILE-AT-EOF value "10".
       77  w-rej-file-status pic x(02) value spaces.
           88  REJ-FILE-NOT-FOUND value "35".
           88  REJ-FILE-AT-EOF value "10".
       77  w-susp-file-status pic x(02) value spaces.
           88  SUSP-FILE-NOT-FOUND value "35".
           88  SUSP-FILE-AT-EOF value "10".
       77  w-excp-file-status pic x(02) value spaces.
           88  EXCP-FILE-NOT-FOUND value "35".
           88  EXCP-FILE-AT-EOF value "10".
       77  w-leak-file-status pic x(02) value spaces.
           88  LEAK-FILE-NOT-FOUND value "35".
           88  LEAK-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-deck-assign pic x(08) value spaces.
       77  w-stat-assign pic x(08) value spaces.
       77  w-rej-assign pic x(08) value spaces.
       77  w-susp-assign pic x(08) value spaces.
       77  w-excp-assign pic x(08) value spaces.
       77  w-leak-assign pic x(08) value spaces.

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

      *         the BALANCE line as balance:record lays it out
       01  w-balance-line.
           05 w-bl-stamp pic x(15).
           05 filler pic x.
           05 w-bl-step pic x(08).
           05 filler pic x.
           05 w-bl-file pic x(08).
           05 filler pic x(04).
           05 w-bl-in pic x(09).
           05 filler pic x(05).
           05 w-bl-out pic x(09).
           05 filler pic x(05).
           05 w-bl-rejected pic x(09).

       77  w-flow-count pic 9(03) value 0.
       01  w-flow-tbl.
           05 w-flow-entry occurs NIGHT-FLOW-MAX times.
              07 w-fl-name pic x(08).
              07 w-fl-deck pic x(08).
              07 w-fl-stat pic x(08).
              07 w-fl-first-step pic 9(03).
              07 w-fl-step-count pic 9(03).
              07 w-fl-state pic x(08).
              07 w-fl-finish pic 9(12).

       77  w-step-count pic 9(03) value 0.
       01  w-step-tbl.
           05 w-step-entry occurs NIGHT-STEP-MAX times.
              07 w-st-flow pic 9(03).
              07 w-st-name pic x(08).
              07 w-st-program pic x(08).
              07 w-st-state pic x(04).
              07 w-st-rc pic x(04).
              07 w-st-start pic 9(12).
              07 w-st-end pic 9(12).
              07 w-st-logged pic x.
                 88 STEP-RUN-LOGGED value "Y".
              07 w-st-log-start pic 9(12).
              07 w-st-log-end pic 9(12).
              07 w-st-log-rc pic x(04).
              07 w-st-read pic 9(09).
              07 w-st-written pic 9(09).
              07 w-st-rejected pic 9(09).

       77  w-bal-count pic 9(03) value 0.
       01  w-bal-tbl.
           05 w-bal-entry occurs NIGHT-BAL-MAX times.
              07 w-ba-step pic x(08).
              07 w-ba-file pic x(08).
              07 w-ba-in pic 9(09).
              07 w-ba-out pic 9(09).
              07 w-ba-rejected pic 9(09).
              07 w-ba-status pic x(08).
       77  w-bal-break-count pic 9(03) value 0.
       77  w-bal-lines pic 9(09) value 0.
       77  w-prev-out pic 9(09) value 0.
       77  w-have-prev pic x value "N".
           88  PREV-STEP-PRESENT value "Y".

       77  w-msg-count pic 9(03) value 0.
       01  w-msg-tbl.
           05 w-msg-entry occurs NIGHT-MSG-MAX times.
              07 w-mg-number pic x(05).
              07 w-mg-severity pic x.
              07 w-mg-count pic 9(09).
              07 w-mg-program pic x(08).
              07 w-mg-text pic x(72).
       77  w-error-msg-count pic 9(09) value 0.
       77  w-warn-msg-count pic 9(09) value 0.

       77  w-feed-count pic 9(03) value 0.
       01  w-feed-tbl.
           05 w-feed-entry occurs NIGHT-FEED-MAX times.
              07 w-fd-name pic x(08).
              07 w-fd-rej-file pic x(08).
              07 w-fd-susp-file pic x(08).
              07 w-fd-rej-count pic 9(09).
              07 w-fd-susp-count pic 9(09).
              07 w-fd-oldest-cycle pic 9(02).
              07 w-fd-rej-found pic x.
              07 w-fd-susp-found pic x.
       77  w-total-rejects pic 9(09) value 0.
       77  w-total-suspense pic 9(09) value 0.

       77  w-excp-count pic 9(03) value 0.
       01  w-excp-tbl.
           05 w-excp-entry occurs NIGHT-FEED-MAX times.
              07 w-ex-name pic x(08).
              07 w-ex-file pic x(08).
              07 w-ex-total pic 9(09).
              07 w-ex-found pic x.
       77  w-rule-count pic 9(03) value 0.
       01  w-rule-tbl.
           05 w-rule-entry occurs NIGHT-RULE-MAX times.
              07 w-ru-excp pic 9(03).
              07 w-ru-kind pic x(05).
              07 w-ru-list pic x(10).
              07 w-ru-count pic 9(09).
       77  w-total-exceptions pic 9(09) value 0.
       77  w-excp-head pic x(132) value spaces.
       77  w-excp-tail pic x(132) value spaces.
       77  w-rule-kind pic x(05) value spaces.
       77  w-rule-list pic x(10) value spaces.

       77  w-leak-state pic x(07) value "NOT RUN".
       77  w-leak-source pic x(30) value spaces.
       77  w-leak-detail pic x(100) value spaces.
       77  w-leak-file pic x(08) value spaces.
       77  w-leak-count-tok pic x(20) value spaces.

       77  w-reason-count pic 9(03) value 0.
       01  w-reason-tbl.
           05 w-reason-entry occurs NIGHT-REASON-MAX times.
              07 w-rs-level pic x(05).
              07 w-rs-text pic x(100).
       77  w-reason-level pic x(05) value spaces.
       77  w-section-title pic x(100) value spaces.
       77  w-reason-text pic x(100) value spaces.
       77  w-verdict pic x(05) value "GREEN".
           88  NIGHT-GREEN value "GREEN".
           88  NIGHT-AMBER value "AMBER".
           88  NIGHT-RED value "RED".

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(08) value spaces.
       77  w-tok-2 pic x(08) value spaces.
       77  w-tok-3 pic x(08) value spaces.

       77  w-flow-idx pic 9(03) value 0.
       77  w-step-idx pic 9(03) value 0.
       77  w-bal-idx pic 9(03) value 0.
       77  w-msg-idx pic 9(03) value 0.
       77  w-feed-idx pic 9(03) value 0.
       77  w-excp-idx pic 9(03) value 0.
       77  w-rule-idx pic 9(03) value 0.
       77  w-reason-idx pic 9(03) value 0.
       77  w-found pic x value "N".
           88  ENTRY-FOUND value "Y".

       77  w-business-date pic x(08) value spaces.
       77  w-now pic 9(12) value 0.
       77  w-window-start pic 9(12) value 0.
       77  w-stamp pic x(15) value spaces.
       77  w-abs pic 9(12) value 0.
       77  w-abs-start pic 9(12) value 0.
       77  w-abs-end pic 9(12) value 0.
       77  w-elapsed pic 9(09) value 0.
       77  w-day-part pic 9(12) value 0.
       77  w-work-date pic 9(08) value 0.
       77  w-out-time pic x(14) value spaces.
       77  w-time-hh pic 9(02) value 0.
       77  w-time-mm pic 9(02) value 0.
       77  w-time-ss pic 9(02) value 0.
       77  w-time-rest pic 9(09) value 0.
       77  w-out-hms pic x(08) value spaces.
       77  w-ptr pic 9(04) value 0.

       77  w-flow-bad-count pic 9(03) value 0.
       77  w-step-rc-count pic 9(03) value 0.
       77  w-report-lines pic 9(09) value 0.
       77  z-num pic z(08)9.
       77  z-num2 pic z(08)9.
       77  z-cnt pic z(03)9.

       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRNIGHT".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-processing-date pic x(08).

       procedure division using
           l-processing-date
           .
           CATCHPARAMS.
           call "runlog:start" using w-runlog-pgm.
           move 0 to w-flow-count.
           move 0 to w-step-count.
           move 0 to w-feed-count.
           move 0 to w-excp-count.
           move 0 to w-rule-count.
           move 0 to w-reason-count.
           move "GREEN" to w-verdict.
           move spaces to w-business-date.
           if w-narg >= 1
              move l-processing-date to w-business-date
           end-if.
           if w-business-date is not numeric
              call "rundate:today" using w-business-date
                 on exception
                    move function current-date(1:8)
                       to w-business-date
              end-call
           end-if.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-stamp
           end-string.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-now.
           string w-business-date "-000000" into w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           move w-abs to w-window-start.

           perform read-night-cards thru read-night-cards-ex.
           if w-flow-count = 0
              perform read-sla-flows thru read-sla-flows-ex
           end-if.
           if w-feed-count = 0
              add 1 to w-feed-count
              initialize w-feed-entry(1)
              move "ARRMATCH" to w-fd-name(1)
              move "TRANREJ" to w-fd-rej-file(1)
              move "SUSPOUT" to w-fd-susp-file(1)
           end-if.
           if w-excp-count = 0
              add 1 to w-excp-count
              initialize w-excp-entry(1)
              move "VALEXCP" to w-ex-name(1)
              move "VALEXCP" to w-ex-file(1)
           end-if.

           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              perform load-flow-steps thru load-flow-steps-ex
           end-perform.
           perform read-run-log thru read-run-log-ex.
           perform read-balance-chain thru read-balance-chain-ex.
           perform read-message-log thru read-message-log-ex.
           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count
              perform count-one-feed thru count-one-feed-ex
           end-perform.
           perform varying w-excp-idx from 1 by 1
              until w-excp-idx > w-excp-count
              perform count-one-excp-file
                 thru count-one-excp-file-ex
           end-perform.
           perform check-leak-gate thru check-leak-gate-ex.

           perform decide-verdict thru decide-verdict-ex.
           perform write-night-report thru write-night-report-ex.

           display
              "ARRNIGHT " w-business-date " verdict " w-verdict
              upon console.
           move 10150 to w-msg-no.
           move w-verdict to w-msg-sub1.
           move w-business-date to w-msg-sub2.
           call "msg:issue"
              using w-runlog-pgm w-msg-no
                    w-msg-sub1 w-msg-sub2.
           perform write-run-record thru write-run-record-ex.
           if NIGHT-RED
              goback giving KO
           end-if.
           goback giving OK.

       read-night-cards.
           open input NIGHT-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read NIGHT-CARD.
           perform until CARD-FILE-AT-EOF
              move night-card-rec to w-card-line
              perform parse-night-line thru parse-night-line-ex
              read NIGHT-CARD
           end-perform.
           close NIGHT-CARD.
       read-night-cards-ex.
           exit.

       parse-night-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           perform split-card-line thru split-card-line-ex.
           evaluate w-tok-kind
              when "FLOW"
                 perform add-flow thru add-flow-ex
              when "FEED"
                 if w-feed-count < NIGHT-FEED-MAX
                    add 1 to w-feed-count
                    initialize w-feed-entry(w-feed-count)
                    move w-tok-1 to w-fd-name(w-feed-count)
                    move w-tok-2 to w-fd-rej-file(w-feed-count)
                    move w-tok-3 to w-fd-susp-file(w-feed-count)
                 end-if
              when "EXCP"
                 if w-excp-count < NIGHT-FEED-MAX
                    add 1 to w-excp-count
                    initialize w-excp-entry(w-excp-count)
                    move w-tok-1 to w-ex-name(w-excp-count)
                    move w-tok-2 to w-ex-file(w-excp-count)
                 end-if
              when "LEAK"
                 move w-tok-1 to w-leak-file
              when other
                 display
                    "ARRNIGHT card not understood: "
                    w-card-line(1:60)
                    upon console
           end-evaluate.
       parse-night-line-ex.
           exit.

       split-card-line.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1 w-tok-2 w-tok-3
           end-unstring.
       split-card-line-ex.
           exit.

       add-flow.
           if w-flow-count < NIGHT-FLOW-MAX
              add 1 to w-flow-count
              initialize w-flow-entry(w-flow-count)
              move w-tok-1 to w-fl-name(w-flow-count)
              move w-tok-2 to w-fl-deck(w-flow-count)
              move w-tok-3 to w-fl-stat(w-flow-count)
           end-if.
       add-flow-ex.
           exit.

      *         the flows arrsla watches are the night's flows
       read-sla-flows.
           open input SLA-TABLE.
           if TAB-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SLA-TABLE.
           perform until TAB-FILE-AT-EOF
              move sla-table-rec to w-card-line
              if w-card-line not = spaces
                 and w-card-line(1:1) not = "*"
                 perform split-card-line thru split-card-line-ex
                 if w-tok-kind = "FLOW"
                    perform add-flow thru add-flow-ex
                 end-if
              end-if
              read SLA-TABLE
           end-perform.
           close SLA-TABLE.
       read-sla-flows-ex.
           exit.

      *         the deck gives the steps in run order, the status file
      *         how far the night's run got
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
              perform split-card-line thru split-card-line-ex
              if w-tok-kind = "STEP" and w-tok-2 not = spaces
                 and w-step-count < NIGHT-STEP-MAX
                 add 1 to w-step-count
                 initialize w-step-entry(w-step-count)
                 move w-flow-idx to w-st-flow(w-step-count)
                 move w-tok-1 to w-st-name(w-step-count)
                 move function upper-case(w-tok-2)
                    to w-st-program(w-step-count)
                 move "PEND" to w-st-state(w-step-count)
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

      *         a completed flow leaves only its *FLOWEND line, so
      *         every step not already known failed is done
       apply-status-line.
           move fs-stamp to w-stamp.
           perform stamp-to-abs thru stamp-to-abs-ex.
           if fs-step = "*FLOWEND"
              move "COMPLETE" to w-fl-state(w-flow-idx)
              move w-abs to w-fl-finish(w-flow-idx)
              perform varying w-step-idx
                 from w-fl-first-step(w-flow-idx) by 1
                 until w-step-idx >= w-fl-first-step(w-flow-idx)
                    + w-fl-step-count(w-flow-idx)
                 move "DONE" to w-st-state(w-step-idx)
                 if w-st-rc(w-step-idx) = spaces
                    move "0000" to w-st-rc(w-step-idx)
                 end-if
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
                 move spaces to w-st-rc(w-step-idx)
                 move w-abs to w-st-start(w-step-idx)
                 move 0 to w-st-end(w-step-idx)
                 move "RUNNING" to w-fl-state(w-flow-idx)
              when "DONE"
                 move "DONE" to w-st-state(w-step-idx)
                 move fs-rc to w-st-rc(w-step-idx)
                 move w-abs to w-st-end(w-step-idx)
              when "FAIL"
                 move "FAIL" to w-st-state(w-step-idx)
                 move fs-rc to w-st-rc(w-step-idx)
                 move w-abs to w-st-end(w-step-idx)
                 move "FAILED" to w-fl-state(w-flow-idx)
              when "RRUN"
                 if w-st-state(w-step-idx) = "FAIL"
                    move "PEND" to w-st-state(w-step-idx)
                    move spaces to w-st-rc(w-step-idx)
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
              until w-step-idx >= w-fl-first-step(w-flow-idx)
                 + w-fl-step-count(w-flow-idx)
                 or ENTRY-FOUND
              if w-st-name(w-step-idx) = fs-step
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-step-idx
           end-if.
       find-flow-step-ex.
           exit.

      *         a step's own run is the last run of its program inside
      *         the night's window, after the step went in and before
      *         its flow ended
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
           if w-abs-start < w-window-start or w-abs-end > w-now
              or w-abs-end < w-abs-start
              exit paragraph
           end-if.

           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              move w-st-flow(w-step-idx) to w-flow-idx
              if w-st-program(w-step-idx) = w-log-pgm
                 and w-st-state(w-step-idx) not = "PEND"
                 and w-abs-start >= w-st-start(w-step-idx)
                 and (w-fl-finish(w-flow-idx) = 0
                    or w-abs-end <= w-fl-finish(w-flow-idx))
                 move "Y" to w-st-logged(w-step-idx)
                 move w-abs-start to w-st-log-start(w-step-idx)
                 move w-abs-end to w-st-log-end(w-step-idx)
                 move w-log-rc to w-st-log-rc(w-step-idx)
                 compute w-st-read(w-step-idx) =
                    function numval(w-log-read)
                 compute w-st-written(w-step-idx) =
                    function numval(w-log-written)
                 compute w-st-rejected(w-step-idx) =
                    function numval(w-log-rejected)
              end-if
           end-perform.
       file-one-run-ex.
           exit.

      *         the same two checks arrbal makes, carried through the
      *         whole chain so every break shows, not just the first
       read-balance-chain.
           move 0 to w-bal-count.
           move 0 to w-bal-lines.
           move 0 to w-bal-break-count.
           move "N" to w-have-prev.
           open input BALANCE-FILE.
           if BAL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BALANCE-FILE.
           perform until BAL-FILE-AT-EOF
              move balance-file-rec to w-balance-line
              move w-bl-stamp to w-stamp
              perform stamp-to-abs thru stamp-to-abs-ex
              if w-bl-in is numeric
                 and w-abs >= w-window-start
                 perform check-balance-line
                    thru check-balance-line-ex
              end-if
              read BALANCE-FILE
           end-perform.
           close BALANCE-FILE.
       read-balance-chain-ex.
           exit.

       check-balance-line.
           add 1 to w-bal-lines.
           if w-bal-count < NIGHT-BAL-MAX
              add 1 to w-bal-count
           end-if.
           move w-bal-count to w-bal-idx.
           move w-bl-step to w-ba-step(w-bal-idx).
           move w-bl-file to w-ba-file(w-bal-idx).
           compute w-ba-in(w-bal-idx) = function numval(w-bl-in).
           compute w-ba-out(w-bal-idx) = function numval(w-bl-out).
           compute w-ba-rejected(w-bal-idx) =
              function numval(w-bl-rejected).
           move "OK" to w-ba-status(w-bal-idx).
           if w-ba-in(w-bal-idx) not =
              w-ba-out(w-bal-idx) + w-ba-rejected(w-bal-idx)
              move "UNEVEN" to w-ba-status(w-bal-idx)
              add 1 to w-bal-break-count
           else
              if PREV-STEP-PRESENT
                 and w-ba-in(w-bal-idx) not = w-prev-out
                 move "BREAK" to w-ba-status(w-bal-idx)
                 add 1 to w-bal-break-count
              end-if
           end-if.
           move w-ba-out(w-bal-idx) to w-prev-out.
           move "Y" to w-have-prev.
       check-balance-line-ex.
           exit.

       read-message-log.
           move 0 to w-msg-count.
           move 0 to w-error-msg-count.
           move 0 to w-warn-msg-count.
           open input MESSAGE-LOG.
           if MLOG-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read MESSAGE-LOG.
           perform until MLOG-FILE-AT-EOF
              move ml-stamp to w-stamp
              perform stamp-to-abs thru stamp-to-abs-ex
              if (ml-severity = "E" or ml-severity = "W")
                 and w-abs >= w-window-start
                 perform count-one-message
                    thru count-one-message-ex
              end-if
              read MESSAGE-LOG
           end-perform.
           close MESSAGE-LOG.
       read-message-log-ex.
           exit.

       count-one-message.
           if ml-severity = "E"
              add 1 to w-error-msg-count
           else
              add 1 to w-warn-msg-count
           end-if.
           move "N" to w-found.
           perform varying w-msg-idx from 1 by 1
              until w-msg-idx > w-msg-count or ENTRY-FOUND
              if w-mg-number(w-msg-idx) = ml-number
                 and w-mg-severity(w-msg-idx) = ml-severity
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-msg-idx
           else
              if w-msg-count >= NIGHT-MSG-MAX
                 exit paragraph
              end-if
              add 1 to w-msg-count
              move w-msg-count to w-msg-idx
              move ml-number to w-mg-number(w-msg-idx)
              move ml-severity to w-mg-severity(w-msg-idx)
              move 0 to w-mg-count(w-msg-idx)
              move ml-program to w-mg-program(w-msg-idx)
              move ml-text to w-mg-text(w-msg-idx)
           end-if.
           add 1 to w-mg-count(w-msg-idx).
       count-one-message-ex.
           exit.

      *         SUSPOUT carries the cycle in its first two bytes; the
      *         highest cycle says how long the oldest record has
      *         been waiting
       count-one-feed.
           move "N" to w-fd-rej-found(w-feed-idx).
           move w-fd-rej-file(w-feed-idx) to w-rej-assign.
           open input REJECT-FILE.
           if not REJ-FILE-NOT-FOUND
              move "Y" to w-fd-rej-found(w-feed-idx)
              read REJECT-FILE
              perform until REJ-FILE-AT-EOF
                 add 1 to w-fd-rej-count(w-feed-idx)
                 read REJECT-FILE
              end-perform
              close REJECT-FILE
           end-if.
           add w-fd-rej-count(w-feed-idx) to w-total-rejects.

           move "N" to w-fd-susp-found(w-feed-idx).
           if w-fd-susp-file(w-feed-idx) = spaces
              exit paragraph
           end-if.
           move w-fd-susp-file(w-feed-idx) to w-susp-assign.
           open input SUSPENSE-FILE.
           if SUSP-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-fd-susp-found(w-feed-idx).
           read SUSPENSE-FILE.
           perform until SUSP-FILE-AT-EOF
              add 1 to w-fd-susp-count(w-feed-idx)
              if sf-cycle is numeric
                 and sf-cycle > w-fd-oldest-cycle(w-feed-idx)
                 move sf-cycle to w-fd-oldest-cycle(w-feed-idx)
              end-if
              read SUSPENSE-FILE
           end-perform.
           close SUSPENSE-FILE.
           add w-fd-susp-count(w-feed-idx) to w-total-suspense.
       count-one-feed-ex.
           exit.

      *         RECORD n FIELD AT offset RULE kind list VALUE [..],
      *         as arrvalidate and arroutlr write it
       count-one-excp-file.
           move "N" to w-ex-found(w-excp-idx).
           move 0 to w-ex-total(w-excp-idx).
           move w-ex-file(w-excp-idx) to w-excp-assign.
           open input EXCEPTION-FILE.
           if EXCP-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-ex-found(w-excp-idx).
           read EXCEPTION-FILE.
           perform until EXCP-FILE-AT-EOF
              if exception-file-rec not = spaces
                 add 1 to w-ex-total(w-excp-idx)
                 perform tally-exception-rule
                    thru tally-exception-rule-ex
              end-if
              read EXCEPTION-FILE
           end-perform.
           close EXCEPTION-FILE.
           add w-ex-total(w-excp-idx) to w-total-exceptions.
       count-one-excp-file-ex.
           exit.

       tally-exception-rule.
           move spaces to w-excp-head.
           move spaces to w-excp-tail.
           move spaces to w-rule-kind.
           move spaces to w-rule-list.
           unstring exception-file-rec
              delimited by " RULE "
              into w-excp-head w-excp-tail
           end-unstring.
           if w-excp-tail = spaces
              move "?" to w-rule-kind
           else
              unstring w-excp-tail
                 delimited by all spaces
                 into w-rule-kind w-rule-list
              end-unstring
              if w-rule-list = "VALUE"
                 move spaces to w-rule-list
              end-if
           end-if.

           move "N" to w-found.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count or ENTRY-FOUND
              if w-ru-excp(w-rule-idx) = w-excp-idx
                 and w-ru-kind(w-rule-idx) = w-rule-kind
                 and w-ru-list(w-rule-idx) = w-rule-list
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-rule-idx
           else
              if w-rule-count >= NIGHT-RULE-MAX
                 exit paragraph
              end-if
              add 1 to w-rule-count
              move w-rule-count to w-rule-idx
              move w-excp-idx to w-ru-excp(w-rule-idx)
              move w-rule-kind to w-ru-kind(w-rule-idx)
              move w-rule-list to w-ru-list(w-rule-idx)
              move 0 to w-ru-count(w-rule-idx)
           end-if.
           add 1 to w-ru-count(w-rule-idx).
       tally-exception-rule-ex.
           exit.

      *         arrleak answers in its rc, which the flow posts for
      *         the step that ran it; its console summary, kept to a
      *         file named on the LEAK card, says what it found
       check-leak-gate.
           move "NOT RUN" to w-leak-state.
           move spaces to w-leak-source.
           move spaces to w-leak-detail.
           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              if w-st-program(w-step-idx) = "ARRLEAK"
                 move w-st-flow(w-step-idx) to w-flow-idx
                 move spaces to w-leak-source
                 string "step " delimited by size
                    w-st-name(w-step-idx) delimited by space
                    " of flow " delimited by size
                    w-fl-name(w-flow-idx) delimited by space
                    into w-leak-source
                 end-string
                 evaluate w-st-state(w-step-idx)
                    when "DONE"
                       move "PASS" to w-leak-state
                    when "FAIL"
                       move "FAIL" to w-leak-state
                    when other
                       move "NOT RUN" to w-leak-state
                 end-evaluate
              end-if
           end-perform.

           if w-leak-file = spaces
              exit paragraph
           end-if.
           move w-leak-file to w-leak-assign.
           open input LEAK-OUTPUT.
           if LEAK-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read LEAK-OUTPUT.
           perform until LEAK-FILE-AT-EOF
              if leak-output-rec(1:14) = "ARRLEAK leaks="
                 move leak-output-rec(9:100) to w-leak-detail
              end-if
              read LEAK-OUTPUT
           end-perform.
           close LEAK-OUTPUT.
           if w-leak-detail = spaces
              exit paragraph
           end-if.
           if w-leak-source = spaces
              move spaces to w-leak-source
              string "output " delimited by size
                 w-leak-file delimited by space
                 into w-leak-source
              end-string
           end-if.
           if w-leak-detail(7:9) not = "000000000"
              or w-leak-detail(59:9) not = "000000000"
              or w-leak-detail(86:9) not = "000000000"
              move "FAIL" to w-leak-state
           else
              if w-leak-state = "NOT RUN"
                 move "PASS" to w-leak-state
              end-if
           end-if.
       check-leak-gate-ex.
           exit.

      *         RED for anything the night cannot be signed off with,
      *         AMBER for what the lead must look at first
       decide-verdict.
           move 0 to w-flow-bad-count.
           move 0 to w-step-rc-count.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              if w-fl-state(w-flow-idx) not = "COMPLETE"
                 add 1 to w-flow-bad-count
                 if w-fl-state(w-flow-idx) = "NO-DECK"
                    move "AMBER" to w-reason-level
                 else
                    move "RED" to w-reason-level
                 end-if
                 move spaces to w-reason-text
                 string "flow " delimited by size
                    w-fl-name(w-flow-idx) delimited by space
                    " is " delimited by size
                    w-fl-state(w-flow-idx) delimited by space
                    into w-reason-text
                 end-string
                 perform add-reason thru add-reason-ex
              end-if
           end-perform.
           if w-flow-count = 0
              move "AMBER" to w-reason-level
              move "no flows named in NIGHTCRD or SLATAB"
                 to w-reason-text
              perform add-reason thru add-reason-ex
           end-if.
           perform varying w-step-idx from 1 by 1
              until w-step-idx > w-step-count
              if w-st-state(w-step-idx) = "DONE"
                 and STEP-RUN-LOGGED(w-step-idx)
                 and w-st-log-rc(w-step-idx) not = "0000"
                 add 1 to w-step-rc-count
              end-if
           end-perform.
           if w-step-rc-count > 0
              move "AMBER" to w-reason-level
              move w-step-rc-count to z-cnt
              move spaces to w-reason-text
              string function trim(z-cnt)
                 " step(s) logged a non-zero rc"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.

           evaluate true
              when w-bal-lines = 0
                 move "AMBER" to w-reason-level
                 move "no BALANCE records for the night"
                    to w-reason-text
                 perform add-reason thru add-reason-ex
              when w-bal-break-count > 0
                 move "RED" to w-reason-level
                 move w-bal-break-count to z-cnt
                 move spaces to w-reason-text
                 string "balance chain out of balance at "
                    function trim(z-cnt) " step(s)"
                    into w-reason-text
                 end-string
                 perform add-reason thru add-reason-ex
           end-evaluate.

           if w-error-msg-count > 0
              move "RED" to w-reason-level
              move w-error-msg-count to z-num
              move spaces to w-reason-text
              string function trim(z-num) " E message(s) in MSGLOG"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.
           if w-warn-msg-count > 0
              move "AMBER" to w-reason-level
              move w-warn-msg-count to z-num
              move spaces to w-reason-text
              string function trim(z-num) " W message(s) in MSGLOG"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.
           if w-total-rejects > 0
              move "AMBER" to w-reason-level
              move w-total-rejects to z-num
              move spaces to w-reason-text
              string function trim(z-num) " record(s) rejected"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.
           if w-total-suspense > 0
              move "AMBER" to w-reason-level
              move w-total-suspense to z-num
              move spaces to w-reason-text
              string function trim(z-num) " record(s) in suspense"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.
           if w-total-exceptions > 0
              move "AMBER" to w-reason-level
              move w-total-exceptions to z-num
              move spaces to w-reason-text
              string function trim(z-num)
                 " validation exception(s)"
                 into w-reason-text
              end-string
              perform add-reason thru add-reason-ex
           end-if.

           evaluate w-leak-state
              when "FAIL"
                 move "RED" to w-reason-level
                 move "leak gate failed" to w-reason-text
                 perform add-reason thru add-reason-ex
              when "NOT RUN"
                 move "AMBER" to w-reason-level
                 move "leak gate not run" to w-reason-text
                 perform add-reason thru add-reason-ex
           end-evaluate.
       decide-verdict-ex.
           exit.

       add-reason.
           if w-reason-level = "RED"
              move "RED" to w-verdict
           else
              if NIGHT-GREEN
                 move "AMBER" to w-verdict
              end-if
           end-if.
           if w-reason-count < NIGHT-REASON-MAX
              add 1 to w-reason-count
              move w-reason-level to w-rs-level(w-reason-count)
              move w-reason-text to w-rs-text(w-reason-count)
           end-if.
       add-reason-ex.
           exit.

       write-night-report.
           open output NIGHT-REPORT.
           move 0 to w-report-lines.
           move w-now to w-abs.
           perform abs-to-time thru abs-to-time-ex.
           move spaces to night-report-rec.
           string "ARRNIGHT NIGHTLY OPERATIONS SUMMARY"
              "   processing date " w-business-date
              "   produced " w-out-time
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           move spaces to night-report-rec.
           string "OVERALL VERDICT  " w-verdict
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.

           perform write-flow-section thru write-flow-section-ex.
           perform write-balance-section
              thru write-balance-section-ex.
           perform write-message-section
              thru write-message-section-ex.
           perform write-feed-section thru write-feed-section-ex.
           perform write-excp-section thru write-excp-section-ex.
           perform write-leak-section thru write-leak-section-ex.
           perform write-verdict-section
              thru write-verdict-section-ex.
           perform write-signoff-block thru write-signoff-block-ex.
           close NIGHT-REPORT.
       write-night-report-ex.
           exit.

       put-report-line.
           write night-report-rec.
           add 1 to w-report-lines.
       put-report-line-ex.
           exit.

       put-section-title.
           move spaces to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move w-section-title to night-report-rec.
           perform put-report-line thru put-report-line-ex.
       put-section-title-ex.
           exit.

       write-flow-section.
           move "FLOWS AND STEPS" to w-section-title.
           perform put-section-title thru put-section-title-ex.
           move spaces to night-report-rec.
           move "FLOW" to night-report-rec(1:4).
           move "STEP" to night-report-rec(10:4).
           move "PROGRAM" to night-report-rec(19:7).
           move "STATE" to night-report-rec(28:5).
           move "RC" to night-report-rec(37:2).
           move "START" to night-report-rec(41:5).
           move "END" to night-report-rec(56:3).
           move "ELAPSED" to night-report-rec(72:7).
           move "READ" to night-report-rec(85:4).
           move "WRITTEN" to night-report-rec(93:7).
           move "REJECTED" to night-report-rec(103:8).
           perform put-report-line thru put-report-line-ex.
           perform varying w-flow-idx from 1 by 1
              until w-flow-idx > w-flow-count
              move spaces to night-report-rec
              move w-fl-name(w-flow-idx) to night-report-rec(1:8)
              move w-fl-state(w-flow-idx) to night-report-rec(28:8)
              move w-fl-deck(w-flow-idx) to night-report-rec(46:8)
              move "deck" to night-report-rec(41:4)
              if w-fl-finish(w-flow-idx) > 0
                 move w-fl-finish(w-flow-idx) to w-abs
                 perform abs-to-time thru abs-to-time-ex
                 move "ended" to night-report-rec(56:5)
                 move w-out-time to night-report-rec(62:14)
              end-if
              perform put-report-line thru put-report-line-ex
              perform varying w-step-idx
                 from w-fl-first-step(w-flow-idx) by 1
                 until w-step-idx >= w-fl-first-step(w-flow-idx)
                    + w-fl-step-count(w-flow-idx)
                 perform write-step-line thru write-step-line-ex
              end-perform
           end-perform.
       write-flow-section-ex.
           exit.

      *         the logged run gives the truest times; failing that
      *         the RUN and DONE lines of the status file
       write-step-line.
           move spaces to night-report-rec.
           move w-st-name(w-step-idx) to night-report-rec(10:8).
           move w-st-program(w-step-idx) to night-report-rec(19:8).
           move w-st-state(w-step-idx) to night-report-rec(28:4).
           move w-st-rc(w-step-idx) to night-report-rec(35:4).
           move 0 to w-abs-start.
           move 0 to w-abs-end.
           if STEP-RUN-LOGGED(w-step-idx)
              move w-st-log-start(w-step-idx) to w-abs-start
              move w-st-log-end(w-step-idx) to w-abs-end
              if w-st-state(w-step-idx) not = "FAIL"
                 move w-st-log-rc(w-step-idx)
                    to night-report-rec(35:4)
              end-if
           else
              move w-st-start(w-step-idx) to w-abs-start
              move w-st-end(w-step-idx) to w-abs-end
           end-if.
           if w-abs-start > 0
              move w-abs-start to w-abs
              perform abs-to-time thru abs-to-time-ex
              move w-out-time to night-report-rec(41:14)
           end-if.
           if w-abs-end > 0
              move w-abs-end to w-abs
              perform abs-to-time thru abs-to-time-ex
              move w-out-time to night-report-rec(56:14)
           end-if.
           if w-abs-start > 0 and w-abs-end >= w-abs-start
              compute w-elapsed = w-abs-end - w-abs-start
              perform secs-to-hms thru secs-to-hms-ex
              move w-out-hms to night-report-rec(71:8)
           end-if.
           if STEP-RUN-LOGGED(w-step-idx)
              move w-st-read(w-step-idx) to z-num
              move z-num to night-report-rec(80:9)
              move w-st-written(w-step-idx) to z-num
              move z-num to night-report-rec(91:9)
              move w-st-rejected(w-step-idx) to z-num
              move z-num to night-report-rec(102:9)
           end-if.
           perform put-report-line thru put-report-line-ex.
       write-step-line-ex.
           exit.

       write-balance-section.
           move spaces to w-section-title.
           evaluate true
              when w-bal-lines = 0
                 move "BALANCE CHAIN  NO RECORDS" to w-section-title
              when w-bal-break-count > 0
                 move "BALANCE CHAIN  OUT OF BALANCE"
                    to w-section-title
              when other
                 move "BALANCE CHAIN  IN BALANCE" to w-section-title
           end-evaluate.
           perform put-section-title thru put-section-title-ex.
           if w-bal-lines = 0
              exit paragraph
           end-if.
           move spaces to night-report-rec.
           string "STEP     FILE            IN        OUT"
              "   REJECTED  STATUS"
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           perform varying w-bal-idx from 1 by 1
              until w-bal-idx > w-bal-count
              move spaces to night-report-rec
              move w-ba-step(w-bal-idx) to night-report-rec(1:8)
              move w-ba-file(w-bal-idx) to night-report-rec(10:8)
              move w-ba-in(w-bal-idx) to z-num
              move z-num to night-report-rec(19:9)
              move w-ba-out(w-bal-idx) to z-num
              move z-num to night-report-rec(30:9)
              move w-ba-rejected(w-bal-idx) to z-num
              move z-num to night-report-rec(41:9)
              move w-ba-status(w-bal-idx) to night-report-rec(52:8)
              perform put-report-line thru put-report-line-ex
           end-perform.
       write-balance-section-ex.
           exit.

       write-message-section.
           move w-error-msg-count to z-num.
           move w-warn-msg-count to z-num2.
           move spaces to w-section-title.
           string "MESSAGES  E " function trim(z-num)
              "  W " function trim(z-num2)
              into w-section-title
           end-string.
           perform put-section-title thru put-section-title-ex.
           if w-msg-count = 0
              exit paragraph
           end-if.
           move spaces to night-report-rec.
           string "SEV NUMBER     COUNT  FIRST FROM  TEXT"
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           perform varying w-msg-idx from 1 by 1
              until w-msg-idx > w-msg-count
              move spaces to night-report-rec
              move w-mg-severity(w-msg-idx) to night-report-rec(2:1)
              move w-mg-number(w-msg-idx) to night-report-rec(5:5)
              move w-mg-count(w-msg-idx) to z-num
              move z-num to night-report-rec(11:9)
              move w-mg-program(w-msg-idx) to night-report-rec(22:8)
              move w-mg-text(w-msg-idx) to night-report-rec(34:72)
              perform put-report-line thru put-report-line-ex
           end-perform.
       write-message-section-ex.
           exit.

       write-feed-section.
           move "REJECTS AND SUSPENSE BY FEED" to w-section-title.
           perform put-section-title thru put-section-title-ex.
           move spaces to night-report-rec.
           string "FEED      REJECTED  SUSPENDED  OLDEST CYCLE"
              "  FILES"
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           perform varying w-feed-idx from 1 by 1
              until w-feed-idx > w-feed-count
              move spaces to night-report-rec
              move w-fd-name(w-feed-idx) to night-report-rec(1:8)
              move w-fd-rej-count(w-feed-idx) to z-num
              move z-num to night-report-rec(10:9)
              move w-fd-susp-count(w-feed-idx) to z-num
              move z-num to night-report-rec(21:9)
              if w-fd-susp-count(w-feed-idx) > 0
                 move w-fd-oldest-cycle(w-feed-idx) to z-cnt
                 move z-cnt to night-report-rec(38:4)
              end-if
              move 46 to w-ptr
              string w-fd-rej-file(w-feed-idx) delimited by space
                 into night-report-rec pointer w-ptr
              end-string
              if w-fd-rej-found(w-feed-idx) not = "Y"
                 string " (none)" delimited by size
                    into night-report-rec pointer w-ptr
                 end-string
              end-if
              if w-fd-susp-file(w-feed-idx) not = spaces
                 string " " delimited by size
                    w-fd-susp-file(w-feed-idx) delimited by space
                    into night-report-rec pointer w-ptr
                 end-string
                 if w-fd-susp-found(w-feed-idx) not = "Y"
                    string " (none)" delimited by size
                       into night-report-rec pointer w-ptr
                    end-string
                 end-if
              end-if
              perform put-report-line thru put-report-line-ex
           end-perform.
       write-feed-section-ex.
           exit.

       write-excp-section.
           move "VALIDATION EXCEPTIONS BY RULE" to w-section-title.
           perform put-section-title thru put-section-title-ex.
           move spaces to night-report-rec.
           string "FEED     RULE  LIST            COUNT"
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           perform varying w-excp-idx from 1 by 1
              until w-excp-idx > w-excp-count
              move spaces to night-report-rec
              move w-ex-name(w-excp-idx) to night-report-rec(1:8)
              if w-ex-found(w-excp-idx) = "Y"
                 move "total" to night-report-rec(10:5)
                 move w-ex-total(w-excp-idx) to z-num
                 move z-num to night-report-rec(27:9)
                 move w-ex-file(w-excp-idx) to night-report-rec(38:8)
              else
                 move "(no file)" to night-report-rec(10:9)
                 move w-ex-file(w-excp-idx) to night-report-rec(38:8)
              end-if
              perform put-report-line thru put-report-line-ex
              perform varying w-rule-idx from 1 by 1
                 until w-rule-idx > w-rule-count
                 if w-ru-excp(w-rule-idx) = w-excp-idx
                    move spaces to night-report-rec
                    move w-ru-kind(w-rule-idx)
                       to night-report-rec(10:5)
                    move w-ru-list(w-rule-idx)
                       to night-report-rec(16:10)
                    move w-ru-count(w-rule-idx) to z-num
                    move z-num to night-report-rec(27:9)
                    perform put-report-line
                       thru put-report-line-ex
                 end-if
              end-perform
           end-perform.
       write-excp-section-ex.
           exit.

       write-leak-section.
           move spaces to w-section-title.
           string "LEAK GATE  " w-leak-state
              into w-section-title
           end-string.
           perform put-section-title thru put-section-title-ex.
           if w-leak-source not = spaces
              move spaces to night-report-rec
              string "  from " w-leak-source
                 into night-report-rec
              end-string
              perform put-report-line thru put-report-line-ex
           end-if.
           if w-leak-detail not = spaces
              move spaces to night-report-rec
              string "  " w-leak-detail
                 into night-report-rec
              end-string
              perform put-report-line thru put-report-line-ex
           end-if.
       write-leak-section-ex.
           exit.

       write-verdict-section.
           move spaces to w-section-title.
           string "VERDICT  " w-verdict
              into w-section-title
           end-string.
           perform put-section-title thru put-section-title-ex.
           if w-reason-count = 0
              move spaces to night-report-rec
              move "  nothing to report" to night-report-rec
              perform put-report-line thru put-report-line-ex
           end-if.
           perform varying w-reason-idx from 1 by 1
              until w-reason-idx > w-reason-count
              move spaces to night-report-rec
              move w-rs-level(w-reason-idx) to night-report-rec(3:5)
              move w-rs-text(w-reason-idx)
                 to night-report-rec(10:100)
              perform put-report-line thru put-report-line-ex
           end-perform.
       write-verdict-section-ex.
           exit.

       write-signoff-block.
           move "SIGN-OFF" to w-section-title.
           perform put-section-title thru put-section-title-ex.
           move spaces to night-report-rec.
           string "  night of " w-business-date
              " reviewed -- overall verdict " w-verdict
              into night-report-rec
           end-string.
           perform put-report-line thru put-report-line-ex.
           move spaces to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move "  REVIEWED BY   ______________________________"
              to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move spaces to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move "  DATE / TIME   ______________________________"
              to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move spaces to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move "  SIGNATURE     ______________________________"
              to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move spaces to night-report-rec.
           perform put-report-line thru put-report-line-ex.
           move "  REMARKS       ______________________________"
              to night-report-rec.
           perform put-report-line thru put-report-line-ex.
       write-signoff-block-ex.
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

       secs-to-hms.
           compute w-time-hh = w-elapsed / 3600.
           compute w-time-rest = w-elapsed - w-time-hh * 3600.
           compute w-time-mm = w-time-rest / 60.
           compute w-time-ss = w-time-rest - w-time-mm * 60.
           if w-elapsed > 359999
              move 99 to w-time-hh
           end-if.
           string w-time-hh ":" w-time-mm ":" w-time-ss
              into w-out-hms
           end-string.
       secs-to-hms-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-step-count to w-rl-run-read.
           move w-report-lines to w-rl-run-written.
           move w-reason-count to w-rl-run-rejected.
           if NIGHT-RED
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
