       identification division.
         program-id.  arrlineage.
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
           select STEP-CARD assign to dynamic w-card-assign
              organization line sequential
              file status is w-card-file-status.
           select STAGE-CATALOG assign "ARRSTCAT"
              organization line sequential
              file status is w-stcat-file-status.
           select LINEAGE-REPORT assign "LINRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  SCHEDULE-TABLE.
       01  schedule-table-rec pic x(132).
       fd  FLOW-DECK.
       01  flow-deck-rec pic x(132).
       fd  STEP-CARD.
       01  step-card-rec pic x(132).
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
       fd  LINEAGE-REPORT.
       01  lineage-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==3==.

       78  LIN-DECK-MAX value 30.
       78  LIN-STEP-MAX value 300.
       78  LIN-NODE-MAX value 400.
       78  LIN-IO-MAX value 2000.
       78  LIN-STACK-MAX value 500.
       78  LIN-DEPTH-MAX value 30.
       78  STAGE-CATALOG-MAX value 100.

      *         where a figure came from and what a bad feed reaches,
      *         worked out from the decks instead of by hand.  Every
      *         deck SCHEDTAB names (and FLOWDECK) is read step by
      *         step; each step reads and writes the fixed logical
      *         names its utility is built on (ARRIN, ARROUT, MSTOUT,
      *         ARREXOUT, ...), its own card deck, and the ARRSTCAT
      *         stages its card or parms name -- STAGEIN/STAGEOUT on
      *         a sort card, ARRAY on the close card, the stage an
      *         arrreplay rolls forward.  That is the producer /
      *         consumer graph, and the run mode asks it a question:
      *           G  (default) every name with its producers and
      *              consumers
      *           U  upstream -- what feeds the named output
      *           D  downstream -- what a bad named feed reaches
      *         Each stage in the tree shows the generation and stamp
      *         the catalog held for the business date (default the
      *         processing date): the one written that day, or the
      *         one carried into it.  The tree goes to LINRPT
       77  w-sched-file-status pic x(02) value spaces.
           88  SCHED-FILE-NOT-FOUND value "35".
           88  SCHED-FILE-AT-EOF value "10".
       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-deck-assign pic x(08) value spaces.
       77  w-card-assign pic x(08) value spaces.

       77  w-run-mode pic x value "G".
           88  GRAPH-MODE value "G".
           88  UPSTREAM-MODE value "U".
           88  DOWNSTREAM-MODE value "D".
       77  w-wanted-node pic x(30) value spaces.
       77  w-business-date pic x(08) value spaces.

       77  w-deck-count pic 9(03) value 0.
       01  w-deck-tbl.
           05 w-deck-entry occurs LIN-DECK-MAX times.
              07 w-dk-flow pic x(08).
              07 w-dk-deck pic x(08).

       77  w-step-count pic 9(04) value 0.
       01  w-step-tbl.
           05 w-step-entry occurs LIN-STEP-MAX times.
              07 w-st-flow pic x(08).
              07 w-st-name pic x(08).
              07 w-st-program pic x(12).
              07 w-st-card pic x(08).

       77  w-node-count pic 9(04) value 0.
       01  w-node-tbl.
           05 w-node-entry occurs LIN-NODE-MAX times.
              07 w-nd-name pic x(30).
              07 w-nd-kind pic x.
                 88 NODE-IS-FILE value "F".
                 88 NODE-IS-STAGE value "S".
                 88 NODE-IS-CARD value "C".
              07 w-nd-visited pic x.
                 88 NODE-VISITED value "Y".

      *         one row per step per name it touches
       77  w-io-count pic 9(04) value 0.
       01  w-io-tbl.
           05 w-io-entry occurs LIN-IO-MAX times.
              07 w-io-step pic 9(04).
              07 w-io-dir pic x.
                 88 IO-READS value "R".
                 88 IO-WRITES value "W".
              07 w-io-node pic 9(04).

       77  w-stack-count pic 9(04) value 0.
       01  w-stack-tbl.
           05 w-stack-entry occurs LIN-STACK-MAX times.
              07 w-sk-type pic x.
              07 w-sk-idx pic 9(04).
              07 w-sk-depth pic 9(02).

       77  w-stcat-count pic 9(03) value 0.
       01  w-stcat-tbl.
           05 w-stcat-entry occurs STAGE-CATALOG-MAX times.
              07 w-stcat-name pic x(30).
              07 w-stcat-fileid pic x(08).
              07 w-stcat-stamp pic x(15).
              07 w-stcat-gen pic x(03).

       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-step pic x(08) value spaces.
       77  w-tok-program pic x(12) value spaces.
       77  w-tok-card pic x(08) value spaces.
       77  w-tok-parm1 pic x(30) value spaces.
       77  w-tok-parm2 pic x(30) value spaces.

       77  w-io-spec pic x(80) value spaces.
       77  w-io-ptr pic 9(03) value 0.
       77  w-spec-dir pic x value space.
       77  w-spec-name pic x(30) value spaces.
       77  w-node-name pic x(30) value spaces.
       77  w-node-kind pic x value space.
       77  w-new-dir pic x value space.
       77  w-stage-in pic x(30) value spaces.
       77  w-stage-out pic x(30) value spaces.

       77  w-deck-idx pic 9(03) value 0.
       77  w-step-idx pic 9(04) value 0.
       77  w-node-idx pic 9(04) value 0.
       77  w-io-idx pic 9(04) value 0.
       77  w-stcat-idx pic 9(03) value 0.
       77  w-best-idx pic 9(03) value 0.
       77  w-found pic x value "N".
           88  ENTRY-FOUND value "Y".

       77  w-cur-type pic x value space.
       77  w-cur-idx pic 9(04) value 0.
       77  w-cur-depth pic 9(02) value 0.
       77  w-push-type pic x value space.
       77  w-push-idx pic 9(04) value 0.
       77  w-push-depth pic 9(02) value 0.
       77  w-seed-count pic 9(04) value 0.

       77  w-out-line pic x(132) value spaces.
       77  w-out-ptr pic 9(03) value 0.
       77  w-gen-text pic x(60) value spaces.
       77  w-gen-ptr pic 9(03) value 0.
       77  w-kind-text pic x(06) value spaces.
       77  w-arrow pic x(03) value spaces.
       77  w-lines-written pic 9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRLINE".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-run-mode pic x.
       77  l-node-name pic x(30).
       77  l-business-date pic x(08).

       procedure division using
           l-run-mode
           l-node-name
           l-business-date
           .
           CATCHPARAMS.
           move "G" to w-run-mode.
           if w-narg >= 1 and l-run-mode not = space
              move l-run-mode to w-run-mode
           end-if.
           move spaces to w-wanted-node.
           if w-narg >= 2
              move l-node-name to w-wanted-node
           end-if.
           move spaces to w-business-date.
           if w-narg >= 3
              move l-business-date to w-business-date
           end-if.
           if w-business-date = spaces
              call "rundate:today" using w-business-date
                 on exception
                    move function current-date(1:8)
                       to w-business-date
              end-call
           end-if.
           if not GRAPH-MODE and not UPSTREAM-MODE
              and not DOWNSTREAM-MODE
              display "ARRLINE mode must be G, U or D" upon console
              goback giving KO
           end-if.
           if not GRAPH-MODE and w-wanted-node = spaces
              display "ARRLINE mode " w-run-mode
                 " needs a logical file or stage name"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move 0 to w-deck-count.
           move 0 to w-step-count.
           move 0 to w-node-count.
           move 0 to w-io-count.
           move 0 to w-lines-written.
           perform read-schedule-table thru read-schedule-table-ex.
           perform varying w-deck-idx from 1 by 1
              until w-deck-idx > w-deck-count
              perform read-one-deck thru read-one-deck-ex
           end-perform.
           perform load-stage-catalog thru load-stage-catalog-ex.

           open output LINEAGE-REPORT.
           move spaces to lineage-report-rec.
           string "ARRLINE DATA LINEAGE  business date "
              w-business-date
              "  decks " w-deck-count
              "  steps " w-step-count
              into lineage-report-rec
           end-string.
           write lineage-report-rec.
           move spaces to lineage-report-rec.
           write lineage-report-rec.

           evaluate true
              when GRAPH-MODE
                 perform write-full-graph thru write-full-graph-ex
              when other
                 perform write-lineage-tree
                    thru write-lineage-tree-ex
           end-evaluate.
           close LINEAGE-REPORT.

           initialize w-rl-run-totals.
           move w-step-count to w-rl-run-read.
           move w-lines-written to w-rl-run-written.
           if not GRAPH-MODE and w-seed-count = 0
              move KO to w-rl-run-rc
              call "runlog:end" using w-rl-run-totals
              display "ARRLINE " function trim(w-wanted-node)
                 " is not read or written by any deck step"
                 upon console
              goback giving KO
           end-if.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           goback giving OK.

      *         the decks: every FLOW line of SCHEDTAB, plus FLOWDECK
      *         for the chain run without a schedule
       read-schedule-table.
           open input SCHEDULE-TABLE.
           if not SCHED-FILE-NOT-FOUND
              read SCHEDULE-TABLE
              perform until SCHED-FILE-AT-EOF
                 move schedule-table-rec to w-card-line
                 move spaces to w-tok-kind
                 move spaces to w-tok-step
                 move spaces to w-tok-program
                 unstring w-card-line
                    delimited by all spaces
                    into w-tok-kind w-tok-step w-tok-program
                 end-unstring
                 if w-tok-kind = "FLOW" and w-tok-program not = spaces
                    move w-tok-step to w-node-name
                    move w-tok-program(1:8) to w-card-assign
                    perform add-deck thru add-deck-ex
                 end-if
                 read SCHEDULE-TABLE
              end-perform
              close SCHEDULE-TABLE
           end-if.
           move "FLOWDECK" to w-node-name.
           move "FLOWDECK" to w-card-assign.
           perform add-deck thru add-deck-ex.
       read-schedule-table-ex.
           exit.

       add-deck.
           perform varying w-deck-idx from 1 by 1
              until w-deck-idx > w-deck-count
              if w-dk-deck(w-deck-idx) = w-card-assign
                 exit paragraph
              end-if
           end-perform.
           if w-deck-count >= LIN-DECK-MAX
              exit paragraph
           end-if.
           add 1 to w-deck-count.
           move w-node-name to w-dk-flow(w-deck-count).
           move w-card-assign to w-dk-deck(w-deck-count).
       add-deck-ex.
           exit.

       read-one-deck.
           move w-dk-deck(w-deck-idx) to w-deck-assign.
           open input FLOW-DECK.
           if DECK-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read FLOW-DECK.
           perform until DECK-FILE-AT-EOF
              move flow-deck-rec to w-card-line
              move spaces to w-tok-kind
              move spaces to w-tok-step
              move spaces to w-tok-program
              move spaces to w-tok-card
              move spaces to w-tok-parm1
              move spaces to w-tok-parm2
              unstring w-card-line
                 delimited by all spaces
                 into w-tok-kind w-tok-step w-tok-program
                      w-tok-card w-tok-parm1 w-tok-parm2
              end-unstring
              if w-tok-kind = "STEP" and w-tok-program not = spaces
                 and w-step-count < LIN-STEP-MAX
                 perform add-deck-step thru add-deck-step-ex
              end-if
              read FLOW-DECK
           end-perform.
           close FLOW-DECK.
       read-one-deck-ex.
           exit.

       add-deck-step.
           add 1 to w-step-count.
           move w-dk-flow(w-deck-idx) to w-st-flow(w-step-count).
           move w-tok-step to w-st-name(w-step-count).
           move function lower-case(w-tok-program)
              to w-st-program(w-step-count).
           move w-tok-card to w-st-card(w-step-count).
           move w-step-count to w-step-idx.

           if w-tok-card not = "*" and w-tok-card not = spaces
              move "R" to w-new-dir
              move w-tok-card to w-node-name
              move "C" to w-node-kind
              perform add-io-row thru add-io-row-ex
           end-if.

           move spaces to w-stage-in.
           move spaces to w-stage-out.
           evaluate w-st-program(w-step-idx)
              when "arrsort"
                 perform read-sort-card thru read-sort-card-ex
              when "arrclose"
                 perform read-close-card thru read-close-card-ex
              when "arrreplay"
                 if w-tok-parm1 not = spaces
                    move w-tok-parm1 to w-stage-in
                    move w-tok-parm1 to w-stage-out
                 end-if
           end-evaluate.
           if w-stage-in not = spaces
              move "R" to w-new-dir
              move w-stage-in to w-node-name
              move "S" to w-node-kind
              perform add-io-row thru add-io-row-ex
           end-if.
           if w-stage-out not = spaces
              move "W" to w-new-dir
              move w-stage-out to w-node-name
              move "S" to w-node-kind
              perform add-io-row thru add-io-row-ex
           end-if.
           perform map-program-names thru map-program-names-ex.
       add-deck-step-ex.
           exit.

      *         the fixed logical names each utility is built on.
      *         Control and log files (RUNCTL, ARRAUDIT, checkpoints)
      *         carry no business data and stay out of the graph
       map-program-names.
           move spaces to w-io-spec.
           evaluate w-st-program(w-step-idx)
              when "arraccr"
                 move "R ARRIN R CLOSECTL W ARROUT W ACCRRPT"
                    to w-io-spec
              when "arrapply"
                 move "R ARRDIFOLD R ARRDIFOUT W ARRDIFNEW"
                    to w-io-spec
              when "arrband"
                 move "R ARRIN W BANDRPT" to w-io-spec
              when "arrbreak"
                 move "R ARRRECOUT R UNMATCHA R UNMATCHB R ORPHRPT"
                    to w-io-spec
                 move " R BRKOPEN W BRKOPEN W BRKRPT" to w-io-spec(44:)
              when "arrburst"
                 move "R RPTOUT W BURSTIDX" to w-io-spec
              when "arrcdc"
                 move "R MSTJRNL W CDCOUT" to w-io-spec
              when "arrclean"
                 move "R ARRIN W ARROUT W CLNREJ W CLNRPT" to w-io-spec
              when "arrclose"
                 move "W CLOSECTL" to w-io-spec
              when "arrcodepg"
                 move "R ARRIN W ARROUT W CPREJ" to w-io-spec
              when "arrconvert"
                 move "R ARRIN W ARROUT W CNVREJ" to w-io-spec
              when "arrcsv"
                 move "R CSVIN R FIXIN W CSVOUT W FIXOUT W CSVREJ"
                    to w-io-spec
              when "arrdedup"
                 move "R ARRIN W ARROUT W DEDXREF W DEDRPT"
                    to w-io-spec
              when "arrdiff"
                 move "R ARRDIFOLD R ARRDIFNEW W ARRDIFOUT"
                    to w-io-spec
              when "arrdist"
                 move "R BURSTIDX R DISTRCPT W DISTRETN W DISTMAN"
                    to w-io-spec
              when "arrdrift"
                 move "R STATHIST W DRIFTRPT" to w-io-spec
              when "arrenrich"
                 move "R ARRIN W ARROUT" to w-io-spec
              when "arrextract"
                 move "R ARRIN W ARREXOUT" to w-io-spec
              when "arrfeedck"
                 move "R FEEDCAL R SUBHIST W FEEDRPT" to w-io-spec
              when "arrfuzzy"
                 move "R FUZAIN R FUZBIN W MATCHOUT" to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W UNMATCHA W UNMATCHB" to w-io-spec
              when "arrgen"
                 move "W GENOUT" to w-io-spec
              when "arrguard"
                 move "R FEEDIN W SUBHIST" to w-io-spec
              when "arrhist"
                 move "R ARRIN W HISTRPT" to w-io-spec
              when "arrimplod"
                 move "R HDRIN R DTLIN R TRLIN W ARROUT W HIERREJ"
                    to w-io-spec
              when "arrjoin"
                 move "R ARRJOIN1 R ARRJOIN2 W ARRJOINOUT"
                    to w-io-spec
              when "arrjson"
                 move "R ARRIN R JSONIN W ARROUT W JSONOUT"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W JSONREJ" to w-io-spec
              when "arrmaint"
                 move "R MSTFILE R MSTIN R TRANIN W MSTFILE"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W MSTOUT W MNTREJ W MSTJRNL W MSTAIX"
                    to w-io-spec
              when "arrmask"
                 move "R ARRIN W ARROUT" to w-io-spec
              when "arrmatch"
                 move "R MSTIN R TRANIN R SUSPIN W MSTOUT"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W TRANREJ W SUSPOUT" to w-io-spec
              when "arrmerge"
                 move "R ARRMRG1 R ARRMRG2 R ARRMRG3 R ARRMRG4"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "R ARRMRG5 R ARRMRG6 R ARRMRG7 R ARRMRG8"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W ARROUT" to w-io-spec
              when "arrnight"
                 move "R BALANCE R TRANREJ R SUSPOUT R VALEXCP"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W NIGHTRPT" to w-io-spec
              when "arroutlr"
                 move "R ARRIN W VALEXCP W OUTLRPT" to w-io-spec
              when "arrpit"
                 move "R MSTFILE R MSTOUT R MSTJRNL W PITOUT"
                    to w-io-spec
              when "arrpurge"
                 move "R MSTFILE W MSTFILE W MSTJRNL W PRGCERT"
                    to w-io-spec
              when "arrrcmp"
                 move "R RPTOLD R RPTNEW W RCMPRPT" to w-io-spec
              when "arrrecon"
                 move "R ARRRECOLD R ARRRECTRN R ARRRECNEW"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W ARRRECOUT" to w-io-spec
              when "arrrecur"
                 move "R RECURMST W DUEOUT W RECURRPT" to w-io-spec
              when "arrrefchk"
                 move "R REFMST R REFFEED W ORPHRPT" to w-io-spec
              when "arrreplay"
                 move "R ARRJRNL" to w-io-spec
              when "arrsample"
                 move "R ARRIN W ARROUT" to w-io-spec
              when "arrseqchk"
                 move "R ARRIN W SEQRPT" to w-io-spec
              when "arrsort"
                 if w-stage-in = spaces
                    move "R ARRIN" to w-io-spec
                    perform add-io-spec thru add-io-spec-ex
                 end-if
                 move spaces to w-io-spec
                 if w-stage-out = spaces
                    move "W ARROUT" to w-io-spec
                 end-if
              when "arrsplit"
                 move "R ARRIN W ARRSPL1 W ARRSPL2 W ARRSPL3"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W ARRSPL4 W ARRSPL5 W ARRSPL6 W ARRSPL7"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W ARRSPL8" to w-io-spec
              when "arrstats"
                 move "R ARRIN W STATRPT W STATHIST" to w-io-spec
              when "arrstmt"
                 move "R ARRIN R BALIN R CLOSECTL W RPTOUT W STMTEXC"
                    to w-io-spec
              when "arrtoken"
                 move "R ARRIN W ARROUT W TOKREJ" to w-io-spec
              when "arrtotal"
                 move "R ARRIN W RPTOUT" to w-io-spec
              when "arrtrace"
                 move "R MSTJRNL R BRWAUDIT R ARRJRNL R SUSPOUT"
                    to w-io-spec
                 move " R TRANREJ W TRACERPT" to w-io-spec(41:)
              when "arrvalaged"
                 move "R VALEXCP W VALAGEST W VALAGERPT"
                    to w-io-spec
              when "arrvalidate"
                 move "R ARRIN R VALTAB W VALEXCP" to w-io-spec
              when "arrxmit"
                 move "R XMITMAN W XMITMAN W XMITRPT" to w-io-spec
              when "arrxml"
                 move "R ARRIN W XMLOUT W XMLREJ" to w-io-spec
              when "arrxplode"
                 move "R ARRIN W HDROUT W DTLOUT W TRLOUT"
                    to w-io-spec
                 perform add-io-spec thru add-io-spec-ex
                 move "W HIERREJ" to w-io-spec
              when "arrxtab"
                 move "R ARRIN W XTABRPT" to w-io-spec
           end-evaluate.
           perform add-io-spec thru add-io-spec-ex.
       map-program-names-ex.
           exit.

      *         "R name W name ..." pairs into io rows
       add-io-spec.
           move 1 to w-io-ptr.
           perform until w-io-ptr > length of w-io-spec
              move space to w-spec-dir
              move spaces to w-spec-name
              unstring w-io-spec
                 delimited by all spaces
                 into w-spec-dir w-spec-name
                 with pointer w-io-ptr
              end-unstring
              if w-spec-name = spaces
                 exit perform
              end-if
              move w-spec-dir to w-new-dir
              move w-spec-name to w-node-name
              move "F" to w-node-kind
              perform add-io-row thru add-io-row-ex
           end-perform.
       add-io-spec-ex.
           exit.

       add-io-row.
           perform find-node thru find-node-ex.
           if not ENTRY-FOUND
              if w-node-count >= LIN-NODE-MAX
                 exit paragraph
              end-if
              add 1 to w-node-count
              move w-node-name to w-nd-name(w-node-count)
              move w-node-kind to w-nd-kind(w-node-count)
              move "N" to w-nd-visited(w-node-count)
              move w-node-count to w-node-idx
           end-if.
           if w-io-count >= LIN-IO-MAX
              exit paragraph
           end-if.
           add 1 to w-io-count.
           move w-step-idx to w-io-step(w-io-count).
           move w-new-dir to w-io-dir(w-io-count).
           move w-node-idx to w-io-node(w-io-count).
       add-io-row-ex.
           exit.

       find-node.
           move "N" to w-found.
           perform varying w-node-idx from 1 by 1
              until w-node-idx > w-node-count or ENTRY-FOUND
              if w-nd-name(w-node-idx) = w-node-name
                 move "Y" to w-found
              end-if
           end-perform.
           if ENTRY-FOUND
              subtract 1 from w-node-idx
           end-if.
       find-node-ex.
           exit.

      *         STAGEIN / STAGEOUT on the step's sort card
       read-sort-card.
           if w-st-card(w-step-idx) = "*"
              or w-st-card(w-step-idx) = spaces
              exit paragraph
           end-if.
           move w-st-card(w-step-idx) to w-card-assign.
           open input STEP-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STEP-CARD.
           perform until CARD-FILE-AT-EOF
              move spaces to w-tok-kind
              move spaces to w-tok-parm1
              unstring step-card-rec
                 delimited by all spaces
                 into w-tok-kind w-tok-parm1
              end-unstring
              evaluate w-tok-kind
                 when "STAGEIN"
                    move w-tok-parm1 to w-stage-in
                 when "STAGEOUT"
                    move w-tok-parm1 to w-stage-out
                 when "MERGEINTO"
                    move w-tok-parm1 to w-stage-out
              end-evaluate
              read STEP-CARD
           end-perform.
           close STEP-CARD.
       read-sort-card-ex.
           exit.

      *         each ARRAY on the close card is read and snapshotted
       read-close-card.
           if w-st-card(w-step-idx) = "*"
              or w-st-card(w-step-idx) = spaces
              exit paragraph
           end-if.
           move w-st-card(w-step-idx) to w-card-assign.
           open input STEP-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STEP-CARD.
           perform until CARD-FILE-AT-EOF
              move spaces to w-tok-kind
              move spaces to w-tok-parm1
              unstring step-card-rec
                 delimited by all spaces
                 into w-tok-kind w-tok-parm1
              end-unstring
              if w-tok-kind = "ARRAY" and w-tok-parm1 not = spaces
                 move w-tok-parm1 to w-node-name
                 move "S" to w-node-kind
                 move "R" to w-new-dir
                 perform add-io-row thru add-io-row-ex
                 move "W" to w-new-dir
                 perform add-io-row thru add-io-row-ex
              end-if
              read STEP-CARD
           end-perform.
           close STEP-CARD.
       read-close-card-ex.
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
              move sc-stamp to w-stcat-stamp(w-stcat-count)
              move sc-gen to w-stcat-gen(w-stcat-count)
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
       load-stage-catalog-ex.
           exit.

      *         the generation in force on the business date: the
      *         newest one stamped on or before it
       describe-stage.
           move spaces to w-gen-text.
           move 0 to w-best-idx.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              if w-stcat-name(w-stcat-idx) = w-nd-name(w-node-idx)
                 and w-stcat-stamp(w-stcat-idx)(1:8)
                    <= w-business-date
                 if w-best-idx = 0
                    move w-stcat-idx to w-best-idx
                 else
                    if w-stcat-stamp(w-stcat-idx) >
                       w-stcat-stamp(w-best-idx)
                       move w-stcat-idx to w-best-idx
                    end-if
                 end-if
              end-if
           end-perform.
           if w-best-idx = 0
              move "no generation on or before the date"
                 to w-gen-text
              exit paragraph
           end-if.
           move 1 to w-gen-ptr.
           if w-stcat-gen(w-best-idx) = spaces
              string "gen current "
                 into w-gen-text pointer w-gen-ptr
              end-string
           else
              string "gen " w-stcat-gen(w-best-idx) " "
                 into w-gen-text pointer w-gen-ptr
              end-string
           end-if.
           string w-stcat-fileid(w-best-idx) delimited by space
              " " w-stcat-stamp(w-best-idx) delimited by size
              into w-gen-text pointer w-gen-ptr
           end-string.
           if w-stcat-stamp(w-best-idx)(1:8) < w-business-date
              string " carried in"
                 into w-gen-text pointer w-gen-ptr
              end-string
           end-if.
       describe-stage-ex.
           exit.

       set-kind-text.
           evaluate true
              when NODE-IS-STAGE(w-node-idx)
                 move "stage" to w-kind-text
              when NODE-IS-CARD(w-node-idx)
                 move "card" to w-kind-text
              when other
                 move "file" to w-kind-text
           end-evaluate.
       set-kind-text-ex.
           exit.

       write-full-graph.
           perform varying w-node-idx from 1 by 1
              until w-node-idx > w-node-count
              perform set-kind-text thru set-kind-text-ex
              move spaces to lineage-report-rec
              move w-nd-name(w-node-idx) to lineage-report-rec(1:30)
              move w-kind-text to lineage-report-rec(32:6)
              if NODE-IS-STAGE(w-node-idx)
                 perform describe-stage thru describe-stage-ex
                 move w-gen-text to lineage-report-rec(39:60)
              end-if
              perform write-report-line thru write-report-line-ex
              perform varying w-io-idx from 1 by 1
                 until w-io-idx > w-io-count
                 if w-io-node(w-io-idx) = w-node-idx
                    move w-io-step(w-io-idx) to w-step-idx
                    move spaces to lineage-report-rec
                    if IO-WRITES(w-io-idx)
                       move "produced by" to lineage-report-rec(4:11)
                    else
                       move "read by" to lineage-report-rec(4:7)
                    end-if
                    move w-st-flow(w-step-idx)
                       to lineage-report-rec(17:8)
                    move w-st-name(w-step-idx)
                       to lineage-report-rec(26:8)
                    move w-st-program(w-step-idx)
                       to lineage-report-rec(35:12)
                    perform write-report-line
                       thru write-report-line-ex
                 end-if
              end-perform
           end-perform.
       write-full-graph-ex.
           exit.

      *         the tree walked depth first off a stack of names ("N")
      *         and steps ("S"): upstream a name opens onto the steps
      *         writing it and a step onto the names it reads;
      *         downstream the other way round.  A name already
      *         shown is not opened a second time
       write-lineage-tree.
           move 0 to w-stack-count.
           move 0 to w-seed-count.
           if UPSTREAM-MODE
              move "<- " to w-arrow
           else
              move "-> " to w-arrow
           end-if.
           move w-wanted-node to w-node-name.
           perform find-node thru find-node-ex.
           if not ENTRY-FOUND
              exit paragraph
           end-if.
           move 1 to w-seed-count.
           move "N" to w-push-type.
           move w-node-idx to w-push-idx.
           move 0 to w-push-depth.
           perform push-entry thru push-entry-ex.
           perform until w-stack-count = 0
              move w-sk-type(w-stack-count) to w-cur-type
              move w-sk-idx(w-stack-count) to w-cur-idx
              move w-sk-depth(w-stack-count) to w-cur-depth
              subtract 1 from w-stack-count
              if w-cur-type = "N"
                 perform open-tree-node thru open-tree-node-ex
              else
                 perform open-tree-step thru open-tree-step-ex
              end-if
           end-perform.
       write-lineage-tree-ex.
           exit.

       open-tree-node.
           move w-cur-idx to w-node-idx.
           perform set-kind-text thru set-kind-text-ex.
           move spaces to w-out-line.
           compute w-out-ptr = w-cur-depth * 3 + 1.
           string w-nd-name(w-node-idx) delimited by space
              " (" delimited by size
              w-kind-text delimited by space
              ")" delimited by size
              into w-out-line pointer w-out-ptr
           end-string.
           if NODE-IS-STAGE(w-node-idx)
              perform describe-stage thru describe-stage-ex
              string "  " function trim(w-gen-text trailing)
                 delimited by size
                 into w-out-line pointer w-out-ptr
              end-string
           end-if.
           if NODE-VISITED(w-node-idx)
              string "  (shown above)"
                 into w-out-line pointer w-out-ptr
              end-string
           end-if.
           move w-out-line to lineage-report-rec.
           perform write-report-line thru write-report-line-ex.
           if NODE-VISITED(w-node-idx)
              or w-cur-depth >= LIN-DEPTH-MAX
              exit paragraph
           end-if.
           move "Y" to w-nd-visited(w-node-idx).

           move "S" to w-push-type.
           compute w-push-depth = w-cur-depth + 1.
           perform varying w-io-idx from w-io-count by -1
              until w-io-idx = 0
              if w-io-node(w-io-idx) = w-node-idx
                 and ((UPSTREAM-MODE and IO-WRITES(w-io-idx))
                 or (DOWNSTREAM-MODE and IO-READS(w-io-idx)))
                 move w-io-step(w-io-idx) to w-push-idx
                 perform push-entry thru push-entry-ex
              end-if
           end-perform.
       open-tree-node-ex.
           exit.

       open-tree-step.
           move w-cur-idx to w-step-idx.
           move spaces to w-out-line.
           compute w-out-ptr = w-cur-depth * 3 + 1.
           string w-arrow delimited by size
              w-st-flow(w-step-idx) delimited by space
              "." delimited by size
              w-st-name(w-step-idx) delimited by space
              " " delimited by size
              w-st-program(w-step-idx) delimited by space
              into w-out-line pointer w-out-ptr
           end-string.
           if w-st-card(w-step-idx) not = "*"
              and w-st-card(w-step-idx) not = spaces
              string " card " delimited by size
                 w-st-card(w-step-idx) delimited by space
                 into w-out-line pointer w-out-ptr
              end-string
           end-if.
           move w-out-line to lineage-report-rec.
           perform write-report-line thru write-report-line-ex.
           if w-cur-depth >= LIN-DEPTH-MAX
              exit paragraph
           end-if.

           move "N" to w-push-type.
           compute w-push-depth = w-cur-depth + 1.
           perform varying w-io-idx from w-io-count by -1
              until w-io-idx = 0
              if w-io-step(w-io-idx) = w-step-idx
                 and ((UPSTREAM-MODE and IO-READS(w-io-idx))
                 or (DOWNSTREAM-MODE and IO-WRITES(w-io-idx)))
                 move w-io-node(w-io-idx) to w-push-idx
                 perform push-entry thru push-entry-ex
              end-if
           end-perform.
       open-tree-step-ex.
           exit.

       push-entry.
           if w-stack-count >= LIN-STACK-MAX
              exit paragraph
           end-if.
           add 1 to w-stack-count.
           move w-push-type to w-sk-type(w-stack-count).
           move w-push-idx to w-sk-idx(w-stack-count).
           move w-push-depth to w-sk-depth(w-stack-count).
       push-entry-ex.
           exit.

       write-report-line.
           write lineage-report-rec.
           add 1 to w-lines-written.
       write-report-line-ex.
           exit.
