       identification division.
         program-id.  arrroute.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-ROUTE-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-ROUTE-OUT1 assign "ARRRTE1"
              organization line sequential
              file status is w-rte-status1.
           select ARR-ROUTE-OUT2 assign "ARRRTE2"
              organization line sequential
              file status is w-rte-status2.
           select ARR-ROUTE-OUT3 assign "ARRRTE3"
              organization line sequential
              file status is w-rte-status3.
           select ARR-ROUTE-OUT4 assign "ARRRTE4"
              organization line sequential
              file status is w-rte-status4.
           select ARR-ROUTE-OUT5 assign "ARRRTE5"
              organization line sequential
              file status is w-rte-status5.
           select ARR-ROUTE-OUT6 assign "ARRRTE6"
              organization line sequential
              file status is w-rte-status6.
           select ARR-ROUTE-OUT7 assign "ARRRTE7"
              organization line sequential
              file status is w-rte-status7.
           select ARR-ROUTE-OUT8 assign "ARRRTE8"
              organization line sequential
              file status is w-rte-status8.
           select ROUTE-UNROUTED assign "ARRRTEX"
              organization line sequential
              file status is w-unr-file-status.
           select ROUTE-CARD assign "RTECARD"
              organization line sequential
              file status is w-card-file-status.
           select ROUTE-REPORT assign "RTERPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-ROUTE-IN.
       01  arrroute-in-rec pic x(4096).
       fd  ARR-ROUTE-OUT1.
       01  arrroute-out1-rec pic x(4096).
       fd  ARR-ROUTE-OUT2.
       01  arrroute-out2-rec pic x(4096).
       fd  ARR-ROUTE-OUT3.
       01  arrroute-out3-rec pic x(4096).
       fd  ARR-ROUTE-OUT4.
       01  arrroute-out4-rec pic x(4096).
       fd  ARR-ROUTE-OUT5.
       01  arrroute-out5-rec pic x(4096).
       fd  ARR-ROUTE-OUT6.
       01  arrroute-out6-rec pic x(4096).
       fd  ARR-ROUTE-OUT7.
       01  arrroute-out7-rec pic x(4096).
       fd  ARR-ROUTE-OUT8.
       01  arrroute-out8-rec pic x(4096).
       fd  ROUTE-UNROUTED.
       01  route-unrouted-rec pic x(4096).
       fd  ROUTE-CARD.
       01  route-card-rec pic x(80).
       fd  ROUTE-REPORT.
       01  route-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-ROUTE-RECORD-SZ value 4096.
       78  ROUTE-OUTPUT-MAX value 8.
       78  ROUTE-MAP-MAX value 64.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
           88  IN-FILE-NOT-FOUND value "35".
       01  w-rte-status-tbl value spaces.
           05 w-rte-status1 pic x(02).
           05 w-rte-status2 pic x(02).
           05 w-rte-status3 pic x(02).
           05 w-rte-status4 pic x(02).
           05 w-rte-status5 pic x(02).
           05 w-rte-status6 pic x(02).
           05 w-rte-status7 pic x(02).
           05 w-rte-status8 pic x(02).
       77  w-unr-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         every record through a decision table (arrdtab) and
      *         out to ARRRTE1 .. ARRRTE8 by the outcome of the first
      *         row it matched -- under MODE ALL the later matches
      *         still count against their rows.  RTECARD ties
      *         outcomes to outputs:
      *           OUTPUT n outcome [outcome ...]
      *         and without a card each outcome of the table takes
      *         the next output in row order.  A record no row
      *         matched, or whose outcome has no output, goes to
      *         ARRRTEX.  RTERPT counts each output and each row of
      *         the table and lists the rows that never fired
       77  w-record-length pic 9(09) value 0.
       77  w-table-name pic x(25) value spaces.
       77  w-dtab-rc pic s9(09) value 0.
       copy "dtab.cpy" replacing ==!PREFIX!== by ==w-==.

       77  w-map-count pic 9(02) value 0.
       01  w-map-tbl.
           05 w-map-entry occurs ROUTE-MAP-MAX times.
              07 w-map-outcome pic x(08).
              07 w-map-output pic 9(02).
       01  w-output-tbl.
           05 w-output-entry occurs ROUTE-OUTPUT-MAX times.
              07 w-output-used pic x.
                 88  OUTPUT-IN-USE value "Y".
              07 w-output-records pic 9(09).
       77  w-map-idx pic 9(02) value 0.
       77  w-map-found pic x value "N".
           88  OUTCOME-MAPPED value "Y".
       77  w-file-no pic 9(02) value 0.
       77  w-row-idx pic 9(03) value 0.
       77  w-outcome pic x(08) value spaces.
       77  w-outcome-known pic x value "N".
           88  OUTCOME-IN-TABLE value "Y".
       77  w-card-bad pic x value "N".
           88  CARD-REFUSED value "Y".

       77  w-card-line pic x(80) value spaces.
       01  w-tok-tbl.
           05 w-tok-kind pic x(08).
           05 w-tok-output pic x(08).
           05 w-tok-outcome pic x(08) occurs 6 times.
       77  w-tok-idx pic 9(02) value 0.
       77  w-text-pos pic 9(03) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-routed-count pic 9(09) value 0.
       77  w-unmatched-count pic 9(09) value 0.
       77  w-unmapped-count pic 9(09) value 0.
       77  w-unrouted-count pic 9(09) value 0.
       77  w-never-count pic 9(03) value 0.
       77  z-num pic z(08)9.
       77  z-num2 pic z(08)9.
       77  z-row pic zz9.

       77  w-runlog-pgm pic x(08) value "ARRROUTE".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-table-name pic x(MAX-LINKAGE).

       procedure division using
           l-record-length
           l-table-name
           .
           CATCHPARAMS.
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.
           move spaces to w-table-name.
           if w-narg >= 2
              move l-table-name(1:w-args-size(2)) to w-table-name
           end-if.

           if w-record-length = 0
              or w-record-length > MAX-ROUTE-RECORD-SZ
              goback giving KO
           end-if.
           if w-table-name = spaces
              display "ARRROUTE no decision table named"
                 upon console
              goback giving KO
           end-if.

           call "arrdtab:load" using w-table-name
              giving w-dtab-rc.
           if w-dtab-rc not = OK
              display
                 "ARRROUTE decision table " w-table-name
                 " did not load"
                 upon console
              goback giving KO
           end-if.
           call "arrdtab:rows" using w-table-name w-dtab-rows.

           initialize w-output-tbl.
           perform read-route-card thru read-route-card-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.
           if w-map-count = 0
              perform assign-default-outputs
                 thru assign-default-outputs-ex
              if CARD-REFUSED
                 goback giving KO
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           perform route-input-file thru route-input-file-ex.
           call "arrdtab:rows" using w-table-name w-dtab-rows.
           perform write-route-report thru write-route-report-ex.

           display
              "ARRROUTE read=" w-read-count
              " routed=" w-routed-count
              " unrouted=" w-unrouted-count
              " rows-never-fired=" w-never-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-routed-count to w-rl-run-written.
           move w-unrouted-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRROUTE" to w-bc-bal-step.
           move "ARRRTE" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-routed-count to w-bc-bal-out.
           move w-unrouted-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.

       read-route-card.
           open input ROUTE-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read ROUTE-CARD.
           perform until CARD-FILE-AT-EOF
              move route-card-rec to w-card-line
              perform parse-route-line thru parse-route-line-ex
              read ROUTE-CARD
           end-perform.
           close ROUTE-CARD.
       read-route-card-ex.
           exit.

       parse-route-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.

           move spaces to w-tok-tbl.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-output
                   w-tok-outcome(1) w-tok-outcome(2)
                   w-tok-outcome(3) w-tok-outcome(4)
                   w-tok-outcome(5) w-tok-outcome(6)
           end-unstring.

           if w-tok-kind not = "OUTPUT"
              or w-tok-output(1:1) is not numeric
              or w-tok-output(2:7) not = spaces
              or w-tok-output(1:1) = "0"
              or w-tok-output(1:1) = "9"
              or w-tok-outcome(1) = spaces
              display
                 "ARRROUTE card line not understood: " w-card-line
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.

           move w-tok-output(1:1) to w-file-no.
           perform varying w-tok-idx from 1 by 1
              until w-tok-idx > 6
                 or w-tok-outcome(w-tok-idx) = spaces
              move w-tok-outcome(w-tok-idx) to w-outcome
              perform map-outcome-to-output
                 thru map-outcome-to-output-ex
           end-perform.
       parse-route-line-ex.
           exit.

      *         an outcome keeps the output it was first given; one
      *         the table never produces is only worth a warning
       map-outcome-to-output.
           perform find-outcome-map thru find-outcome-map-ex.
           if OUTCOME-MAPPED
              display
                 "ARRROUTE outcome " w-outcome
                 " already routed to output "
                 w-map-output(w-map-idx)
                 upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           if w-map-count >= ROUTE-MAP-MAX
              display "ARRROUTE too many outcomes" upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.

           add 1 to w-map-count.
           move w-outcome to w-map-outcome(w-map-count).
           move w-file-no to w-map-output(w-map-count).
           move "Y" to w-output-used(w-file-no).

           move "N" to w-outcome-known.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-dtab-row-count
                 or OUTCOME-IN-TABLE
              if w-dtab-row-outcome(w-row-idx) = w-outcome
                 move "Y" to w-outcome-known
              end-if
           end-perform.
           if not OUTCOME-IN-TABLE
              display
                 "ARRROUTE outcome " w-outcome
                 " is not in table " w-table-name
                 upon console
           end-if.
       map-outcome-to-output-ex.
           exit.

       assign-default-outputs.
           move 0 to w-file-no.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-dtab-row-count
              move w-dtab-row-outcome(w-row-idx) to w-outcome
              perform find-outcome-map thru find-outcome-map-ex
              if not OUTCOME-MAPPED
                 if w-file-no >= ROUTE-OUTPUT-MAX
                    display
                       "ARRROUTE table " w-table-name
                       " has more than eight outcomes -- "
                       "an RTECARD must choose the outputs"
                       upon console
                    move "Y" to w-card-bad
                    exit paragraph
                 end-if
                 add 1 to w-file-no
                 add 1 to w-map-count
                 move w-outcome to w-map-outcome(w-map-count)
                 move w-file-no to w-map-output(w-map-count)
                 move "Y" to w-output-used(w-file-no)
              end-if
           end-perform.
       assign-default-outputs-ex.
           exit.

       find-outcome-map.
           move "N" to w-map-found.
           perform varying w-map-idx from 1 by 1
              until w-map-idx > w-map-count
              if w-map-outcome(w-map-idx) = w-outcome
                 move "Y" to w-map-found
                 exit paragraph
              end-if
           end-perform.
       find-outcome-map-ex.
           exit.

       route-input-file.
           open input ARR-ROUTE-IN.
           if IN-FILE-NOT-FOUND
              display "ARRROUTE no ARRIN to route" upon console
              exit paragraph
           end-if.
           perform open-route-outputs thru open-route-outputs-ex.
           open output ROUTE-UNROUTED.

           read ARR-ROUTE-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform route-one-record thru route-one-record-ex
              read ARR-ROUTE-IN
           end-perform.

           close ROUTE-UNROUTED.
           perform close-route-outputs thru close-route-outputs-ex.
           close ARR-ROUTE-IN.
       route-input-file-ex.
           exit.

       route-one-record.
           call "arrdtab:evaluate"
              using w-table-name
                    arrroute-in-rec(1:w-record-length)
                    w-dtab-result
              giving w-dtab-rc.
           if w-dtab-rc not = OK
              add 1 to w-unmatched-count
              perform write-unrouted-record
                 thru write-unrouted-record-ex
              exit paragraph
           end-if.

           move w-dtab-hit-outcome(1) to w-outcome.
           perform find-outcome-map thru find-outcome-map-ex.
           if not OUTCOME-MAPPED
              add 1 to w-unmapped-count
              perform write-unrouted-record
                 thru write-unrouted-record-ex
              exit paragraph
           end-if.

           move w-map-output(w-map-idx) to w-file-no.
           add 1 to w-routed-count.
           perform write-route-record thru write-route-record-ex.
       route-one-record-ex.
           exit.

       write-unrouted-record.
           add 1 to w-unrouted-count.
           move spaces to route-unrouted-rec.
           move arrroute-in-rec(1:w-record-length)
              to route-unrouted-rec(1:w-record-length).
           write route-unrouted-rec.
       write-unrouted-record-ex.
           exit.

       open-route-outputs.
           perform varying w-file-no from 1 by 1
              until w-file-no > ROUTE-OUTPUT-MAX
              if OUTPUT-IN-USE(w-file-no)
                 evaluate w-file-no
                    when 1 open output ARR-ROUTE-OUT1
                    when 2 open output ARR-ROUTE-OUT2
                    when 3 open output ARR-ROUTE-OUT3
                    when 4 open output ARR-ROUTE-OUT4
                    when 5 open output ARR-ROUTE-OUT5
                    when 6 open output ARR-ROUTE-OUT6
                    when 7 open output ARR-ROUTE-OUT7
                    when 8 open output ARR-ROUTE-OUT8
                 end-evaluate
              end-if
           end-perform.
       open-route-outputs-ex.
           exit.

       close-route-outputs.
           perform varying w-file-no from 1 by 1
              until w-file-no > ROUTE-OUTPUT-MAX
              if OUTPUT-IN-USE(w-file-no)
                 evaluate w-file-no
                    when 1 close ARR-ROUTE-OUT1
                    when 2 close ARR-ROUTE-OUT2
                    when 3 close ARR-ROUTE-OUT3
                    when 4 close ARR-ROUTE-OUT4
                    when 5 close ARR-ROUTE-OUT5
                    when 6 close ARR-ROUTE-OUT6
                    when 7 close ARR-ROUTE-OUT7
                    when 8 close ARR-ROUTE-OUT8
                 end-evaluate
              end-if
           end-perform.
       close-route-outputs-ex.
           exit.

       write-route-record.
           add 1 to w-output-records(w-file-no).
           evaluate w-file-no
              when 1
                 move spaces to arrroute-out1-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out1-rec(1:w-record-length)
                 write arrroute-out1-rec
              when 2
                 move spaces to arrroute-out2-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out2-rec(1:w-record-length)
                 write arrroute-out2-rec
              when 3
                 move spaces to arrroute-out3-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out3-rec(1:w-record-length)
                 write arrroute-out3-rec
              when 4
                 move spaces to arrroute-out4-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out4-rec(1:w-record-length)
                 write arrroute-out4-rec
              when 5
                 move spaces to arrroute-out5-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out5-rec(1:w-record-length)
                 write arrroute-out5-rec
              when 6
                 move spaces to arrroute-out6-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out6-rec(1:w-record-length)
                 write arrroute-out6-rec
              when 7
                 move spaces to arrroute-out7-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out7-rec(1:w-record-length)
                 write arrroute-out7-rec
              when 8
                 move spaces to arrroute-out8-rec
                 move arrroute-in-rec(1:w-record-length)
                    to arrroute-out8-rec(1:w-record-length)
                 write arrroute-out8-rec
           end-evaluate.
       write-route-record-ex.
           exit.

       write-route-report.
           open output ROUTE-REPORT.
           move spaces to route-report-rec.
           if w-dtab-mode = "A"
              move "ALL" to w-outcome
           else
              move "FIRST" to w-outcome
           end-if.
           string "ARRROUTE RECORD ROUTING  table "
              function trim(w-table-name)
              "  layout " function trim(w-dtab-layout)
              "  mode " w-outcome
              into route-report-rec
           end-string.
           write route-report-rec.
           move spaces to route-report-rec.
           move w-read-count to z-num.
           move w-routed-count to z-num2.
           string "read " function trim(z-num)
              "  routed " function trim(z-num2)
              into route-report-rec
           end-string.
           write route-report-rec.
           move spaces to route-report-rec.
           move w-unmatched-count to z-num.
           move w-unmapped-count to z-num2.
           string "unrouted: no row matched " function trim(z-num)
              "  outcome without output " function trim(z-num2)
              into route-report-rec
           end-string.
           write route-report-rec.

           move spaces to route-report-rec.
           write route-report-rec.
           move spaces to route-report-rec.
           move "OUTPUT" to route-report-rec(1:6).
           move "FILE" to route-report-rec(10:4).
           move "RECORDS" to route-report-rec(22:7).
           move "OUTCOMES" to route-report-rec(32:8).
           write route-report-rec.
           perform varying w-file-no from 1 by 1
              until w-file-no > ROUTE-OUTPUT-MAX
              if OUTPUT-IN-USE(w-file-no)
                 perform write-output-line
                    thru write-output-line-ex
              end-if
           end-perform.

           move spaces to route-report-rec.
           write route-report-rec.
           move spaces to route-report-rec.
           move "ROW" to route-report-rec(1:3).
           move "OUTCOME" to route-report-rec(6:7).
           move "FIRED" to route-report-rec(21:5).
           move "CONDITIONS" to route-report-rec(28:10).
           write route-report-rec.
           move 0 to w-never-count.
           perform varying w-row-idx from 1 by 1
              until w-row-idx > w-dtab-row-count
              move spaces to route-report-rec
              move w-row-idx to z-row
              move z-row to route-report-rec(1:3)
              move w-dtab-row-outcome(w-row-idx)
                 to route-report-rec(6:8)
              move w-dtab-row-fired(w-row-idx) to z-num
              move z-num to route-report-rec(17:9)
              move w-dtab-row-text(w-row-idx)
                 to route-report-rec(28:60)
              if w-dtab-row-fired(w-row-idx) = 0
                 add 1 to w-never-count
                 move "NEVER FIRED" to route-report-rec(90:11)
              end-if
              write route-report-rec
           end-perform.

           move spaces to route-report-rec.
           write route-report-rec.
           move spaces to route-report-rec.
           move w-never-count to z-row.
           string "rows that never fired " function trim(z-row)
              into route-report-rec
           end-string.
           write route-report-rec.
           close ROUTE-REPORT.
       write-route-report-ex.
           exit.

       write-output-line.
           move spaces to route-report-rec.
           move w-file-no to route-report-rec(1:2).
           string "ARRRTE" w-file-no(2:1)
              into route-report-rec(10:7)
           end-string.
           move w-output-records(w-file-no) to z-num.
           move z-num to route-report-rec(20:9).
           move 32 to w-text-pos.
           perform varying w-map-idx from 1 by 1
              until w-map-idx > w-map-count
              if w-map-output(w-map-idx) = w-file-no
                 string w-map-outcome(w-map-idx) " "
                    into route-report-rec pointer w-text-pos
                 end-string
              end-if
           end-perform.
           write route-report-rec.
       write-output-line-ex.
           exit.
