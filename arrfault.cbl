       identification division.
         program-id.  arrfault.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select FAULT-DECK assign "FAULTCRD"
              organization line sequential
              file status is w-deck-file-status.
           select FAULT-CONTROL assign "FAULTCTL"
              organization line sequential
              file status is w-fctl-file-status.
           select COPY-SOURCE assign to dynamic w-copy-from
              organization line sequential
              file status is w-cfrom-file-status.
           select COPY-TARGET assign to dynamic w-copy-to
              organization line sequential
              file status is w-cto-file-status.
           select BALANCE-FILE assign "BALANCE"
              organization line sequential
              file status is w-bal-file-status.
           select FAULT-REPORT assign "FAULTRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  FAULT-DECK.
       01  fault-deck-rec pic x(132).
       fd  FAULT-CONTROL.
       01  fault-control-rec pic x(80).
       fd  COPY-SOURCE.
       01  copy-source-rec pic x(4096).
       fd  COPY-TARGET.
       01  copy-target-rec pic x(4096).
       fd  BALANCE-FILE.
       01  balance-file-rec pic x(80).
       fd  FAULT-REPORT.
       01  fault-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  FAULT-PARM-MAX value 6.
       78  FAULT-OUTPUT-MAX value 8.
       78  FAULT-INJECT-MAX value 20.
       78  FAULT-BALANCE-MAX value 20.

       77  w-deck-file-status pic x(02) value spaces.
           88  DECK-FILE-NOT-FOUND value "35".
           88  DECK-FILE-AT-EOF value "10".
       77  w-fctl-file-status pic x(02) value spaces.
       77  w-cfrom-file-status pic x(02) value spaces.
           88  CFROM-FILE-NOT-FOUND value "35".
           88  CFROM-FILE-AT-EOF value "10".
       77  w-cto-file-status pic x(02) value spaces.
       77  w-bal-file-status pic x(02) value spaces.
           88  BAL-FILE-NOT-FOUND value "35".
           88  BAL-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         proves checkpoint restart on purpose instead of by
      *         accident.  FAULTCRD names each long utility and the
      *         points at which it is to fall over:
      *           UTILITY program parm parm ...
      *           CKPT name          the checkpoint the program keeps
      *           OUTPUT name        a file the run produces, one per
      *                              card (up to 8)
      *           INJECT phase count one per injection point
      *         The parms go through as ARRFLOW passes them -- digits
      *         as an 18-digit zoned number -- and the word RESTART
      *         stands for the program's restart flag, N on a fresh
      *         run and Y on the rerun.  For every utility the clean,
      *         uninterrupted run is taken first and its outputs and
      *         BALANCE lines kept as the reference; then for every
      *         injection point FAULTCTL is armed, the program run
      *         to the abend, disarmed, and the program rerun from
      *         its checkpoint to completion.  The rerun must end
      *         clean with every output and every BALANCE count the
      *         same as the reference.  Each output scores through
      *         assert into TESTRPT and each injection point gets a
      *         PASS or FAIL line on FAULTRPT
       77  w-card-line pic x(132) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(30) value spaces.
       77  w-tok-2 pic x(30) value spaces.
       01  w-tok-parm-tbl value spaces.
           05 w-tok-parm pic x(30) occurs FAULT-PARM-MAX times.

       77  w-util-open pic x value "N".
           88  UTILITY-OPEN value "Y".
       77  w-util-program pic x(30) value spaces.
       77  w-util-ckpt pic x(08) value spaces.
       77  w-util-parm-count pic 9(02) value 0.
       01  w-util-parm-tbl.
           05 w-util-parm pic x(30) occurs FAULT-PARM-MAX times.
       01  w-util-restart-tbl.
           05 w-util-restart-slot pic x
              occurs FAULT-PARM-MAX times.
              88  RESTART-SLOT value "Y".
       77  w-output-count pic 9(02) value 0.
       01  w-output-tbl.
           05 w-output-entry occurs FAULT-OUTPUT-MAX times.
              07 w-output-name pic x(08).
              07 w-output-made pic x.
                 88  OUTPUT-MADE value "Y".
       77  w-inject-count pic 9(02) value 0.
       01  w-inject-tbl.
           05 w-inject-entry occurs FAULT-INJECT-MAX times.
              07 w-inject-phase pic x(05).
              07 w-inject-count-at pic 9(09).

       77  w-parm-idx pic 9(02) value 0.
       77  w-output-idx pic 9(02) value 0.
       77  w-inject-idx pic 9(02) value 0.
       77  w-token pic x(30) value spaces.
       77  w-token-len pic 9(02) value 0.
       77  w-numeric-parm pic 9(18) value 0.
       77  w-restart-flag pic x value "N".

      *         BALANCE lines without their stamp: the reference run's
      *         and the rerun's, compared one for one
       77  w-ref-bal-count pic 9(02) value 0.
       01  w-ref-bal-tbl.
           05 w-ref-bal-line pic x(64)
              occurs FAULT-BALANCE-MAX times.
       77  w-run-bal-count pic 9(02) value 0.
       01  w-run-bal-tbl.
           05 w-run-bal-line pic x(64)
              occurs FAULT-BALANCE-MAX times.
       77  w-bal-idx pic 9(02) value 0.
       77  w-bal-diff-count pic 9(02) value 0.

       77  w-copy-from pic x(08) value spaces.
       77  w-copy-to pic x(08) value spaces.
       77  w-ref-name pic x(08) value spaces.
       77  z-ref-no pic 9(02) value 0.

       77  w-return-code pic s9(09) value 0.
       77  w-clean-rc pic s9(09) value 0.
       77  w-abend-rc pic s9(09) value 0.
       77  w-rerun-rc pic s9(09) value 0.
       77  w-assert-rc pic s9(09) value 0.
       77  w-outputs-same pic 9(02) value 0.
       77  w-point-result pic x(04) value spaces.
       77  w-point-reason pic x(30) value spaces.
       77  w-point-count pic 9(05) value 0.
       77  w-pass-count pic 9(05) value 0.
       77  w-fail-count pic 9(05) value 0.
       77  z-rc pic -(03)9.
       77  z-abend-rc pic -(03)9.
       77  z-count pic z(08)9.
       77  z-small pic z9.
       77  z-small-2 pic z9.

       77  w-expected pic x(100) value spaces.
       77  w-actual pic x(100) value spaces.
       77  w-description pic x(160) value spaces.
       77  w-return-value pic s9(09) value 0.

       procedure division.
           open input FAULT-DECK.
           if DECK-FILE-NOT-FOUND
              display "ARRFAULT no FAULTCRD file" upon console
              goback giving KO
           end-if.
           open output FAULT-REPORT.
           perform write-report-heading
              thru write-report-heading-ex.

           read FAULT-DECK.
           perform until DECK-FILE-AT-EOF
              move fault-deck-rec to w-card-line
              perform parse-deck-line thru parse-deck-line-ex
              read FAULT-DECK
           end-perform.
           close FAULT-DECK.
           if UTILITY-OPEN
              perform prove-one-utility thru prove-one-utility-ex
           end-if.

           perform disarm-fault-control
              thru disarm-fault-control-ex.
           perform write-report-summary
              thru write-report-summary-ex.
           close FAULT-REPORT.
           display
              "ARRFAULT points=" w-point-count
              " pass=" w-pass-count
              " fail=" w-fail-count
              upon console.

           call "assert" using VERIFY
              giving w-return-value.
           cancel "assert".
           if w-fail-count > 0
              move KO to w-return-value
           end-if.
           goback giving w-return-value.

       parse-deck-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-parm-tbl.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
                   w-tok-parm(1) w-tok-parm(2) w-tok-parm(3)
                   w-tok-parm(4) w-tok-parm(5) w-tok-parm(6)
           end-unstring.
           move w-tok-parm(1) to w-tok-2.

           evaluate w-tok-kind
              when "UTILITY"
                 if UTILITY-OPEN
                    perform prove-one-utility
                       thru prove-one-utility-ex
                 end-if
                 perform open-utility thru open-utility-ex
              when "CKPT"
                 move w-tok-1 to w-util-ckpt
              when "OUTPUT"
                 if w-output-count < FAULT-OUTPUT-MAX
                    add 1 to w-output-count
                    move w-tok-1 to w-output-name(w-output-count)
                 end-if
              when "INJECT"
                 if w-inject-count < FAULT-INJECT-MAX
                    and function trim(w-tok-2) is numeric
                    add 1 to w-inject-count
                    move w-tok-1 to w-inject-phase(w-inject-count)
                    compute w-inject-count-at(w-inject-count) =
                       function numval(w-tok-2)
                 end-if
           end-evaluate.
       parse-deck-line-ex.
           exit.

       open-utility.
           move "Y" to w-util-open.
           move w-tok-1 to w-util-program.
           move spaces to w-util-ckpt.
           move 0 to w-output-count.
           move 0 to w-inject-count.
           move 0 to w-util-parm-count.
           move spaces to w-util-parm-tbl.
           move all "N" to w-util-restart-tbl.
           perform varying w-parm-idx from 1 by 1
              until w-parm-idx > FAULT-PARM-MAX
                 or w-tok-parm(w-parm-idx) = spaces
              add 1 to w-util-parm-count
              if w-tok-parm(w-parm-idx) = "RESTART"
                 move "Y" to w-util-restart-slot(w-parm-idx)
                 move "N" to w-util-parm(w-parm-idx)
              else
                 move w-tok-parm(w-parm-idx) to w-token
                 perform shape-parm-token thru shape-parm-token-ex
                 move w-token to w-util-parm(w-parm-idx)
              end-if
           end-perform.
       open-utility-ex.
           exit.

      *         a token of plain digits must reach the utility as the
      *         18-digit zoned number its linkage expects; anything
      *         else goes through as typed
       shape-parm-token.
           move 0 to w-token-len.
           inspect function reverse(w-token)
              tallying w-token-len for leading spaces.
           compute w-token-len = 30 - w-token-len.
           if w-token-len = 0
              exit paragraph
           end-if.
           if w-token(1:w-token-len) is numeric
              compute w-numeric-parm =
                 function numval(w-token(1:w-token-len))
              move w-numeric-parm to w-token
           end-if.
       shape-parm-token-ex.
           exit.

      *         the reference run first; without a clean finish
      *         there is nothing to hold a restart to
       prove-one-utility.
           move "N" to w-util-open.
           if w-util-ckpt = spaces
              display "ARRFAULT " function trim(w-util-program)
                 " has no CKPT card" upon console
              move "no CKPT card" to w-point-reason
              perform fail-whole-utility thru fail-whole-utility-ex
              exit paragraph
           end-if.

           perform disarm-fault-control
              thru disarm-fault-control-ex.
           call "ckpt:clear" using w-util-ckpt.
           call "balance:clear".
           move "N" to w-restart-flag.
           perform call-utility thru call-utility-ex.
           move w-return-code to w-clean-rc.
           if w-clean-rc not = OK
              move w-clean-rc to z-rc
              move spaces to w-point-reason
              string "clean run rc " function trim(z-rc)
                 delimited by size
                 into w-point-reason
              end-string
              perform fail-whole-utility thru fail-whole-utility-ex
              exit paragraph
           end-if.
           perform varying w-output-idx from 1 by 1
              until w-output-idx > w-output-count
              perform keep-reference-output
                 thru keep-reference-output-ex
           end-perform.
           perform read-balance-lines thru read-balance-lines-ex.
           move w-run-bal-count to w-ref-bal-count.
           move w-run-bal-tbl to w-ref-bal-tbl.

           perform varying w-inject-idx from 1 by 1
              until w-inject-idx > w-inject-count
              perform prove-one-point thru prove-one-point-ex
           end-perform.
       prove-one-utility-ex.
           exit.

       fail-whole-utility.
           perform varying w-inject-idx from 1 by 1
              until w-inject-idx > w-inject-count
              move 0 to w-abend-rc
              move 0 to w-rerun-rc
              move 0 to w-outputs-same
              move "FAIL" to w-point-result
              perform write-point-line thru write-point-line-ex
           end-perform.
       fail-whole-utility-ex.
           exit.

      *         armed run to the abend, disarmed rerun from the
      *         checkpoint it left, then the comparison
       prove-one-point.
           move "PASS" to w-point-result.
           move spaces to w-point-reason.
           move 0 to w-rerun-rc.
           move 0 to w-outputs-same.

           call "ckpt:clear" using w-util-ckpt.
           call "balance:clear".
           perform arm-fault-control thru arm-fault-control-ex.
           move "N" to w-restart-flag.
           perform call-utility thru call-utility-ex.
           move w-return-code to w-abend-rc.
           perform disarm-fault-control
              thru disarm-fault-control-ex.
           if w-abend-rc not = ABENDED-BY-INJECTION
              move "FAIL" to w-point-result
              move "injection point never reached"
                 to w-point-reason
              perform write-point-line thru write-point-line-ex
              exit paragraph
           end-if.

           move "Y" to w-restart-flag.
           perform call-utility thru call-utility-ex.
           move w-return-code to w-rerun-rc.
           if w-rerun-rc not = w-clean-rc
              move "FAIL" to w-point-result
              move "rerun did not end clean" to w-point-reason
           end-if.

           perform varying w-output-idx from 1 by 1
              until w-output-idx > w-output-count
              perform compare-one-output
                 thru compare-one-output-ex
           end-perform.
           if w-outputs-same < w-output-count
              move "FAIL" to w-point-result
              if w-point-reason = spaces
                 move "output differs from clean run"
                    to w-point-reason
              end-if
           end-if.

           perform read-balance-lines thru read-balance-lines-ex.
           perform compare-balance-lines
              thru compare-balance-lines-ex.
           if w-bal-diff-count > 0
              move "FAIL" to w-point-result
              if w-point-reason = spaces
                 move "BALANCE counts differ" to w-point-reason
              end-if
           end-if.
           perform write-point-line thru write-point-line-ex.
       prove-one-point-ex.
           exit.

       arm-fault-control.
           open output FAULT-CONTROL.
           move spaces to fault-control-rec.
           move w-inject-count-at(w-inject-idx) to z-count.
           string "ABEND " w-util-ckpt " "
              w-inject-phase(w-inject-idx) " "
              function trim(z-count)
              delimited by size
              into fault-control-rec
           end-string.
           write fault-control-rec.
           close FAULT-CONTROL.
       arm-fault-control-ex.
           exit.

       disarm-fault-control.
           open output FAULT-CONTROL.
           close FAULT-CONTROL.
       disarm-fault-control-ex.
           exit.

      *         every run goes in as a fresh load of the program:
      *         the cancel afterwards closes whatever an abended run
      *         left open, as the end of the job step would
       call-utility.
           perform varying w-parm-idx from 1 by 1
              until w-parm-idx > w-util-parm-count
              if RESTART-SLOT(w-parm-idx)
                 move w-restart-flag to w-util-parm(w-parm-idx)
              end-if
           end-perform.
           evaluate w-util-parm-count
              when 0
                 call w-util-program
                    giving w-return-code
              when 1
                 call w-util-program
                    using w-util-parm(1)
                    giving w-return-code
              when 2
                 call w-util-program
                    using w-util-parm(1)
                          w-util-parm(2)
                    giving w-return-code
              when 3
                 call w-util-program
                    using w-util-parm(1)
                          w-util-parm(2)
                          w-util-parm(3)
                    giving w-return-code
              when 4
                 call w-util-program
                    using w-util-parm(1)
                          w-util-parm(2)
                          w-util-parm(3)
                          w-util-parm(4)
                    giving w-return-code
              when 5
                 call w-util-program
                    using w-util-parm(1)
                          w-util-parm(2)
                          w-util-parm(3)
                          w-util-parm(4)
                          w-util-parm(5)
                    giving w-return-code
              when other
                 call w-util-program
                    using w-util-parm(1)
                          w-util-parm(2)
                          w-util-parm(3)
                          w-util-parm(4)
                          w-util-parm(5)
                          w-util-parm(6)
                    giving w-return-code
           end-evaluate.
           cancel w-util-program.
       call-utility-ex.
           exit.

       keep-reference-output.
           move w-output-name(w-output-idx) to w-copy-from.
           perform make-reference-name thru make-reference-name-ex.
           move w-ref-name to w-copy-to.
           perform copy-one-file thru copy-one-file-ex.
       keep-reference-output-ex.
           exit.

       make-reference-name.
           move w-output-idx to z-ref-no.
           move spaces to w-ref-name.
           string "FLTREF" z-ref-no
              delimited by size
              into w-ref-name
           end-string.
       make-reference-name-ex.
           exit.

      *         an output the clean run never wrote has no
      *         reference; the rerun must not write it either
       copy-one-file.
           move "N" to w-output-made(w-output-idx).
           open input COPY-SOURCE.
           if CFROM-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-output-made(w-output-idx).
           open output COPY-TARGET.
           read COPY-SOURCE.
           perform until CFROM-FILE-AT-EOF
              move copy-source-rec to copy-target-rec
              write copy-target-rec
              read COPY-SOURCE
           end-perform.
           close COPY-SOURCE.
           close COPY-TARGET.
       copy-one-file-ex.
           exit.

       compare-one-output.
           if not OUTPUT-MADE(w-output-idx)
              move w-output-name(w-output-idx) to w-copy-from
              open input COPY-SOURCE
              if CFROM-FILE-NOT-FOUND
                 add 1 to w-outputs-same
                 exit paragraph
              end-if
              close COPY-SOURCE
           end-if.
           perform make-reference-name thru make-reference-name-ex.
           move spaces to w-expected.
           move spaces to w-actual.
           move w-ref-name to w-expected.
           move w-output-name(w-output-idx) to w-actual.
           move w-inject-count-at(w-inject-idx) to z-count.
           move spaces to w-description.
           string "restart after "
              function trim(w-inject-phase(w-inject-idx)) " "
              function trim(z-count) ": "
              function trim(w-output-name(w-output-idx))
              " as clean run"
              delimited by size
              into w-description
           end-string.
           call "assert" using FILES-EQ
              w-expected w-actual w-description w-util-program
              giving w-assert-rc.
           if w-assert-rc = OK
              add 1 to w-outputs-same
           end-if.
       compare-one-output-ex.
           exit.

       read-balance-lines.
           move 0 to w-run-bal-count.
           move spaces to w-run-bal-tbl.
           open input BALANCE-FILE.
           if BAL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BALANCE-FILE.
           perform until BAL-FILE-AT-EOF
              if w-run-bal-count < FAULT-BALANCE-MAX
                 add 1 to w-run-bal-count
                 move balance-file-rec(17:64)
                    to w-run-bal-line(w-run-bal-count)
              end-if
              read BALANCE-FILE
           end-perform.
           close BALANCE-FILE.
       read-balance-lines-ex.
           exit.

       compare-balance-lines.
           move 0 to w-bal-diff-count.
           if w-run-bal-count not = w-ref-bal-count
              add 1 to w-bal-diff-count
           end-if.
           perform varying w-bal-idx from 1 by 1
              until w-bal-idx > w-ref-bal-count
                 or w-bal-idx > w-run-bal-count
              if w-run-bal-line(w-bal-idx)
                 not = w-ref-bal-line(w-bal-idx)
                 add 1 to w-bal-diff-count
              end-if
           end-perform.
           move spaces to w-expected.
           move spaces to w-actual.
           move "0" to w-expected.
           move w-bal-diff-count to w-actual(1:2).
           move w-inject-count-at(w-inject-idx) to z-count.
           move spaces to w-description.
           string "restart after "
              function trim(w-inject-phase(w-inject-idx)) " "
              function trim(z-count)
              ": BALANCE counts as clean run"
              delimited by size
              into w-description
           end-string.
           call "assert" using NUM-EQ
              w-expected w-actual w-description w-util-program.
       compare-balance-lines-ex.
           exit.

       write-report-heading.
           move spaces to fault-report-rec.
           move "ARRFAULT CHECKPOINT RESTART PROOF" to fault-report-rec.
           write fault-report-rec.
           move spaces to fault-report-rec.
           string "PROGRAM   CKPT     PHASE      COUNT ABEND RERUN"
              " OUTPUTS  RESULT"
              delimited by size
              into fault-report-rec
           end-string.
           write fault-report-rec.
       write-report-heading-ex.
           exit.

       write-point-line.
           add 1 to w-point-count.
           if w-point-result = "PASS"
              add 1 to w-pass-count
           else
              add 1 to w-fail-count
           end-if.
           move spaces to fault-report-rec.
           move w-util-program to fault-report-rec(1:9).
           move w-util-ckpt to fault-report-rec(11:8).
           move w-inject-phase(w-inject-idx) to fault-report-rec(20:5).
           move w-inject-count-at(w-inject-idx) to z-count.
           move z-count to fault-report-rec(26:9).
           move w-abend-rc to z-abend-rc.
           move z-abend-rc to fault-report-rec(36:4).
           move w-rerun-rc to z-rc.
           move z-rc to fault-report-rec(42:4).
           move w-outputs-same to z-small.
           move w-output-count to z-small-2.
           string z-small "/" z-small-2
              delimited by size
              into fault-report-rec(48:5)
           end-string.
           move w-point-result to fault-report-rec(57:4).
           move w-point-reason to fault-report-rec(62:30).
           write fault-report-rec.
       write-point-line-ex.
           exit.

       write-report-summary.
           move spaces to fault-report-rec.
           write fault-report-rec.
           move spaces to fault-report-rec.
           string "INJECTION POINTS " w-point-count
              "  PASSED " w-pass-count
              "  FAILED " w-fail-count
              delimited by size
              into fault-report-rec
           end-string.
           write fault-report-rec.
       write-report-summary-ex.
           exit.
