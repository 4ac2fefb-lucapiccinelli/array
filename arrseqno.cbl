       identification division.
         program-id.  arrseqno.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select SEQ-CARD assign "SEQCARD"
              organization line sequential
              file status is w-card-file-status.
       data division.
       file section.
       fd  SEQ-CARD.
       01  seq-card-rec pic x(80).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

      *         the operator's side of the seqno numbering service,
      *         one action per SEQCARD line --
      *           DEFINE counter start
      *           RESERVE counter count      (a cheque book, say)
      *           COMMIT counter first used
      *           RELEASE counter first
      *           VOID counter number
      *           AUDIT [counter]            (SEQRPT, all when blank)
      *         each action and its outcome on the console; any
      *         action refused makes the run end KO
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".

       77  w-card-line pic x(80) value spaces.
       77  w-action pic x(08) value spaces.
       77  w-counter pic x(16) value spaces.
       77  w-tok-3 pic x(18) value spaces.
       77  w-tok-4 pic x(18) value spaces.
       77  w-num-1 pic 9(18) value 0.
       77  w-num-2 pic 9(18) value 0.
       77  w-first pic 9(18) value 0.
       77  w-seq-rc pic s9(09) value 0.
       77  w-outcome pic x(40) value spaces.
       77  z-num pic z(17)9.
       77  z-rc pic -(08)9.

       77  w-action-count pic 9(09) value 0.
       77  w-done-count pic 9(09) value 0.
       77  w-refused-count pic 9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRSEQNO".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       procedure division.
           call "runlog:start" using w-runlog-pgm.
           open input SEQ-CARD.
           if CARD-FILE-NOT-FOUND
              display "ARRSEQNO no SEQCARD" upon console
              goback giving KO
           end-if.
           read SEQ-CARD.
           perform until CARD-FILE-AT-EOF
              move seq-card-rec to w-card-line
              if w-card-line not = spaces
                 and w-card-line(1:1) not = "*"
                 perform run-seq-action thru run-seq-action-ex
              end-if
              read SEQ-CARD
           end-perform.
           close SEQ-CARD.

           display
              "ARRSEQNO actions=" w-action-count
              " done=" w-done-count
              " refused=" w-refused-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if w-refused-count > 0
              goback giving KO
           end-if.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-action-count to w-rl-run-read.
           move w-done-count to w-rl-run-written.
           move w-refused-count to w-rl-run-rejected.
           if w-refused-count > 0
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       run-seq-action.
           add 1 to w-action-count.
           move spaces to w-action.
           move spaces to w-counter.
           move spaces to w-tok-3.
           move spaces to w-tok-4.
           unstring w-card-line
              delimited by all spaces
              into w-action w-counter w-tok-3 w-tok-4
           end-unstring.
           move 0 to w-num-1.
           move 0 to w-num-2.
           if w-tok-3 not = spaces
              and function test-numval(w-tok-3) = 0
              compute w-num-1 = function numval(w-tok-3)
           end-if.
           if w-tok-4 not = spaces
              and function test-numval(w-tok-4) = 0
              compute w-num-2 = function numval(w-tok-4)
           end-if.
           move spaces to w-outcome.

           evaluate w-action
              when "DEFINE"
                 call "seqno:define" using w-counter w-num-1
                    giving w-seq-rc
              when "RESERVE"
                 move 0 to w-first
                 call "seqno:reserve" using w-counter w-num-1 w-first
                    giving w-seq-rc
                 if w-seq-rc = OK
                    move w-first to z-num
                    string "first number " function trim(z-num)
                       into w-outcome
                    end-string
                 end-if
              when "COMMIT"
                 call "seqno:commit" using w-counter w-num-1 w-num-2
                    giving w-seq-rc
              when "RELEASE"
                 call "seqno:release" using w-counter w-num-1
                    giving w-seq-rc
              when "VOID"
                 call "seqno:void" using w-counter w-num-1
                    giving w-seq-rc
              when "AUDIT"
                 call "seqno:audit" using w-counter
                    giving w-seq-rc
              when other
                 move KO to w-seq-rc
                 move "not understood" to w-outcome
           end-evaluate.

           if w-seq-rc = OK
              add 1 to w-done-count
              if w-outcome = spaces
                 move "done" to w-outcome
              end-if
           else
              add 1 to w-refused-count
              if w-outcome = spaces
                 move w-seq-rc to z-rc
                 string "REFUSED rc " function trim(z-rc)
                    into w-outcome
                 end-string
              end-if
           end-if.
           display
              "ARRSEQNO " w-card-line(1:50) " " w-outcome
              upon console.
       run-seq-action-ex.
           exit.
