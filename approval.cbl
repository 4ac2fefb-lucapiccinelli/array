       identification division.
         program-id.  approval.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select DUAL-CONTROL assign "DUALCTL"
              organization line sequential
              file status is w-dual-file-status.
           select PENDING-FILE assign "PENDAPPR"
              organization line sequential
              file status is w-pend-file-status.
           select PENDING-WORK assign "PENDWORK"
              organization line sequential
              file status is w-work-file-status.
           select APPROVAL-JOURNAL assign "APPRJRNL"
              organization line sequential
              file status is w-jrn-file-status.
       data division.
       file section.
       fd  DUAL-CONTROL.
       01  dual-control-rec pic x(80).
       fd  PENDING-FILE.
       01  pending-file-rec pic x(8400).
       fd  PENDING-WORK.
       01  pending-work-rec pic x(8400).
       fd  APPROVAL-JOURNAL.
       01  approval-journal-rec pic x(200).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

      *         dual control over the sensitive masters and stages.
      *         DUALCTL names them ("MASTER name" for an arrmaint
      *         master, "STAGE name" for a staged array arrbrowse
      *         edits); a change to one of them is held on PENDAPPR
      *         instead of being applied, a second operator approves
      *         or rejects it, and only an approved item is picked up
      *         by the next apply.  An item moves P(ending) to
      *         A(pproved) or R(ejected), and an approved one to
      *         X (applied), S (stale -- the record had moved on) or
      *         F (failed on apply).  Every step is on APPRJRNL with
      *         the maker and the checker.  PENDAPPR is rewritten
      *         through PENDWORK, so it can grow without a table
      *         limit here
       77  w-dual-file-status pic x(02) value spaces.
           88  DUAL-FILE-NOT-FOUND value "35".
           88  DUAL-FILE-AT-EOF value "10".
       77  w-pend-file-status pic x(02) value spaces.
           88  PEND-FILE-NOT-FOUND value "35".
           88  PEND-FILE-AT-EOF value "10".
       77  w-work-file-status pic x(02) value spaces.
           88  WORK-FILE-AT-EOF value "10".
       77  w-jrn-file-status pic x(02) value spaces.
           88  JRN-FILE-NOT-FOUND value "35".

       77  w-dual-word pic x(08) value spaces.
       77  w-dual-name pic x(30) value spaces.
       77  w-kind-word pic x(08) value spaces.
       77  w-expect-status pic x value spaces.
       77  w-found pic x value "N".
           88  ITEM-FOUND value "Y".
       77  w-refused pic x value "N".
           88  CHANGE-REFUSED value "Y".
       77  w-last-id pic 9(09) value 0.
       77  w-stamp pic x(15) value spaces.
       77  w-jrn-event pic x(08) value spaces.

       copy "approval.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "approval.cpy" replacing ==!PREFIX!== by ==w-file-==.

       linkage section.
       copy "approval.cpy" replacing ==!PREFIX!== by ==l-==.

       procedure division using l-approval-rec.
           goback giving 0.

      *         is the kind/target in the caller's record under dual
      *         control -- no DUALCTL means nothing is
       entry "approval:designated" using l-approval-rec.
           CATCHPARAMS.
           move l-approval-rec to w-approval-rec.
           perform set-kind-word thru set-kind-word-ex.
           move "N" to w-found.
           open input DUAL-CONTROL.
           if DUAL-FILE-NOT-FOUND
              goback giving KO
           end-if.
           read DUAL-CONTROL.
           perform until DUAL-FILE-AT-EOF or ITEM-FOUND
              if dual-control-rec(1:1) not = "*"
                 move spaces to w-dual-word
                 move spaces to w-dual-name
                 unstring dual-control-rec
                    delimited by all spaces
                    into w-dual-word w-dual-name
                 end-unstring
                 move function upper-case(w-dual-word) to w-dual-word
                 if w-dual-word = w-kind-word
                    and w-dual-name = w-appr-target
                    move "Y" to w-found
                 end-if
              end-if
              read DUAL-CONTROL
           end-perform.
           close DUAL-CONTROL.
           if ITEM-FOUND
              goback giving OK
           end-if.
           goback giving KO.

      *         put a change on the queue: the caller fills kind,
      *         target, action, key, maker, length and the images, and
      *         gets the record back with its item number
       entry "approval:hold" using l-approval-rec.
           CATCHPARAMS.
           move l-approval-rec to w-approval-rec.
           perform find-last-id thru find-last-id-ex.
           add 1 to w-last-id giving w-appr-id.
           move "P" to w-appr-status.
           perform take-stamp thru take-stamp-ex.
           move w-stamp to w-appr-made-at.
           move spaces to w-appr-checker.
           move spaces to w-appr-checked-at.
           move spaces to w-appr-reason.
           open extend PENDING-FILE.
           if PEND-FILE-NOT-FOUND
              open output PENDING-FILE
           end-if.
           move w-approval-rec to pending-file-rec.
           write pending-file-rec.
           close PENDING-FILE.
           move "HOLD" to w-jrn-event.
           perform write-journal thru write-journal-ex.
           move w-approval-rec to l-approval-rec.
           goback giving OK.

      *         the next approved item for the kind/target after the
      *         item number the caller passes (0 for the first)
       entry "approval:next-approved" using l-approval-rec.
           CATCHPARAMS.
           move l-approval-rec to w-approval-rec.
           move "N" to w-found.
           open input PENDING-FILE.
           if PEND-FILE-NOT-FOUND
              goback giving KO
           end-if.
           read PENDING-FILE.
           perform until PEND-FILE-AT-EOF or ITEM-FOUND
              move pending-file-rec to w-file-approval-rec
              if w-file-appr-status = "A"
                 and w-file-appr-kind = w-appr-kind
                 and w-file-appr-target = w-appr-target
                 and w-file-appr-id > w-appr-id
                 move "Y" to w-found
              else
                 read PENDING-FILE
              end-if
           end-perform.
           close PENDING-FILE.
           if not ITEM-FOUND
              goback giving KO
           end-if.
           move w-file-approval-rec to l-approval-rec.
           goback giving OK.

      *         the checker's decision: A or R in the status, the
      *         checker and a reason.  Refused unless the item is
      *         still pending and the checker is not its maker
       entry "approval:decide" using l-approval-rec.
           CATCHPARAMS.
           move l-approval-rec to w-approval-rec.
           if (w-appr-status not = "A" and w-appr-status not = "R")
              or w-appr-checker = spaces
              goback giving KO
           end-if.
           perform take-stamp thru take-stamp-ex.
           move w-stamp to w-appr-checked-at.
           move "P" to w-expect-status.
           perform update-item thru update-item-ex.
           if not ITEM-FOUND or CHANGE-REFUSED
              goback giving KO
           end-if.
           if w-appr-status = "A"
              move "APPROVE" to w-jrn-event
           else
              move "REJECT" to w-jrn-event
           end-if.
           perform write-journal thru write-journal-ex.
           move w-approval-rec to l-approval-rec.
           goback giving OK.

      *         what became of an approved item on apply: X, S or F
       entry "approval:settle" using l-approval-rec.
           CATCHPARAMS.
           move l-approval-rec to w-approval-rec.
           if w-appr-status not = "X" and w-appr-status not = "S"
              and w-appr-status not = "F"
              goback giving KO
           end-if.
           move "A" to w-expect-status.
           perform update-item thru update-item-ex.
           if not ITEM-FOUND or CHANGE-REFUSED
              goback giving KO
           end-if.
           evaluate w-appr-status
              when "X"
                 move "APPLIED" to w-jrn-event
              when "S"
                 move "STALE" to w-jrn-event
              when other
                 move "FAILED" to w-jrn-event
           end-evaluate.
           perform write-journal thru write-journal-ex.
           move w-approval-rec to l-approval-rec.
           goback giving OK.

       set-kind-word.
           if w-appr-kind = "M"
              move "MASTER" to w-kind-word
           else
              move "STAGE" to w-kind-word
           end-if.
       set-kind-word-ex.
           exit.

       find-last-id.
           move 0 to w-last-id.
           open input PENDING-FILE.
           if PEND-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read PENDING-FILE.
           perform until PEND-FILE-AT-EOF
              move pending-file-rec to w-file-approval-rec
              if w-file-appr-id is numeric
                 and w-file-appr-id > w-last-id
                 move w-file-appr-id to w-last-id
              end-if
              read PENDING-FILE
           end-perform.
           close PENDING-FILE.
       find-last-id-ex.
           exit.

      *         copy PENDAPPR aside and back, changing the one item on
      *         the way.  The item must be in the expected status,
      *         and a decision is refused to the item's own maker.
      *         The caller's status, checker, stamp and reason go on;
      *         everything else comes from the file
       update-item.
           move "N" to w-found.
           move "N" to w-refused.
           open input PENDING-FILE.
           if PEND-FILE-NOT-FOUND
              exit paragraph
           end-if.
           open output PENDING-WORK.
           read PENDING-FILE.
           perform until PEND-FILE-AT-EOF
              move pending-file-rec to pending-work-rec
              write pending-work-rec
              read PENDING-FILE
           end-perform.
           close PENDING-WORK.
           close PENDING-FILE.

           open input PENDING-WORK.
           open output PENDING-FILE.
           read PENDING-WORK.
           perform until WORK-FILE-AT-EOF
              move pending-work-rec to w-file-approval-rec
              if w-file-appr-id = w-appr-id
                 and not ITEM-FOUND
                 move "Y" to w-found
                 perform change-item thru change-item-ex
              end-if
              move w-file-approval-rec to pending-file-rec
              write pending-file-rec
              read PENDING-WORK
           end-perform.
           close PENDING-FILE.
           close PENDING-WORK.
       update-item-ex.
           exit.

       change-item.
           if w-file-appr-status not = w-expect-status
              move "Y" to w-refused
              exit paragraph
           end-if.
           if w-expect-status = "P"
              and w-file-appr-maker = w-appr-checker
              move "Y" to w-refused
              exit paragraph
           end-if.
           move w-appr-status to w-file-appr-status.
           if w-expect-status = "P"
              move w-appr-checker to w-file-appr-checker
              move w-appr-checked-at to w-file-appr-checked-at
              move w-appr-reason to w-file-appr-reason
           end-if.
           move w-file-approval-rec to w-approval-rec.
       change-item-ex.
           exit.

       take-stamp.
           move spaces to w-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-stamp
           end-string.
       take-stamp-ex.
           exit.

      *         one line per step of an item's life, both operators
      *         on every line
       write-journal.
           perform take-stamp thru take-stamp-ex.
           open extend APPROVAL-JOURNAL.
           if JRN-FILE-NOT-FOUND
              open output APPROVAL-JOURNAL
           end-if.
           move spaces to approval-journal-rec.
           string
              w-stamp
              " " w-jrn-event
              " item=" w-appr-id
              " " w-appr-kind
              " " w-appr-target
              " " w-appr-action
              " maker=" w-appr-maker
              " checker=" w-appr-checker
              " key=" w-appr-key(1:30)
              " " w-appr-reason
              delimited by size
              into approval-journal-rec
           end-string.
           write approval-journal-rec.
           close APPROVAL-JOURNAL.
       write-journal-ex.
           exit.
