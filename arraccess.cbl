       identification division.
         program-id.  arraccess.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select AUTH-TABLE assign "AUTHTAB"
              organization line sequential
              file status is w-auth-file-status.
           select SECURITY-LOG assign "SECLOG"
              organization line sequential
              file status is w-seclog-file-status.
           select ACCESS-REPORT assign "ACCRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  AUTH-TABLE.
       01  auth-table-rec pic x(132).
       fd  SECURITY-LOG.
       01  security-log-rec.
           05 sl-stamp pic x(15).
           05 filler pic x.
           05 sl-verdict pic x(06).
           05 filler pic x.
           05 sl-operator pic x(10).
           05 filler pic x.
           05 sl-program pic x(08).
           05 filler pic x.
           05 sl-privilege pic x(16).
           05 filler pic x(73).
       fd  ACCESS-REPORT.
       01  access-rpt-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  ACC-GRANT-MAX value 500.
       78  ACC-OTHER-MAX value 200.
       78  AUTH-GRANT-TOKENS value 8.

       77  w-auth-file-status pic x(02) value spaces.
           88  AUTH-FILE-NOT-FOUND value "35".
           88  AUTH-FILE-AT-EOF value "10".
       77  w-seclog-file-status pic x(02) value spaces.
           88  SECLOG-FILE-NOT-FOUND value "35".
           88  SECLOG-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         the access review: every privilege AUTHTAB hands out,
      *         by operator, with how often SECLOG shows it used in
      *         the review period and when last -- a privilege nobody
      *         used is the first candidate for removal.  After it,
      *         the refusals of the period and any use of a privilege
      *         AUTHTAB no longer grants
       77  w-from-date pic x(08) value "00000000".
       77  w-to-date pic x(08) value "99999999".
       77  w-test-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-return-code pic s9(09) value 0.
       77  w-access-rc pic s9(09) value 0.

      *         one row per operator, program and privilege granted
       77  w-grant-count pic 9(04) value 0.
       01  w-grant-tbl.
           05 w-grant-entry occurs ACC-GRANT-MAX times.
              07 w-gr-sort-key.
                 09 w-gr-operator pic x(10).
                 09 w-gr-program pic x(08).
                 09 w-gr-privilege pic x(16).
              07 w-gr-uses pic 9(07).
              07 w-gr-last pic x(15).
       01  w-order-tbl.
           05 w-order pic 9(04) occurs ACC-GRANT-MAX times.
       77  w-gr-idx pic 9(04) value 0.
       77  w-gr-hit pic 9(04) value 0.
       77  w-ord-idx pic 9(04) value 0.
       77  w-ord-idx-2 pic 9(04) value 0.
       77  w-ord-hold pic 9(04) value 0.

      *         SECLOG activity outside the grants: R a refusal, G a
      *         grant under a privilege since taken out of AUTHTAB
       77  w-other-count pic 9(04) value 0.
       01  w-other-tbl.
           05 w-other-entry occurs ACC-OTHER-MAX times.
              07 w-ot-kind pic x.
              07 w-ot-operator pic x(10).
              07 w-ot-program pic x(08).
              07 w-ot-privilege pic x(16).
              07 w-ot-count pic 9(07).
              07 w-ot-last pic x(15).
       77  w-ot-idx pic 9(04) value 0.
       77  w-ot-hit pic 9(04) value 0.
       77  w-in-kind pic x value space.

       77  w-tok-operator pic x(10) value spaces.
       77  w-tok-program pic x(08) value spaces.
       01  w-tok-grants.
           05 w-tok-grant pic x(16)
              occurs AUTH-GRANT-TOKENS times.
       77  w-tok-idx pic 9(02) value 0.

       77  w-auth-lines pic 9(07) value 0.
       77  w-operator-count pic 9(07) value 0.
       77  w-unused-count pic 9(07) value 0.
       77  w-log-read pic 9(09) value 0.
       77  w-log-in-period pic 9(09) value 0.
       77  w-refused-count pic 9(09) value 0.
       77  w-lines-written pic 9(09) value 0.
       77  w-overflow pic x value "N".
           88  TABLE-OVERFLOW value "Y".
       77  w-prev-operator pic x(10) value spaces.
       77  z-count pic z(06)9.
       77  w-count-text pic x(45) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRACCES".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       77  l-from-date pic x(08).
       77  l-to-date pic x(08).

       procedure division using
           l-from-date
           l-to-date
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==from-date==
               ==!N== by ==1==.
           copy "catchx.pdv" replacing
               ==!W== by ==to-date==
               ==!N== by ==2==.
           if w-from-date = spaces
              move "00000000" to w-from-date
           end-if.
           if w-to-date = spaces
              move "99999999" to w-to-date
           end-if.
           if w-from-date not = "00000000"
              move w-from-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-to-date not = "99999999"
              move w-to-date to w-test-date
              perform check-date thru check-date-ex
              if w-return-code not = OK
                 goback giving KO
              end-if
           end-if.
           if w-from-date > w-to-date
              display "ARRACCES from-date is after to-date"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           move OK to w-access-rc.
           perform load-auth-table thru load-auth-table-ex.
           if AUTH-FILE-NOT-FOUND
              display "ARRACCES no AUTHTAB to review" upon console
              move KO to w-access-rc
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform order-grants thru order-grants-ex.
           perform scan-security-log thru scan-security-log-ex.

           open output ACCESS-REPORT.
           perform print-grants thru print-grants-ex.
           perform print-other-activity
              thru print-other-activity-ex.
           perform write-summary thru write-summary-ex.
           close ACCESS-REPORT.

           display
              "ARRACCES privileges=" w-grant-count
              " unused=" w-unused-count
              " refused=" w-refused-count
              upon console.
           if TABLE-OVERFLOW
              move KO to w-access-rc
           end-if.
           perform write-run-record thru write-run-record-ex.
           goback giving w-access-rc.

       check-date.
           call "calendar:day-of-week"
              using w-test-date w-weekday
              giving w-return-code.
           if w-test-date is not numeric or w-return-code not = OK
              display "ARRACCES dates must be YYYYMMDD" upon console
              move KO to w-return-code
           end-if.
       check-date-ex.
           exit.

      *         one row per privilege of every AUTHTAB line, read the
      *         way the authz service reads them
       load-auth-table.
           move 0 to w-grant-count.
           open input AUTH-TABLE.
           if AUTH-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read AUTH-TABLE.
           perform until AUTH-FILE-AT-EOF
              if auth-table-rec not = spaces
                 and auth-table-rec(1:1) not = "*"
                 add 1 to w-auth-lines
                 perform take-auth-line thru take-auth-line-ex
              end-if
              read AUTH-TABLE
           end-perform.
           close AUTH-TABLE.
       load-auth-table-ex.
           exit.

       take-auth-line.
           move spaces to w-tok-operator.
           move spaces to w-tok-program.
           move spaces to w-tok-grants.
           unstring auth-table-rec
              delimited by all spaces
              into w-tok-operator w-tok-program
                   w-tok-grant(1) w-tok-grant(2) w-tok-grant(3)
                   w-tok-grant(4) w-tok-grant(5) w-tok-grant(6)
                   w-tok-grant(7) w-tok-grant(8)
           end-unstring.
           move function upper-case(w-tok-program) to w-tok-program.
           perform varying w-tok-idx from 1 by 1
              until w-tok-idx > AUTH-GRANT-TOKENS
              if w-tok-grant(w-tok-idx) not = spaces
                 move function upper-case(w-tok-grant(w-tok-idx))
                    to w-tok-grant(w-tok-idx)
                 perform add-grant thru add-grant-ex
              end-if
           end-perform.
       take-auth-line-ex.
           exit.

       add-grant.
           perform varying w-gr-idx from 1 by 1
              until w-gr-idx > w-grant-count
              if w-gr-operator(w-gr-idx) = w-tok-operator
                 and w-gr-program(w-gr-idx) = w-tok-program
                 and w-gr-privilege(w-gr-idx)
                    = w-tok-grant(w-tok-idx)
                 exit paragraph
              end-if
           end-perform.
           if w-grant-count >= ACC-GRANT-MAX
              move "Y" to w-overflow
              exit paragraph
           end-if.
           add 1 to w-grant-count.
           move w-tok-operator to w-gr-operator(w-grant-count).
           move w-tok-program to w-gr-program(w-grant-count).
           move w-tok-grant(w-tok-idx)
              to w-gr-privilege(w-grant-count).
           move 0 to w-gr-uses(w-grant-count).
           move spaces to w-gr-last(w-grant-count).
       add-grant-ex.
           exit.

      *         operator, program, privilege order for the report
       order-grants.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-grant-count
              move w-ord-idx to w-order(w-ord-idx)
           end-perform.
           perform varying w-ord-idx from 2 by 1
              until w-ord-idx > w-grant-count
              move w-order(w-ord-idx) to w-ord-hold
              move w-ord-idx to w-ord-idx-2
              perform until w-ord-idx-2 = 1
                 if w-gr-sort-key(w-order(w-ord-idx-2 - 1))
                    <= w-gr-sort-key(w-ord-hold)
                    exit perform
                 end-if
                 move w-order(w-ord-idx-2 - 1)
                    to w-order(w-ord-idx-2)
                 subtract 1 from w-ord-idx-2
              end-perform
              move w-ord-hold to w-order(w-ord-idx-2)
           end-perform.
       order-grants-ex.
           exit.

      *         a grant is put on the privilege it names, or on the
      *         operator's ALL for the program when that is what let
      *         it through
       scan-security-log.
           open input SECURITY-LOG.
           if SECLOG-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read SECURITY-LOG.
           perform until SECLOG-FILE-AT-EOF
              add 1 to w-log-read
              if sl-stamp(1:8) >= w-from-date
                 and sl-stamp(1:8) <= w-to-date
                 add 1 to w-log-in-period
                 perform take-log-line thru take-log-line-ex
              end-if
              read SECURITY-LOG
           end-perform.
           close SECURITY-LOG.
       scan-security-log-ex.
           exit.

       take-log-line.
           if sl-verdict = "REFUSE"
              add 1 to w-refused-count
              move "R" to w-in-kind
              perform add-other thru add-other-ex
              exit paragraph
           end-if.
           move 0 to w-gr-hit.
           perform varying w-gr-idx from 1 by 1
              until w-gr-idx > w-grant-count
              if w-gr-operator(w-gr-idx) = sl-operator
                 and w-gr-program(w-gr-idx) = sl-program
                 if w-gr-privilege(w-gr-idx) = sl-privilege
                    move w-gr-idx to w-gr-hit
                    exit perform
                 end-if
                 if w-gr-privilege(w-gr-idx) = "ALL"
                    move w-gr-idx to w-gr-hit
                 end-if
              end-if
           end-perform.
           if w-gr-hit = 0
              move "G" to w-in-kind
              perform add-other thru add-other-ex
              exit paragraph
           end-if.
           add 1 to w-gr-uses(w-gr-hit).
           if sl-stamp > w-gr-last(w-gr-hit)
              move sl-stamp to w-gr-last(w-gr-hit)
           end-if.
       take-log-line-ex.
           exit.

       add-other.
           move 0 to w-ot-hit.
           perform varying w-ot-idx from 1 by 1
              until w-ot-idx > w-other-count or w-ot-hit > 0
              if w-ot-kind(w-ot-idx) = w-in-kind
                 and w-ot-operator(w-ot-idx) = sl-operator
                 and w-ot-program(w-ot-idx) = sl-program
                 and w-ot-privilege(w-ot-idx) = sl-privilege
                 move w-ot-idx to w-ot-hit
              end-if
           end-perform.
           if w-ot-hit = 0
              if w-other-count >= ACC-OTHER-MAX
                 move "Y" to w-overflow
                 exit paragraph
              end-if
              add 1 to w-other-count
              move w-other-count to w-ot-hit
              move w-in-kind to w-ot-kind(w-ot-hit)
              move sl-operator to w-ot-operator(w-ot-hit)
              move sl-program to w-ot-program(w-ot-hit)
              move sl-privilege to w-ot-privilege(w-ot-hit)
              move 0 to w-ot-count(w-ot-hit)
              move spaces to w-ot-last(w-ot-hit)
           end-if.
           add 1 to w-ot-count(w-ot-hit).
           if sl-stamp > w-ot-last(w-ot-hit)
              move sl-stamp to w-ot-last(w-ot-hit)
           end-if.
       add-other-ex.
           exit.

       print-grants.
           move spaces to access-rpt-rec.
           string "ARRACCES privilege review, SECLOG activity "
              w-from-date " to " w-to-date
              delimited by size
              into access-rpt-rec
           end-string.
           perform write-report-line thru write-report-line-ex.
           move spaces to access-rpt-rec.
           perform write-report-line thru write-report-line-ex.
           if w-grant-count = 0
              move "no privileges granted on AUTHTAB"
                 to access-rpt-rec
              perform write-report-line thru write-report-line-ex
              exit paragraph
           end-if.
           perform write-column-heads thru write-column-heads-ex.
           move spaces to w-prev-operator.
           perform varying w-ord-idx from 1 by 1
              until w-ord-idx > w-grant-count
              move w-order(w-ord-idx) to w-gr-idx
              perform print-grant thru print-grant-ex
           end-perform.
       print-grants-ex.
           exit.

       print-grant.
           move spaces to access-rpt-rec.
           if w-gr-operator(w-gr-idx) not = w-prev-operator
              if w-prev-operator not = spaces
                 perform write-report-line thru write-report-line-ex
              end-if
              add 1 to w-operator-count
              move w-gr-operator(w-gr-idx) to access-rpt-rec(1:10)
              move w-gr-operator(w-gr-idx) to w-prev-operator
           end-if.
           move w-gr-program(w-gr-idx) to access-rpt-rec(12:8).
           move w-gr-privilege(w-gr-idx) to access-rpt-rec(21:16).
           move w-gr-uses(w-gr-idx) to z-count.
           move z-count to access-rpt-rec(38:7).
           move w-gr-last(w-gr-idx) to access-rpt-rec(47:15).
           if w-gr-uses(w-gr-idx) = 0
              add 1 to w-unused-count
              move "NOT USED IN PERIOD" to access-rpt-rec(64:)
           end-if.
           perform write-report-line thru write-report-line-ex.
       print-grant-ex.
           exit.

       print-other-activity.
           move spaces to access-rpt-rec.
           perform write-report-line thru write-report-line-ex.
           move "REFUSALS AND USE OF PRIVILEGES NO LONGER GRANTED"
              to access-rpt-rec.
           perform write-report-line thru write-report-line-ex.
           if w-other-count = 0
              move "  none in the period" to access-rpt-rec
              perform write-report-line thru write-report-line-ex
              exit paragraph
           end-if.
           perform write-column-heads thru write-column-heads-ex.
           perform varying w-ot-idx from 1 by 1
              until w-ot-idx > w-other-count
              move spaces to access-rpt-rec
              move w-ot-operator(w-ot-idx) to access-rpt-rec(1:10)
              move w-ot-program(w-ot-idx) to access-rpt-rec(12:8)
              move w-ot-privilege(w-ot-idx) to access-rpt-rec(21:16)
              move w-ot-count(w-ot-idx) to z-count
              move z-count to access-rpt-rec(38:7)
              move w-ot-last(w-ot-idx) to access-rpt-rec(47:15)
              if w-ot-kind(w-ot-idx) = "R"
                 move "REFUSED" to access-rpt-rec(64:)
              else
                 move "GRANTED, NOT ON AUTHTAB NOW"
                    to access-rpt-rec(64:)
              end-if
              perform write-report-line thru write-report-line-ex
           end-perform.
       print-other-activity-ex.
           exit.

       write-column-heads.
           move spaces to access-rpt-rec.
           move "OPERATOR" to access-rpt-rec(1:).
           move "PROGRAM" to access-rpt-rec(12:).
           move "PRIVILEGE" to access-rpt-rec(21:).
           move "USES" to access-rpt-rec(41:).
           move "LAST" to access-rpt-rec(47:).
           move "NOTE" to access-rpt-rec(64:).
           perform write-report-line thru write-report-line-ex.
           move all "-" to access-rpt-rec.
           perform write-report-line thru write-report-line-ex.
       write-column-heads-ex.
           exit.

       write-summary.
           move spaces to access-rpt-rec.
           perform write-report-line thru write-report-line-ex.
           move "AUTHTAB lines" to w-count-text.
           move w-auth-lines to z-count.
           perform write-count-line thru write-count-line-ex.
           move "operators holding privileges" to w-count-text.
           move w-operator-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "privileges granted" to w-count-text.
           move w-grant-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "privileges not used in the period" to w-count-text.
           move w-unused-count to z-count.
           perform write-count-line thru write-count-line-ex.
           move "SECLOG lines in the period" to w-count-text.
           move w-log-in-period to z-count.
           perform write-count-line thru write-count-line-ex.
           move "refusals in the period" to w-count-text.
           move w-refused-count to z-count.
           perform write-count-line thru write-count-line-ex.
           if TABLE-OVERFLOW
              move spaces to access-rpt-rec
              string "  ** more than " ACC-GRANT-MAX
                 " privileges or " ACC-OTHER-MAX
                 " other rows -- the report is incomplete"
                 delimited by size
                 into access-rpt-rec
              end-string
              perform write-report-line thru write-report-line-ex
           end-if.
       write-summary-ex.
           exit.

       write-count-line.
           move spaces to access-rpt-rec.
           move w-count-text to access-rpt-rec(1:45).
           move z-count to access-rpt-rec(46:7).
           perform write-report-line thru write-report-line-ex.
       write-count-line-ex.
           exit.

       write-report-line.
           write access-rpt-rec.
           add 1 to w-lines-written.
       write-report-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-log-read to w-rl-run-read.
           move w-lines-written to w-rl-run-written.
           move w-refused-count to w-rl-run-rejected.
           move w-access-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.
