       identification division.
         program-id.  arrgl.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-GL-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select GL-CARD assign "GLCARD"
              organization line sequential
              file status is w-card-file-status.
           select GL-RULES assign "GLRULES"
              organization line sequential
              file status is w-rule-file-status.
           select CLOSE-CONTROL assign "CLOSECTL"
              organization line sequential
              file status is w-ctl-file-status.
           select GL-OUT assign "GLOUT"
              organization line sequential
              file status is w-out-file-status.
           select GL-REJ assign "GLREJ"
              organization line sequential
              file status is w-rej-file-status.
           select GL-SUSPENSE assign "GLSUSP"
              organization line sequential
              file status is w-susp-file-status.
           select GL-REPORT assign "GLRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-GL-IN.
       01  arrgl-in-rec pic x(4096).
       fd  GL-CARD.
       01  gl-card-rec pic x(80).
       fd  GL-RULES.
       01  gl-rule-rec.
           05 gr-tran-type pic x(23).
           05 gr-product pic x(08).
           05 gr-debit-account pic x(10).
           05 gr-credit-account pic x(10).
           05 gr-cost-center pic x(06).
           05 filler pic x(23).
       fd  CLOSE-CONTROL.
       01  close-control-rec pic x(132).
       fd  GL-OUT.
       01  gl-out-rec pic x(120).
       fd  GL-REJ.
       01  gl-rej-rec pic x(132).
       fd  GL-SUSPENSE.
       01  gl-susp-rec pic x(4200).
       fd  GL-REPORT.
       01  gl-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-GL-RECORD-SZ value 4096.
       78  GL-RULE-MAX value 1000.
       78  GL-JOURNAL-MAX value 500.
       78  GL-LINE-MAX value 50000.
       78  GL-CLOSE-MAX value 20.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rule-file-status pic x(02) value spaces.
           88  RULE-FILE-NOT-FOUND value "35".
           88  RULE-FILE-AT-EOF value "10".
       77  w-ctl-file-status pic x(02) value spaces.
           88  CTL-FILE-NOT-FOUND value "35".
           88  CTL-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-susp-file-status pic x(02) value spaces.
       77  w-rpt-file-status pic x(02) value spaces.

      *         the ledger feed that replaces re-keying the printed
      *         totals.  The GLCARD names the source and its fields --
      *           SOURCE TRANS                 (the default: ARRIN)
      *           SOURCE CLOSE yyyymm [decimals]
      *                                        arrclose's CLOSE
      *                                        amounts, the array
      *                                        name as the type
      *           TYPE field
      *           PRODUCT field                (optional)
      *           AMOUNT field
      *           JOURNAL field                (optional: one journal
      *                                        per value, else one
      *                                        for the run)
      *           PERIOD yyyymm                (business month default)
      *           DESCRIPTION text
      *         every transaction finds its posting rule in GLRULES
      *         by type and product and books its amount as a debit
      *         line, a credit line or both; a negative amount books
      *         the other way round.  No rule, or an amount that is
      *         not a number, sends the record to GLSUSP -- nothing
      *         drops out between the file and the ledger
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(23) value spaces.
       77  w-tok-3 pic x(16) value spaces.
       77  w-tok-4 pic x(16) value spaces.
       77  w-card-bad pic x value "N".
           88  CARD-REFUSED value "Y".

       77  w-source pic x value "T".
           88  SOURCE-TRANS value "T".
           88  SOURCE-CLOSE value "C".
       77  w-close-period pic x(06) value spaces.
       77  w-close-decimals pic 9(02) value 2.
       77  w-type-name pic x(15) value spaces.
       77  w-product-name pic x(15) value spaces.
       77  w-amount-name pic x(15) value spaces.
       77  w-journal-name pic x(15) value spaces.
       77  w-type-fld pic 9(03) value 0.
       77  w-product-fld pic 9(03) value 0.
       77  w-amount-fld pic 9(03) value 0.
       77  w-journal-fld pic 9(03) value 0.
       77  w-amount-decimals pic 9(02) value 0.
       77  w-period pic x(06) value spaces.
       77  w-posting-date pic x(08) value spaces.
       77  w-description pic x(30) value spaces.
       77  w-default-journal pic x(12) value spaces.

      *         GLRULES, one posting rule a line --
      *           cols  1-23  transaction type
      *           cols 24-31  product, blank or * for any
      *           cols 32-41  debit account   (blank: no debit line)
      *           cols 42-51  credit account  (blank: no credit line)
      *           cols 52-57  cost center
      *         a product of its own beats the any-product rule; a
      *         rule given twice keeps the line that came last.  A
      *         one-sided rule is for postings that balance against
      *         another type's in the same journal
       77  w-rule-count pic 9(04) value 0.
       01  w-rule-tbl.
           05 w-rule occurs GL-RULE-MAX times.
              07 w-ru-tran-type pic x(23).
              07 w-ru-product pic x(08).
              07 w-ru-debit-account pic x(10).
              07 w-ru-credit-account pic x(10).
              07 w-ru-cost-center pic x(06).
       77  w-rule-idx pic 9(04) value 0.
       77  w-rule-hit pic 9(04) value 0.
       77  w-rule-any pic 9(04) value 0.
       77  w-rule-bad-count pic 9(09) value 0.

      *         the journals in order of first appearance, each
      *         chaining its lines through w-ln-next
       77  w-journal-count pic 9(04) value 0.
       01  w-journal-tbl.
           05 w-journal occurs GL-JOURNAL-MAX times.
              07 w-jn-id pic x(12).
              07 w-jn-first pic 9(09).
              07 w-jn-last pic 9(09).
              07 w-jn-lines pic 9(07).
              07 w-jn-debits pic 9(17).
              07 w-jn-credits pic 9(17).
              07 w-jn-tran-count pic 9(09).
              07 w-jn-tran-amount pic s9(17).
              07 w-jn-status pic x(01).
                 88  JOURNAL-WRITTEN value "W".
                 88  JOURNAL-REJECTED value "R".
       77  w-jn-idx pic 9(04) value 0.
       77  w-jn-key-now pic x(12) value spaces.

       77  w-line-count pic 9(09) value 0.
       01  w-line-tbl.
           05 w-line occurs GL-LINE-MAX times.
              07 w-ln-next pic 9(09).
              07 w-ln-account pic x(10).
              07 w-ln-cost-center pic x(06).
              07 w-ln-side pic x(01).
              07 w-ln-amount pic 9(15).
              07 w-ln-tran-type pic x(23).
              07 w-ln-product pic x(08).
              07 w-ln-source-rec pic 9(09).
       77  w-ln-idx pic 9(09) value 0.
       77  w-ln-seq pic 9(07) value 0.

      *         GLOUT, the ledger's fixed interface, 120 bytes a
      *         record: a header, the lines and a trailer per
      *         journal, amounts unsigned with two decimals and the
      *         side in the D/C byte
       01  w-gl-header.
           05 w-gh-rec-type pic x(01) value "H".
           05 w-gh-journal pic x(12).
           05 w-gh-posting-date pic x(08).
           05 w-gh-period pic x(06).
           05 w-gh-source pic x(08).
           05 w-gh-lines pic 9(07).
           05 w-gh-description pic x(30).
           05 filler pic x(48) value spaces.
       01  w-gl-line.
           05 w-gl-rec-type pic x(01) value "L".
           05 w-gl-journal pic x(12).
           05 w-gl-line-no pic 9(07).
           05 w-gl-account pic x(10).
           05 w-gl-cost-center pic x(06).
           05 w-gl-side pic x(01).
           05 w-gl-amount pic 9(13)v99.
           05 w-gl-tran-type pic x(23).
           05 w-gl-product pic x(08).
           05 w-gl-source-rec pic 9(09).
           05 filler pic x(28) value spaces.
       01  w-gl-trailer.
           05 w-gt-rec-type pic x(01) value "T".
           05 w-gt-journal pic x(12).
           05 w-gt-lines pic 9(07).
           05 w-gt-debits pic 9(15)v99.
           05 w-gt-credits pic 9(15)v99.
           05 filler pic x(66) value spaces.

       77  w-tran-type pic x(23) value spaces.
       77  w-product pic x(08) value spaces.
       77  w-tran-units pic s9(15) value 0.
       77  w-tran-abs pic 9(15) value 0.
       77  w-debit-side pic x(01) value "D".
       77  w-credit-side pic x(01) value "C".
       77  w-post-side pic x(01) value spaces.
       77  w-post-account pic x(10) value spaces.
       77  w-susp-reason pic x(30) value spaces.
       77  w-source-rec pic 9(09) value 0.
       77  w-table-full pic x value "N".
           88  TABLE-FULL value "Y".

       01  w-close-tbl.
           05 w-close-entry occurs GL-CLOSE-MAX times.
              07 w-cl-array pic x(23).
              07 w-cl-units pic s9(15).
       77  w-close-count pic 9(02) value 0.
       77  w-cl-idx pic 9(02) value 0.
       77  w-cl-hit pic 9(02) value 0.

       77  w-fld-idx pic 9(03) value 0.
       77  w-found-fld pic 9(03) value 0.
       77  w-find-name pic x(15) value spaces.
       77  w-field-bad pic x value "N".
           88  FIELD-NOT-NUMBER value "Y".
       77  w-work-value pic s9(18) value 0.
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-field-buf pic x(64) value spaces.
       77  w-fld-len pic 9(02) value 0.
       77  w-byte-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-last-digit pic 9(01) value 0.
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-text-value pic s9(12)v9(06) value 0.
       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-scale pic 9(18) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-read-amount pic s9(17) value 0.
       77  w-susp-count pic 9(09) value 0.
       77  w-susp-amount pic s9(17) value 0.
       77  w-posted-count pic 9(09) value 0.
       77  w-posted-amount pic s9(17) value 0.
       77  w-rej-count pic 9(09) value 0.
       77  w-rej-amount pic s9(17) value 0.
       77  w-written-journals pic 9(04) value 0.
       77  w-rejected-journals pic 9(04) value 0.
       77  w-written-lines pic 9(09) value 0.
       77  w-proof-amount pic s9(17) value 0.
       77  w-show-units pic s9(17) value 0.
       77  z-num pic z(08)9.
       77  z-amount pic -(14)9.99.
       77  w-pos pic 9(03) value 0.

       77  w-runlog-pgm pic x(08) value "ARRGL".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.
       copy "balance.cpy" replacing ==!PREFIX!== by ==w-bc-==.

       linkage section.
       77  l-record-length pic 9(MAX-NUMBER-SIZE).
       77  l-layout-name pic x(15).

       procedure division using
           l-record-length
           l-layout-name
           .
           CATCHPARAMS.
           perform read-gl-card thru read-gl-card-ex.
           if CARD-REFUSED
              goback giving KO
           end-if.
           if SOURCE-TRANS
              copy "catch9.pdv" replacing
                  ==!W== by ==record-length==
                  ==!N== by ==1==.
              move spaces to w-layout-name
              if w-narg >= 2
                 move l-layout-name to w-layout-name
              end-if
              if w-record-length = 0
                 or w-record-length > MAX-GL-RECORD-SZ
                 goback giving KO
              end-if
              call "arrlayout:resolve"
                 using w-layout-name w-layout-tbl
                 giving w-layout-rc
              if w-layout-rc not = OK
                 display
                    "ARRGL unknown layout " w-layout-name
                    upon console
                 goback giving KO
              end-if
              perform check-gl-fields thru check-gl-fields-ex
              if CARD-REFUSED
                 goback giving KO
              end-if
           end-if.

           perform load-posting-rules thru load-posting-rules-ex.
           if w-rule-count = 0
              display "ARRGL no posting rules in GLRULES"
                 upon console
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
           call "rundate:today" using w-posting-date
              on exception
                 move function current-date(1:8) to w-posting-date
           end-call.
           if w-period = spaces
              if SOURCE-CLOSE
                 move w-close-period to w-period
              else
                 move w-posting-date(1:6) to w-period
              end-if
           end-if.
           if SOURCE-CLOSE
              string "CL" w-close-period
                 delimited by size
                 into w-default-journal
              end-string
           else
              string "GL" w-posting-date
                 delimited by size
                 into w-default-journal
              end-string
           end-if.

           open output GL-SUSPENSE.
           if SOURCE-CLOSE
              perform post-close-totals thru post-close-totals-ex
           else
              perform post-transactions thru post-transactions-ex
           end-if.
           close GL-SUSPENSE.
           if TABLE-FULL
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.

           perform write-journals thru write-journals-ex.
           perform write-gl-register thru write-gl-register-ex.

           display
              "ARRGL read=" w-read-count
              " journals=" w-written-journals
              " rejected=" w-rejected-journals
              " suspense=" w-susp-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           if w-rejected-journals > 0
              goback giving KO
           end-if.
           goback giving OK.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-posted-count to w-rl-run-written.
           compute w-rl-run-rejected = w-susp-count + w-rej-count.
           if w-rejected-journals > 0 or TABLE-FULL
              move KO to w-rl-run-rc
           else
              move 0 to w-rl-run-rc
           end-if.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRGL" to w-bc-bal-step.
           move "GLOUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-posted-count to w-bc-bal-out.
           compute w-bc-bal-rejected = w-susp-count + w-rej-count.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.

       read-gl-card.
           open input GL-CARD.
           if CARD-FILE-NOT-FOUND
              display "ARRGL no GLCARD" upon console
              move "Y" to w-card-bad
              exit paragraph
           end-if.
           read GL-CARD.
           perform until CARD-FILE-AT-EOF
              move gl-card-rec to w-card-line
              perform parse-gl-line thru parse-gl-line-ex
              read GL-CARD
           end-perform.
           close GL-CARD.
       read-gl-card-ex.
           exit.

       parse-gl-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-card-line(1:12) = "DESCRIPTION "
              move w-card-line(13:30) to w-description
              exit paragraph
           end-if.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           move spaces to w-tok-3.
           move spaces to w-tok-4.
           unstring w-card-line
              delimited by all spaces
              into w-tok-1 w-tok-2 w-tok-3 w-tok-4
           end-unstring.

           evaluate w-tok-1
              when "SOURCE"
                 evaluate w-tok-2
                    when "TRANS"
                       move "T" to w-source
                    when "CLOSE"
                       if w-tok-3(1:6) is not numeric
                          perform refuse-gl-line
                             thru refuse-gl-line-ex
                          exit paragraph
                       end-if
                       move "C" to w-source
                       move w-tok-3(1:6) to w-close-period
                       if w-tok-4 not = spaces
                          if function test-numval(w-tok-4) not = 0
                             or function numval(w-tok-4) > 6
                             perform refuse-gl-line
                                thru refuse-gl-line-ex
                             exit paragraph
                          end-if
                          compute w-close-decimals =
                             function numval(w-tok-4)
                       end-if
                    when other
                       perform refuse-gl-line thru refuse-gl-line-ex
                 end-evaluate
              when "TYPE"
                 move w-tok-2(1:15) to w-type-name
              when "PRODUCT"
                 move w-tok-2(1:15) to w-product-name
              when "AMOUNT"
                 move w-tok-2(1:15) to w-amount-name
              when "JOURNAL"
                 move w-tok-2(1:15) to w-journal-name
              when "PERIOD"
                 if w-tok-2(1:6) is not numeric
                    perform refuse-gl-line thru refuse-gl-line-ex
                    exit paragraph
                 end-if
                 move w-tok-2(1:6) to w-period
              when other
                 perform refuse-gl-line thru refuse-gl-line-ex
           end-evaluate.
       parse-gl-line-ex.
           exit.

       refuse-gl-line.
           display
              "ARRGL line not understood: " w-card-line
              upon console.
           move "Y" to w-card-bad.
       refuse-gl-line-ex.
           exit.

       check-gl-fields.
           move w-type-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-fld to w-type-fld.
           if w-type-fld = 0
              display
                 "ARRGL TYPE is not a field of the layout: "
                 w-type-name
                 upon console
              move "Y" to w-card-bad
           end-if.
           move w-amount-name to w-find-name.
           perform find-layout-field thru find-layout-field-ex.
           move w-found-fld to w-amount-fld.
           if w-amount-fld = 0
              display
                 "ARRGL AMOUNT is not a field of the layout: "
                 w-amount-name
                 upon console
              move "Y" to w-card-bad
           else
              move w-layout-fld-format(w-amount-fld) to w-fmt
              perform count-implied-decimals
                 thru count-implied-decimals-ex
           end-if.
           if w-product-name not = spaces
              move w-product-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-fld to w-product-fld
              if w-product-fld = 0
                 display
                    "ARRGL PRODUCT is not a field of the layout: "
                    w-product-name
                    upon console
                 move "Y" to w-card-bad
              end-if
           end-if.
           if w-journal-name not = spaces
              move w-journal-name to w-find-name
              perform find-layout-field thru find-layout-field-ex
              move w-found-fld to w-journal-fld
              if w-journal-fld = 0
                 display
                    "ARRGL JOURNAL is not a field of the layout: "
                    w-journal-name
                    upon console
                 move "Y" to w-card-bad
              end-if
           end-if.
       check-gl-fields-ex.
           exit.

       find-layout-field.
           move 0 to w-found-fld.
           if w-find-name = spaces
              exit paragraph
           end-if.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-layout-field-count
                 or w-found-fld > 0
              if w-layout-fld-name(w-fld-idx) = w-find-name
                 move w-fld-idx to w-found-fld
              end-if
           end-perform.
       find-layout-field-ex.
           exit.

      *         the digits after the V in the amount's format are
      *         its implied decimals; a text amount is read with six
       count-implied-decimals.
           move 0 to w-amount-decimals.
           move "N" to w-seen-v.
           if w-layout-fld-type(w-amount-fld) not = "9"
              and w-layout-fld-type(w-amount-fld) not = "p"
              and w-layout-fld-type(w-amount-fld) not = "b"
              move 6 to w-amount-decimals
              exit paragraph
           end-if.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V"
                 or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-amount-decimals
                 end-if
              end-if
           end-perform.
       count-implied-decimals-ex.
           exit.

       load-posting-rules.
           open input GL-RULES.
           if RULE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read GL-RULES.
           perform until RULE-FILE-AT-EOF
              if gl-rule-rec not = spaces
                 and gl-rule-rec(1:1) not = "*"
                 perform take-posting-rule
                    thru take-posting-rule-ex
              end-if
              read GL-RULES
           end-perform.
           close GL-RULES.
           if w-rule-bad-count > 0
              display
                 "ARRGL rules not loaded from GLRULES: "
                 w-rule-bad-count
                 upon console
           end-if.
       load-posting-rules-ex.
           exit.

       take-posting-rule.
           if gr-tran-type = spaces
              or (gr-debit-account = spaces
                  and gr-credit-account = spaces)
              add 1 to w-rule-bad-count
              exit paragraph
           end-if.
           if w-rule-count >= GL-RULE-MAX
              add 1 to w-rule-bad-count
              exit paragraph
           end-if.
           add 1 to w-rule-count.
           move gr-tran-type to w-ru-tran-type(w-rule-count).
           move gr-product to w-ru-product(w-rule-count).
           if gr-product = "*"
              move spaces to w-ru-product(w-rule-count)
           end-if.
           move gr-debit-account
              to w-ru-debit-account(w-rule-count).
           move gr-credit-account
              to w-ru-credit-account(w-rule-count).
           move gr-cost-center to w-ru-cost-center(w-rule-count).
       take-posting-rule-ex.
           exit.

      *         the rule for w-tran-type and w-product: a rule for
      *         the product itself, else the any-product one
       find-posting-rule.
           move 0 to w-rule-hit.
           move 0 to w-rule-any.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              if w-ru-tran-type(w-rule-idx) = w-tran-type
                 if w-ru-product(w-rule-idx) = spaces
                    move w-rule-idx to w-rule-any
                 else
                    if w-ru-product(w-rule-idx) = w-product
                       move w-rule-idx to w-rule-hit
                    end-if
                 end-if
              end-if
           end-perform.
           if w-rule-hit = 0
              move w-rule-any to w-rule-hit
           end-if.
       find-posting-rule-ex.
           exit.

       post-transactions.
           open input ARR-GL-IN.
           read ARR-GL-IN.
           perform until IN-FILE-AT-EOF or TABLE-FULL
              add 1 to w-read-count
              move w-read-count to w-source-rec
              perform post-one-transaction
                 thru post-one-transaction-ex
              read ARR-GL-IN
           end-perform.
           close ARR-GL-IN.
       post-transactions-ex.
           exit.

       post-one-transaction.
           move spaces to w-tran-type.
           move arrgl-in-rec
              (w-layout-fld-offset(w-type-fld) + 1:
               function min(w-layout-fld-length(w-type-fld), 23))
              to w-tran-type.
           move spaces to w-product.
           if w-product-fld > 0
              move arrgl-in-rec
                 (w-layout-fld-offset(w-product-fld) + 1:
                  function min(w-layout-fld-length(w-product-fld), 8))
                 to w-product
           end-if.
           move w-default-journal to w-jn-key-now.
           if w-journal-fld > 0
              move spaces to w-jn-key-now
              move arrgl-in-rec
                 (w-layout-fld-offset(w-journal-fld) + 1:
                  function min(w-layout-fld-length(w-journal-fld),
                     12))
                 to w-jn-key-now
           end-if.

           move w-amount-fld to w-fld-idx.
           perform read-amount thru read-amount-ex.
           move 0 to w-tran-units.
           if FIELD-NOT-NUMBER
              move "AMOUNT NOT A NUMBER" to w-susp-reason
              perform write-suspense thru write-suspense-ex
              exit paragraph
           end-if.
           perform scale-to-cents thru scale-to-cents-ex.
           if FIELD-NOT-NUMBER
              move 0 to w-tran-units
              move "AMOUNT TOO BIG" to w-susp-reason
              perform write-suspense thru write-suspense-ex
              exit paragraph
           end-if.
           add w-tran-units to w-read-amount.
           perform book-transaction thru book-transaction-ex.
       post-one-transaction-ex.
           exit.

      *         each closed array booked as one transaction of its
      *         own name; a rerun that booked the period again
      *         counts its last CLOSE record
       post-close-totals.
           move 0 to w-close-count.
           open input CLOSE-CONTROL.
           if CTL-FILE-NOT-FOUND
              display "ARRGL no CLOSECTL" upon console
              exit paragraph
           end-if.
           read CLOSE-CONTROL.
           perform until CTL-FILE-AT-EOF
              if close-control-rec(1:6) = "CLOSE "
                 and close-control-rec(7:6) = w-close-period
                 and close-control-rec(53:8) = " amount="
                 perform take-close-record
                    thru take-close-record-ex
              end-if
              read CLOSE-CONTROL
           end-perform.
           close CLOSE-CONTROL.

           move w-close-decimals to w-amount-decimals.
           move spaces to w-product.
           move w-default-journal to w-jn-key-now.
           perform varying w-cl-idx from 1 by 1
              until w-cl-idx > w-close-count or TABLE-FULL
              add 1 to w-read-count
              move w-read-count to w-source-rec
              move w-cl-array(w-cl-idx) to w-tran-type
              move "N" to w-field-bad
              move "N" to w-negative
              move w-cl-units(w-cl-idx) to w-work-value
              if w-work-value < 0
                 move "Y" to w-negative
                 compute w-work-value = 0 - w-work-value
              end-if
              perform scale-to-cents thru scale-to-cents-ex
              add w-tran-units to w-read-amount
              perform book-transaction thru book-transaction-ex
           end-perform.
       post-close-totals-ex.
           exit.

       take-close-record.
           move 0 to w-cl-hit.
           perform varying w-cl-idx from 1 by 1
              until w-cl-idx > w-close-count or w-cl-hit > 0
              if w-cl-array(w-cl-idx) = close-control-rec(14:23)
                 move w-cl-idx to w-cl-hit
              end-if
           end-perform.
           if w-cl-hit = 0
              if w-close-count >= GL-CLOSE-MAX
                 exit paragraph
              end-if
              add 1 to w-close-count
              move w-close-count to w-cl-hit
              move close-control-rec(14:23) to w-cl-array(w-cl-hit)
           end-if.
           compute w-cl-units(w-cl-hit) =
              function numval(close-control-rec(61:15)).
       take-close-record-ex.
           exit.

      *         w-work-value (unsigned, w-amount-decimals places)
      *         becomes signed cents in w-tran-units, rounded half
      *         away from zero past two places; an amount that is no
      *         number goes to suspense counted but at nothing
       scale-to-cents.
           if w-amount-decimals > 2
              compute w-scale = 10 ** (w-amount-decimals - 2)
              compute w-tran-abs rounded = w-work-value / w-scale
                 on size error
                    move "Y" to w-field-bad
                    exit paragraph
              end-compute
           else
              compute w-scale = 10 ** (2 - w-amount-decimals)
              compute w-tran-abs = w-work-value * w-scale
                 on size error
                    move "Y" to w-field-bad
                    exit paragraph
              end-compute
           end-if.
           move w-tran-abs to w-tran-units.
           if VALUE-NEGATIVE
              compute w-tran-units = 0 - w-tran-units
           end-if.
       scale-to-cents-ex.
           exit.

      *         the transaction's lines into its journal; a negative
      *         amount swaps the sides
       book-transaction.
           perform find-posting-rule thru find-posting-rule-ex.
           if w-rule-hit = 0
              move "NO POSTING RULE" to w-susp-reason
              perform write-suspense thru write-suspense-ex
              exit paragraph
           end-if.
           perform find-journal thru find-journal-ex.
           if TABLE-FULL
              exit paragraph
           end-if.
           if w-line-count + 2 > GL-LINE-MAX
              display
                 "ARRGL more than " GL-LINE-MAX " journal lines"
                 upon console
              move "Y" to w-table-full
              exit paragraph
           end-if.
           if w-tran-units < 0
              move "C" to w-debit-side
              move "D" to w-credit-side
           else
              move "D" to w-debit-side
              move "C" to w-credit-side
           end-if.
           if w-ru-debit-account(w-rule-hit) not = spaces
              move w-debit-side to w-post-side
              move w-ru-debit-account(w-rule-hit) to w-post-account
              perform add-journal-line thru add-journal-line-ex
           end-if.
           if w-ru-credit-account(w-rule-hit) not = spaces
              move w-credit-side to w-post-side
              move w-ru-credit-account(w-rule-hit)
                 to w-post-account
              perform add-journal-line thru add-journal-line-ex
           end-if.
           add 1 to w-jn-tran-count(w-jn-idx).
           add w-tran-units to w-jn-tran-amount(w-jn-idx).
       book-transaction-ex.
           exit.

       find-journal.
           perform varying w-jn-idx from 1 by 1
              until w-jn-idx > w-journal-count
              if w-jn-id(w-jn-idx) = w-jn-key-now
                 exit paragraph
              end-if
           end-perform.
           if w-journal-count >= GL-JOURNAL-MAX
              display
                 "ARRGL more than " GL-JOURNAL-MAX " journals"
                 upon console
              move "Y" to w-table-full
              exit paragraph
           end-if.
           add 1 to w-journal-count.
           move w-journal-count to w-jn-idx.
           initialize w-journal(w-jn-idx).
           move w-jn-key-now to w-jn-id(w-jn-idx).
       find-journal-ex.
           exit.

       add-journal-line.
           add 1 to w-line-count.
           move w-line-count to w-ln-idx.
           move 0 to w-ln-next(w-ln-idx).
           move w-post-account to w-ln-account(w-ln-idx).
           move w-ru-cost-center(w-rule-hit)
              to w-ln-cost-center(w-ln-idx).
           move w-post-side to w-ln-side(w-ln-idx).
           move w-tran-abs to w-ln-amount(w-ln-idx).
           move w-tran-type to w-ln-tran-type(w-ln-idx).
           move w-product to w-ln-product(w-ln-idx).
           move w-source-rec to w-ln-source-rec(w-ln-idx).
           if w-jn-first(w-jn-idx) = 0
              move w-ln-idx to w-jn-first(w-jn-idx)
           else
              move w-ln-idx to w-ln-next(w-jn-last(w-jn-idx))
           end-if.
           move w-ln-idx to w-jn-last(w-jn-idx).
           add 1 to w-jn-lines(w-jn-idx).
           if w-post-side = "D"
              add w-tran-abs to w-jn-debits(w-jn-idx)
           else
              add w-tran-abs to w-jn-credits(w-jn-idx)
           end-if.
       add-journal-line-ex.
           exit.

       write-suspense.
           add 1 to w-susp-count.
           move spaces to gl-susp-rec.
           if SOURCE-CLOSE
              move w-tran-type to gl-susp-rec(1:23)
              compute z-amount = w-tran-units / 100
              move z-amount to gl-susp-rec(25:18)
           else
              move arrgl-in-rec(1:w-record-length)
                 to gl-susp-rec(1:w-record-length)
           end-if.
           move w-susp-reason to gl-susp-rec(4097:30).
           write gl-susp-rec.
           add w-tran-units to w-susp-amount.
       write-suspense-ex.
           exit.

      *         a journal whose debits and credits differ goes to
      *         GLREJ whole, with the difference, instead of GLOUT
       write-journals.
           open output GL-OUT.
           open output GL-REJ.
           perform varying w-jn-idx from 1 by 1
              until w-jn-idx > w-journal-count
              if w-jn-debits(w-jn-idx) = w-jn-credits(w-jn-idx)
                 move "W" to w-jn-status(w-jn-idx)
                 add 1 to w-written-journals
                 add w-jn-lines(w-jn-idx) to w-written-lines
                 add w-jn-tran-count(w-jn-idx) to w-posted-count
                 add w-jn-tran-amount(w-jn-idx) to w-posted-amount
              else
                 move "R" to w-jn-status(w-jn-idx)
                 add 1 to w-rejected-journals
                 add w-jn-tran-count(w-jn-idx) to w-rej-count
                 add w-jn-tran-amount(w-jn-idx) to w-rej-amount
              end-if
              perform write-one-journal
                 thru write-one-journal-ex
           end-perform.
           close GL-REJ.
           close GL-OUT.
       write-journals-ex.
           exit.

       write-one-journal.
           move w-jn-id(w-jn-idx) to w-gh-journal.
           move w-posting-date to w-gh-posting-date.
           move w-period to w-gh-period.
           move w-runlog-pgm to w-gh-source.
           move w-jn-lines(w-jn-idx) to w-gh-lines.
           move w-description to w-gh-description.
           move w-gl-header to gl-out-rec.
           perform put-journal-record thru put-journal-record-ex.

           move 0 to w-ln-seq.
           move w-jn-first(w-jn-idx) to w-ln-idx.
           perform until w-ln-idx = 0
              add 1 to w-ln-seq
              move w-jn-id(w-jn-idx) to w-gl-journal
              move w-ln-seq to w-gl-line-no
              move w-ln-account(w-ln-idx) to w-gl-account
              move w-ln-cost-center(w-ln-idx) to w-gl-cost-center
              move w-ln-side(w-ln-idx) to w-gl-side
              compute w-gl-amount = w-ln-amount(w-ln-idx) / 100
              move w-ln-tran-type(w-ln-idx) to w-gl-tran-type
              move w-ln-product(w-ln-idx) to w-gl-product
              move w-ln-source-rec(w-ln-idx) to w-gl-source-rec
              move w-gl-line to gl-out-rec
              perform put-journal-record
                 thru put-journal-record-ex
              move w-ln-next(w-ln-idx) to w-ln-idx
           end-perform.

           move w-jn-id(w-jn-idx) to w-gt-journal.
           move w-jn-lines(w-jn-idx) to w-gt-lines.
           compute w-gt-debits = w-jn-debits(w-jn-idx) / 100.
           compute w-gt-credits = w-jn-credits(w-jn-idx) / 100.
           move w-gl-trailer to gl-out-rec.
           perform put-journal-record thru put-journal-record-ex.

           if JOURNAL-REJECTED(w-jn-idx)
              move spaces to gl-rej-rec
              compute w-show-units =
                 w-jn-debits(w-jn-idx) - w-jn-credits(w-jn-idx)
              compute z-amount = w-show-units / 100
              string "* JOURNAL " w-jn-id(w-jn-idx)
                 " OUT OF BALANCE, DEBITS LESS CREDITS "
                 function trim(z-amount)
                 delimited by size
                 into gl-rej-rec
              end-string
              write gl-rej-rec
           end-if.
       write-one-journal-ex.
           exit.

       put-journal-record.
           if JOURNAL-WRITTEN(w-jn-idx)
              write gl-out-rec
           else
              move gl-out-rec to gl-rej-rec
              write gl-rej-rec
           end-if.
       put-journal-record-ex.
           exit.

      *         the journal register: every journal with its lines,
      *         debits, credits and fate, the suspense, and the
      *         proof that read = posted + rejected + suspense
       write-gl-register.
           open output GL-REPORT.
           move spaces to gl-report-rec.
           string "ARRGL JOURNAL REGISTER  period " w-period
              "  posting date " w-posting-date
              delimited by size
              into gl-report-rec
           end-string.
           write gl-report-rec.
           move spaces to gl-report-rec.
           if SOURCE-CLOSE
              string "source CLOSE " w-close-period
                 delimited by size
                 into gl-report-rec
              end-string
           else
              string "source ARRIN layout " w-layout-name
                 delimited by size
                 into gl-report-rec
              end-string
           end-if.
           write gl-report-rec.
           move spaces to gl-report-rec.
           write gl-report-rec.

           move spaces to gl-report-rec.
           move "JOURNAL" to gl-report-rec(1:7).
           move "TRANS" to gl-report-rec(18:5).
           move "LINES" to gl-report-rec(29:5).
           move "DEBITS" to gl-report-rec(50:6).
           move "CREDITS" to gl-report-rec(71:7).
           move "STATUS" to gl-report-rec(82:6).
           write gl-report-rec.
           perform varying w-jn-idx from 1 by 1
              until w-jn-idx > w-journal-count
              move spaces to gl-report-rec
              move w-jn-id(w-jn-idx) to gl-report-rec(1:12)
              move w-jn-tran-count(w-jn-idx) to z-num
              move z-num to gl-report-rec(14:9)
              move w-jn-lines(w-jn-idx) to z-num
              move z-num to gl-report-rec(25:9)
              move w-jn-debits(w-jn-idx) to w-show-units
              compute z-amount = w-show-units / 100
              move z-amount to gl-report-rec(37:19)
              move w-jn-credits(w-jn-idx) to w-show-units
              compute z-amount = w-show-units / 100
              move z-amount to gl-report-rec(59:19)
              if JOURNAL-WRITTEN(w-jn-idx)
                 move "WRITTEN" to gl-report-rec(82:8)
              else
                 move "REJECTED - OUT OF BALANCE"
                    to gl-report-rec(82:25)
              end-if
              write gl-report-rec
           end-perform.
           move spaces to gl-report-rec.
           write gl-report-rec.

           move spaces to gl-report-rec.
           move "READ" to gl-report-rec(1:4).
           move w-read-count to z-num.
           move z-num to gl-report-rec(14:9).
           compute z-amount = w-read-amount / 100.
           move z-amount to gl-report-rec(37:19).
           write gl-report-rec.
           move spaces to gl-report-rec.
           move "POSTED" to gl-report-rec(1:6).
           move w-posted-count to z-num.
           move z-num to gl-report-rec(14:9).
           compute z-amount = w-posted-amount / 100.
           move z-amount to gl-report-rec(37:19).
           move w-written-journals to z-num.
           move 1 to w-pos.
           string "journals " function trim(z-num)
              delimited by size
              into gl-report-rec(82:40) pointer w-pos
           end-string.
           write gl-report-rec.
           move spaces to gl-report-rec.
           move "REJECTED" to gl-report-rec(1:8).
           move w-rej-count to z-num.
           move z-num to gl-report-rec(14:9).
           compute z-amount = w-rej-amount / 100.
           move z-amount to gl-report-rec(37:19).
           move w-rejected-journals to z-num.
           move 1 to w-pos.
           string "journals " function trim(z-num) " to GLREJ"
              delimited by size
              into gl-report-rec(82:40) pointer w-pos
           end-string.
           write gl-report-rec.
           move spaces to gl-report-rec.
           move "SUSPENSE" to gl-report-rec(1:8).
           move w-susp-count to z-num.
           move z-num to gl-report-rec(14:9).
           compute z-amount = w-susp-amount / 100.
           move z-amount to gl-report-rec(37:19).
           move "to GLSUSP" to gl-report-rec(82:9).
           write gl-report-rec.

           move spaces to gl-report-rec.
           compute w-proof-amount =
              w-posted-amount + w-rej-amount + w-susp-amount.
           if w-posted-count + w-rej-count + w-susp-count
              = w-read-count
              and w-proof-amount = w-read-amount
              move "PROOF: read equals posted, rejected and suspense"
                 to gl-report-rec
           else
              move "PROOF FAILED: read differs from the accounted"
                 to gl-report-rec
           end-if.
           write gl-report-rec.
           close GL-REPORT.
       write-gl-register-ex.
           exit.

      *         the amount as a whole number of the field's own
      *         units (a V99 field's cents), sign apart
       read-amount.
           move "N" to w-field-bad.
           move "N" to w-negative.
           move 0 to w-work-value.
           evaluate w-layout-fld-type(w-fld-idx)
              when "9"
                 perform extract-zoned thru extract-zoned-ex
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-alpha thru extract-alpha-ex
           end-evaluate.
           if w-work-value = 0
              move "N" to w-negative
           end-if.
       read-amount-ex.
           exit.

       extract-zoned.
           if w-layout-fld-length(w-fld-idx) > 18
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arrgl-in-rec(w-layout-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-fld-len:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-fld-len:1)
              end-if
           end-perform.
           if w-field-buf(1:w-fld-len) is not numeric
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           compute w-work-value =
              function numval(w-field-buf(1:w-fld-len)).
       extract-zoned-ex.
           exit.

      *         past nine bytes the digits would not fit s9(18)
       extract-packed.
           if w-layout-fld-length(w-fld-idx) > 9
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrgl-in-rec(w-layout-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-layout-fld-length(w-fld-idx)
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
                 compute w-work-value =
                    w-work-value * 10 + w-nib-hi
                 if w-nib-lo = 13 or w-nib-lo = 11
                    move "Y" to w-negative
                 end-if
              end-if
           end-perform.
       extract-packed-ex.
           exit.

       extract-binary.
           if w-layout-fld-length(w-fld-idx) > 7
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-layout-fld-length(w-fld-idx)
              compute w-byte-val = function ord(
                 arrgl-in-rec(w-layout-fld-offset(w-fld-idx)
                    + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

       extract-alpha.
           if w-layout-fld-length(w-fld-idx) > 64
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           move w-layout-fld-length(w-fld-idx) to w-fld-len.
           move spaces to w-field-buf.
           move arrgl-in-rec(w-layout-fld-offset(w-fld-idx) + 1:
                 w-fld-len)
              to w-field-buf(1:w-fld-len).
           if w-field-buf = spaces
              or function test-numval(w-field-buf) not = 0
              move "Y" to w-field-bad
              exit paragraph
           end-if.
           compute w-text-value = function numval(w-field-buf)
              on size error
                 move "Y" to w-field-bad
                 exit paragraph
           end-compute.
           if w-text-value < 0
              move "Y" to w-negative
              compute w-text-value = 0 - w-text-value
           end-if.
           compute w-work-value = w-text-value * 1000000.
       extract-alpha-ex.
           exit.
