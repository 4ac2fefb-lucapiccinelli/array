       identification division.
         program-id.  arrstmt.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select STMT-CARD assign "STMTCARD"
              organization line sequential
              file status is w-card-file-status.
           select STMT-TRAN-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select STMT-BALANCE-IN assign "BALIN"
              organization line sequential
              file status is w-bal-file-status.
           select CLOSE-CONTROL assign "CLOSECTL"
              organization line sequential
              file status is w-ctl-file-status.
           select STMT-REPORT assign "RPTOUT"
              organization line sequential
              file status is w-rpt-file-status.
           select STMT-EXCEPTIONS assign "STMTEXC"
              organization line sequential
              file status is w-exc-file-status.
       data division.
       file section.
       fd  STMT-CARD.
       01  stmt-card-rec pic x(80).
       fd  STMT-TRAN-IN.
       01  stmt-tran-in-rec pic x(4096).
       fd  STMT-BALANCE-IN.
       01  stmt-balance-in-rec pic x(4096).
       fd  CLOSE-CONTROL.
       01  close-control-rec pic x(132).
       fd  STMT-REPORT.
       01  stmt-report-rec pic x(132).
       fd  STMT-EXCEPTIONS.
       01  stmt-exceptions-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  MAX-STMT-RECORD-SZ value 4096.
       78  MAX-BRANCH-SZ value 16.
       78  MAX-ACCOUNT-SZ value 32.
       78  MAX-CODE-SZ value 25.
       78  STMT-ELEMENT-SZ value 110.
       78  STMT-SORT-KEY-SZ value 66.
       78  STMT-AMOUNT-SZ value 19.
       78  STMT-ADDRESS-MAX value 3.
       78  REPORT-PAGE-LINES value 56.

       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-NOT-FOUND value "35".
           88  IN-FILE-AT-EOF value "10".
       77  w-bal-file-status pic x(02) value spaces.
           88  BAL-FILE-NOT-FOUND value "35".
           88  BAL-FILE-AT-EOF value "10".
       77  w-ctl-file-status pic x(02) value spaces.
           88  CTL-FILE-NOT-FOUND value "35".
           88  CTL-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.
       77  w-exc-file-status pic x(02) value spaces.

      *         the STMTCARD deck:
      *           PERIOD yyyymm
      *           BALANCES name        the arrclose ARRAY holding one
      *                                row per account; its snapshot
      *                                for the period before is the
      *                                opening position and the OPEN
      *                                record in CLOSECTL its control.
      *                                Without it the positions come
      *                                from BALIN
      *           BALLAYOUT layout     the balance rows
      *           TRANLAYOUT layout    the period's transactions
      *           ACCOUNT field        } named in both layouts
      *           BRANCH field         }
      *           AMOUNT field         }
      *           DATE field           transaction date, CCYYMMDD
      *           CODE field           transaction code
      *           DESCTAB table        arrlookup table, code to text
      *           NAMETAB table        arrlookup table, account to name
      *           ADDRTAB table        account to an address line, up
      *                                to three
      *         statements come out in branch and account order on
      *         RPTOUT, each branch closed by a SUBTOTAL L01 line so
      *         arrburst cuts one piece per branch.  Once the period
      *         itself is closed, every computed closing balance is
      *         checked against the account's row in the period's
      *         snapshot and their sum against the next period's OPEN
      *         record; what disagrees is listed on STMTEXC
       77  w-period pic x(06) value spaces.
       77  w-prev-period pic x(06) value spaces.
       77  w-next-period pic x(06) value spaces.
       77  w-period-yy pic 9(04) value 0.
       77  w-period-mm pic 9(02) value 0.
       77  w-balances-name pic x(23) value spaces.
       77  w-bal-layout-name pic x(15) value spaces.
       77  w-tran-layout-name pic x(15) value spaces.
       77  w-account-name pic x(15) value spaces.
       77  w-branch-name pic x(15) value spaces.
       77  w-amount-name pic x(15) value spaces.
       77  w-date-name pic x(15) value spaces.
       77  w-code-name pic x(15) value spaces.
       77  w-desc-table pic x(25) value spaces.
       77  w-name-table pic x(25) value spaces.
       77  w-addr-count pic 9(01) value 0.
       01  w-addr-table-tbl.
           05 w-addr-table pic x(25) occurs STMT-ADDRESS-MAX times.
       77  w-addr-idx pic 9(01) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(10) value spaces.
       77  w-tok-1 pic x(25) value spaces.

       copy "layout.cpy" replacing ==!PREFIX!== by ==w-bl-==.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-tl-==.
       77  w-layout-rc pic s9(09) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-setup-rc pic s9(09) value 0.

      *         where each named field sits: first in the layout
      *         being placed, then copied to the balance or the
      *         transaction side
       77  w-find-name pic x(15) value spaces.
       77  w-found-offset pic 9(09) value 0.
       77  w-found-length pic 9(09) value 0.
       77  w-found-type pic x value space.
       77  w-found-format pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-found-decimals pic 9(02) value 0.

       01  w-bal-fields.
           05 w-bf-account-off pic 9(09).
           05 w-bf-account-len pic 9(09).
           05 w-bf-branch-off pic 9(09).
           05 w-bf-branch-len pic 9(09).
           05 w-bf-amount-off pic 9(09).
           05 w-bf-amount-len pic 9(09).
           05 w-bf-amount-type pic x.
           05 w-bf-decimals pic 9(02).
       01  w-tran-fields.
           05 w-tf-account-off pic 9(09).
           05 w-tf-account-len pic 9(09).
           05 w-tf-branch-off pic 9(09).
           05 w-tf-branch-len pic 9(09).
           05 w-tf-amount-off pic 9(09).
           05 w-tf-amount-len pic 9(09).
           05 w-tf-amount-type pic x.
           05 w-tf-decimals pic 9(02).
           05 w-tf-date-off pic 9(09).
           05 w-tf-date-len pic 9(09).
           05 w-tf-code-off pic 9(09).
           05 w-tf-code-len pic 9(09).

      *         one element per opening row and per transaction,
      *         ordered by branch, account, opening first, then date
      *         and input order.  Every amount is held in the
      *         statement's scale: the transaction amount's implied
      *         decimals
       01  w-stmt-element.
           05 w-se-branch pic x(MAX-BRANCH-SZ).
           05 w-se-account pic x(MAX-ACCOUNT-SZ).
           05 w-se-kind pic x.
              88 SE-OPENING value "0".
              88 SE-TRANSACTION value "1".
           05 w-se-date pic x(08).
           05 w-se-seq pic 9(09).
           05 w-se-code pic x(MAX-CODE-SZ).
           05 w-se-amount pic s9(18) sign leading separate.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "array.cpy" replacing ==!PREFIX!== by ==w-snap-==.
       77  w-snap-name pic x(30) value spaces.
       77  w-snap-rc pic s9(09) value 0.
       77  w-get-idx pic 9(18) value 0.
       77  w-scan-idx pic 9(09) value 0.
       77  w-element pic x(MAX-STMT-RECORD-SZ) value spaces.

      *         account to closing balance, one map for the control
      *         rows of the closed period and one for what the
      *         statements computed
       copy "map.cpy" replacing ==!PREFIX!== by ==w-ctl-==.
       copy "map.cpy" replacing ==!PREFIX!== by ==w-cmp-==.
       77  w-ctl-map-title pic x(100) value "STMT closing controls".
       77  w-cmp-map-title pic x(100) value "STMT computed closings".
       77  w-map-key pic x(MAX-ACCOUNT-SZ) value spaces.
       77  w-map-value pic s9(18) sign leading separate value 0.
       77  w-map-rc pic s9(09) value 0.
       77  w-closing-controlled pic x value "N".
           88  CLOSING-CONTROLLED value "Y".
       77  w-opening-controlled pic x value "N".
           88  OPENING-CONTROLLED value "Y".
       77  w-open-found pic x value "N".
           88  OPEN-RECORD-FOUND value "Y".
       77  w-wanted-period pic x(06) value spaces.
       77  w-open-amount pic s9(18) value 0.
       77  w-opening-control pic s9(18) value 0.
       77  w-closing-control pic s9(18) value 0.

      *         the amount decode: the record, where the field is
      *         and its representation in, a signed whole number of
      *         the field's own implied-decimal units out
       77  w-dec-source pic x(MAX-STMT-RECORD-SZ) value spaces.
       77  w-dec-offset pic 9(09) value 0.
       77  w-dec-length pic 9(09) value 0.
       77  w-dec-type pic x value space.
       77  w-work-value pic s9(18) value 0.
       77  w-field-buf pic x(18) value spaces.
       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-record-bad pic x value "N".
           88  RECORD-REJECTED value "Y".
       77  w-overpunch-minus pic x(10) value "}JKLMNOPQR".
       77  w-last-digit pic 9(01) value 0.
       77  w-byte-idx pic 9(04) value 0.
       77  w-digit-idx pic 9(02) value 0.
       77  w-byte-val pic 9(03) value 0.
       77  w-nib-hi pic 9(02) value 0.
       77  w-nib-lo pic 9(02) value 0.
       77  w-scale-shift pic s9(02) value 0.

      *         the statement walk
       77  w-index pic 9(09) value 0.
       77  w-seq pic 9(09) value 0.
       77  w-cur-branch pic x(MAX-BRANCH-SZ) value spaces.
       77  w-cur-account pic x(MAX-ACCOUNT-SZ) value spaces.
       77  w-in-account pic x value "N".
           88  ACCOUNT-OPEN value "Y".
       77  w-in-branch pic x value "N".
           88  BRANCH-OPEN value "Y".
       77  w-opening-printed pic x value "N".
           88  OPENING-PRINTED value "Y".
       77  w-opening-balance pic s9(18) value 0.
       77  w-running-balance pic s9(18) value 0.
       77  w-account-tran-count pic 9(09) value 0.
       77  w-branch-accounts pic 9(09) value 0.
       77  w-branch-closing pic s9(18) value 0.
       77  w-grand-accounts pic 9(09) value 0.
       77  w-grand-opening pic s9(18) value 0.
       77  w-grand-closing pic s9(18) value 0.
       77  w-difference pic s9(18) value 0.
       77  w-lookup-rc pic s9(09) value 0.
       77  w-lookup-code pic x(MAX-CODE-SZ) value spaces.
       77  w-lookup-out pic x(40) value spaces.

       77  w-line-count pic 9(03) value 999.
       77  w-page-count pic 9(05) value 0.
       77  w-print-line pic x(132) value spaces.
       77  z-page pic z(04)9.
       77  z-count pic z(08)9.
       77  w-edit-value pic s9(18) value 0.
       77  w-edit-text pic x(22) value spaces.
       77  w-edit-text-2 pic x(22) value spaces.
       77  w-edit-text-3 pic x(22) value spaces.
       77  z-amount-0 pic z,zzz,zzz,zzz,zz9-.
       77  z-amount-1 pic zzz,zzz,zzz,zz9.9-.
       77  z-amount-2 pic zz,zzz,zzz,zz9.99-.
       77  z-amount-3 pic z,zzz,zzz,zz9.999-.

       77  w-read-count pic 9(09) value 0.
       77  w-tran-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-opening-rows pic 9(09) value 0.
       77  w-exception-count pic 9(09) value 0.
       77  w-stmt-rc pic s9(09) value 0.
       77  w-exc-reason pic x(24) value spaces.

       77  w-runlog-pgm pic x(08) value "ARRSTMT".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       linkage section.
       01  d-array-tbl.
           03 d-array-element
              occurs 500000
              depending on w-array-length.
              05 d-se-branch pic x(MAX-BRANCH-SZ).
              05 d-se-account pic x(MAX-ACCOUNT-SZ).
              05 d-se-kind pic x.
              05 d-se-date pic x(08).
              05 d-se-seq pic 9(09).
              05 d-se-code pic x(MAX-CODE-SZ).
              05 d-se-amount pic s9(18) sign leading separate.

       procedure division.
           perform read-stmt-card thru read-stmt-card-ex.
           if w-period = spaces
              or w-tran-layout-name = spaces
              or w-bal-layout-name = spaces
              or w-account-name = spaces
              or w-branch-name = spaces
              or w-amount-name = spaces
              or w-date-name = spaces
              display
                 "ARRSTMT STMTCARD needs PERIOD, BALLAYOUT,"
                 " TRANLAYOUT, ACCOUNT, BRANCH, AMOUNT, DATE"
                 upon console
              goback giving KO
           end-if.
           perform place-statement-fields
              thru place-statement-fields-ex.
           if w-setup-rc not = OK
              goback giving KO
           end-if.
           perform compute-adjacent-periods
              thru compute-adjacent-periods-ex.

           call "runlog:start" using w-runlog-pgm.
           open output STMT-EXCEPTIONS.
           perform write-exception-heading
              thru write-exception-heading-ex.
           call "array:new" using w-array STMT-ELEMENT-SZ.

           perform load-opening-positions
              thru load-opening-positions-ex.
           if w-setup-rc not = OK
              call "array:free" using w-array
              close STMT-EXCEPTIONS
              move KO to w-rl-run-rc
              perform write-run-record thru write-run-record-ex
              goback giving KO
           end-if.
           perform load-transactions thru load-transactions-ex.
           perform load-closing-controls
              thru load-closing-controls-ex.

           call "array:sort"
              using w-array 0 STMT-SORT-KEY-SZ.
           call "map:new"
              using w-cmp-map MAX-ACCOUNT-SZ STMT-AMOUNT-SZ
                    w-cmp-map-title.
           perform write-statements thru write-statements-ex.
           perform check-closing-controls
              thru check-closing-controls-ex.
           perform write-exception-summary
              thru write-exception-summary-ex.
           close STMT-EXCEPTIONS.

           call "array:free" using w-array.
           call "map:free" using w-cmp-map.
           if CLOSING-CONTROLLED
              call "map:free" using w-ctl-map
           end-if.

           display
              "ARRSTMT period=" w-period
              " accounts=" w-grand-accounts
              " transactions=" w-tran-count
              " rejected=" w-rejected-count
              " exceptions=" w-exception-count
              upon console.
           if w-exception-count > 0 or w-rejected-count > 0
              move KO to w-stmt-rc
           else
              move OK to w-stmt-rc
           end-if.
           move w-stmt-rc to w-rl-run-rc.
           perform write-run-record thru write-run-record-ex.
           goback giving w-stmt-rc.

       write-run-record.
           move w-read-count to w-rl-run-read.
           move w-tran-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
           exit.

       read-stmt-card.
           open input STMT-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STMT-CARD.
           perform until CARD-FILE-AT-EOF
              move stmt-card-rec to w-card-line
              perform parse-stmt-line thru parse-stmt-line-ex
              read STMT-CARD
           end-perform.
           close STMT-CARD.
       read-stmt-card-ex.
           exit.

       parse-stmt-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1
           end-unstring.
           evaluate w-tok-kind
              when "PERIOD"
                 move w-tok-1 to w-period
              when "BALANCES"
                 move w-tok-1 to w-balances-name
              when "BALLAYOUT"
                 move w-tok-1 to w-bal-layout-name
              when "TRANLAYOUT"
                 move w-tok-1 to w-tran-layout-name
              when "ACCOUNT"
                 move w-tok-1 to w-account-name
              when "BRANCH"
                 move w-tok-1 to w-branch-name
              when "AMOUNT"
                 move w-tok-1 to w-amount-name
              when "DATE"
                 move w-tok-1 to w-date-name
              when "CODE"
                 move w-tok-1 to w-code-name
              when "DESCTAB"
                 move w-tok-1 to w-desc-table
              when "NAMETAB"
                 move w-tok-1 to w-name-table
              when "ADDRTAB"
                 if w-addr-count < STMT-ADDRESS-MAX
                    add 1 to w-addr-count
                    move w-tok-1 to w-addr-table(w-addr-count)
                 end-if
           end-evaluate.
       parse-stmt-line-ex.
           exit.

      *         both layouts resolved and every card field placed in
      *         them; a field missing from either is a setup error
       place-statement-fields.
           move OK to w-setup-rc.
           initialize w-bal-fields.
           initialize w-tran-fields.
           call "arrlayout:resolve"
              using w-bal-layout-name w-bl-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRSTMT unknown layout " w-bal-layout-name
                 upon console
              move KO to w-setup-rc
              exit paragraph
           end-if.
           call "arrlayout:resolve"
              using w-tran-layout-name w-tl-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRSTMT unknown layout " w-tran-layout-name
                 upon console
              move KO to w-setup-rc
              exit paragraph
           end-if.

           move w-account-name to w-find-name.
           perform find-balance-field thru find-balance-field-ex.
           move w-found-offset to w-bf-account-off.
           move w-found-length to w-bf-account-len.
           perform find-tran-field thru find-tran-field-ex.
           move w-found-offset to w-tf-account-off.
           move w-found-length to w-tf-account-len.

           move w-branch-name to w-find-name.
           perform find-balance-field thru find-balance-field-ex.
           move w-found-offset to w-bf-branch-off.
           move w-found-length to w-bf-branch-len.
           perform find-tran-field thru find-tran-field-ex.
           move w-found-offset to w-tf-branch-off.
           move w-found-length to w-tf-branch-len.

           move w-amount-name to w-find-name.
           perform find-balance-field thru find-balance-field-ex.
           move w-found-offset to w-bf-amount-off.
           move w-found-length to w-bf-amount-len.
           move w-found-type to w-bf-amount-type.
           move w-found-decimals to w-bf-decimals.
           perform check-amount-field thru check-amount-field-ex.
           perform find-tran-field thru find-tran-field-ex.
           move w-found-offset to w-tf-amount-off.
           move w-found-length to w-tf-amount-len.
           move w-found-type to w-tf-amount-type.
           move w-found-decimals to w-tf-decimals.
           perform check-amount-field thru check-amount-field-ex.

           move w-date-name to w-find-name.
           perform find-tran-field thru find-tran-field-ex.
           move w-found-offset to w-tf-date-off.
           move w-found-length to w-tf-date-len.
           if w-found-length not = 0 and w-found-length not = 8
              display
                 "ARRSTMT date " w-date-name " is not CCYYMMDD"
                 upon console
              move KO to w-setup-rc
           end-if.

           if w-code-name not = spaces
              move w-code-name to w-find-name
              perform find-tran-field thru find-tran-field-ex
              move w-found-offset to w-tf-code-off
              move w-found-length to w-tf-code-len
           end-if.

           if w-bf-account-len > MAX-ACCOUNT-SZ
              or w-tf-account-len > MAX-ACCOUNT-SZ
              or w-bf-branch-len > MAX-BRANCH-SZ
              or w-tf-branch-len > MAX-BRANCH-SZ
              or w-tf-code-len > MAX-CODE-SZ
              display
                 "ARRSTMT account, branch or code field too wide"
                 upon console
              move KO to w-setup-rc
           end-if.
           compute w-scale-shift = w-tf-decimals - w-bf-decimals.
       place-statement-fields-ex.
           exit.

       find-balance-field.
           move 0 to w-found-offset.
           move 0 to w-found-length.
           move space to w-found-type.
           move spaces to w-found-format.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-bl-layout-field-count
              if w-bl-layout-fld-name(w-lay-idx) = w-find-name
                 move w-bl-layout-fld-offset(w-lay-idx)
                    to w-found-offset
                 move w-bl-layout-fld-length(w-lay-idx)
                    to w-found-length
                 move w-bl-layout-fld-type(w-lay-idx)
                    to w-found-type
                 move w-bl-layout-fld-format(w-lay-idx)
                    to w-found-format
              end-if
           end-perform.
           perform check-found-field thru check-found-field-ex.
       find-balance-field-ex.
           exit.

       find-tran-field.
           move 0 to w-found-offset.
           move 0 to w-found-length.
           move space to w-found-type.
           move spaces to w-found-format.
           perform varying w-lay-idx from 1 by 1
              until w-lay-idx > w-tl-layout-field-count
              if w-tl-layout-fld-name(w-lay-idx) = w-find-name
                 move w-tl-layout-fld-offset(w-lay-idx)
                    to w-found-offset
                 move w-tl-layout-fld-length(w-lay-idx)
                    to w-found-length
                 move w-tl-layout-fld-type(w-lay-idx)
                    to w-found-type
                 move w-tl-layout-fld-format(w-lay-idx)
                    to w-found-format
              end-if
           end-perform.
           perform check-found-field thru check-found-field-ex.
       find-tran-field-ex.
           exit.

       check-found-field.
           if w-found-length = 0
              display
                 "ARRSTMT field " w-find-name " not in layout"
                 upon console
              move KO to w-setup-rc
           end-if.
           move 0 to w-found-decimals.
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-found-format(w-fmt-idx:1) = "V"
                 or w-found-format(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y"
                    and w-found-format(w-fmt-idx:1) = "9"
                    add 1 to w-found-decimals
                 end-if
              end-if
           end-perform.
       check-found-field-ex.
           exit.

       check-amount-field.
           evaluate true
              when w-found-length = 0
                 continue
              when w-found-type = "9" and w-found-length > 17
              when w-found-type = "p" and w-found-length > 9
              when w-found-type = "b" and w-found-length > 7
                 display
                    "ARRSTMT amount " w-amount-name " too wide"
                    upon console
                 move KO to w-setup-rc
              when w-found-type not = "9"
                 and w-found-type not = "p"
                 and w-found-type not = "b"
                 display
                    "ARRSTMT amount " w-amount-name
                    " is not a numeric field"
                    upon console
                 move KO to w-setup-rc
           end-evaluate.
       check-amount-field-ex.
           exit.

       compute-adjacent-periods.
           compute w-period-yy = function numval(w-period(1:4)).
           compute w-period-mm = function numval(w-period(5:2)).
           subtract 1 from w-period-mm.
           if w-period-mm = 0
              move 12 to w-period-mm
              subtract 1 from w-period-yy
           end-if.
           move spaces to w-prev-period.
           string w-period-yy w-period-mm
              into w-prev-period
           end-string.

           compute w-period-yy = function numval(w-period(1:4)).
           compute w-period-mm = function numval(w-period(5:2)).
           add 1 to w-period-mm.
           if w-period-mm > 12
              move 1 to w-period-mm
              add 1 to w-period-yy
           end-if.
           move spaces to w-next-period.
           string w-period-yy w-period-mm
              into w-next-period
           end-string.
       compute-adjacent-periods-ex.
           exit.

      *         the OPEN record arrclose booked for a period:
      *           OPEN  yyyymm name(23) count=n amount=n at=...
       find-open-record.
           move "N" to w-open-found.
           move 0 to w-open-amount.
           open input CLOSE-CONTROL.
           if CTL-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read CLOSE-CONTROL.
           perform until CTL-FILE-AT-EOF
              if close-control-rec(1:6) = "OPEN  "
                 and close-control-rec(7:6) = w-wanted-period
                 and close-control-rec(14:23) = w-balances-name
                 move "Y" to w-open-found
                 compute w-open-amount = function numval(
                    close-control-rec(61:15))
              end-if
              read CLOSE-CONTROL
           end-perform.
           close CLOSE-CONTROL.
       find-open-record-ex.
           exit.

      *         opening positions: the closed balances of the period
      *         before, held under the snapshot arrclose took, their
      *         sum checked against this period's OPEN record -- or,
      *         with no BALANCES card, whatever BALIN supplies
       load-opening-positions.
           move 0 to w-opening-control.
           if w-balances-name = spaces
              perform load-balance-file
                 thru load-balance-file-ex
              exit paragraph
           end-if.

           move w-period to w-wanted-period.
           perform find-open-record thru find-open-record-ex.
           if OPEN-RECORD-FOUND
              move "Y" to w-opening-controlled
           end-if.

           move spaces to w-snap-name.
           string
              w-balances-name delimited by space
              "-" w-prev-period delimited by size
              into w-snap-name
           end-string.
           call "array:load-from-file"
              using w-snap-array w-snap-name
              giving w-snap-rc.
           if w-snap-rc not = OK
              display
                 "ARRSTMT no opening snapshot " w-snap-name
                 upon console
              move KO to w-setup-rc
              exit paragraph
           end-if.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-snap-array-length
              compute w-get-idx = w-scan-idx - 1
              move spaces to w-element
              call "array:get"
                 using w-snap-array w-element w-get-idx
              perform add-opening-row thru add-opening-row-ex
           end-perform.
           call "array:free" using w-snap-array.

           if OPENING-CONTROLLED
              move w-open-amount to w-work-value
              perform rescale-balance-value
                 thru rescale-balance-value-ex
              move w-work-value to w-opening-control
              if w-opening-control not = w-grand-opening
                 move spaces to w-cur-account
                 move "OPENING TOTAL" to w-exc-reason
                 move w-grand-opening to w-edit-value
                 perform edit-amount thru edit-amount-ex
                 move w-edit-text to w-edit-text-2
                 move w-opening-control to w-edit-value
                 perform edit-amount thru edit-amount-ex
                 move w-edit-text to w-edit-text-3
                 compute w-difference =
                    w-grand-opening - w-opening-control
                 perform write-exception-line
                    thru write-exception-line-ex
              end-if
           end-if.
       load-opening-positions-ex.
           exit.

       load-balance-file.
           open input STMT-BALANCE-IN.
           if BAL-FILE-NOT-FOUND
              display "ARRSTMT no BALANCES card and no BALIN"
                 upon console
              move KO to w-setup-rc
              exit paragraph
           end-if.
           read STMT-BALANCE-IN.
           perform until BAL-FILE-AT-EOF
              move stmt-balance-in-rec to w-element
              perform add-opening-row thru add-opening-row-ex
              read STMT-BALANCE-IN
           end-perform.
           close STMT-BALANCE-IN.
       load-balance-file-ex.
           exit.

       add-opening-row.
           move w-element to w-dec-source.
           move w-bf-amount-off to w-dec-offset.
           move w-bf-amount-len to w-dec-length.
           move w-bf-amount-type to w-dec-type.
           perform decode-amount thru decode-amount-ex.
           if RECORD-REJECTED
              move 0 to w-work-value
           end-if.
           perform rescale-balance-value
              thru rescale-balance-value-ex.
           add 1 to w-seq.
           move spaces to w-stmt-element.
           move w-element(w-bf-branch-off + 1:w-bf-branch-len)
              to w-se-branch(1:w-bf-branch-len).
           move w-element(w-bf-account-off + 1:w-bf-account-len)
              to w-se-account(1:w-bf-account-len).
           move "0" to w-se-kind.
           move w-seq to w-se-seq.
           move w-work-value to w-se-amount.
           call "array:append" using w-array w-stmt-element.
           add 1 to w-opening-rows.
           add w-work-value to w-grand-opening.
       add-opening-row-ex.
           exit.

      *         a transaction dated outside the period, or with an
      *         amount that does not decode, is listed and left off
      *         the statement
       load-transactions.
           open input STMT-TRAN-IN.
           if IN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read STMT-TRAN-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              move stmt-tran-in-rec to w-dec-source
              move w-tf-amount-off to w-dec-offset
              move w-tf-amount-len to w-dec-length
              move w-tf-amount-type to w-dec-type
              perform decode-amount thru decode-amount-ex
              move spaces to w-stmt-element
              move stmt-tran-in-rec
                      (w-tf-branch-off + 1:w-tf-branch-len)
                 to w-se-branch(1:w-tf-branch-len)
              move stmt-tran-in-rec
                      (w-tf-account-off + 1:w-tf-account-len)
                 to w-se-account(1:w-tf-account-len)
              move stmt-tran-in-rec(w-tf-date-off + 1:8)
                 to w-se-date
              evaluate true
                 when RECORD-REJECTED
                    move "AMOUNT NOT NUMERIC" to w-exc-reason
                    perform reject-transaction
                       thru reject-transaction-ex
                 when w-se-date(1:6) not = w-period
                    move "DATED OUTSIDE PERIOD" to w-exc-reason
                    perform reject-transaction
                       thru reject-transaction-ex
                 when other
                    add 1 to w-seq
                    move "1" to w-se-kind
                    move w-seq to w-se-seq
                    if w-tf-code-len > 0
                       move stmt-tran-in-rec
                               (w-tf-code-off + 1:w-tf-code-len)
                          to w-se-code(1:w-tf-code-len)
                    end-if
                    move w-work-value to w-se-amount
                    call "array:append"
                       using w-array w-stmt-element
                    add 1 to w-tran-count
              end-evaluate
              read STMT-TRAN-IN
           end-perform.
           close STMT-TRAN-IN.
       load-transactions-ex.
           exit.

       reject-transaction.
           add 1 to w-rejected-count.
           move w-se-account to w-cur-account.
           move spaces to w-edit-text-2.
           move spaces to w-edit-text-3.
           move spaces to stmt-exceptions-rec.
           move w-read-count to z-count.
           string
              "RECORD " z-count
              " ACCOUNT [" w-se-account "] "
              w-exc-reason
              " DATE " w-se-date
              delimited by size
              into stmt-exceptions-rec
           end-string.
           write stmt-exceptions-rec.
       reject-transaction-ex.
           exit.

      *         closing controls exist once the period is closed: the
      *         period's own snapshot, one row per account, and the
      *         next period's OPEN record for their total
       load-closing-controls.
           move "N" to w-closing-controlled.
           move 0 to w-closing-control.
           if w-balances-name = spaces
              exit paragraph
           end-if.
           move w-next-period to w-wanted-period.
           perform find-open-record thru find-open-record-ex.
           move spaces to w-snap-name.
           string
              w-balances-name delimited by space
              "-" w-period delimited by size
              into w-snap-name
           end-string.
           call "array:load-from-file"
              using w-snap-array w-snap-name
              giving w-snap-rc.
           if w-snap-rc not = OK
              move spaces to stmt-exceptions-rec
              string
                 "PERIOD " w-period
                 " NOT CLOSED -- NO SNAPSHOT " delimited by size
                 w-snap-name delimited by space
                 " TO RECONCILE AGAINST" delimited by size
                 into stmt-exceptions-rec
              end-string
              write stmt-exceptions-rec
              exit paragraph
           end-if.

           move "Y" to w-closing-controlled.
           if OPEN-RECORD-FOUND
              move w-open-amount to w-work-value
              perform rescale-balance-value
                 thru rescale-balance-value-ex
              move w-work-value to w-closing-control
           end-if.
           call "map:new"
              using w-ctl-map MAX-ACCOUNT-SZ STMT-AMOUNT-SZ
                    w-ctl-map-title.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-snap-array-length
              compute w-get-idx = w-scan-idx - 1
              move spaces to w-element
              call "array:get"
                 using w-snap-array w-element w-get-idx
              perform put-closing-control
                 thru put-closing-control-ex
           end-perform.
       load-closing-controls-ex.
           exit.

       put-closing-control.
           move w-element to w-dec-source.
           move w-bf-amount-off to w-dec-offset.
           move w-bf-amount-len to w-dec-length.
           move w-bf-amount-type to w-dec-type.
           perform decode-amount thru decode-amount-ex.
           if RECORD-REJECTED
              move 0 to w-work-value
           end-if.
           perform rescale-balance-value
              thru rescale-balance-value-ex.
           move spaces to w-map-key.
           move w-element(w-bf-account-off + 1:w-bf-account-len)
              to w-map-key(1:w-bf-account-len).
           move 0 to w-map-value.
           call "map:get"
              using w-ctl-map w-map-key w-map-value
              giving w-map-rc.
           if w-map-rc not = OK
              move 0 to w-map-value
           end-if.
           add w-work-value to w-map-value.
           call "map:put" using w-ctl-map w-map-key w-map-value.
       put-closing-control-ex.
           exit.

      *         the amount into a signed whole number of its own
      *         implied-decimal units
       decode-amount.
           move 0 to w-work-value.
           move "N" to w-negative.
           move "N" to w-record-bad.
           evaluate w-dec-type
              when "p"
                 perform extract-packed thru extract-packed-ex
              when "b"
                 perform extract-binary thru extract-binary-ex
              when other
                 perform extract-zoned thru extract-zoned-ex
           end-evaluate.
           if VALUE-NEGATIVE
              compute w-work-value = 0 - w-work-value
           end-if.
       decode-amount-ex.
           exit.

       extract-zoned.
           move spaces to w-field-buf.
           move w-dec-source(w-dec-offset + 1:w-dec-length)
              to w-field-buf(1:w-dec-length).
      *         a trailing overpunch minus reads back as the digit it
      *         carries plus the sign
           move w-dec-length to w-byte-idx.
           perform varying w-digit-idx from 1 by 1
              until w-digit-idx > 10
              if w-field-buf(w-byte-idx:1) =
                 w-overpunch-minus(w-digit-idx:1)
                 move "Y" to w-negative
                 compute w-last-digit = w-digit-idx - 1
                 move w-last-digit to w-field-buf(w-byte-idx:1)
              end-if
           end-perform.
           if w-field-buf(1:w-dec-length) = spaces
              exit paragraph
           end-if.
           if w-field-buf(1:w-dec-length) is not numeric
              move "Y" to w-record-bad
              exit paragraph
           end-if.
           compute w-work-value = function numval(
              w-field-buf(1:w-dec-length)).
       extract-zoned-ex.
           exit.

       extract-packed.
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-dec-length
              compute w-byte-val = function ord(
                 w-dec-source(w-dec-offset + w-byte-idx:1)) - 1
              divide w-byte-val by 16
                 giving w-nib-hi
                 remainder w-nib-lo
              if w-byte-idx < w-dec-length
                 compute w-work-value =
                    w-work-value * 100
                    + w-nib-hi * 10 + w-nib-lo
              else
      *         last byte: one digit then the sign nibble
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
           move 0 to w-work-value.
           perform varying w-byte-idx from 1 by 1
              until w-byte-idx > w-dec-length
              compute w-byte-val = function ord(
                 w-dec-source(w-dec-offset + w-byte-idx:1)) - 1
              compute w-work-value =
                 w-work-value * 256 + w-byte-val
           end-perform.
       extract-binary-ex.
           exit.

      *         a balance-side amount into the statement's scale;
      *         going narrower truncates
       rescale-balance-value.
           evaluate true
              when w-scale-shift > 0
                 compute w-work-value =
                    w-work-value * (10 ** w-scale-shift)
              when w-scale-shift < 0
                 compute w-work-value =
                    w-work-value / (10 ** (0 - w-scale-shift))
           end-evaluate.
       rescale-balance-value-ex.
           exit.

      *         the control-break walk: branch, then account.  The
      *         opening line waits for the account's first
      *         transaction so opening rows (sorted first) add up
      *         before it prints
       write-statements.
           set address of d-array-tbl to w-array-ptr.
           open output STMT-REPORT.
           move 999 to w-line-count.
           move "N" to w-in-account.
           move "N" to w-in-branch.
           perform varying w-index from 1 by 1
              until w-index > w-array-length
              if BRANCH-OPEN
                 and d-se-branch(w-index) not = w-cur-branch
                 perform finish-account thru finish-account-ex
                 perform finish-branch thru finish-branch-ex
              end-if
              if ACCOUNT-OPEN
                 and d-se-account(w-index) not = w-cur-account
                 perform finish-account thru finish-account-ex
              end-if
              if not BRANCH-OPEN
                 move d-se-branch(w-index) to w-cur-branch
                 move "Y" to w-in-branch
                 move 0 to w-branch-accounts
                 move 0 to w-branch-closing
              end-if
              if not ACCOUNT-OPEN
                 perform start-account thru start-account-ex
              end-if
              if d-se-kind(w-index) = "0"
                 add d-se-amount(w-index) to w-opening-balance
              else
                 perform print-transaction-line
                    thru print-transaction-line-ex
              end-if
           end-perform.
           if BRANCH-OPEN
              perform finish-account thru finish-account-ex
              perform finish-branch thru finish-branch-ex
           end-if.
           perform print-grand-totals thru print-grand-totals-ex.
           close STMT-REPORT.
       write-statements-ex.
           exit.

      *         every statement starts a page of its own under the
      *         run heading, then the account heading with the name
      *         and address the lookups give
       start-account.
           move d-se-account(w-index) to w-cur-account.
           move "Y" to w-in-account.
           move "N" to w-opening-printed.
           move 0 to w-opening-balance.
           move 0 to w-account-tran-count.
           perform print-heading thru print-heading-ex.
           perform print-account-heading
              thru print-account-heading-ex.
       start-account-ex.
           exit.

       print-account-heading.
           move spaces to w-print-line.
           string
              "STATEMENT  ACCOUNT [" w-cur-account "]"
              "  BRANCH [" w-cur-branch "]"
              "  PERIOD " w-period
              delimited by size
              into w-print-line
           end-string.
           perform advance-report-line
              thru advance-report-line-ex.

           move spaces to w-lookup-out.
           if w-name-table not = spaces
              move w-cur-account to w-lookup-code
              call "arrlookup:lookup"
                 using w-name-table w-lookup-code w-lookup-out
                 giving w-lookup-rc
              if w-lookup-rc not = OK
                 move "(NAME NOT ON FILE)" to w-lookup-out
              end-if
           end-if.
           move spaces to w-print-line.
           string "  NAME     " w-lookup-out
              delimited by size
              into w-print-line
           end-string.
           perform advance-report-line
              thru advance-report-line-ex.

           perform varying w-addr-idx from 1 by 1
              until w-addr-idx > w-addr-count
              move spaces to w-lookup-out
              move w-cur-account to w-lookup-code
              call "arrlookup:lookup"
                 using w-addr-table(w-addr-idx) w-lookup-code
                       w-lookup-out
                 giving w-lookup-rc
              if w-lookup-out not = spaces
                 move spaces to w-print-line
                 if w-addr-idx = 1
                    move "  ADDRESS" to w-print-line(1:9)
                 end-if
                 move w-lookup-out to w-print-line(12:40)
                 perform advance-report-line
                    thru advance-report-line-ex
              end-if
           end-perform.

           move spaces to w-print-line.
           perform advance-report-line
              thru advance-report-line-ex.
           move spaces to w-print-line.
           move "  DATE" to w-print-line(1:6).
           move "DESCRIPTION" to w-print-line(14:11).
           move "AMOUNT" to w-print-line(75:6).
           move "BALANCE" to w-print-line(97:7).
           perform advance-report-line
              thru advance-report-line-ex.
       print-account-heading-ex.
           exit.

       print-opening-line.
           move "Y" to w-opening-printed.
           move w-opening-balance to w-running-balance.
           move spaces to w-print-line.
           move "OPENING BALANCE" to w-print-line(14:15).
           move w-opening-balance to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-print-line(82:22).
           perform advance-report-line
              thru advance-report-line-ex.
       print-opening-line-ex.
           exit.

       print-transaction-line.
           if not OPENING-PRINTED
              perform print-opening-line
                 thru print-opening-line-ex
           end-if.
           add 1 to w-account-tran-count.
           add d-se-amount(w-index) to w-running-balance.

           move spaces to w-lookup-out.
           move d-se-code(w-index) to w-lookup-out.
           if w-desc-table not = spaces
              and d-se-code(w-index) not = spaces
              move d-se-code(w-index) to w-lookup-code
              call "arrlookup:lookup"
                 using w-desc-table w-lookup-code w-lookup-out
                 giving w-lookup-rc
              if w-lookup-rc not = OK
                 move d-se-code(w-index) to w-lookup-out
              end-if
           end-if.

           move spaces to w-print-line.
           move d-se-date(w-index) to w-print-line(3:8).
           move w-lookup-out to w-print-line(14:40).
           move d-se-amount(w-index) to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-print-line(60:22).
           move w-running-balance to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-print-line(82:22).
           perform advance-report-line
              thru advance-report-line-ex.
       print-transaction-line-ex.
           exit.

      *         the closing line, then the account's reconciliation:
      *         the computed closing against the control row of the
      *         closed period
       finish-account.
           if not ACCOUNT-OPEN
              exit paragraph
           end-if.
           if not OPENING-PRINTED
              perform print-opening-line
                 thru print-opening-line-ex
           end-if.
           move spaces to w-print-line.
           move "CLOSING BALANCE" to w-print-line(14:15).
           move w-account-tran-count to z-count.
           string z-count " ITEMS"
              delimited by size
              into w-print-line(44:15)
           end-string.
           move w-running-balance to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-print-line(82:22).
           perform advance-report-line
              thru advance-report-line-ex.

           add 1 to w-branch-accounts.
           add 1 to w-grand-accounts.
           add w-running-balance to w-branch-closing.
           add w-running-balance to w-grand-closing.

           move w-cur-account to w-map-key.
           move w-running-balance to w-map-value.
           call "map:put" using w-cmp-map w-map-key w-map-value.
           if CLOSING-CONTROLLED
              perform reconcile-account thru reconcile-account-ex
           end-if.
           move "N" to w-in-account.
       finish-account-ex.
           exit.

       reconcile-account.
           move w-cur-account to w-map-key.
           move 0 to w-map-value.
           call "map:get"
              using w-ctl-map w-map-key w-map-value
              giving w-map-rc.
           if w-map-rc not = OK
              move "NO CONTROL RECORD" to w-exc-reason
              move w-running-balance to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-text-2
              move spaces to w-edit-text-3
              move w-running-balance to w-difference
              perform write-exception-line
                 thru write-exception-line-ex
              exit paragraph
           end-if.
           if w-map-value not = w-running-balance
              move "CLOSING DISAGREES" to w-exc-reason
              move w-running-balance to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-text-2
              move w-map-value to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-text-3
              compute w-difference =
                 w-running-balance - w-map-value
              perform write-exception-line
                 thru write-exception-line-ex
           end-if.
       reconcile-account-ex.
           exit.

      *         the line arrburst cuts the branch's piece on
       finish-branch.
           move spaces to w-print-line.
           move w-branch-accounts to z-count.
           move w-branch-closing to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           string
              "SUBTOTAL L01 [" w-cur-branch "]"
              " accounts=" z-count
              " closing=" w-edit-text
              delimited by size
              into w-print-line
           end-string.
           perform advance-report-line
              thru advance-report-line-ex.
           move "N" to w-in-branch.
       finish-branch-ex.
           exit.

       print-grand-totals.
           move spaces to w-print-line.
           move w-grand-accounts to z-count.
           move w-grand-closing to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           string
              "GRAND TOTAL accounts=" z-count
              " closing=" w-edit-text
              delimited by size
              into w-print-line
           end-string.
           perform advance-report-line
              thru advance-report-line-ex.
       print-grand-totals-ex.
           exit.

       print-heading.
           add 1 to w-page-count.
           move w-page-count to z-page.
           move spaces to stmt-report-rec.
           string
              "ACCOUNT STATEMENTS -- PERIOD " w-period
              "  PAGE " z-page
              delimited by size
              into stmt-report-rec
           end-string.
           write stmt-report-rec.
           move all "-" to stmt-report-rec.
           write stmt-report-rec.
           move 2 to w-line-count.
       print-heading-ex.
           exit.

       advance-report-line.
           if w-line-count >= REPORT-PAGE-LINES
              perform print-heading thru print-heading-ex
           end-if.
           move w-print-line to stmt-report-rec.
           write stmt-report-rec.
           add 1 to w-line-count.
       advance-report-line-ex.
           exit.

      *         control rows of the closed period no statement
      *         accounted for, and the total against the next
      *         period's OPEN record
       check-closing-controls.
           if not CLOSING-CONTROLLED
              exit paragraph
           end-if.
           perform varying w-scan-idx from 1 by 1
              until w-scan-idx > w-snap-array-length
              compute w-get-idx = w-scan-idx - 1
              move spaces to w-element
              call "array:get"
                 using w-snap-array w-element w-get-idx
              move spaces to w-map-key
              move w-element(w-bf-account-off + 1:w-bf-account-len)
                 to w-map-key(1:w-bf-account-len)
              call "map:get"
                 using w-cmp-map w-map-key w-map-value
                 giving w-map-rc
              if w-map-rc not = OK
                 perform report-unstated-account
                    thru report-unstated-account-ex
              end-if
           end-perform.
           call "array:free" using w-snap-array.

           if not OPEN-RECORD-FOUND
              move spaces to stmt-exceptions-rec
              string
                 "NO OPEN RECORD FOR " w-next-period
                 " " w-balances-name
                 " ON CLOSECTL"
                 delimited by size
                 into stmt-exceptions-rec
              end-string
              write stmt-exceptions-rec
              add 1 to w-exception-count
              exit paragraph
           end-if.
           if w-grand-closing not = w-closing-control
              move spaces to w-cur-account
              move "CLOSING TOTAL" to w-exc-reason
              move w-grand-closing to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-text-2
              move w-closing-control to w-edit-value
              perform edit-amount thru edit-amount-ex
              move w-edit-text to w-edit-text-3
              compute w-difference =
                 w-grand-closing - w-closing-control
              perform write-exception-line
                 thru write-exception-line-ex
           end-if.
       check-closing-controls-ex.
           exit.

       report-unstated-account.
           move w-map-key to w-cur-account.
           move 0 to w-map-value.
           call "map:get"
              using w-ctl-map w-map-key w-map-value
              giving w-map-rc.
           move "NO STATEMENT" to w-exc-reason.
           move spaces to w-edit-text-2.
           move w-map-value to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to w-edit-text-3.
           compute w-difference = 0 - w-map-value.
           perform write-exception-line
              thru write-exception-line-ex.
      *         the account is now on the computed side, so a second
      *         control row for it is not listed twice
           move 0 to w-map-value.
           call "map:put" using w-cmp-map w-map-key w-map-value.
       report-unstated-account-ex.
           exit.

       write-exception-heading.
           move spaces to stmt-exceptions-rec.
           string
              "ARRSTMT RECONCILIATION EXCEPTIONS -- PERIOD "
              w-period
              delimited by size
              into stmt-exceptions-rec
           end-string.
           write stmt-exceptions-rec.
           move spaces to stmt-exceptions-rec.
           string
              "ACCOUNT                          REASON"
              "                     COMPUTED"
              "                CONTROL"
              delimited by size
              into stmt-exceptions-rec
           end-string.
           write stmt-exceptions-rec.
           move all "-" to stmt-exceptions-rec.
           write stmt-exceptions-rec.
       write-exception-heading-ex.
           exit.

       write-exception-line.
           add 1 to w-exception-count.
           move spaces to stmt-exceptions-rec.
           move w-cur-account to stmt-exceptions-rec(1:32).
           move w-exc-reason to stmt-exceptions-rec(34:24).
           move w-edit-text-2 to stmt-exceptions-rec(58:22).
           move w-edit-text-3 to stmt-exceptions-rec(81:22).
           move w-difference to w-edit-value.
           perform edit-amount thru edit-amount-ex.
           move w-edit-text to stmt-exceptions-rec(104:22).
           write stmt-exceptions-rec.
       write-exception-line-ex.
           exit.

       write-exception-summary.
           move all "-" to stmt-exceptions-rec.
           write stmt-exceptions-rec.
           move spaces to stmt-exceptions-rec.
           move w-exception-count to z-count.
           string "DISAGREEMENTS       " z-count
              delimited by size
              into stmt-exceptions-rec
           end-string.
           write stmt-exceptions-rec.
           move spaces to stmt-exceptions-rec.
           move w-rejected-count to z-count.
           string "TRANSACTIONS LEFT OFF" z-count
              delimited by size
              into stmt-exceptions-rec
           end-string.
           write stmt-exceptions-rec.
       write-exception-summary-ex.
           exit.

      *         one amount edited in the statement's scale
       edit-amount.
           move spaces to w-edit-text.
           evaluate w-tf-decimals
              when 0
                 move w-edit-value to z-amount-0
                 move z-amount-0 to w-edit-text
              when 1
                 compute z-amount-1 = w-edit-value / 10
                 move z-amount-1 to w-edit-text
              when 2
                 compute z-amount-2 = w-edit-value / 100
                 move z-amount-2 to w-edit-text
              when other
                 compute z-amount-3 = w-edit-value / 1000
                 move z-amount-3 to w-edit-text
           end-evaluate.
       edit-amount-ex.
           exit.
