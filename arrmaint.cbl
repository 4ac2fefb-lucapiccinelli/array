           select MAINT-JOURNAL assign "MSTJRNL"
              organization line sequential
              file status is w-jrn-file-status.
           select MAINT-ALTINDEX assign "MSTAIX"
              organization indexed
              access mode dynamic
              record key is mstx-key
              file status is w-aix-file-status.
           select MAINT-AIX-CARD assign "AIXCARD"
              organization line sequential
              file status is w-aixc-file-status.
       data division.
       file section.
       fd  MAINT-MASTER.
       01  maint-rej-rec pic x(4200).
       fd  MAINT-JOURNAL.
       01  maint-journal-rec pic x(4200).
       fd  MAINT-ALTINDEX.
       01  maint-altindex-rec.
           05 mstx-key.
              07 mstx-field pic x(15).
              07 mstx-value pic x(64).
              07 mstx-primary pic x(64).
       fd  MAINT-AIX-CARD.
       01  maint-aix-card-rec pic x(80).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==6==.

       78  MAX-MAINT-RECORD-SZ value 4096.
       78  MAX-MAINT-KEY-SZ value 64.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-jrn-file-status pic x(02) value spaces.
           88  JRN-FILE-NOT-FOUND value "35".
       77  w-aix-file-status pic x(02) value spaces.
           88  AIX-FILE-NOT-FOUND value "35".
           88  AIX-FILE-AT-EOF value "10".
       77  w-aixc-file-status pic x(02) value spaces.
           88  AIXC-FILE-NOT-FOUND value "35".
           88  AIXC-FILE-AT-EOF value "10".

      *         the fields AIXCARD names are alternate keys of the
      *         master, held in MSTAIX -- one entry per record and
      *         field, keyed field name, value, master key -- so that
      *         arrinq can find a record by name or reference without
      *         an unload.  The card reads
      *           LAYOUT layout-name
      *           ALTKEY field-name        (as many as needed)
      *         L rebuilds MSTAIX from the loaded master, A keeps it
      *         in step with every add, change and delete (and builds
      *         it first if it is not there yet).  No AIXCARD, no
      *         alternate keys.  A blank value is not indexed
       78  MAINT-AIX-MAX value 8.
       77  w-aix-layout-name pic x(15) value spaces.
       77  w-aix-layout-rc pic s9(09) value 0.
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-aix-==.
       77  w-aix-count pic 9(02) value 0.
       01  w-aix-tbl.
           05 w-aix-entry occurs MAINT-AIX-MAX times.
              07 w-aix-field pic x(15).
              07 w-aix-offset pic 9(09).
              07 w-aix-length pic 9(09).
       77  w-aix-idx pic 9(02) value 0.
       77  w-aix-lay-idx pic 9(03) value 0.
       77  w-aix-card-line pic x(80) value spaces.
       77  w-aix-tok-kind pic x(08) value spaces.
       77  w-aix-tok-name pic x(16) value spaces.
       77  w-aix-image pic x(MAX-MAINT-RECORD-SZ) value spaces.
       77  w-aix-primary pic x(MAX-MAINT-KEY-SZ) value spaces.
       77  w-aix-entry-count pic 9(09) value 0.

      *         L loads the flat MSTIN into the keyed master (the key
      *         field rides in front as the record key), A applies
       77  w-before-image pic x(MAX-MAINT-RECORD-SZ)
           value spaces.
       77  w-jrn-stamp pic x(15) value spaces.
       77  w-jrn-bdate pic 9(08) value 0.
       77  w-jrn-maker pic x(10) value spaces.
       77  w-jrn-checker pic x(10) value spaces.

      *         a master named under DUALCTL is changed only by a
      *         second pair of eyes: A applies the items approved on
      *         the approval queue since the last run -- each one
      *         journaled with its maker and checker -- and holds
      *         tonight's TRANIN on the queue instead of applying it.
      *         A change or delete whose record has moved on since it
      *         was entered is settled stale rather than applied
       77  w-master-name pic x(30) value "MSTFILE".
       77  w-operator pic x(10) value spaces.
       77  w-dual pic x value "N".
           88  DUAL-CONTROLLED value "Y".
       77  w-appr-rc pic s9(09) value 0.
       77  w-rejected-before pic 9(09) value 0.
       77  w-held-count pic 9(09) value 0.
       77  w-approved-count pic 9(09) value 0.
       77  w-stale-count pic 9(09) value 0.
       77  w-queued-count pic 9(09) value 0.
       copy "approval.cpy" replacing ==!PREFIX!== by ==w-ap-==.

       77  w-read-count pic 9(09) value 0.
       77  w-added-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.

       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRMAINT".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       77  l-key-offset pic 9(MAX-NUMBER-SIZE).
       77  l-key-length pic 9(MAX-NUMBER-SIZE).
       77  l-action-offset pic 9(MAX-NUMBER-SIZE).
       77  l-master-name pic x(30).

       procedure division using
           l-run-mode
           l-key-offset
           l-key-length
           l-action-offset
           l-master-name
           .
           CATCHPARAMS.
           move space to w-run-mode.
           copy "catchx.pdv" replacing
               ==!W== by ==action-offset==
               ==!N== by ==5==.
           copy "catchx.pdv" replacing
               ==!W== by ==master-name==
               ==!N== by ==6==.
           if w-master-name = spaces
              move "MSTFILE" to w-master-name
           end-if.

           if w-record-length = 0
              or w-record-length > MAX-MAINT-RECORD-SZ
              or w-key-length > MAX-MAINT-KEY-SZ
              goback giving KO
           end-if.
           if MODE-APPLY
              move "A" to w-authz-privilege
              call "authz:check"
                 using w-runlog-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 goback giving KO
              end-if
           end-if.

           if MODE-LOAD or MODE-APPLY
              perform read-aix-card thru read-aix-card-ex
           end-if.

           call "runlog:start" using w-runlog-pgm.
           evaluate true
              when MODE-LOAD
                 perform load-master thru load-master-ex
                 if w-aix-count > 0
                    perform rebuild-alt-index
                       thru rebuild-alt-index-ex
                 end-if
              when MODE-APPLY
                 perform apply-transactions
                    thru apply-transactions-ex
           exit.

       apply-transactions.
      *         the business date rides on every journal header, past
      *         the widest key, for the feeds read off the journal
           call "rundate:today" using w-jrn-bdate
              on exception
                 move function current-date(1:8) to w-jrn-bdate
           end-call.
           open input MAINT-TRN-IN.
           if TRN-FILE-NOT-FOUND
              display "ARRMAINT missing TRANIN" upon console
              goback giving KO
           end-if.
           if w-aix-count > 0
              open i-o MAINT-ALTINDEX
              if AIX-FILE-NOT-FOUND
                 perform rebuild-alt-index
                    thru rebuild-alt-index-ex
                 open i-o MAINT-ALTINDEX
              end-if
           end-if.
           open i-o MAINT-MASTER.
           open output MAINT-REJECTS.
           open extend MAINT-JOURNAL.
              open output MAINT-JOURNAL
           end-if.

           move spaces to w-ap-approval-rec.
           move 0 to w-ap-appr-id.
           move 0 to w-ap-appr-length.
           move "M" to w-ap-appr-kind.
           move w-master-name to w-ap-appr-target.
           call "approval:designated" using w-ap-approval-rec
              giving w-appr-rc.
           if w-appr-rc = OK
              move "Y" to w-dual
              accept w-operator from environment "USER"
              if w-operator = spaces
                 move "UNKNOWN" to w-operator
              end-if
              perform apply-approved-items
                 thru apply-approved-items-ex
           end-if.

           read MAINT-TRN-IN.
           perform until TRN-FILE-AT-EOF
              add 1 to w-read-count
              if DUAL-CONTROLLED
                 perform hold-one-transaction
                    thru hold-one-transaction-ex
              else
                 perform apply-one-transaction
                    thru apply-one-transaction-ex
              end-if
              read MAINT-TRN-IN
           end-perform.

           close MAINT-REJECTS.
           close MAINT-MASTER.
           close MAINT-TRN-IN.
           if w-aix-count > 0
              close MAINT-ALTINDEX
           end-if.
           display
              "ARRMAINT added=" w-added-count
              " changed=" w-changed-count
              " deleted=" w-deleted-count
              " rejected=" w-rejected-count
              upon console.
           if DUAL-CONTROLLED
              display
                 "ARRMAINT " w-master-name
                 " approved applied=" w-approved-count
                 " stale=" w-stale-count
                 " held for approval=" w-held-count
                 upon console
           end-if.
       apply-transactions-ex.
           exit.

      *         the approved items go through the ordinary apply, the
      *         transaction image in place of a TRANIN record
       apply-approved-items.
           call "approval:next-approved" using w-ap-approval-rec
              giving w-appr-rc.
           perform until w-appr-rc not = OK
              perform apply-approved-item
                 thru apply-approved-item-ex
              call "approval:settle" using w-ap-approval-rec
              call "approval:next-approved" using w-ap-approval-rec
                 giving w-appr-rc
           end-perform.
           move spaces to w-jrn-maker.
           move spaces to w-jrn-checker.
       apply-approved-items-ex.
           exit.

       apply-approved-item.
           add 1 to w-queued-count.
           if w-ap-appr-action not = "ADD"
              move spaces to maint-master-rec
              move w-ap-appr-key to mstf-key
              read MAINT-MASTER
                 invalid key
                    continue
                 not invalid key
                    if mstf-data(1:w-record-length) not =
                       w-ap-appr-before(1:w-record-length)
                       move "S" to w-ap-appr-status
                       add 1 to w-stale-count
                       exit paragraph
                    end-if
              end-read
           end-if.
           move spaces to maint-trn-rec.
           move w-ap-appr-after(1:w-record-length)
              to maint-trn-rec(1:w-record-length).
           move w-ap-appr-maker to w-jrn-maker.
           move w-ap-appr-checker to w-jrn-checker.
           move w-rejected-count to w-rejected-before.
           perform apply-one-transaction
              thru apply-one-transaction-ex.
           if w-rejected-count > w-rejected-before
              move "F" to w-ap-appr-status
           else
              move "X" to w-ap-appr-status
              add 1 to w-approved-count
           end-if.
       apply-approved-item-ex.
           exit.

      *         TRANIN under dual control: each transaction goes on the
      *         queue with the record as it stands now, for the checker
      *         to see both
       hold-one-transaction.
           move maint-trn-rec(w-action-offset + 1:1)
              to w-action-code.
           move spaces to w-work-key.
           move maint-trn-rec(w-key-offset + 1:w-key-length)
              to w-work-key(1:w-key-length).
           move spaces to w-ap-approval-rec.
           move 0 to w-ap-appr-id.
           evaluate true
              when ACTION-ADD
                 move "ADD" to w-ap-appr-action
              when ACTION-CHANGE
                 move "CHANGE" to w-ap-appr-action
              when ACTION-DELETE
                 move "DELETE" to w-ap-appr-action
              when other
                 perform write-rejected-transaction
                    thru write-rejected-transaction-ex
                 exit paragraph
           end-evaluate.
           move "M" to w-ap-appr-kind.
           move w-master-name to w-ap-appr-target.
           move w-work-key to w-ap-appr-key.
           move w-operator to w-ap-appr-maker.
           move w-record-length to w-ap-appr-length.
           if not ACTION-ADD
              move w-work-key to mstf-key
              read MAINT-MASTER
                 invalid key
                    continue
                 not invalid key
                    move mstf-data(1:w-record-length)
                       to w-ap-appr-before(1:w-record-length)
              end-read
           end-if.
           move maint-trn-rec(1:w-record-length)
              to w-ap-appr-after(1:w-record-length).
           call "approval:hold" using w-ap-approval-rec.
           add 1 to w-held-count.
       hold-one-transaction-ex.
           exit.

       apply-one-transaction.
           move maint-trn-rec(w-action-offset + 1:1)
              to w-action-code.
                 move spaces to w-before-image
                 perform write-journal-entry
                    thru write-journal-entry-ex
                 move mstf-data to w-aix-image
                 perform write-aix-entries
                    thru write-aix-entries-ex
           end-write.
       apply-add-ex.
           exit.
                 add 1 to w-changed-count
                 perform write-journal-entry
                    thru write-journal-entry-ex
                 move w-before-image to w-aix-image
                 perform delete-aix-entries
                    thru delete-aix-entries-ex
                 move mstf-data to w-aix-image
                 perform write-aix-entries
                    thru write-aix-entries-ex
           end-read.
       apply-change-ex.
           exit.
                 add 1 to w-deleted-count
                 perform write-journal-entry
                    thru write-journal-entry-ex
                 move w-before-image to w-aix-image
                 perform delete-aix-entries
                    thru delete-aix-entries-ex
           end-read.
       apply-delete-ex.
           exit.

      *         three journal lines per applied update: the header
      *         with stamp, action, key and business date (and the
      *         maker and checker of an approved item), then the
      *         full before and after images.  "What did this record
      *         look like before Tuesday's run" is a scan of these
      *         lines
       write-journal-entry.
           move spaces to w-jrn-stamp.
           string
              " KEY=" w-work-key(1:w-key-length)
              into maint-journal-rec
           end-string.
           move "BDATE=" to maint-journal-rec(92:6).
           move w-jrn-bdate to maint-journal-rec(98:8).
           if w-jrn-maker not = spaces
              move "MAKER=" to maint-journal-rec(107:6)
              move w-jrn-maker to maint-journal-rec(113:10)
              move "CHECKER=" to maint-journal-rec(124:8)
              move w-jrn-checker to maint-journal-rec(132:10)
           end-if.
           write maint-journal-rec.

           move spaces to maint-journal-rec.
       write-journal-entry-ex.
           exit.

       read-aix-card.
           open input MAINT-AIX-CARD.
           if AIXC-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read MAINT-AIX-CARD.
           perform until AIXC-FILE-AT-EOF
              move maint-aix-card-rec to w-aix-card-line
              perform parse-aix-line thru parse-aix-line-ex
              read MAINT-AIX-CARD
           end-perform.
           close MAINT-AIX-CARD.
           if w-aix-count = 0
              exit paragraph
           end-if.

           call "arrlayout:resolve"
              using w-aix-layout-name w-aix-layout-tbl
              giving w-aix-layout-rc.
           if w-aix-layout-rc not = OK
              display
                 "ARRMAINT AIXCARD unknown layout " w-aix-layout-name
                 upon console
              goback giving KO
           end-if.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              move 0 to w-aix-length(w-aix-idx)
              perform varying w-aix-lay-idx from 1 by 1
                 until w-aix-lay-idx > w-aix-layout-field-count
                 if w-aix-layout-fld-name(w-aix-lay-idx) =
                    w-aix-field(w-aix-idx)
                    move w-aix-layout-fld-offset(w-aix-lay-idx)
                       to w-aix-offset(w-aix-idx)
                    compute w-aix-length(w-aix-idx) = function min(
                       w-aix-layout-fld-length(w-aix-lay-idx), 64)
                 end-if
              end-perform
              if w-aix-length(w-aix-idx) = 0
                 or w-aix-offset(w-aix-idx) + w-aix-length(w-aix-idx)
                    > w-record-length
                 display
                    "ARRMAINT AIXCARD field " w-aix-field(w-aix-idx)
                    " not in the record"
                    upon console
                 goback giving KO
              end-if
           end-perform.
       read-aix-card-ex.
           exit.

       parse-aix-line.
           if w-aix-card-line = spaces or w-aix-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-aix-tok-kind.
           move spaces to w-aix-tok-name.
           unstring w-aix-card-line
              delimited by all spaces
              into w-aix-tok-kind w-aix-tok-name
           end-unstring.
           evaluate w-aix-tok-kind
              when "LAYOUT"
                 move w-aix-tok-name(1:15) to w-aix-layout-name
              when "ALTKEY"
                 if w-aix-count < MAINT-AIX-MAX
                    add 1 to w-aix-count
                    move w-aix-tok-name(1:15)
                       to w-aix-field(w-aix-count)
                 else
                    display "ARRMAINT too many ALTKEY lines"
                       upon console
                 end-if
              when other
                 display
                    "ARRMAINT AIXCARD line not understood: "
                    w-aix-card-line
                    upon console
           end-evaluate.
       parse-aix-line-ex.
           exit.

      *         MSTAIX from scratch off the whole master
       rebuild-alt-index.
           move 0 to w-aix-entry-count.
           open output MAINT-ALTINDEX.
           open input MAINT-MASTER.
           move low-values to mstf-key.
           start MAINT-MASTER key >= mstf-key
              invalid key move "10" to w-mst-file-status
           end-start.
           if not MST-FILE-AT-EOF
              read MAINT-MASTER next
           end-if.
           perform until MST-FILE-AT-EOF
              move mstf-key to w-work-key
              move mstf-data to w-aix-image
              perform write-aix-entries thru write-aix-entries-ex
              read MAINT-MASTER next
           end-perform.
           close MAINT-MASTER.
           close MAINT-ALTINDEX.
           display
              "ARRMAINT alternate index rebuilt, entries="
              w-aix-entry-count
              upon console.
       rebuild-alt-index-ex.
           exit.

      *         the entries of the record image in w-aix-image, whose
      *         master key is w-work-key
       write-aix-entries.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              move spaces to maint-altindex-rec
              move w-aix-field(w-aix-idx) to mstx-field
              move w-aix-image(w-aix-offset(w-aix-idx) + 1:
                 w-aix-length(w-aix-idx)) to mstx-value
              move w-work-key to mstx-primary
              if mstx-value not = spaces
                 write maint-altindex-rec
                    invalid key
                       continue
                    not invalid key
                       add 1 to w-aix-entry-count
                 end-write
              end-if
           end-perform.
       write-aix-entries-ex.
           exit.

       delete-aix-entries.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              move spaces to maint-altindex-rec
              move w-aix-field(w-aix-idx) to mstx-field
              move w-aix-image(w-aix-offset(w-aix-idx) + 1:
                 w-aix-length(w-aix-idx)) to mstx-value
              move w-work-key to mstx-primary
              if mstx-value not = spaces
                 delete MAINT-ALTINDEX
                    invalid key
                       continue
                 end-delete
              end-if
           end-perform.
       delete-aix-entries-ex.
           exit.

       write-rejected-transaction.
           add 1 to w-rejected-count.
           move spaces to maint-rej-rec.

       write-run-record.
           initialize w-rl-run-totals.
      *         the run balances read = written + rejected: an item
      *         taken off the approval queue is read like a TRANIN
      *         record, a transaction held for approval is written
      *         (to the queue), and a queued item settled stale is
      *         refused like a rejected one
           compute w-rl-run-read = w-read-count + w-queued-count.
           compute w-rl-run-written =
              w-written-count + w-added-count
              + w-changed-count + w-deleted-count
              + w-held-count.
           compute w-rl-run-rejected =
              w-rejected-count + w-stale-count.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
       write-run-record-ex.
