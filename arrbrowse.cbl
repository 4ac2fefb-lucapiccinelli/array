              file status is w-audit-file-status.
       data division.
       file section.
       fd  BROWSE-STAGE
           record is varying in size from 1 to 4096 characters
              depending on w-stage-rec-sz.
       01  browse-stage-header-rec.
           05 bs-element-sz pic 9(09) usage comp-4.
           05 bs-length     pic 9(09) usage comp-4.
           05 bs-max-bytes    pic 9(09) usage comp-4.
           05 bs-mem-capacity pic 9(09) usage comp-4.
           05 bs-overflow-active pic x.
           05 bs-compression pic x.
           05 bs-keyid pic x(08).
           05 bs-nonce pic x(16).
       01  browse-stage-data-rec.
           05 bs-data-element pic x(4096).
       fd  BROWSE-AUDIT.
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".
       77  w-browse-assign pic x(08) value "ARRSTAGE".
      *         the length of the stage record just read or about to
      *         be written, the way array.cbl stages them: a header
      *         written before compression is the short 153 bytes,
      *         one written before sealing 154, and a plain element
      *         or trailer record is a full element record
       78  STAGE-HEADER-PACK-SZ value 154.
       78  STAGE-HEADER-SZ value 178.
       78  MAX-STAGE-ELEMENT-SZ value 4096.
       77  w-stage-rec-sz pic 9(09) value 4096.

      *         edit state: E pulls a record into the edit line, W
      *         overtypes it back, I inserts the edit line as a new
       77  w-count-d pic 9(09) value 0.
       77  z-rec pic z(08)9.

      *         a stage named under DUALCTL is not changed here
      *         directly: W, I and D put the change on the approval
      *         queue instead, and the edits a second operator has
      *         approved are applied when the stage is next opened
      *         and go out with the rewrite -- settled on the queue
      *         only once the staged file is written.  An approved
      *         change or delete whose record no longer holds the
      *         before image it was entered against is settled stale
       78  BROWSE-APPLY-MAX value 200.
       77  w-dual pic x value "N".
           88  DUAL-CONTROLLED value "Y".
       77  w-appr-rc pic s9(09) value 0.
       77  w-edit-stale pic x value "N".
           88  APPROVED-EDIT-STALE value "Y".
       77  w-applied-count pic 9(04) value 0.
       77  w-applied-idx pic 9(04) value 0.
       01  w-applied-tbl.
           05 w-applied-id pic 9(09) occurs BROWSE-APPLY-MAX times.
       77  w-hold-operator pic x(10) value spaces.
       copy "approval.cpy" replacing ==!PREFIX!== by ==w-ap-==.

      *         the header as read off the file, redisplayed on
      *         every screen so the operator knows what is open
       77  w-hdr-name pic x(30) value spaces.
       77  w-hdr-overflow pic x value spaces.
       77  w-hdr-varlen pic x value "N".
           88  BROWSE-STAGE-VARLEN value "Y".
      *         a packed stage is unpacked record by record as it is
      *         pulled in, and a dirty browse writes it back plain --
      *         the next save packs it again if the catalog still
      *         asks for that
       77  w-hdr-packed pic x value "N".
           88  BROWSE-STAGE-PACKED value "Y".
      *         a sealed stage is opened record by record with the
      *         key its header names and sealed again, under the same
      *         key id and a fresh nonce, when a dirty browse writes
      *         it back
       77  w-hdr-sealed pic x value "N".
           88  BROWSE-STAGE-SEALED value "Y".
       77  w-hdr-keyid pic x(08) value spaces.
       77  w-hdr-nonce pic x(16) value spaces.
       77  w-cipher-recno pic 9(18) value 0.
       77  w-cipher-dir pic x value "D".
       77  w-cipher-rc pic s9(09) value 0.

       77  w-top-record pic 9(09) value 1.
       77  w-record-count pic 9(09) value 0.
           end-if.
           compute w-edit-width = function min(
              w-hdr-element-sz, BROWSE-EDIT-WIDTH).
           if not BROWSE-STAGE-VARLEN
              perform check-dual-control
                 thru check-dual-control-ex
           end-if.

           move 1 to w-top-record.
           perform until BROWSE-DONE
                 w-record-count
                 upon console
           end-if.
           perform settle-applied-edits
              thru settle-applied-edits-ex.
           call "array:free" using w-array.
           goback giving OK.

           if bs-type = TVARLEN
              move "Y" to w-hdr-varlen
           end-if.
           if w-stage-rec-sz >= STAGE-HEADER-PACK-SZ
              and bs-compression = "C"
              move "Y" to w-hdr-packed
           end-if.
           if w-stage-rec-sz >= STAGE-HEADER-SZ
              and bs-keyid not = spaces
              and bs-keyid not = low-values
              move "Y" to w-hdr-sealed
              move bs-keyid to w-hdr-keyid
              move bs-nonce to w-hdr-nonce
           end-if.
           move browse-stage-header-rec to w-saved-header.

           call "array:new" using w-array 4096.
              read BROWSE-STAGE
                 at end exit perform
              end-read
              if BROWSE-STAGE-SEALED
                 move w-record-count to w-cipher-recno
                 move "D" to w-cipher-dir
                 call "array:stage-cipher" using
                    bs-data-element w-hdr-keyid w-hdr-nonce
                    w-cipher-recno w-cipher-dir
                    giving w-cipher-rc
                 if w-cipher-rc not = OK
                    display
                       "ARRBROWSE stage key " w-hdr-keyid
                       " not in ARRKEYS"
                       upon console
                    close BROWSE-STAGE
                    goback giving KO
                 end-if
              end-if
              if BROWSE-STAGE-PACKED
                 call "array:stage-unpack" using bs-data-element
              end-if
              move spaces to w-element
              move bs-data-element to w-element
              call "array:append" using w-array w-element
           move w-element-buf to w-before-buf.
           move w-edit-buf(1:w-edit-width)
              to w-element-buf(1:w-edit-width).
           if DUAL-CONTROLLED
              move "CHANGE" to w-cmd-arg
              move w-edit-recno to w-rec-no
              perform hold-browse-edit thru hold-browse-edit-ex
              move "N" to w-have-edit
              exit paragraph
           end-if.
           compute w-set-idx = w-edit-recno - 1.
           call "array:set"
              using w-array w-element-buf w-set-idx.
           move w-edit-buf(1:w-edit-width)
              to w-element-buf(1:w-edit-width).
           move spaces to w-before-buf.
           if DUAL-CONTROLLED
              move "INSERT" to w-cmd-arg
              perform hold-browse-edit thru hold-browse-edit-ex
              exit paragraph
           end-if.
           compute w-set-idx = w-rec-no - 1.
           call "array:insert"
              using w-array w-element-buf w-set-idx.
           call "array:get" using w-array w-element-buf w-get-idx.
           move w-element-buf to w-before-buf.
           move spaces to w-element-buf.
           if DUAL-CONTROLLED
              move "DELETE" to w-cmd-arg
              perform hold-browse-edit thru hold-browse-edit-ex
              exit paragraph
           end-if.
           compute w-set-idx = w-rec-no - 1.
           call "array:remove" using w-array w-set-idx.
           subtract 1 from w-record-count.
       edit-delete-record-ex.
           exit.

      *         the edit goes on the queue with the record number and
      *         both images; the stage is left as it is
       hold-browse-edit.
           move spaces to w-ap-approval-rec.
           move 0 to w-ap-appr-id.
           move "S" to w-ap-appr-kind.
           move w-hdr-name to w-ap-appr-target.
           move w-cmd-arg(1:6) to w-ap-appr-action.
           move w-rec-no to w-ap-appr-key(1:9).
           move w-operator to w-ap-appr-maker.
           move w-hdr-element-sz to w-ap-appr-length.
           move w-before-buf(1:w-hdr-element-sz)
              to w-ap-appr-before(1:w-hdr-element-sz).
           move w-element-buf(1:w-hdr-element-sz)
              to w-ap-appr-after(1:w-hdr-element-sz).
           call "approval:hold" using w-ap-approval-rec
              giving w-appr-rc.
           move spaces to w-message.
           if w-appr-rc = OK
              move w-ap-appr-id to z-rec
              string "held for approval as item " z-rec
                 into w-message
              end-string
           else
              move "could not queue the change" to w-message
           end-if.
       hold-browse-edit-ex.
           exit.

       check-dual-control.
           move spaces to w-ap-approval-rec.
           move 0 to w-ap-appr-id.
           move 0 to w-ap-appr-length.
           move "S" to w-ap-appr-kind.
           move w-hdr-name to w-ap-appr-target.
           call "approval:designated" using w-ap-approval-rec
              giving w-appr-rc.
           if w-appr-rc not = OK
              exit paragraph
           end-if.
           move "Y" to w-dual.
           call "approval:next-approved" using w-ap-approval-rec
              giving w-appr-rc.
           perform until w-appr-rc not = OK
              or w-applied-count >= BROWSE-APPLY-MAX
              perform apply-approved-edit
                 thru apply-approved-edit-ex
              call "approval:next-approved" using w-ap-approval-rec
                 giving w-appr-rc
           end-perform.
           move w-applied-count to z-rec.
           move spaces to w-message.
           string "dual control -- approved edits applied: "
              function trim(z-rec)
              into w-message
           end-string.
       check-dual-control-ex.
           exit.

       apply-approved-edit.
           move "N" to w-edit-stale.
           move 0 to w-rec-no.
           if w-ap-appr-key(1:9) is numeric
              move w-ap-appr-key(1:9) to w-rec-no
           end-if.
           if w-rec-no = 0 or w-rec-no > w-record-count
              move "Y" to w-edit-stale
           end-if.
           if not APPROVED-EDIT-STALE
              and w-ap-appr-action not = "INSERT"
              compute w-get-idx = w-rec-no - 1
              move spaces to w-element-buf
              call "array:get" using w-array w-element-buf w-get-idx
              if w-element-buf(1:w-hdr-element-sz) not =
                 w-ap-appr-before(1:w-hdr-element-sz)
                 move "Y" to w-edit-stale
              end-if
           end-if.
           if APPROVED-EDIT-STALE
              move "S" to w-ap-appr-status
              call "approval:settle" using w-ap-approval-rec
              exit paragraph
           end-if.

           move spaces to w-before-buf.
           move w-ap-appr-before(1:w-hdr-element-sz)
              to w-before-buf(1:w-hdr-element-sz).
           move spaces to w-element-buf.
           move w-ap-appr-after(1:w-hdr-element-sz)
              to w-element-buf(1:w-hdr-element-sz).
           compute w-set-idx = w-rec-no - 1.
           evaluate w-ap-appr-action
              when "CHANGE"
                 call "array:set"
                    using w-array w-element-buf w-set-idx
              when "INSERT"
                 call "array:insert"
                    using w-array w-element-buf w-set-idx
                 add 1 to w-record-count
              when "DELETE"
                 call "array:remove" using w-array w-set-idx
                 subtract 1 from w-record-count
           end-evaluate.
           move "Y" to w-dirty.
           add 1 to w-applied-count.
           move w-ap-appr-id to w-applied-id(w-applied-count).
           move w-ap-appr-action to w-cmd-arg.
           move w-operator to w-hold-operator.
           move w-ap-appr-maker to w-operator.
           perform write-browse-audit
              thru write-browse-audit-ex.
           move w-hold-operator to w-operator.
       apply-approved-edit-ex.
           exit.

      *         the applied edits are on disk now
       settle-applied-edits.
           perform varying w-applied-idx from 1 by 1
              until w-applied-idx > w-applied-count
              move spaces to w-ap-approval-rec
              move w-applied-id(w-applied-idx) to w-ap-appr-id
              move 0 to w-ap-appr-length
              move "X" to w-ap-appr-status
              call "approval:settle" using w-ap-approval-rec
           end-perform.
       settle-applied-edits-ex.
           exit.

       write-browse-audit.
           open extend BROWSE-AUDIT.
           if AUDIT-FILE-NOT-FOUND
           open output BROWSE-STAGE.
           move w-saved-header(1:153)
              to browse-stage-header-rec(1:153).
           move space to bs-compression.
           move w-hdr-keyid to bs-keyid.
           move spaces to bs-nonce.
           if BROWSE-STAGE-SEALED
              move function current-date(1:16) to w-hdr-nonce
              move w-hdr-nonce to bs-nonce
           end-if.
           move w-record-count to bs-length.
           if bs-capacity < w-record-count
              move w-record-count to bs-capacity
           end-if.
           move STAGE-HEADER-SZ to w-stage-rec-sz.
           write browse-stage-header-rec.

           move 0 to w-stage-hash.
              move w-element-buf(1:w-hdr-element-sz)
                 to bs-data-element(1:w-hdr-element-sz)
              perform fold-stage-hash thru fold-stage-hash-ex
              if BROWSE-STAGE-SEALED
                 move w-get-idx to w-cipher-recno
                 move "E" to w-cipher-dir
                 call "array:stage-cipher" using
                    bs-data-element w-hdr-keyid w-hdr-nonce
                    w-cipher-recno w-cipher-dir
                    giving w-cipher-rc
              end-if
              move MAX-STAGE-ELEMENT-SZ to w-stage-rec-sz
              write browse-stage-data-rec
           end-perform.

              "-" function current-date(9:6)
              into bs-data-element
           end-string.
           move MAX-STAGE-ELEMENT-SZ to w-stage-rec-sz.
           write browse-stage-data-rec.
           close BROWSE-STAGE.
       rewrite-staged-file-ex.
