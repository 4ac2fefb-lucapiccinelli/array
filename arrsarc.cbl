           05 sc-stamp pic x(15).
           05 sc-retain pic 9(02).
           05 sc-gen pic x(03).
           05 sc-compress pic x(01).
           05 sc-keyid pic x(08).
       fd  STAGE-LOCK.
       01  stage-lock-rec pic x(80).
       fd  STAGE-FILE
           record is varying in size from 1 to 4096 characters
              depending on w-stage-rec-sz.
       01  stage-file-rec pic x(4096).
       fd  ARCHIVE-FILE.
       01  archive-file-rec.
           05 ar-tag pic x(16).
           05 ar-rec-sz pic 9(04).
           05 ar-payload pic x(4096).
           05 ar-payload-entry redefines ar-payload.
              07 ae-name pic x(30).
              07 ae-fileid pic x(08).
              07 ae-stamp pic x(15).
              07 ae-retain pic 9(02).
              07 ae-gen pic x(03).
              07 ae-compress pic x(01).
              07 ae-keyid pic x(08).
       fd  ARCHIVE-CARD.
       01  archive-card-rec pic x(80).

      *         self-describing ARCHFILE, and R brings selected names
      *         back, re-registers them in ARRSTCAT and proves each
      *         stage's trailer count and hash on the way in.  ALL on
      *         the card takes the whole catalog.
      *         A stage file is variable records -- header, elements,
      *         trailer, each as long as array.cbl wrote it -- and
      *         every data entry carries its record's length next to
      *         the payload, so R writes each one back the same
      *         length.  An archive written before the lengths were
      *         carried holds the stage file as raw 4096-byte blocks,
      *         record-length words and all; R takes those blocks
      *         apart record by record up to the trailer and restores
      *         the same variable records, so old archives come back
      *         without any conversion step
       77  w-stcat-file-status pic x(02) value spaces.
           88  STCAT-FILE-NOT-FOUND value "35".
           88  STCAT-FILE-AT-EOF value "10".
           88  MODE-ARCHIVE value "A".
           88  MODE-RESTORE value "R".
       77  w-stage-assign pic x(08) value spaces.
       77  w-stage-rec-sz pic 9(09) value 4096.

       77  w-select-count pic 9(02) value 0.
       77  w-select-all pic x value "N".
              07 w-stcat-stamp pic x(15).
              07 w-stcat-retain pic 9(02).
              07 w-stcat-gen pic x(03).
              07 w-stcat-compress pic x(01).
              07 w-stcat-keyid pic x(08).
       77  w-stcat-idx pic 9(03) value 0.
       77  w-stcat-hit pic 9(03) value 0.

       77  w-entry-wanted pic x value "N".
       77  w-element-sz pic 9(09) value 0.
       77  w-stage-varlen pic x value "N".
       77  w-stage-packed pic x value "N".
           88  STAGE-ELEMENTS-PACKED value "Y".
      *         a sealed stage travels sealed: its records go into
      *         the archive and back out byte for byte, and only the
      *         restore's verification opens a copy of each one with
      *         the key its header names
       77  w-stage-sealed pic x value "N".
           88  STAGE-ELEMENTS-SEALED value "Y".
       77  w-stage-keyid pic x(08) value spaces.
       77  w-stage-nonce pic x(16) value spaces.
       77  w-data-seq pic 9(18) value 0.
       77  w-cipher-dir pic x value "D".
       77  w-cipher-rc pic s9(09) value 0.
       77  w-key-missing pic x value "N".
           88  STAGE-KEY-MISSING value "Y".
       77  w-fold-len pic 9(09) value 0.
       77  w-first-data pic x value "Y".
       77  w-verify-hash pic 9(15) value 0.
       77  w-have-prev pic x value "N".
       77  w-verify-bad pic 9(03) value 0.

      *         the record being restored, whole or taken out of a
      *         block image, with the header fields the verification
      *         reads off the first one
       01  w-cur-rec.
           05 w-cur-element-sz pic 9(09) usage comp-4.
           05 filler pic x(08).
           05 w-cur-type pic x(32).
           05 filler pic x(109).
           05 w-cur-compression pic x.
           05 w-cur-keyid pic x(08).
           05 w-cur-nonce pic x(16).
           05 filler pic x(3918).
       77  w-stage-out pic x value "N".
           88  STAGE-OUT-OPEN value "Y".
       77  w-entry-blocked pic x value "N".
           88  ENTRY-IN-BLOCKS value "Y".
      *         a block image is carried over from one 4096-byte block
      *         to the next: each record is a four-byte length word
      *         (length in the first two bytes, high byte first) and
      *         that many bytes, and may straddle two blocks.  What
      *         follows the trailer in the last block is left over
      *         from the archive's read buffer and is never restored
       77  w-blk-buf pic x(8200) value spaces.
       77  w-blk-tmp pic x(8200) value spaces.
       77  w-blk-len pic 9(05) value 0.
       77  w-blk-rec-len pic 9(05) value 0.
       77  w-blk-hi pic 9(03) value 0.
       77  w-blk-lo pic 9(03) value 0.
       77  w-blk-state pic x value spaces.
           88  BLOCK-NEEDS-MORE value "M".
           88  BLOCK-IMAGE-DONE value "D".

       77  w-lock-holder pic x(80) value spaces.
       77  w-lock-wait pic 9(05) value 0.
       77  w-lock-taken pic x value "N".
       77  w-sleep-seconds pic 9(04) value 1.
       78  LOCK-TIMEOUT-SECONDS value 30.

       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRSARC".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

                 upon console
              goback giving KO
           end-if.
           if MODE-RESTORE
              move "R" to w-authz-privilege
              call "authz:check"
                 using w-runlog-pgm w-authz-privilege
                 giving w-authz-rc
              if w-authz-rc not = OK
                 goback giving KO
              end-if
           end-if.

           call "runlog:start" using w-runlog-pgm.
           evaluate true
           move w-stcat-stamp(w-stcat-idx) to ae-stamp.
           move w-stcat-retain(w-stcat-idx) to ae-retain.
           move w-stcat-gen(w-stcat-idx) to ae-gen.
           move w-stcat-compress(w-stcat-idx) to ae-compress.
           move w-stcat-keyid(w-stcat-idx) to ae-keyid.
           write archive-file-rec.

           move w-stcat-fileid(w-stcat-idx) to w-stage-assign.
              perform until STAGE-FILE-AT-EOF
                 move spaces to archive-file-rec
                 move "ARRSARC-DATA" to ar-tag
                 move w-stage-rec-sz to ar-rec-sz
                 move stage-file-rec(1:w-stage-rec-sz)
                    to ar-payload(1:w-stage-rec-sz)
                 write archive-file-rec
                 add 1 to w-data-count
                 read STAGE-FILE
           move ae-stamp to w-stcat-stamp(w-stcat-hit).
           move ae-retain to w-stcat-retain(w-stcat-hit).
           move ae-gen to w-stcat-gen(w-stcat-hit).
           if ae-compress = "Y"
              move "Y" to w-stcat-compress(w-stcat-hit)
           else
              move "N" to w-stcat-compress(w-stcat-hit)
           end-if.
           move ae-keyid to w-stcat-keyid(w-stcat-hit).

           move ae-fileid to w-stage-assign.
           move "N" to w-stage-out.
           move "N" to w-entry-blocked.
           move 0 to w-blk-len.
           move spaces to w-blk-state.
           move "Y" to w-entry-open.
           move "Y" to w-first-data.
           move "N" to w-have-prev.
           move 0 to w-verify-count.
           move 0 to w-element-sz.
           move "N" to w-stage-varlen.
           move "N" to w-stage-packed.
           move "N" to w-stage-sealed.
           move "N" to w-key-missing.
           move 0 to w-data-seq.
       begin-restore-entry-ex.
           exit.

      *         the first data record says which kind of entry this
      *         is: one carrying its length goes back as it is, one
      *         without is a block of an older archive's image
       restore-data-record.
           if not STAGE-OUT-OPEN
              if ar-rec-sz is not numeric
                 or ar-rec-sz = 0
                 move "Y" to w-entry-blocked
              end-if
              open output STAGE-FILE
              move "Y" to w-stage-out
           end-if.
           if ENTRY-IN-BLOCKS
              perform unblock-archived-block
                 thru unblock-archived-block-ex
              exit paragraph
           end-if.

           move ar-rec-sz to w-stage-rec-sz.
           move spaces to w-cur-rec.
           move ar-payload(1:w-stage-rec-sz)
              to w-cur-rec(1:w-stage-rec-sz).
           perform write-restored-record
              thru write-restored-record-ex.
       restore-data-record-ex.
           exit.

      *         add the block to whatever the last one left over and
      *         restore every whole record now in hand
       unblock-archived-block.
           if BLOCK-IMAGE-DONE
              exit paragraph
           end-if.
           move ar-payload to w-blk-buf(w-blk-len + 1:4096).
           add 4096 to w-blk-len.
           move spaces to w-blk-state.
           perform until BLOCK-NEEDS-MORE or BLOCK-IMAGE-DONE
              perform take-blocked-record
                 thru take-blocked-record-ex
           end-perform.
       unblock-archived-block-ex.
           exit.

      *         a length word that cannot be one -- zero, past a stage
      *         record, or with its low half set -- ends the image the
      *         same as the trailer does
       take-blocked-record.
           if w-blk-len < 4
              move "M" to w-blk-state
              exit paragraph
           end-if.
           compute w-blk-hi = function ord(w-blk-buf(1:1)) - 1.
           compute w-blk-lo = function ord(w-blk-buf(2:1)) - 1.
           compute w-blk-rec-len = w-blk-hi * 256 + w-blk-lo.
           if w-blk-rec-len = 0
              or w-blk-rec-len > 4096
              or w-blk-buf(3:2) not = low-values
              move "D" to w-blk-state
              exit paragraph
           end-if.
           if w-blk-len < w-blk-rec-len + 4
              move "M" to w-blk-state
              exit paragraph
           end-if.

           move w-blk-rec-len to w-stage-rec-sz.
           move spaces to w-cur-rec.
           move w-blk-buf(5:w-blk-rec-len)
              to w-cur-rec(1:w-blk-rec-len).
           perform write-restored-record
              thru write-restored-record-ex.

           compute w-blk-len = w-blk-len - w-blk-rec-len - 4.
           if w-blk-len > 0
              move w-blk-buf(w-blk-rec-len + 5:w-blk-len)
                 to w-blk-tmp
              move w-blk-tmp to w-blk-buf
           end-if.
           if w-cur-rec(1:16) = "ARRSTAGE-TRAILER"
              and w-first-data not = "Y"
              move "D" to w-blk-state
           end-if.
       take-blocked-record-ex.
           exit.

      *         data records run: header, elements, trailer.  Each
      *         element folds into the hash one record behind the
      *         read, so when the trailer shows up the previous
      *         record was the last element and the fold is complete
       write-restored-record.
           move w-cur-rec to stage-file-rec.
           write stage-file-rec.

           if w-first-data = "Y"
              move w-cur-element-sz to w-element-sz
              if w-cur-type(1:1) = TVARLEN
                 move "Y" to w-stage-varlen
              end-if
              if w-cur-compression = "C"
                 move "Y" to w-stage-packed
              end-if
              if w-cur-keyid not = spaces
                 and w-cur-keyid not = low-values
                 move "Y" to w-stage-sealed
                 move w-cur-keyid to w-stage-keyid
                 move w-cur-nonce to w-stage-nonce
              end-if
              move "N" to w-first-data
              exit paragraph
           end-if.
              perform fold-previous-record
                 thru fold-previous-record-ex
           end-if.
           move w-cur-rec to w-prev-rec.
           move "Y" to w-have-prev.
       write-restored-record-ex.
           exit.

      *         the fold mirrors the save side exactly: a fixed stage
      *         folds element-sz bytes per record, a varlen stage
      *         folds the nine-byte length prefix plus the true
      *         length it declares.  A varlen record without a
      *         readable prefix was never counted by the save either.
      *         A packed stage is folded over its unpacked images,
      *         which is what its trailer was computed on; a sealed
      *         one is opened before it is unpacked
       fold-previous-record.
           if STAGE-ELEMENTS-SEALED
              call "array:stage-cipher" using
                 w-prev-rec w-stage-keyid w-stage-nonce
                 w-data-seq w-cipher-dir
                 giving w-cipher-rc
              if w-cipher-rc not = OK
                 move "Y" to w-key-missing
              end-if
           end-if.
           add 1 to w-data-seq.
           if STAGE-ELEMENTS-PACKED
              call "array:stage-unpack" using w-prev-rec
           end-if.
           if w-stage-varlen = "Y"
              if w-prev-rec(1:9) is not numeric
                 exit paragraph
           exit.

       finish-restore-entry.
      *         an entry archived with no records restores an empty
      *         file, as it was
           if not STAGE-OUT-OPEN
              open output STAGE-FILE
           end-if.
           close STAGE-FILE.
           move "N" to w-stage-out.
           move "N" to w-entry-open.
           add 1 to w-stages-done.

           if STAGE-KEY-MISSING
              add 1 to w-verify-bad
              display
                 "ARRSARC stage " w-entry-name
                 " restored unverified, key " w-stage-keyid
                 " not in ARRKEYS"
                 upon console
              exit paragraph
           end-if.
      *         the record held back from the fold is the trailer
           if w-have-prev not = "Y"
              or w-prev-rec(1:16) not = "ARRSTAGE-TRAILER"
                 move 0 to w-stcat-retain(w-stcat-count)
              end-if
              move sc-gen to w-stcat-gen(w-stcat-count)
              if sc-compress = "Y"
                 move "Y" to w-stcat-compress(w-stcat-count)
              else
                 move "N" to w-stcat-compress(w-stcat-count)
              end-if
              move sc-keyid to w-stcat-keyid(w-stcat-count)
              read STAGE-CATALOG
           end-perform.
           close STAGE-CATALOG.
              move w-stcat-stamp(w-stcat-idx) to sc-stamp
              move w-stcat-retain(w-stcat-idx) to sc-retain
              move w-stcat-gen(w-stcat-idx) to sc-gen
              move w-stcat-compress(w-stcat-idx) to sc-compress
              move w-stcat-keyid(w-stcat-idx) to sc-keyid
              write stage-catalog-rec
           end-perform.
           close STAGE-CATALOG.
