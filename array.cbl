           select OVERFLOW-DIRECTORY assign "ARROVFLD"
              organization line sequential
              file status is w-ovfl-dir-status.
           select KEY-FILE assign "ARRKEYS"
              organization line sequential
              file status is w-key-file-status.
           select ARRAY-OVERFLOW assign "ARROVFL"
              organization relative
              access mode dynamic
           05 sc-stamp pic x(15).
           05 sc-retain pic 9(02).
           05 sc-gen pic x(03).
           05 sc-compress pic x(01).
           05 sc-keyid pic x(08).
       fd  ARRAY-JOURNAL.
       01  array-journal-rec pic x(4200).
       fd  ARRAY-OVERFLOW.
           05 ct-byte pic 9(03).
           05 filler pic x.
           05 ct-weight pic 9(03).
       fd  KEY-FILE.
       01  key-file-rec.
           05 ky-id pic x(08).
           05 filler pic x.
           05 ky-state pic x.
              88 KY-ACTIVE value "A".
              88 KY-RETIRED value "R".
           05 filler pic x.
           05 ky-material pic x(64).
       fd  ARRAY-STAGE
           record is varying in size from 1 to 4096 characters
              depending on w-stage-rec-sz.
       01  array-stage-header-rec.
           05 as-element-sz pic 9(09) usage comp-4.
           05 as-length     pic 9(09) usage comp-4.
           05 as-max-bytes    pic 9(09) usage comp-4.
           05 as-mem-capacity pic 9(09) usage comp-4.
           05 as-overflow-active pic x.
           05 as-compression pic x.
              88 AS-ELEMENTS-PACKED value "C".
           05 as-keyid pic x(08).
           05 as-nonce pic x(16).
       01  array-stage-data-rec.
           05 as-data-element pic x(4096).
       working-storage section.

       77  w-stage-file-status pic x(02) value spaces.
           88  STAGE-FILE-NOT-FOUND value "35".
      *         the length of the stage record just read or about
      *         to be written: header, full element record, or a
      *         packed element's own length
       77  w-stage-rec-sz pic 9(09) value 4096.

      *         which physical file the next stage open uses: the
      *         classic single ARRSTAGE unless a logical stage name
              07 w-stcat-stamp pic x(15).
              07 w-stcat-retain pic 9(02).
              07 w-stcat-gen pic x(03).
              07 w-stcat-compress pic x(01).
              07 w-stcat-keyid pic x(08).
       77  w-stcat-count pic 9(03) value 0.

       77  w-ovfl-relkey pic 9(09) value 0.
              07 w-ovfl-slot-owner usage pointer value null.
              07 w-ovfl-slot-base pic 9(09) value 0.
              07 w-ovfl-slot-name pic x(30) value spaces.
              07 w-ovfl-slot-keyid pic x(08) value spaces.
              07 w-ovfl-slot-nonce pic x(16) value spaces.
              07 w-ovfl-slot-key pic x(64) value spaces.
              07 w-ovfl-slot-key-len pic 9(02) value 0.

      *         sensitive data at rest: a stage whose catalog row
      *         names a key id is written sealed, and so is the spill
      *         of an array staged under such a row.  The key
      *         material lives only in the protected ARRKEYS file
      *         (id, state A active or R retired, material) -- the
      *         stage header carries the key id and a per-save nonce,
      *         never the key
       77  w-key-file-status pic x(02) value spaces.
           88  KEY-FILE-NOT-FOUND value "35".
           88  KEY-FILE-AT-EOF value "10".

       78  EXT-RUN-MAX value 64.
       78  CKPT-INTERVAL value 1000.
       77  w-mk-off pic 9(09) value 0.
       77  w-mk-len pic 9(09) value 0.

      *         the priority-queue entries: position of the element
      *         being sifted, its parent or child, and the size cap
       77  w-heap-bound pic 9(09) value 0.
       77  w-heap-idx pic 9(09) value 0.
       77  w-heap-parent pic 9(09) value 0.
       77  w-heap-child pic 9(09) value 0.
       77  w-heap-best pic 9(09) value 0.
       77  w-heap-settled pic x value "N".
           88  HEAP-SETTLED value "Y".

      *         scratch for the typed key compares: PD and ZD keys
      *         decode to signed numbers before ordering
       77  w-tk-type pic x(02) value spaces.
       77  w-stage-trailer-count pic 9(09) value 0.
       77  w-stage-trailer-hash pic 9(15) value 0.
       77  w-array-length-d pic 9(09) value 0.

      *         a stage whose catalog row asks for compression writes
      *         each element run-length packed, trailing blanks
      *         dropped, as a variable record closed by an end byte
      *         (x"80"): a control byte 0-127 carries that many plus
      *         one literal bytes, 129-255 repeats the next byte
      *         257 minus it times.  The header says which way the
      *         file went so the load unpacks on its own; count and
      *         hash stay those of the unpacked elements, so the
      *         trailer proves the same thing either way.  Elements
      *         too wide to pack safely inside a record are staged
      *         plain
       78  STAGE-HEADER-PACK-SZ value 154.
       78  STAGE-HEADER-SZ value 178.
       78  STAGE-PACK-MAX-ELEMENT value 4032.
       77  w-stage-pack-wanted pic x value "N".
           88  STAGE-PACK-WANTED value "Y".
       77  w-stage-packed pic x value "N".
           88  STAGE-PACKED value "Y".
       77  w-pack-buf pic x(4096) value spaces.
       77  w-unpack-buf pic x(4096) value spaces.
       77  w-pack-in-len pic 9(09) value 0.
       77  w-pack-len pic 9(09) value 0.
       77  w-pack-pos pic 9(09) value 0.
       77  w-pack-run pic 9(09) value 0.
       77  w-pack-lit-start pic 9(09) value 0.
       77  w-pack-lit-len pic 9(09) value 0.
       77  w-pack-ctl pic 9(03) value 0.
       77  w-pack-fill pic 9(09) value 0.
       77  w-pack-end pic x value "N".
           88  PACK-END-SEEN value "Y".
       77  w-rpt-stored-bytes pic 9(12) value 0.
       77  w-rpt-raw-bytes pic 9(12) value 0.

      *         a sealed record is combined byte by byte with an
      *         RC4 key stream (first 256 bytes dropped) seeded from
      *         the key material, the nonce and the record number,
      *         so no two records or saves share a stream.  The nonce
      *         is the time to the hundredth of a second followed by
      *         the last two characters of the stage's file id (of a
      *         spill, its slot number), so two files sealed in the
      *         same hundredth under one key still differ.  Stage
      *         data records are sealed after packing and opened
      *         before unpacking; header and trailer stay clear, and
      *         the trailer hash is still that of the plain elements.
      *         A spilled record is keyed by its offset inside its
      *         band, which a compaction keeps
       77  w-stage-sealed pic x value "N".
           88  STAGE-SEALED value "Y".
       77  w-stage-keyid pic x(08) value spaces.
       77  w-stage-nonce pic x(16) value spaces.
       77  w-nonce-slot pic 9(02) value 0.
       77  w-stage-key pic x(64) value spaces.
       77  w-stage-key-len pic 9(02) value 0.
       77  w-key-found pic x value "N".
           88  STAGE-KEY-FOUND value "Y".
       77  w-cipher-keyid pic x(08) value spaces.
       77  w-cipher-key pic x(64) value spaces.
       77  w-cipher-key-len pic 9(02) value 0.
       77  w-cipher-key-state pic x value space.
           88  CIPHER-KEY-ACTIVE value "A".
       77  w-cipher-nonce pic x(16) value spaces.
       77  w-cipher-recno pic 9(09) value 0.
       77  w-cipher-seed pic x(96) value spaces.
       77  w-cipher-seed-len pic 9(03) value 0.
       77  w-cipher-buf pic x(4096) value spaces.
       77  w-cipher-len pic 9(09) value 0.
       77  w-cipher-pos pic 9(09) value 0.
       77  w-cipher-byte pic 9(03) value 0.
       77  w-cipher-dir pic x value "E".
           88  CIPHER-ENCRYPT value "E".
           88  CIPHER-DECRYPT value "D".
       01  w-rc4-state.
           05 w-rc4-s pic 9(03) usage comp-5 occurs 256 times.
       77  w-rc4-i pic 9(03) usage comp-5 value 0.
       77  w-rc4-j pic 9(03) usage comp-5 value 0.
       77  w-rc4-k pic 9(03) usage comp-5 value 0.
       77  w-rc4-t pic 9(03) usage comp-5 value 0.
       77  w-ovfl-cipher-keyid pic x(08) value spaces.
       77  w-ovfl-cipher-nonce pic x(16) value spaces.
       77  w-ovfl-cipher-key pic x(64) value spaces.
       77  w-ovfl-cipher-key-len pic 9(02) value 0.
       77  w-spill-key-missing pic x value "N".
           88  SPILL-KEY-MISSING value "Y".
       77  w-stcat-idx pic 9(03) value 0.
       77  w-stcat-found pic x value "N".
           88  STCAT-ENTRY-FOUND value "Y".
       77  l-sort-stable pic x.
       77  l-sort-restart pic x.
       77  l-sort-tag pic x.
       77  l-heap-bound pic 9(MAX-NUMBER-SIZE).
       copy "cursor.cpy" replacing ==!PREFIX!== by ==l-==.
       copy "sortkey.cpy" replacing ==!PREFIX!== by ==l-==.
       77  l-sort-key-count pic 9(MAX-NUMBER-SIZE).
       77  l-nulls-order pic x.
       77  l-compress-flag pic x.
       77  l-key-id pic x(08).
       77  l-nonce pic x(16).
       77  l-cipher-dir pic x.

       77  d-array pic x(MAX-LINKAGE).
       77  d-array-compare pic x(MAX-LINKAGE).
      *         lock before reading or minting entries in it
           perform acquire-stage-lock
              thru acquire-stage-lock-ex.
      *         a sensitive name whose key cannot be had is refused
      *         before the catalog rolls or the file is opened --
      *         never written clear in its place
           perform find-stage-seal
              thru find-stage-seal-ex.
           if w-stage-keyid not = spaces
              and not STAGE-SEALED
              perform release-stage-lock
                 thru release-stage-lock-ex
              move ERR-STAGE-KEY to w-last-error-code
              move "stage key id not in ARRKEYS"
                 to w-last-error-msg
              goback giving w-last-error-code
           end-if.
           perform resolve-stage-name
              thru resolve-stage-name-ex.
           move "N" to w-stage-packed.
           if STAGE-PACK-WANTED
              if w-VARLEN-ARRAY-TYPE
                 if w-array-element-sz + 9 <= STAGE-PACK-MAX-ELEMENT
                    move "Y" to w-stage-packed
                 end-if
              else
                 if w-array-element-sz <= STAGE-PACK-MAX-ELEMENT
                    move "Y" to w-stage-packed
                 end-if
              end-if
           end-if.

           open output ARRAY-STAGE.
           move w-array-element-sz to as-element-sz.
           move w-array-max-bytes to as-max-bytes.
           move w-array-mem-capacity to as-mem-capacity.
           move w-array-overflow-active to as-overflow-active.
           move space to as-compression.
           if STAGE-PACKED
              move "C" to as-compression
           end-if.
           move spaces to as-keyid.
           move spaces to as-nonce.
           if STAGE-SEALED
              move w-stage-keyid to as-keyid
              move spaces to w-stage-nonce
              string function current-date(3:14)
                 w-stage-assign(7:2)
                 delimited by size
                 into w-stage-nonce
              end-string
              move w-stage-nonce to as-nonce
           end-if.
           move w-array-length to w-array-length-d.
           move STAGE-HEADER-SZ to w-stage-rec-sz.
           write array-stage-header-rec.
           move 0 to w-stage-hash.

                 move w-array-element-sz to w-stage-hash-len
              end-if
              perform stage-hash-fold thru stage-hash-fold-ex
              move MAX-STAGE-ELEMENT-SZ to w-stage-rec-sz
              if STAGE-PACKED
                 perform pack-stage-element
                    thru pack-stage-element-ex
              end-if
              if STAGE-SEALED
                 move "E" to w-cipher-dir
                 perform cipher-stage-record
                    thru cipher-stage-record-ex
              end-if
              write array-stage-data-rec
           end-perform.

      *         is whole: the record count, a checksum over the data
      *         actually written, and when the save happened
           move spaces to as-data-element.
           move MAX-STAGE-ELEMENT-SZ to w-stage-rec-sz.
           string
              "ARRSTAGE-TRAILER "
              w-array-length-d
           end-if.

           read ARRAY-STAGE.
           move "N" to w-stage-packed.
           if w-stage-rec-sz >= STAGE-HEADER-PACK-SZ
              and AS-ELEMENTS-PACKED
              move "Y" to w-stage-packed
           end-if.
      *         a sealed stage opens with the key its own header
      *         names, active or retired; without it nothing loads
           move "N" to w-stage-sealed.
           move spaces to w-stage-keyid.
           if w-stage-rec-sz >= STAGE-HEADER-SZ
              and as-keyid not = spaces
              move as-keyid to w-stage-keyid
              move as-nonce to w-stage-nonce
              perform open-stage-seal
                 thru open-stage-seal-ex
              if not STAGE-SEALED
                 close ARRAY-STAGE
                 perform release-stage-lock
                    thru release-stage-lock-ex
                 move ERR-STAGE-KEY to w-last-error-code
                 move "stage key id not in ARRKEYS"
                    to w-last-error-msg
                 goback giving w-last-error-code
              end-if
           end-if.
           move as-element-sz to w-element-sz.
           move w-element-sz to w-array-element-sz.
           move as-length to w-array-length.
                 read ARRAY-STAGE
                    at end exit perform
                 end-read
                 if STAGE-SEALED
                    move "D" to w-cipher-dir
                    perform cipher-stage-record
                       thru cipher-stage-record-ex
                 end-if
                 if STAGE-PACKED
                    perform unpack-stage-record
                       thru unpack-stage-record-ex
                 end-if
                 add 1 to w-stage-read-count
                 move w-array-element-sz to w-stage-hash-len
                 perform stage-hash-fold thru stage-hash-fold-ex
               ==!N== by ==1==.
           RETURN-OK.

      *         priority-queue entries: the array is kept in binary
      *         heap order on a sortkey.cpy key table, the root
      *         (element 0) being the lowest element for order A and
      *         the highest for D.  A bound above zero caps the size:
      *         once full, a newcomer only gets in by displacing the
      *         root, so an A heap bounded at N ends up holding the N
      *         highest elements seen (ties keep the earlier one)
       entry "array:heap-push" using
           l-array
           l-element
           l-sort-key-tbl
           l-sort-key-count
           l-sort-order
           l-heap-bound
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform reject-varlen thru reject-varlen-ex.
           perform catch-heap-keys thru catch-heap-keys-ex.
           move 0 to w-heap-bound.
           copy "catch9.pdv" replacing
               ==!W== by ==heap-bound==
               ==!N== by ==6==.

           if w-heap-bound > 0 and w-array-length >= w-heap-bound
              perform heap-open thru heap-open-ex
              perform heap-replace-root thru heap-replace-root-ex
           else
              perform realloc thru realloc-ex
              if w-ARRAY-OVERFLOWING
                 and w-array-length >= w-array-mem-capacity
                 move ERR-PAST-CEILING to w-last-error-code
                 move "a heap must fit in memory"
                    to w-last-error-msg
                 goback giving w-last-error-code
              end-if
              move w-array-length to w-index
              perform compute-element-ptr thru compute-element-ptr-ex
              perform move-linkage-value-to-the-array
                 thru move-linkage-value-to-the-array-ex
              perform heap-open thru heap-open-ex
              compute w-heap-idx = w-array-length - 1
              perform heap-sift-up thru heap-sift-up-ex
           end-if.
           perform heap-close thru heap-close-ex.

           add 1 to w-array-version.
           perform sync-registry thru sync-registry-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           RETURN-OK.

      *         take the root off the heap and restore heap order over
      *         the rest; KO on an empty heap
       entry "array:heap-pop" using
           l-array
           l-out-element
           l-sort-key-tbl
           l-sort-key-count
           l-sort-order
           .
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform reject-varlen thru reject-varlen-ex.
           perform catch-heap-keys thru catch-heap-keys-ex.

           if w-array-length = 0
              move ERR-BAD-INDEX to w-last-error-code
              move "heap is empty" to w-last-error-msg
              goback giving KO
           end-if.

           set address of d-array to w-array-ptr.
           move d-array(1:w-array-element-sz)
              to l-out-element(1:w-args-size(2)).
           if w-array-length > 1
              compute w-swap-idx2 =
                 (w-array-length - 1) * w-array-element-sz + 1
              move d-array(w-swap-idx2:w-array-element-sz)
                 to d-array(1:w-array-element-sz)
           end-if.
           subtract 1 from w-array-length.

           perform heap-open thru heap-open-ex.
           move 0 to w-heap-idx.
           perform heap-sift-down thru heap-sift-down-ex.
           perform heap-close thru heap-close-ex.

           add 1 to w-array-version.
           perform sync-registry thru sync-registry-ex.
           copy "movex.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           RETURN-OK.

      *         the root without taking it off; KO on an empty heap
       entry "array:heap-peek" using l-array l-out-element.
           CATCHPARAMS.
           copy "catchx.pdv" replacing
               ==!W== by ==array==
               ==!N== by ==1==.
           perform reject-varlen thru reject-varlen-ex.

           if w-array-length = 0
              move ERR-BAD-INDEX to w-last-error-code
              move "heap is empty" to w-last-error-msg
              goback giving KO
           end-if.

           set address of d-array to w-array-ptr.
           move d-array(1:w-array-element-sz)
              to l-out-element(1:w-args-size(2)).
           RETURN-OK.

       in-memory-sort.
           if SORT-STABLE
              perform initialize-stack
       swap-ex.
           exit.

      *         the key table and heap order shared by push and pop
       catch-heap-keys.
           move zeros to w-sort-key-tbl.
           copy "catchx.pdv" replacing
               ==!W== by ==sort-key-tbl==
               ==!N== by ==3==.
           move 0 to w-sort-key-count.
           copy "catch9.pdv" replacing
               ==!W== by ==sort-key-count==
               ==!N== by ==4==.
           move "A" to w-sort-order.
           copy "catchx.pdv" replacing
               ==!W== by ==sort-order==
               ==!N== by ==5==.

           if w-sort-key-count = 0
              or w-sort-key-count > 8
              goback giving KO
           end-if.
       catch-heap-keys-ex.
           exit.

       heap-open.
           move w-array-element-sz to w-audit-bytes
           move "array:heap" to w-audit-tag
           perform audit-alloc thru audit-alloc-ex
           move w-audit-ptr to w-pivot-value-ptr.
           move w-array-element-sz to w-audit-bytes
           move "array:heap" to w-audit-tag
           perform audit-alloc thru audit-alloc-ex
           move w-audit-ptr to w-swap-tmp-ptr.
           set address of d-pivot-value to w-pivot-value-ptr.
           set address of d-swap-tmp to w-swap-tmp-ptr.
           set address of d-array to w-array-ptr.
       heap-open-ex.
           exit.

       heap-close.
           move w-pivot-value-ptr to w-audit-ptr
           move "array:heap" to w-audit-tag
           perform audit-free thru audit-free-ex.
           move w-swap-tmp-ptr to w-audit-ptr
           move "array:heap" to w-audit-tag
           perform audit-free thru audit-free-ex.
       heap-close-ex.
           exit.

      *         w-compare-result below zero when the left element
      *         belongs nearer the root than the right one
       heap-compare.
           perform compare-multi-key thru compare-multi-key-ex.
           if SORT-DESCENDING
              multiply -1 by w-compare-result
           end-if.
       heap-compare-ex.
           exit.

       heap-sift-up.
           perform until w-heap-idx = 0
              compute w-heap-parent = (w-heap-idx - 1) / 2
              compute w-mk-left-pos =
                 w-heap-idx * w-array-element-sz + 1
              compute w-mk-right-pos =
                 w-heap-parent * w-array-element-sz + 1
              perform heap-compare thru heap-compare-ex
              if w-compare-result >= 0
                 exit perform
              end-if
              move w-mk-left-pos to w-swap-idx1
              move w-mk-right-pos to w-swap-idx2
              perform swap thru swap-ex
              move w-heap-parent to w-heap-idx
           end-perform.
       heap-sift-up-ex.
           exit.

       heap-sift-down.
           move "N" to w-heap-settled.
           perform until HEAP-SETTLED
              move w-heap-idx to w-heap-best
              compute w-heap-child = w-heap-idx * 2 + 1
              if w-heap-child < w-array-length
                 perform heap-try-child thru heap-try-child-ex
              end-if
              add 1 to w-heap-child
              if w-heap-child < w-array-length
                 perform heap-try-child thru heap-try-child-ex
              end-if
              if w-heap-best = w-heap-idx
                 move "Y" to w-heap-settled
              else
                 compute w-swap-idx1 =
                    w-heap-idx * w-array-element-sz + 1
                 compute w-swap-idx2 =
                    w-heap-best * w-array-element-sz + 1
                 perform swap thru swap-ex
                 move w-heap-best to w-heap-idx
              end-if
           end-perform.
       heap-sift-down-ex.
           exit.

       heap-try-child.
           compute w-mk-left-pos =
              w-heap-child * w-array-element-sz + 1.
           compute w-mk-right-pos =
              w-heap-best * w-array-element-sz + 1.
           perform heap-compare thru heap-compare-ex.
           if w-compare-result < 0
              move w-heap-child to w-heap-best
           end-if.
       heap-try-child-ex.
           exit.

      *         a full bounded heap: the newcomer replaces the root
      *         only when it belongs further from the root than the
      *         root does, otherwise it is simply not kept
       heap-replace-root.
           move spaces to d-pivot-value(1:w-array-element-sz).
           move l-element(1:w-args-size(2))
              to d-pivot-value(1:w-array-element-sz).
           move 1 to w-mk-left-pos.
           perform compare-multi-key-pivot
              thru compare-multi-key-pivot-ex.
           if SORT-DESCENDING
              multiply -1 by w-compare-result
           end-if.
           if w-compare-result >= 0
              exit paragraph
           end-if.
           move d-pivot-value(1:w-array-element-sz)
              to d-array(1:w-array-element-sz).
           move 0 to w-heap-idx.
           perform heap-sift-down thru heap-sift-down-ex.
       heap-replace-root-ex.
           exit.

       group-by-array.
           move 0 to w-grp-key-len.
           perform varying w-mk-idx from 1 by 1
              compute w-ovfl-relkey =
                 w-array-ovfl-base + w-index - w-array-mem-capacity + 1
              read ARRAY-OVERFLOW
              perform open-overflow-record
                 thru open-overflow-record-ex
              set address of d-array to address of array-overflow-rec
           else
              perform compute-element-ptr thru compute-element-ptr-ex
                 and w-ovfl-slot-owner(w-ovfl-slot-idx) = w-array-ptr
                 move w-ovfl-slot-base(w-ovfl-slot-idx)
                    to w-array-ovfl-base
                 move w-ovfl-slot-keyid(w-ovfl-slot-idx)
                    to w-ovfl-cipher-keyid
                 move w-ovfl-slot-nonce(w-ovfl-slot-idx)
                    to w-ovfl-cipher-nonce
                 move w-ovfl-slot-key(w-ovfl-slot-idx)
                    to w-ovfl-cipher-key
                 move w-ovfl-slot-key-len(w-ovfl-slot-idx)
                    to w-ovfl-cipher-key-len
                 move "Y" to w-ovfl-slot-found
              end-if
           end-perform.
                    move w-ovfl-slot-base(w-ovfl-slot-idx)
                       to w-array-ovfl-base
                    move "Y" to w-ovfl-slot-found
                    perform find-spill-seal
                       thru find-spill-seal-ex
                 end-if
              end-perform
              if SPILL-KEY-MISSING
                 move ERR-STAGE-KEY to w-last-error-code
                 move "spill key id not in ARRKEYS"
                    to w-last-error-msg
                 goback giving w-last-error-code
              end-if
              perform check-slot-usage thru check-slot-usage-ex
              perform write-overflow-directory
                 thru write-overflow-directory-ex
                 initialize w-ovfl-slot-owner(w-ovfl-slot-idx)
                 move 0 to w-ovfl-slot-base(w-ovfl-slot-idx)
                 move spaces to w-ovfl-slot-name(w-ovfl-slot-idx)
                 move spaces to w-ovfl-slot-keyid(w-ovfl-slot-idx)
                 move spaces to w-ovfl-slot-nonce(w-ovfl-slot-idx)
                 move spaces to w-ovfl-slot-key(w-ovfl-slot-idx)
                 move 0 to w-ovfl-slot-key-len(w-ovfl-slot-idx)
              end-if
           end-perform.
           perform write-overflow-directory
           move spaces to array-overflow-rec.
           move l-element(1:w-args-size(2))
              to array-overflow-rec(1:w-array-element-sz).
           perform seal-overflow-record
              thru seal-overflow-record-ex.
           write array-overflow-rec.
           add 1 to w-array-length.
       append-to-overflow-ex.
           compute w-ovfl-relkey =
              w-array-ovfl-base + w-index - w-array-mem-capacity + 1.
           read ARRAY-OVERFLOW.
           perform open-overflow-record
              thru open-overflow-record-ex.
           move array-overflow-rec(1:w-array-element-sz)
              to l-out-element(1:w-args-size(2)).
       get-from-overflow-ex.
           compute w-ovfl-relkey =
              w-array-ovfl-base + w-index - w-array-mem-capacity + 1.
           read ARRAY-OVERFLOW.
           perform open-overflow-record
              thru open-overflow-record-ex.
           move spaces to as-data-element.
           move array-overflow-rec(1:w-array-element-sz)
              to as-data-element(1:w-array-element-sz).
              read ARRAY-STAGE
                 at end exit perform
              end-read
              if STAGE-SEALED
                 move "D" to w-cipher-dir
                 perform cipher-stage-record
                    thru cipher-stage-record-ex
              end-if
              if STAGE-PACKED
                 perform unpack-stage-record
                    thru unpack-stage-record-ex
              end-if

              if as-data-element(1:9) is numeric
                 add 1 to w-stage-read-count
       stage-hash-fold-ex.
           exit.

      *         pack the element image already folded into the hash:
      *         trailing blanks go, runs of three or more equal bytes
      *         become a count and the byte, everything else goes out
      *         in literal runs of up to 128, and the end byte closes
      *         the record so padding after it is never read as data
       pack-stage-element.
           move w-stage-hash-len to w-pack-in-len.
           perform until w-pack-in-len = 0
              or as-data-element(w-pack-in-len:1) not = space
              subtract 1 from w-pack-in-len
           end-perform.
           move spaces to w-pack-buf.
           move 0 to w-pack-len.
           move 0 to w-pack-lit-len.
           move 1 to w-pack-pos.
           perform until w-pack-pos > w-pack-in-len
              move 1 to w-pack-run
              perform until w-pack-pos + w-pack-run > w-pack-in-len
                 or w-pack-run >= 128
                 or as-data-element(w-pack-pos + w-pack-run:1)
                    not = as-data-element(w-pack-pos:1)
                 add 1 to w-pack-run
              end-perform
              if w-pack-run >= 3
                 perform flush-pack-literal
                    thru flush-pack-literal-ex
                 compute w-pack-ctl = 257 - w-pack-run
                 add 1 to w-pack-len
                 move function char(w-pack-ctl + 1)
                    to w-pack-buf(w-pack-len:1)
                 add 1 to w-pack-len
                 move as-data-element(w-pack-pos:1)
                    to w-pack-buf(w-pack-len:1)
                 add w-pack-run to w-pack-pos
              else
                 if w-pack-lit-len = 0
                    move w-pack-pos to w-pack-lit-start
                 end-if
                 add 1 to w-pack-lit-len
                 if w-pack-lit-len >= 128
                    perform flush-pack-literal
                       thru flush-pack-literal-ex
                 end-if
                 add 1 to w-pack-pos
              end-if
           end-perform.
           perform flush-pack-literal
              thru flush-pack-literal-ex.
           add 1 to w-pack-len.
           move function char(129) to w-pack-buf(w-pack-len:1).

           move spaces to as-data-element.
           move w-pack-buf(1:w-pack-len)
              to as-data-element(1:w-pack-len).
           move w-pack-len to w-stage-rec-sz.
       pack-stage-element-ex.
           exit.

       flush-pack-literal.
           if w-pack-lit-len = 0
              exit paragraph
           end-if.
           add 1 to w-pack-len.
           move function char(w-pack-lit-len)
              to w-pack-buf(w-pack-len:1).
           move as-data-element(w-pack-lit-start:w-pack-lit-len)
              to w-pack-buf(w-pack-len + 1:w-pack-lit-len).
           add w-pack-lit-len to w-pack-len.
           move 0 to w-pack-lit-len.
       flush-pack-literal-ex.
           exit.

       unpack-stage-record.
           move as-data-element to w-pack-buf.
           perform unpack-pack-buf thru unpack-pack-buf-ex.
           move w-unpack-buf to as-data-element.
       unpack-stage-record-ex.
           exit.

      *         rebuild the element image from w-pack-buf into
      *         w-unpack-buf, blank-filled.  A control byte that would
      *         run past either buffer ends the record early -- the
      *         element then fails the trailer hash instead of
      *         overrunning storage
       unpack-pack-buf.
           move spaces to w-unpack-buf.
           move 1 to w-pack-pos.
           move 0 to w-pack-fill.
           move "N" to w-pack-end.
           perform until PACK-END-SEEN
              or w-pack-pos > MAX-STAGE-ELEMENT-SZ
              compute w-pack-ctl = function ord(
                 w-pack-buf(w-pack-pos:1)) - 1
              evaluate true
                 when w-pack-ctl = 128
                    move "Y" to w-pack-end
                 when w-pack-ctl < 128
                    compute w-pack-run = w-pack-ctl + 1
                    if w-pack-pos + w-pack-run > MAX-STAGE-ELEMENT-SZ
                       or w-pack-fill + w-pack-run
                          > MAX-STAGE-ELEMENT-SZ
                       move "Y" to w-pack-end
                    else
                       move w-pack-buf(w-pack-pos + 1:w-pack-run)
                          to w-unpack-buf(w-pack-fill + 1:w-pack-run)
                       add w-pack-run to w-pack-fill
                       compute w-pack-pos =
                          w-pack-pos + w-pack-run + 1
                    end-if
                 when other
                    compute w-pack-run = 257 - w-pack-ctl
                    if w-pack-pos >= MAX-STAGE-ELEMENT-SZ
                       or w-pack-fill + w-pack-run
                          > MAX-STAGE-ELEMENT-SZ
                       move "Y" to w-pack-end
                    else
                       perform varying w-pack-lit-len from 1 by 1
                          until w-pack-lit-len > w-pack-run
                          move w-pack-buf(w-pack-pos + 1:1)
                             to w-unpack-buf(
                                w-pack-fill + w-pack-lit-len:1)
                       end-perform
                       add w-pack-run to w-pack-fill
                       add 2 to w-pack-pos
                    end-if
              end-evaluate
           end-perform.
           move 0 to w-pack-lit-len.
       unpack-pack-buf-ex.
           exit.

      *         the key id the current catalog row of the name being
      *         saved asks for, and its material when ARRKEYS has it.
      *         A key id left with STAGE-SEALED off means the key is
      *         missing
       find-stage-seal.
           move "N" to w-stage-sealed.
           move spaces to w-stage-keyid.
           if w-stage-name = spaces
              exit paragraph
           end-if.
           perform load-stage-catalog
              thru load-stage-catalog-ex.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              if w-stcat-name(w-stcat-idx) = w-stage-name
                 and w-stcat-gen(w-stcat-idx) = spaces
                 move w-stcat-keyid(w-stcat-idx) to w-stage-keyid
              end-if
           end-perform.
           if w-stage-keyid = spaces
              exit paragraph
           end-if.
           perform open-stage-seal
              thru open-stage-seal-ex.
       find-stage-seal-ex.
           exit.

       open-stage-seal.
           move "N" to w-stage-sealed.
           move w-stage-keyid to w-cipher-keyid.
           perform find-stage-key
              thru find-stage-key-ex.
           if not STAGE-KEY-FOUND
              exit paragraph
           end-if.
           move w-cipher-key to w-stage-key.
           move w-cipher-key-len to w-stage-key-len.
           move "Y" to w-stage-sealed.
       open-stage-seal-ex.
           exit.

      *         the material ARRKEYS holds for w-cipher-keyid; a
      *         retired key still opens what it sealed
       find-stage-key.
           move "N" to w-key-found.
           move spaces to w-cipher-key.
           move 0 to w-cipher-key-len.
           move space to w-cipher-key-state.
           open input KEY-FILE.
           if KEY-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read KEY-FILE.
           perform until KEY-FILE-AT-EOF
              or STAGE-KEY-FOUND
              if ky-id = w-cipher-keyid
                 and (KY-ACTIVE or KY-RETIRED)
                 and ky-material not = spaces
                 move ky-material to w-cipher-key
                 move ky-state to w-cipher-key-state
                 move "Y" to w-key-found
              else
                 read KEY-FILE
              end-if
           end-perform.
           close KEY-FILE.
           if not STAGE-KEY-FOUND
              exit paragraph
           end-if.
           move 64 to w-cipher-key-len.
           perform until w-cipher-key-len < 2
              or w-cipher-key(w-cipher-key-len:1) not = space
              subtract 1 from w-cipher-key-len
           end-perform.
       find-stage-key-ex.
           exit.

      *         seal or open the stage record in as-data-element,
      *         w-stage-rec-sz bytes of it, as record w-index
       cipher-stage-record.
           move w-stage-key to w-cipher-key.
           move w-stage-key-len to w-cipher-key-len.
           move w-stage-nonce to w-cipher-nonce.
           move w-index to w-cipher-recno.
           move w-stage-rec-sz to w-cipher-len.
           move as-data-element to w-cipher-buf.
           perform run-stage-cipher
              thru run-stage-cipher-ex.
           move w-cipher-buf(1:w-cipher-len)
              to as-data-element(1:w-cipher-len).
       cipher-stage-record-ex.
           exit.

      *         the spill of an array staged under a sensitive name
      *         is sealed with that name's key: the key the stage
      *         being loaded opened with, or else the one on the
      *         current catalog row the array is named or owns
       find-spill-seal.
           move "N" to w-spill-key-missing.
           move spaces to w-ovfl-cipher-keyid.
           move spaces to w-cipher-keyid.
           if STAGE-SEALED
              move w-stage-keyid to w-cipher-keyid
              move w-stage-key to w-cipher-key
              move w-stage-key-len to w-cipher-key-len
           else
              open input STAGE-CATALOG
              if not STCAT-FILE-NOT-FOUND
                 read STAGE-CATALOG
                 perform until STCAT-FILE-AT-EOF
                    if sc-gen = spaces
                       and sc-keyid not = spaces
                       and (sc-name = w-array-name(1:30)
                          or sc-owner = w-array-name(1:30))
                       move sc-keyid to w-cipher-keyid
                    end-if
                    read STAGE-CATALOG
                 end-perform
                 close STAGE-CATALOG
              end-if
              if w-cipher-keyid = spaces
                 exit paragraph
              end-if
              perform find-stage-key
                 thru find-stage-key-ex
              if not STAGE-KEY-FOUND
      *         no key, no spill: hand the slot straight back
                 move "Y" to w-spill-key-missing
                 move "N" to w-ovfl-slot-active(w-ovfl-slot-idx)
                 initialize w-ovfl-slot-owner(w-ovfl-slot-idx)
                 move 0 to w-ovfl-slot-base(w-ovfl-slot-idx)
                 move spaces to w-ovfl-slot-name(w-ovfl-slot-idx)
                 exit paragraph
              end-if
           end-if.
           move w-cipher-keyid to w-ovfl-slot-keyid(w-ovfl-slot-idx).
           move w-ovfl-slot-idx to w-nonce-slot.
           move spaces to w-ovfl-slot-nonce(w-ovfl-slot-idx).
           string function current-date(3:14) w-nonce-slot
              delimited by size
              into w-ovfl-slot-nonce(w-ovfl-slot-idx)
           end-string.
           move w-cipher-key to w-ovfl-slot-key(w-ovfl-slot-idx).
           move w-cipher-key-len
              to w-ovfl-slot-key-len(w-ovfl-slot-idx).
           move w-cipher-keyid to w-ovfl-cipher-keyid.
           move w-ovfl-slot-nonce(w-ovfl-slot-idx)
              to w-ovfl-cipher-nonce.
           move w-cipher-key to w-ovfl-cipher-key.
           move w-cipher-key-len to w-ovfl-cipher-key-len.
       find-spill-seal-ex.
           exit.

       seal-overflow-record.
           move "E" to w-cipher-dir.
           perform cipher-overflow-record
              thru cipher-overflow-record-ex.
       seal-overflow-record-ex.
           exit.

       open-overflow-record.
           move "D" to w-cipher-dir.
           perform cipher-overflow-record
              thru cipher-overflow-record-ex.
       open-overflow-record-ex.
           exit.

      *         a spilled record's number is its offset inside its
      *         band -- bands start on a stride boundary wherever
      *         arrcompact moves them
       cipher-overflow-record.
           if w-ovfl-cipher-keyid = spaces
              exit paragraph
           end-if.
           move w-ovfl-cipher-key to w-cipher-key.
           move w-ovfl-cipher-key-len to w-cipher-key-len.
           move w-ovfl-cipher-nonce to w-cipher-nonce.
           compute w-cipher-recno =
              function mod(w-ovfl-relkey - 1, OVFL-SLOT-STRIDE).
           move w-array-element-sz to w-cipher-len.
           move array-overflow-rec to w-cipher-buf.
           perform run-stage-cipher
              thru run-stage-cipher-ex.
           move w-cipher-buf(1:w-cipher-len)
              to array-overflow-rec(1:w-cipher-len).
       cipher-overflow-record-ex.
           exit.

      *         key the stream from key material, nonce and record
      *         number, drop its first 256 bytes, then add it to
      *         (seal) or take it from (open) each of the first
      *         w-cipher-len bytes of w-cipher-buf, modulo 256
       run-stage-cipher.
           move spaces to w-cipher-seed.
           move w-cipher-key(1:w-cipher-key-len)
              to w-cipher-seed(1:w-cipher-key-len).
           move w-cipher-nonce
              to w-cipher-seed(w-cipher-key-len + 1:16).
           move w-cipher-recno
              to w-cipher-seed(w-cipher-key-len + 17:9).
           compute w-cipher-seed-len = w-cipher-key-len + 25.
           perform varying w-cipher-pos from 1 by 1
              until w-cipher-pos > 256
              compute w-rc4-s(w-cipher-pos) = w-cipher-pos - 1
           end-perform.
           move 0 to w-rc4-j.
           perform varying w-cipher-pos from 0 by 1
              until w-cipher-pos > 255
              move w-cipher-pos to w-rc4-i
              compute w-rc4-k = function ord(w-cipher-seed(
                 function mod(w-cipher-pos, w-cipher-seed-len) + 1
                 :1)) - 1
              compute w-rc4-j = function mod(
                 w-rc4-j + w-rc4-s(w-rc4-i + 1) + w-rc4-k, 256)
              perform swap-cipher-state
                 thru swap-cipher-state-ex
           end-perform.
           move 0 to w-rc4-i.
           move 0 to w-rc4-j.
           perform 256 times
              perform next-cipher-byte
                 thru next-cipher-byte-ex
           end-perform.

           perform varying w-cipher-pos from 1 by 1
              until w-cipher-pos > w-cipher-len
              perform next-cipher-byte
                 thru next-cipher-byte-ex
              compute w-cipher-byte = function ord(
                 w-cipher-buf(w-cipher-pos:1)) - 1
              if CIPHER-ENCRYPT
                 compute w-cipher-byte = function mod(
                    w-cipher-byte + w-rc4-k, 256)
              else
                 compute w-cipher-byte = function mod(
                    w-cipher-byte + 256 - w-rc4-k, 256)
              end-if
              move function char(w-cipher-byte + 1)
                 to w-cipher-buf(w-cipher-pos:1)
           end-perform.
       run-stage-cipher-ex.
           exit.

       next-cipher-byte.
           compute w-rc4-i = function mod(w-rc4-i + 1, 256).
           compute w-rc4-j = function mod(
              w-rc4-j + w-rc4-s(w-rc4-i + 1), 256).
           perform swap-cipher-state
              thru swap-cipher-state-ex.
           compute w-rc4-k = w-rc4-s(function mod(
              w-rc4-s(w-rc4-i + 1) + w-rc4-s(w-rc4-j + 1), 256) + 1).
       next-cipher-byte-ex.
           exit.

       swap-cipher-state.
           move w-rc4-s(w-rc4-i + 1) to w-rc4-t.
           move w-rc4-s(w-rc4-j + 1) to w-rc4-s(w-rc4-i + 1).
           move w-rc4-t to w-rc4-s(w-rc4-j + 1).
       swap-cipher-state-ex.
           exit.

      *         what one stage file takes on disk against what the
      *         same records take written plain: every plain data
      *         and trailer record is a full element record
       measure-stage-file.
           move 0 to w-rpt-stored-bytes.
           move 0 to w-rpt-raw-bytes.
           move w-stcat-fileid(w-stcat-idx) to w-stage-assign.
           open input ARRAY-STAGE.
           if STAGE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "N" to w-pack-end.
           read ARRAY-STAGE
              at end move "Y" to w-pack-end
           end-read.
           perform until PACK-END-SEEN
              if w-rpt-stored-bytes = 0
                 add w-stage-rec-sz to w-rpt-raw-bytes
              else
                 add MAX-STAGE-ELEMENT-SZ to w-rpt-raw-bytes
              end-if
              add w-stage-rec-sz to w-rpt-stored-bytes
              read ARRAY-STAGE
                 at end move "Y" to w-pack-end
              end-read
           end-perform.
           close ARRAY-STAGE.
       measure-stage-file-ex.
           exit.

      *         a load that cannot produce a matching trailer hands
      *         back an error instead of a silently short array: no
      *         trailer at all means the save died mid-write, a count
           move spaces to array-overflow-rec.
           move as-data-element(1:w-array-element-sz)
              to array-overflow-rec(1:w-array-element-sz).
           perform seal-overflow-record
              thru seal-overflow-record-ex.
           write array-overflow-rec.
       restore-element-to-overflow-ex.
           exit.
              move spaces to array-overflow-rec
              move d-array(1:w-array-element-sz)
                 to array-overflow-rec(1:w-array-element-sz)
              perform seal-overflow-record
                 thru seal-overflow-record-ex
              write array-overflow-rec

              add 1 to w-array-length
      *         with the owning array and a timestamp
       resolve-stage-name.
           move "ARRSTAGE" to w-stage-assign.
           move "N" to w-stage-pack-wanted.
           if w-stage-name = spaces
              exit paragraph
           end-if.
              end-if
           end-perform.
           if STCAT-ENTRY-FOUND
              if w-stcat-compress(w-cur-hit) = "Y"
                 move "Y" to w-stage-pack-wanted
              end-if
              if w-stcat-retain(w-cur-hit) > 0
                 perform roll-stage-generations
                    thru roll-stage-generations-ex
           move w-run-stamp to w-stcat-stamp(w-stcat-count).
           move 0 to w-stcat-retain(w-stcat-count).
           move spaces to w-stcat-gen(w-stcat-count).
           move "N" to w-stcat-compress(w-stcat-count).
           move spaces to w-stcat-keyid(w-stcat-count).
           move w-stcat-fileid(w-stcat-count) to w-stage-assign.
           perform write-stage-catalog
              thru write-stage-catalog-ex.
           move w-stcat-retain(w-cur-hit)
              to w-stcat-retain(w-stcat-count).
           move spaces to w-stcat-gen(w-stcat-count).
           move w-stcat-compress(w-cur-hit)
              to w-stcat-compress(w-stcat-count).
           move w-stcat-keyid(w-cur-hit)
              to w-stcat-keyid(w-stcat-count).
      *         the retention count now rides the current row only
           move 0 to w-stcat-retain(w-cur-hit).
           move w-stcat-fileid(w-stcat-count) to w-stage-assign.
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
                 w-array-ovfl-base + w-ext-abs-idx
                 - w-array-mem-capacity + 1
              read ARRAY-OVERFLOW
              perform open-overflow-record
                 thru open-overflow-record-ex
              compute w-ext-buf-pos =
                 w-ext-elem-idx * w-array-element-sz + 1
              move array-overflow-rec(1:w-array-element-sz)
              move spaces to array-overflow-rec
              move d-ext-buf(w-ext-buf-pos:w-array-element-sz)
                 to array-overflow-rec(1:w-array-element-sz)
              perform seal-overflow-record
                 thru seal-overflow-record-ex
              rewrite array-overflow-rec
           end-perform.
       ext-sort-overflow-run-ex.
              move d-ext-heads
                      (w-ext-pick-pos:w-array-element-sz)
                 to array-overflow-rec(1:w-array-element-sz)
              perform seal-overflow-record
                 thru seal-overflow-record-ex
              perform ext-put-overflow thru ext-put-overflow-ex
              add 1 to w-ext-out-seq

                 w-array-ovfl-base + w-ext-abs-idx
                 - w-array-mem-capacity + 1
              read ARRAY-OVERFLOW
              perform open-overflow-record
                 thru open-overflow-record-ex
              move array-overflow-rec(1:w-array-element-sz)
                 to d-ext-heads
                    (w-ext-pick-pos:w-array-element-sz)
              compute w-ovfl-relkey =
                 w-ext-scratch-base + w-ext-abs-idx + 1
              read ARRAY-OVERFLOW
              perform open-overflow-record
                 thru open-overflow-record-ex
              if w-ext-abs-idx < w-array-mem-capacity
                 compute w-ext-buf-pos =
                    w-ext-abs-idx * w-array-element-sz + 1
                 compute w-ovfl-relkey =
                    w-array-ovfl-base + w-ext-abs-idx
                    - w-array-mem-capacity + 1
                 perform seal-overflow-record
                    thru seal-overflow-record-ex
                 rewrite array-overflow-rec
              end-if
           end-perform.
              upon console.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
              perform measure-stage-file
                 thru measure-stage-file-ex
              display
                 "  stage=" w-stcat-name(w-stcat-idx)
                 " file=" w-stcat-fileid(w-stcat-idx)
                 " at=" w-stcat-stamp(w-stcat-idx)
                 " gen=" w-stcat-gen(w-stcat-idx)
                 " retain=" w-stcat-retain(w-stcat-idx)
                 " compress=" w-stcat-compress(w-stcat-idx)
                 " key=" w-stcat-keyid(w-stcat-idx)
                 " bytes=" w-rpt-stored-bytes
                 " uncompressed=" w-rpt-raw-bytes
                 upon console
           end-perform.
           move "ARRSTAGE" to w-stage-assign.
           goback giving OK.

      *         record how many prior generations a save of this name
              thru release-stage-lock-ex.
           goback giving OK.

      *         turn packed saving on (Y) or off (N) for a stage name.
      *         Like the retention count it rides the current row and
      *         takes effect at the next save; files already written
      *         load the way their own header says
       entry "array:stage-compression"
           using l-name-param l-compress-flag.
           CATCHPARAMS.
           move spaces to w-stage-name.
           move l-name-param(1:30) to w-stage-name.
           if w-stage-name = spaces
              or (l-compress-flag not = "Y"
                 and l-compress-flag not = "N")
              goback giving KO
           end-if.

           perform acquire-stage-lock
              thru acquire-stage-lock-ex.
           perform load-stage-catalog
              thru load-stage-catalog-ex.
           move "N" to w-stcat-found.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
                 or STCAT-ENTRY-FOUND
              if w-stcat-name(w-stcat-idx) = w-stage-name
                 and w-stcat-gen(w-stcat-idx) = spaces
                 move l-compress-flag
                    to w-stcat-compress(w-stcat-idx)
                 move "Y" to w-stcat-found
              end-if
           end-perform.
           if not STCAT-ENTRY-FOUND
              perform release-stage-lock
                 thru release-stage-lock-ex
              move ERR-STAGE-NAME to w-last-error-code
              move "stage name not in ARRSTCAT catalog"
                 to w-last-error-msg
              goback giving w-last-error-code
           end-if.
           perform write-stage-catalog
              thru write-stage-catalog-ex.
           perform release-stage-lock
              thru release-stage-lock-ex.
           goback giving OK.

      *         hand a packed element record read straight off a
      *         stage file back as the plain element image -- for
      *         the utilities that walk ARRSTGnn records themselves.
      *         The record area passed must be a full element record
       entry "array:stage-unpack" using l-element.
           CATCHPARAMS.
           if w-args-size(1) < MAX-STAGE-ELEMENT-SZ
              goback giving KO
           end-if.
           move l-element(1:MAX-STAGE-ELEMENT-SZ) to w-pack-buf.
           perform unpack-pack-buf thru unpack-pack-buf-ex.
           move w-unpack-buf to l-element(1:MAX-STAGE-ELEMENT-SZ).
           goback giving OK.

      *         mark a stage name sensitive under an active ARRKEYS
      *         key id, or clear it with a blank one.  Like
      *         compression it rides the current row and takes effect
      *         at the next save; files already written open with the
      *         key their own header names
       entry "array:stage-key" using l-name-param l-key-id.
           CATCHPARAMS.
           move spaces to w-stage-name.
           move l-name-param(1:30) to w-stage-name.
           if w-stage-name = spaces
              goback giving KO
           end-if.
           if l-key-id not = spaces
              move l-key-id to w-cipher-keyid
              perform find-stage-key
                 thru find-stage-key-ex
              if not STAGE-KEY-FOUND or not CIPHER-KEY-ACTIVE
                 move ERR-STAGE-KEY to w-last-error-code
                 move "stage key id not active in ARRKEYS"
                    to w-last-error-msg
                 goback giving w-last-error-code
              end-if
           end-if.

           perform acquire-stage-lock
              thru acquire-stage-lock-ex.
           perform load-stage-catalog
              thru load-stage-catalog-ex.
           move "N" to w-stcat-found.
           perform varying w-stcat-idx from 1 by 1
              until w-stcat-idx > w-stcat-count
                 or STCAT-ENTRY-FOUND
              if w-stcat-name(w-stcat-idx) = w-stage-name
                 and w-stcat-gen(w-stcat-idx) = spaces
                 move l-key-id to w-stcat-keyid(w-stcat-idx)
                 move "Y" to w-stcat-found
              end-if
           end-perform.
           if not STCAT-ENTRY-FOUND
              perform release-stage-lock
                 thru release-stage-lock-ex
              move ERR-STAGE-NAME to w-last-error-code
              move "stage name not in ARRSTCAT catalog"
                 to w-last-error-msg
              goback giving w-last-error-code
           end-if.
           perform write-stage-catalog
              thru write-stage-catalog-ex.
           perform release-stage-lock
              thru release-stage-lock-ex.
           goback giving OK.

      *         seal (E) or open (D) one stage data record the way a
      *         save does, for the utilities that walk ARRSTGnn
      *         records themselves: key id and nonce from the stage
      *         header, the record's number counting from 0 after it.
      *         The whole area passed is run through, up to a full
      *         element record; a shorter record on disk just uses
      *         the front of it
       entry "array:stage-cipher" using
           l-element
           l-key-id
           l-nonce
           l-index
           l-cipher-dir
           .
           CATCHPARAMS.
           if w-narg < 5
              or (l-cipher-dir not = "E" and l-cipher-dir not = "D")
              goback giving KO
           end-if.
           copy "catch9.pdv" replacing
               ==!W== by ==index==
               ==!N== by ==4==.
           move l-key-id to w-cipher-keyid.
           perform find-stage-key
              thru find-stage-key-ex.
           if not STAGE-KEY-FOUND
              move ERR-STAGE-KEY to w-last-error-code
              move "stage key id not in ARRKEYS"
                 to w-last-error-msg
              goback giving w-last-error-code
           end-if.
           move l-nonce to w-cipher-nonce.
           move w-index to w-cipher-recno.
           move l-cipher-dir to w-cipher-dir.
           move w-args-size(1) to w-cipher-len.
           if w-cipher-len > MAX-STAGE-ELEMENT-SZ
              move MAX-STAGE-ELEMENT-SZ to w-cipher-len
           end-if.
           move spaces to w-cipher-buf.
           move l-element(1:w-cipher-len)
              to w-cipher-buf(1:w-cipher-len).
           perform run-stage-cipher
              thru run-stage-cipher-ex.
           move w-cipher-buf(1:w-cipher-len)
              to l-element(1:w-cipher-len).
           goback giving OK.

      *         the code and text of the most recent failure, for the
      *         automation that must tell a retryable lock wait from a
      *         page-someone checksum break.  The handle names whose
