       identification division.
         program-id.  arrdist.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select DIST-CARD assign "DISTCARD"
              organization line sequential
              file status is w-card-file-status.
           select DIST-RECIPIENTS assign "DISTRCPT"
              organization line sequential
              file status is w-rcpt-file-status.
           select BURST-INDEX assign "BURSTIDX"
              organization line sequential
              file status is w-idx-file-status.
           select BURST-PIECE assign to dynamic w-piece-assign
              organization line sequential
              file status is w-piece-file-status.
           select DELIVERY-FILE assign to dynamic w-deliver-assign
              organization line sequential
              file status is w-dlv-file-status.
           select DIST-RETAIN assign "DISTRETN"
              organization line sequential
              file status is w-retn-file-status.
           select DIST-MANIFEST assign "DISTMAN"
              organization line sequential
              file status is w-man-file-status.
       data division.
       file section.
       fd  DIST-CARD.
       01  dist-card-rec pic x(80).
      *         who gets which piece of which report: the break value
      *         as arrburst put it between the brackets, the logical
      *         name the recipient collects from (the run maps it to
      *         the recipient's folder) and the copies wanted
       fd  DIST-RECIPIENTS.
       01  dist-recipient-rec.
           05 dr-report pic x(08).
           05 dr-break-value pic x(40).
           05 dr-recipient pic x(20).
           05 dr-deliver pic x(08).
           05 dr-copies pic 9(02).
       fd  BURST-INDEX.
       01  burst-index-rec pic x(132).
       fd  BURST-PIECE.
       01  burst-piece-rec pic x(132).
       fd  DELIVERY-FILE.
       01  delivery-rec pic x(132).
      *         every piece as distributed, kept by business date for
      *         reprints
       fd  DIST-RETAIN.
       01  dist-retain-rec.
           05 dn-bdate pic x(08).
           05 dn-report pic x(08).
           05 dn-piece pic x(08).
           05 dn-line pic x(132).
      *         who received what, and when: one line per delivery,
      *         kept from run to run
       fd  DIST-MANIFEST.
       01  dist-manifest-rec.
           05 dm-stamp pic x(15).
           05 filler pic x.
           05 dm-bdate pic x(08).
           05 filler pic x.
           05 dm-report pic x(08).
           05 filler pic x.
           05 dm-piece pic x(08).
           05 filler pic x.
           05 dm-break-value pic x(40).
           05 filler pic x.
           05 dm-recipient pic x(20).
           05 filler pic x.
           05 dm-deliver pic x(08).
           05 filler pic x.
           05 dm-copies pic z9.
           05 filler pic x.
           05 dm-lines pic z(08)9.
           05 filler pic x.
           05 dm-pages pic z(04)9.
           05 filler pic x.
           05 dm-status pic x(09).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  RECIPIENT-MAX value 500.
       78  REPRINT-PIECE-MAX value 200.

      *         gets arrburst's pieces to the people who read them.
      *         Each PIECE on BURSTIDX goes to every recipient the
      *         DISTRCPT table names for the report and break value,
      *         as many copies as asked, each copy under a banner;
      *         a piece nobody is named for goes into the
      *         undistributed package.  Every piece is retained on
      *         DISTRETN under the business date and every delivery
      *         is on DISTMAN with its line and page counts.
      *         DISTCARD:
      *           REPORT id              the report the pieces are of
      *           DATE ccyymmdd          the business date, the
      *                                  rundate one unless told
      *           UNDIST name            the undistributed package,
      *                                  UNDISTRB unless told
      *           REPRINT recipient ccyymmdd
      *                                  no distribution: the pieces
      *                                  the recipient received that
      *                                  day are delivered again from
      *                                  DISTRETN, one copy each
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rcpt-file-status pic x(02) value spaces.
           88  RCPT-FILE-NOT-FOUND value "35".
           88  RCPT-FILE-AT-EOF value "10".
       77  w-idx-file-status pic x(02) value spaces.
           88  IDX-FILE-NOT-FOUND value "35".
           88  IDX-FILE-AT-EOF value "10".
       77  w-piece-file-status pic x(02) value spaces.
           88  PIECE-FILE-NOT-FOUND value "35".
           88  PIECE-FILE-AT-EOF value "10".
       77  w-dlv-file-status pic x(02) value spaces.
           88  DLV-FILE-NOT-FOUND value "35".
       77  w-retn-file-status pic x(02) value spaces.
           88  RETN-FILE-NOT-FOUND value "35".
           88  RETN-FILE-AT-EOF value "10".
       77  w-man-file-status pic x(02) value spaces.
           88  MAN-FILE-NOT-FOUND value "35".
           88  MAN-FILE-AT-EOF value "10".
       77  w-piece-assign pic x(08) value spaces.
       77  w-deliver-assign pic x(08) value spaces.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-1 pic x(20) value spaces.
       77  w-tok-2 pic x(20) value spaces.
       77  w-report-id pic x(08) value spaces.
       77  w-business-date pic x(08) value spaces.
       77  w-undist-name pic x(08) value "UNDISTRB".
       77  w-reprint-recipient pic x(20) value spaces.
       77  w-reprint-date pic x(08) value spaces.
       77  w-run-stamp pic x(15) value spaces.

       77  w-rcpt-count pic 9(03) value 0.
       01  w-rcpt-tbl.
           05 w-rcpt-entry occurs RECIPIENT-MAX times.
              07 w-rc-report pic x(08).
              07 w-rc-break-value pic x(40).
              07 w-rc-recipient pic x(20).
              07 w-rc-deliver pic x(08).
              07 w-rc-copies pic 9(02).
       77  w-rcpt-idx pic 9(03) value 0.

      *         the piece in hand
       77  w-break-value pic x(40) value spaces.
       77  w-piece-lines pic 9(09) value 0.
       77  w-piece-pages pic 9(05) value 0.
       77  w-recipient pic x(20) value spaces.
       77  w-copies pic 9(02) value 0.
       77  w-copy-no pic 9(02) value 0.
       77  w-delivered pic x value "N".
           88  PIECE-DELIVERED value "Y".
       77  w-dist-status pic x(09) value spaces.
       77  z-copy pic z9.

      *         the pieces a reprint is of, from the manifest
       77  w-rp-count pic 9(03) value 0.
       01  w-rp-tbl.
           05 w-rp-entry occurs REPRINT-PIECE-MAX times.
              07 w-rp-piece pic x(08).
              07 w-rp-break-value pic x(40).
              07 w-rp-deliver pic x(08).
       77  w-rp-idx pic 9(03) value 0.

       77  w-piece-count pic 9(09) value 0.
       77  w-delivery-count pic 9(09) value 0.
       77  w-undist-count pic 9(09) value 0.
       77  w-missing-count pic 9(09) value 0.
       77  w-dist-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRDIST".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

       procedure division.
           perform read-dist-card thru read-dist-card-ex.
           if w-report-id = spaces
              display "ARRDIST DISTCARD needs REPORT" upon console
              goback giving KO
           end-if.
           if w-business-date = spaces
              call "rundate:today" using w-business-date
           end-if.
           perform get-run-stamp thru get-run-stamp-ex.
           perform load-recipients thru load-recipients-ex.

           call "runlog:start" using w-runlog-pgm.
           if w-reprint-recipient not = spaces
              perform find-reprint-pieces
                 thru find-reprint-pieces-ex
           end-if.
           open extend DIST-MANIFEST.
           if MAN-FILE-NOT-FOUND
              open output DIST-MANIFEST
           end-if.
           if w-reprint-recipient not = spaces
              perform reprint-recipient-pieces
                 thru reprint-recipient-pieces-ex
           else
              perform distribute-pieces thru distribute-pieces-ex
           end-if.
           close DIST-MANIFEST.

           display
              "ARRDIST report=" w-report-id
              " pieces=" w-piece-count
              " deliveries=" w-delivery-count
              " undistributed=" w-undist-count
              " missing=" w-missing-count
              upon console.
           if w-missing-count > 0
              move KO to w-dist-rc
           else
              move OK to w-dist-rc
           end-if.
           move w-piece-count to w-rl-run-read.
           move w-delivery-count to w-rl-run-written.
           move w-missing-count to w-rl-run-rejected.
           move w-dist-rc to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           goback giving w-dist-rc.

       read-dist-card.
           open input DIST-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read DIST-CARD.
           perform until CARD-FILE-AT-EOF
              move dist-card-rec to w-card-line
              perform parse-dist-line thru parse-dist-line-ex
              read DIST-CARD
           end-perform.
           close DIST-CARD.
       read-dist-card-ex.
           exit.

       parse-dist-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-1.
           move spaces to w-tok-2.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-1 w-tok-2
           end-unstring.
           evaluate w-tok-kind
              when "REPORT"
                 move w-tok-1 to w-report-id
              when "DATE"
                 move w-tok-1 to w-business-date
              when "UNDIST"
                 move w-tok-1 to w-undist-name
              when "REPRINT"
                 move w-tok-1 to w-reprint-recipient
                 move w-tok-2 to w-reprint-date
           end-evaluate.
       parse-dist-line-ex.
           exit.

      *         the report's own rows only
       load-recipients.
           move 0 to w-rcpt-count.
           open input DIST-RECIPIENTS.
           if RCPT-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read DIST-RECIPIENTS.
           perform until RCPT-FILE-AT-EOF
              if dr-report = w-report-id
                 and dr-recipient not = spaces
                 and w-rcpt-count < RECIPIENT-MAX
                 add 1 to w-rcpt-count
                 move dist-recipient-rec
                    to w-rcpt-entry(w-rcpt-count)
                 if w-rc-copies(w-rcpt-count) is not numeric
                    or w-rc-copies(w-rcpt-count) = 0
                    move 1 to w-rc-copies(w-rcpt-count)
                 end-if
              end-if
              read DIST-RECIPIENTS
           end-perform.
           close DIST-RECIPIENTS.
       load-recipients-ex.
           exit.

      *         PIECE BURSTnnn [value] lines=n -- the value sits in
      *         its forty places between the brackets
       distribute-pieces.
           open input BURST-INDEX.
           if IDX-FILE-NOT-FOUND
              display "ARRDIST no BURSTIDX to distribute" upon console
              add 1 to w-missing-count
              exit paragraph
           end-if.
           open extend DIST-RETAIN.
           if RETN-FILE-NOT-FOUND
              open output DIST-RETAIN
           end-if.
           read BURST-INDEX.
           perform until IDX-FILE-AT-EOF
              if burst-index-rec(1:6) = "PIECE "
                 move burst-index-rec(7:8) to w-piece-assign
                 move burst-index-rec(17:40) to w-break-value
                 perform distribute-one-piece
                    thru distribute-one-piece-ex
              end-if
              read BURST-INDEX
           end-perform.
           close BURST-INDEX.
           close DIST-RETAIN.
       distribute-pieces-ex.
           exit.

       distribute-one-piece.
           add 1 to w-piece-count.
           perform retain-piece thru retain-piece-ex.
           if PIECE-FILE-NOT-FOUND
              add 1 to w-missing-count
              move spaces to w-recipient
              move spaces to w-deliver-assign
              move 0 to w-copies
              move "MISSING" to w-dist-status
              perform write-manifest-line
                 thru write-manifest-line-ex
              exit paragraph
           end-if.

           move "N" to w-delivered.
           perform varying w-rcpt-idx from 1 by 1
              until w-rcpt-idx > w-rcpt-count
              if w-rc-break-value(w-rcpt-idx) = w-break-value
                 move w-rc-recipient(w-rcpt-idx) to w-recipient
                 move w-rc-deliver(w-rcpt-idx) to w-deliver-assign
                 move w-rc-copies(w-rcpt-idx) to w-copies
                 move "DELIVERED" to w-dist-status
                 perform deliver-piece thru deliver-piece-ex
                 move "Y" to w-delivered
              end-if
           end-perform.
           if not PIECE-DELIVERED
              move "(UNDISTRIBUTED)" to w-recipient
              move w-undist-name to w-deliver-assign
              move 1 to w-copies
              move "UNDIST" to w-dist-status
              perform deliver-piece thru deliver-piece-ex
              add 1 to w-undist-count
           end-if.
       distribute-one-piece-ex.
           exit.

      *         the piece onto DISTRETN, counting its lines and its
      *         pages (arrburst heads each page BURST SECTION)
       retain-piece.
           move 0 to w-piece-lines.
           move 0 to w-piece-pages.
           open input BURST-PIECE.
           if PIECE-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read BURST-PIECE.
           perform until PIECE-FILE-AT-EOF
              add 1 to w-piece-lines
              if burst-piece-rec(1:14) = "BURST SECTION "
                 add 1 to w-piece-pages
              end-if
              move w-business-date to dn-bdate
              move w-report-id to dn-report
              move w-piece-assign to dn-piece
              move burst-piece-rec to dn-line
              write dist-retain-rec
              read BURST-PIECE
           end-perform.
           close BURST-PIECE.
       retain-piece-ex.
           exit.

      *         each copy under its banner, added to whatever the
      *         recipient has not yet collected
       deliver-piece.
           open extend DELIVERY-FILE.
           if DLV-FILE-NOT-FOUND
              open output DELIVERY-FILE
           end-if.
           perform varying w-copy-no from 1 by 1
              until w-copy-no > w-copies
              perform write-delivery-banner
                 thru write-delivery-banner-ex
              open input BURST-PIECE
              read BURST-PIECE
              perform until PIECE-FILE-AT-EOF
                 move burst-piece-rec to delivery-rec
                 write delivery-rec
                 read BURST-PIECE
              end-perform
              close BURST-PIECE
           end-perform.
           close DELIVERY-FILE.
           add 1 to w-delivery-count.
           perform write-manifest-line thru write-manifest-line-ex.
       deliver-piece-ex.
           exit.

       write-delivery-banner.
           move w-copy-no to z-copy.
           move spaces to delivery-rec.
           string "DISTRIBUTION " w-report-id
              " " w-business-date
              " " w-piece-assign
              " [" function trim(w-break-value) "]"
              delimited by size
              into delivery-rec
           end-string.
           write delivery-rec.
           move spaces to delivery-rec.
           string "  FOR " w-recipient " COPY " z-copy
              delimited by size
              into delivery-rec
           end-string.
           move w-copies to z-copy.
           string " OF " z-copy
              delimited by size
              into delivery-rec(36:)
           end-string.
           if w-dist-status = "REPRINT"
              string "  REPRINTED " w-run-stamp(1:8)
                 delimited by size
                 into delivery-rec(42:)
              end-string
           end-if.
           write delivery-rec.
           move all "=" to delivery-rec.
           write delivery-rec.
       write-delivery-banner-ex.
           exit.

       write-manifest-line.
           move spaces to dist-manifest-rec.
           move w-run-stamp to dm-stamp.
           move w-business-date to dm-bdate.
           move w-report-id to dm-report.
           move w-piece-assign to dm-piece.
           move w-break-value to dm-break-value.
           move w-recipient to dm-recipient.
           move w-deliver-assign to dm-deliver.
           move w-copies to dm-copies.
           move w-piece-lines to dm-lines.
           move w-piece-pages to dm-pages.
           move w-dist-status to dm-status.
           write dist-manifest-rec.
       write-manifest-line-ex.
           exit.

      *         REPRINT: what the manifest says the recipient was
      *         given on the day, rebuilt from DISTRETN -- the first
      *         copy retained, should the day have been run twice.  The
      *         recipient's present delivery name is used when the
      *         table still has one
       reprint-recipient-pieces.
           if w-rp-count = 0
              display
                 "ARRDIST nothing delivered to " w-reprint-recipient
                 " on " w-reprint-date " for " w-report-id
                 upon console
              add 1 to w-missing-count
              exit paragraph
           end-if.

           move w-reprint-date to w-business-date.
           move w-reprint-recipient to w-recipient.
           move 1 to w-copies.
           perform varying w-rp-idx from 1 by 1
              until w-rp-idx > w-rp-count
              add 1 to w-piece-count
              move w-rp-piece(w-rp-idx) to w-piece-assign
              move w-rp-break-value(w-rp-idx) to w-break-value
              move w-rp-deliver(w-rp-idx) to w-deliver-assign
              perform varying w-rcpt-idx from 1 by 1
                 until w-rcpt-idx > w-rcpt-count
                 if w-rc-recipient(w-rcpt-idx) = w-recipient
                    move w-rc-deliver(w-rcpt-idx) to w-deliver-assign
                    exit perform
                 end-if
              end-perform
              perform reprint-one-piece thru reprint-one-piece-ex
           end-perform.
       reprint-recipient-pieces-ex.
           exit.

       find-reprint-pieces.
           move 0 to w-rp-count.
           open input DIST-MANIFEST.
           if MAN-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read DIST-MANIFEST.
           perform until MAN-FILE-AT-EOF
              if dm-bdate = w-reprint-date
                 and dm-report = w-report-id
                 and dm-recipient = w-reprint-recipient
                 and dm-status = "DELIVERED"
                 and w-rp-count < REPRINT-PIECE-MAX
                 add 1 to w-rp-count
                 move dm-piece to w-rp-piece(w-rp-count)
                 move dm-break-value to w-rp-break-value(w-rp-count)
                 move dm-deliver to w-rp-deliver(w-rp-count)
              end-if
              read DIST-MANIFEST
           end-perform.
           close DIST-MANIFEST.
       find-reprint-pieces-ex.
           exit.

       reprint-one-piece.
           move 0 to w-piece-lines.
           move 0 to w-piece-pages.
           move "REPRINT" to w-dist-status.
           open input DIST-RETAIN.
           if RETN-FILE-NOT-FOUND
              add 1 to w-missing-count
              move "MISSING" to w-dist-status
              perform write-manifest-line
                 thru write-manifest-line-ex
              exit paragraph
           end-if.
           open extend DELIVERY-FILE.
           if DLV-FILE-NOT-FOUND
              open output DELIVERY-FILE
           end-if.
           move 1 to w-copy-no.
           perform write-delivery-banner
              thru write-delivery-banner-ex.
           read DIST-RETAIN.
           perform until RETN-FILE-AT-EOF
              if dn-bdate = w-business-date
                 and dn-report = w-report-id
                 and dn-piece = w-piece-assign
                 add 1 to w-piece-lines
                 if dn-line(1:14) = "BURST SECTION "
                    add 1 to w-piece-pages
                 end-if
                 move dn-line to delivery-rec
                 write delivery-rec
              else
                 if w-piece-lines > 0
                    exit perform
                 end-if
              end-if
              read DIST-RETAIN
           end-perform.
           close DIST-RETAIN.
           close DELIVERY-FILE.
           if w-piece-lines = 0
              add 1 to w-missing-count
              move "MISSING" to w-dist-status
           else
              add 1 to w-delivery-count
           end-if.
           perform write-manifest-line thru write-manifest-line-ex.
       reprint-one-piece-ex.
           exit.

       get-run-stamp.
           move spaces to w-run-stamp.
           call "rundate:stamp" using w-run-stamp
              on exception
                 string
                    function current-date(1:8) "-"
                    function current-date(9:6)
                    into w-run-stamp
                 end-string
           end-call.
       get-run-stamp-ex.
           exit.
