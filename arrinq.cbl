       identification division.
         program-id.  arrinq.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select INQ-MASTER assign "MSTFILE"
              organization indexed
              access mode dynamic
              record key is inqm-key
              file status is w-mst-file-status.
           select INQ-ALTINDEX assign "MSTAIX"
              organization indexed
              access mode dynamic
              record key is inqx-key
              file status is w-aix-file-status.
           select INQ-CARD assign "AIXCARD"
              organization line sequential
              file status is w-card-file-status.
           select INQ-AUDIT assign "INQAUDIT"
              organization line sequential
              file status is w-audit-file-status.
       data division.
       file section.
       fd  INQ-MASTER.
       01  inq-master-rec.
           05 inqm-key pic x(64).
           05 inqm-data pic x(4096).
       fd  INQ-ALTINDEX.
       01  inq-altindex-rec.
           05 inqx-key.
              07 inqx-field pic x(15).
              07 inqx-value pic x(64).
              07 inqx-primary pic x(64).
       fd  INQ-CARD.
       01  inq-card-rec pic x(80).
       fd  INQ-AUDIT.
       01  inq-audit-rec pic x(200).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==1==.

       78  INQ-HIT-MAX value 500.
       78  INQ-PAGE-ROWS value 14.
       78  INQ-AIX-MAX value 8.
       78  INQ-SHOW-WIDTH value 50.

       77  w-mst-file-status pic x(02) value spaces.
           88  MST-FILE-NOT-FOUND value "35".
           88  MST-FILE-AT-EOF value "10".
       77  w-aix-file-status pic x(02) value spaces.
           88  AIX-FILE-NOT-FOUND value "35".
           88  AIX-FILE-AT-EOF value "10".
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-audit-file-status pic x(02) value spaces.
           88  AUDIT-FILE-NOT-FOUND value "35".

      *         read-only inquiry on the keyed master arrmaint keeps:
      *         by the master key (by blank or KEY) or by any ALTKEY
      *         field of AIXCARD through MSTAIX, the value matched
      *         exactly (E) or as a leading prefix (P).  The hits
      *         page one record at a time, laid out field by field
      *         from the AIXCARD layout (or the one named as the
      *         parameter).  Customer data: the operator needs the
      *         INQUIRE privilege, and every search and every record
      *         shown goes on INQAUDIT with the operator's name
       77  w-inq-pgm pic x(08) value "ARRINQ".
       77  w-authz-privilege pic x(16) value "INQUIRE".
       77  w-authz-rc pic s9(09) value 0.
       77  w-operator pic x(10) value spaces.

       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.

       77  w-aix-count pic 9(02) value 0.
       01  w-aix-tbl.
           05 w-aix-field pic x(15) occurs INQ-AIX-MAX times.
       77  w-aix-idx pic 9(02) value 0.
       77  w-aix-list pic x(60) value spaces.
       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(08) value spaces.
       77  w-tok-name pic x(16) value spaces.

      *         the search as typed on the screen
       77  w-inq-by pic x(15) value spaces.
       77  w-inq-match pic x value "E".
           88  MATCH-PREFIX value "P" "p".
       77  w-inq-value pic x(64) value spaces.
       77  w-search-by pic x(15) value spaces.
       77  w-search-value pic x(64) value spaces.
       77  w-search-len pic 9(02) value 0.

       77  w-hit-count pic 9(04) value 0.
       77  w-hit-idx pic 9(04) value 0.
       01  w-hit-tbl.
           05 w-hit-key pic x(64) occurs INQ-HIT-MAX times.
       77  w-hits-truncated pic x value "N".
           88  HITS-TRUNCATED value "Y".
       77  w-scan-done pic x value "N".
           88  SCAN-DONE value "Y".

       77  w-record pic x(4096) value spaces.
       77  w-have-record pic x value "N".
           88  RECORD-SHOWN value "Y".
       77  w-field-top pic 9(03) value 1.
       77  w-fld-idx pic 9(03) value 0.
       77  w-row-idx pic 9(02) value 0.
       77  w-show-len pic 9(03) value 0.
       77  w-value-buf pic x(INQ-SHOW-WIDTH) value spaces.
       77  w-digits pic x(INQ-SHOW-WIDTH) value spaces.
       77  w-fmt pic x(08) value spaces.
       77  w-fmt-idx pic 9(02) value 0.
       77  w-seen-v pic x value "N".
       77  w-dec-count pic 9(02) value 0.
       77  w-int-len pic 9(03) value 0.
       77  w-first-digit pic 9(03) value 0.
       77  w-out-pos pic 9(03) value 0.

       01  w-page-tbl.
           05 w-page-row occurs INQ-PAGE-ROWS times.
              07 w-page-name pic x(15).
              07 filler pic x.
              07 w-page-format pic x(08).
              07 filler pic x.
              07 w-page-value pic x(INQ-SHOW-WIDTH).
              07 filler pic x(04).

       01  w-page-display-tbl.
           05 w-page-text-row1 pic x(79).
           05 w-page-text-row2 pic x(79).
           05 w-page-text-row3 pic x(79).
           05 w-page-text-row4 pic x(79).
           05 w-page-text-row5 pic x(79).
           05 w-page-text-row6 pic x(79).
           05 w-page-text-row7 pic x(79).
           05 w-page-text-row8 pic x(79).
           05 w-page-text-row9 pic x(79).
           05 w-page-text-row10 pic x(79).
           05 w-page-text-row11 pic x(79).
           05 w-page-text-row12 pic x(79).
           05 w-page-text-row13 pic x(79).
           05 w-page-text-row14 pic x(79).

       77  w-hit-line pic x(79) value spaces.
       77  w-command pic x(20) value spaces.
       77  w-cmd-code pic x value spaces.
       77  w-message pic x(60) value spaces.
       77  w-done pic x value "N".
           88  INQUIRY-DONE value "Y".
       77  w-audit-action pic x(06) value spaces.
       77  z-num pic z(03)9.
       77  z-num2 pic z(03)9.

       linkage section.
       77  l-layout-name pic x(15).

       screen section.
       01  inquiry-screen.
           05 blank screen.
           05 line 1 column 2 value "ARRINQ -- keyed master inquiry".
           05 line 1 column 40 value "layout:".
           05 line 1 column 48 pic x(15) from w-layout-name.
           05 line 2 column 2 value "alternate keys:".
           05 line 2 column 18 pic x(60) from w-aix-list.
           05 line 3 column 2 value "by:".
           05 line 3 column 6 pic x(15) using w-inq-by.
           05 line 3 column 24 value "match (E/P):".
           05 line 3 column 37 pic x using w-inq-match.
           05 line 4 column 2 value "value:".
           05 line 4 column 9 pic x(64) using w-inq-value.
           05 line 5 column 2 pic x(79) from w-hit-line.
           05 line 6 column 2 value
              "---------------------------------------------".
           05 inquiry-detail-rows.
              10 line 7 column 2 pic x(79)
                 from w-page-text-row1.
              10 line 8 column 2 pic x(79)
                 from w-page-text-row2.
              10 line 9 column 2 pic x(79)
                 from w-page-text-row3.
              10 line 10 column 2 pic x(79)
                 from w-page-text-row4.
              10 line 11 column 2 pic x(79)
                 from w-page-text-row5.
              10 line 12 column 2 pic x(79)
                 from w-page-text-row6.
              10 line 13 column 2 pic x(79)
                 from w-page-text-row7.
              10 line 14 column 2 pic x(79)
                 from w-page-text-row8.
              10 line 15 column 2 pic x(79)
                 from w-page-text-row9.
              10 line 16 column 2 pic x(79)
                 from w-page-text-row10.
              10 line 17 column 2 pic x(79)
                 from w-page-text-row11.
              10 line 18 column 2 pic x(79)
                 from w-page-text-row12.
              10 line 19 column 2 pic x(79)
                 from w-page-text-row13.
              10 line 20 column 2 pic x(79)
                 from w-page-text-row14.
           05 line 21 column 2 pic x(60) from w-message.
           05 line 22 column 2 value
              "S=search N=next hit P=prev hit M=more fields Q=quit".
           05 line 23 column 2 value "command:".
           05 line 23 column 11 pic x(20) using w-command.

       procedure division using l-layout-name.
           CATCHPARAMS.
           move spaces to w-layout-name.
           if w-narg >= 1
              move l-layout-name to w-layout-name
           end-if.

           call "authz:check"
              using w-inq-pgm w-authz-privilege
              giving w-authz-rc.
           if w-authz-rc not = OK
              goback giving KO
           end-if.
           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.

           perform read-aix-card thru read-aix-card-ex.
           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRINQ unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.
           perform varying w-fld-idx from 1 by 1
              until w-fld-idx > w-layout-field-count
              if w-layout-fld-offset(w-fld-idx)
                 + w-layout-fld-length(w-fld-idx) > w-record-length
                 compute w-record-length =
                    w-layout-fld-offset(w-fld-idx)
                    + w-layout-fld-length(w-fld-idx)
              end-if
           end-perform.
           if w-record-length > 4096
              move 4096 to w-record-length
           end-if.

           open input INQ-MASTER.
           if MST-FILE-NOT-FOUND
              display "ARRINQ no keyed master MSTFILE" upon console
              goback giving KO
           end-if.
           if w-aix-count > 0
              open input INQ-ALTINDEX
              if AIX-FILE-NOT-FOUND
                 display
                    "ARRINQ no MSTAIX -- run arrmaint L to build it"
                    upon console
                 move 0 to w-aix-count
                 move "(none built)" to w-aix-list
              end-if
           end-if.

           move "enter by, match and value, then S" to w-message.
           perform until INQUIRY-DONE
              perform build-page thru build-page-ex
              move spaces to w-command
              display inquiry-screen
              accept inquiry-screen
              perform handle-command thru handle-command-ex
           end-perform.

           if w-aix-count > 0
              close INQ-ALTINDEX
           end-if.
           close INQ-MASTER.
           goback giving OK.

      *         the layout and the alternate keys arrmaint maintains
       read-aix-card.
           open input INQ-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read INQ-CARD.
           perform until CARD-FILE-AT-EOF
              move inq-card-rec to w-card-line
              perform parse-aix-line thru parse-aix-line-ex
              read INQ-CARD
           end-perform.
           close INQ-CARD.
           move spaces to w-aix-list.
           move 1 to w-out-pos.
           perform varying w-aix-idx from 1 by 1
              until w-aix-idx > w-aix-count
              string w-aix-field(w-aix-idx) delimited by space
                 " " delimited by size
                 into w-aix-list pointer w-out-pos
              end-string
           end-perform.
       read-aix-card-ex.
           exit.

       parse-aix-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           move spaces to w-tok-kind.
           move spaces to w-tok-name.
           unstring w-card-line
              delimited by all spaces
              into w-tok-kind w-tok-name
           end-unstring.
           evaluate w-tok-kind
              when "LAYOUT"
                 if w-layout-name = spaces
                    move w-tok-name(1:15) to w-layout-name
                 end-if
              when "ALTKEY"
                 if w-aix-count < INQ-AIX-MAX
                    add 1 to w-aix-count
                    move w-tok-name(1:15) to w-aix-field(w-aix-count)
                 end-if
           end-evaluate.
       parse-aix-line-ex.
           exit.

       handle-command.
           move spaces to w-message.
           move function trim(w-command) to w-cmd-code.
           evaluate w-cmd-code
              when "Q" when "q"
                 move "Y" to w-done
              when "S" when "s"
                 perform search-master thru search-master-ex
              when "N" when "n"
                 if w-hit-idx < w-hit-count
                    add 1 to w-hit-idx
                    perform show-hit thru show-hit-ex
                 else
                    move "no more hits" to w-message
                 end-if
              when "P" when "p"
                 if w-hit-idx > 1
                    subtract 1 from w-hit-idx
                    perform show-hit thru show-hit-ex
                 else
                    move "already at the first hit" to w-message
                 end-if
              when "M" when "m"
                 if not RECORD-SHOWN
                    move "no record shown" to w-message
                 else
                    if w-field-top + INQ-PAGE-ROWS
                       <= w-layout-field-count
                       add INQ-PAGE-ROWS to w-field-top
                    else
                       move 1 to w-field-top
                    end-if
                 end-if
              when spaces
                 continue
              when other
                 move "unknown command" to w-message
           end-evaluate.
       handle-command-ex.
           exit.

      *         collect the master keys of every hit up front, so N
      *         and P page both ways through them
       search-master.
           move function upper-case(w-inq-by) to w-search-by.
           if w-search-by = "KEY"
              move spaces to w-search-by
           end-if.
           move w-inq-value to w-search-value.
           if w-search-value = spaces
              move "enter a value to search for" to w-message
              exit paragraph
           end-if.
           if w-inq-match not = "E" and w-inq-match not = "e"
              and not MATCH-PREFIX
              move "match must be E or P" to w-message
              exit paragraph
           end-if.
           if w-search-by not = spaces
              perform varying w-aix-idx from 1 by 1
                 until w-aix-idx > w-aix-count
                    or w-aix-field(w-aix-idx) = w-search-by
                 continue
              end-perform
              if w-aix-idx > w-aix-count
                 move "not an alternate key of this master"
                    to w-message
                 exit paragraph
              end-if
           end-if.
           move function length(function trim(w-search-value
              trailing)) to w-search-len.

           move 0 to w-hit-count.
           move 0 to w-hit-idx.
           move "N" to w-hits-truncated.
           move "N" to w-have-record.
           if w-search-by = spaces
              perform search-by-key thru search-by-key-ex
           else
              perform search-by-altkey thru search-by-altkey-ex
           end-if.

           move "SEARCH" to w-audit-action.
           perform write-inquiry-audit
              thru write-inquiry-audit-ex.
           if w-hit-count = 0
              move "no record found" to w-message
              move spaces to w-hit-line
              exit paragraph
           end-if.
           move 1 to w-hit-idx.
           perform show-hit thru show-hit-ex.
           if HITS-TRUNCATED
              move w-hit-count to z-num
              string "more than " function trim(z-num)
                 " hits -- narrow the search" delimited by size
                 into w-message
              end-string
           end-if.
       search-master-ex.
           exit.

       search-by-key.
           if not MATCH-PREFIX
              move w-search-value to inqm-key
              read INQ-MASTER
                 invalid key
                    continue
                 not invalid key
                    add 1 to w-hit-count
                    move inqm-key to w-hit-key(w-hit-count)
              end-read
              exit paragraph
           end-if.
           move w-search-value to inqm-key.
           move "N" to w-scan-done.
           start INQ-MASTER key >= inqm-key
              invalid key move "Y" to w-scan-done
           end-start.
           perform until SCAN-DONE
              read INQ-MASTER next
                 at end
                    move "Y" to w-scan-done
                 not at end
                    if inqm-key(1:w-search-len) not =
                       w-search-value(1:w-search-len)
                       move "Y" to w-scan-done
                    else
                       perform add-hit thru add-hit-ex
                    end-if
              end-read
           end-perform.
       search-by-key-ex.
           exit.

       search-by-altkey.
           move spaces to inq-altindex-rec.
           move w-search-by to inqx-field.
           move w-search-value to inqx-value.
           move low-values to inqx-primary.
           move "N" to w-scan-done.
           start INQ-ALTINDEX key >= inqx-key
              invalid key move "Y" to w-scan-done
           end-start.
           perform until SCAN-DONE
              read INQ-ALTINDEX next
                 at end
                    move "Y" to w-scan-done
                 not at end
                    evaluate true
                       when inqx-field not = w-search-by
                          move "Y" to w-scan-done
                       when MATCH-PREFIX
                          and inqx-value(1:w-search-len) not =
                             w-search-value(1:w-search-len)
                          move "Y" to w-scan-done
                       when not MATCH-PREFIX
                          and inqx-value not = w-search-value
                          move "Y" to w-scan-done
                       when other
                          move inqx-primary to inqm-key
                          perform add-hit thru add-hit-ex
                    end-evaluate
              end-read
           end-perform.
       search-by-altkey-ex.
           exit.

       add-hit.
           if w-hit-count >= INQ-HIT-MAX
              move "Y" to w-hits-truncated
              move "Y" to w-scan-done
              exit paragraph
           end-if.
           add 1 to w-hit-count.
           move inqm-key to w-hit-key(w-hit-count).
       add-hit-ex.
           exit.

       show-hit.
           move "N" to w-have-record.
           move 1 to w-field-top.
           move w-hit-key(w-hit-idx) to inqm-key.
           read INQ-MASTER
              invalid key
                 move "record gone from the master" to w-message
              not invalid key
                 move spaces to w-record
                 move inqm-data(1:w-record-length)
                    to w-record(1:w-record-length)
                 move "Y" to w-have-record
           end-read.
           move w-hit-idx to z-num.
           move w-hit-count to z-num2.
           move spaces to w-hit-line.
           string "hit " function trim(z-num)
              " of " function trim(z-num2)
              "   key: " delimited by size
              w-hit-key(w-hit-idx) delimited by size
              into w-hit-line
           end-string.
           if RECORD-SHOWN
              move "VIEW" to w-audit-action
              perform write-inquiry-audit
                 thru write-inquiry-audit-ex
           end-if.
       show-hit-ex.
           exit.

       build-page.
           move spaces to w-page-display-tbl.
           move spaces to w-page-tbl.
           if RECORD-SHOWN
              perform varying w-row-idx from 1 by 1
                 until w-row-idx > INQ-PAGE-ROWS
                 compute w-fld-idx = w-field-top + w-row-idx - 1
                 if w-fld-idx <= w-layout-field-count
                    perform build-one-row thru build-one-row-ex
                 end-if
              end-perform
           end-if.
           perform move-rows-to-screen
              thru move-rows-to-screen-ex.
       build-page-ex.
           exit.

       build-one-row.
           move w-layout-fld-name(w-fld-idx) to w-page-name(w-row-idx).
           move w-layout-fld-format(w-fld-idx)
              to w-page-format(w-row-idx).
           if w-page-format(w-row-idx) = spaces
              move w-layout-fld-type(w-fld-idx)
                 to w-page-format(w-row-idx)
           end-if.
           compute w-show-len = function min(
              w-layout-fld-length(w-fld-idx), INQ-SHOW-WIDTH).
           move spaces to w-value-buf.
           move w-record(w-layout-fld-offset(w-fld-idx) + 1:
              w-show-len) to w-value-buf(1:w-show-len).
           if w-layout-fld-type(w-fld-idx) not = TALPHANUMERIC
              and w-value-buf(1:w-show-len) is numeric
              perform format-numeric-value
                 thru format-numeric-value-ex
           end-if.
           move w-value-buf to w-page-value(w-row-idx).
       build-one-row-ex.
           exit.

      *         leading zeros dropped and the decimal point put where
      *         the V of the layout format says
       format-numeric-value.
           move w-layout-fld-format(w-fld-idx) to w-fmt.
           move 0 to w-dec-count.
           move "N" to w-seen-v.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx > 8
              if w-fmt(w-fmt-idx:1) = "V" or w-fmt(w-fmt-idx:1) = "v"
                 move "Y" to w-seen-v
              else
                 if w-seen-v = "Y" and w-fmt(w-fmt-idx:1) = "9"
                    add 1 to w-dec-count
                 end-if
              end-if
           end-perform.
           if w-dec-count >= w-show-len
              exit paragraph
           end-if.
           compute w-int-len = w-show-len - w-dec-count.
           perform varying w-fmt-idx from 1 by 1
              until w-fmt-idx >= w-int-len
                 or w-value-buf(w-fmt-idx:1) not = "0"
              continue
           end-perform.
           move w-fmt-idx to w-first-digit.
           move w-value-buf to w-digits.
           move spaces to w-value-buf.
           move 1 to w-out-pos.
           string w-digits(w-first-digit:w-int-len - w-first-digit + 1)
              delimited by size
              into w-value-buf pointer w-out-pos
           end-string.
           if w-dec-count > 0
              string "." w-digits(w-int-len + 1:w-dec-count)
                 delimited by size
                 into w-value-buf pointer w-out-pos
              end-string
           end-if.
       format-numeric-value-ex.
           exit.

       move-rows-to-screen.
           move w-page-row(1) to w-page-text-row1.
           move w-page-row(2) to w-page-text-row2.
           move w-page-row(3) to w-page-text-row3.
           move w-page-row(4) to w-page-text-row4.
           move w-page-row(5) to w-page-text-row5.
           move w-page-row(6) to w-page-text-row6.
           move w-page-row(7) to w-page-text-row7.
           move w-page-row(8) to w-page-text-row8.
           move w-page-row(9) to w-page-text-row9.
           move w-page-row(10) to w-page-text-row10.
           move w-page-row(11) to w-page-text-row11.
           move w-page-row(12) to w-page-text-row12.
           move w-page-row(13) to w-page-text-row13.
           move w-page-row(14) to w-page-text-row14.
       move-rows-to-screen-ex.
           exit.

      *         one line per search (what was asked and how many
      *         records it found) and per record put on the screen
       write-inquiry-audit.
           open extend INQ-AUDIT.
           if AUDIT-FILE-NOT-FOUND
              open output INQ-AUDIT
           end-if.
           move w-hit-count to z-num.
           move spaces to inq-audit-rec.
           if w-audit-action = "SEARCH"
              string
                 function current-date(1:8) "-"
                 function current-date(9:6)
                 " " w-operator
                 " SEARCH by=" w-inq-by
                 " match=" w-inq-match
                 " hits=" z-num
                 " value=[" w-search-value "]"
                 delimited by size
                 into inq-audit-rec
              end-string
           else
              string
                 function current-date(1:8) "-"
                 function current-date(9:6)
                 " " w-operator
                 " VIEW   key=[" w-hit-key(w-hit-idx) "]"
                 delimited by size
                 into inq-audit-rec
              end-string
           end-if.
           write inq-audit-rec.
           close INQ-AUDIT.
       write-inquiry-audit-ex.
           exit.
