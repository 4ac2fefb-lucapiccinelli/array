       identification division.
         program-id.  arrclean.
         author. Luca Piccinelli.
         date-written. 15.10.2026.
       environment division.
       configuration section.
       special-names.
       input-output section.
       file-control.
           select ARR-CLEAN-IN assign "ARRIN"
              organization line sequential
              file status is w-in-file-status.
           select ARR-CLEAN-OUT assign "ARROUT"
              organization line sequential
              file status is w-out-file-status.
           select CLEAN-REJ assign "CLNREJ"
              organization line sequential
              file status is w-rej-file-status.
           select CLEAN-CARD assign "CLNCARD"
              organization line sequential
              file status is w-card-file-status.
           select CLEAN-REPORT assign "CLNRPT"
              organization line sequential
              file status is w-rpt-file-status.
       data division.
       file section.
       fd  ARR-CLEAN-IN.
       01  arrclean-in-rec pic x(4096).
       fd  ARR-CLEAN-OUT.
       01  arrclean-out-rec pic x(4096).
       fd  CLEAN-REJ.
       01  clean-rej-rec pic x(4096).
       fd  CLEAN-CARD.
       01  clean-card-rec pic x(80).
       fd  CLEAN-REPORT.
       01  clean-report-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  MAX-CLEAN-RECORD-SZ value 4096.
       78  MAX-CLEAN-FIELD-SZ value 256.
       78  CLEAN-RULE-MAX value 32.
       78  CLEAN-SAMPLE-MAX value 3.
       78  CLEAN-REJECT-SHOWN value 20.

       77  w-in-file-status pic x(02) value spaces.
           88  IN-FILE-AT-EOF value "10".
       77  w-out-file-status pic x(02) value spaces.
       77  w-rej-file-status pic x(02) value spaces.
       77  w-card-file-status pic x(02) value spaces.
           88  CARD-FILE-NOT-FOUND value "35".
           88  CARD-FILE-AT-EOF value "10".
       77  w-rpt-file-status pic x(02) value spaces.

      *         the mechanical fixes that keep a feed out of the
      *         validation exceptions, run ahead of arrvalidate.  The
      *         CLNCARD rules name fields of the layout and apply in
      *         card order, each to what the rules before it left:
      *           TRIM field               drop leading and trailing
      *                                    blanks
      *           UPPER field              upper-case the value
      *           COLLAPSE-SPACES field    one blank between words
      *           ZERO-PAD field           digits right-justified
      *                                    with leading zeros
      *           SIGN field STRIP         drop the sign, overpunched
      *                                    or written out
      *           SIGN field REPAIR        the same for a positive
      *                                    value; a negative one in
      *                                    an unsigned field is
      *                                    refused
      *           DATE field format        re-date to YYYYMMDD from
      *                                    DDMMYYYY, MM/DD/YY ... --
      *                                    D M Y where the digits are
      *           MAP field table          the arrlookup translation
      *         a blank field is left for arrvalidate to judge.  A
      *         rule that cannot fix its field sends the record, as
      *         read, to CLNREJ; CLNRPT counts what each rule changed
      *         and refused, with a few before/after samples of each
       copy "layout.cpy" replacing ==!PREFIX!== by ==w-==.
       77  w-layout-name pic x(15) value spaces.
       77  w-layout-rc pic s9(09) value 0.
       77  w-record-length pic 9(09) value 0.

       77  w-rule-count pic 9(02) value 0.
       01  w-rule-tbl.
           05 w-rule-entry occurs CLEAN-RULE-MAX times.
              07 w-rule-kind pic x(16).
              07 w-rule-field pic x(15).
              07 w-rule-arg pic x(25).
              07 w-rule-offset pic 9(09).
              07 w-rule-length pic 9(09).
              07 w-rule-changed pic 9(09).
              07 w-rule-refused pic 9(09).
              07 w-rule-sample-count pic 9(02).
              07 w-rule-pending pic x.
                 88  RULE-CHANGED-RECORD value "Y".
              07 w-pend-before pic x(40).
              07 w-pend-after pic x(40).
              07 w-rule-sample occurs CLEAN-SAMPLE-MAX times.
                 09 w-smp-record pic 9(09).
                 09 w-smp-before pic x(40).
                 09 w-smp-after pic x(40).

       01  w-reject-tbl.
           05 w-reject-entry occurs CLEAN-REJECT-SHOWN times.
              07 w-rj-record pic 9(09).
              07 w-rj-rule pic 9(02).
              07 w-rj-value pic x(40).
              07 w-rj-reason pic x(30).
       77  w-reject-shown pic 9(02) value 0.

       77  w-card-line pic x(80) value spaces.
       77  w-tok-kind pic x(16) value spaces.
       77  w-tok-1 pic x(16) value spaces.
       77  w-tok-2 pic x(25) value spaces.

       77  w-rule-idx pic 9(02) value 0.
       77  w-lay-idx pic 9(03) value 0.
       77  w-smp-idx pic 9(02) value 0.
       77  w-rj-idx pic 9(02) value 0.

      *         the field being worked: w-value holds it, w-len its
      *         width in the record
       77  w-value pic x(MAX-CLEAN-FIELD-SZ) value spaces.
       77  w-before pic x(MAX-CLEAN-FIELD-SZ) value spaces.
       77  w-work pic x(MAX-CLEAN-FIELD-SZ) value spaces.
       77  w-len pic 9(03) value 0.
       77  w-pos pic 9(03) value 0.
       77  w-out-pos pic 9(03) value 0.
       77  w-used pic 9(03) value 0.
       77  w-char pic x value space.
       77  w-last-char pic x value space.
       77  w-fix-ok pic x value "Y".
           88  FIELD-FIXED value "Y".
       77  w-reason pic x(30) value spaces.
       77  w-record-ok pic x value "Y".
           88  RECORD-CLEAN value "Y".

       77  w-negative pic x value "N".
           88  VALUE-NEGATIVE value "Y".
       77  w-digit-count pic 9(03) value 0.

       77  w-date-format pic x(10) value spaces.
       77  w-fmt-len pic 9(02) value 0.
       77  w-date-dd pic x(02) value spaces.
       77  w-date-mm pic x(02) value spaces.
       77  w-date-yy pic x(04) value spaces.
       77  w-dd-len pic 9 value 0.
       77  w-mm-len pic 9 value 0.
       77  w-yy-len pic 9 value 0.
       77  w-new-date pic x(08) value spaces.
       77  w-weekday pic 9(18) value 0.
       77  w-date-rc pic s9(09) value 0.

       77  w-code pic x(25) value spaces.
       77  w-translated pic x(40) value spaces.
       77  w-lookup-rc pic s9(09) value 0.

       77  w-read-count pic 9(09) value 0.
       77  w-written-count pic 9(09) value 0.
       77  w-rejected-count pic 9(09) value 0.
       77  w-changed-count pic 9(09) value 0.
       77  w-record-changed pic x value "N".
           88  RECORD-TOUCHED value "Y".
       77  z-num pic z(08)9.
       77  z-num2 pic z(08)9.

       77  w-runlog-pgm pic x(08) value "ARRCLEAN".
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
           copy "catch9.pdv" replacing
               ==!W== by ==record-length==
               ==!N== by ==1==.
           move spaces to w-layout-name.
           if w-narg >= 2
              move l-layout-name to w-layout-name
           end-if.

           if w-record-length = 0
              or w-record-length > MAX-CLEAN-RECORD-SZ
              goback giving KO
           end-if.

           call "arrlayout:resolve"
              using w-layout-name w-layout-tbl
              giving w-layout-rc.
           if w-layout-rc not = OK
              display
                 "ARRCLEAN unknown layout " w-layout-name
                 upon console
              goback giving KO
           end-if.

           perform read-clean-card thru read-clean-card-ex.
           if w-rule-count = 0
              display "ARRCLEAN no cleansing card" upon console
              goback giving KO
           end-if.
           perform place-rule-fields thru place-rule-fields-ex.

           call "runlog:start" using w-runlog-pgm.
           perform clean-input-file thru clean-input-file-ex.
           perform write-clean-report thru write-clean-report-ex.

           display
              "ARRCLEAN read=" w-read-count
              " written=" w-written-count
              " changed=" w-changed-count
              " rejected=" w-rejected-count
              upon console.
           perform write-run-record thru write-run-record-ex.
           goback giving OK.

       read-clean-card.
           open input CLEAN-CARD.
           if CARD-FILE-NOT-FOUND
              exit paragraph
           end-if.
           read CLEAN-CARD.
           perform until CARD-FILE-AT-EOF
              move clean-card-rec to w-card-line
              perform parse-clean-line thru parse-clean-line-ex
              read CLEAN-CARD
           end-perform.
           close CLEAN-CARD.
       read-clean-card-ex.
           exit.

       parse-clean-line.
           if w-card-line = spaces or w-card-line(1:1) = "*"
              exit paragraph
           end-if.
           if w-rule-count >= CLEAN-RULE-MAX
              display "ARRCLEAN too many rules -- rest ignored"
                 upon console
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
              when "TRIM"
              when "UPPER"
              when "COLLAPSE-SPACES"
              when "ZERO-PAD"
                 continue
              when "SIGN"
                 if w-tok-2 not = "STRIP" and w-tok-2 not = "REPAIR"
                    display
                       "ARRCLEAN SIGN wants STRIP or REPAIR: "
                       w-card-line
                       upon console
                    exit paragraph
                 end-if
              when "DATE"
              when "MAP"
                 if w-tok-2 = spaces
                    display
                       "ARRCLEAN " function trim(w-tok-kind)
                       " wants a third word: " w-card-line
                       upon console
                    exit paragraph
                 end-if
              when other
                 display
                    "ARRCLEAN rule not understood: " w-card-line
                    upon console
                 exit paragraph
           end-evaluate.

           add 1 to w-rule-count.
           initialize w-rule-entry(w-rule-count).
           move w-tok-kind to w-rule-kind(w-rule-count).
           move w-tok-1(1:15) to w-rule-field(w-rule-count).
           move w-tok-2 to w-rule-arg(w-rule-count).
       parse-clean-line-ex.
           exit.

      *         every rule's field resolved off the layout up front --
      *         a field the layout does not know stops the run before
      *         a record is touched
       place-rule-fields.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              move 0 to w-rule-length(w-rule-idx)
              perform varying w-lay-idx from 1 by 1
                 until w-lay-idx > w-layout-field-count
                 if w-layout-fld-name(w-lay-idx) =
                    w-rule-field(w-rule-idx)
                    move w-layout-fld-offset(w-lay-idx)
                       to w-rule-offset(w-rule-idx)
                    compute w-rule-length(w-rule-idx) =
                       function min(w-layout-fld-length(w-lay-idx),
                          MAX-CLEAN-FIELD-SZ)
                 end-if
              end-perform
              if w-rule-length(w-rule-idx) = 0
                 display
                    "ARRCLEAN field " w-rule-field(w-rule-idx)
                    " not in layout"
                    upon console
                 goback giving KO
              end-if
              if w-rule-offset(w-rule-idx)
                 + w-rule-length(w-rule-idx) > w-record-length
                 display
                    "ARRCLEAN field " w-rule-field(w-rule-idx)
                    " runs past the record"
                    upon console
                 goback giving KO
              end-if
              if w-rule-kind(w-rule-idx) = "DATE"
                 and w-rule-length(w-rule-idx) < 8
                 display
                    "ARRCLEAN field " w-rule-field(w-rule-idx)
                    " too short for YYYYMMDD"
                    upon console
                 goback giving KO
              end-if
           end-perform.
       place-rule-fields-ex.
           exit.

       clean-input-file.
           open input ARR-CLEAN-IN.
           open output ARR-CLEAN-OUT.
           open output CLEAN-REJ.
           read ARR-CLEAN-IN.
           perform until IN-FILE-AT-EOF
              add 1 to w-read-count
              perform clean-one-record thru clean-one-record-ex
              if RECORD-CLEAN
                 write arrclean-out-rec
                 add 1 to w-written-count
                 if RECORD-TOUCHED
                    add 1 to w-changed-count
                    perform count-rule-changes
                       thru count-rule-changes-ex
                 end-if
              else
                 move spaces to clean-rej-rec
                 move arrclean-in-rec(1:w-record-length)
                    to clean-rej-rec(1:w-record-length)
                 write clean-rej-rec
                 add 1 to w-rejected-count
              end-if
              read ARR-CLEAN-IN
           end-perform.
           close CLEAN-REJ.
           close ARR-CLEAN-OUT.
           close ARR-CLEAN-IN.
       clean-input-file-ex.
           exit.

      *         the rules stop at the first one that cannot fix its
      *         field: the record goes out whole, as read, and what
      *         the rules before it changed is not counted
       clean-one-record.
           move "Y" to w-record-ok.
           move "N" to w-record-changed.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              move "N" to w-rule-pending(w-rule-idx)
           end-perform.
           move spaces to arrclean-out-rec.
           move arrclean-in-rec(1:w-record-length)
              to arrclean-out-rec(1:w-record-length).
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count or not RECORD-CLEAN
              perform apply-one-rule thru apply-one-rule-ex
           end-perform.
       clean-one-record-ex.
           exit.

       apply-one-rule.
           move w-rule-length(w-rule-idx) to w-len.
           move spaces to w-value.
           move arrclean-out-rec(w-rule-offset(w-rule-idx) + 1:w-len)
              to w-value(1:w-len).
           move w-value to w-before.
           move "Y" to w-fix-ok.
           move spaces to w-reason.

           if w-value(1:w-len) = spaces
              exit paragraph
           end-if.

           evaluate w-rule-kind(w-rule-idx)
              when "TRIM"
                 perform rule-trim thru rule-trim-ex
              when "UPPER"
                 move function upper-case(w-value(1:w-len))
                    to w-value(1:w-len)
              when "COLLAPSE-SPACES"
                 perform rule-collapse thru rule-collapse-ex
              when "ZERO-PAD"
                 perform rule-zero-pad thru rule-zero-pad-ex
              when "SIGN"
                 perform rule-sign thru rule-sign-ex
              when "DATE"
                 perform rule-date thru rule-date-ex
              when "MAP"
                 perform rule-map thru rule-map-ex
           end-evaluate.

           if not FIELD-FIXED
              move "N" to w-record-ok
              add 1 to w-rule-refused(w-rule-idx)
              if w-reject-shown < CLEAN-REJECT-SHOWN
                 add 1 to w-reject-shown
                 move w-read-count to w-rj-record(w-reject-shown)
                 move w-rule-idx to w-rj-rule(w-reject-shown)
                 move w-before(1:40) to w-rj-value(w-reject-shown)
                 move w-reason to w-rj-reason(w-reject-shown)
              end-if
              exit paragraph
           end-if.

           if w-value(1:w-len) not = w-before(1:w-len)
              move "Y" to w-record-changed
              move "Y" to w-rule-pending(w-rule-idx)
              move w-before(1:40) to w-pend-before(w-rule-idx)
              move w-value(1:40) to w-pend-after(w-rule-idx)
              move w-value(1:w-len)
                 to arrclean-out-rec
                    (w-rule-offset(w-rule-idx) + 1:w-len)
           end-if.
       apply-one-rule-ex.
           exit.

       count-rule-changes.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              if RULE-CHANGED-RECORD(w-rule-idx)
                 add 1 to w-rule-changed(w-rule-idx)
                 if w-rule-sample-count(w-rule-idx) < CLEAN-SAMPLE-MAX
                    add 1 to w-rule-sample-count(w-rule-idx)
                    move w-rule-sample-count(w-rule-idx) to w-smp-idx
                    move w-read-count
                       to w-smp-record(w-rule-idx, w-smp-idx)
                    move w-pend-before(w-rule-idx)
                       to w-smp-before(w-rule-idx, w-smp-idx)
                    move w-pend-after(w-rule-idx)
                       to w-smp-after(w-rule-idx, w-smp-idx)
                 end-if
              end-if
           end-perform.
       count-rule-changes-ex.
           exit.

       rule-trim.
           move spaces to w-work.
           move function trim(w-value(1:w-len)) to w-work(1:w-len).
           move w-work to w-value.
       rule-trim-ex.
           exit.

       rule-collapse.
           move spaces to w-work.
           move 0 to w-out-pos.
           move space to w-last-char.
           perform varying w-pos from 1 by 1 until w-pos > w-len
              move w-value(w-pos:1) to w-char
              if w-char not = space or w-last-char not = space
                 if w-out-pos > 0 or w-char not = space
                    add 1 to w-out-pos
                    move w-char to w-work(w-out-pos:1)
                 end-if
              end-if
              move w-char to w-last-char
           end-perform.
           move w-work to w-value.
       rule-collapse-ex.
           exit.

      *         digits only, right-justified: anything else in the
      *         field is not a padding problem
       rule-zero-pad.
           move spaces to w-work.
           move function trim(w-value(1:w-len)) to w-work.
           perform count-leading-digits thru count-leading-digits-ex.
           if w-digit-count = 0
              or w-work(w-digit-count + 1:) not = spaces
              move "N" to w-fix-ok
              move "not all digits" to w-reason
              exit paragraph
           end-if.
           perform right-justify-digits
              thru right-justify-digits-ex.
       rule-zero-pad-ex.
           exit.

      *         w-work holds a left-justified value; w-digit-count how
      *         many digits it starts with
       count-leading-digits.
           move 0 to w-digit-count.
           perform varying w-pos from 1 by 1
              until w-pos > w-len
                 or w-work(w-pos:1) is not numeric
              add 1 to w-digit-count
           end-perform.
       count-leading-digits-ex.
           exit.

       right-justify-digits.
           move all "0" to w-value(1:w-len).
           move w-work(1:w-digit-count)
              to w-value(w-len - w-digit-count + 1:w-digit-count).
       right-justify-digits-ex.
           exit.

      *         the sign arrives overpunched on the last digit
      *         ({ A-I positive, } J-R negative) or written as a
      *         leading or trailing + or -
       rule-sign.
           move "N" to w-negative.
           move spaces to w-work.
           move function trim(w-value(1:w-len)) to w-work.
           move function length(function trim(w-value(1:w-len)))
              to w-used.
           evaluate true
              when w-work(1:1) = "+" or w-work(1:1) = "-"
                 if w-work(1:1) = "-"
                    move "Y" to w-negative
                 end-if
                 move w-work(2:) to w-work
                 subtract 1 from w-used
              when w-work(w-used:1) = "+" or w-work(w-used:1) = "-"
                 if w-work(w-used:1) = "-"
                    move "Y" to w-negative
                 end-if
                 move space to w-work(w-used:1)
                 subtract 1 from w-used
              when other
                 move w-work(w-used:1) to w-char
                 if w-char = "}"
                    or (w-char >= "J" and w-char <= "R")
                    move "Y" to w-negative
                 end-if
                 inspect w-char converting "{ABCDEFGHI}JKLMNOPQR"
                    to "01234567890123456789"
                 move w-char to w-work(w-used:1)
           end-evaluate.

           if VALUE-NEGATIVE and w-rule-arg(w-rule-idx) = "REPAIR"
              move "N" to w-fix-ok
              move "negative in unsigned field" to w-reason
              exit paragraph
           end-if.
           perform count-leading-digits thru count-leading-digits-ex.
           if w-digit-count = 0
              or w-digit-count not = w-used
              move "N" to w-fix-ok
              move "not a signed number" to w-reason
              exit paragraph
           end-if.
           perform right-justify-digits
              thru right-justify-digits-ex.
       rule-sign-ex.
           exit.

      *         the format says where the digits are: D day, M month,
      *         Y year (YY windowed at 50), anything else a separator
      *         the value must carry in the same place
       rule-date.
           move w-rule-arg(w-rule-idx) to w-date-format.
           move function length(function trim(w-date-format))
              to w-fmt-len.
           move spaces to w-work.
           move function trim(w-value(1:w-len)) to w-work.
           if w-work(w-fmt-len + 1:) not = spaces
              move "N" to w-fix-ok
              move "does not fit the date format" to w-reason
              exit paragraph
           end-if.
           move spaces to w-date-dd.
           move spaces to w-date-mm.
           move spaces to w-date-yy.
           move 0 to w-dd-len.
           move 0 to w-mm-len.
           move 0 to w-yy-len.
           perform varying w-pos from 1 by 1
              until w-pos > w-fmt-len or not FIELD-FIXED
              move w-work(w-pos:1) to w-char
              evaluate w-date-format(w-pos:1)
                 when "D"
                    if w-dd-len < 2
                       add 1 to w-dd-len
                       move w-char to w-date-dd(w-dd-len:1)
                    end-if
                 when "M"
                    if w-mm-len < 2
                       add 1 to w-mm-len
                       move w-char to w-date-mm(w-mm-len:1)
                    end-if
                 when "Y"
                    if w-yy-len < 4
                       add 1 to w-yy-len
                       move w-char to w-date-yy(w-yy-len:1)
                    end-if
                 when other
                    if w-char not = w-date-format(w-pos:1)
                       move "N" to w-fix-ok
                    end-if
              end-evaluate
           end-perform.
           if not FIELD-FIXED
              or w-dd-len not = 2 or w-mm-len not = 2
              or (w-yy-len not = 2 and w-yy-len not = 4)
              or w-date-dd is not numeric
              or w-date-mm is not numeric
              or w-date-yy(1:w-yy-len) is not numeric
              move "N" to w-fix-ok
              move "does not fit the date format" to w-reason
              exit paragraph
           end-if.
           if w-yy-len = 2
              move w-date-yy(1:2) to w-date-yy(3:2)
              if w-date-yy(3:2) < "50"
                 move "20" to w-date-yy(1:2)
              else
                 move "19" to w-date-yy(1:2)
              end-if
           end-if.
           string w-date-yy w-date-mm w-date-dd into w-new-date.
           call "calendar:day-of-week"
              using w-new-date w-weekday
              giving w-date-rc.
           if w-date-rc not = OK
              move "N" to w-fix-ok
              move "not a calendar date" to w-reason
              exit paragraph
           end-if.
           move spaces to w-value.
           move w-new-date to w-value(1:8).
       rule-date-ex.
           exit.

       rule-map.
           move spaces to w-code.
           move function trim(w-value(1:w-len)) to w-code.
           move spaces to w-translated.
           call "arrlookup:lookup"
              using w-rule-arg(w-rule-idx) w-code w-translated
              giving w-lookup-rc.
           if w-lookup-rc not = OK
              move "N" to w-fix-ok
              move "no entry in the table" to w-reason
              exit paragraph
           end-if.
           move spaces to w-value.
           move w-translated to w-value(1:w-len).
       rule-map-ex.
           exit.

       write-clean-report.
           open output CLEAN-REPORT.
           move spaces to clean-report-rec.
           string "ARRCLEAN FIELD CLEANSING  layout "
              w-layout-name
              into clean-report-rec
           end-string.
           write clean-report-rec.
           move spaces to clean-report-rec.
           move w-read-count to z-num.
           move w-changed-count to z-num2.
           string "read " function trim(z-num)
              "  changed " function trim(z-num2)
              into clean-report-rec
           end-string.
           move w-rejected-count to z-num.
           move w-written-count to z-num2.
           move 40 to w-pos.
           string "rejected " function trim(z-num)
              "  written " function trim(z-num2)
              into clean-report-rec pointer w-pos
           end-string.
           write clean-report-rec.
           move spaces to clean-report-rec.
           write clean-report-rec.
           move spaces to clean-report-rec.
           move "RULE" to clean-report-rec(1:4).
           move "FIELD" to clean-report-rec(18:5).
           move "ARGUMENT" to clean-report-rec(34:8).
           move "CHANGED" to clean-report-rec(64:7).
           move "REFUSED" to clean-report-rec(74:7).
           write clean-report-rec.
           perform varying w-rule-idx from 1 by 1
              until w-rule-idx > w-rule-count
              move spaces to clean-report-rec
              move w-rule-kind(w-rule-idx) to clean-report-rec(1:16)
              move w-rule-field(w-rule-idx)
                 to clean-report-rec(18:15)
              move w-rule-arg(w-rule-idx) to clean-report-rec(34:25)
              move w-rule-changed(w-rule-idx) to z-num
              move z-num to clean-report-rec(62:9)
              move w-rule-refused(w-rule-idx) to z-num
              move z-num to clean-report-rec(72:9)
              write clean-report-rec
              perform varying w-smp-idx from 1 by 1
                 until w-smp-idx > w-rule-sample-count(w-rule-idx)
                 perform write-sample-line
                    thru write-sample-line-ex
              end-perform
           end-perform.

           if w-reject-shown > 0
              move spaces to clean-report-rec
              write clean-report-rec
              move w-reject-shown to z-num2
              move spaces to clean-report-rec
              string "REFUSED RECORDS (first "
                 function trim(z-num2) " shown)"
                 into clean-report-rec
              end-string
              write clean-report-rec
              perform varying w-rj-idx from 1 by 1
                 until w-rj-idx > w-reject-shown
                 move spaces to clean-report-rec
                 move w-rj-record(w-rj-idx) to z-num
                 move w-rj-rule(w-rj-idx) to w-rule-idx
                 string "  record " z-num
                    "  " w-rule-kind(w-rule-idx)
                    " " w-rule-field(w-rule-idx)
                    " [" w-rj-value(w-rj-idx) "] "
                    w-rj-reason(w-rj-idx)
                    into clean-report-rec
                 end-string
                 write clean-report-rec
              end-perform
           end-if.
           close CLEAN-REPORT.
       write-clean-report-ex.
           exit.

       write-sample-line.
           move spaces to clean-report-rec.
           move w-smp-record(w-rule-idx, w-smp-idx) to z-num.
           string "    record " z-num
              "  [" w-smp-before(w-rule-idx, w-smp-idx) "]"
              " -> [" w-smp-after(w-rule-idx, w-smp-idx) "]"
              into clean-report-rec
           end-string.
           write clean-report-rec.
       write-sample-line-ex.
           exit.

       write-run-record.
           initialize w-rl-run-totals.
           move w-read-count to w-rl-run-read.
           move w-written-count to w-rl-run-written.
           move w-rejected-count to w-rl-run-rejected.
           move 0 to w-rl-run-rc.
           call "runlog:end" using w-rl-run-totals.
           initialize w-bc-balance-rec.
           move "ARRCLEAN" to w-bc-bal-step.
           move "ARROUT" to w-bc-bal-file.
           move w-read-count to w-bc-bal-in.
           move w-written-count to w-bc-bal-out.
           move w-rejected-count to w-bc-bal-rejected.
           call "balance:record" using w-bc-balance-rec.
       write-run-record-ex.
           exit.
