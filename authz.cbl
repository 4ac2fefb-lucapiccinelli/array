       identification division.
         program-id.  authz.
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
       data division.
       file section.
       fd  AUTH-TABLE.
       01  auth-table-rec pic x(132).
       fd  SECURITY-LOG.
       01  security-log-rec pic x(132).

       working-storage section.
       copy "definitions.cpy"
           replacing ==!MAX-PARAMS-NUM== by ==2==.

       78  AUTH-GRANT-TOKENS value 8.

      *         who may run the sensitive modes.  One AUTHTAB line per
      *         operator and program:
      *           operator program privilege [privilege ...]
      *         operator is the USER the job runs under, a privilege
      *         is a run mode (A, P, R ...) or a card keyword
      *         (OVERRIDE, TRIM ...) and ALL grants every privilege of
      *         the program.  * lines are comments.  No AUTHTAB, or
      *         no line for the operator, is a refusal: the sensitive
      *         modes are closed until somebody is granted them.
      *         Every answer, either way, goes on SECLOG
       77  w-auth-file-status pic x(02) value spaces.
           88  AUTH-FILE-NOT-FOUND value "35".
           88  AUTH-FILE-AT-EOF value "10".
       77  w-seclog-file-status pic x(02) value spaces.
           88  SECLOG-FILE-NOT-FOUND value "35".

       77  w-program pic x(08) value spaces.
       77  w-privilege pic x(16) value spaces.
       77  w-operator pic x(10) value spaces.
       77  w-granted pic x value "N".
           88  PRIVILEGE-GRANTED value "Y".
       77  w-table-found pic x value "N".
           88  AUTH-TABLE-FOUND value "Y".

       77  w-tok-operator pic x(10) value spaces.
       77  w-tok-program pic x(08) value spaces.
       01  w-tok-grants.
           05 w-tok-grant pic x(16)
              occurs AUTH-GRANT-TOKENS times.
       77  w-tok-idx pic 9(02) value 0.

       77  w-stamp pic x(15) value spaces.
       77  w-verdict pic x(06) value spaces.

       77  w-msg-pgm pic x(08) value "AUTHZ".
       77  w-msg-no pic 9(18) value 0.
       77  w-msg-sub1 pic x(32) value spaces.
       77  w-msg-sub2 pic x(32) value spaces.

       linkage section.
       77  l-program pic x(08).
       77  l-privilege pic x(16).

       procedure division using l-program.
           goback giving 0.

      *         may the operator running this job use the privilege
      *         of the program.  OK or KO; a refusal is also issued
      *         as a numbered message in the caller's name
       entry "authz:check" using l-program l-privilege.
           CATCHPARAMS.
           move spaces to w-program.
           if w-narg >= 1
              move l-program to w-program
           end-if.
           move spaces to w-privilege.
           if w-narg >= 2
              move l-privilege to w-privilege
           end-if.
           move function upper-case(w-program) to w-program.
           move function upper-case(w-privilege) to w-privilege.

           accept w-operator from environment "USER".
           if w-operator = spaces
              move "UNKNOWN" to w-operator
           end-if.

           perform search-auth-table thru search-auth-table-ex.
           if PRIVILEGE-GRANTED
              move "GRANT" to w-verdict
           else
              move "REFUSE" to w-verdict
           end-if.
           perform write-security-log thru write-security-log-ex.
           if PRIVILEGE-GRANTED
              goback giving OK
           end-if.

           if not AUTH-TABLE-FOUND
              move 10131 to w-msg-no
              move "AUTHTAB" to w-msg-sub1
              move spaces to w-msg-sub2
              call "msg:issue"
                 using w-msg-pgm w-msg-no
                       w-msg-sub1 w-msg-sub2
           end-if.
           move 10130 to w-msg-no.
           move w-operator to w-msg-sub1.
           move spaces to w-msg-sub2.
           string w-privilege delimited by space
              " of " delimited by size
              w-program delimited by space
              into w-msg-sub2
           end-string.
           call "msg:issue"
              using w-program w-msg-no
                    w-msg-sub1 w-msg-sub2.
           goback giving KO.

       search-auth-table.
           move "N" to w-granted.
           move "N" to w-table-found.
           if w-program = spaces or w-privilege = spaces
              exit paragraph
           end-if.
           open input AUTH-TABLE.
           if AUTH-FILE-NOT-FOUND
              exit paragraph
           end-if.
           move "Y" to w-table-found.
           read AUTH-TABLE.
           perform until AUTH-FILE-AT-EOF or PRIVILEGE-GRANTED
              if auth-table-rec not = spaces
                 and auth-table-rec(1:1) not = "*"
                 perform check-auth-line thru check-auth-line-ex
              end-if
              read AUTH-TABLE
           end-perform.
           close AUTH-TABLE.
       search-auth-table-ex.
           exit.

       check-auth-line.
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
           if w-tok-operator not = w-operator
              or w-tok-program not = w-program
              exit paragraph
           end-if.
           perform varying w-tok-idx from 1 by 1
              until w-tok-idx > AUTH-GRANT-TOKENS
                 or PRIVILEGE-GRANTED
              move function upper-case(w-tok-grant(w-tok-idx))
                 to w-tok-grant(w-tok-idx)
              if w-tok-grant(w-tok-idx) = w-privilege
                 or w-tok-grant(w-tok-idx) = "ALL"
                 move "Y" to w-granted
              end-if
           end-perform.
       check-auth-line-ex.
           exit.

      *         stamp(1:15) verdict(17:6) operator(24:10)
      *         program(35:8) privilege(44:16)
       write-security-log.
           move spaces to w-stamp.
           string
              function current-date(1:8) "-"
              function current-date(9:6)
              into w-stamp
           end-string.
           open extend SECURITY-LOG.
           if SECLOG-FILE-NOT-FOUND
              open output SECURITY-LOG
           end-if.
           move spaces to security-log-rec.
           string
              w-stamp
              " " w-verdict
              " " w-operator
              " " w-program
              " " w-privilege
              delimited by size
              into security-log-rec
           end-string.
           write security-log-rec.
           close SECURITY-LOG.
       write-security-log-ex.
           exit.
