       77  z-count pic z(08)9.
       77  w-string-ptr pic 9(04) value 0.

       77  w-authz-privilege pic x(16) value spaces.
       77  w-authz-rc pic s9(09) value 0.

       77  w-runlog-pgm pic x(08) value "ARRHKEEP".
       copy "runlog.cpy" replacing ==!PREFIX!== by ==w-rl-==.

              display "ARRHKEEP no retention card" upon console
              goback giving KO
           end-if.
           move "TRIM" to w-authz-privilege.
           call "authz:check"
              using w-runlog-pgm w-authz-privilege
              giving w-authz-rc.
           if w-authz-rc not = OK
              goback giving KO
           end-if.

           call "runlog:start" using w-runlog-pgm.
      *         the business date from the rundate service when the
