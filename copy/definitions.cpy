       78  OK value 0.
       78  KO value 1.
       78  STOPPED-BY-REQUEST value 4.
       78  ABENDED-BY-INJECTION value 16.
       78  TNUMERIC value "9".
       78  TALPHANUMERIC value "x".
       78  TVARLEN value "v".
       78  ERR-STAGE-TRUNCATED value 202.
       78  ERR-STAGE-CHECKSUM value 203.
       78  ERR-STAGE-NAME value 204.
       78  ERR-STAGE-KEY value 205.
       78  ERR-LOCK-TIMEOUT value 301.
       78  ERR-OVFL-SLOTS value 302.
       78  ERR-SORT-STACK value 303.
