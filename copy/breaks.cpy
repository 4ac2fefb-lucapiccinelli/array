       01  !PREFIX!break-tbl.
           05 !PREFIX!break-count pic 9(05).
           05 !PREFIX!break-entry occurs 5000 times.
              10 !PREFIX!brk-id pic 9(09).
              10 !PREFIX!brk-source pic x(06).
              10 !PREFIX!brk-kind pic x(08).
              10 !PREFIX!brk-status pic x(08).
              10 !PREFIX!brk-key pic x(64).
              10 !PREFIX!brk-detail pic x(60).
              10 !PREFIX!brk-opened pic x(08).
              10 !PREFIX!brk-last-seen pic x(08).
              10 !PREFIX!brk-closed pic x(08).
              10 !PREFIX!brk-owner pic x(10).
              10 !PREFIX!brk-resolution pic x(08).
              10 !PREFIX!brk-note pic x(60).
              10 !PREFIX!brk-match-id pic 9(09).
