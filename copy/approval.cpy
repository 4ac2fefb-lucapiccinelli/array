       01  !PREFIX!approval-rec.
           05 !PREFIX!appr-id pic 9(09).
           05 !PREFIX!appr-status pic x.
           05 !PREFIX!appr-kind pic x.
           05 !PREFIX!appr-target pic x(30).
           05 !PREFIX!appr-action pic x(06).
           05 !PREFIX!appr-key pic x(64).
           05 !PREFIX!appr-maker pic x(10).
           05 !PREFIX!appr-made-at pic x(15).
           05 !PREFIX!appr-checker pic x(10).
           05 !PREFIX!appr-checked-at pic x(15).
           05 !PREFIX!appr-reason pic x(40).
           05 !PREFIX!appr-length pic 9(04).
           05 !PREFIX!appr-before pic x(4096).
           05 !PREFIX!appr-after pic x(4096).
