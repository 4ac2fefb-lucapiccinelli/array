       01  !PREFIX!dtab-result.
           05 !PREFIX!dtab-hit-count pic 9(03).
           05 !PREFIX!dtab-hit occurs 64 times.
              10 !PREFIX!dtab-hit-row pic 9(03).
              10 !PREFIX!dtab-hit-outcome pic x(08).
       01  !PREFIX!dtab-rows.
           05 !PREFIX!dtab-mode pic x.
           05 !PREFIX!dtab-layout pic x(15).
           05 !PREFIX!dtab-row-count pic 9(03).
           05 !PREFIX!dtab-row occurs 64 times.
              10 !PREFIX!dtab-row-outcome pic x(08).
              10 !PREFIX!dtab-row-conds pic 9(02).
              10 !PREFIX!dtab-row-fired pic 9(09).
              10 !PREFIX!dtab-row-text pic x(60).
