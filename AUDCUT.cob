       01 carry-idx usage binary-long.
       01 carry-overflow pic x value "N".
       01 carry-table.
           05 carry-entry occurs 500 times pic x(140).

       01 registry-count usage binary-long value 0.
       01 registry-max usage binary-long value 100.
