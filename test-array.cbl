       copy "cursor.cpy" replacing ==!PREFIX!== by ==w-==.
       copy "sortkey.cpy" replacing ==!PREFIX!== by ==w-tst-==.
       77  w-tst-key-count pic 9(05) value 0.
       77  w-tst-heap-keys pic 9(18) value 0.
       77  w-tst-heap-bound pic 9(18) value 0.
       77  w-tst-heap-order pic x value "A".
       77  w-tvarlen-type pic x(32) value TVARLEN.
       77  w-var-element pic x(20) value spaces.
       77  w-var-out pic x(20) value spaces.
              thru test-assert-sorted-ex.
           perform test-checksum
              thru test-checksum-ex.
           perform test-heap
              thru test-heap-ex.

           call "assert" using VERIFY
              giving w-return-value.
       test-checksum-ex.
           exit.

       test-heap.
           move zeros to w-tst-sort-key-tbl.
           move 0 to w-tst-sort-key-offset(1).
           move NUM-EL-SZ to w-tst-sort-key-length(1).
           move "A" to w-tst-sort-key-order(1).
           move "ZD" to w-tst-sort-key-type(1).
           move 1 to w-tst-heap-keys.
           move "A" to w-tst-heap-order.
           move 0 to w-tst-heap-bound.

           call "array:new" using w-array length of w-num-element.
           perform push-five-onto-the-heap
              thru push-five-onto-the-heap-ex.

           call "array:heap-peek" using w-array w-num-element.
           move 1 to w-expected-num.
           move w-num-element to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "array:heap-peek gives the lowest on an A heap".

           move 5 to w-expected-num.
           move w-array-length to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "array:heap-peek leaves the heap as it was".

           move 0 to w-num-element2.
           perform 5 times
              call "array:heap-pop"
                 using w-array w-num-element
                       w-tst-sort-key-tbl w-tst-heap-keys
                       w-tst-heap-order
              if w-num-element < w-num-element2
                 exit perform
              end-if
              move w-num-element to w-num-element2
           end-perform.
           move 5 to w-expected-num.
           move w-num-element to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "array:heap-pop comes off in ascending order".

           call "array:heap-pop"
              using w-array w-num-element
                    w-tst-sort-key-tbl w-tst-heap-keys
                    w-tst-heap-order
              giving w-return-value.
           move KO to w-expected-num.
           move w-return-value to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "array:heap-pop refuses an empty heap".

           move 3 to w-tst-heap-bound.
           perform push-five-onto-the-heap
              thru push-five-onto-the-heap-ex.
           move 3 to w-expected-num.
           move w-array-length to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "array:heap-push keeps a bounded heap to size".
           call "array:heap-peek" using w-array w-num-element.
           move 3 to w-expected-num.
           move w-num-element to w-actual-num.
           call "assert"
              using NUM-EQ
                    w-expected-num
                    w-actual-num
                    "a bounded A heap keeps the highest elements".

           call "array:free" using w-array.
       test-heap-ex.
           exit.

       push-five-onto-the-heap.
           perform varying i from 1 by 1 until i > 5
              evaluate i
                 when 1 move 4 to w-num-element
                 when 2 move 1 to w-num-element
                 when 3 move 5 to w-num-element
                 when 4 move 2 to w-num-element
                 when 5 move 3 to w-num-element
              end-evaluate
              call "array:heap-push"
                 using w-array w-num-element
                       w-tst-sort-key-tbl w-tst-heap-keys
                       w-tst-heap-order w-tst-heap-bound
           end-perform.
       push-five-onto-the-heap-ex.
           exit.


       fill-the-array-with-random-numbers.
           perform w-max-elements times
