           03 mck-merged-so-far binary-long.
           03 mck-sub1-index binary-long.
           03 mck-sub2-index binary-long.
           03 mck-node-contents pic x(34) occurs 1800 times.

       fd  fib-checkpoint-file.
       01  fck-record.
