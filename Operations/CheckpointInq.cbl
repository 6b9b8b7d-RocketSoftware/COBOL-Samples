           03 mck-merged-so-far binary-long.
           03 mck-sub1-index binary-long.
           03 mck-sub2-index binary-long.
           03 mck-node-contents pic x(34) occurs 1800 times.

       fd  fib-checkpoint-file.
       01  fck-record.

      *>Entries per checkpoint chunk record -- must match MergeSort's
      *>78-checkpoint-chunk-entries.
       78 78-chunk-entries value 1800.
       78 78-max-nodes value 100.

      *>The merge tree's nodes, collected from each node's chunk 001
