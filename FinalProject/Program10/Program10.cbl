      *review-line.
       fd review-file
           data record is rv-record
           record contains 74 characters.

       01 rv-record.
           05 rv-input-portion                 pic x(68).
           05 rv-seq-num                       pic 9(6).

      * Program1's blank separator/trailer lines ride down the same
      * 68-byte record area at the bottom of review-queue.out -
      * redefined here so 200-process-review-records can recognize
      * and skip them instead of running the disposition pipeline
      * over them.
       01 ws-review-trailer-view redefines rv-record.
           05 rvt-label-prefix                 pic x(6).
           05 filler                           pic x(68).

      *Define the decisions control record - the seq-num of the
      *queued record, A or R, the manager's reason (kept for the
      *as Program1's rs-record.
       fd approved-file
           data record is ap-record
           record contains 74 characters.

       01 ap-record.
           05 ap-input-portion                 pic x(68).
           05 ap-orig-seq-num                  pic 9(6).

      *Define the disposition report line.
