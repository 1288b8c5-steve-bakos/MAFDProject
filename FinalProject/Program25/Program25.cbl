      *writes it.
       fd gc-file
           data record is gc-record
           record contains 71 characters.

       01 gc-record.
           05 gc-card-num                      pic x(15).
           05 gc-issue-date                    pic 9(6).
           05 gc-last-activity-date            pic 9(6).
           05 gc-breakage-amt                  pic 9(7)v99.
           05 gc-issue-store                   pic 99.

      *Define the dormancy policy record - one line holding the age
      *in days.
