       01 wsIncludeAll pic X(10) value spaces.

*> Program-id to day-directory map off the registry.
       01 wsMaxJobs pic 9(2) value 60.
       01 wsJobs.
           05 wsJobEntry occurs 60 times.
               10 wsJobProgram pic X(16).
               10 wsJobDir pic X(10).
       01 wsJobCount pic 9(2) value 0.
