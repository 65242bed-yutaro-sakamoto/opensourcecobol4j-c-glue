      *> runledgr.cpy
      *> shared RUNLEDGR record layout.  every step of the daily
      *> flow and of the lifecycle/archive jobs appends a start
      *> entry ("S") when it begins and an end entry ("E") when it
      *> finishes; a step that found itself already completed for
      *> the business date appends a refusal entry ("R") instead.
      *> a start entry with no matching end entry is a step that
      *> abended.  rlg-completion-flag on an end entry is "C" when
      *> the return code was within the step's normal range and
      *> "F" when the step failed and may simply be resubmitted.
      *> the high-volume partitions each append to their own
      *> RUNLEDGR.PARTn file, as they do for RUNHIST.
           05  rlg-business-date      pic x(8).
           05  rlg-step-name          pic x(8).
           05  rlg-partition-id       pic 9(3).
           05  rlg-high-volume-flag   pic x(1).
           05  rlg-entry-type         pic x(1).
           05  rlg-clock-date         pic x(8).
           05  rlg-start-time         pic x(6).
           05  rlg-end-time           pic x(6).
           05  rlg-return-code        pic 9(2).
           05  rlg-completion-flag    pic x(1).
           05  rlg-force-flag         pic x(1).
           05  filler                 pic x(35).
