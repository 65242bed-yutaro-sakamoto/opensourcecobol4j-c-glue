      *> bizdate.cpy
      *> BIZDATE business-date control file record layout.  the
      *> file holds one control record ("C") carrying the
      *> processing day every program in the flow runs for, plus
      *> one holiday record ("H") per non-processing weekday of
      *> the calendar.  saturdays and sundays are never business
      *> days and need no "H" record.  operations roll the
      *> control record forward once per processing day with
      *> progdate, which also maintains the holiday records.
      *> bdt-date is the business date on the control record and
      *> the holiday date on a holiday record (YYYYMMDD);
      *> bdt-prior-date and the rolled date/time are set on the
      *> control record only, bdt-description on holidays only.
           05  bdt-record-type        pic x(01).
           05  bdt-date               pic x(08).
           05  bdt-prior-date         pic x(08).
           05  bdt-rolled-date        pic x(08).
           05  bdt-rolled-time        pic x(06).
           05  bdt-description        pic x(30).
           05  filler                 pic x(19).
