      *> sizeprof.cpy
      *> per-customer A/B sizing profile (KSDS) record layout,
      *> keyed on prf-cust-id + prf-class and maintained by the
      *> profile maintenance program.  prog looks up the profile
      *> for each customer group before the init/destroy call and
      *> passes prf-a / prf-b to init in place of the control-
      *> card values.  a customer profile carries the cust-id and
      *> a blank class; a class default carries cust-id zero and
      *> the record class of the group it sizes ("CU" = single
      *> base record, "CX" = name continued by "CX" segments).
      *> lookup order is customer profile, class default, then
      *> the control card.  prf-expiry-date (YYYYMMDD) retires a
      *> profile from that date on; spaces = no expiry.
           05  prf-key.
               10  prf-cust-id        pic 9(9).
               10  prf-class          pic x(02).
           05  prf-profile-id         pic x(08).
           05  prf-a                  pic 9(5).
           05  prf-b                  pic 9(5).
           05  prf-expiry-date        pic x(08).
           05  prf-last-maint-date    pic x(08).
