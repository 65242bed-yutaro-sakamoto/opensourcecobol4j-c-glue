      *> profaud.cpy
      *> PROFAUD record layout, appended by the profile
      *> maintenance program with a before and after image of the
      *> sizing-profile record (sizeprof.cpy) on every add,
      *> change and expiry it applies.  pfa-action is the
      *> transaction code ("PA" / "PC" / "PX"); the before-image
      *> is spaces for an add.
           05  pfa-timestamp          pic x(21).
           05  pfa-action             pic x(02).
           05  pfa-cust-id            pic 9(9).
           05  pfa-class              pic x(02).
           05  pfa-before-image       pic x(45).
           05  pfa-after-image        pic x(45).
