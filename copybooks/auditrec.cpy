      *> carries sequence digits and a status in bytes 72-111, an
      *> all-space tail identifies the old layout.  every reader of
      *> this file rebuilds such records in place before using them.
      *> aud-profile-id names the sizing profile that supplied
      *> aud-a / aud-b ("CTLCARD" when the control card did);
      *> records written before it was added are 111 bytes and
      *> read back with spaces there.
           05  aud-timestamp          pic x(21).
           05  aud-a                  pic 9(5).
           05  aud-b                  pic 9(5).
           05  aud-second-name        pic x(30).
           05  aud-i                  pic 9(5).
           05  aud-status             pic x(04).
           05  aud-profile-id         pic x(08).
