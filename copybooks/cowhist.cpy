      *> ad-hoc reporting) should COPY this rather than
      *> re-declaring the layout.
      *>
      *> hist-check-result holds PASS, FAIL, MNT or BLK.
      *> MNT is the planned-downtime marker truth records
      *> when a check fails inside a declared maintenance
      *> window (the page shows it as MAINT); BLK marks a
      *> check that was not probed because a check it
      *> depends on did not pass (the page shows it as
      *> BLOCKED).  the record keeps the four-character
      *> layout either way.  reporting that counts failures
      *> should treat MNT as planned and BLK as a knock-on
      *> of another check's failure - neither is a FAIL.
      *> ***********************************************
       01  hist-record.
           03  hist-stamp          pic x(14).
