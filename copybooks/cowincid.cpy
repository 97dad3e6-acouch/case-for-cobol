      *> ***********************************************
      *> cowincid.cpy
      *>
      *> record layout for the incident register truthincid
      *> builds from truth_alerts.log (truth_incidents.dat).
      *> one record per outage of one check, in onset order:
      *> incid-onset is the stamp of the run that raised the
      *> FAIL, incid-recovery the run that raised the
      *> RECOVERY - spaces while the outage is still open.
      *> the onset leads the record so cowhousekeep can date
      *> it like the history file.  incid-id numbers the
      *> incidents for good; it is how an operator names one
      *> to truthannot.
      *>
      *> incid-minutes is onset to recovery (zero while
      *> open).  incid-maint is Y when the outage overlapped
      *> a maintenance window declared for the check (or for
      *> ALL) in truth_maint.dat.  cause, ticket and
      *> resolution are the operator's annotations; the
      *> builder carries them across every rebuild.
      *> ***********************************************
       01  incid-record.
           03  incid-onset         pic x(14).
           03  filler              pic x(1).
           03  incid-id            pic 9(6).
           03  filler              pic x(1).
           03  incid-check         pic x(30).
           03  filler              pic x(1).
           03  incid-recovery      pic x(14).
           03  filler              pic x(1).
           03  incid-minutes       pic 9(7).
           03  filler              pic x(1).
           03  incid-maint         pic x(1).
           03  filler              pic x(1).
           03  incid-cause         pic x(60).
           03  filler              pic x(1).
           03  incid-ticket        pic x(20).
           03  filler              pic x(1).
           03  incid-resolution    pic x(100).
