      *> ***********************************************
      *> cowmanent.cpy
      *>
      *> one cowbatch_manifest.dat entry, split into its
      *> fields by cowmanifestentry.  every program that reads
      *> the manifest should COPY this and call the parser
      *> rather than unstring the record itself, so the
      *> optional schedule fields mean the same thing to the
      *> batch, the catalog and the checkers.
      *>
      *> COW-ent-state is the entry's schedule as of today:
      *> LIVE, UPCOMING (before its go-live date) or EXPIRED
      *> (on or after its expiry date).  COW-ent-error is
      *> spaces for a good entry, otherwise BADFIELD (an
      *> unknown or repeated field) or BADDATE (a date that
      *> is not a real yyyymmdd, or an expiry not after the
      *> go-live), and the state is then spaces.
      *> ***********************************************
       01  the-manifest-entry.
           03  COW-ent-template   pic x(255).
           03  COW-ent-output     pic x(255).
           03  COW-ent-varsfile   pic x(255).
           03  COW-ent-golive     pic x(8).
           03  COW-ent-expires    pic x(8).
           03  COW-ent-retire     pic x(255).
           03  COW-ent-state      pic x(8).
           03  COW-ent-error      pic x(10).
