      *>
      *> driven by the command line:
      *>
      *>     cowvarskeep ADD     NAME VALUE...
      *>     cowvarskeep UPDATE  NAME VALUE...
      *>     cowvarskeep DELETE  NAME
      *>     cowvarskeep LIST    [PREFIX]
      *>     cowvarskeep PENDING
      *>     cowvarskeep APPROVE ID
      *>     cowvarskeep REJECT  ID [REASON...]
      *>
      *> the value is everything after the name, spaces and
      *> all.  one wrong shared value goes out on every page
      *> at the next run, so ADD, UPDATE and DELETE do not
      *> touch the repository: they are checked and queued in
      *> cowvarsrepo_pending.dat (an indexed file keyed by a
      *> change number) with who submitted them.  PENDING
      *> lists the queue; APPROVE applies one change, and
      *> only when the approver ($USER) is someone other
      *> than the submitter; REJECT drops it unapplied (the
      *> submitter may reject their own, which is recorded
      *> as WITHDRAWN).  decided changes stay in the file
      *> with the decision, who made it and when.  the
      *> submission and the decision each append a line to
      *> cowvarsrepo_changes.log.  COWVARSREPO_FILE points
      *> both programs at a different repository, the same
      *> way COWBATCH_MANIFEST redirects the manifest, and
      *> COWVARSREPO_PENDING does the same for the queue.

       identification division.
       program-id. cowvarskeep.
               record key is repo-key
               file status is repofile-status.

           select pendfile
               assign to dynamic pendfile-name
               organization is indexed
               access mode is dynamic
               record key is pend-id
               file status is pendfile-status.

           select changefile
               assign to dynamic changefile-name
               file status is changefile-status
           03  repo-key   pic x(128).
           03  repo-value pic x(2000).

      *> one queued change.  pend-state is PENDING until
      *> someone decides it, then APPROVED, REJECTED or
      *> WITHDRAWN.
       fd  pendfile.
       01  pend-record.
           03  pend-id        pic 9(6).
           03  pend-state     pic x(9).
           03  pend-op        pic x(10).
           03  pend-name      pic x(128).
           03  pend-value     pic x(2000).
           03  pend-submitter pic x(32).
           03  pend-submitted pic x(21).
           03  pend-decider   pic x(32).
           03  pend-decided   pic x(21).

       fd  changefile.
       01  changeline pic x(2300).

       01  repofile-status pic x(2).
       01  repo-override pic x(255).

       01  pendfile-name pic x(255) value "cowvarsrepo_pending.dat".
       01  pendfile-status pic x(2).
       01  pend-override pic x(255).

       01  changefile-name pic x(255)
               value "cowvarsrepo_changes.log".
       01  changefile-status pic x(2).

       01  change-stamp pic x(21).
       01  change-user  pic x(32).
       01  change-id    pic 9(6).
       01  change-state pic x(9).
       01  change-reason pic x(2000).

       01  target-id    pic 9(6).
       01  next-id      pic 9(6).
       01  name-exists  pic x(1).
       01  name-queued  pic x(1).

       01  prefix-text  pic x(128).
       01  prefix-len   pic 9(4).
               move function trim(repo-override) to repofile-name
           end-if

           accept pend-override from environment
               "COWVARSREPO_PENDING"
           if function trim(pend-override) not = spaces
               move function trim(pend-override) to pendfile-name
           end-if

           accept change-user from environment "USER"
           if function trim(change-user) = spaces
               move 'unknown' to change-user
           end-if

           accept command-text from command-line
           move spaces to op-word
           move spaces to name-word

           evaluate op-word
           when 'ADD'
           when 'UPDATE'
           when 'DELETE'
               perform submit-change
           when 'LIST'
               perform list-variables
           when 'PENDING'
               perform list-pending-changes
           when 'APPROVE'
               perform approve-change
           when 'REJECT'
               perform reject-change
           when other
               display 'usage: cowvarskeep ADD|UPDATE NAME VALUE'
               display '       cowvarskeep DELETE NAME'
               display '       cowvarskeep LIST [PREFIX]'
               display '       cowvarskeep PENDING'
               display '       cowvarskeep APPROVE ID'
               display '       cowvarskeep REJECT ID [REASON]'
               move 8 to return-code
           end-evaluate

               goback
           end-if.

      *> ---------------------------------------------
      *> the three changes as applied to the repository
      *> once approved.  the checks made at submission
      *> are made again here - the repository may have
      *> moved on while the change waited.
      *> ---------------------------------------------
       add-variable.
           perform open-repo-update
           move spaces to repo-record
           move function trim(name-word) to repo-key
           call 'checkfilestatus' using repofile-name repofile-status
               'N'
           close repofile
           display 'cowvarskeep added ' function trim(name-word).

       update-variable.
           perform open-repo-update
           move spaces to repo-key
           move function trim(name-word) to repo-key
           call 'checkfilestatus' using repofile-name repofile-status
               'N'
           close repofile
           display 'cowvarskeep updated ' function trim(name-word).

       delete-variable.
           perform open-repo-update
           move spaces to repo-key
           move function trim(name-word) to repo-key
           call 'checkfilestatus' using repofile-name repofile-status
               'N'
           close repofile
           display 'cowvarskeep deleted ' function trim(name-word).

      *> ---------------------------------------------
      *> ADD, UPDATE and DELETE are checked against the
      *> repository as it stands - so an ADD of a name
      *> that exists, or an UPDATE of one that does not,
      *> is turned away now rather than at approval -
      *> and against the queue: a name with a change
      *> already waiting takes no second one until the
      *> first is decided.
      *> ---------------------------------------------
       submit-change.
      *> an unnamed submitter could approve their own
      *> change under their real name afterwards.
           if function trim(change-user) = 'unknown'
               display 'ERROR cannot tell who is submitting'
                   ' - USER is not set'
               move 8 to return-code
               goback
           end-if
           perform require-name
           if op-word = 'DELETE'
               move spaces to value-text
           else
               if function trim(value-text) = spaces
                   display 'ERROR no value given for '
                       function trim(name-word)
                   move 8 to return-code
                   goback
               end-if
           end-if

           perform check-name-exists
           if op-word = 'ADD' and name-exists = 'Y'
               display 'ERROR ' function trim(name-word)
                   ' already exists - use UPDATE'
               move 8 to return-code
               goback
           end-if
           if op-word not = 'ADD' and name-exists = 'N'
               display 'ERROR ' function trim(name-word)
                   ' not found'
               move 8 to return-code
               goback
           end-if

           perform open-pend-update
           perform scan-pending-queue
           if name-queued = 'Y'
               display 'ERROR ' function trim(name-word)
                   ' already has change ' change-id
                   ' awaiting approval'
               close pendfile
               move 8 to return-code
               goback
           end-if

           move function current-date to change-stamp
           move spaces to pend-record
           move next-id to pend-id
           move 'PENDING' to pend-state
           move op-word to pend-op
           move function trim(name-word) to pend-name
           move value-text to pend-value
           move change-user to pend-submitter
           move change-stamp to pend-submitted
           write pend-record
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'
           close pendfile

           move next-id to change-id
           move 'SUBMITTED' to change-state
           move spaces to change-reason
           perform write-change-record
           display 'cowvarskeep queued change ' change-id ': '
               function trim(op-word) ' ' function trim(name-word)
               ' - awaiting approval by someone other than '
               function trim(change-user).

       check-name-exists.
           move 'N' to name-exists
           open input repofile
           if repofile-status not = '35'
               call 'checkfilestatus' using repofile-name
                   repofile-status 'N'
               move spaces to repo-key
               move function trim(name-word) to repo-key
               read repofile
               if repofile-status = '00'
                   move 'Y' to name-exists
               end-if
               close repofile
           end-if.

      *> ---------------------------------------------
      *> open the queue for update, creating it on first
      *> use the way open-repo-update creates the
      *> repository.
      *> ---------------------------------------------
       open-pend-update.
           open i-o pendfile
           if pendfile-status = '35'
               open output pendfile
               close pendfile
               open i-o pendfile
           end-if
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'.

      *> one pass over the queue gives the next change
      *> number (numbers are never reused, decided
      *> changes included) and any change still waiting
      *> on the same name.
       scan-pending-queue.
           move 1 to next-id
           move 'N' to name-queued
           move 0 to pend-id
           start pendfile key >= pend-id
           if pendfile-status = '00'
               read pendfile next
               perform until pendfile-status not = '00'
                   if pend-id >= next-id
                       compute next-id = pend-id + 1
                   end-if
                   if pend-state = 'PENDING'
                           and pend-name = name-word
                       move 'Y' to name-queued
                       move pend-id to change-id
                   end-if
                   read pendfile next
               end-perform
           end-if.

      *> ---------------------------------------------
      *> PENDING lists the changes still waiting, oldest
      *> first, with who submitted each and when.
      *> ---------------------------------------------
       list-pending-changes.
           move 0 to listed-count
           open input pendfile
           if pendfile-status = '35'
               display 'cowvarskeep: no changes pending (no file)'
               goback
           end-if
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'

           read pendfile next
           perform until pendfile-status not = '00'
               if pend-state = 'PENDING'
                   display pend-id ' ' pend-op ' '
                       function trim(pend-name) ' by '
                       function trim(pend-submitter) ' at '
                       pend-submitted(1:14)
                   if pend-op not = 'DELETE'
                       display '       value: '
                           function trim(pend-value)
                   end-if
                   add 1 to listed-count
               end-if
               read pendfile next
           end-perform
           close pendfile

           move listed-count to listed-disp
           display 'cowvarskeep' listed-disp ' change(s) pending'.

      *> ---------------------------------------------
      *> APPROVE applies the change with the ordinary
      *> add / update / delete paragraphs - which stop
      *> with return code 8, leaving it pending, if the
      *> repository no longer allows it - and only then
      *> marks it approved.  the queue is closed while
      *> the repository is updated.
      *> ---------------------------------------------
       approve-change.
           perform find-pending-change
           if function trim(change-user) = 'unknown'
               display 'ERROR cannot tell who is approving'
                   ' - USER is not set'
               move 8 to return-code
               goback
           end-if
           if change-user = pend-submitter
               display 'ERROR change ' change-id ' was submitted by '
                   function trim(change-user)
                   ' - it needs a second person to approve it'
               move 8 to return-code
               goback
           end-if

           move pend-op to op-word
           move pend-name to name-word
           move pend-value to value-text
           evaluate op-word
           when 'ADD'
               perform add-variable
           when 'UPDATE'
               perform update-variable
           when 'DELETE'
               perform delete-variable
           end-evaluate

           move 'APPROVED' to change-state
           move spaces to change-reason
           perform record-decision.

       reject-change.
           if function trim(change-user) = 'unknown'
               display 'ERROR cannot tell who is rejecting'
                   ' - USER is not set'
               move 8 to return-code
               goback
           end-if
           move value-text to change-reason
           perform find-pending-change
           if change-user = pend-submitter
               move 'WITHDRAWN' to change-state
           else
               move 'REJECTED' to change-state
           end-if
           move pend-op to op-word
           move pend-name to name-word
           move pend-value to value-text
           perform record-decision
           display 'cowvarskeep '
               function lower-case(function trim(change-state))
               ' change ' change-id ': ' function trim(op-word) ' '
               function trim(name-word).

      *> ---------------------------------------------
      *> the change named by the ID word, which must
      *> still be waiting; the record is left in
      *> pend-record and the queue closed.
      *> ---------------------------------------------
       find-pending-change.
           if function trim(name-word) = spaces
                   or function trim(name-word) is not numeric
               display 'ERROR change id must be a number: '
                   function trim(name-word)
               move 8 to return-code
               goback
           end-if
           compute target-id = function numval(name-word)

           open input pendfile
           if pendfile-status = '35'
               display 'ERROR no changes pending (no file)'
               move 8 to return-code
               goback
           end-if
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'
           move target-id to pend-id
           read pendfile
           if pendfile-status = '23'
               display 'ERROR no change ' target-id ' in '
                   function trim(pendfile-name)
               close pendfile
               move 8 to return-code
               goback
           end-if
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'
           close pendfile
           move pend-id to change-id
           if pend-state not = 'PENDING'
               display 'ERROR change ' change-id ' was already '
                   function lower-case(function trim(pend-state))
                   ' by ' function trim(pend-decider)
               move 8 to return-code
               goback
           end-if.

      *> the decision goes on the queued record and, as
      *> the submission did, into the changes log.
       record-decision.
           perform open-pend-update
           move change-id to pend-id
           read pendfile
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'
           move function current-date to change-stamp
           move change-state to pend-state
           move change-user to pend-decider
           move change-stamp to pend-decided
           rewrite pend-record
           call 'checkfilestatus' using pendfile-name pendfile-status
               'N'
           close pendfile
           perform write-change-record.

      *> ---------------------------------------------
      *> LIST walks the keys in order from the prefix
      *> (or from the top when none is given) and shows
           display 'cowvarskeep listed' listed-disp ' variable(s)'.

      *> ---------------------------------------------
      *> one line per step of a change - stamp, who,
      *> what, then the change number and the step
      *> (SUBMITTED, APPROVED, REJECTED or WITHDRAWN)
      *> and any rejection reason - pipe-delimited
      *> because values contain spaces.  who is the
      *> submitter on a SUBMITTED line and the decider
      *> on the others.  the extend-or-create dance
      *> matches the audit log in cowtemplate.
      *> ---------------------------------------------
       write-change-record.
           move spaces to changeline
           string change-stamp delimited by size
               '|' delimited by size
               function trim(name-word) delimited by size
               '|' delimited by size
               function trim(value-text) delimited by size
               '|' delimited by size
               change-id delimited by size
               '|' delimited by size
               function trim(change-state) delimited by size
               '|' delimited by size
               function trim(change-reason) delimited by size
               into changeline

           open extend changefile
