      *> ***********************************************
      *> truthincid - incident register.  truthalert writes
      *> one event per state change to truth_alerts.log, which
      *> says when each outage began and ended but not in a
      *> shape anyone can review a month by.  this program
      *> pairs each check's FAIL event with the RECOVERY that
      *> ended it (a CHANGE back to PASS ends one too, as when
      *> a maintenance window closes on a failed check) and
      *> keeps one record per outage in truth_incidents.dat
      *> (layout in cowincid.cpy): check, onset, recovery,
      *> duration, and whether it overlapped a maintenance
      *> window from truth_maint.dat.
      *>
      *> the register is merged, not rebuilt: every run
      *> replays the whole alerts log against it, an event
      *> already accounted for changes nothing, and the
      *> operator's annotations (truthannot) ride through
      *> untouched - so it is safe to rerun, and incidents
      *> survive cowhousekeep pruning the alerts log under
      *> them.  a FLAPPING event is a flip like any other:
      *> one to FAIL opens an outage, one to PASS ends it.
      *>
      *> the month's incidents - TRUTHINCID_MONTH=yyyymm,
      *> the current month by default - then render through
      *> status-incidents.tpl as status-incidents.html, with
      *> each check's incident count and mean time to
      *> recover.
      *> ***********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. truthincid.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTFILE
               ASSIGN TO DYNAMIC ALERT-FILE-NAME
               FILE STATUS IS ALERT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDFILE
               ASSIGN TO DYNAMIC INCID-FILE-NAME
               FILE STATUS IS INCID-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEWINCIDFILE
               ASSIGN TO DYNAMIC NEW-INCID-FILE-NAME
               FILE STATUS IS NEW-INCID-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTFILE
               ASSIGN TO DYNAMIC MAINT-FILE-NAME
               FILE STATUS IS MAINT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTFILE.
       01  ALERT-REC            PIC X(200).

       FD  INCIDFILE.
       COPY "cowincid.cpy".

       FD  NEWINCIDFILE.
       01  NEW-INCID-REC        PIC X(260).

       FD  MAINTFILE.
       01  MAINT-REC            PIC X(600).

       WORKING-STORAGE SECTION.
       COPY "cowvars.cpy".

       01 ALERT-FILE-NAME      PIC X(255) VALUE "truth_alerts.log".
       01 ALERT-FILE-STATUS    PIC X(2).
       01 ALERT-STAMP          PIC X(14).
       01 ALERT-EVENT          PIC X(10).
       01 ALERT-NAME           PIC X(30).
       01 ALERT-DETAIL         PIC X(100).
       01 ALERT-FROM           PIC X(10).
       01 ALERT-TO             PIC X(10).
       01 EVENTS-READ          PIC 9(6) VALUE 0.

       01 INCID-FILE-NAME      PIC X(255) VALUE "truth_incidents.dat".
       01 INCID-FILE-STATUS    PIC X(2).
       01 NEW-INCID-FILE-NAME  PIC X(255)
                               VALUE "truth_incidents.dat.new".
       01 NEW-INCID-FILE-STATUS PIC X(2).

       01 MAINT-FILE-NAME      PIC X(255) VALUE "truth_maint.dat".
       01 MAINT-FILE-STATUS    PIC X(2).
       01 MAINT-FILE-INFO.
          05 MF-FILE-SIZE      PIC X(8) COMP-X.
          05 MF-FILE-STAMP     PIC X(8).
       01 MAINT-TRIMMED        PIC X(600).

      *> the same window table truth keeps - NAME|START|
      *> END|REASON, NAME a check or ALL.
       01 MAINT-TABLE.
          05 MAINT-COUNT       PIC 9(4) VALUE 0.
          05 MAINT-ENTRY OCCURS 20 TIMES.
             10 MNT-NAME       PIC X(30).
             10 MNT-START      PIC X(14).
             10 MNT-END        PIC X(14).
             10 MNT-REASON     PIC X(100).
       01 MAINT-IDX            PIC 9(4).

      *> the whole register, in onset order, while the
      *> alerts log is replayed against it.
       01 REGISTER-TABLE.
          05 REG-COUNT         PIC 9(4) VALUE 0.
          05 REG-ENTRY OCCURS 2000 TIMES.
             10 REG-ONSET      PIC X(14).
             10 REG-ID         PIC 9(6).
             10 REG-CHECK      PIC X(30).
             10 REG-RECOVERY   PIC X(14).
             10 REG-MINUTES    PIC 9(7).
             10 REG-MAINT      PIC X(1).
             10 REG-CAUSE      PIC X(60).
             10 REG-TICKET     PIC X(20).
             10 REG-RESOLUTION PIC X(100).
       01 REG-IDX              PIC 9(4).
       01 REG-FOUND            PIC X(1).
       01 REG-LATEST           PIC 9(4).
       01 LAST-ID              PIC 9(6) VALUE 0.
       01 OPENED-COUNT         PIC 9(6) VALUE 0.
       01 CLOSED-COUNT         PIC 9(6) VALUE 0.
       01 OPEN-NOW-COUNT       PIC 9(6) VALUE 0.
       01 COUNT-DISP           PIC Z(5)9.
       01 OPENED-DISP          PIC Z(5)9.
       01 CLOSED-DISP          PIC Z(5)9.
       01 OPEN-NOW-DISP        PIC Z(5)9.

       01 NOW-STAMP            PIC X(21).
       01 OUTAGE-END           PIC X(14).

       01 FROM-STAMP           PIC X(14).
       01 TO-STAMP             PIC X(14).
       01 FROM-DATE-NUM        PIC 9(8).
       01 TO-DATE-NUM          PIC 9(8).
       01 FROM-SECS            PIC S9(9).
       01 TO-SECS              PIC S9(9).
       01 SPAN-MINUTES         PIC S9(9).

       01 MONTH-SETTING        PIC X(10).
       01 REPORT-MONTH         PIC X(6).
       01 MONTH-TEXT           PIC X(7).

       01 INCID-TEMPLATE-NAME  PIC X(255)
                               VALUE "status-incidents.tpl".
       01 INCID-OUTPUT-NAME    PIC X(255)
                               VALUE "status-incidents.html".

      *> per-check figures for the month: how many
      *> incidents, how many fell in a maintenance
      *> window, and the minutes the closed ones took to
      *> recover, for the mean.
       01 SUMMARY-TABLE.
          05 SUM-COUNT         PIC 9(4) VALUE 0.
          05 SUM-ENTRY OCCURS 50 TIMES.
             10 SUM-CHECK      PIC X(30).
             10 SUM-INCIDENTS  PIC 9(6).
             10 SUM-PLANNED    PIC 9(6).
             10 SUM-CLOSED     PIC 9(6).
             10 SUM-MINUTES    PIC 9(9).
       01 SUM-IDX              PIC 9(4).
       01 SUM-FOUND            PIC X(1).
       01 MTTR-MINUTES         PIC 9(9).

      *> the vars table holds 1000 entries: 80 incident
      *> rows of eight fields and 50 summary rows of four
      *> leave room to spare, and a month past 80 says so.
       01 ROWS-SHOWN           PIC 9(4) VALUE 0.
       01 ROWS-OMITTED         PIC 9(4) VALUE 0.
       01 ROW-IDX-DISP         PIC Z(3)9.
       01 ROW-VARNAME          PIC X(40).
       01 ROW-FIELD            PIC X(12).
       01 ROW-VALUE            PIC X(200).
       01 ROW-PREFIX           PIC X(12).
       01 DURATION-TEXT        PIC X(20).
       01 DURATION-HOURS       PIC 9(7).
       01 DURATION-MINS        PIC 9(2).
       01 HOURS-DISP           PIC Z(6)9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           PERFORM READ-MONTH-SETTING.
           PERFORM LOAD-INCIDENT-REGISTER.
           PERFORM LOAD-MAINT-WINDOWS.
           PERFORM REPLAY-ALERT-LOG.
           PERFORM SETTLE-INCIDENTS.
           PERFORM WRITE-INCIDENT-REGISTER.
           PERFORM BUILD-INCIDENT-VARS.
      *> rendered where the batch runs: leave the batch's
      *> checkpoint alone (see truth).
           DISPLAY "COWTEMPLATE_CHECKPOINT" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           CALL "cowtemplate" USING THE-VARS INCID-TEMPLATE-NAME
               INCID-OUTPUT-NAME.

           MOVE OPENED-COUNT TO OPENED-DISP
           MOVE CLOSED-COUNT TO CLOSED-DISP
           MOVE OPEN-NOW-COUNT TO OPEN-NOW-DISP
           DISPLAY "truthincid:" OPENED-DISP " opened,"
               CLOSED-DISP " closed," OPEN-NOW-DISP
               " still open - wrote " FUNCTION TRIM(INCID-FILE-NAME)
               " and " FUNCTION TRIM(INCID-OUTPUT-NAME).
           GOBACK.

       READ-MONTH-SETTING.
           MOVE NOW-STAMP(1:6) TO REPORT-MONTH
           ACCEPT MONTH-SETTING FROM ENVIRONMENT "TRUTHINCID_MONTH"
           IF FUNCTION TRIM(MONTH-SETTING) NOT = SPACES
               IF MONTH-SETTING(1:6) IS NUMERIC
                   MOVE MONTH-SETTING(1:6) TO REPORT-MONTH
               ELSE
                   DISPLAY "ERROR TRUTHINCID_MONTH must be yyyymm: "
                       FUNCTION TRIM(MONTH-SETTING)
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO MONTH-TEXT
           STRING REPORT-MONTH(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               REPORT-MONTH(5:2) DELIMITED BY SIZE
               INTO MONTH-TEXT.

      *> ---------------------------------------------
      *> a missing register is an empty one - the first
      *> run builds it from the whole alerts log.
      *> ---------------------------------------------
       LOAD-INCIDENT-REGISTER.
           MOVE 0 TO REG-COUNT
           OPEN INPUT INCIDFILE
           CALL "checkfilestatus" USING INCID-FILE-NAME
               INCID-FILE-STATUS "Y"
           IF INCID-FILE-STATUS = "00"
               READ INCIDFILE
               PERFORM UNTIL INCID-FILE-STATUS = "10"
                   IF INCID-ONSET NOT = SPACES
                       PERFORM ADD-REGISTER-ENTRY
                       MOVE INCID-ONSET TO REG-ONSET(REG-COUNT)
                       MOVE INCID-ID TO REG-ID(REG-COUNT)
                       MOVE INCID-CHECK TO REG-CHECK(REG-COUNT)
                       MOVE INCID-RECOVERY TO REG-RECOVERY(REG-COUNT)
                       MOVE INCID-CAUSE TO REG-CAUSE(REG-COUNT)
                       MOVE INCID-TICKET TO REG-TICKET(REG-COUNT)
                       MOVE INCID-RESOLUTION
                           TO REG-RESOLUTION(REG-COUNT)
                       IF INCID-ID > LAST-ID
                           MOVE INCID-ID TO LAST-ID
                       END-IF
                   END-IF
                   READ INCIDFILE
               END-PERFORM
               CLOSE INCIDFILE
           END-IF.

       ADD-REGISTER-ENTRY.
           IF REG-COUNT >= 2000
               DISPLAY "ERROR incident register over 2000 incidents"
               STOP RUN
           END-IF
           ADD 1 TO REG-COUNT
           MOVE SPACES TO REG-ENTRY(REG-COUNT)
           MOVE 0 TO REG-ID(REG-COUNT) REG-MINUTES(REG-COUNT).

       LOAD-MAINT-WINDOWS.
           MOVE 0 TO MAINT-COUNT
           CALL "CBL_CHECK_FILE_EXIST" USING MAINT-FILE-NAME
               MAINT-FILE-INFO
           IF RETURN-CODE = 0
               MOVE 0 TO RETURN-CODE
               OPEN INPUT MAINTFILE
               CALL "checkfilestatus" USING MAINT-FILE-NAME
                   MAINT-FILE-STATUS "N"
               READ MAINTFILE
               PERFORM UNTIL MAINT-FILE-STATUS = "10"
                   MOVE FUNCTION TRIM(MAINT-REC) TO MAINT-TRIMMED
                   IF MAINT-TRIMMED NOT = SPACES
                           AND MAINT-TRIMMED(1:1) NOT = "*"
                           AND MAINT-COUNT < 20
                       ADD 1 TO MAINT-COUNT
                       MOVE SPACES TO MAINT-ENTRY(MAINT-COUNT)
                       UNSTRING MAINT-TRIMMED DELIMITED BY "|"
                           INTO MNT-NAME(MAINT-COUNT)
                                MNT-START(MAINT-COUNT)
                                MNT-END(MAINT-COUNT)
                                MNT-REASON(MAINT-COUNT)
                       END-UNSTRING
                   END-IF
                   READ MAINTFILE
               END-PERFORM
               CLOSE MAINTFILE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------
      *> the alerts log is STAMP|EVENT|NAME|DETAIL, in
      *> run order.  a missing log just means no events
      *> yet.
      *> ---------------------------------------------
       REPLAY-ALERT-LOG.
           OPEN INPUT ALERTFILE
           CALL "checkfilestatus" USING ALERT-FILE-NAME
               ALERT-FILE-STATUS "Y"
           IF ALERT-FILE-STATUS = "00"
               READ ALERTFILE
               PERFORM UNTIL ALERT-FILE-STATUS = "10"
                   ADD 1 TO EVENTS-READ
                   MOVE SPACES TO ALERT-STAMP ALERT-EVENT
                       ALERT-NAME ALERT-DETAIL
                   UNSTRING ALERT-REC DELIMITED BY "|"
                       INTO ALERT-STAMP ALERT-EVENT
                            ALERT-NAME ALERT-DETAIL
                   END-UNSTRING
                   PERFORM APPLY-ONE-EVENT
                   READ ALERTFILE
               END-PERFORM
               CLOSE ALERTFILE
           END-IF.

       APPLY-ONE-EVENT.
           MOVE SPACES TO ALERT-FROM ALERT-TO
           UNSTRING ALERT-DETAIL DELIMITED BY "->" OR ","
               INTO ALERT-FROM ALERT-TO
           END-UNSTRING
           EVALUATE TRUE
           WHEN ALERT-STAMP IS NOT NUMERIC
               CONTINUE
           WHEN ALERT-EVENT = "FAIL"
               PERFORM OPEN-INCIDENT
           WHEN ALERT-EVENT = "RECOVERY"
               PERFORM CLOSE-INCIDENT
           WHEN ALERT-EVENT = "CHANGE"
                   AND FUNCTION TRIM(ALERT-TO) = "PASS"
               PERFORM CLOSE-INCIDENT
           WHEN ALERT-EVENT = "FLAPPING"
                   AND FUNCTION TRIM(ALERT-TO) = "FAIL"
               PERFORM OPEN-INCIDENT
           WHEN ALERT-EVENT = "FLAPPING"
                   AND FUNCTION TRIM(ALERT-TO) = "PASS"
               PERFORM CLOSE-INCIDENT
           END-EVALUATE.

      *> ---------------------------------------------
      *> an onset already in the register, or a FAIL
      *> while the check's last incident is still open
      *> (a BLK spell in between can raise a second
      *> one), is nothing new.
      *> ---------------------------------------------
       OPEN-INCIDENT.
           PERFORM FIND-LATEST-INCIDENT
           MOVE "N" TO REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT OR REG-FOUND = "Y"
               IF REG-ONSET(REG-IDX) = ALERT-STAMP
                       AND REG-CHECK(REG-IDX) = ALERT-NAME
                   MOVE "Y" TO REG-FOUND
               END-IF
           END-PERFORM
           IF REG-FOUND = "N" AND REG-LATEST > 0
               IF REG-RECOVERY(REG-LATEST) = SPACES
                   MOVE "Y" TO REG-FOUND
               END-IF
           END-IF
           IF REG-FOUND = "N"
               PERFORM ADD-REGISTER-ENTRY
               ADD 1 TO LAST-ID
               MOVE ALERT-STAMP TO REG-ONSET(REG-COUNT)
               MOVE LAST-ID TO REG-ID(REG-COUNT)
               MOVE ALERT-NAME TO REG-CHECK(REG-COUNT)
               ADD 1 TO OPENED-COUNT
           END-IF.

       CLOSE-INCIDENT.
           PERFORM FIND-LATEST-INCIDENT
           IF REG-LATEST > 0
               IF REG-RECOVERY(REG-LATEST) = SPACES
                   MOVE ALERT-STAMP TO REG-RECOVERY(REG-LATEST)
                   ADD 1 TO CLOSED-COUNT
               END-IF
           END-IF.

      *> the check's most recent incident with an onset
      *> at or before the event - the only one the event
      *> can end.
       FIND-LATEST-INCIDENT.
           MOVE 0 TO REG-LATEST
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF REG-CHECK(REG-IDX) = ALERT-NAME
                       AND REG-ONSET(REG-IDX) <= ALERT-STAMP
                   MOVE REG-IDX TO REG-LATEST
               END-IF
           END-PERFORM.

      *> ---------------------------------------------
      *> duration and the maintenance flag are worked
      *> out afresh every run: an open incident has no
      *> duration yet, and a window declared after the
      *> fact still marks the outage it covered.
      *> ---------------------------------------------
       SETTLE-INCIDENTS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               MOVE 0 TO REG-MINUTES(REG-IDX)
               IF REG-RECOVERY(REG-IDX) = SPACES
                   ADD 1 TO OPEN-NOW-COUNT
                   MOVE NOW-STAMP(1:14) TO OUTAGE-END
               ELSE
                   MOVE REG-RECOVERY(REG-IDX) TO OUTAGE-END
                   MOVE REG-ONSET(REG-IDX) TO FROM-STAMP
                   MOVE REG-RECOVERY(REG-IDX) TO TO-STAMP
                   PERFORM COMPUTE-SPAN-MINUTES
                   MOVE SPAN-MINUTES TO REG-MINUTES(REG-IDX)
               END-IF
               MOVE "N" TO REG-MAINT(REG-IDX)
               PERFORM VARYING MAINT-IDX FROM 1 BY 1
                       UNTIL MAINT-IDX > MAINT-COUNT
                   IF (FUNCTION TRIM(MNT-NAME(MAINT-IDX)) = "ALL"
                           OR FUNCTION TRIM(MNT-NAME(MAINT-IDX))
                               = FUNCTION TRIM(REG-CHECK(REG-IDX)))
                           AND REG-ONSET(REG-IDX) <= MNT-END(MAINT-IDX)
                           AND OUTAGE-END >= MNT-START(MAINT-IDX)
                       MOVE "Y" TO REG-MAINT(REG-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPUTE-SPAN-MINUTES.
           MOVE FROM-STAMP(1:8) TO FROM-DATE-NUM
           MOVE TO-STAMP(1:8) TO TO-DATE-NUM
           COMPUTE FROM-SECS =
               FUNCTION NUMVAL(FROM-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(FROM-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(FROM-STAMP(13:2))
           COMPUTE TO-SECS =
               FUNCTION NUMVAL(TO-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(TO-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(TO-STAMP(13:2))
           COMPUTE SPAN-MINUTES =
               ((FUNCTION INTEGER-OF-DATE(TO-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(FROM-DATE-NUM)) * 86400
                   + TO-SECS - FROM-SECS) / 60
           IF SPAN-MINUTES < 0
               MOVE 0 TO SPAN-MINUTES
           END-IF.

      *> ---------------------------------------------
      *> the register carries the operator's notes, so
      *> it is rewritten the crash-safe way: a .new
      *> sibling first, then a rename over the live name.
      *> ---------------------------------------------
       WRITE-INCIDENT-REGISTER.
           OPEN OUTPUT NEWINCIDFILE
           CALL "checkfilestatus" USING NEW-INCID-FILE-NAME
               NEW-INCID-FILE-STATUS "N"
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               MOVE SPACES TO INCID-RECORD
               MOVE REG-ONSET(REG-IDX) TO INCID-ONSET
               MOVE REG-ID(REG-IDX) TO INCID-ID
               MOVE REG-CHECK(REG-IDX) TO INCID-CHECK
               MOVE REG-RECOVERY(REG-IDX) TO INCID-RECOVERY
               MOVE REG-MINUTES(REG-IDX) TO INCID-MINUTES
               MOVE REG-MAINT(REG-IDX) TO INCID-MAINT
               MOVE REG-CAUSE(REG-IDX) TO INCID-CAUSE
               MOVE REG-TICKET(REG-IDX) TO INCID-TICKET
               MOVE REG-RESOLUTION(REG-IDX) TO INCID-RESOLUTION
               WRITE NEW-INCID-REC FROM INCID-RECORD
           END-PERFORM
           CLOSE NEWINCIDFILE

           CALL "CBL_RENAME_FILE" USING NEW-INCID-FILE-NAME
               INCID-FILE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR cannot replace "
                   FUNCTION TRIM(INCID-FILE-NAME)
               STOP RUN
           END-IF.

      *> ---------------------------------------------
      *> the month's incidents as INCIDENTS.n rows, then
      *> one CHECKS.n row per check that had any, for
      *> the {{#each}} blocks on the incidents page.  the
      *> mean time to recover only counts incidents that
      *> have recovered.
      *> ---------------------------------------------
       BUILD-INCIDENT-VARS.
           MOVE 0 TO COW-VAR-COUNT

           ADD 1 TO COW-VAR-COUNT
           MOVE "SERVER-TIME" TO COW-VARNAME(COW-VAR-COUNT)
           MOVE NOW-STAMP TO COW-VARVALUE(COW-VAR-COUNT)

           ADD 1 TO COW-VAR-COUNT
           MOVE "MONTH" TO COW-VARNAME(COW-VAR-COUNT)
           MOVE MONTH-TEXT TO COW-VARVALUE(COW-VAR-COUNT)

           MOVE "INCIDENTS." TO ROW-PREFIX
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               IF REG-ONSET(REG-IDX)(1:6) = REPORT-MONTH
                   PERFORM TALLY-CHECK-SUMMARY
                   IF ROWS-SHOWN < 80
                       ADD 1 TO ROWS-SHOWN
                       PERFORM ADD-INCIDENT-ROW
                   ELSE
                       ADD 1 TO ROWS-OMITTED
                   END-IF
               END-IF
           END-PERFORM

           IF ROWS-SHOWN = 0
               ADD 1 TO COW-VAR-COUNT
               MOVE "NO-INCIDENTS" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE "Y" TO COW-VARVALUE(COW-VAR-COUNT)
           END-IF
           IF ROWS-OMITTED > 0
               ADD 1 TO COW-VAR-COUNT
               MOVE "INCIDENTS-OMITTED" TO COW-VARNAME(COW-VAR-COUNT)
               MOVE ROWS-OMITTED TO COUNT-DISP
               MOVE FUNCTION TRIM(COUNT-DISP)
                   TO COW-VARVALUE(COW-VAR-COUNT)
           END-IF

           MOVE "CHECKS." TO ROW-PREFIX
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > SUM-COUNT
               PERFORM ADD-SUMMARY-ROW
           END-PERFORM.

       TALLY-CHECK-SUMMARY.
           MOVE "N" TO SUM-FOUND
           PERFORM VARYING SUM-IDX FROM 1 BY 1
                   UNTIL SUM-IDX > SUM-COUNT OR SUM-FOUND = "Y"
               IF SUM-CHECK(SUM-IDX) = REG-CHECK(REG-IDX)
                   MOVE "Y" TO SUM-FOUND
               END-IF
           END-PERFORM
           IF SUM-FOUND = "N"
               IF SUM-COUNT >= 50
                   DISPLAY "ERROR incidents for over 50 checks"
                   STOP RUN
               END-IF
               ADD 1 TO SUM-COUNT
               MOVE SUM-COUNT TO SUM-IDX
               MOVE REG-CHECK(REG-IDX) TO SUM-CHECK(SUM-IDX)
               MOVE 0 TO SUM-INCIDENTS(SUM-IDX) SUM-PLANNED(SUM-IDX)
                   SUM-CLOSED(SUM-IDX) SUM-MINUTES(SUM-IDX)
           ELSE
               SUBTRACT 1 FROM SUM-IDX
           END-IF
           ADD 1 TO SUM-INCIDENTS(SUM-IDX)
           IF REG-MAINT(REG-IDX) = "Y"
               ADD 1 TO SUM-PLANNED(SUM-IDX)
           END-IF
           IF REG-RECOVERY(REG-IDX) NOT = SPACES
               ADD 1 TO SUM-CLOSED(SUM-IDX)
               ADD REG-MINUTES(REG-IDX) TO SUM-MINUTES(SUM-IDX)
           END-IF.

       ADD-INCIDENT-ROW.
           MOVE ROWS-SHOWN TO ROW-IDX-DISP

           MOVE "ID" TO ROW-FIELD
           MOVE REG-ID(REG-IDX) TO COUNT-DISP
           MOVE FUNCTION TRIM(COUNT-DISP) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "CHECK" TO ROW-FIELD
           MOVE REG-CHECK(REG-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "ONSET" TO ROW-FIELD
           MOVE REG-ONSET(REG-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "RECOVERY" TO ROW-FIELD
           IF REG-RECOVERY(REG-IDX) = SPACES
               MOVE "open" TO ROW-VALUE
               MOVE "-" TO DURATION-TEXT
           ELSE
               MOVE REG-RECOVERY(REG-IDX) TO ROW-VALUE
               MOVE REG-MINUTES(REG-IDX) TO MTTR-MINUTES
               PERFORM FORMAT-DURATION
           END-IF
           PERFORM ADD-ROW-VAR

           MOVE "DURATION" TO ROW-FIELD
           MOVE DURATION-TEXT TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "PLANNED" TO ROW-FIELD
           IF REG-MAINT(REG-IDX) = "Y"
               MOVE "yes" TO ROW-VALUE
           ELSE
               MOVE "no" TO ROW-VALUE
           END-IF
           PERFORM ADD-ROW-VAR

           MOVE "CAUSE" TO ROW-FIELD
           MOVE REG-CAUSE(REG-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "TICKET" TO ROW-FIELD
           MOVE REG-TICKET(REG-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "RESOLUTION" TO ROW-FIELD
           MOVE REG-RESOLUTION(REG-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR.

       ADD-SUMMARY-ROW.
           MOVE SUM-IDX TO ROW-IDX-DISP

           MOVE "NAME" TO ROW-FIELD
           MOVE SUM-CHECK(SUM-IDX) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "COUNT" TO ROW-FIELD
           MOVE SUM-INCIDENTS(SUM-IDX) TO COUNT-DISP
           MOVE FUNCTION TRIM(COUNT-DISP) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "PLANNED" TO ROW-FIELD
           MOVE SUM-PLANNED(SUM-IDX) TO COUNT-DISP
           MOVE FUNCTION TRIM(COUNT-DISP) TO ROW-VALUE
           PERFORM ADD-ROW-VAR

           MOVE "MTTR" TO ROW-FIELD
           IF SUM-CLOSED(SUM-IDX) = 0
               MOVE "-" TO DURATION-TEXT
           ELSE
               COMPUTE MTTR-MINUTES ROUNDED =
                   SUM-MINUTES(SUM-IDX) / SUM-CLOSED(SUM-IDX)
               PERFORM FORMAT-DURATION
           END-IF
           MOVE DURATION-TEXT TO ROW-VALUE
           PERFORM ADD-ROW-VAR.

      *> minutes as h:mm, the way an incident review
      *> reads them.
       FORMAT-DURATION.
           DIVIDE MTTR-MINUTES BY 60 GIVING DURATION-HOURS
               REMAINDER DURATION-MINS
           MOVE DURATION-HOURS TO HOURS-DISP
           MOVE SPACES TO DURATION-TEXT
           STRING FUNCTION TRIM(HOURS-DISP) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               DURATION-MINS DELIMITED BY SIZE
               INTO DURATION-TEXT.

       ADD-ROW-VAR.
           IF COW-VAR-COUNT >= 1000
               DISPLAY "ERROR vars table over 1000 variables"
               STOP RUN
           END-IF
           ADD 1 TO COW-VAR-COUNT
           MOVE SPACES TO ROW-VARNAME
           STRING FUNCTION TRIM(ROW-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(ROW-IDX-DISP) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               FUNCTION TRIM(ROW-FIELD) DELIMITED BY SIZE
               INTO ROW-VARNAME
           MOVE ROW-VARNAME TO COW-VARNAME(COW-VAR-COUNT)
           MOVE ROW-VALUE TO COW-VARVALUE(COW-VAR-COUNT).

       END PROGRAM truthincid.
