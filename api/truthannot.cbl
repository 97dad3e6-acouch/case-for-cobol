      *> ***********************************************
      *> truthannot - operator annotations on the incident
      *> register truthincid keeps in truth_incidents.dat
      *> (layout in cowincid.cpy).  the register knows when
      *> an outage began and ended; what caused it, the
      *> ticket that tracked it and how it was put right
      *> are for the people who handled it to say:
      *>
      *>     truthannot LIST [CHECK]
      *>     truthannot CAUSE      ID TEXT...
      *>     truthannot TICKET     ID TEXT...
      *>     truthannot RESOLUTION ID TEXT...
      *>
      *> ID is the incident number LIST shows; the text is
      *> everything after it, spaces and all, and replaces
      *> what was there.  the register is rewritten the
      *> same crash-safe way truthincid writes it, and the
      *> next truthincid run carries the note through and
      *> onto the incidents page.  return code 8 when
      *> nothing was changed.
      *> ***********************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. truthannot.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDFILE
               ASSIGN TO DYNAMIC INCID-FILE-NAME
               FILE STATUS IS INCID-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEWINCIDFILE
               ASSIGN TO DYNAMIC NEW-INCID-FILE-NAME
               FILE STATUS IS NEW-INCID-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDFILE.
       COPY "cowincid.cpy".

       FD  NEWINCIDFILE.
       01  NEW-INCID-REC        PIC X(260).

       WORKING-STORAGE SECTION.
       01 INCID-FILE-NAME      PIC X(255) VALUE "truth_incidents.dat".
       01 INCID-FILE-STATUS    PIC X(2).
       01 NEW-INCID-FILE-NAME  PIC X(255)
                               VALUE "truth_incidents.dat.new".
       01 NEW-INCID-FILE-STATUS PIC X(2).

       01 COMMAND-TEXT         PIC X(300).
       01 COMMAND-LEN          PIC 9(4).
       01 PARSE-PTR            PIC 9(4).
       01 OP-WORD              PIC X(12).
       01 ID-WORD              PIC X(12).
       01 NOTE-TEXT            PIC X(200).
      *> LIST's filter is the rest of the line, not one
      *> word - check names have spaces in them.
       01 LIST-CHECK           PIC X(30).
       01 LIST-PTR             PIC 9(4).
       01 NOTE-LEN             PIC 9(4).
       01 NOTE-LIMIT           PIC 9(4).
       01 LIMIT-DISP           PIC ZZ9.
       01 TARGET-ID            PIC 9(6).

      *> the register as read, each record kept whole so
      *> the rewrite gives back every field it was given.
       01 REGISTER-TABLE.
          05 REG-COUNT         PIC 9(4) VALUE 0.
          05 REG-LINE OCCURS 2000 TIMES PIC X(260).
       01 REG-IDX              PIC 9(4).
       01 REG-FOUND            PIC 9(4).

       01 LISTED-COUNT         PIC 9(4) VALUE 0.
       01 LISTED-DISP          PIC ZZZ9.
       01 MINUTES-DISP         PIC Z(6)9.
       01 RECOVERY-TEXT        PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT COMMAND-TEXT FROM COMMAND-LINE
           MOVE SPACES TO OP-WORD ID-WORD NOTE-TEXT
           MOVE 1 TO PARSE-PTR
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACES
               INTO OP-WORD ID-WORD
               WITH POINTER PARSE-PTR
           END-UNSTRING
           COMPUTE COMMAND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(COMMAND-TEXT))
           IF PARSE-PTR <= COMMAND-LEN
               MOVE COMMAND-TEXT(PARSE-PTR:
                   COMMAND-LEN - PARSE-PTR + 1) TO NOTE-TEXT
           END-IF
           MOVE SPACES TO LIST-CHECK
           MOVE 1 TO LIST-PTR
           UNSTRING COMMAND-TEXT DELIMITED BY ALL SPACES
               INTO OP-WORD
               WITH POINTER LIST-PTR
           END-UNSTRING
           IF LIST-PTR <= COMMAND-LEN
               MOVE FUNCTION TRIM(COMMAND-TEXT(LIST-PTR:
                   COMMAND-LEN - LIST-PTR + 1)) TO LIST-CHECK
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OP-WORD))
               TO OP-WORD

           EVALUATE OP-WORD
           WHEN "LIST"
               PERFORM LOAD-INCIDENT-REGISTER
               PERFORM LIST-INCIDENTS
           WHEN "CAUSE"
               MOVE 60 TO NOTE-LIMIT
               PERFORM ANNOTATE-INCIDENT
           WHEN "TICKET"
               MOVE 20 TO NOTE-LIMIT
               PERFORM ANNOTATE-INCIDENT
           WHEN "RESOLUTION"
               MOVE 100 TO NOTE-LIMIT
               PERFORM ANNOTATE-INCIDENT
           WHEN OTHER
               DISPLAY "usage: truthannot LIST [CHECK]"
               DISPLAY "       truthannot CAUSE|TICKET|RESOLUTION"
                   " ID TEXT"
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-INCIDENT-REGISTER.
           MOVE 0 TO REG-COUNT
           OPEN INPUT INCIDFILE
           CALL "checkfilestatus" USING INCID-FILE-NAME
               INCID-FILE-STATUS "Y"
           IF INCID-FILE-STATUS NOT = "00"
               DISPLAY "ERROR no incident register - run truthincid"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ INCIDFILE
           PERFORM UNTIL INCID-FILE-STATUS = "10"
               IF INCID-ONSET NOT = SPACES
                   IF REG-COUNT >= 2000
                       DISPLAY "ERROR incident register over 2000"
                           " incidents"
                       CLOSE INCIDFILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO REG-COUNT
                   MOVE INCID-RECORD TO REG-LINE(REG-COUNT)
               END-IF
               READ INCIDFILE
           END-PERFORM
           CLOSE INCIDFILE.

      *> ---------------------------------------------
      *> the register with its notes, one incident a
      *> line, optionally for one check (everything after
      *> LIST is the check name here).
      *> ---------------------------------------------
       LIST-INCIDENTS.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               MOVE REG-LINE(REG-IDX) TO INCID-RECORD
               IF LIST-CHECK = SPACES
                       OR LIST-CHECK = FUNCTION TRIM(INCID-CHECK)
                   ADD 1 TO LISTED-COUNT
                   MOVE INCID-MINUTES TO MINUTES-DISP
                   IF INCID-RECOVERY = SPACES
                       MOVE "open" TO RECOVERY-TEXT
                   ELSE
                       MOVE INCID-RECOVERY TO RECOVERY-TEXT
                   END-IF
                   DISPLAY INCID-ID " " INCID-CHECK " " INCID-ONSET
                       " " RECOVERY-TEXT " " MINUTES-DISP "m"
                       " planned " INCID-MAINT
                   IF INCID-CAUSE NOT = SPACES
                       DISPLAY "       cause:      "
                           FUNCTION TRIM(INCID-CAUSE)
                   END-IF
                   IF INCID-TICKET NOT = SPACES
                       DISPLAY "       ticket:     "
                           FUNCTION TRIM(INCID-TICKET)
                   END-IF
                   IF INCID-RESOLUTION NOT = SPACES
                       DISPLAY "       resolution: "
                           FUNCTION TRIM(INCID-RESOLUTION)
                   END-IF
               END-IF
           END-PERFORM
           MOVE LISTED-COUNT TO LISTED-DISP
           DISPLAY "truthannot: " FUNCTION TRIM(LISTED-DISP)
               " incident(s)".

       ANNOTATE-INCIDENT.
           IF ID-WORD = SPACES
                   OR FUNCTION TRIM(ID-WORD) IS NOT NUMERIC
               DISPLAY "ERROR incident id must be a number: "
                   FUNCTION TRIM(ID-WORD)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOTE-TEXT = SPACES
               DISPLAY "ERROR no text given for incident "
                   FUNCTION TRIM(ID-WORD)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE NOTE-LEN = FUNCTION LENGTH(FUNCTION TRIM(NOTE-TEXT))
           IF NOTE-LEN > NOTE-LIMIT
               MOVE NOTE-LIMIT TO LIMIT-DISP
               DISPLAY "ERROR " FUNCTION LOWER-CASE(OP-WORD)
                   " is limited to " FUNCTION TRIM(LIMIT-DISP)
                   " characters"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE TARGET-ID = FUNCTION NUMVAL(ID-WORD)

           PERFORM LOAD-INCIDENT-REGISTER
           MOVE 0 TO REG-FOUND
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT OR REG-FOUND > 0
               MOVE REG-LINE(REG-IDX) TO INCID-RECORD
               IF INCID-ID = TARGET-ID
                   MOVE REG-IDX TO REG-FOUND
               END-IF
           END-PERFORM
           IF REG-FOUND = 0
               DISPLAY "ERROR no incident " TARGET-ID " in "
                   FUNCTION TRIM(INCID-FILE-NAME)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE REG-LINE(REG-FOUND) TO INCID-RECORD
           EVALUATE OP-WORD
           WHEN "CAUSE"
               MOVE NOTE-TEXT TO INCID-CAUSE
           WHEN "TICKET"
               MOVE NOTE-TEXT TO INCID-TICKET
           WHEN "RESOLUTION"
               MOVE NOTE-TEXT TO INCID-RESOLUTION
           END-EVALUATE
           MOVE INCID-RECORD TO REG-LINE(REG-FOUND)

           PERFORM WRITE-INCIDENT-REGISTER
           DISPLAY "truthannot: incident " TARGET-ID " "
               FUNCTION LOWER-CASE(FUNCTION TRIM(OP-WORD))
               " recorded".

       WRITE-INCIDENT-REGISTER.
           OPEN OUTPUT NEWINCIDFILE
           CALL "checkfilestatus" USING NEW-INCID-FILE-NAME
               NEW-INCID-FILE-STATUS "N"
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-COUNT
               WRITE NEW-INCID-REC FROM REG-LINE(REG-IDX)
           END-PERFORM
           CLOSE NEWINCIDFILE

           CALL "CBL_RENAME_FILE" USING NEW-INCID-FILE-NAME
               INCID-FILE-NAME
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR cannot replace "
                   FUNCTION TRIM(INCID-FILE-NAME)
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM truthannot.
