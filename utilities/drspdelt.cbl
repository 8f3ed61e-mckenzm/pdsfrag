      *                 encodes them, instead of being truncated;    *
      *                 DRSPWIDE decodes the cards back on the       *
      *                 target system.                               *
      *  26/10/15  mm   a member line starting './' no longer goes   *
      *                 out as a bare card for IEBUPDTE to take as a *
      *                 control statement: it travels behind a      *
      *                 '*WIDREC*' header with its segment escaped,  *
      *                 the way DRSPUPDT now sends it, and so does a *
      *                 line that itself starts '*WIDREC*'.          *
      *  26/10/15  mm   aliases come back with the changes: each     *
      *                 shipped member is followed by a './ ALIAS'   *
      *                 card for every alias DRSPDIRC's alias file   *
      *                 records against it; an alias's own copy in   *
      *                 the delta is not shipped as a member, and a  *
      *                 new alias on an unchanged member ships that  *
      *                 member as a REPL to carry it.                *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
      *                          SYSIN stream.
           SELECT UPDTFILE ASSIGN TO UT-S-UPDFIL.

      *                          the alias file DRSPDIRC wrote from
      *                          the new dump's directory listing.
           SELECT ALIASFL  ASSIGN TO UT-S-ALSFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.
           DATA RECORD IS DG-CONTROL-CARD.
       01  DG-CONTROL-CARD     PIC X(80).

       FD  ALIASFL
           RECORDING MODE IS F
           RECORD CONTAINS  24 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AL-ALIAS-RECORD.
      *                          alias record layout, shared with
      *                          DRSPDIRC (writer).
       COPY ALIASR.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS  60 CHARACTERS
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 WANT-FOUND-IND      PIC X VALUE 'N'.
              88 SW-WANT-FOUND          VALUE 'Y'.
           05 ALIAS-EOF-IND       PIC X VALUE SPACE.
              88 SW-ALIAS-EOF           VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

              10 WT-LINES         PIC 9(09) COMP.
              10 WT-FOUND-IND     PIC X.
                 88 WT-FOUND            VALUE 'Y'.
      *                          'Y' while the entry is only there
      *                          to carry a new alias; the member's
      *                          own delta record, if one follows,
      *                          takes it over.
              10 WT-PULLED-IND    PIC X.
                 88 WT-PULLED           VALUE 'Y'.

       01  WT-HOLD-AREA.
           05 WT-HOLD-NAME        PIC X(08).
           05 WT-HOLD-START       PIC 9(09) COMP.
           05 WT-HOLD-LINES       PIC 9(09) COMP.
           05 WT-HOLD-FOUND       PIC X.
           05 WT-HOLD-PULLED      PIC X.

      *                          every alias in the alias file.
       01  AT-ALIAS-TABLE.
           05 AT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 AT-SUB              PIC 9(04) COMP VALUE ZERO.
           05 AT-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 AT-ENTRY OCCURS 5000 TIMES.
              10 AT-LIBRARY       PIC X(08).
              10 AT-ALIAS-NAME    PIC X(08).
              10 AT-TRUE-NAME     PIC X(08).

       01  SR-SORT-VARIABLES.
           05 SR-I                PIC 9(04) COMP VALUE ZERO.
           05 GN-CONTROL-CARD     PIC X(80).
           05 GN-DRS-POSITION     PIC 9(09) COMP VALUE ZERO.
           05 GN-LINES-COPIED     PIC 9(09) COMP VALUE ZERO.
      *                          the member and action a delta
      *                          record asks for, once any alias
      *                          has been traced to its true member.
           05 GN-WANTED-NAME      PIC X(08).
           05 GN-WANTED-LIBRARY   PIC X(08).
           05 GN-WANTED-ACTION    PIC X.

       01  GN-COUNTERS.
           05 GN-DELTAS-READ      PIC 9(09) COMP VALUE ZERO.
           05 GN-MBRS-NOT-FOUND   PIC 9(09) COMP VALUE ZERO.
           05 GN-CARDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.
           05 GN-WIDE-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 GN-ESCAPED-CARDS    PIC 9(09) COMP VALUE ZERO.
           05 GN-ALIASES-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05 GN-ALIAS-COPIES     PIC 9(09) COMP VALUE ZERO.
           05 GN-MBRS-PULLED      PIC 9(09) COMP VALUE ZERO.

      *                          continuation-card header written
      *                          ahead of a wide record's segment
       01  UW-WIDE-WORK.
           05 UW-WIDE-TEXT        PIC X(320).
           05 UW-WIDE-SEGMENTS REDEFINES UW-WIDE-TEXT.
              10 UW-SEGMENT       OCCURS 4 TIMES.
                 15 UW-SEG-LEAD   PIC X(02).
                 15 FILLER        PIC X(78).
           05 UW-SEG-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 UW-SEG-SUB          PIC 9(03) COMP VALUE ZERO.
           05 UW-SEG-REM          PIC 9(03) COMP VALUE ZERO.
      *                          hhmmss for the audit record.
       01  AU-TIME-WORK           PIC 9(08) VALUE ZERO.

      *                          the leading columns of a card about
      *                          to be written, tested for anything
      *                          IEBUPDTE or DRSPWIDE would take for
      *                          one of their own control cards.
       01  UC-LEAD-WORK.
           05 UC-LEAD             PIC X(08).
           05 UC-LEAD-VIEW REDEFINES UC-LEAD.
              10 UC-LEAD-2        PIC X(02).
              10 FILLER           PIC X(06).


       PROCEDURE DIVISION.
      *-------------------*
      *                          the './ DELETE' cards go out first,
      *                          ahead of the ADD/REPL stream, so the
      *                          target side retires the dead members
      *                          before loading the new ones.  the
      *                          alias file is loaded first, since
      *                          each delta record is checked
      *                          against it.
       10-SETUP.
           OPEN INPUT ALIASFL
           PERFORM 40-LOAD-ONE-ALIAS THRU 40-EXIT
              UNTIL SW-ALIAS-EOF
           CLOSE ALIASFL
           OPEN OUTPUT UPDTFILE
           OPEN INPUT DELTFILE
           PERFORM 11-READ-ONE-DELTA THRU 11-EXIT
                 ADD 1 TO GN-CARDS-WRITTEN
                 ADD 1 TO GN-MBRS-DELETED
              WHEN DE-ACT-ADDED
                 MOVE 'A' TO GN-WANTED-ACTION
                 PERFORM 19-TAKE-WANTED-DELTA THRU 19-EXIT
              WHEN DE-ACT-CHANGED
                 MOVE 'C' TO GN-WANTED-ACTION
                 PERFORM 19-TAKE-WANTED-DELTA THRU 19-EXIT
              WHEN OTHER
                 DISPLAY 'DRSPDELT - UNRECOGNIZED DELTA ACTION '
                    DE-DELTA-ACTION ' - RECORD IGNORED' UPON CNSL
       13-ADD-WANTED-ENTRY.
           IF WT-COUNT < 5000
              ADD 1 TO WT-COUNT
              MOVE GN-WANTED-NAME    TO WT-NAME (WT-COUNT)
              MOVE GN-WANTED-LIBRARY TO WT-LIBRARY (WT-COUNT)
              MOVE GN-WANTED-ACTION  TO WT-ACTION (WT-COUNT)
              MOVE ZERO TO WT-START (WT-COUNT)
              MOVE ZERO TO WT-LINES (WT-COUNT)
              MOVE 'N'  TO WT-FOUND-IND (WT-COUNT)
              MOVE 'N'  TO WT-PULLED-IND (WT-COUNT)
           ELSE
              DISPLAY 'DRSPDELT - DELTA EXCEEDS 5000 MEMBERS - '
                 'RUN ABANDONED' UPON CNSL
       17-EXIT.
           EXIT.

      *                          an ADDED or CHANGED member the alias
      *                          file knows as an alias is the same
      *                          text as its true member, so it is not
      *                          shipped itself; its true member is,
      *                          as a REPL if the delta does not
      *                          already carry it, so the alias card
      *                          has a member to follow.  a member's
      *                          own delta record takes over an entry
      *                          an alias pulled in ahead of it.
       19-TAKE-WANTED-DELTA.
           MOVE DE-DELTA-MEMBER  TO GN-WANTED-NAME
           MOVE DE-DELTA-LIBRARY TO GN-WANTED-LIBRARY
           MOVE ZERO TO AT-FOUND-SUB
           PERFORM 41-CHECK-ONE-ALIAS-COPY THRU 41-EXIT
              VARYING AT-SUB FROM 1 BY 1
                 UNTIL AT-SUB > AT-COUNT
                    OR AT-FOUND-SUB > 0
           IF AT-FOUND-SUB > 0
              ADD 1 TO GN-ALIAS-COPIES
              MOVE AT-TRUE-NAME (AT-FOUND-SUB) TO GN-WANTED-NAME
              MOVE 'C' TO GN-WANTED-ACTION
           END-IF
           MOVE ZERO TO WT-FOUND-SUB
           PERFORM 42-CHECK-ONE-WANTED-NAME THRU 42-EXIT
              VARYING WT-SUB FROM 1 BY 1
                 UNTIL WT-SUB > WT-COUNT
                    OR WT-FOUND-SUB > 0
           IF AT-FOUND-SUB > 0
              IF WT-FOUND-SUB = 0
                 PERFORM 13-ADD-WANTED-ENTRY THRU 13-EXIT
                 MOVE 'Y' TO WT-PULLED-IND (WT-COUNT)
                 ADD 1 TO GN-MBRS-PULLED
              END-IF
              GO TO 19-EXIT
           END-IF
           IF WT-FOUND-SUB > 0
              IF WT-PULLED (WT-FOUND-SUB)
                 MOVE GN-WANTED-ACTION TO WT-ACTION (WT-FOUND-SUB)
                 MOVE 'N' TO WT-PULLED-IND (WT-FOUND-SUB)
                 SUBTRACT 1 FROM GN-MBRS-PULLED
                 GO TO 19-EXIT
              END-IF
           END-IF
           PERFORM 13-ADD-WANTED-ENTRY THRU 13-EXIT.

       19-EXIT.
           EXIT.

      *                          one wanted member: position past its
      *                          delimiter record and copy its card
      *                          images behind an ADD or REPL card.
                 ' SHORT - EXPECTED ' WT-LINES (WT-SUB)
                 ' LINES, COPIED ' GN-LINES-COPIED UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 27-WRITE-ONE-ALIAS THRU 27-EXIT
              VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT.

       20-EXIT.
           EXIT.
              AT END MOVE 'Y' TO END-OF-FILE-IND
              NOT AT END
                 ADD 1 TO GN-DRS-POSITION
                 MOVE DG-RECORD TO UC-LEAD
                 IF DR-DRSFILE-LEN > 80
                    OR UC-LEAD-2 = './'
                    OR UC-LEAD = '*WIDREC*'
                    PERFORM 24-ENCODE-WIDE-RECORD THRU 24-EXIT
                 ELSE
                    WRITE DG-CONTROL-CARD FROM DG-RECORD
      *                          then that many 80-column segment
      *                          cards, exactly as DRSPUPDT encodes
      *                          them; DRSPWIDE reverses this on the
      *                          target system.  a card-width line
      *                          that would collide with a control
      *                          card goes out the same way as a
      *                          single segment, and any segment
      *                          starting './' is sent as '><' with
      *                          its escape flag set.
       24-ENCODE-WIDE-RECORD.
           MOVE SPACES TO UW-WIDE-TEXT
           MOVE DG-RECORD TO UW-WIDE-TEXT
           MOVE SPACES TO UW-HDR-ESCAPES
           MOVE '*WIDREC*'     TO UW-HDR-TAG
           IF DR-DRSFILE-LEN > 80
              MOVE DR-DRSFILE-LEN TO UW-HDR-LENGTH
           ELSE
              MOVE 80             TO UW-HDR-LENGTH
           END-IF
           ADD UW-HDR-LENGTH 79 GIVING UW-SEG-COUNT
           DIVIDE 80 INTO UW-SEG-COUNT
              GIVING UW-SEG-COUNT
              REMAINDER UW-SEG-REM
           MOVE UW-SEG-COUNT   TO UW-HDR-SEGMENTS
           PERFORM 26-ESCAPE-ONE-SEGMENT THRU 26-EXIT
              VARYING UW-SEG-SUB FROM 1 BY 1
                 UNTIL UW-SEG-SUB > UW-SEG-COUNT
           WRITE DG-CONTROL-CARD FROM UW-WIDE-HEADER
           ADD 1 TO GN-CARDS-WRITTEN
           PERFORM 25-WRITE-ONE-SEGMENT THRU 25-EXIT
       25-EXIT.
           EXIT.

       26-ESCAPE-ONE-SEGMENT.
           IF UW-SEG-LEAD (UW-SEG-SUB) = './'
              MOVE '><' TO UW-SEG-LEAD (UW-SEG-SUB)
              MOVE 'E'  TO UW-HDR-ESCAPE (UW-SEG-SUB)
              ADD 1 TO GN-ESCAPED-CARDS
           END-IF.

       26-EXIT.
           EXIT.

      *                          IEBUPDTE takes an ALIAS statement as
      *                          the last of the member's cards.
       27-WRITE-ONE-ALIAS.
           IF AT-TRUE-NAME (AT-SUB) = WT-NAME (WT-SUB)
              AND AT-LIBRARY (AT-SUB) = WT-LIBRARY (WT-SUB)
              MOVE SPACES TO GN-CONTROL-CARD
              STRING './ ALIAS NAME=' DELIMITED BY SIZE
                     AT-ALIAS-NAME (AT-SUB) DELIMITED BY SPACE
                INTO GN-CONTROL-CARD
              WRITE DG-CONTROL-CARD FROM GN-CONTROL-CARD
              ADD 1 TO GN-CARDS-WRITTEN
              ADD 1 TO GN-ALIASES-WRITTEN
           END-IF.

       27-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           DISPLAY 'DRSPDELT - ' GN-MBRS-ADDED ' ADDED, '
              GN-MBRS-REPLACED ' REPLACED, ' GN-MBRS-DELETED
              ' DELETED, ' GN-CARDS-WRITTEN ' CARDS WRITTEN'
              UPON CNSL
           IF GN-ALIASES-WRITTEN > 0 OR GN-ALIAS-COPIES > 0
              DISPLAY 'DRSPDELT - ' GN-ALIASES-WRITTEN ' ALIAS CARDS '
                 'WRITTEN, ' GN-ALIAS-COPIES ' ALIAS COPIES IN DELTA '
                 'NOT SHIPPED AS MEMBERS' UPON CNSL
           END-IF
           IF GN-MBRS-PULLED > 0
              DISPLAY 'DRSPDELT - ' GN-MBRS-PULLED ' UNCHANGED '
                 'MEMBERS REPLACED TO CARRY NEW ALIASES' UPON CNSL
           END-IF
           IF GN-WIDE-RECORDS > 0
              DISPLAY 'DRSPDELT - ' GN-WIDE-RECORDS ' WIDE RECORDS '
                 'ENCODED AS CONTINUATION CARDS - DECODE WITH '
                 'DRSPWIDE' UPON CNSL
           END-IF
           IF GN-ESCAPED-CARDS > 0
              DISPLAY 'DRSPDELT - ' GN-ESCAPED-CARDS ' CARDS STARTING '
                 '''./'' ESCAPED BEHIND ''*WIDREC*'' HEADERS - DECODE '
                 'WITH DRSPWIDE' UPON CNSL
           END-IF
           CLOSE DRSFILE UPDTFILE
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       40-LOAD-ONE-ALIAS.
           READ ALIASFL
              AT END MOVE 'Y' TO ALIAS-EOF-IND
              NOT AT END
                 IF AT-COUNT < 5000
                    ADD 1 TO AT-COUNT
                    MOVE AL-LIBRARY-ID TO AT-LIBRARY    (AT-COUNT)
                    MOVE AL-ALIAS-NAME TO AT-ALIAS-NAME (AT-COUNT)
                    MOVE AL-TRUE-NAME  TO AT-TRUE-NAME  (AT-COUNT)
                 ELSE
                    DISPLAY 'DRSPDELT - ALIAS FILE EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE ALIASFL
                    STOP RUN
                 END-IF
           END-READ.

       40-EXIT.
           EXIT.

       41-CHECK-ONE-ALIAS-COPY.
           IF AT-ALIAS-NAME (AT-SUB) = DE-DELTA-MEMBER
              AND AT-LIBRARY (AT-SUB) = DE-DELTA-LIBRARY
              MOVE AT-SUB TO AT-FOUND-SUB
           END-IF.

       41-EXIT.
           EXIT.

       42-CHECK-ONE-WANTED-NAME.
           IF WT-NAME (WT-SUB) = GN-WANTED-NAME
              AND WT-LIBRARY (WT-SUB) = GN-WANTED-LIBRARY
              MOVE WT-SUB TO WT-FOUND-SUB
           END-IF.

       42-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
