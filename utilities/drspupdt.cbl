      *  26/09/02  mm   one record is now appended to the shared     *
      *                 run-audit file at end of job for the         *
      *                 DRSPAUDT end-of-night report.                *
      *  26/10/15  mm   a member line starting './' no longer goes   *
      *                 out as a bare card for IEBUPDTE to take as a *
      *                 control statement: it travels behind a      *
      *                 '*WIDREC*' header with its segment escaped,  *
      *                 and so does a line that itself starts        *
      *                 '*WIDREC*', so DRSPWIDE cannot take it for a *
      *                 header.                                      *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is copied *
      *                 as data instead of starting a bogus member.  *
      *  26/10/15  mm   aliases come back with the library: each     *
      *                 rebuilt member is followed by a './ ALIAS'   *
      *                 card for every alias DRSPDIRC's alias file   *
      *                 records against it, and the alias's own copy *
      *                 in the dump is no longer built as a member.  *
      *  26/10/15  mm   an MBRIDX still holding entries when the     *
      *                 dump runs out is now out of step as well,    *
      *                 and abandons the run instead of ending it    *
      *                 cleanly.                                     *
      *  26/10/15  mm   the audit record's member count now takes in *
      *                 the alias copies passed over, so it balances *
      *                 with DRESSPRT's count for the same library.  *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       FILE-CONTROL.
           SELECT DRSFILE  ASSIGN TO UT-S-DRSFIL.

      *                          the MBRIDX DRESSPRT wrote for it,
      *                          which says where each member truly
      *                          starts.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          the generated IEBUPDTE SYSIN stream.
           SELECT UPDTFILE ASSIGN TO UT-S-UPDFIL.

      *                          the alias file DRSPDIRC wrote from
      *                          the directory listing.
           SELECT ALIASFL  ASSIGN TO UT-S-ALSFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.
           DATA RECORD IS UP-RECORD.
       01  UP-RECORD           PIC X(256).

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index record layout, shared
      *                          with DRESSPRT.
       COPY MBRIDXR.

       FD  UPDTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           DATA RECORD IS UP-CONTROL-CARD.
       01  UP-CONTROL-CARD     PIC X(80).

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
           05 MBR-OPEN-IND        PIC X VALUE 'N'.
              88 SW-MBR-OPEN            VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.
           05 ALIAS-EOF-IND       PIC X VALUE SPACE.
              88 SW-ALIAS-EOF           VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

           05 UP-MBRS-CONVERTED   PIC 9(09) COMP VALUE ZERO.
           05 UP-CARDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.
           05 UP-WIDE-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 UP-ESCAPED-CARDS    PIC 9(09) COMP VALUE ZERO.
           05 UP-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          relative record of the next member
      *                          start MBRIDX promises; all nines
      *                          once the index is used up.
           05 UP-NEXT-START       PIC 9(09) COMP VALUE ZERO.
      *                          the member whose cards are being
      *                          written, for its alias cards.
           05 UP-CURR-MEMBER      PIC X(08) VALUE SPACES.
           05 UP-CURR-LIBRARY     PIC X(08) VALUE SPACES.
           05 UP-ALIASES-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05 UP-ALIAS-COPIES     PIC 9(09) COMP VALUE ZERO.
           05 UP-ALIASES-UNPAIRED PIC 9(09) COMP VALUE ZERO.

      *                          every alias in the alias file, and
      *                          whether its true member is in this
      *                          dump to carry it.
       01  AT-ALIAS-TABLE.
           05 AT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 AT-SUB              PIC 9(04) COMP VALUE ZERO.
           05 AT-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 AT-ENTRY OCCURS 5000 TIMES.
              10 AT-LIBRARY       PIC X(08).
              10 AT-ALIAS-NAME    PIC X(08).
              10 AT-TRUE-NAME     PIC X(08).
              10 AT-TRUE-IND      PIC X.
                 88 AT-TRUE-IN-STREAM   VALUE 'Y'.

      *                          the leading columns of a card about
      *                          to be written, tested for anything
      *                          IEBUPDTE or DRSPWIDE would take for
      *                          one of their own control cards.
       01  UC-LEAD-WORK.
           05 UC-LEAD             PIC X(08).
           05 UC-LEAD-VIEW REDEFINES UC-LEAD.
              10 UC-LEAD-2        PIC X(02).
              10 FILLER           PIC X(06).

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
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
      *                          the alias file is loaded and MBRIDX
      *                          read through once to settle which
      *                          aliases have their true member in
      *                          this dump, then reopened for the
      *                          main pass.
       10-SETUP.
           OPEN INPUT ALIASFL
           PERFORM 11-LOAD-ONE-ALIAS THRU 11-EXIT
              UNTIL SW-ALIAS-EOF
           CLOSE ALIASFL
           IF AT-COUNT > 0
              OPEN INPUT MBRIDX
              PERFORM 12-MARK-ONE-INDEX THRU 12-EXIT
                 UNTIL SW-MBRIDX-EOF
              CLOSE MBRIDX
              MOVE SPACE TO MBRIDX-EOF-IND
              PERFORM 14-COUNT-ONE-UNPAIRED THRU 14-EXIT
                 VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT
           END-IF
           OPEN INPUT MBRIDX
           PERFORM 21-NEXT-INDEX-ENTRY THRU 21-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT UPDTFILE
           MOVE SPACES TO UP-RECORD
       10-EXIT.
           EXIT.

       11-LOAD-ONE-ALIAS.
           READ ALIASFL
              AT END MOVE 'Y' TO ALIAS-EOF-IND
              NOT AT END
                 IF AT-COUNT < 5000
                    ADD 1 TO AT-COUNT
                    MOVE AL-LIBRARY-ID TO AT-LIBRARY    (AT-COUNT)
                    MOVE AL-ALIAS-NAME TO AT-ALIAS-NAME (AT-COUNT)
                    MOVE AL-TRUE-NAME  TO AT-TRUE-NAME  (AT-COUNT)
                    MOVE 'N'           TO AT-TRUE-IND   (AT-COUNT)
                 ELSE
                    DISPLAY 'DRSPUPDT - ALIAS FILE EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE ALIASFL
                    STOP RUN
                 END-IF
           END-READ.

       11-EXIT.
           EXIT.

       12-MARK-ONE-INDEX.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
              NOT AT END
                 PERFORM 13-MARK-ONE-ALIAS THRU 13-EXIT
                    VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-COUNT
           END-READ.

       12-EXIT.
           EXIT.

       13-MARK-ONE-ALIAS.
           IF AT-TRUE-NAME (AT-SUB) = MX-MEMBER-NAME
              AND AT-LIBRARY (AT-SUB) = MX-LIBRARY-ID
              MOVE 'Y' TO AT-TRUE-IND (AT-SUB)
           END-IF.

       13-EXIT.
           EXIT.

      *                          an alias whose true member is not
      *                          in this dump cannot be restored;
      *                          its own copy, if dumped, is built
      *                          as a plain member instead.
       14-COUNT-ONE-UNPAIRED.
           IF NOT AT-TRUE-IN-STREAM (AT-SUB)
              ADD 1 TO UP-ALIASES-UNPAIRED
           END-IF.

       14-EXIT.
           EXIT.

      *                          a delimiter record becomes the
      *                          member's './ ADD' card; any other
      *                          record becomes a card image of the
      *                          anything ahead of the first
      *                          delimiter belongs to no member and
      *                          is dropped, as DRSPSPLT drops it.
      *                          a member the alias file knows as an
      *                          alias is the same text as its true
      *                          member, and is dropped the same way;
      *                          the alias card behind the true
      *                          member brings it back.
      *                          only the record MBRIDX names as a
      *                          member's start is a delimiter; a
      *                          '*MEMBER*' anywhere else is a source
      *                          line that merely looks like one.
       20-LOOP.
           ADD 1 TO UP-RECORDS-READ
           MOVE UP-RECORD TO DL-DELIM-RECORD
           IF UP-RECORDS-READ > UP-NEXT-START
              OR (UP-RECORDS-READ = UP-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 22-INDEX-OUT-OF-STEP THRU 22-EXIT
           END-IF
           IF UP-RECORDS-READ = UP-NEXT-START
              PERFORM 21-NEXT-INDEX-ENTRY THRU 21-EXIT
              PERFORM 23-CLOSE-MEMBER THRU 23-EXIT
              MOVE DL-DELIM-MEMBER  TO UP-CURR-MEMBER
              MOVE DL-DELIM-LIBRARY TO UP-CURR-LIBRARY
              MOVE ZERO TO AT-FOUND-SUB
              PERFORM 24-CHECK-ONE-ALIAS-COPY THRU 24-EXIT
                 VARYING AT-SUB FROM 1 BY 1
                    UNTIL AT-SUB > AT-COUNT
                       OR AT-FOUND-SUB > 0
              IF AT-FOUND-SUB > 0
                 ADD 1 TO UP-ALIAS-COPIES
                 MOVE 'N' TO MBR-OPEN-IND
              ELSE
                 MOVE SPACES TO UP-ADD-CARD
                 STRING './ ADD NAME=' DELIMITED BY SIZE
                        DL-DELIM-MEMBER DELIMITED BY SPACE
                   INTO UP-ADD-CARD
                 WRITE UP-CONTROL-CARD FROM UP-ADD-CARD
                 ADD 1 TO UP-CARDS-WRITTEN
                 ADD 1 TO UP-MBRS-CONVERTED
                 MOVE 'Y' TO MBR-OPEN-IND
              END-IF
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO UP-LOOKALIKES
              END-IF
              IF SW-MBR-OPEN
                 MOVE UP-RECORD TO UC-LEAD
                 IF DR-DRSFILE-LEN > 80
                    OR UC-LEAD-2 = './'
                    OR UC-LEAD = '*WIDREC*'
                    PERFORM 25-ENCODE-WIDE-RECORD THRU 25-EXIT
                 ELSE
                    WRITE UP-CONTROL-CARD FROM UP-RECORD
       20-EXIT.
           EXIT.

       21-NEXT-INDEX-ENTRY.
           READ MBRIDX
              AT END
                 MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE 999999999 TO UP-NEXT-START
              NOT AT END
                 MOVE MX-START-RECORD TO UP-NEXT-START
           END-READ.

       21-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end of
      *                          the dump, belongs to some other dump;
      *                          nothing generated from the pair can
      *                          be trusted.
       22-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPUPDT - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' UP-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE MBRIDX UPDTFILE
           STOP RUN.

       22-EXIT.
           EXIT.

      *                          IEBUPDTE takes an ALIAS statement as
      *                          the last of the member's cards, so
      *                          the aliases of the member just built
      *                          go out before the next ADD.
       23-CLOSE-MEMBER.
           IF SW-MBR-OPEN
              PERFORM 28-WRITE-ONE-ALIAS THRU 28-EXIT
                 VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT
           END-IF.

       23-EXIT.
           EXIT.

       24-CHECK-ONE-ALIAS-COPY.
           IF AT-ALIAS-NAME (AT-SUB) = UP-CURR-MEMBER
              AND AT-LIBRARY (AT-SUB) = UP-CURR-LIBRARY
              AND AT-TRUE-IN-STREAM (AT-SUB)
              MOVE AT-SUB TO AT-FOUND-SUB
           END-IF.

       24-EXIT.
           EXIT.

      *                          a record wider than one card goes
      *                          out as a '*WIDREC*' header carrying
      *                          the true length and segment count,
      *                          then that many 80-column segment
      *                          cards; DRSPWIDE reverses this on
      *                          the target system.  a card-width
      *                          line that would collide with a
      *                          control card goes out the same way
      *                          as a single segment, and any
      *                          segment starting './' is sent as
      *                          '><' with its escape flag set.
       25-ENCODE-WIDE-RECORD.
           MOVE SPACES TO UW-WIDE-TEXT
           MOVE UP-RECORD TO UW-WIDE-TEXT
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
           PERFORM 27-ESCAPE-ONE-SEGMENT THRU 27-EXIT
              VARYING UW-SEG-SUB FROM 1 BY 1
                 UNTIL UW-SEG-SUB > UW-SEG-COUNT
           WRITE UP-CONTROL-CARD FROM UW-WIDE-HEADER
           ADD 1 TO UP-CARDS-WRITTEN
           PERFORM 26-WRITE-ONE-SEGMENT THRU 26-EXIT
       26-EXIT.
           EXIT.

       27-ESCAPE-ONE-SEGMENT.
           IF UW-SEG-LEAD (UW-SEG-SUB) = './'
              MOVE '><' TO UW-SEG-LEAD (UW-SEG-SUB)
              MOVE 'E'  TO UW-HDR-ESCAPE (UW-SEG-SUB)
              ADD 1 TO UP-ESCAPED-CARDS
           END-IF.

       27-EXIT.
           EXIT.

       28-WRITE-ONE-ALIAS.
           IF AT-TRUE-NAME (AT-SUB) = UP-CURR-MEMBER
              AND AT-LIBRARY (AT-SUB) = UP-CURR-LIBRARY
              MOVE SPACES TO UP-ADD-CARD
              STRING './ ALIAS NAME=' DELIMITED BY SIZE
                     AT-ALIAS-NAME (AT-SUB) DELIMITED BY SPACE
                INTO UP-ADD-CARD
              WRITE UP-CONTROL-CARD FROM UP-ADD-CARD
              ADD 1 TO UP-CARDS-WRITTEN
              ADD 1 TO UP-ALIASES-WRITTEN
           END-IF.

       28-EXIT.
           EXIT.

      *                         typical housekeeping.
      *                         an index with entries still to come
      *                         when the dump runs out is out of
      *                         step as well.
       30-FINISH.
           IF UP-NEXT-START NOT = 999999999
              PERFORM 22-INDEX-OUT-OF-STEP THRU 22-EXIT
           END-IF
           PERFORM 23-CLOSE-MEMBER THRU 23-EXIT
           DISPLAY 'DRSPUPDT - ' UP-MBRS-CONVERTED ' MEMBERS, '
              UP-CARDS-WRITTEN ' CARDS WRITTEN' UPON CNSL
           IF UP-ALIASES-WRITTEN > 0 OR UP-ALIAS-COPIES > 0
              DISPLAY 'DRSPUPDT - ' UP-ALIASES-WRITTEN ' ALIAS CARDS '
                 'WRITTEN, ' UP-ALIAS-COPIES ' DUMPED ALIAS COPIES '
                 'NOT BUILT AS MEMBERS' UPON CNSL
           END-IF
           IF UP-ALIASES-UNPAIRED > 0
              DISPLAY 'DRSPUPDT - ' UP-ALIASES-UNPAIRED ' ALIASES '
                 'WHOSE TRUE MEMBER IS NOT IN THIS DUMP - NOT '
                 'RESTORED' UPON CNSL
              MOVE 4 TO RETURN-CODE
           END-IF
           IF UP-WIDE-RECORDS > 0
              DISPLAY 'DRSPUPDT - ' UP-WIDE-RECORDS ' WIDE RECORDS '
                 'ENCODED AS CONTINUATION CARDS - DECODE WITH '
                 'DRSPWIDE' UPON CNSL
           END-IF
           IF UP-ESCAPED-CARDS > 0
              DISPLAY 'DRSPUPDT - ' UP-ESCAPED-CARDS ' CARDS STARTING '
                 '''./'' ESCAPED BEHIND ''*WIDREC*'' HEADERS - DECODE '
                 'WITH DRSPWIDE' UPON CNSL
           END-IF
           IF UP-LOOKALIKES > 0
              DISPLAY 'DRSPUPDT - ' UP-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' COPIED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE MBRIDX UPDTFILE
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

           MOVE UP-RECORDS-READ     TO AU-RECORDS-READ
           MOVE UP-CARDS-WRITTEN    TO AU-RECORDS-WRITTEN
           MOVE UP-MBRS-CONVERTED   TO AU-MEMBERS
           ADD UP-ALIAS-COPIES      TO AU-MEMBERS
           MOVE UP-ALIASES-UNPAIRED TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.
