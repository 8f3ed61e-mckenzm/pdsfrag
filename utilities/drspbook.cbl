      *-------------------------------------------------------------*
      *  DRSPBOOK : Companion to DRESSPRT.  Prints the combined,    *
      *             dressed OUTFILE as a listing book for the       *
      *             shelf: a table of contents giving each member's *
      *             library, ISPF statistics, line count and        *
      *             starting page, then every member on a page of   *
      *             its own with its lines numbered.  Each page     *
      *             heading carries the library, member name, run   *
      *             date and page number, with the member's ISPF    *
      *             statistics from STATFILE beneath.  SYSIN member *
      *             and library cards pick out a partial book.  The *
      *             dump is walked twice on the '*MEMBER*'          *
      *             delimiters MBRIDX confirms, once to size each   *
      *             member so the contents can give its page, and   *
      *             once to print it.  ANS COBOL (1972)             *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPBOOK'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    DRSFIL is DRESSPRT's dressed OUTFILE.
       FILE-CONTROL.
           SELECT DRSFILE  ASSIGN TO UT-S-DRSFIL.

      *                          the MBRIDX DRESSPRT wrote for it,
      *                          which says where each member truly
      *                          starts.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          ISPF statistics DRSPDIRC captured
      *                          from the directory listing.
           SELECT STATFILE ASSIGN TO UT-S-STAFIL.

      *                          SYSIN member and library selection.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          the listing book; column one
      *                          carries ANSI carriage control so
      *                          each member starts a new sheet.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  DRSFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON DR-DRSFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS BK-RECORD.
       01  BK-RECORD              PIC X(256).

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index record layout, shared
      *                          with DRESSPRT.
       COPY MBRIDXR.

       FD  STATFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ST-STAT-RECORD.
      *                          statistics record layout, shared
      *                          with DRSPDIRC (writer).
       COPY STATR.

      *                          'M' names a member and 'L' a library
      *                          to go in the book; with neither, the
      *                          whole dump goes in.  with both, a
      *                          member must pass each kind.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-MEMBER       VALUE 'M'.
              88 PM-TYPE-LIBRARY      VALUE 'L'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-NAME-VIEW REDEFINES PM-PARM-DATA.
              10 PM-NAME           PIC X(08).
              10 FILLER            PIC X(71).

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-REPORT-LINE.
       01  RP-REPORT-LINE      PIC X(133).

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AU-AUDIT-RECORD.
      *                          run-audit record layout, shared by
      *                          the whole suite and read back by
      *                          DRSPAUDT.
       COPY AUDITR.


       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 PARM-EOF-IND        PIC X VALUE SPACE.
              88 SW-PARM-EOF            VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.
           05 STAT-EOF-IND        PIC X VALUE SPACE.
              88 SW-STAT-EOF            VALUE 'Y'.
           05 IN-MEMBER-IND       PIC X VALUE 'N'.
              88 SW-IN-MEMBER           VALUE 'Y'.
           05 MEMBER-OK-IND       PIC X VALUE 'N'.
              88 SW-MEMBER-OK           VALUE 'Y'.
           05 LIBRARY-OK-IND      PIC X VALUE 'N'.
              88 SW-LIBRARY-OK          VALUE 'Y'.
           05 STAT-FOUND-IND      PIC X VALUE 'N'.
              88 SW-STAT-FOUND          VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

      *                          delimiter record recognised in the
      *                          dressed input (shared with DRESSPRT).
       COPY DLDELIM.

      *                          the line in hand.  a line wider than
      *                          the print line runs on to one or two
      *                          continuation lines, a print line's
      *                          width of text at a time.
       01  BK-LINE-WORK.
           05 BK-LINE-CHAR        PIC X OCCURS 256 TIMES.
       01  BK-LINE-PIECES REDEFINES BK-LINE-WORK.
           05 BK-PIECE-1          PIC X(124).
           05 BK-PIECE-2          PIC X(124).
           05 BK-PIECE-3          PIC X(08).

      *                          the whole index, in dump order, with
      *                          what the book needs of each member:
      *                          whether it was selected, its
      *                          statistics, its size in print lines
      *                          and the page it starts on.
       01  BK-BOOK-TABLE.
           05 BK-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 BK-ENTRY OCCURS 5000 TIMES.
              10 BK-MEMBER        PIC X(08).
              10 BK-LIBRARY       PIC X(08).
              10 BK-START         PIC 9(09) COMP.
              10 BK-LINES         PIC 9(09) COMP.
              10 BK-PRINT-LINES   PIC 9(09) COMP.
              10 BK-FIRST-PAGE    PIC 9(09) COMP.
              10 BK-STAT-SUB      PIC 9(04) COMP.
              10 BK-SELECTED-IND  PIC X.
                 88 BK-SELECTED         VALUE 'Y'.

      *                          the statistics file, loaded whole.
       01  SX-STAT-TABLE.
           05 SX-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 SX-ENTRY OCCURS 5000 TIMES.
              10 SX-NAME          PIC X(08).
              10 SX-VVMM          PIC X(05).
              10 SX-CREATED       PIC X(08).
              10 SX-CHANGED       PIC X(08).
              10 SX-CHG-TIME      PIC X(05).
              10 SX-USERID        PIC X(08).

      *                          the selection cards, and whether
      *                          each put anything in the book.
       01  SL-SELECT-TABLE.
           05 SL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 SL-MEMBER-CARDS     PIC 9(04) COMP VALUE ZERO.
           05 SL-LIBRARY-CARDS    PIC 9(04) COMP VALUE ZERO.
           05 SL-ENTRY OCCURS 100 TIMES.
              10 SL-TYPE          PIC X.
                 88 SL-MEMBER-CARD      VALUE 'M'.
                 88 SL-LIBRARY-CARD     VALUE 'L'.
              10 SL-NAME          PIC X(08).
              10 SL-HIT-IND       PIC X.
                 88 SL-HIT              VALUE 'Y'.

       01  BK-VARIABLES.
           05 BK-SUB              PIC 9(04) COMP VALUE ZERO.
           05 BK-CURR-SUB         PIC 9(04) COMP VALUE ZERO.
           05 BK-NEXT-SUB         PIC 9(04) COMP VALUE ZERO.
           05 BK-NEXT-START       PIC 9(09) COMP VALUE ZERO.
           05 BK-POSITION         PIC 9(09) COMP VALUE ZERO.
           05 BK-REL-LINE         PIC 9(09) COMP VALUE ZERO.
           05 BK-TEXT-LEN         PIC 9(04) COMP VALUE ZERO.
           05 BK-PIECES           PIC 9(04) COMP VALUE ZERO.
           05 BK-PIECE-SUB        PIC 9(04) COMP VALUE ZERO.
           05 BK-PAGES            PIC 9(09) COMP VALUE ZERO.
           05 BK-NEXT-PAGE        PIC 9(09) COMP VALUE ZERO.
           05 SL-SUB              PIC 9(04) COMP VALUE ZERO.
           05 SX-SUB              PIC 9(04) COMP VALUE ZERO.
           05 BK-ACCEPT-DATE      PIC 9(06) VALUE ZERO.
           05 BK-RUN-DATE         PIC 9(08) VALUE ZERO.

       01  BK-COUNTERS.
           05 BK-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
           05 BK-MBRS-SELECTED    PIC 9(09) COMP VALUE ZERO.
           05 BK-MBRS-NO-STATS    PIC 9(09) COMP VALUE ZERO.
           05 BK-CONTENTS-PAGES   PIC 9(09) COMP VALUE ZERO.
           05 BK-LINES-PRINTED    PIC 9(09) COMP VALUE ZERO.
           05 BK-RUN-ON-LINES     PIC 9(09) COMP VALUE ZERO.
           05 BK-CARDS-UNMATCHED  PIC 9(09) COMP VALUE ZERO.

      *                          a page holds PG-MAX-LINES lines
      *                          below its headings, contents and
      *                          members alike.
       01  PG-PAGE-CONTROL.
           05 PG-PAGE-NUM         PIC 9(09) COMP VALUE ZERO.
           05 PG-LINES-ON-PAGE    PIC 9(04) COMP VALUE ZERO.
           05 PG-MAX-LINES        PIC 9(04) COMP VALUE 55.

      *                          yyyymmdd edited with slashes for the
      *                          page headings.
       01  ED-DATE-WORK.
           05 ED-DATE-IN          PIC 9(08) VALUE ZERO.
           05 ED-DATE-PARTS REDEFINES ED-DATE-IN.
              10 ED-IN-YEAR       PIC X(04).
              10 ED-IN-MONTH      PIC X(02).
              10 ED-IN-DAY        PIC X(02).
           05 ED-DATE-OUT.
              10 ED-OUT-YEAR      PIC X(04).
              10 FILLER           PIC X VALUE '/'.
              10 ED-OUT-MONTH     PIC X(02).
              10 FILLER           PIC X VALUE '/'.
              10 ED-OUT-DAY       PIC X(02).

      *                          listing book layouts; column one is
      *                          ANSI carriage control.
       01  RP-CONTENTS-HEAD-1.
           05 FILLER  PIC X(01) VALUE '1'.
           05 FILLER  PIC X(50)
              VALUE 'DRSPBOOK - LISTING BOOK - CONTENTS'.
           05 FILLER  PIC X(46) VALUE SPACES.
           05 FILLER  PIC X(09) VALUE 'RUN DATE '.
           05 RP-CH1-DATE PIC X(10).
           05 FILLER  PIC X(03) VALUE SPACES.
           05 FILLER  PIC X(05) VALUE 'PAGE '.
           05 RP-CH1-PAGE PIC ZZZZ9.
           05 FILLER  PIC X(04) VALUE SPACES.

       01  RP-CONTENTS-HEAD-2.
           05 FILLER  PIC X(01) VALUE '0'.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(10) VALUE 'LIBRARY'.
           05 FILLER  PIC X(07) VALUE 'VV.MM'.
           05 FILLER  PIC X(10) VALUE 'CHANGED'.
           05 FILLER  PIC X(11) VALUE '      LINES'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(05) VALUE ' PAGE'.
           05 FILLER  PIC X(77) VALUE SPACES.

       01  RP-CONTENTS-LINE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RP-CL-MEMBER      PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-CL-LIBRARY     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-CL-VVMM        PIC X(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-CL-CHANGED     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-CL-LINES       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-CL-PAGE        PIC ZZZZ9.
           05 FILLER            PIC X(77) VALUE SPACES.

       01  RP-MEMBER-HEAD-1.
           05 FILLER  PIC X(01) VALUE '1'.
           05 FILLER  PIC X(08) VALUE 'LIBRARY'.
           05 RP-MH1-LIBRARY PIC X(08).
           05 FILLER  PIC X(03) VALUE SPACES.
           05 FILLER  PIC X(07) VALUE 'MEMBER'.
           05 RP-MH1-MEMBER  PIC X(08).
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RP-MH1-CONTINUED PIC X(12).
           05 FILLER  PIC X(46) VALUE SPACES.
           05 FILLER  PIC X(09) VALUE 'RUN DATE '.
           05 RP-MH1-DATE PIC X(10).
           05 FILLER  PIC X(03) VALUE SPACES.
           05 FILLER  PIC X(05) VALUE 'PAGE '.
           05 RP-MH1-PAGE PIC ZZZZ9.
           05 FILLER  PIC X(05) VALUE SPACES.

       01  RP-STATS-HEAD.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(06) VALUE 'VV.MM'.
           05 RP-SH-VVMM     PIC X(05).
           05 FILLER  PIC X(11) VALUE '   CREATED'.
           05 RP-SH-CREATED  PIC X(08).
           05 FILLER  PIC X(11) VALUE '   CHANGED'.
           05 RP-SH-CHANGED  PIC X(08).
           05 FILLER  PIC X(01) VALUE SPACE.
           05 RP-SH-CHG-TIME PIC X(05).
           05 FILLER  PIC X(10) VALUE '   USERID'.
           05 RP-SH-USERID   PIC X(08).
           05 FILLER  PIC X(59) VALUE SPACES.

       01  RP-NO-STATS-HEAD.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(40) VALUE 'NO ISPF STATISTICS ON FILE'.
           05 FILLER  PIC X(92) VALUE SPACES.

      *                          a member's line: its number within
      *                          the member, then the text; a run-on
      *                          line leaves the number blank.
       01  RP-SOURCE-LINE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RP-SL-NUMBER      PIC ZZZZZ9.
           05 RP-SL-RUN-ON REDEFINES RP-SL-NUMBER PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-SL-TEXT        PIC X(124).

       01  RP-EMPTY-LINE.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(08) VALUE SPACES.
           05 FILLER  PIC X(30) VALUE '(MEMBER HAS NO LINES)'.
           05 FILLER  PIC X(94) VALUE SPACES.

       01  RP-NONE-SELECTED-LINE.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(40)
              VALUE 'NO MEMBERS SELECTED FOR THE BOOK'.
           05 FILLER  PIC X(92) VALUE SPACES.

       01  RP-SUMMARY-HEAD.
           05 FILLER  PIC X(01) VALUE '1'.
           05 FILLER  PIC X(40)
              VALUE 'DRSPBOOK - LISTING BOOK SUMMARY'.
           05 FILLER  PIC X(92) VALUE SPACES.

       01  RP-TOTAL-LINE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RP-TOT-LABEL      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-TOT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(79) VALUE SPACES.

       01  RP-UNMATCHED-LINE.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(40)
              VALUE 'SELECTION CARD MATCHED NOTHING'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RP-UM-TYPE       PIC X(01).
           05 FILLER  PIC X(01) VALUE SPACE.
           05 RP-UM-NAME       PIC X(08).
           05 FILLER  PIC X(80) VALUE SPACES.

       01  BL-BLANK-LINE.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(132) VALUE SPACES.

      *                          hhmmsscc from ACCEPT, trimmed to
      *                          hhmmss for the audit record.
       01  AU-TIME-WORK           PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.
      *-------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-SIZE-ONE-RECORD THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 27-LAY-OUT-BOOK THROUGH 27-EXIT
           PERFORM 40-WRITE-CONTENTS THROUGH 40-EXIT
           PERFORM 45-REWIND-DUMP THROUGH 45-EXIT
           PERFORM 50-PRINT-ONE-RECORD THROUGH 50-EXIT
              UNTIL SW-END-OF-FILE
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
      *                          the statistics come first so that
      *                          each member can be given its own as
      *                          the index is loaded.
       10-SETUP.
           ACCEPT BK-ACCEPT-DATE FROM DATE
           ADD 20000000 BK-ACCEPT-DATE GIVING BK-RUN-DATE
           MOVE BK-RUN-DATE TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT TO RP-CH1-DATE
           MOVE ED-DATE-OUT TO RP-MH1-DATE
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           OPEN INPUT STATFILE
           PERFORM 13-LOAD-ONE-STAT THRU 13-EXIT
              UNTIL SW-STAT-EOF
           CLOSE STATFILE
           OPEN INPUT MBRIDX
           PERFORM 14-LOAD-ONE-ENTRY THRU 14-EXIT
              UNTIL SW-MBRIDX-EOF
           CLOSE MBRIDX
           OPEN INPUT DRSFILE
           OPEN OUTPUT REPORTFL
           MOVE ZERO TO BK-NEXT-SUB
           PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
           MOVE SPACES TO BK-RECORD
           READ DRSFILE AT END MOVE 'Y' TO END-OF-FILE-IND.

       10-EXIT.
           EXIT.

       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END PERFORM 12-PROCESS-PARM THRU 12-EXIT
           END-READ.

       11-EXIT.
           EXIT.

       12-PROCESS-PARM.
           IF NOT PM-TYPE-MEMBER AND NOT PM-TYPE-LIBRARY
              GO TO 12-EXIT
           END-IF
           IF SL-COUNT < 100
              ADD 1 TO SL-COUNT
              MOVE PM-PARM-TYPE TO SL-TYPE    (SL-COUNT)
              MOVE PM-NAME      TO SL-NAME    (SL-COUNT)
              MOVE 'N'          TO SL-HIT-IND (SL-COUNT)
              IF PM-TYPE-MEMBER
                 ADD 1 TO SL-MEMBER-CARDS
              ELSE
                 ADD 1 TO SL-LIBRARY-CARDS
              END-IF
           ELSE
              DISPLAY 'DRSPBOOK - MORE THAN 100 SELECTION CARDS '
                 'ON SYSIN - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE PARMFILE
              STOP RUN
           END-IF.

       12-EXIT.
           EXIT.

       13-LOAD-ONE-STAT.
           READ STATFILE
              AT END MOVE 'Y' TO STAT-EOF-IND
              NOT AT END
                 IF SX-COUNT < 5000
                    ADD 1 TO SX-COUNT
                    MOVE ST-MEMBER-NAME TO SX-NAME     (SX-COUNT)
                    MOVE ST-VVMM        TO SX-VVMM     (SX-COUNT)
                    MOVE ST-CREATED     TO SX-CREATED  (SX-COUNT)
                    MOVE ST-CHANGED     TO SX-CHANGED  (SX-COUNT)
                    MOVE ST-CHG-TIME    TO SX-CHG-TIME (SX-COUNT)
                    MOVE ST-USERID      TO SX-USERID   (SX-COUNT)
                 ELSE
                    DISPLAY 'DRSPBOOK - STATFILE EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE STATFILE
                    STOP RUN
                 END-IF
           END-READ.

       13-EXIT.
           EXIT.

      *                          each member is settled in or out of
      *                          the book as the index is loaded;
      *                          STATFILE carries no library, so a
      *                          member takes the statistics of the
      *                          first entry of its name.
       14-LOAD-ONE-ENTRY.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
              NOT AT END
                 IF BK-COUNT < 5000
                    ADD 1 TO BK-COUNT
                    MOVE MX-MEMBER-NAME  TO BK-MEMBER (BK-COUNT)
                    MOVE MX-LIBRARY-ID   TO BK-LIBRARY (BK-COUNT)
                    MOVE MX-START-RECORD TO BK-START (BK-COUNT)
                    MOVE MX-LINE-COUNT   TO BK-LINES (BK-COUNT)
                    MOVE ZERO TO BK-PRINT-LINES (BK-COUNT)
                    MOVE ZERO TO BK-FIRST-PAGE  (BK-COUNT)
                    MOVE ZERO TO BK-STAT-SUB    (BK-COUNT)
                    MOVE 'N'  TO BK-SELECTED-IND (BK-COUNT)
                    PERFORM 15-SELECT-ENTRY THRU 15-EXIT
                 ELSE
                    DISPLAY 'DRSPBOOK - MBRIDX EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE MBRIDX
                    STOP RUN
                 END-IF
           END-READ.

       14-EXIT.
           EXIT.

       15-SELECT-ENTRY.
           MOVE 'Y' TO MEMBER-OK-IND
           MOVE 'Y' TO LIBRARY-OK-IND
           IF SL-MEMBER-CARDS > 0
              MOVE 'N' TO MEMBER-OK-IND
           END-IF
           IF SL-LIBRARY-CARDS > 0
              MOVE 'N' TO LIBRARY-OK-IND
           END-IF
           PERFORM 16-CHECK-ONE-CARD THRU 16-EXIT
              VARYING SL-SUB FROM 1 BY 1
                 UNTIL SL-SUB > SL-COUNT
           IF NOT SW-MEMBER-OK OR NOT SW-LIBRARY-OK
              GO TO 15-EXIT
           END-IF
           MOVE 'Y' TO BK-SELECTED-IND (BK-COUNT)
           ADD 1 TO BK-MBRS-SELECTED
           PERFORM 17-MARK-ONE-CARD THRU 17-EXIT
              VARYING SL-SUB FROM 1 BY 1
                 UNTIL SL-SUB > SL-COUNT
           MOVE 'N' TO STAT-FOUND-IND
           PERFORM 18-CHECK-ONE-STAT THRU 18-EXIT
              VARYING SX-SUB FROM 1 BY 1
                 UNTIL SX-SUB > SX-COUNT
                    OR SW-STAT-FOUND
           IF NOT SW-STAT-FOUND
              ADD 1 TO BK-MBRS-NO-STATS
           END-IF.

       15-EXIT.
           EXIT.

       16-CHECK-ONE-CARD.
           IF SL-MEMBER-CARD (SL-SUB)
              AND SL-NAME (SL-SUB) = MX-MEMBER-NAME
              MOVE 'Y' TO MEMBER-OK-IND
           END-IF
           IF SL-LIBRARY-CARD (SL-SUB)
              AND SL-NAME (SL-SUB) = MX-LIBRARY-ID
              MOVE 'Y' TO LIBRARY-OK-IND
           END-IF.

       16-EXIT.
           EXIT.

      *                          a card is only counted as matched by
      *                          a member that got into the book.
       17-MARK-ONE-CARD.
           IF SL-MEMBER-CARD (SL-SUB)
              AND SL-NAME (SL-SUB) = MX-MEMBER-NAME
              MOVE 'Y' TO SL-HIT-IND (SL-SUB)
           END-IF
           IF SL-LIBRARY-CARD (SL-SUB)
              AND SL-NAME (SL-SUB) = MX-LIBRARY-ID
              MOVE 'Y' TO SL-HIT-IND (SL-SUB)
           END-IF.

       17-EXIT.
           EXIT.

       18-CHECK-ONE-STAT.
           IF SX-NAME (SX-SUB) = MX-MEMBER-NAME
              MOVE 'Y'    TO STAT-FOUND-IND
              MOVE SX-SUB TO BK-STAT-SUB (BK-COUNT)
           END-IF.

       18-EXIT.
           EXIT.

      *                          first pass: each selected member is
      *                          sized in print lines, run-on lines
      *                          included, so that the contents can
      *                          give the page it will start on.  the
      *                          index is held to the dump here; the
      *                          second pass walks the same pair.
       20-SIZE-ONE-RECORD.
           ADD 1 TO BK-POSITION
           ADD 1 TO BK-RECORDS-READ
           MOVE BK-RECORD TO DL-DELIM-RECORD
           IF BK-POSITION > BK-NEXT-START
              OR (BK-POSITION = BK-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           IF BK-POSITION = BK-NEXT-START
              MOVE BK-NEXT-SUB TO BK-CURR-SUB
              PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
              MOVE 'Y' TO IN-MEMBER-IND
           ELSE
              IF SW-IN-MEMBER
                 AND BK-SELECTED (BK-CURR-SUB)
                 PERFORM 21-COUNT-PIECES THRU 21-EXIT
                 ADD BK-PIECES TO BK-PRINT-LINES (BK-CURR-SUB)
              END-IF
           END-IF
           MOVE SPACES TO BK-RECORD
           READ DRSFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND.

       20-EXIT.
           EXIT.

      *                          the line is printed as far as its
      *                          last non-blank column, so a wide
      *                          record that is mostly padding takes
      *                          no run-on line.
       21-COUNT-PIECES.
           MOVE BK-RECORD      TO BK-LINE-WORK
           MOVE DR-DRSFILE-LEN TO BK-TEXT-LEN
           PERFORM 22-BACK-OVER-BLANK THRU 22-EXIT
              UNTIL BK-TEXT-LEN NOT > 124
                 OR BK-LINE-CHAR (BK-TEXT-LEN) NOT = SPACE
           MOVE 1 TO BK-PIECES
           IF BK-TEXT-LEN > 124
              MOVE 2 TO BK-PIECES
           END-IF
           IF BK-TEXT-LEN > 248
              MOVE 3 TO BK-PIECES
           END-IF.

       21-EXIT.
           EXIT.

       22-BACK-OVER-BLANK.
           SUBTRACT 1 FROM BK-TEXT-LEN.

       22-EXIT.
           EXIT.

       25-NEXT-INDEX-ENTRY.
           ADD 1 TO BK-NEXT-SUB
           IF BK-NEXT-SUB > BK-COUNT
              MOVE 999999999 TO BK-NEXT-START
           ELSE
              MOVE BK-START (BK-NEXT-SUB) TO BK-NEXT-START
           END-IF.

       25-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end
      *                          of the dump belongs to some other
      *                          dump; a book printed from the pair
      *                          would put lines under the wrong
      *                          member.
       26-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPBOOK - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' BK-POSITION ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE REPORTFL
           STOP RUN.

       26-EXIT.
           EXIT.

      *                          the contents come first, a page's
      *                          worth of members to a page; each
      *                          member then starts on the page after
      *                          the one before it ends, and takes at
      *                          least one page even when empty.
       27-LAY-OUT-BOOK.
           IF BK-NEXT-SUB NOT > BK-COUNT
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           COMPUTE BK-CONTENTS-PAGES =
              (BK-MBRS-SELECTED + PG-MAX-LINES - 1) / PG-MAX-LINES
           IF BK-CONTENTS-PAGES = 0
              MOVE 1 TO BK-CONTENTS-PAGES
           END-IF
           ADD 1 BK-CONTENTS-PAGES GIVING BK-NEXT-PAGE
           PERFORM 28-PLACE-ONE-MEMBER THRU 28-EXIT
              VARYING BK-SUB FROM 1 BY 1
                 UNTIL BK-SUB > BK-COUNT.

       27-EXIT.
           EXIT.

       28-PLACE-ONE-MEMBER.
           IF NOT BK-SELECTED (BK-SUB)
              GO TO 28-EXIT
           END-IF
           MOVE BK-NEXT-PAGE TO BK-FIRST-PAGE (BK-SUB)
           COMPUTE BK-PAGES =
              (BK-PRINT-LINES (BK-SUB) + PG-MAX-LINES - 1)
                 / PG-MAX-LINES
           IF BK-PAGES = 0
              MOVE 1 TO BK-PAGES
           END-IF
           ADD BK-PAGES TO BK-NEXT-PAGE.

       28-EXIT.
           EXIT.

       40-WRITE-CONTENTS.
           MOVE ZERO TO PG-PAGE-NUM
           IF BK-MBRS-SELECTED = 0
              PERFORM 42-CONTENTS-HEADING THRU 42-EXIT
              WRITE RP-REPORT-LINE FROM RP-NONE-SELECTED-LINE
              GO TO 40-EXIT
           END-IF
           PERFORM 41-CONTENTS-ONE-MEMBER THRU 41-EXIT
              VARYING BK-SUB FROM 1 BY 1
                 UNTIL BK-SUB > BK-COUNT.

       40-EXIT.
           EXIT.

       41-CONTENTS-ONE-MEMBER.
           IF NOT BK-SELECTED (BK-SUB)
              GO TO 41-EXIT
           END-IF
           IF PG-LINES-ON-PAGE >= PG-MAX-LINES
              OR PG-PAGE-NUM = 0
              PERFORM 42-CONTENTS-HEADING THRU 42-EXIT
           END-IF
           MOVE SPACES                 TO RP-CL-VVMM RP-CL-CHANGED
           MOVE BK-MEMBER (BK-SUB)     TO RP-CL-MEMBER
           MOVE BK-LIBRARY (BK-SUB)    TO RP-CL-LIBRARY
           IF BK-STAT-SUB (BK-SUB) > 0
              MOVE BK-STAT-SUB (BK-SUB) TO SX-SUB
              MOVE SX-VVMM (SX-SUB)    TO RP-CL-VVMM
              MOVE SX-CHANGED (SX-SUB) TO RP-CL-CHANGED
           END-IF
           MOVE BK-LINES (BK-SUB)      TO RP-CL-LINES
           MOVE BK-FIRST-PAGE (BK-SUB) TO RP-CL-PAGE
           WRITE RP-REPORT-LINE FROM RP-CONTENTS-LINE
           ADD 1 TO PG-LINES-ON-PAGE.

       41-EXIT.
           EXIT.

       42-CONTENTS-HEADING.
           ADD 1 TO PG-PAGE-NUM
           MOVE PG-PAGE-NUM TO RP-CH1-PAGE
           WRITE RP-REPORT-LINE FROM RP-CONTENTS-HEAD-1
           WRITE RP-REPORT-LINE FROM RP-CONTENTS-HEAD-2
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE ZERO TO PG-LINES-ON-PAGE.

       42-EXIT.
           EXIT.

      *                          back to the top of the dump and the
      *                          index for the printing pass.
       45-REWIND-DUMP.
           CLOSE DRSFILE
           OPEN INPUT DRSFILE
           MOVE ZERO TO BK-POSITION
           MOVE ZERO TO BK-NEXT-SUB
           MOVE ZERO TO BK-CURR-SUB
           MOVE 'N'  TO IN-MEMBER-IND
           MOVE SPACE TO END-OF-FILE-IND
           PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
           MOVE SPACES TO BK-RECORD
           READ DRSFILE AT END MOVE 'Y' TO END-OF-FILE-IND.

       45-EXIT.
           EXIT.

      *                          second pass: the selected members
      *                          are printed, each from a new page.
       50-PRINT-ONE-RECORD.
           ADD 1 TO BK-POSITION
           MOVE BK-RECORD TO DL-DELIM-RECORD
           IF BK-POSITION = BK-NEXT-START
              PERFORM 56-CLOSE-MEMBER THRU 56-EXIT
              MOVE BK-NEXT-SUB TO BK-CURR-SUB
              PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
              MOVE 'Y'  TO IN-MEMBER-IND
              MOVE ZERO TO BK-REL-LINE
              IF BK-SELECTED (BK-CURR-SUB)
                 PERFORM 51-START-MEMBER THRU 51-EXIT
              END-IF
           ELSE
              IF SW-IN-MEMBER
                 AND BK-SELECTED (BK-CURR-SUB)
                 ADD 1 TO BK-REL-LINE
                 PERFORM 52-PRINT-ONE-LINE THRU 52-EXIT
              END-IF
           END-IF
           MOVE SPACES TO BK-RECORD
           READ DRSFILE
              AT END
                 PERFORM 56-CLOSE-MEMBER THRU 56-EXIT
                 MOVE 'Y' TO END-OF-FILE-IND.

       50-EXIT.
           EXIT.

       51-START-MEMBER.
           SUBTRACT 1 FROM BK-FIRST-PAGE (BK-CURR-SUB)
              GIVING PG-PAGE-NUM
           MOVE SPACES TO RP-MH1-CONTINUED
           PERFORM 54-MEMBER-HEADING THRU 54-EXIT
           MOVE '(CONTINUED)' TO RP-MH1-CONTINUED.

       51-EXIT.
           EXIT.

       52-PRINT-ONE-LINE.
           PERFORM 21-COUNT-PIECES THRU 21-EXIT
           MOVE BK-REL-LINE TO RP-SL-NUMBER
           PERFORM 53-PRINT-ONE-PIECE THRU 53-EXIT
              VARYING BK-PIECE-SUB FROM 1 BY 1
                 UNTIL BK-PIECE-SUB > BK-PIECES
           ADD 1 TO BK-LINES-PRINTED.

       52-EXIT.
           EXIT.

       53-PRINT-ONE-PIECE.
           IF PG-LINES-ON-PAGE >= PG-MAX-LINES
              PERFORM 54-MEMBER-HEADING THRU 54-EXIT
           END-IF
           IF BK-PIECE-SUB = 1
              MOVE BK-PIECE-1 TO RP-SL-TEXT
           ELSE
              ADD 1 TO BK-RUN-ON-LINES
              MOVE SPACES TO RP-SL-RUN-ON
              IF BK-PIECE-SUB = 2
                 MOVE BK-PIECE-2 TO RP-SL-TEXT
              ELSE
                 MOVE BK-PIECE-3 TO RP-SL-TEXT
              END-IF
           END-IF
           WRITE RP-REPORT-LINE FROM RP-SOURCE-LINE
           ADD 1 TO PG-LINES-ON-PAGE.

       53-EXIT.
           EXIT.

       54-MEMBER-HEADING.
           ADD 1 TO PG-PAGE-NUM
           MOVE PG-PAGE-NUM              TO RP-MH1-PAGE
           MOVE BK-LIBRARY (BK-CURR-SUB) TO RP-MH1-LIBRARY
           MOVE BK-MEMBER (BK-CURR-SUB)  TO RP-MH1-MEMBER
           WRITE RP-REPORT-LINE FROM RP-MEMBER-HEAD-1
           IF BK-STAT-SUB (BK-CURR-SUB) > 0
              MOVE BK-STAT-SUB (BK-CURR-SUB) TO SX-SUB
              MOVE SX-VVMM (SX-SUB)     TO RP-SH-VVMM
              MOVE SX-CREATED (SX-SUB)  TO RP-SH-CREATED
              MOVE SX-CHANGED (SX-SUB)  TO RP-SH-CHANGED
              MOVE SX-CHG-TIME (SX-SUB) TO RP-SH-CHG-TIME
              MOVE SX-USERID (SX-SUB)   TO RP-SH-USERID
              WRITE RP-REPORT-LINE FROM RP-STATS-HEAD
           ELSE
              WRITE RP-REPORT-LINE FROM RP-NO-STATS-HEAD
           END-IF
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE ZERO TO PG-LINES-ON-PAGE.

       54-EXIT.
           EXIT.

       55-EDIT-DATE.
           MOVE ED-IN-YEAR  TO ED-OUT-YEAR
           MOVE ED-IN-MONTH TO ED-OUT-MONTH
           MOVE ED-IN-DAY   TO ED-OUT-DAY.

       55-EXIT.
           EXIT.

      *                          a member with no lines still has
      *                          its page, and says so.
       56-CLOSE-MEMBER.
           IF SW-IN-MEMBER
              AND BK-SELECTED (BK-CURR-SUB)
              AND BK-REL-LINE = 0
              WRITE RP-REPORT-LINE FROM RP-EMPTY-LINE
           END-IF.

       56-EXIT.
           EXIT.

      *                         summary page and housekeeping.
       30-FINISH.
           WRITE RP-REPORT-LINE FROM RP-SUMMARY-HEAD
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE 'MEMBERS IN MBRIDX'      TO RP-TOT-LABEL
           MOVE BK-COUNT                  TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'MEMBERS IN THE BOOK'    TO RP-TOT-LABEL
           MOVE BK-MBRS-SELECTED          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'MEMBERS WITHOUT ISPF STATISTICS' TO RP-TOT-LABEL
           MOVE BK-MBRS-NO-STATS          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'CONTENTS PAGES'         TO RP-TOT-LABEL
           MOVE BK-CONTENTS-PAGES         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'PAGES IN THE BOOK'      TO RP-TOT-LABEL
           SUBTRACT 1 FROM BK-NEXT-PAGE GIVING RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'SOURCE LINES PRINTED'   TO RP-TOT-LABEL
           MOVE BK-LINES-PRINTED          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE 'RUN-ON LINES FOR WIDE RECORDS' TO RP-TOT-LABEL
           MOVE BK-RUN-ON-LINES           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           PERFORM 36-CHECK-ONE-CARD THRU 36-EXIT
              VARYING SL-SUB FROM 1 BY 1
                 UNTIL SL-SUB > SL-COUNT
           DISPLAY 'DRSPBOOK - ' BK-MBRS-SELECTED ' MEMBERS PRINTED, '
              BK-CARDS-UNMATCHED ' SELECTION CARDS MATCHED NOTHING'
              UPON CNSL
           IF BK-CARDS-UNMATCHED > 0 OR BK-MBRS-SELECTED = 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE DRSFILE REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          a card that put nothing in the book
      *                          is most likely a misspelt name.
       36-CHECK-ONE-CARD.
           IF NOT SL-HIT (SL-SUB)
              ADD 1 TO BK-CARDS-UNMATCHED
              MOVE SL-TYPE (SL-SUB) TO RP-UM-TYPE
              MOVE SL-NAME (SL-SUB) TO RP-UM-NAME
              WRITE RP-REPORT-LINE FROM RP-UNMATCHED-LINE
           END-IF.

       36-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPBOOK' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE BK-RECORDS-READ     TO AU-RECORDS-READ
           MOVE BK-LINES-PRINTED    TO AU-RECORDS-WRITTEN
           MOVE BK-MBRS-SELECTED    TO AU-MEMBERS
           MOVE BK-CARDS-UNMATCHED  TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
