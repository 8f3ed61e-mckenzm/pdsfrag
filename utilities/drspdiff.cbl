      *-------------------------------------------------------------*
      *  DRSPDIFF : Companion to DRSPCOMP.  Reads the delta file    *
      *             DRSPCOMP writes and, for every member marked    *
      *             CHANGED, lifts the old and the new copy out of  *
      *             the two dressed OUTFILE generations (located    *
      *             through each generation's MBRIDX) and prints a  *
      *             full difference listing: every line inserted,   *
      *             deleted or replaced, with its old and new       *
      *             relative line numbers, and per-member and       *
      *             grand totals of lines inserted, deleted and     *
      *             replaced.  The printed evidence change control  *
      *             files for each promoted member.                 *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *  26/10/15  mm   text past column 97 of a listed line now     *
      *                 runs on to continuation lines instead of     *
      *                 being cut off, so a change out in the wide   *
      *                 columns shows on the REPLACED/WITH pair.     *
      *  26/10/15  mm   a copy of up to 20000 lines is now held for  *
      *                 listing, up from 3000, and a longer member   *
      *                 left unlisted fails the run with RC 8 like   *
      *                 the other members skipped for want of        *
      *                 evidence.                                    *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPDIFF'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    delta written by DRSPCOMP.
       FILE-CONTROL.
           SELECT DELTFILE ASSIGN TO UT-S-DLTFIL.

      *                          old and new dressed OUTFILEs, and
      *                          the MBRIDX each run wrote for them;
      *                          the same four DRSPCOMP compared.
           SELECT OLDFILE  ASSIGN TO UT-S-ODRFIL.
           SELECT NEWFILE  ASSIGN TO UT-S-NDRFIL.
           SELECT OLDIDX   ASSIGN TO UT-S-OMXFIL.
           SELECT NEWIDX   ASSIGN TO UT-S-NMXFIL.

      *                          the difference listing.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  DELTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DE-DELTA-RECORD.
      *                          delta record layout, shared with
      *                          DRSPCOMP (writer).
       COPY DLTRECR.

       FD  OLDFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON VL-OLDFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DF-OLD-RECORD.
       01  DF-OLD-RECORD       PIC X(256).

       FD  NEWFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON VL-NEWFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DF-NEW-RECORD.
       01  DF-NEW-RECORD       PIC X(256).

       FD  OLDIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index/catalog record layout,
      *                          shared with DRESSPRT (writer); the
      *                          same record is read from both index
      *                          files through this one area.
       COPY MBRIDXR.

       FD  NEWIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DF-NEWIDX-RECORD.
       01  DF-NEWIDX-RECORD    PIC X(34).

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
           05 DELTA-EOF-IND       PIC X VALUE SPACE.
              88 SW-DELTA-EOF           VALUE 'Y'.
           05 OLDIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-OLDIDX-EOF          VALUE 'Y'.
           05 NEWIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-NEWIDX-EOF          VALUE 'Y'.
           05 OLDFILE-EOF-IND     PIC X VALUE SPACE.
              88 SW-OLDFILE-EOF         VALUE 'Y'.
           05 NEWFILE-EOF-IND     PIC X VALUE SPACE.
              88 SW-NEWFILE-EOF         VALUE 'Y'.
           05 RESYNC-FOUND-IND    PIC X VALUE 'N'.
              88 SW-RESYNC-FOUND        VALUE 'Y'.

       01  VL-LENGTHS.
           05 VL-OLDFILE-LEN      PIC 9(04) COMP VALUE 80.
           05 VL-NEWFILE-LEN      PIC 9(04) COMP VALUE 80.

      *                          working copy of the MBRIDXR index
      *                          record layout; both index files are
      *                          read INTO here, as in DRSPCOMP.
       01  DF-INDEX-WORK.
           05 DF-IX-MEMBER        PIC X(08).
           05 DF-IX-START         PIC 9(09).
           05 DF-IX-LINES         PIC 9(09).
           05 DF-IX-LIBRARY       PIC X(08).

      *                          each generation's member index,
      *                          loaded whole so a delta entry can be
      *                          located in both dumps by name and
      *                          library.  an entry once listed is
      *                          marked used, so a name repeated in
      *                          a concatenated dump pairs up in
      *                          order the way DRSPCOMP paired it.
       01  OM-OLD-TABLE.
           05 OM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 OM-ENTRY OCCURS 5000 TIMES.
              10 OM-NAME          PIC X(08).
              10 OM-LIBRARY       PIC X(08).
              10 OM-START         PIC 9(09) COMP.
              10 OM-LINES         PIC 9(09) COMP.
              10 OM-USED-IND      PIC X.
                 88 OM-USED             VALUE 'Y'.

       01  NM-NEW-TABLE.
           05 NM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 NM-ENTRY OCCURS 5000 TIMES.
              10 NM-NAME          PIC X(08).
              10 NM-LIBRARY       PIC X(08).
              10 NM-START         PIC 9(09) COMP.
              10 NM-LINES         PIC 9(09) COMP.
              10 NM-USED-IND      PIC X.
                 88 NM-USED             VALUE 'Y'.

      *                          the two copies of the member being
      *                          listed, held whole in core so the
      *                          difference search can look ahead in
      *                          either copy.  a member longer than
      *                          the table is reported and skipped,
      *                          not listed in part, and fails the
      *                          run: its change has no evidence.
       01  OL-OLD-LINES.
           05 OL-COUNT            PIC 9(09) COMP VALUE ZERO.
           05 OL-LINE OCCURS 20000 TIMES
                                  PIC X(256).

       01  NL-NEW-LINES.
           05 NL-COUNT            PIC 9(09) COMP VALUE ZERO.
           05 NL-LINE OCCURS 20000 TIMES
                                  PIC X(256).

      *                          the old or new line being printed,
      *                          seen a detail line's width of text
      *                          at a time; what lies past the first
      *                          slice runs on to continuation lines.
       01  DF-TEXT-WORK           PIC X(256).
       01  DF-TEXT-PIECES REDEFINES DF-TEXT-WORK.
           05 DF-TEXT-PIECE-1     PIC X(97).
           05 DF-TEXT-PIECE-2     PIC X(97).
           05 DF-TEXT-PIECE-3     PIC X(62).

       01  DF-VARIABLES.
           05 DF-OM-SUB           PIC 9(04) COMP VALUE ZERO.
           05 DF-NM-SUB           PIC 9(04) COMP VALUE ZERO.
           05 DF-FOUND-OLD        PIC 9(04) COMP VALUE ZERO.
           05 DF-FOUND-NEW        PIC 9(04) COMP VALUE ZERO.
      *                          relative record each dump file is
      *                          currently positioned after; a member
      *                          whose start is behind the current
      *                          position forces a close/reopen, this
      *                          being plain QSAM with no way back.
           05 DF-OLD-POS          PIC 9(09) COMP VALUE ZERO.
           05 DF-NEW-POS          PIC 9(09) COMP VALUE ZERO.
           05 DF-OLD-READS        PIC 9(09) COMP VALUE ZERO.
           05 DF-NEW-READS        PIC 9(09) COMP VALUE ZERO.
           05 DF-TARGET-POS       PIC 9(09) COMP VALUE ZERO.
      *                          the difference walk: the next old
      *                          and new line not yet accounted for,
      *                          the look-ahead distances tried when
      *                          they differ, and the block of lines
      *                          skipped on each side before the two
      *                          copies fall back into step.
           05 DF-OLD-SUB          PIC 9(09) COMP VALUE ZERO.
           05 DF-NEW-SUB          PIC 9(09) COMP VALUE ZERO.
           05 DF-OLD-LEFT         PIC 9(09) COMP VALUE ZERO.
           05 DF-NEW-LEFT         PIC 9(09) COMP VALUE ZERO.
           05 DF-MAX-DIST         PIC 9(09) COMP VALUE ZERO.
           05 DF-DIST             PIC 9(09) COMP VALUE ZERO.
           05 DF-A                PIC 9(09) COMP VALUE ZERO.
           05 DF-B                PIC 9(09) COMP VALUE ZERO.
           05 DF-OI               PIC 9(09) COMP VALUE ZERO.
           05 DF-NI               PIC 9(09) COMP VALUE ZERO.
           05 DF-SKIP-OLD         PIC 9(09) COMP VALUE ZERO.
           05 DF-SKIP-NEW         PIC 9(09) COMP VALUE ZERO.
           05 DF-PAIRS            PIC 9(09) COMP VALUE ZERO.
           05 DF-K                PIC 9(09) COMP VALUE ZERO.

      *                          line counts for the member being
      *                          listed, and for the whole run.
       01  DM-MEMBER-COUNTERS.
           05 DM-INSERTED         PIC 9(09) COMP VALUE ZERO.
           05 DM-DELETED          PIC 9(09) COMP VALUE ZERO.
           05 DM-REPLACED         PIC 9(09) COMP VALUE ZERO.

       01  DG-COUNTERS.
           05 DG-DELTAS-READ      PIC 9(09) COMP VALUE ZERO.
           05 DG-MBRS-LISTED      PIC 9(09) COMP VALUE ZERO.
           05 DG-MBRS-SKIPPED     PIC 9(09) COMP VALUE ZERO.
           05 DG-INSERTED         PIC 9(09) COMP VALUE ZERO.
           05 DG-DELETED          PIC 9(09) COMP VALUE ZERO.
           05 DG-REPLACED         PIC 9(09) COMP VALUE ZERO.
           05 DG-LINES-PRINTED    PIC 9(09) COMP VALUE ZERO.

      *                          difference listing layouts.  a line
      *                          is printed to column 97 of its text;
      *                          the compare itself uses the whole
      *                          dressed record.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPDIFF - CHANGED MEMBER DIFFERENCE LIS'.
           05 FILLER  PIC X(05) VALUE 'TING'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01  RP-MEMBER-LINE.
           05 FILLER            PIC X(08) VALUE 'MEMBER'.
           05 RP-MBR-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE 'LIBRARY'.
           05 RP-MBR-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'OLD LINES'.
           05 RP-MBR-OLD-LINES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'NEW LINES'.
           05 RP-MBR-NEW-LINES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(53) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'ACTION'.
           05 FILLER  PIC X(13) VALUE '   OLD LINE  '.
           05 FILLER  PIC X(13) VALUE '   NEW LINE  '.
           05 FILLER  PIC X(97) VALUE 'TEXT'.

      *                          a replaced line prints its old text
      *                          on the REPLACED line and its new
      *                          text on the WITH line beneath it.
      *                          a deleted line's new number is the
      *                          new line it would have preceded, an
      *                          inserted line's old number likewise.
       01  RP-DETAIL-LINE.
           05 RP-DET-ACTION     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-OLD-NUM    PIC ZZZ,ZZZ,ZZZ.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-NEW-NUM    PIC ZZZ,ZZZ,ZZZ.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-TEXT       PIC X(97).

       01  RP-MBR-TOTAL-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'LINES INSERTED'.
           05 RP-MT-INSERTED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE 'DELETED'.
           05 RP-MT-DELETED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE 'REPLACED'.
           05 RP-MT-REPLACED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(50) VALUE SPACES.

       01  RP-NOTE-LINE.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 RP-NOTE-TEXT      PIC X(60).
           05 FILLER            PIC X(63) VALUE SPACES.

       01  RP-TOTAL-LINE.
           05 RP-TOT-LABEL      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-TOT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(80) VALUE SPACES.

       01  BL-BLANK-LINE          PIC X(133) VALUE SPACES.

      *                          hhmmsscc from ACCEPT, trimmed to
      *                          hhmmss for the audit record.
       01  AU-TIME-WORK           PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.
      *-------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-READ-ONE-DELTA THROUGH 20-EXIT
              UNTIL SW-DELTA-EOF
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
       10-SETUP.
           OPEN INPUT OLDIDX
           PERFORM 11-LOAD-ONE-OLD-ENTRY THRU 11-EXIT
              UNTIL SW-OLDIDX-EOF
           CLOSE OLDIDX
           OPEN INPUT NEWIDX
           PERFORM 12-LOAD-ONE-NEW-ENTRY THRU 12-EXIT
              UNTIL SW-NEWIDX-EOF
           CLOSE NEWIDX
           OPEN INPUT DELTFILE
           OPEN INPUT OLDFILE
           OPEN INPUT NEWFILE
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE.

       10-EXIT.
           EXIT.

       11-LOAD-ONE-OLD-ENTRY.
           READ OLDIDX INTO DF-INDEX-WORK
              AT END MOVE 'Y' TO OLDIDX-EOF-IND
              NOT AT END
                 IF OM-COUNT < 5000
                    ADD 1 TO OM-COUNT
                    MOVE DF-IX-MEMBER  TO OM-NAME    (OM-COUNT)
                    MOVE DF-IX-LIBRARY TO OM-LIBRARY (OM-COUNT)
                    MOVE DF-IX-START   TO OM-START   (OM-COUNT)
                    MOVE DF-IX-LINES   TO OM-LINES   (OM-COUNT)
                    MOVE 'N' TO OM-USED-IND (OM-COUNT)
                 ELSE
                    DISPLAY 'DRSPDIFF - OLD INDEX EXCEEDS 5000 '
                       'MEMBERS - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLDIDX
                    STOP RUN
                 END-IF
           END-READ.

       11-EXIT.
           EXIT.

       12-LOAD-ONE-NEW-ENTRY.
           READ NEWIDX INTO DF-INDEX-WORK
              AT END MOVE 'Y' TO NEWIDX-EOF-IND
              NOT AT END
                 IF NM-COUNT < 5000
                    ADD 1 TO NM-COUNT
                    MOVE DF-IX-MEMBER  TO NM-NAME    (NM-COUNT)
                    MOVE DF-IX-LIBRARY TO NM-LIBRARY (NM-COUNT)
                    MOVE DF-IX-START   TO NM-START   (NM-COUNT)
                    MOVE DF-IX-LINES   TO NM-LINES   (NM-COUNT)
                    MOVE 'N' TO NM-USED-IND (NM-COUNT)
                 ELSE
                    DISPLAY 'DRSPDIFF - NEW INDEX EXCEEDS 5000 '
                       'MEMBERS - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE NEWIDX
                    STOP RUN
                 END-IF
           END-READ.

       12-EXIT.
           EXIT.

      *                          only CHANGED entries are listed;
      *                          an ADDED or DELETED member is whole
      *                          on one side and DRSPXTRT prints it.
       20-READ-ONE-DELTA.
           READ DELTFILE
              AT END MOVE 'Y' TO DELTA-EOF-IND
              NOT AT END
                 ADD 1 TO DG-DELTAS-READ
                 IF DE-ACT-CHANGED
                    PERFORM 21-LIST-ONE-MEMBER THRU 21-EXIT
                 END-IF
           END-READ.

       20-EXIT.
           EXIT.

      *                          locate both copies, load them, then
      *                          walk them together printing every
      *                          line that is not common to both.
       21-LIST-ONE-MEMBER.
           MOVE ZERO TO DF-FOUND-OLD
           MOVE ZERO TO DF-FOUND-NEW
           PERFORM 22-FIND-IN-OLD THRU 22-EXIT
              VARYING DF-OM-SUB FROM 1 BY 1
                 UNTIL DF-OM-SUB > OM-COUNT
                    OR DF-FOUND-OLD > 0
           PERFORM 23-FIND-IN-NEW THRU 23-EXIT
              VARYING DF-NM-SUB FROM 1 BY 1
                 UNTIL DF-NM-SUB > NM-COUNT
                    OR DF-FOUND-NEW > 0
           IF DF-FOUND-OLD = 0 OR DF-FOUND-NEW = 0
              DISPLAY 'DRSPDIFF - CHANGED MEMBER ' DE-DELTA-MEMBER
                 ' ' DE-DELTA-LIBRARY ' NOT IN BOTH INDEXES'
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
              ADD 1 TO DG-MBRS-SKIPPED
              GO TO 21-EXIT
           END-IF
           MOVE 'Y' TO OM-USED-IND (DF-FOUND-OLD)
           MOVE 'Y' TO NM-USED-IND (DF-FOUND-NEW)
           IF OM-LINES (DF-FOUND-OLD) > 20000
              OR NM-LINES (DF-FOUND-NEW) > 20000
              DISPLAY 'DRSPDIFF - CHANGED MEMBER ' DE-DELTA-MEMBER
                 ' ' DE-DELTA-LIBRARY ' EXCEEDS 20000 LINES '
                 '- NOT LISTED' UPON CNSL
              MOVE 8 TO RETURN-CODE
              ADD 1 TO DG-MBRS-SKIPPED
              GO TO 21-EXIT
           END-IF
           PERFORM 24-LOAD-OLD-COPY THRU 24-EXIT
           PERFORM 26-LOAD-NEW-COPY THRU 26-EXIT
           IF OL-COUNT < OM-LINES (DF-FOUND-OLD)
              OR NL-COUNT < NM-LINES (DF-FOUND-NEW)
              DISPLAY 'DRSPDIFF - DUMP ENDED BEFORE INDEXED LINE '
                 'COUNT FOR MEMBER ' DE-DELTA-MEMBER UPON CNSL
              MOVE 8 TO RETURN-CODE
              ADD 1 TO DG-MBRS-SKIPPED
              GO TO 21-EXIT
           END-IF
           PERFORM 47-WRITE-MEMBER-HEADING THRU 47-EXIT
           MOVE ZERO TO DM-INSERTED
           MOVE ZERO TO DM-DELETED
           MOVE ZERO TO DM-REPLACED
           MOVE 1 TO DF-OLD-SUB
           MOVE 1 TO DF-NEW-SUB
           PERFORM 40-DIFF-ONE-STEP THRU 40-EXIT
              UNTIL DF-OLD-SUB > OL-COUNT
                AND DF-NEW-SUB > NL-COUNT
           PERFORM 48-WRITE-MEMBER-TOTALS THRU 48-EXIT
           ADD 1 TO DG-MBRS-LISTED.

       21-EXIT.
           EXIT.

       22-FIND-IN-OLD.
           IF OM-NAME (DF-OM-SUB) = DE-DELTA-MEMBER
              AND OM-LIBRARY (DF-OM-SUB) = DE-DELTA-LIBRARY
              AND NOT OM-USED (DF-OM-SUB)
              MOVE DF-OM-SUB TO DF-FOUND-OLD
           END-IF.

       22-EXIT.
           EXIT.

       23-FIND-IN-NEW.
           IF NM-NAME (DF-NM-SUB) = DE-DELTA-MEMBER
              AND NM-LIBRARY (DF-NM-SUB) = DE-DELTA-LIBRARY
              AND NOT NM-USED (DF-NM-SUB)
              MOVE DF-NM-SUB TO DF-FOUND-NEW
           END-IF.

       23-EXIT.
           EXIT.

      *                          position past the member's delimiter
      *                          record and load its indexed lines;
      *                          the record area is space-filled
      *                          before each read so a short record
      *                          compares equal to its space-padded
      *                          counterpart, as in DRSPCOMP.
       24-LOAD-OLD-COPY.
           MOVE OM-START (DF-FOUND-OLD) TO DF-TARGET-POS
           PERFORM 50-POSITION-OLDFILE THRU 50-EXIT
           MOVE ZERO TO OL-COUNT
           PERFORM 25-LOAD-ONE-OLD-LINE THRU 25-EXIT
              UNTIL SW-OLDFILE-EOF
                 OR OL-COUNT >= OM-LINES (DF-FOUND-OLD).

       24-EXIT.
           EXIT.

       25-LOAD-ONE-OLD-LINE.
           MOVE SPACES TO DF-OLD-RECORD
           READ OLDFILE
              AT END MOVE 'Y' TO OLDFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-OLD-POS
                 ADD 1 TO DF-OLD-READS
                 ADD 1 TO OL-COUNT
                 MOVE DF-OLD-RECORD TO OL-LINE (OL-COUNT)
           END-READ.

       25-EXIT.
           EXIT.

       26-LOAD-NEW-COPY.
           MOVE NM-START (DF-FOUND-NEW) TO DF-TARGET-POS
           PERFORM 52-POSITION-NEWFILE THRU 52-EXIT
           MOVE ZERO TO NL-COUNT
           PERFORM 27-LOAD-ONE-NEW-LINE THRU 27-EXIT
              UNTIL SW-NEWFILE-EOF
                 OR NL-COUNT >= NM-LINES (DF-FOUND-NEW).

       26-EXIT.
           EXIT.

       27-LOAD-ONE-NEW-LINE.
           MOVE SPACES TO DF-NEW-RECORD
           READ NEWFILE
              AT END MOVE 'Y' TO NEWFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-NEW-POS
                 ADD 1 TO DF-NEW-READS
                 ADD 1 TO NL-COUNT
                 MOVE DF-NEW-RECORD TO NL-LINE (NL-COUNT)
           END-READ.

       27-EXIT.
           EXIT.

      *                          one step of the walk.  lines that
      *                          agree are passed over together.  at
      *                          a disagreement the nearest point
      *                          where the copies agree again is
      *                          searched for, nearest meaning the
      *                          fewest lines skipped on both sides
      *                          together; the skipped lines are the
      *                          difference, paired off as replaced
      *                          with any excess on the old side
      *                          deleted and on the new side
      *                          inserted.  with one copy exhausted,
      *                          the rest of the other is the block.
       40-DIFF-ONE-STEP.
           IF DF-OLD-SUB NOT > OL-COUNT
              AND DF-NEW-SUB NOT > NL-COUNT
              IF OL-LINE (DF-OLD-SUB) = NL-LINE (DF-NEW-SUB)
                 ADD 1 TO DF-OLD-SUB DF-NEW-SUB
                 GO TO 40-EXIT
              END-IF
           END-IF
           COMPUTE DF-OLD-LEFT = OL-COUNT + 1 - DF-OLD-SUB
           COMPUTE DF-NEW-LEFT = NL-COUNT + 1 - DF-NEW-SUB
           MOVE DF-OLD-LEFT TO DF-SKIP-OLD
           MOVE DF-NEW-LEFT TO DF-SKIP-NEW
           MOVE 'N' TO RESYNC-FOUND-IND
           IF DF-OLD-LEFT > 0 AND DF-NEW-LEFT > 0
              COMPUTE DF-MAX-DIST = DF-OLD-LEFT + DF-NEW-LEFT - 2
              PERFORM 41-TRY-ONE-DISTANCE THRU 41-EXIT
                 VARYING DF-DIST FROM 1 BY 1
                    UNTIL DF-DIST > DF-MAX-DIST
                       OR SW-RESYNC-FOUND
           END-IF
           PERFORM 43-REPORT-BLOCK THRU 43-EXIT
           ADD DF-SKIP-OLD TO DF-OLD-SUB
           ADD DF-SKIP-NEW TO DF-NEW-SUB.

       40-EXIT.
           EXIT.

      *                          every split of the distance between
      *                          the two copies, old-side skips
      *                          counting up from none.
       41-TRY-ONE-DISTANCE.
           PERFORM 42-TRY-ONE-SPLIT THRU 42-EXIT
              VARYING DF-A FROM 0 BY 1
                 UNTIL DF-A > DF-DIST
                    OR SW-RESYNC-FOUND.

       41-EXIT.
           EXIT.

      *                          the copies agree again at old line
      *                          DF-OI and new line DF-NI if those
      *                          lines match and so do the lines
      *                          after them (or either copy ends
      *                          there), which keeps a lone blank or
      *                          comment line from pulling the walk
      *                          into step too early.
       42-TRY-ONE-SPLIT.
           SUBTRACT DF-A FROM DF-DIST GIVING DF-B
           ADD DF-OLD-SUB DF-A GIVING DF-OI
           ADD DF-NEW-SUB DF-B GIVING DF-NI
           IF DF-OI > OL-COUNT OR DF-NI > NL-COUNT
              GO TO 42-EXIT
           END-IF
           IF OL-LINE (DF-OI) NOT = NL-LINE (DF-NI)
              GO TO 42-EXIT
           END-IF
           IF DF-OI < OL-COUNT AND DF-NI < NL-COUNT
              IF OL-LINE (DF-OI + 1) NOT = NL-LINE (DF-NI + 1)
                 GO TO 42-EXIT
              END-IF
           END-IF
           SET SW-RESYNC-FOUND TO TRUE
           MOVE DF-A TO DF-SKIP-OLD
           MOVE DF-B TO DF-SKIP-NEW.

       42-EXIT.
           EXIT.

       43-REPORT-BLOCK.
           IF DF-SKIP-OLD < DF-SKIP-NEW
              MOVE DF-SKIP-OLD TO DF-PAIRS
           ELSE
              MOVE DF-SKIP-NEW TO DF-PAIRS
           END-IF
           PERFORM 44-REPORT-REPLACED THRU 44-EXIT
              VARYING DF-K FROM 1 BY 1 UNTIL DF-K > DF-PAIRS
           ADD 1 DF-PAIRS GIVING DF-K
           PERFORM 45-REPORT-DELETED THRU 45-EXIT
              VARYING DF-K FROM DF-K BY 1 UNTIL DF-K > DF-SKIP-OLD
           ADD 1 DF-PAIRS GIVING DF-K
           PERFORM 46-REPORT-INSERTED THRU 46-EXIT
              VARYING DF-K FROM DF-K BY 1 UNTIL DF-K > DF-SKIP-NEW.

       43-EXIT.
           EXIT.

       44-REPORT-REPLACED.
           COMPUTE DF-OI = DF-OLD-SUB + DF-K - 1
           COMPUTE DF-NI = DF-NEW-SUB + DF-K - 1
           MOVE SPACES           TO RP-DETAIL-LINE
           MOVE 'REPLACED'       TO RP-DET-ACTION
           MOVE DF-OI            TO RP-DET-OLD-NUM
           MOVE DF-NI            TO RP-DET-NEW-NUM
           MOVE OL-LINE (DF-OI)  TO DF-TEXT-WORK
           PERFORM 49-WRITE-DETAIL-TEXT THRU 49-EXIT
           MOVE SPACES           TO RP-DETAIL-LINE
           MOVE '  WITH'         TO RP-DET-ACTION
           MOVE ZERO             TO RP-DET-OLD-NUM
           MOVE ZERO             TO RP-DET-NEW-NUM
           MOVE NL-LINE (DF-NI)  TO DF-TEXT-WORK
           PERFORM 49-WRITE-DETAIL-TEXT THRU 49-EXIT
           ADD 1 TO DM-REPLACED.

       44-EXIT.
           EXIT.

       45-REPORT-DELETED.
           COMPUTE DF-OI = DF-OLD-SUB + DF-K - 1
           ADD DF-NEW-SUB DF-PAIRS GIVING DF-NI
           MOVE SPACES           TO RP-DETAIL-LINE
           MOVE 'DELETED'        TO RP-DET-ACTION
           MOVE DF-OI            TO RP-DET-OLD-NUM
           MOVE DF-NI            TO RP-DET-NEW-NUM
           MOVE OL-LINE (DF-OI)  TO DF-TEXT-WORK
           PERFORM 49-WRITE-DETAIL-TEXT THRU 49-EXIT
           ADD 1 TO DM-DELETED.

       45-EXIT.
           EXIT.

       46-REPORT-INSERTED.
           ADD DF-OLD-SUB DF-PAIRS GIVING DF-OI
           COMPUTE DF-NI = DF-NEW-SUB + DF-K - 1
           MOVE SPACES           TO RP-DETAIL-LINE
           MOVE 'INSERTED'       TO RP-DET-ACTION
           MOVE DF-OI            TO RP-DET-OLD-NUM
           MOVE DF-NI            TO RP-DET-NEW-NUM
           MOVE NL-LINE (DF-NI)  TO DF-TEXT-WORK
           PERFORM 49-WRITE-DETAIL-TEXT THRU 49-EXIT
           ADD 1 TO DM-INSERTED.

       46-EXIT.
           EXIT.

       47-WRITE-MEMBER-HEADING.
           MOVE DE-DELTA-MEMBER          TO RP-MBR-MEMBER
           MOVE DE-DELTA-LIBRARY         TO RP-MBR-LIBRARY
           MOVE OM-LINES (DF-FOUND-OLD)  TO RP-MBR-OLD-LINES
           MOVE NM-LINES (DF-FOUND-NEW)  TO RP-MBR-NEW-LINES
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-MEMBER-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE.

       47-EXIT.
           EXIT.

      *                          a CHANGED member whose copies turn
      *                          out identical means the delta and
      *                          the dumps given are not the pair
      *                          DRSPCOMP compared; say so.
       48-WRITE-MEMBER-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           IF DM-INSERTED = 0 AND DM-DELETED = 0
              AND DM-REPLACED = 0
              MOVE 'NO DIFFERENCES FOUND - DELTA AND DUMPS DO NOT MATCH'
                 TO RP-NOTE-TEXT
              WRITE RP-REPORT-LINE FROM RP-NOTE-LINE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE DM-INSERTED TO RP-MT-INSERTED
           MOVE DM-DELETED  TO RP-MT-DELETED
           MOVE DM-REPLACED TO RP-MT-REPLACED
           WRITE RP-REPORT-LINE FROM RP-MBR-TOTAL-LINE
           ADD DM-INSERTED TO DG-INSERTED
           ADD DM-DELETED  TO DG-DELETED
           ADD DM-REPLACED TO DG-REPLACED.

       48-EXIT.
           EXIT.

      *                          the detail line already carries its
      *                          action and numbers.  text past the
      *                          first slice goes on continuation
      *                          lines with those left blank, as far
      *                          as the last slice holding anything
      *                          but spaces, so a change out in the
      *                          wide columns still shows.
       49-WRITE-DETAIL-TEXT.
           MOVE DF-TEXT-PIECE-1 TO RP-DET-TEXT
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
           ADD 1 TO DG-LINES-PRINTED
           MOVE SPACES TO RP-DETAIL-LINE
           IF DF-TEXT-PIECE-2 NOT = SPACES
              OR DF-TEXT-PIECE-3 NOT = SPACES
              MOVE DF-TEXT-PIECE-2 TO RP-DET-TEXT
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              ADD 1 TO DG-LINES-PRINTED
           END-IF
           IF DF-TEXT-PIECE-3 NOT = SPACES
              MOVE DF-TEXT-PIECE-3 TO RP-DET-TEXT
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              ADD 1 TO DG-LINES-PRINTED
           END-IF.

       49-EXIT.
           EXIT.

      *                          leave OLDFILE positioned just past
      *                          relative record DF-TARGET-POS (the
      *                          member's delimiter); a target behind
      *                          the current position means closing
      *                          and reopening to rewind first.
       50-POSITION-OLDFILE.
           IF DF-OLD-POS > DF-TARGET-POS
              CLOSE OLDFILE
              OPEN INPUT OLDFILE
              MOVE ZERO TO DF-OLD-POS
              MOVE SPACES TO OLDFILE-EOF-IND
           END-IF
           PERFORM 51-SKIP-ONE-OLD THRU 51-EXIT
              UNTIL SW-OLDFILE-EOF
                 OR DF-OLD-POS >= DF-TARGET-POS.

       50-EXIT.
           EXIT.

       51-SKIP-ONE-OLD.
           READ OLDFILE
              AT END MOVE 'Y' TO OLDFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-OLD-POS
                 ADD 1 TO DF-OLD-READS
           END-READ.

       51-EXIT.
           EXIT.

       52-POSITION-NEWFILE.
           IF DF-NEW-POS > DF-TARGET-POS
              CLOSE NEWFILE
              OPEN INPUT NEWFILE
              MOVE ZERO TO DF-NEW-POS
              MOVE SPACES TO NEWFILE-EOF-IND
           END-IF
           PERFORM 53-SKIP-ONE-NEW THRU 53-EXIT
              UNTIL SW-NEWFILE-EOF
                 OR DF-NEW-POS >= DF-TARGET-POS.

       52-EXIT.
           EXIT.

       53-SKIP-ONE-NEW.
           READ NEWFILE
              AT END MOVE 'Y' TO NEWFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-NEW-POS
                 ADD 1 TO DF-NEW-READS
           END-READ.

       53-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           CLOSE DELTFILE OLDFILE NEWFILE REPORTFL
           DISPLAY 'DRSPDIFF - ' DG-MBRS-LISTED ' MEMBERS LISTED, '
              DG-MBRS-SKIPPED ' NOT LISTED' UPON CNSL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'DELTA RECORDS READ'   TO RP-TOT-LABEL
           MOVE DG-DELTAS-READ          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'CHANGED MEMBERS LISTED' TO RP-TOT-LABEL
           MOVE DG-MBRS-LISTED          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'CHANGED MEMBERS NOT LISTED' TO RP-TOT-LABEL
           MOVE DG-MBRS-SKIPPED         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'LINES INSERTED'       TO RP-TOT-LABEL
           MOVE DG-INSERTED             TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'LINES DELETED'        TO RP-TOT-LABEL
           MOVE DG-DELETED              TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'LINES REPLACED'       TO RP-TOT-LABEL
           MOVE DG-REPLACED             TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPDIFF' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE DF-OLD-READS        TO AU-RECORDS-READ
           ADD  DF-NEW-READS        TO AU-RECORDS-READ
           MOVE DG-LINES-PRINTED    TO AU-RECORDS-WRITTEN
           MOVE DG-MBRS-LISTED      TO AU-MEMBERS
           MOVE DG-MBRS-SKIPPED     TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
