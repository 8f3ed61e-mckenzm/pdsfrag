      *-------------------------------------------------------------*
      *  DRSPDRFT : Companion to DRESSPRT.  Compares two libraries  *
      *             dressed together in one concatenated dump - a   *
      *             model library (PROD, usually) and a target      *
      *             library (TEST) named on SYSIN by their 'L' card *
      *             identifiers - pairing members of the same name  *
      *             through the one MBRIDX, and reports members     *
      *             present in only one library, members identical  *
      *             in both and members whose content differs, with *
      *             the first differing line.  The drift is also    *
      *             written in the DRSPCOMP delta layout, so that   *
      *             DRSPDELT can generate the IEBUPDTE stream that  *
      *             brings the target library in line with the      *
      *             model.  ANS COBOL (1972)                        *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPDRFT'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    the one dressed OUTFILE, allocated
      *                          twice so the model and target copies
      *                          of a member can be read side by side.
       FILE-CONTROL.
           SELECT MDLFILE  ASSIGN TO UT-S-MDRFIL.
           SELECT TGTFILE  ASSIGN TO UT-S-TDRFIL.

      *                          the MBRIDX DRESSPRT wrote for it.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          SYSIN control cards naming the model
      *                          ('M') and target ('T') libraries.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          drift report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          drift in the DRSPCOMP delta layout,
      *                          for DRSPDELT.
           SELECT DELTFILE ASSIGN TO UT-S-DLTFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  MDLFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON VL-MDLFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DF-MDL-RECORD.
       01  DF-MDL-RECORD       PIC X(256).

       FD  TGTFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON VL-TGTFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DF-TGT-RECORD.
       01  DF-TGT-RECORD       PIC X(256).

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index/catalog record layout,
      *                          shared with DRESSPRT (writer).
       COPY MBRIDXR.

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-MODEL        VALUE 'M'.
              88 PM-TYPE-TARGET       VALUE 'T'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-LIBRARY-VIEW REDEFINES PM-PARM-DATA.
              10 PM-LIBRARY-ID     PIC X(08).
              10 FILLER            PIC X(71).

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-REPORT-LINE.
       01  RP-REPORT-LINE      PIC X(133).

       FD  DELTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DE-DELTA-RECORD.
      *                          delta record layout, shared with
      *                          DRSPCOMP (the other writer) and
      *                          DRSPDELT (reader).
       COPY DLTRECR.

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
           05 PARM-EOF-IND        PIC X VALUE SPACE.
              88 SW-PARM-EOF            VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.
           05 MDLFILE-EOF-IND     PIC X VALUE SPACE.
              88 SW-MDLFILE-EOF         VALUE 'Y'.
           05 TGTFILE-EOF-IND     PIC X VALUE SPACE.
              88 SW-TGTFILE-EOF         VALUE 'Y'.
           05 MBR-MATCHED-IND     PIC X VALUE 'N'.
              88 SW-MBR-MATCHED         VALUE 'Y'.
           05 LINES-DIFFER-IND    PIC X VALUE 'N'.
              88 SW-LINES-DIFFER        VALUE 'Y'.
           05 MODEL-GIVEN-IND     PIC X VALUE 'N'.
              88 SW-MODEL-GIVEN         VALUE 'Y'.
           05 TARGET-GIVEN-IND    PIC X VALUE 'N'.
              88 SW-TARGET-GIVEN        VALUE 'Y'.

       01  VL-LENGTHS.
           05 VL-MDLFILE-LEN      PIC 9(04) COMP VALUE 80.
           05 VL-TGTFILE-LEN      PIC 9(04) COMP VALUE 80.

      *                          each library's members, split out of
      *                          the one index as it is loaded so
      *                          members can be paired up by name
      *                          regardless of dump order.
       01  MM-MODEL-TABLE.
           05 MM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 MM-ENTRY OCCURS 5000 TIMES.
              10 MM-NAME          PIC X(08).
              10 MM-START         PIC 9(09) COMP.
              10 MM-LINES         PIC 9(09) COMP.

       01  TM-TARGET-TABLE.
           05 TM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 TM-ENTRY OCCURS 5000 TIMES.
              10 TM-NAME          PIC X(08).
              10 TM-START         PIC 9(09) COMP.
              10 TM-LINES         PIC 9(09) COMP.
              10 TM-MATCHED-IND   PIC X.
                 88 TM-MATCHED          VALUE 'Y'.

       01  DF-VARIABLES.
           05 DF-MODEL-LIBRARY    PIC X(08) VALUE SPACES.
           05 DF-TARGET-LIBRARY   PIC X(08) VALUE SPACES.
           05 DF-MDL-SUB          PIC 9(04) COMP VALUE ZERO.
           05 DF-TGT-SUB          PIC 9(04) COMP VALUE ZERO.
           05 DF-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
      *                          relative record each reader of the
      *                          dump is currently positioned after;
      *                          a member whose start is behind the
      *                          current position forces a close/
      *                          reopen, this being plain QSAM with
      *                          no way back.
           05 DF-MDL-POS          PIC 9(09) COMP VALUE ZERO.
           05 DF-TGT-POS          PIC 9(09) COMP VALUE ZERO.
      *                          cumulative reads by each reader,
      *                          never reset by a rewind the way the
      *                          positions are, for the audit record.
           05 DF-MDL-READS        PIC 9(09) COMP VALUE ZERO.
           05 DF-TGT-READS        PIC 9(09) COMP VALUE ZERO.
           05 DF-TARGET-POS       PIC 9(09) COMP VALUE ZERO.
           05 DF-PAIR-SUB         PIC 9(09) COMP VALUE ZERO.
           05 DF-COMMON-LINES     PIC 9(09) COMP VALUE ZERO.
           05 DF-FIRST-DIFF       PIC 9(09) COMP VALUE ZERO.
      *                          the two copies' texts of the first
      *                          differing line, as far as the report
      *                          has room for them.
           05 DF-MDL-TEXT         PIC X(100).
           05 DF-TGT-TEXT         PIC X(100).

       01  DF-COUNTERS.
           05 DF-IDX-ENTRIES      PIC 9(09) COMP VALUE ZERO.
           05 DF-OTHER-LIBRARY    PIC 9(09) COMP VALUE ZERO.
           05 DF-ONLY-IN-MODEL    PIC 9(09) COMP VALUE ZERO.
           05 DF-ONLY-IN-TARGET   PIC 9(09) COMP VALUE ZERO.
           05 DF-MBRS-IDENTICAL   PIC 9(09) COMP VALUE ZERO.
           05 DF-MBRS-DIFFER      PIC 9(09) COMP VALUE ZERO.
           05 DF-DRIFT-WRITTEN    PIC 9(09) COMP VALUE ZERO.

      *                          drift report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(33)
              VALUE 'DRSPDRFT - LIBRARY DRIFT: TARGET '.
           05 RP-TTL-TARGET     PIC X(08).
           05 FILLER  PIC X(15) VALUE ' AGAINST MODEL '.
           05 RP-TTL-MODEL      PIC X(08).
           05 FILLER  PIC X(69) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(18) VALUE 'DISPOSITION'.
           05 FILLER  PIC X(12) VALUE 'MODEL LINES'.
           05 FILLER  PIC X(12) VALUE 'TARGET LINES'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(11) VALUE ' FIRST DIFF'.
           05 FILLER  PIC X(68) VALUE SPACES.

       01  RP-DETAIL-LINE.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-DISP       PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-MDL-LINES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-TGT-LINES  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-FIRST-DIFF PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(68) VALUE SPACES.

      *                          under a DIFFERS line, each copy's
      *                          text of the first differing line.
       01  RP-TEXT-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 RP-TXT-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE ': '.
           05 RP-TXT-TEXT       PIC X(100).
           05 FILLER            PIC X(11) VALUE SPACES.

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
           PERFORM 20-COMPARE-ONE-MODEL THROUGH 20-EXIT
              VARYING DF-MDL-SUB FROM 1 BY 1
                 UNTIL DF-MDL-SUB > MM-COUNT
           PERFORM 40-REPORT-ONE-TARGET-ONLY THROUGH 40-EXIT
              VARYING DF-TGT-SUB FROM 1 BY 1
                 UNTIL DF-TGT-SUB > TM-COUNT
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
      *                          without both libraries named there
      *                          is nothing to compare.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           IF NOT SW-MODEL-GIVEN OR NOT SW-TARGET-GIVEN
              OR DF-MODEL-LIBRARY = DF-TARGET-LIBRARY
              DISPLAY 'DRSPDRFT - SYSIN MUST NAME TWO DIFFERENT '
                 'LIBRARIES ON M AND T CARDS - RUN ABANDONED'
                 UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MBRIDX
           PERFORM 13-LOAD-ONE-INDEX-ENTRY THRU 13-EXIT
              UNTIL SW-MBRIDX-EOF
           CLOSE MBRIDX
           OPEN INPUT MDLFILE
           OPEN INPUT TGTFILE
           OPEN OUTPUT REPORTFL
           OPEN OUTPUT DELTFILE
           MOVE DF-TARGET-LIBRARY TO RP-TTL-TARGET
           MOVE DF-MODEL-LIBRARY  TO RP-TTL-MODEL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE.

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
           EVALUATE TRUE
              WHEN PM-TYPE-MODEL
                 MOVE 'Y' TO MODEL-GIVEN-IND
                 MOVE PM-LIBRARY-ID TO DF-MODEL-LIBRARY
              WHEN PM-TYPE-TARGET
                 MOVE 'Y' TO TARGET-GIVEN-IND
                 MOVE PM-LIBRARY-ID TO DF-TARGET-LIBRARY
           END-EVALUATE.

       12-EXIT.
           EXIT.

      *                          members of any third library in the
      *                          concatenation are counted and left
      *                          alone.
       13-LOAD-ONE-INDEX-ENTRY.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
              NOT AT END
                 ADD 1 TO DF-IDX-ENTRIES
                 EVALUATE TRUE
                    WHEN MX-LIBRARY-ID = DF-MODEL-LIBRARY
                       PERFORM 14-ADD-MODEL-ENTRY THRU 14-EXIT
                    WHEN MX-LIBRARY-ID = DF-TARGET-LIBRARY
                       PERFORM 15-ADD-TARGET-ENTRY THRU 15-EXIT
                    WHEN OTHER
                       ADD 1 TO DF-OTHER-LIBRARY
                 END-EVALUATE
           END-READ.

       13-EXIT.
           EXIT.

       14-ADD-MODEL-ENTRY.
           IF MM-COUNT < 5000
              ADD 1 TO MM-COUNT
              MOVE MX-MEMBER-NAME  TO MM-NAME  (MM-COUNT)
              MOVE MX-START-RECORD TO MM-START (MM-COUNT)
              MOVE MX-LINE-COUNT   TO MM-LINES (MM-COUNT)
           ELSE
              DISPLAY 'DRSPDRFT - MODEL LIBRARY EXCEEDS 5000 '
                 'MEMBERS - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE MBRIDX
              STOP RUN
           END-IF.

       14-EXIT.
           EXIT.

       15-ADD-TARGET-ENTRY.
           IF TM-COUNT < 5000
              ADD 1 TO TM-COUNT
              MOVE MX-MEMBER-NAME  TO TM-NAME  (TM-COUNT)
              MOVE MX-START-RECORD TO TM-START (TM-COUNT)
              MOVE MX-LINE-COUNT   TO TM-LINES (TM-COUNT)
              MOVE 'N' TO TM-MATCHED-IND (TM-COUNT)
           ELSE
              DISPLAY 'DRSPDRFT - TARGET LIBRARY EXCEEDS 5000 '
                 'MEMBERS - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE MBRIDX
              STOP RUN
           END-IF.

       15-EXIT.
           EXIT.

      *                          pair the model member with its
      *                          namesake in the target library:
      *                          absent there, the target needs it
      *                          ADDED from the model; present, the
      *                          two copies are compared line by
      *                          line, and a difference means the
      *                          model's copy replaces the target's.
      *                          either way the delta record names
      *                          the model library, whose copy is
      *                          the one DRSPDELT is to ship.
       20-COMPARE-ONE-MODEL.
           MOVE 'N' TO MBR-MATCHED-IND
           MOVE ZERO TO DF-FOUND-SUB
           PERFORM 21-FIND-IN-TARGET THRU 21-EXIT
              VARYING DF-TGT-SUB FROM 1 BY 1
                 UNTIL DF-TGT-SUB > TM-COUNT
                    OR SW-MBR-MATCHED
           IF SW-MBR-MATCHED
              MOVE 'Y' TO TM-MATCHED-IND (DF-FOUND-SUB)
              PERFORM 22-COMPARE-MEMBER THRU 22-EXIT
           ELSE
              MOVE SPACES                 TO RP-DETAIL-LINE
              MOVE MM-NAME (DF-MDL-SUB)   TO RP-DET-MEMBER
              STRING 'ONLY IN ' DELIMITED BY SIZE
                     DF-MODEL-LIBRARY DELIMITED BY SPACE
                INTO RP-DET-DISP
              MOVE MM-LINES (DF-MDL-SUB)  TO RP-DET-MDL-LINES
              MOVE ZERO                   TO RP-DET-TGT-LINES
              MOVE ZERO                   TO RP-DET-FIRST-DIFF
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              MOVE 'ADDED   '             TO DE-DELTA-ACTION
              MOVE MM-NAME (DF-MDL-SUB)   TO DE-DELTA-MEMBER
              MOVE DF-MODEL-LIBRARY       TO DE-DELTA-LIBRARY
              MOVE ZERO                   TO DE-DELTA-OLD-LINES
              MOVE MM-LINES (DF-MDL-SUB)  TO DE-DELTA-NEW-LINES
              WRITE DE-DELTA-RECORD
              ADD 1 TO DF-DRIFT-WRITTEN
              ADD 1 TO DF-ONLY-IN-MODEL
           END-IF.

       20-EXIT.
           EXIT.

       21-FIND-IN-TARGET.
           IF TM-NAME (DF-TGT-SUB) = MM-NAME (DF-MDL-SUB)
              AND NOT TM-MATCHED (DF-TGT-SUB)
              MOVE DF-TGT-SUB TO DF-FOUND-SUB
              SET SW-MBR-MATCHED TO TRUE
           END-IF.

       21-EXIT.
           EXIT.

      *                          both copies exist; position each
      *                          reader past the member's delimiter
      *                          record and compare the copies line
      *                          by line up to the shorter count.
      *                          differing line counts alone also
      *                          make the member differ, the first
      *                          differing line then being the one
      *                          past the common length when the
      *                          common lines are identical.
       22-COMPARE-MEMBER.
           MOVE 'N' TO LINES-DIFFER-IND
           MOVE ZERO TO DF-FIRST-DIFF
           MOVE SPACES TO DF-MDL-TEXT DF-TGT-TEXT
           IF MM-LINES (DF-MDL-SUB) < TM-LINES (DF-FOUND-SUB)
              MOVE MM-LINES (DF-MDL-SUB) TO DF-COMMON-LINES
           ELSE
              MOVE TM-LINES (DF-FOUND-SUB) TO DF-COMMON-LINES
           END-IF
           MOVE MM-START (DF-MDL-SUB) TO DF-TARGET-POS
           PERFORM 23-POSITION-MDLFILE THRU 23-EXIT
           MOVE TM-START (DF-FOUND-SUB) TO DF-TARGET-POS
           PERFORM 25-POSITION-TGTFILE THRU 25-EXIT
           PERFORM 27-COMPARE-ONE-LINE THRU 27-EXIT
              VARYING DF-PAIR-SUB FROM 1 BY 1
                 UNTIL DF-PAIR-SUB > DF-COMMON-LINES
                    OR SW-LINES-DIFFER
           IF NOT SW-LINES-DIFFER
              AND MM-LINES (DF-MDL-SUB) NOT = TM-LINES (DF-FOUND-SUB)
              SET SW-LINES-DIFFER TO TRUE
              ADD 1 TO DF-COMMON-LINES GIVING DF-FIRST-DIFF
              PERFORM 28-READ-PAST-COMMON THRU 28-EXIT
           END-IF
           MOVE SPACES                   TO RP-DETAIL-LINE
           MOVE MM-NAME (DF-MDL-SUB)     TO RP-DET-MEMBER
           MOVE MM-LINES (DF-MDL-SUB)    TO RP-DET-MDL-LINES
           MOVE TM-LINES (DF-FOUND-SUB)  TO RP-DET-TGT-LINES
           IF SW-LINES-DIFFER
              MOVE 'DIFFERS'             TO RP-DET-DISP
              MOVE DF-FIRST-DIFF         TO RP-DET-FIRST-DIFF
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              MOVE DF-MODEL-LIBRARY      TO RP-TXT-LIBRARY
              MOVE DF-MDL-TEXT           TO RP-TXT-TEXT
              WRITE RP-REPORT-LINE FROM RP-TEXT-LINE
              MOVE DF-TARGET-LIBRARY     TO RP-TXT-LIBRARY
              MOVE DF-TGT-TEXT           TO RP-TXT-TEXT
              WRITE RP-REPORT-LINE FROM RP-TEXT-LINE
              MOVE 'CHANGED '              TO DE-DELTA-ACTION
              MOVE MM-NAME (DF-MDL-SUB)    TO DE-DELTA-MEMBER
              MOVE DF-MODEL-LIBRARY        TO DE-DELTA-LIBRARY
              MOVE TM-LINES (DF-FOUND-SUB) TO DE-DELTA-OLD-LINES
              MOVE MM-LINES (DF-MDL-SUB)   TO DE-DELTA-NEW-LINES
              WRITE DE-DELTA-RECORD
              ADD 1 TO DF-DRIFT-WRITTEN
              ADD 1 TO DF-MBRS-DIFFER
           ELSE
              MOVE 'IDENTICAL'           TO RP-DET-DISP
              MOVE ZERO                  TO RP-DET-FIRST-DIFF
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              ADD 1 TO DF-MBRS-IDENTICAL
           END-IF.

       22-EXIT.
           EXIT.

      *                          leave MDLFILE positioned just past
      *                          relative record DF-TARGET-POS (the
      *                          member's delimiter); a target behind
      *                          the current position means closing
      *                          and reopening to rewind first.
       23-POSITION-MDLFILE.
           IF DF-MDL-POS > DF-TARGET-POS
              CLOSE MDLFILE
              OPEN INPUT MDLFILE
              MOVE ZERO TO DF-MDL-POS
              MOVE SPACES TO MDLFILE-EOF-IND
           END-IF
           PERFORM 24-SKIP-ONE-MDL THRU 24-EXIT
              UNTIL SW-MDLFILE-EOF
                 OR DF-MDL-POS >= DF-TARGET-POS.

       23-EXIT.
           EXIT.

       24-SKIP-ONE-MDL.
           READ MDLFILE
              AT END MOVE 'Y' TO MDLFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-MDL-POS
                 ADD 1 TO DF-MDL-READS
           END-READ.

       24-EXIT.
           EXIT.

       25-POSITION-TGTFILE.
           IF DF-TGT-POS > DF-TARGET-POS
              CLOSE TGTFILE
              OPEN INPUT TGTFILE
              MOVE ZERO TO DF-TGT-POS
              MOVE SPACES TO TGTFILE-EOF-IND
           END-IF
           PERFORM 26-SKIP-ONE-TGT THRU 26-EXIT
              UNTIL SW-TGTFILE-EOF
                 OR DF-TGT-POS >= DF-TARGET-POS.

       25-EXIT.
           EXIT.

       26-SKIP-ONE-TGT.
           READ TGTFILE
              AT END MOVE 'Y' TO TGTFILE-EOF-IND
              NOT AT END
                 ADD 1 TO DF-TGT-POS
                 ADD 1 TO DF-TGT-READS
           END-READ.

       26-EXIT.
           EXIT.

      *                          one line from each copy; the record
      *                          areas are space-filled before each
      *                          read so short records compare equal
      *                          to their space-padded counterparts.
      *                          a dump ending before the index says
      *                          it should is itself a difference.  a
      *                          reader already at end (here, or
      *                          while being positioned) must not be
      *                          read again, hence the guards.
       27-COMPARE-ONE-LINE.
           MOVE SPACES TO DF-MDL-RECORD
           IF NOT SW-MDLFILE-EOF
              READ MDLFILE
                 AT END MOVE 'Y' TO MDLFILE-EOF-IND
                 NOT AT END
                    ADD 1 TO DF-MDL-POS
                    ADD 1 TO DF-MDL-READS
              END-READ
           END-IF
           MOVE SPACES TO DF-TGT-RECORD
           IF NOT SW-TGTFILE-EOF
              READ TGTFILE
                 AT END MOVE 'Y' TO TGTFILE-EOF-IND
                 NOT AT END
                    ADD 1 TO DF-TGT-POS
                    ADD 1 TO DF-TGT-READS
              END-READ
           END-IF
           IF SW-MDLFILE-EOF OR SW-TGTFILE-EOF
              DISPLAY 'DRSPDRFT - DUMP ENDED BEFORE INDEXED LINE '
                 'COUNT FOR MEMBER ' MM-NAME (DF-MDL-SUB)
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
              SET SW-LINES-DIFFER TO TRUE
              MOVE DF-PAIR-SUB TO DF-FIRST-DIFF
           ELSE
              IF DF-MDL-RECORD NOT = DF-TGT-RECORD
                 SET SW-LINES-DIFFER TO TRUE
                 MOVE DF-PAIR-SUB TO DF-FIRST-DIFF
                 MOVE DF-MDL-RECORD TO DF-MDL-TEXT
                 MOVE DF-TGT-RECORD TO DF-TGT-TEXT
              END-IF
           END-IF.

       27-EXIT.
           EXIT.

      *                          the common lines agree and one copy
      *                          runs on: its next line is the first
      *                          difference, the other copy having
      *                          none.
       28-READ-PAST-COMMON.
           IF MM-LINES (DF-MDL-SUB) > TM-LINES (DF-FOUND-SUB)
              MOVE SPACES TO DF-MDL-RECORD
              PERFORM 24-SKIP-ONE-MDL THRU 24-EXIT
              MOVE DF-MDL-RECORD TO DF-MDL-TEXT
              MOVE '(NO SUCH LINE)' TO DF-TGT-TEXT
           ELSE
              MOVE SPACES TO DF-TGT-RECORD
              PERFORM 26-SKIP-ONE-TGT THRU 26-EXIT
              MOVE DF-TGT-RECORD TO DF-TGT-TEXT
              MOVE '(NO SUCH LINE)' TO DF-MDL-TEXT
           END-IF.

       28-EXIT.
           EXIT.

      *                          whatever the model-side pass did not
      *                          claim in the target library is not
      *                          in the model, and is DELETED from
      *                          the target to bring it in line.
       40-REPORT-ONE-TARGET-ONLY.
           IF NOT TM-MATCHED (DF-TGT-SUB)
              MOVE SPACES                 TO RP-DETAIL-LINE
              MOVE TM-NAME (DF-TGT-SUB)   TO RP-DET-MEMBER
              STRING 'ONLY IN ' DELIMITED BY SIZE
                     DF-TARGET-LIBRARY DELIMITED BY SPACE
                INTO RP-DET-DISP
              MOVE ZERO                   TO RP-DET-MDL-LINES
              MOVE TM-LINES (DF-TGT-SUB)  TO RP-DET-TGT-LINES
              MOVE ZERO                   TO RP-DET-FIRST-DIFF
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              MOVE 'DELETED '             TO DE-DELTA-ACTION
              MOVE TM-NAME (DF-TGT-SUB)   TO DE-DELTA-MEMBER
              MOVE DF-TARGET-LIBRARY      TO DE-DELTA-LIBRARY
              MOVE TM-LINES (DF-TGT-SUB)  TO DE-DELTA-OLD-LINES
              MOVE ZERO                   TO DE-DELTA-NEW-LINES
              WRITE DE-DELTA-RECORD
              ADD 1 TO DF-DRIFT-WRITTEN
              ADD 1 TO DF-ONLY-IN-TARGET
           END-IF.

       40-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           CLOSE MDLFILE TGTFILE REPORTFL DELTFILE
           DISPLAY 'DRSPDRFT - ' DF-DRIFT-WRITTEN ' MEMBERS OF '
              DF-TARGET-LIBRARY ' DRIFTED FROM ' DF-MODEL-LIBRARY
              UPON CNSL
           IF DF-DRIFT-WRITTEN > 0
              IF RETURN-CODE = 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'INDEX ENTRIES READ'  TO RP-TOT-LABEL
           MOVE DF-IDX-ENTRIES         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'MEMBERS IN MODEL LIBRARY' TO RP-TOT-LABEL
           MOVE MM-COUNT               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'MEMBERS IN TARGET LIBRARY' TO RP-TOT-LABEL
           MOVE TM-COUNT               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'MEMBERS OF OTHER LIBRARIES' TO RP-TOT-LABEL
           MOVE DF-OTHER-LIBRARY       TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'ONLY IN MODEL LIBRARY' TO RP-TOT-LABEL
           MOVE DF-ONLY-IN-MODEL       TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'ONLY IN TARGET LIBRARY' TO RP-TOT-LABEL
           MOVE DF-ONLY-IN-TARGET      TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'IDENTICAL IN BOTH'   TO RP-TOT-LABEL
           MOVE DF-MBRS-IDENTICAL      TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'DIFFERING'           TO RP-TOT-LABEL
           MOVE DF-MBRS-DIFFER         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'DRIFT RECORDS WRITTEN' TO RP-TOT-LABEL
           MOVE DF-DRIFT-WRITTEN       TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPDRFT' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE DF-MDL-READS        TO AU-RECORDS-READ
           ADD  DF-TGT-READS        TO AU-RECORDS-READ
           MOVE DF-DRIFT-WRITTEN    TO AU-RECORDS-WRITTEN
           MOVE MM-COUNT            TO AU-MEMBERS
           ADD  TM-COUNT            TO AU-MEMBERS
           MOVE DF-DRIFT-WRITTEN    TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
