      *-------------------------------------------------------------*
      *  DRSPTRND : Companion to DRSPAUDT.  Where DRSPAUDT judges   *
      *             each step of the night by its return code       *
      *             alone, this step judges the volumes.  The       *
      *             night's run-audit trail is rolled into the      *
      *             run-history master, one record per program per  *
      *             night, and each program's four counters are     *
      *             set against their average over the last few     *
      *             nights on the master; a counter that moves by   *
      *             more than the SYSIN tolerance is flagged.  The  *
      *             member counts of the steps that take the whole  *
      *             dump are then checked against DRESSPRT's for    *
      *             the same night, and a step that handled a       *
      *             different number is shown as a break.  Either   *
      *             kind of finding ends the step with a warning.   *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPTRND'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    the night's shared run-audit file;
      *                          read whole, then this step's own
      *                          record is appended.
       FILE-CONTROL.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.

      *                          prior run-history master, in night
      *                          order; empty on the very first run.
           SELECT OLDHIST  ASSIGN TO UT-S-ORHFIL.

      *                          the updated run-history master.
           SELECT NEWHIST  ASSIGN TO UT-S-NRHFIL.

      *                          SYSIN control cards (night, window,
      *                          tolerance, cross-step programs).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          trend and cross-step report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
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

       FD  OLDHIST
           RECORDING MODE IS F
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RH-RUN-HIST-RECORD.
      *                          run-history master record layout.
       COPY RUNHR.

       FD  NEWHIST
           RECORDING MODE IS F
           RECORD CONTAINS  60 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RN-RUN-HIST-RECORD.
       01  RN-RUN-HIST-RECORD      PIC X(60).

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-DATE         VALUE 'D'.
              88 PM-TYPE-NIGHTS       VALUE 'N'.
              88 PM-TYPE-TOLERANCE    VALUE 'T'.
              88 PM-TYPE-REFERENCE    VALUE 'R'.
              88 PM-TYPE-CROSS        VALUE 'X'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-DATE-VIEW REDEFINES PM-PARM-DATA.
              10 PM-RUN-DATE       PIC 9(08).
              10 FILLER            PIC X(71).
           05 PM-NIGHTS-VIEW REDEFINES PM-PARM-DATA.
              10 PM-NIGHTS         PIC 9(02).
              10 FILLER            PIC X(77).
           05 PM-TOLERANCE-VIEW REDEFINES PM-PARM-DATA.
              10 PM-TOLERANCE      PIC 9(03).
              10 FILLER            PIC X(76).
           05 PM-PROGRAM-VIEW REDEFINES PM-PARM-DATA.
              10 PM-PROGRAM        PIC X(08).
              10 FILLER            PIC X(71).

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-REPORT-LINE.
       01  RP-REPORT-LINE      PIC X(133).


       WORKING-STORAGE SECTION.
      *------------------------*
       01  SW-SWITCHES.
           05 PARM-EOF-IND        PIC X VALUE SPACE.
              88 SW-PARM-EOF            VALUE 'Y'.
           05 AUDIT-EOF-IND       PIC X VALUE SPACE.
              88 SW-AUDIT-EOF           VALUE 'Y'.
           05 OLDHIST-EOF-IND     PIC X VALUE SPACE.
              88 SW-OLDHIST-EOF         VALUE 'Y'.
           05 TONIGHT-DONE-IND    PIC X VALUE 'N'.
              88 SW-TONIGHT-DONE        VALUE 'Y'.
           05 PGM-KNOWN-IND       PIC X VALUE 'N'.
              88 SW-PGM-KNOWN           VALUE 'Y'.

      *                          the night's programs, one entry per
      *                          program however often it ran, with
      *                          its counters summed, and the window
      *                          of its last nights from the master,
      *                          filled round and round so that the
      *                          oldest night drops out as each new
      *                          one comes in.
       01  TN-TONIGHT-TABLE.
           05 TN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 TN-ENTRY OCCURS 100 TIMES.
              10 TN-PROGRAM       PIC X(08).
              10 TN-STEPS         PIC 9(04) COMP.
              10 TN-WORST-RC      PIC 9(04) COMP.
              10 TN-COUNTER       PIC 9(09) COMP OCCURS 4 TIMES.
              10 TN-NIGHTS        PIC 9(04) COMP.
              10 TN-NEXT-SLOT     PIC 9(04) COMP.
              10 TN-WINDOW OCCURS 30 TIMES.
                 15 TN-WIN-COUNTER PIC 9(09) COMP OCCURS 4 TIMES.

      *                          the steps whose member count must
      *                          agree with the reference step's.
       01  XS-CROSS-TABLE.
           05 XS-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 XS-PROGRAM          PIC X(08) OCCURS 20 TIMES.

      *                          names of the four counters, in the
      *                          order the history record holds them.
       01  CN-COUNTER-NAMES.
           05 FILLER  PIC X(16) VALUE 'RECORDS READ'.
           05 FILLER  PIC X(16) VALUE 'RECORDS WRITTEN'.
           05 FILLER  PIC X(16) VALUE 'MEMBERS'.
           05 FILLER  PIC X(16) VALUE 'EXCEPTIONS'.
       01  CN-NAME-TABLE REDEFINES CN-COUNTER-NAMES.
           05 CN-NAME             PIC X(16) OCCURS 4 TIMES.

      *                          run control values, normally set
      *                          from PARMFILE; the night defaults to
      *                          the date on the first record of the
      *                          trail, since a night's steps may run
      *                          on past midnight.
       01  TR-VARIABLES.
           05 TR-NIGHT-DATE       PIC 9(08) VALUE ZERO.
           05 TR-WINDOW-NIGHTS    PIC 9(04) COMP VALUE 7.
           05 TR-TOLERANCE        PIC 9(04) COMP VALUE 25.
           05 TR-REFERENCE        PIC X(08) VALUE 'DRESSPRT'.
           05 TR-LOOK-PROGRAM     PIC X(08) VALUE SPACES.
           05 TR-PREV-OLD-DATE    PIC 9(08) VALUE ZERO.
           05 TR-TN-SUB           PIC 9(04) COMP VALUE ZERO.
           05 TR-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 TR-REF-SUB          PIC 9(04) COMP VALUE ZERO.
           05 TR-CT-SUB           PIC 9(04) COMP VALUE ZERO.
           05 TR-SLOT-SUB         PIC 9(04) COMP VALUE ZERO.
           05 TR-XS-SUB           PIC 9(04) COMP VALUE ZERO.
      *                          the old record in hand, kept aside
      *                          while this night's records are
      *                          built in the same area.
           05 TR-SAVE-RECORD      PIC X(60) VALUE SPACES.

      *                          work fields for setting one counter
      *                          against its average: the move is
      *                          outside tolerance when the gap as a
      *                          percentage of the average is more
      *                          than the tolerance.
       01  TD-TREND-WORK.
           05 TD-TONIGHT          PIC 9(09) COMP VALUE ZERO.
           05 TD-SUM              PIC 9(11) COMP VALUE ZERO.
           05 TD-AVERAGE          PIC 9(09) COMP VALUE ZERO.
           05 TD-GAP              PIC 9(09) COMP VALUE ZERO.
           05 TD-PERCENT          PIC 9(11) COMP VALUE ZERO.
           05 TD-GAP-SCALED       PIC 9(13) COMP VALUE ZERO.
           05 TD-ALLOWED          PIC 9(13) COMP VALUE ZERO.
           05 TD-DIRECTION        PIC X(04) VALUE SPACES.
           05 TD-DIFFERENCE       PIC S9(09) COMP VALUE ZERO.

       01  TR-COUNTERS.
           05 TR-AUDIT-RECORDS    PIC 9(09) COMP VALUE ZERO.
           05 TR-OLD-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 TR-NEW-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 TR-REPLACED         PIC 9(09) COMP VALUE ZERO.
           05 TR-NIGHTS-USED      PIC 9(09) COMP VALUE ZERO.
           05 TR-MOVES            PIC 9(09) COMP VALUE ZERO.
           05 TR-BREAKS           PIC 9(09) COMP VALUE ZERO.
           05 TR-WARNINGS         PIC 9(09) COMP VALUE ZERO.

      *                          yyyymmdd edited with slashes for the
      *                          report title.
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

      *                          trend report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPTRND - RUN VOLUME TREND REPORT'.
           05 FILLER  PIC X(08) VALUE 'NIGHT'.
           05 RP-TTL-DATE PIC X(10).
           05 FILLER  PIC X(04) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE 'AVERAGE OVER'.
           05 RP-TTL-NIGHTS PIC Z9.
           05 FILLER  PIC X(11) VALUE ' NIGHTS'.
           05 FILLER  PIC X(10) VALUE 'TOLERANCE'.
           05 RP-TTL-TOLERANCE PIC ZZ9.
           05 FILLER  PIC X(32) VALUE ' PERCENT'.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'PROGRAM'.
           05 FILLER  PIC X(18) VALUE 'COUNTER'.
           05 FILLER  PIC X(13) VALUE '    TONIGHT'.
           05 FILLER  PIC X(13) VALUE '    AVERAGE'.
           05 FILLER  PIC X(10) VALUE '  CHANGE'.
           05 FILLER  PIC X(08) VALUE 'NIGHTS'.
           05 FILLER  PIC X(61) VALUE 'FLAG'.

       01  RP-DETAIL-LINE.
           05 RP-DET-PROGRAM    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-COUNTER    PIC X(16).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-TONIGHT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-AVERAGE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-CHANGE     PIC ------9.
           05 RP-DET-PERCENT    PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-NIGHTS     PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-FLAG       PIC X(30).
           05 FILLER            PIC X(31) VALUE SPACES.

      *                          cross-step check layouts.
       01  RP-CROSS-TITLE-LINE.
           05 FILLER  PIC X(33)
              VALUE 'CROSS-STEP MEMBER COUNTS AGAINST'.
           05 RP-XTL-REFERENCE PIC X(08).
           05 FILLER  PIC X(92) VALUE SPACES.

       01  RP-CROSS-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'PROGRAM'.
           05 FILLER  PIC X(13) VALUE '    MEMBERS'.
           05 FILLER  PIC X(13) VALUE '  REFERENCE'.
           05 FILLER  PIC X(14) VALUE '  DIFFERENCE'.
           05 FILLER  PIC X(83) VALUE 'FLAG'.

       01  RP-CROSS-LINE.
           05 RP-XS-PROGRAM     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-XS-MEMBERS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-XS-REFERENCE   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-XS-DIFFERENCE  PIC ---,---,--9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-XS-FLAG        PIC X(30).
           05 FILLER            PIC X(53) VALUE SPACES.

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
           PERFORM 19-READ-OLD-HISTORY THRU 19-EXIT
           PERFORM 20-COPY-ONE THROUGH 20-EXIT
              UNTIL SW-OLDHIST-EOF
           IF NOT SW-TONIGHT-DONE
              PERFORM 22-WRITE-TONIGHT THRU 22-EXIT
           END-IF
           PERFORM 40-REPORT-ONE-PROGRAM THRU 40-EXIT
              VARYING TR-TN-SUB FROM 1 BY 1
                 UNTIL TR-TN-SUB > TN-COUNT
           PERFORM 45-CROSS-STEP-CHECK THRU 45-EXIT
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
      *                          an empty trail gives nothing to roll
      *                          up, and a master copied through
      *                          unchanged would hide the missing
      *                          night, so the run stops.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           IF TR-WINDOW-NIGHTS = 0 OR TR-WINDOW-NIGHTS > 30
              DISPLAY 'DRSPTRND - AVERAGE WINDOW (N) MUST BE 1 TO '
                 '30 NIGHTS - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF XS-COUNT = 0
              MOVE 'DRSPSPLT' TO XS-PROGRAM (1)
              MOVE 'DRSPUPDT' TO XS-PROGRAM (2)
              MOVE 2          TO XS-COUNT
           END-IF
           OPEN INPUT AUDITLOG
           PERFORM 15-READ-ONE-AUDIT THRU 15-EXIT
              UNTIL SW-AUDIT-EOF
           CLOSE AUDITLOG
           IF TN-COUNT = 0
              DISPLAY 'DRSPTRND - AUDIT TRAIL IS EMPTY - RUN '
                 'ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT  OLDHIST
           OPEN OUTPUT NEWHIST
           OPEN OUTPUT REPORTFL
           MOVE TR-NIGHT-DATE    TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT      TO RP-TTL-DATE
           MOVE TR-WINDOW-NIGHTS TO RP-TTL-NIGHTS
           MOVE TR-TOLERANCE     TO RP-TTL-TOLERANCE
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

      *                          'X' cards replace the default list
      *                          of steps checked against the
      *                          reference; a step that reads only
      *                          part of the dump does not belong on
      *                          it.
       12-PROCESS-PARM.
           EVALUATE TRUE
              WHEN PM-TYPE-DATE
                 MOVE PM-RUN-DATE  TO TR-NIGHT-DATE
              WHEN PM-TYPE-NIGHTS
                 MOVE PM-NIGHTS    TO TR-WINDOW-NIGHTS
              WHEN PM-TYPE-TOLERANCE
                 MOVE PM-TOLERANCE TO TR-TOLERANCE
              WHEN PM-TYPE-REFERENCE
                 MOVE PM-PROGRAM   TO TR-REFERENCE
              WHEN PM-TYPE-CROSS
                 IF XS-COUNT < 20
                    ADD 1 TO XS-COUNT
                    MOVE PM-PROGRAM TO XS-PROGRAM (XS-COUNT)
                 ELSE
                    DISPLAY 'DRSPTRND - MORE THAN 20 CROSS-STEP '
                       'CARDS - ' PM-PROGRAM ' IGNORED' UPON CNSL
                    ADD 1 TO TR-WARNINGS
                 END-IF
           END-EVALUATE.

       12-EXIT.
           EXIT.

      *                          each audit record is added into its
      *                          program's entry: a program run more
      *                          than once in the night (a rerun, or
      *                          one run per library) is taken as
      *                          the sum of its runs.
       15-READ-ONE-AUDIT.
           READ AUDITLOG
              AT END MOVE 'Y' TO AUDIT-EOF-IND
              NOT AT END
                 ADD 1 TO TR-AUDIT-RECORDS
                 IF TR-NIGHT-DATE = ZERO
                    ADD 20000000 AU-RUN-DATE GIVING TR-NIGHT-DATE
                 END-IF
                 MOVE AU-PROGRAM-NAME TO TR-LOOK-PROGRAM
                 PERFORM 16-FIND-PROGRAM THRU 16-EXIT
                 IF NOT SW-PGM-KNOWN
                    PERFORM 17-ADD-PROGRAM THRU 17-EXIT
                 END-IF
                 ADD 1 TO TN-STEPS (TR-FOUND-SUB)
                 ADD AU-RECORDS-READ
                    TO TN-COUNTER (TR-FOUND-SUB, 1)
                 ADD AU-RECORDS-WRITTEN
                    TO TN-COUNTER (TR-FOUND-SUB, 2)
                 ADD AU-MEMBERS
                    TO TN-COUNTER (TR-FOUND-SUB, 3)
                 ADD AU-EXCEPTIONS
                    TO TN-COUNTER (TR-FOUND-SUB, 4)
                 IF AU-RETURN-CODE > TN-WORST-RC (TR-FOUND-SUB)
                    MOVE AU-RETURN-CODE TO TN-WORST-RC (TR-FOUND-SUB)
                 END-IF
           END-READ.

       15-EXIT.
           EXIT.

       16-FIND-PROGRAM.
           MOVE 'N'  TO PGM-KNOWN-IND
           MOVE ZERO TO TR-FOUND-SUB
           PERFORM 18-CHECK-ONE-PROGRAM THRU 18-EXIT
              VARYING TR-TN-SUB FROM 1 BY 1
                 UNTIL TR-TN-SUB > TN-COUNT
                    OR SW-PGM-KNOWN.

       16-EXIT.
           EXIT.

       17-ADD-PROGRAM.
           IF TN-COUNT < 100
              ADD 1 TO TN-COUNT
              MOVE TN-COUNT        TO TR-FOUND-SUB
              MOVE TR-LOOK-PROGRAM TO TN-PROGRAM   (TN-COUNT)
              MOVE ZERO            TO TN-STEPS     (TN-COUNT)
              MOVE ZERO            TO TN-WORST-RC  (TN-COUNT)
              MOVE ZERO            TO TN-COUNTER   (TN-COUNT, 1)
              MOVE ZERO            TO TN-COUNTER   (TN-COUNT, 2)
              MOVE ZERO            TO TN-COUNTER   (TN-COUNT, 3)
              MOVE ZERO            TO TN-COUNTER   (TN-COUNT, 4)
              MOVE ZERO            TO TN-NIGHTS    (TN-COUNT)
              MOVE ZERO            TO TN-NEXT-SLOT (TN-COUNT)
           ELSE
              DISPLAY 'DRSPTRND - MORE THAN 100 PROGRAMS ON THE '
                 'AUDIT TRAIL - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE AUDITLOG
              STOP RUN
           END-IF.

       17-EXIT.
           EXIT.

       18-CHECK-ONE-PROGRAM.
           IF TN-PROGRAM (TR-TN-SUB) = TR-LOOK-PROGRAM
              MOVE 'Y'       TO PGM-KNOWN-IND
              MOVE TR-TN-SUB TO TR-FOUND-SUB
           END-IF.

       18-EXIT.
           EXIT.

      *                          the master must stay in night order
      *                          for the window to hold the latest
      *                          nights; a record arriving out of
      *                          order means the wrong file, so the
      *                          run stops.
       19-READ-OLD-HISTORY.
           READ OLDHIST
              AT END MOVE 'Y' TO OLDHIST-EOF-IND
              NOT AT END
                 ADD 1 TO TR-OLD-RECORDS
                 IF RH-RUN-DATE < TR-PREV-OLD-DATE
                    DISPLAY 'DRSPTRND - RUN-HISTORY MASTER OUT OF '
                       'SEQUENCE AT ' RH-RUN-DATE
                       ' - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLDHIST NEWHIST REPORTFL
                    STOP RUN
                 END-IF
                 MOVE RH-RUN-DATE TO TR-PREV-OLD-DATE
           END-READ.

       19-EXIT.
           EXIT.

      *                          earlier nights are copied through,
      *                          and those of tonight's programs go
      *                          into their windows; records for this
      *                          same night (a rerun) are replaced;
      *                          the first later night (this one
      *                          being a late rerun) has this night's
      *                          records put in front of it, and no
      *                          later night counts in the average.
       20-COPY-ONE.
           IF RH-RUN-DATE = TR-NIGHT-DATE
              ADD 1 TO TR-REPLACED
              PERFORM 19-READ-OLD-HISTORY THRU 19-EXIT
              GO TO 20-EXIT
           END-IF
           IF RH-RUN-DATE > TR-NIGHT-DATE
              AND NOT SW-TONIGHT-DONE
              PERFORM 22-WRITE-TONIGHT THRU 22-EXIT
           END-IF
           IF RH-RUN-DATE < TR-NIGHT-DATE
              PERFORM 21-ADD-TO-WINDOW THRU 21-EXIT
           END-IF
           WRITE RN-RUN-HIST-RECORD FROM RH-RUN-HIST-RECORD
           ADD 1 TO TR-NEW-RECORDS
           PERFORM 19-READ-OLD-HISTORY THRU 19-EXIT.

       20-EXIT.
           EXIT.

      *                          the night's counters go into the
      *                          next slot round the window.
       21-ADD-TO-WINDOW.
           MOVE RH-PROGRAM-NAME TO TR-LOOK-PROGRAM
           PERFORM 16-FIND-PROGRAM THRU 16-EXIT
           IF NOT SW-PGM-KNOWN
              GO TO 21-EXIT
           END-IF
           ADD 1 TO TR-NIGHTS-USED
           ADD 1 TO TN-NEXT-SLOT (TR-FOUND-SUB)
           IF TN-NEXT-SLOT (TR-FOUND-SUB) > TR-WINDOW-NIGHTS
              MOVE 1 TO TN-NEXT-SLOT (TR-FOUND-SUB)
           END-IF
           IF TN-NIGHTS (TR-FOUND-SUB) < TR-WINDOW-NIGHTS
              ADD 1 TO TN-NIGHTS (TR-FOUND-SUB)
           END-IF
           MOVE TN-NEXT-SLOT (TR-FOUND-SUB) TO TR-SLOT-SUB
           PERFORM 23-FILL-ONE-COUNTER THRU 23-EXIT
              VARYING TR-CT-SUB FROM 1 BY 1
                 UNTIL TR-CT-SUB > 4.

       21-EXIT.
           EXIT.

       22-WRITE-TONIGHT.
           PERFORM 24-WRITE-ONE-PROGRAM THRU 24-EXIT
              VARYING TR-TN-SUB FROM 1 BY 1
                 UNTIL TR-TN-SUB > TN-COUNT
           MOVE 'Y' TO TONIGHT-DONE-IND.

       22-EXIT.
           EXIT.

       23-FILL-ONE-COUNTER.
           MOVE RH-COUNTER (TR-CT-SUB)
              TO TN-WIN-COUNTER (TR-FOUND-SUB, TR-SLOT-SUB, TR-CT-SUB).

       23-EXIT.
           EXIT.

      *                          each record is built in the old
      *                          record area, whose record in hand
      *                          is still to be copied after them.
       24-WRITE-ONE-PROGRAM.
           MOVE RH-RUN-HIST-RECORD TO TR-SAVE-RECORD
           MOVE TN-PROGRAM (TR-TN-SUB)  TO RH-PROGRAM-NAME
           MOVE TR-NIGHT-DATE           TO RH-RUN-DATE
           MOVE TN-STEPS (TR-TN-SUB)    TO RH-STEPS
           MOVE TN-COUNTER (TR-TN-SUB, 1) TO RH-RECORDS-READ
           MOVE TN-COUNTER (TR-TN-SUB, 2) TO RH-RECORDS-WRITTEN
           MOVE TN-COUNTER (TR-TN-SUB, 3) TO RH-MEMBERS
           MOVE TN-COUNTER (TR-TN-SUB, 4) TO RH-EXCEPTIONS
           MOVE TN-WORST-RC (TR-TN-SUB) TO RH-WORST-RC
           WRITE RN-RUN-HIST-RECORD FROM RH-RUN-HIST-RECORD
           ADD 1 TO TR-NEW-RECORDS
           MOVE TR-SAVE-RECORD TO RH-RUN-HIST-RECORD.

       24-EXIT.
           EXIT.

      *                          one program of the night, its four
      *                          counters a line each.
       40-REPORT-ONE-PROGRAM.
           PERFORM 41-REPORT-ONE-COUNTER THRU 41-EXIT
              VARYING TR-CT-SUB FROM 1 BY 1
                 UNTIL TR-CT-SUB > 4.

       40-EXIT.
           EXIT.

      *                          with no earlier night on the master
      *                          there is nothing to judge against;
      *                          an average of nothing that becomes
      *                          something is always a move.
       41-REPORT-ONE-COUNTER.
           MOVE SPACES                   TO RP-DETAIL-LINE
           IF TR-CT-SUB = 1
              MOVE TN-PROGRAM (TR-TN-SUB) TO RP-DET-PROGRAM
              MOVE TN-NIGHTS (TR-TN-SUB)  TO RP-DET-NIGHTS
           END-IF
           MOVE CN-NAME (TR-CT-SUB)      TO RP-DET-COUNTER
           MOVE TN-COUNTER (TR-TN-SUB, TR-CT-SUB) TO TD-TONIGHT
           MOVE TD-TONIGHT               TO RP-DET-TONIGHT
           IF TN-NIGHTS (TR-TN-SUB) = 0
              IF TR-CT-SUB = 1
                 MOVE 'NO EARLIER NIGHT ON MASTER' TO RP-DET-FLAG
              END-IF
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              GO TO 41-EXIT
           END-IF
           MOVE ZERO TO TD-SUM
           PERFORM 42-ADD-ONE-NIGHT THRU 42-EXIT
              VARYING TR-SLOT-SUB FROM 1 BY 1
                 UNTIL TR-SLOT-SUB > TN-NIGHTS (TR-TN-SUB)
           DIVIDE TD-SUM BY TN-NIGHTS (TR-TN-SUB)
              GIVING TD-AVERAGE ROUNDED
           MOVE TD-AVERAGE               TO RP-DET-AVERAGE
           IF TD-TONIGHT < TD-AVERAGE
              SUBTRACT TD-TONIGHT FROM TD-AVERAGE GIVING TD-GAP
              MOVE 'DOWN' TO TD-DIRECTION
           ELSE
              SUBTRACT TD-AVERAGE FROM TD-TONIGHT GIVING TD-GAP
              MOVE 'UP'   TO TD-DIRECTION
           END-IF
           MULTIPLY TD-GAP BY 100 GIVING TD-GAP-SCALED
           MULTIPLY TD-AVERAGE BY TR-TOLERANCE GIVING TD-ALLOWED
           IF TD-AVERAGE > 0
              DIVIDE TD-GAP-SCALED BY TD-AVERAGE
                 GIVING TD-PERCENT ROUNDED
              IF TD-PERCENT > 999999
                 MOVE 999999 TO TD-PERCENT
              END-IF
              IF TD-DIRECTION = 'DOWN'
                 COMPUTE RP-DET-CHANGE = 0 - TD-PERCENT
              ELSE
                 MOVE TD-PERCENT TO RP-DET-CHANGE
              END-IF
              MOVE '%' TO RP-DET-PERCENT
           END-IF
           IF TD-GAP-SCALED > TD-ALLOWED
              ADD 1 TO TR-MOVES
              IF TD-DIRECTION = 'DOWN'
                 MOVE 'DOWN - OUTSIDE TOLERANCE' TO RP-DET-FLAG
              ELSE
                 MOVE 'UP - OUTSIDE TOLERANCE'   TO RP-DET-FLAG
              END-IF
           END-IF
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE.

       41-EXIT.
           EXIT.

       42-ADD-ONE-NIGHT.
           ADD TN-WIN-COUNTER (TR-TN-SUB, TR-SLOT-SUB, TR-CT-SUB)
              TO TD-SUM.

       42-EXIT.
           EXIT.

      *                          the steps that take the whole dump
      *                          should each have handled as many
      *                          members as the reference step
      *                          dressed; without the reference step
      *                          on the trail there is nothing to
      *                          check them by.
       45-CROSS-STEP-CHECK.
           MOVE TR-REFERENCE TO RP-XTL-REFERENCE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-CROSS-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE TR-REFERENCE TO TR-LOOK-PROGRAM
           PERFORM 16-FIND-PROGRAM THRU 16-EXIT
           IF NOT SW-PGM-KNOWN
              MOVE SPACES                  TO RP-CROSS-LINE
              MOVE TR-REFERENCE            TO RP-XS-PROGRAM
              MOVE 'NOT ON TRAIL - NO CHECK' TO RP-XS-FLAG
              WRITE RP-REPORT-LINE FROM RP-CROSS-LINE
              DISPLAY 'DRSPTRND - ' TR-REFERENCE ' NOT ON THE '
                 'AUDIT TRAIL - NO CROSS-STEP CHECK' UPON CNSL
              ADD 1 TO TR-WARNINGS
              GO TO 45-EXIT
           END-IF
           MOVE TR-FOUND-SUB TO TR-REF-SUB
           WRITE RP-REPORT-LINE FROM RP-CROSS-HEADING-LINE
           PERFORM 46-CHECK-ONE-STEP THRU 46-EXIT
              VARYING TR-XS-SUB FROM 1 BY 1
                 UNTIL TR-XS-SUB > XS-COUNT.

       45-EXIT.
           EXIT.

      *                          a step that did not run is shown
      *                          but not counted: DRSPAUDT already
      *                          reports the night's steps.
       46-CHECK-ONE-STEP.
           MOVE SPACES                    TO RP-CROSS-LINE
           MOVE XS-PROGRAM (TR-XS-SUB)    TO RP-XS-PROGRAM
           MOVE TN-COUNTER (TR-REF-SUB, 3) TO RP-XS-REFERENCE
           MOVE XS-PROGRAM (TR-XS-SUB)    TO TR-LOOK-PROGRAM
           PERFORM 16-FIND-PROGRAM THRU 16-EXIT
           IF NOT SW-PGM-KNOWN
              MOVE 'NOT ON TRAIL'         TO RP-XS-FLAG
              WRITE RP-REPORT-LINE FROM RP-CROSS-LINE
              GO TO 46-EXIT
           END-IF
           MOVE TN-COUNTER (TR-FOUND-SUB, 3) TO RP-XS-MEMBERS
           SUBTRACT TN-COUNTER (TR-REF-SUB, 3)
              FROM TN-COUNTER (TR-FOUND-SUB, 3)
              GIVING TD-DIFFERENCE
           MOVE TD-DIFFERENCE             TO RP-XS-DIFFERENCE
           IF TD-DIFFERENCE NOT = 0
              MOVE 'BREAK - MEMBER COUNTS DIFFER' TO RP-XS-FLAG
              ADD 1 TO TR-BREAKS
           END-IF
           WRITE RP-REPORT-LINE FROM RP-CROSS-LINE.

       46-EXIT.
           EXIT.

       55-EDIT-DATE.
           MOVE ED-IN-YEAR  TO ED-OUT-YEAR
           MOVE ED-IN-MONTH TO ED-OUT-MONTH
           MOVE ED-IN-DAY   TO ED-OUT-DAY.

       55-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'AUDIT RECORDS READ'     TO RP-TOT-LABEL
           MOVE TR-AUDIT-RECORDS          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'PROGRAMS ON THE TRAIL'  TO RP-TOT-LABEL
           MOVE TN-COUNT                  TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'OLD HISTORY RECORDS'    TO RP-TOT-LABEL
           MOVE TR-OLD-RECORDS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'NEW HISTORY RECORDS'    TO RP-TOT-LABEL
           MOVE TR-NEW-RECORDS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'HISTORY RECORDS REPLACED BY RERUN' TO RP-TOT-LABEL
           MOVE TR-REPLACED               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'EARLIER NIGHTS AVERAGED' TO RP-TOT-LABEL
           MOVE TR-NIGHTS-USED            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'COUNTERS OUTSIDE TOLERANCE' TO RP-TOT-LABEL
           MOVE TR-MOVES                  TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'CROSS-STEP BREAKS'      TO RP-TOT-LABEL
           MOVE TR-BREAKS                 TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           DISPLAY 'DRSPTRND - ' TR-MOVES ' COUNTERS OUTSIDE '
              'TOLERANCE, ' TR-BREAKS ' CROSS-STEP BREAKS'
              UPON CNSL
           IF TR-MOVES > 0 OR TR-BREAKS > 0 OR TR-WARNINGS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OLDHIST NEWHIST REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPTRND' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE TR-AUDIT-RECORDS    TO AU-RECORDS-READ
           ADD  TR-OLD-RECORDS      TO AU-RECORDS-READ
           MOVE TR-NEW-RECORDS      TO AU-RECORDS-WRITTEN
           MOVE TN-COUNT            TO AU-MEMBERS
           MOVE TR-MOVES            TO AU-EXCEPTIONS
           ADD  TR-BREAKS           TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
