      *-------------------------------------------------------------*
      *  DRSPGINV : Companion to DRSPHIST.  Keeps the dump-         *
      *             generation inventory master: one record per     *
      *             nightly dressed dump giving its run date, the   *
      *             library identifiers it holds, the OUTFILE and   *
      *             MBRIDX dataset names, the member and record     *
      *             totals and the vault volume it went to.  Run    *
      *             after the night's DRSPHIST step, it takes the   *
      *             libraries from the members the new history      *
      *             master saw that night and the totals from       *
      *             DRESSPRT's record on the run-audit trail; the   *
      *             dataset names and volume come from SYSIN.  The  *
      *             old master is copied to the new with the        *
      *             night's record put in run-date order, replacing *
      *             any earlier record for the same night, and the  *
      *             whole inventory is listed.  ANS COBOL (1972)    *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *  26/10/15  mm   a seventh and eighth library now print on a  *
      *                 line of their own under the MBRIDX name      *
      *                 instead of being left off the listing.       *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPGINV'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    the history master DRSPHIST wrote
      *                          this night.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO UT-S-HSTFIL.

      *                          the night's shared run-audit file;
      *                          read for DRESSPRT's record, then
      *                          this step's own record is appended.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.

      *                          prior inventory master, in run-date
      *                          order; empty on the very first run.
           SELECT OLDINV   ASSIGN TO UT-S-OGIFIL.

      *                          the updated inventory master.
           SELECT NEWINV   ASSIGN TO UT-S-NGIFIL.

      *                          SYSIN control cards (run date, the
      *                          dataset names, vault volume).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          inventory listing.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  HISTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  58 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS HS-HIST-RECORD.
      *                          history master record layout, shared
      *                          with DRSPHIST (writer).
       COPY HISTR.

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

       FD  OLDINV
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS GO-INVENTORY-RECORD.
       01  GO-INVENTORY-RECORD.
           05 GO-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X(192).

       FD  NEWINV
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS GN-INVENTORY-RECORD.
       01  GN-INVENTORY-RECORD     PIC X(200).

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-DATE         VALUE 'D'.
              88 PM-TYPE-OUTFILE      VALUE 'O'.
              88 PM-TYPE-MBRIDX       VALUE 'X'.
              88 PM-TYPE-VOLUME       VALUE 'V'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-DATE-VIEW REDEFINES PM-PARM-DATA.
              10 PM-RUN-DATE       PIC 9(08).
              10 FILLER            PIC X(71).
           05 PM-DSN-VIEW REDEFINES PM-PARM-DATA.
              10 PM-DSNAME         PIC X(44).
              10 FILLER            PIC X(35).
           05 PM-VOLUME-VIEW REDEFINES PM-PARM-DATA.
              10 PM-VOLSER         PIC X(06).
              10 FILLER            PIC X(73).

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
           05 HIST-EOF-IND        PIC X VALUE SPACE.
              88 SW-HIST-EOF            VALUE 'Y'.
           05 AUDIT-EOF-IND       PIC X VALUE SPACE.
              88 SW-AUDIT-EOF           VALUE 'Y'.
           05 OLDINV-EOF-IND      PIC X VALUE SPACE.
              88 SW-OLDINV-EOF          VALUE 'Y'.
           05 TONIGHT-DONE-IND    PIC X VALUE 'N'.
              88 SW-TONIGHT-DONE        VALUE 'Y'.
           05 DRESS-SEEN-IND      PIC X VALUE 'N'.
              88 SW-DRESS-SEEN          VALUE 'Y'.
           05 HIST-SEEN-IND       PIC X VALUE 'N'.
              88 SW-HIST-SEEN           VALUE 'Y'.
           05 LIB-KNOWN-IND       PIC X VALUE 'N'.
              88 SW-LIB-KNOWN           VALUE 'Y'.

      *                          inventory record layout: the night's
      *                          record is built up here from the
      *                          three sources, and each generation
      *                          is moved here again to be listed.
       COPY GENINVR.

      *                          run control values, normally set
      *                          from PARMFILE; the run date falls
      *                          back on the system date when no 'D'
      *                          card is given, as in DRSPHIST.
       01  GV-VARIABLES.
           05 GV-RUN-DATE         PIC 9(08) VALUE ZERO.
           05 GV-ACCEPT-DATE      PIC 9(06) VALUE ZERO.
           05 GV-PREV-OLD-DATE    PIC 9(08) VALUE ZERO.
           05 GV-LIB-SUB          PIC 9(04) COMP VALUE ZERO.
           05 GV-COL-SUB          PIC 9(04) COMP VALUE ZERO.
      *                          the night's record as built, kept
      *                          aside while the old master is
      *                          listed through GI- above.
           05 GV-TONIGHT-RECORD   PIC X(200).

       01  GV-COUNTERS.
           05 GV-HIST-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 GV-MBRS-TONIGHT     PIC 9(09) COMP VALUE ZERO.
           05 GV-LIBS-DROPPED     PIC 9(09) COMP VALUE ZERO.
           05 GV-AUDIT-RECORDS    PIC 9(09) COMP VALUE ZERO.
           05 GV-OLD-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 GV-NEW-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 GV-REPLACED         PIC 9(09) COMP VALUE ZERO.
           05 GV-WARNINGS         PIC 9(09) COMP VALUE ZERO.

      *                          yyyymmdd edited with slashes for the
      *                          report columns.
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

      *                          inventory listing layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPGINV - DUMP GENERATION INVENTORY'.
           05 FILLER  PIC X(16) VALUE '  RUN DATE'.
           05 RP-TTL-DATE PIC X(10).
           05 FILLER  PIC X(67) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(12) VALUE 'RUN DATE'.
           05 FILLER  PIC X(08) VALUE 'VOLUME'.
           05 FILLER  PIC X(13) VALUE '      MEMBERS'.
           05 FILLER  PIC X(13) VALUE '      RECORDS'.
           05 FILLER  PIC X(06) VALUE '    RC'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(46) VALUE 'OUTFILE / MBRIDX'.
           05 FILLER  PIC X(33) VALUE 'LIBRARIES'.

       01  RP-DETAIL-LINE.
           05 RP-DET-DATE       PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-VOLUME     PIC X(06).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RP-DET-MEMBERS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-RECORDS    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-RC         PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-DSN        PIC X(44).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LIBRARIES.
              10 RP-DET-LIBRARY PIC X(09) OCCURS 3 TIMES.
           05 FILLER            PIC X(06) VALUE SPACES.

      *                          under each generation, its MBRIDX
      *                          name and any libraries past the
      *                          three the detail line has room for;
      *                          a seventh and eighth library go on
      *                          a line of their own beneath.
       01  RP-DSN-LINE.
           05 FILLER            PIC X(54) VALUE SPACES.
           05 RP-DSN-NAME       PIC X(44).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DSN-LIBRARIES.
              10 RP-DSN-LIBRARY PIC X(09) OCCURS 3 TIMES.
           05 FILLER            PIC X(06) VALUE SPACES.

       01  RP-LIB-LINE.
           05 FILLER            PIC X(100) VALUE SPACES.
           05 RP-LIB-LIBRARIES.
              10 RP-LIB-LIBRARY PIC X(09) OCCURS 3 TIMES.
           05 FILLER            PIC X(06) VALUE SPACES.

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
           PERFORM 19-READ-OLD-INVENTORY THRU 19-EXIT
           PERFORM 20-COPY-ONE THROUGH 20-EXIT
              UNTIL SW-OLDINV-EOF
           IF NOT SW-TONIGHT-DONE
              PERFORM 22-WRITE-TONIGHT THRU 22-EXIT
           END-IF
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
      *                          without the dataset names the record
      *                          could never lead anyone to the dump,
      *                          so both are required.
       10-SETUP.
           MOVE SPACES TO GI-INVENTORY-RECORD
           MOVE ZERO   TO GI-LIBRARY-COUNT GI-MEMBERS GI-RECORDS
                          GI-DRESS-RC
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           IF GV-RUN-DATE = ZERO
              ACCEPT GV-ACCEPT-DATE FROM DATE
              ADD 20000000 GV-ACCEPT-DATE GIVING GV-RUN-DATE
           END-IF
           MOVE GV-RUN-DATE TO GI-RUN-DATE
           IF GI-OUTFILE-DSN = SPACES OR GI-MBRIDX-DSN = SPACES
              DISPLAY 'DRSPGINV - SYSIN MUST GIVE THE OUTFILE (O) '
                 'AND MBRIDX (X) DATASET NAMES - RUN ABANDONED'
                 UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF GI-VAULT-VOLUME = SPACES
              DISPLAY 'DRSPGINV - NO VAULT VOLUME (V) ON SYSIN - '
                 'GENERATION RECORDED WITHOUT ONE' UPON CNSL
              ADD 1 TO GV-WARNINGS
           END-IF
           OPEN INPUT HISTFILE
           PERFORM 13-READ-ONE-HISTORY THRU 13-EXIT
              UNTIL SW-HIST-EOF
           CLOSE HISTFILE
           OPEN INPUT AUDITLOG
           PERFORM 15-READ-ONE-AUDIT THRU 15-EXIT
              UNTIL SW-AUDIT-EOF
           CLOSE AUDITLOG
           IF NOT SW-DRESS-SEEN
              DISPLAY 'DRSPGINV - NO DRESSPRT RECORD ON THE AUDIT '
                 'TRAIL - TOTALS RECORDED AS ZERO' UPON CNSL
              ADD 1 TO GV-WARNINGS
           END-IF
           IF NOT SW-HIST-SEEN
              DISPLAY 'DRSPGINV - NO DRSPHIST RECORD ON THE AUDIT '
                 'TRAIL - HISTORY MASTER MAY BE A NIGHT OLD'
                 UPON CNSL
              ADD 1 TO GV-WARNINGS
           END-IF
           IF GI-LIBRARY-COUNT = 0
              DISPLAY 'DRSPGINV - NO HISTORY RECORD LAST SEEN ON '
                 GV-RUN-DATE ' - NO LIBRARIES RECORDED' UPON CNSL
              ADD 1 TO GV-WARNINGS
           END-IF
           MOVE GI-INVENTORY-RECORD TO GV-TONIGHT-RECORD
           OPEN INPUT  OLDINV
           OPEN OUTPUT NEWINV
           OPEN OUTPUT REPORTFL
           MOVE GV-RUN-DATE TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT TO RP-TTL-DATE
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
              WHEN PM-TYPE-DATE
                 MOVE PM-RUN-DATE TO GV-RUN-DATE
              WHEN PM-TYPE-OUTFILE
                 MOVE PM-DSNAME   TO GI-OUTFILE-DSN
              WHEN PM-TYPE-MBRIDX
                 MOVE PM-DSNAME   TO GI-MBRIDX-DSN
              WHEN PM-TYPE-VOLUME
                 MOVE PM-VOLSER   TO GI-VAULT-VOLUME
           END-EVALUATE.

       12-EXIT.
           EXIT.

      *                          a member DRSPHIST saw this night has
      *                          this night as its last-seen date;
      *                          the libraries of those members are
      *                          the libraries the dump holds.
       13-READ-ONE-HISTORY.
           READ HISTFILE
              AT END MOVE 'Y' TO HIST-EOF-IND
              NOT AT END
                 ADD 1 TO GV-HIST-RECORDS
                 IF HS-LAST-SEEN = GV-RUN-DATE
                    ADD 1 TO GV-MBRS-TONIGHT
                    MOVE 'N' TO LIB-KNOWN-IND
                    PERFORM 14-CHECK-ONE-LIBRARY THRU 14-EXIT
                       VARYING GV-LIB-SUB FROM 1 BY 1
                          UNTIL GV-LIB-SUB > GI-LIBRARY-COUNT
                             OR SW-LIB-KNOWN
                    IF NOT SW-LIB-KNOWN
                       PERFORM 17-ADD-LIBRARY THRU 17-EXIT
                    END-IF
                 END-IF
           END-READ.

       13-EXIT.
           EXIT.

       14-CHECK-ONE-LIBRARY.
           IF GI-LIBRARY-ID (GV-LIB-SUB) = HS-LIBRARY-ID
              MOVE 'Y' TO LIB-KNOWN-IND
           END-IF.

       14-EXIT.
           EXIT.

      *                          the record has room for eight
      *                          libraries; a concatenation deeper
      *                          than that is recorded as far as it
      *                          goes and the rest counted.
       17-ADD-LIBRARY.
           IF GI-LIBRARY-COUNT < 8
              ADD 1 TO GI-LIBRARY-COUNT
              MOVE HS-LIBRARY-ID TO GI-LIBRARY-ID (GI-LIBRARY-COUNT)
           ELSE
              IF GV-LIBS-DROPPED = 0
                 DISPLAY 'DRSPGINV - MORE THAN 8 LIBRARIES IN THE '
                    'DUMP - FIRST 8 RECORDED' UPON CNSL
                 ADD 1 TO GV-WARNINGS
              END-IF
              ADD 1 TO GV-LIBS-DROPPED
           END-IF.

       17-EXIT.
           EXIT.

      *                          the audit file holds the one night's
      *                          trail; should DRESSPRT have been
      *                          rerun, its last record stands.
       15-READ-ONE-AUDIT.
           READ AUDITLOG
              AT END MOVE 'Y' TO AUDIT-EOF-IND
              NOT AT END
                 ADD 1 TO GV-AUDIT-RECORDS
                 IF AU-PROGRAM-NAME = 'DRESSPRT'
                    MOVE 'Y' TO DRESS-SEEN-IND
                    MOVE AU-MEMBERS         TO GI-MEMBERS
                    MOVE AU-RECORDS-WRITTEN TO GI-RECORDS
                    MOVE AU-RETURN-CODE     TO GI-DRESS-RC
                 END-IF
                 IF AU-PROGRAM-NAME = 'DRSPHIST'
                    MOVE 'Y' TO HIST-SEEN-IND
                 END-IF
           END-READ.

       15-EXIT.
           EXIT.

      *                          the master must stay in run-date
      *                          order for DRSPRTRV; a record arriving
      *                          out of order means the wrong file,
      *                          so the run stops.
       19-READ-OLD-INVENTORY.
           READ OLDINV
              AT END MOVE 'Y' TO OLDINV-EOF-IND
              NOT AT END
                 ADD 1 TO GV-OLD-RECORDS
                 IF GO-RUN-DATE < GV-PREV-OLD-DATE
                    DISPLAY 'DRSPGINV - INVENTORY MASTER OUT OF '
                       'SEQUENCE AT ' GO-RUN-DATE
                       ' - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE OLDINV NEWINV REPORTFL
                    STOP RUN
                 END-IF
                 MOVE GO-RUN-DATE TO GV-PREV-OLD-DATE
           END-READ.

       19-EXIT.
           EXIT.

      *                          earlier nights are copied through;
      *                          a record for this same night (a
      *                          rerun) is replaced; the first later
      *                          night (this one being a late rerun)
      *                          has this night's record put in
      *                          front of it.
       20-COPY-ONE.
           IF GO-RUN-DATE = GV-RUN-DATE
              ADD 1 TO GV-REPLACED
              PERFORM 19-READ-OLD-INVENTORY THRU 19-EXIT
              GO TO 20-EXIT
           END-IF
           IF GO-RUN-DATE > GV-RUN-DATE
              AND NOT SW-TONIGHT-DONE
              PERFORM 22-WRITE-TONIGHT THRU 22-EXIT
           END-IF
           WRITE GN-INVENTORY-RECORD FROM GO-INVENTORY-RECORD
           ADD 1 TO GV-NEW-RECORDS
           MOVE GO-INVENTORY-RECORD TO GI-INVENTORY-RECORD
           PERFORM 25-LIST-GENERATION THRU 25-EXIT
           PERFORM 19-READ-OLD-INVENTORY THRU 19-EXIT.

       20-EXIT.
           EXIT.

       22-WRITE-TONIGHT.
           WRITE GN-INVENTORY-RECORD FROM GV-TONIGHT-RECORD
           ADD 1 TO GV-NEW-RECORDS
           MOVE 'Y' TO TONIGHT-DONE-IND
           MOVE GV-TONIGHT-RECORD TO GI-INVENTORY-RECORD
           PERFORM 25-LIST-GENERATION THRU 25-EXIT.

       22-EXIT.
           EXIT.

      *                          one generation on the listing, from
      *                          the record just written.
       25-LIST-GENERATION.
           MOVE SPACES            TO RP-DETAIL-LINE
           MOVE GI-RUN-DATE       TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT       TO RP-DET-DATE
           MOVE GI-VAULT-VOLUME   TO RP-DET-VOLUME
           MOVE GI-MEMBERS        TO RP-DET-MEMBERS
           MOVE GI-RECORDS        TO RP-DET-RECORDS
           MOVE GI-DRESS-RC       TO RP-DET-RC
           MOVE GI-OUTFILE-DSN    TO RP-DET-DSN
           MOVE SPACES            TO RP-DSN-LINE
           MOVE GI-MBRIDX-DSN     TO RP-DSN-NAME
           MOVE SPACES            TO RP-LIB-LINE
           PERFORM 26-LIST-ONE-LIBRARY THRU 26-EXIT
              VARYING GV-LIB-SUB FROM 1 BY 1
                 UNTIL GV-LIB-SUB > GI-LIBRARY-COUNT
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
           WRITE RP-REPORT-LINE FROM RP-DSN-LINE
           IF GI-LIBRARY-COUNT > 6
              WRITE RP-REPORT-LINE FROM RP-LIB-LINE
           END-IF.

       25-EXIT.
           EXIT.

       26-LIST-ONE-LIBRARY.
           IF GV-LIB-SUB > 6
              SUBTRACT 6 FROM GV-LIB-SUB GIVING GV-COL-SUB
              MOVE GI-LIBRARY-ID (GV-LIB-SUB)
                 TO RP-LIB-LIBRARY (GV-COL-SUB)
              GO TO 26-EXIT
           END-IF
           IF GV-LIB-SUB > 3
              SUBTRACT 3 FROM GV-LIB-SUB GIVING GV-COL-SUB
              MOVE GI-LIBRARY-ID (GV-LIB-SUB)
                 TO RP-DSN-LIBRARY (GV-COL-SUB)
           ELSE
              MOVE GI-LIBRARY-ID (GV-LIB-SUB)
                 TO RP-DET-LIBRARY (GV-LIB-SUB)
           END-IF.

       26-EXIT.
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
           MOVE 'HISTORY RECORDS READ'   TO RP-TOT-LABEL
           MOVE GV-HIST-RECORDS           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'MEMBERS SEEN THIS NIGHT' TO RP-TOT-LABEL
           MOVE GV-MBRS-TONIGHT           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'AUDIT RECORDS READ'     TO RP-TOT-LABEL
           MOVE GV-AUDIT-RECORDS          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'OLD INVENTORY RECORDS'  TO RP-TOT-LABEL
           MOVE GV-OLD-RECORDS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'NEW INVENTORY RECORDS'  TO RP-TOT-LABEL
           MOVE GV-NEW-RECORDS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'GENERATIONS REPLACED BY RERUN' TO RP-TOT-LABEL
           MOVE GV-REPLACED               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'WARNINGS'               TO RP-TOT-LABEL
           MOVE GV-WARNINGS               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           DISPLAY 'DRSPGINV - ' GV-NEW-RECORDS ' GENERATIONS IN '
              'INVENTORY, ' GV-WARNINGS ' WARNINGS' UPON CNSL
           IF GV-WARNINGS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OLDINV NEWINV REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPGINV' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE GV-OLD-RECORDS      TO AU-RECORDS-READ
           MOVE GV-NEW-RECORDS      TO AU-RECORDS-WRITTEN
           MOVE GV-MBRS-TONIGHT     TO AU-MEMBERS
           MOVE GV-WARNINGS         TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
