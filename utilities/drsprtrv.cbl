      *-------------------------------------------------------------*
      *  DRSPRTRV : Companion to DRSPGINV and DRSPXTRT.  Turns a    *
      *             deck of member restore requests - a member, its *
      *             library and the date it is wanted as of - into  *
      *             the DRSPXTRT SYSIN that extracts it and a pull  *
      *             list of the dump generations (and vault         *
      *             volumes) to be mounted.  Each request is looked *
      *             up in the dump-history master for the member's  *
      *             first-seen, last-seen and last-change dates,    *
      *             and the generation inventory gives the newest   *
      *             dump on or before the wanted date that holds    *
      *             the member's library; failing that, a member    *
      *             unchanged since before the wanted date can come *
      *             from the first dump after it.  Requests that    *
      *             cannot be met are reported with the reason.     *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPRTRV'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    the generation inventory master
      *                          DRSPGINV keeps, in run-date order.
       FILE-CONTROL.
           SELECT INVFILE  ASSIGN TO UT-S-GIFIL.

      *                          the current dump-history master.
           SELECT HISTFILE ASSIGN TO UT-S-HSTFIL.

      *                          SYSIN restore request cards.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          request disposition report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          generations to be pulled from the
      *                          vault.
           SELECT PULLFL   ASSIGN TO UT-S-PULFIL.

      *                          SYSIN for DRSPXTRT, one group of
      *                          cards per generation and library.
           SELECT XTRFILE  ASSIGN TO UT-S-XTSFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  INVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS GI-INVENTORY-RECORD.
      *                          inventory record layout, shared with
      *                          DRSPGINV (writer).
       COPY GENINVR.

       FD  HISTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  58 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS HS-HIST-RECORD.
      *                          history master record layout, shared
      *                          with DRSPHIST (writer).
       COPY HISTR.

      *                          'R' cards: member in columns 2-9,
      *                          library in 11-18 (blank when the
      *                          name is in one library only) and
      *                          the yyyymmdd date wanted in 20-27
      *                          (blank for the latest version).
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-REQUEST      VALUE 'R'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-REQUEST-VIEW REDEFINES PM-PARM-DATA.
              10 PM-RQ-MEMBER      PIC X(08).
              10 FILLER            PIC X(01).
              10 PM-RQ-LIBRARY     PIC X(08).
              10 FILLER            PIC X(01).
              10 PM-RQ-DATE        PIC X(08).
              10 PM-RQ-DATE-NUM REDEFINES PM-RQ-DATE PIC 9(08).
              10 FILLER            PIC X(53).

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-REPORT-LINE.
       01  RP-REPORT-LINE      PIC X(133).

       FD  PULLFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PL-PULL-LINE.
       01  PL-PULL-LINE        PIC X(133).

       FD  XTRFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS XS-CARD.
       01  XS-CARD.
           05 XS-CARD-TYPE      PIC X.
           05 XS-CARD-DATA      PIC X(79).

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
           05 INV-EOF-IND         PIC X VALUE SPACE.
              88 SW-INV-EOF             VALUE 'Y'.
           05 HIST-EOF-IND        PIC X VALUE SPACE.
              88 SW-HIST-EOF            VALUE 'Y'.
           05 LIB-HELD-IND        PIC X VALUE 'N'.
              88 SW-LIB-HELD            VALUE 'Y'.

      *                          the requests, with what the history
      *                          master says of each member and the
      *                          generation chosen for it.
       01  RQ-REQUEST-TABLE.
           05 RQ-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 RQ-ENTRY OCCURS 500 TIMES.
              10 RQ-MEMBER        PIC X(08).
              10 RQ-ASKED-LIBRARY PIC X(08).
              10 RQ-LIBRARY       PIC X(08).
              10 RQ-DATE          PIC 9(08).
              10 RQ-HIST-COUNT    PIC 9(04) COMP.
              10 RQ-FIRST-SEEN    PIC 9(08).
              10 RQ-LAST-SEEN     PIC 9(08).
              10 RQ-LAST-CHANGE   PIC 9(08).
              10 RQ-GEN-SUB       PIC 9(04) COMP.
              10 RQ-DISPOSITION   PIC X(30).
              10 RQ-WRITTEN-IND   PIC X.
                 88 RQ-WRITTEN          VALUE 'Y'.

      *                          the inventory, loaded whole.
       01  GT-GENERATION-TABLE.
           05 GT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 GT-ENTRY OCCURS 2000 TIMES.
              10 GT-RUN-DATE      PIC 9(08).
              10 GT-LIB-COUNT     PIC 9(02).
              10 GT-LIB-ID        PIC X(08) OCCURS 8 TIMES.
              10 GT-OUTFILE-DSN   PIC X(44).
              10 GT-MBRIDX-DSN    PIC X(44).
              10 GT-VAULT-VOLUME  PIC X(06).
              10 GT-WANTED        PIC 9(04) COMP.
              10 GT-GROUPS        PIC 9(04) COMP.

       01  RV-VARIABLES.
           05 RV-RQ-SUB           PIC 9(04) COMP VALUE ZERO.
           05 RV-GRP-SUB          PIC 9(04) COMP VALUE ZERO.
           05 RV-DUP-SUB          PIC 9(04) COMP VALUE ZERO.
           05 RV-GEN-SUB          PIC 9(04) COMP VALUE ZERO.
           05 RV-LIB-SUB          PIC 9(04) COMP VALUE ZERO.
           05 RV-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
      *                          the run-date window a generation
      *                          must fall in, and the library it
      *                          must hold, for the search in hand.
           05 RV-LOW-DATE         PIC 9(08) VALUE ZERO.
           05 RV-HIGH-DATE        PIC 9(08) VALUE ZERO.
           05 RV-WANTED-LIBRARY   PIC X(08) VALUE SPACES.
           05 RV-PREV-DATE        PIC 9(08) VALUE ZERO.
           05 RV-GROUP-LIBRARY    PIC X(08) VALUE SPACES.

       01  RV-COUNTERS.
           05 RV-INV-RECORDS      PIC 9(09) COMP VALUE ZERO.
           05 RV-HIST-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 RV-RQS-MET          PIC 9(09) COMP VALUE ZERO.
           05 RV-RQS-REJECTED     PIC 9(09) COMP VALUE ZERO.
           05 RV-GENS-PULLED      PIC 9(09) COMP VALUE ZERO.
           05 RV-CARDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.

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

      *                          the comment cards that head each
      *                          group in the DRSPXTRT deck, saying
      *                          which dump the group is run against.
       01  XC-GROUP-CARD.
           05 FILLER              PIC X(13) VALUE '* GENERATION '.
           05 XC-GRP-DATE         PIC X(10).
           05 FILLER              PIC X(08) VALUE ' VOLUME '.
           05 XC-GRP-VOLUME       PIC X(06).
           05 FILLER              PIC X(43) VALUE SPACES.
       01  XC-DSN-CARD.
           05 FILLER              PIC X(02) VALUE '* '.
           05 XC-DSN-DDNAME       PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 XC-DSN-NAME         PIC X(44).
           05 FILLER              PIC X(26) VALUE SPACES.

      *                          request report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(44)
              VALUE 'DRSPRTRV - POINT-IN-TIME RETRIEVAL REQUESTS'.
           05 FILLER  PIC X(89) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(10) VALUE 'LIBRARY'.
           05 FILLER  PIC X(12) VALUE 'WANTED'.
           05 FILLER  PIC X(12) VALUE 'LAST CHANGE'.
           05 FILLER  PIC X(12) VALUE 'GENERATION'.
           05 FILLER  PIC X(08) VALUE 'VOLUME'.
           05 FILLER  PIC X(69) VALUE 'DISPOSITION'.

       01  RP-DETAIL-LINE.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-WANTED     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-CHANGE     PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-GENERATION PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-VOLUME     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-DISP       PIC X(30).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  RP-TOTAL-LINE.
           05 RP-TOT-LABEL      PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-TOT-VALUE      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(80) VALUE SPACES.

      *                          pull list layouts.
       01  PL-TITLE-LINE.
           05 FILLER  PIC X(44)
              VALUE 'DRSPRTRV - DUMP GENERATIONS TO PULL'.
           05 FILLER  PIC X(89) VALUE SPACES.

       01  PL-HEADING-LINE.
           05 FILLER  PIC X(12) VALUE 'GENERATION'.
           05 FILLER  PIC X(08) VALUE 'VOLUME'.
           05 FILLER  PIC X(13) VALUE '      MEMBERS'.
           05 FILLER  PIC X(13) VALUE '  XTRT GROUPS'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(85) VALUE 'OUTFILE / MBRIDX'.

       01  PL-DETAIL-LINE.
           05 PL-DET-DATE       PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-DET-VOLUME     PIC X(06).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 PL-DET-WANTED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-DET-GROUPS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 PL-DET-DSN        PIC X(44).
           05 FILLER            PIC X(41) VALUE SPACES.

       01  PL-DSN-LINE.
           05 FILLER            PIC X(48) VALUE SPACES.
           05 PL-DSN-NAME       PIC X(44).
           05 FILLER            PIC X(41) VALUE SPACES.

       01  BL-BLANK-LINE          PIC X(133) VALUE SPACES.

      *                          hhmmsscc from ACCEPT, trimmed to
      *                          hhmmss for the audit record.
       01  AU-TIME-WORK           PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.
      *-------------------*
       00-MAINLINE.
           PERFORM 10-SETUP THROUGH 10-EXIT
           PERFORM 20-RESOLVE-ONE-REQUEST THROUGH 20-EXIT
              VARYING RV-RQ-SUB FROM 1 BY 1
                 UNTIL RV-RQ-SUB > RQ-COUNT
           PERFORM 40-WRITE-ONE-GENERATION THROUGH 40-EXIT
              VARYING RV-GEN-SUB FROM 1 BY 1
                 UNTIL RV-GEN-SUB > GT-COUNT
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           IF RQ-COUNT = 0
              DISPLAY 'DRSPRTRV - NO REQUEST CARDS ON SYSIN'
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVFILE
           PERFORM 13-LOAD-ONE-GENERATION THRU 13-EXIT
              UNTIL SW-INV-EOF
           CLOSE INVFILE
           OPEN INPUT HISTFILE
           PERFORM 15-READ-ONE-HISTORY THRU 15-EXIT
              UNTIL SW-HIST-EOF
           CLOSE HISTFILE
           OPEN OUTPUT REPORTFL
           OPEN OUTPUT PULLFL
           OPEN OUTPUT XTRFILE
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
           WRITE PL-PULL-LINE FROM PL-TITLE-LINE
           WRITE PL-PULL-LINE FROM BL-BLANK-LINE
           WRITE PL-PULL-LINE FROM PL-HEADING-LINE.

       10-EXIT.
           EXIT.

       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END
                 IF PM-TYPE-REQUEST
                    PERFORM 12-ADD-REQUEST THRU 12-EXIT
                 END-IF
           END-READ.

       11-EXIT.
           EXIT.

      *                          a blank date means the latest
      *                          version, taken as all nines here
      *                          and settled against the member's
      *                          last sighting once it is known.
       12-ADD-REQUEST.
           IF RQ-COUNT < 500
              ADD 1 TO RQ-COUNT
              MOVE PM-RQ-MEMBER  TO RQ-MEMBER  (RQ-COUNT)
              MOVE PM-RQ-LIBRARY TO RQ-ASKED-LIBRARY (RQ-COUNT)
              MOVE PM-RQ-LIBRARY TO RQ-LIBRARY (RQ-COUNT)
              IF PM-RQ-DATE = SPACES
                 MOVE 99999999 TO RQ-DATE (RQ-COUNT)
              ELSE
                 MOVE PM-RQ-DATE-NUM TO RQ-DATE (RQ-COUNT)
              END-IF
              MOVE ZERO   TO RQ-HIST-COUNT  (RQ-COUNT)
              MOVE ZERO   TO RQ-FIRST-SEEN  (RQ-COUNT)
              MOVE ZERO   TO RQ-LAST-SEEN   (RQ-COUNT)
              MOVE ZERO   TO RQ-LAST-CHANGE (RQ-COUNT)
              MOVE ZERO   TO RQ-GEN-SUB     (RQ-COUNT)
              MOVE SPACES TO RQ-DISPOSITION (RQ-COUNT)
              MOVE 'N'    TO RQ-WRITTEN-IND (RQ-COUNT)
           ELSE
              DISPLAY 'DRSPRTRV - MORE THAN 500 REQUEST CARDS '
                 'ON SYSIN - RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE PARMFILE
              STOP RUN
           END-IF.

       12-EXIT.
           EXIT.

      *                          the searches lean on the inventory
      *                          being in run-date order (DRSPGINV
      *                          keeps it so); anything else is the
      *                          wrong file, and the run stops.
       13-LOAD-ONE-GENERATION.
           READ INVFILE
              AT END MOVE 'Y' TO INV-EOF-IND
              NOT AT END
                 ADD 1 TO RV-INV-RECORDS
                 IF GI-RUN-DATE < RV-PREV-DATE
                    DISPLAY 'DRSPRTRV - INVENTORY MASTER OUT OF '
                       'SEQUENCE AT ' GI-RUN-DATE
                       ' - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE INVFILE
                    STOP RUN
                 END-IF
                 MOVE GI-RUN-DATE TO RV-PREV-DATE
                 IF GT-COUNT < 2000
                    PERFORM 14-ADD-GENERATION THRU 14-EXIT
                 ELSE
                    DISPLAY 'DRSPRTRV - INVENTORY EXCEEDS 2000 '
                       'GENERATIONS - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE INVFILE
                    STOP RUN
                 END-IF
           END-READ.

       13-EXIT.
           EXIT.

       14-ADD-GENERATION.
           ADD 1 TO GT-COUNT
           MOVE GI-RUN-DATE      TO GT-RUN-DATE     (GT-COUNT)
           MOVE GI-LIBRARY-COUNT TO GT-LIB-COUNT    (GT-COUNT)
           MOVE GI-OUTFILE-DSN   TO GT-OUTFILE-DSN  (GT-COUNT)
           MOVE GI-MBRIDX-DSN    TO GT-MBRIDX-DSN   (GT-COUNT)
           MOVE GI-VAULT-VOLUME  TO GT-VAULT-VOLUME (GT-COUNT)
           MOVE ZERO             TO GT-WANTED       (GT-COUNT)
           MOVE ZERO             TO GT-GROUPS       (GT-COUNT)
           PERFORM 16-COPY-ONE-LIBRARY THRU 16-EXIT
              VARYING RV-LIB-SUB FROM 1 BY 1
                 UNTIL RV-LIB-SUB > 8.

       14-EXIT.
           EXIT.

       16-COPY-ONE-LIBRARY.
           MOVE GI-LIBRARY-ID (RV-LIB-SUB)
              TO GT-LIB-ID (GT-COUNT, RV-LIB-SUB).

       16-EXIT.
           EXIT.

      *                          every history record is offered to
      *                          every request; a request naming no
      *                          library takes whichever record bears
      *                          its member name, and counts them so
      *                          a name in two libraries is caught.
       15-READ-ONE-HISTORY.
           READ HISTFILE
              AT END MOVE 'Y' TO HIST-EOF-IND
              NOT AT END
                 ADD 1 TO RV-HIST-RECORDS
                 PERFORM 17-MATCH-ONE-REQUEST THRU 17-EXIT
                    VARYING RV-RQ-SUB FROM 1 BY 1
                       UNTIL RV-RQ-SUB > RQ-COUNT
           END-READ.

       15-EXIT.
           EXIT.

       17-MATCH-ONE-REQUEST.
           IF RQ-MEMBER (RV-RQ-SUB) NOT = HS-MEMBER-NAME
              GO TO 17-EXIT
           END-IF
           IF RQ-ASKED-LIBRARY (RV-RQ-SUB) NOT = SPACES
              AND RQ-ASKED-LIBRARY (RV-RQ-SUB) NOT = HS-LIBRARY-ID
              GO TO 17-EXIT
           END-IF
           ADD 1 TO RQ-HIST-COUNT (RV-RQ-SUB)
           IF RQ-HIST-COUNT (RV-RQ-SUB) = 1
              MOVE HS-LIBRARY-ID  TO RQ-LIBRARY     (RV-RQ-SUB)
              MOVE HS-FIRST-SEEN  TO RQ-FIRST-SEEN  (RV-RQ-SUB)
              MOVE HS-LAST-SEEN   TO RQ-LAST-SEEN   (RV-RQ-SUB)
              MOVE HS-LAST-CHANGE TO RQ-LAST-CHANGE (RV-RQ-SUB)
           END-IF.

       17-EXIT.
           EXIT.

      *                          the chosen generation, if any, is
      *                          booked against the request and the
      *                          request reported either way.
       20-RESOLVE-ONE-REQUEST.
           MOVE ZERO TO RV-FOUND-SUB
           PERFORM 25-CHOOSE-GENERATION THRU 25-EXIT
           IF RV-FOUND-SUB > 0
              MOVE RV-FOUND-SUB TO RQ-GEN-SUB (RV-RQ-SUB)
              ADD 1 TO GT-WANTED (RV-FOUND-SUB)
           END-IF
           MOVE SPACES                  TO RP-DETAIL-LINE
           MOVE RQ-MEMBER  (RV-RQ-SUB)  TO RP-DET-MEMBER
           MOVE RQ-LIBRARY (RV-RQ-SUB)  TO RP-DET-LIBRARY
           IF RQ-DATE (RV-RQ-SUB) = 99999999
              MOVE 'LATEST'             TO RP-DET-WANTED
           ELSE
              MOVE RQ-DATE (RV-RQ-SUB)  TO ED-DATE-IN
              PERFORM 55-EDIT-DATE THRU 55-EXIT
              MOVE ED-DATE-OUT          TO RP-DET-WANTED
           END-IF
           IF RQ-HIST-COUNT (RV-RQ-SUB) = 1
              MOVE RQ-LAST-CHANGE (RV-RQ-SUB) TO ED-DATE-IN
              PERFORM 55-EDIT-DATE THRU 55-EXIT
              MOVE ED-DATE-OUT          TO RP-DET-CHANGE
           END-IF
           MOVE RQ-DISPOSITION (RV-RQ-SUB) TO RP-DET-DISP
           IF RQ-GEN-SUB (RV-RQ-SUB) > 0
              MOVE RQ-GEN-SUB (RV-RQ-SUB) TO RV-GEN-SUB
              MOVE GT-RUN-DATE (RV-GEN-SUB) TO ED-DATE-IN
              PERFORM 55-EDIT-DATE THRU 55-EXIT
              MOVE ED-DATE-OUT          TO RP-DET-GENERATION
              MOVE GT-VAULT-VOLUME (RV-GEN-SUB) TO RP-DET-VOLUME
              ADD 1 TO RV-RQS-MET
           ELSE
              ADD 1 TO RV-RQS-REJECTED
           END-IF
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE.

       20-EXIT.
           EXIT.

      *                          which generation holds the member as
      *                          it stood on the wanted date:
      *                          - not in the library yet, or shown
      *                            gone by a later dump that holds
      *                            its library, cannot be met;
      *                          - otherwise the newest dump on or
      *                            before the date, and no earlier
      *                            than the member's first sighting;
      *                          - failing that, when the member's
      *                            line count last moved on or before
      *                            the date, the first dump after
      *                            the date up to its last sighting
      *                            holds the same version.
      *                          RV-FOUND-SUB is left zero when the
      *                          request cannot be met.
       25-CHOOSE-GENERATION.
           IF RQ-HIST-COUNT (RV-RQ-SUB) = 0
              MOVE 'NOT IN HISTORY MASTER'
                 TO RQ-DISPOSITION (RV-RQ-SUB)
              GO TO 25-EXIT
           END-IF
           IF RQ-HIST-COUNT (RV-RQ-SUB) > 1
              MOVE SPACES TO RQ-LIBRARY (RV-RQ-SUB)
              MOVE 'NAME IN SEVERAL LIBRARIES'
                 TO RQ-DISPOSITION (RV-RQ-SUB)
              GO TO 25-EXIT
           END-IF
           IF RQ-DATE (RV-RQ-SUB) = 99999999
              MOVE RQ-LAST-SEEN (RV-RQ-SUB) TO RQ-DATE (RV-RQ-SUB)
           END-IF
           IF RQ-DATE (RV-RQ-SUB) < RQ-FIRST-SEEN (RV-RQ-SUB)
              MOVE 'NOT YET IN LIBRARY ON DATE'
                 TO RQ-DISPOSITION (RV-RQ-SUB)
              GO TO 25-EXIT
           END-IF
           MOVE RQ-LIBRARY (RV-RQ-SUB) TO RV-WANTED-LIBRARY
           IF RQ-DATE (RV-RQ-SUB) > RQ-LAST-SEEN (RV-RQ-SUB)
              ADD 1 RQ-LAST-SEEN (RV-RQ-SUB) GIVING RV-LOW-DATE
              MOVE RQ-DATE (RV-RQ-SUB) TO RV-HIGH-DATE
              PERFORM 21-FIND-NEWEST THRU 21-EXIT
              IF RV-FOUND-SUB > 0
                 MOVE ZERO TO RV-FOUND-SUB
                 MOVE 'DELETED BEFORE DATE'
                    TO RQ-DISPOSITION (RV-RQ-SUB)
                 GO TO 25-EXIT
              END-IF
           END-IF
           MOVE RQ-FIRST-SEEN (RV-RQ-SUB) TO RV-LOW-DATE
           MOVE RQ-DATE (RV-RQ-SUB)       TO RV-HIGH-DATE
           PERFORM 21-FIND-NEWEST THRU 21-EXIT
           IF RV-FOUND-SUB > 0
              MOVE 'NEWEST DUMP ON OR BEFORE DATE'
                 TO RQ-DISPOSITION (RV-RQ-SUB)
              GO TO 25-EXIT
           END-IF
           IF RQ-LAST-CHANGE (RV-RQ-SUB) NOT > RQ-DATE (RV-RQ-SUB)
              ADD 1 RQ-DATE (RV-RQ-SUB) GIVING RV-LOW-DATE
              MOVE RQ-LAST-SEEN (RV-RQ-SUB) TO RV-HIGH-DATE
              PERFORM 23-FIND-OLDEST THRU 23-EXIT
              IF RV-FOUND-SUB > 0
                 MOVE 'LATER DUMP, UNCHANGED SINCE'
                    TO RQ-DISPOSITION (RV-RQ-SUB)
                 GO TO 25-EXIT
              END-IF
           END-IF
           MOVE 'NO GENERATION ON FILE HOLDS IT'
              TO RQ-DISPOSITION (RV-RQ-SUB).

       25-EXIT.
           EXIT.

      *                          newest generation in the window
      *                          RV-LOW-DATE to RV-HIGH-DATE holding
      *                          RV-WANTED-LIBRARY; RV-FOUND-SUB is
      *                          zero when there is none.
       21-FIND-NEWEST.
           MOVE ZERO TO RV-FOUND-SUB
           PERFORM 22-TEST-ONE-GENERATION THRU 22-EXIT
              VARYING RV-GEN-SUB FROM GT-COUNT BY -1
                 UNTIL RV-GEN-SUB < 1
                    OR RV-FOUND-SUB > 0.

       21-EXIT.
           EXIT.

       22-TEST-ONE-GENERATION.
           IF GT-RUN-DATE (RV-GEN-SUB) NOT < RV-LOW-DATE
              AND GT-RUN-DATE (RV-GEN-SUB) NOT > RV-HIGH-DATE
              MOVE 'N' TO LIB-HELD-IND
              PERFORM 24-CHECK-ONE-LIBRARY THRU 24-EXIT
                 VARYING RV-LIB-SUB FROM 1 BY 1
                    UNTIL RV-LIB-SUB > GT-LIB-COUNT (RV-GEN-SUB)
                       OR SW-LIB-HELD
              IF SW-LIB-HELD
                 MOVE RV-GEN-SUB TO RV-FOUND-SUB
              END-IF
           END-IF.

       22-EXIT.
           EXIT.

      *                          oldest generation in the same kind
      *                          of window.
       23-FIND-OLDEST.
           MOVE ZERO TO RV-FOUND-SUB
           PERFORM 22-TEST-ONE-GENERATION THRU 22-EXIT
              VARYING RV-GEN-SUB FROM 1 BY 1
                 UNTIL RV-GEN-SUB > GT-COUNT
                    OR RV-FOUND-SUB > 0.

       23-EXIT.
           EXIT.

       24-CHECK-ONE-LIBRARY.
           IF GT-LIB-ID (RV-GEN-SUB, RV-LIB-SUB) = RV-WANTED-LIBRARY
              MOVE 'Y' TO LIB-HELD-IND
           END-IF.

       24-EXIT.
           EXIT.

      *                          a generation wanted by any request
      *                          goes on the pull list, and its
      *                          requests go to the DRSPXTRT deck a
      *                          library at a time, DRSPXTRT taking
      *                          one 'L' card per run.
       40-WRITE-ONE-GENERATION.
           IF GT-WANTED (RV-GEN-SUB) = 0
              GO TO 40-EXIT
           END-IF
           PERFORM 41-START-ONE-GROUP THRU 41-EXIT
              VARYING RV-GRP-SUB FROM 1 BY 1
                 UNTIL RV-GRP-SUB > RQ-COUNT
           ADD 1 TO RV-GENS-PULLED
           MOVE SPACES                       TO PL-DETAIL-LINE
           MOVE GT-RUN-DATE (RV-GEN-SUB)     TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT                  TO PL-DET-DATE
           MOVE GT-VAULT-VOLUME (RV-GEN-SUB) TO PL-DET-VOLUME
           MOVE GT-WANTED (RV-GEN-SUB)       TO PL-DET-WANTED
           MOVE GT-GROUPS (RV-GEN-SUB)       TO PL-DET-GROUPS
           MOVE GT-OUTFILE-DSN (RV-GEN-SUB)  TO PL-DET-DSN
           WRITE PL-PULL-LINE FROM PL-DETAIL-LINE
           MOVE SPACES                       TO PL-DSN-LINE
           MOVE GT-MBRIDX-DSN (RV-GEN-SUB)   TO PL-DSN-NAME
           WRITE PL-PULL-LINE FROM PL-DSN-LINE.

       40-EXIT.
           EXIT.

      *                          the first unwritten request for this
      *                          generation opens a group: the
      *                          comment cards naming the dump, the
      *                          'L' card, then an 'M' card for every
      *                          request of the same generation and
      *                          library.
       41-START-ONE-GROUP.
           IF RQ-GEN-SUB (RV-GRP-SUB) NOT = RV-GEN-SUB
              OR RQ-WRITTEN (RV-GRP-SUB)
              GO TO 41-EXIT
           END-IF
           ADD 1 TO GT-GROUPS (RV-GEN-SUB)
           MOVE RQ-LIBRARY (RV-GRP-SUB) TO RV-GROUP-LIBRARY
           MOVE GT-RUN-DATE (RV-GEN-SUB) TO ED-DATE-IN
           PERFORM 55-EDIT-DATE THRU 55-EXIT
           MOVE ED-DATE-OUT                  TO XC-GRP-DATE
           MOVE GT-VAULT-VOLUME (RV-GEN-SUB) TO XC-GRP-VOLUME
           WRITE XS-CARD FROM XC-GROUP-CARD
           MOVE 'DRSFIL'                     TO XC-DSN-DDNAME
           MOVE GT-OUTFILE-DSN (RV-GEN-SUB)  TO XC-DSN-NAME
           WRITE XS-CARD FROM XC-DSN-CARD
           MOVE 'MXFIL'                      TO XC-DSN-DDNAME
           MOVE GT-MBRIDX-DSN (RV-GEN-SUB)   TO XC-DSN-NAME
           WRITE XS-CARD FROM XC-DSN-CARD
           MOVE SPACES           TO XS-CARD
           MOVE 'L'              TO XS-CARD-TYPE
           MOVE RV-GROUP-LIBRARY TO XS-CARD-DATA
           WRITE XS-CARD
           ADD 4 TO RV-CARDS-WRITTEN
           PERFORM 42-WRITE-ONE-MEMBER THRU 42-EXIT
              VARYING RV-RQ-SUB FROM RV-GRP-SUB BY 1
                 UNTIL RV-RQ-SUB > RQ-COUNT.

       41-EXIT.
           EXIT.

       42-WRITE-ONE-MEMBER.
           IF RQ-GEN-SUB (RV-RQ-SUB) = RV-GEN-SUB
              AND RQ-LIBRARY (RV-RQ-SUB) = RV-GROUP-LIBRARY
              AND NOT RQ-WRITTEN (RV-RQ-SUB)
              MOVE SPACES              TO XS-CARD
              MOVE 'M'                 TO XS-CARD-TYPE
              MOVE RQ-MEMBER (RV-RQ-SUB) TO XS-CARD-DATA
              WRITE XS-CARD
              ADD 1 TO RV-CARDS-WRITTEN
              MOVE 'Y' TO RQ-WRITTEN-IND (RV-RQ-SUB)
              PERFORM 43-MARK-DUPLICATE THRU 43-EXIT
                 VARYING RV-DUP-SUB FROM RV-RQ-SUB BY 1
                    UNTIL RV-DUP-SUB > RQ-COUNT
           END-IF.

       42-EXIT.
           EXIT.

      *                          a member asked for twice from the
      *                          same generation and library takes
      *                          only the one 'M' card.
       43-MARK-DUPLICATE.
           IF RQ-GEN-SUB (RV-DUP-SUB) = RV-GEN-SUB
              AND RQ-LIBRARY (RV-DUP-SUB) = RV-GROUP-LIBRARY
              AND RQ-MEMBER (RV-DUP-SUB) = RQ-MEMBER (RV-RQ-SUB)
              MOVE 'Y' TO RQ-WRITTEN-IND (RV-DUP-SUB)
           END-IF.

       43-EXIT.
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
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'REQUESTS READ'         TO RP-TOT-LABEL
           MOVE RQ-COUNT                 TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'REQUESTS MET'          TO RP-TOT-LABEL
           MOVE RV-RQS-MET               TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'REQUESTS THAT CANNOT BE MET' TO RP-TOT-LABEL
           MOVE RV-RQS-REJECTED          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'GENERATIONS IN INVENTORY' TO RP-TOT-LABEL
           MOVE GT-COUNT                 TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'GENERATIONS TO PULL'   TO RP-TOT-LABEL
           MOVE RV-GENS-PULLED           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                 TO RP-TOTAL-LINE
           MOVE 'DRSPXTRT CARDS WRITTEN' TO RP-TOT-LABEL
           MOVE RV-CARDS-WRITTEN         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           DISPLAY 'DRSPRTRV - ' RV-RQS-MET ' REQUESTS MET FROM '
              RV-GENS-PULLED ' GENERATIONS, ' RV-RQS-REJECTED
              ' CANNOT BE MET' UPON CNSL
           IF RV-RQS-REJECTED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE REPORTFL PULLFL XTRFILE
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPRTRV' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE RV-INV-RECORDS      TO AU-RECORDS-READ
           ADD  RV-HIST-RECORDS     TO AU-RECORDS-READ
           MOVE RV-CARDS-WRITTEN    TO AU-RECORDS-WRITTEN
           MOVE RV-RQS-MET          TO AU-MEMBERS
           MOVE RV-RQS-REJECTED     TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
