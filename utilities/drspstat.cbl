      *-------------------------------------------------------------*
      *  DRSPSTAT : Companion to DRSPDIRC.  An IEBUPDTE restore     *
      *             from DRSPUPDT or DRSPDELT lands every member    *
      *             without ISPF statistics.  This program joins    *
      *             the statistics DRSPDIRC captured (STATFILE)     *
      *             with the members the restore is rebuilding -    *
      *             every MBRIDX entry for a full rebuild, or the   *
      *             ADDED and CHANGED members of DRSPCOMP's delta   *
      *             for a change-only shipment - and generates a    *
      *             batch CLIST of ISPF LMMSTATS calls that puts    *
      *             the version, dates, time and userid back on     *
      *             exactly those members on the target system.     *
      *             Members being restored with no captured         *
      *             statistics are listed as exceptions.            *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPSTAT'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    ISPF statistics DRSPDIRC captured.
       FILE-CONTROL.
           SELECT STATFILE ASSIGN TO UT-S-STAFIL.

      *                          the MBRIDX of the dump a full
      *                          DRSPUPDT rebuild was made from.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          the DRSPCOMP delta a change-only
      *                          DRSPDELT shipment was made from.
           SELECT DELTFILE ASSIGN TO UT-S-DLTFIL.

      *                          the alias file DRSPDIRC wrote; an
      *                          alias's own copy is not restored as
      *                          a member.
           SELECT ALIASFL  ASSIGN TO UT-S-ALSFIL.

      *                          SYSIN control cards ('D' for a
      *                          change-only shipment, 'L' to take
      *                          one library only).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          the generated statistics-reset
      *                          CLIST, run under ISPSTART in batch
      *                          on the target system.
           SELECT RESETFL  ASSIGN TO UT-S-RSTFIL.

      *                          exception list.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  STATFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ST-STAT-RECORD.
      *                          statistics record layout, shared
      *                          with DRSPDIRC (writer).
       COPY STATR.

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index/catalog record layout,
      *                          shared with DRESSPRT (writer).
       COPY MBRIDXR.

       FD  DELTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS DE-DELTA-RECORD.
      *                          delta record layout, shared with
      *                          DRSPCOMP (writer).
       COPY DLTRECR.

       FD  ALIASFL
           RECORDING MODE IS F
           RECORD CONTAINS  24 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AL-ALIAS-RECORD.
      *                          alias record layout, shared with
      *                          DRSPDIRC (writer).
       COPY ALIASR.

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-DELTA        VALUE 'D'.
              88 PM-TYPE-LIBRARY      VALUE 'L'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-LIBRARY-VIEW REDEFINES PM-PARM-DATA.
              10 PM-LIBRARY-ID     PIC X(08).
              10 FILLER            PIC X(71).

       FD  RESETFL
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RS-RESET-CARD.
       01  RS-RESET-CARD       PIC X(80).

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
           05 PARM-EOF-IND        PIC X VALUE SPACE.
              88 SW-PARM-EOF            VALUE 'Y'.
           05 STAT-EOF-IND        PIC X VALUE SPACE.
              88 SW-STAT-EOF            VALUE 'Y'.
           05 ALIAS-EOF-IND       PIC X VALUE SPACE.
              88 SW-ALIAS-EOF           VALUE 'Y'.
           05 INPUT-EOF-IND       PIC X VALUE SPACE.
              88 SW-INPUT-EOF           VALUE 'Y'.
           05 DELTA-MODE-IND      PIC X VALUE 'N'.
              88 SW-DELTA-MODE          VALUE 'Y'.
           05 LIBRARY-SELECT-IND  PIC X VALUE 'N'.
              88 SW-LIBRARY-SELECT      VALUE 'Y'.

      *                          the statistics DRSPDIRC captured,
      *                          keyed by member name: the directory
      *                          listing is of a single PDS.
       01  SX-STATS-TABLE.
           05 SX-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 SX-SUB              PIC 9(04) COMP VALUE ZERO.
           05 SX-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 SX-ENTRY OCCURS 5000 TIMES.
              10 SX-NAME          PIC X(08).
              10 SX-VERSION       PIC X(02).
              10 SX-MOD-LEVEL     PIC X(02).
              10 SX-CREATED       PIC X(08).
              10 SX-CHANGED       PIC X(08).
              10 SX-CHG-TIME      PIC X(05).
              10 SX-USERID        PIC X(08).

      *                          every alias in the alias file.
       01  AT-ALIAS-TABLE.
           05 AT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 AT-SUB              PIC 9(04) COMP VALUE ZERO.
           05 AT-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 AT-ENTRY OCCURS 5000 TIMES.
              10 AT-LIBRARY       PIC X(08).
              10 AT-ALIAS-NAME    PIC X(08).
              10 AT-TRUE-NAME     PIC X(08).

      *                          the members the restore rebuilds,
      *                          each once, in the order the restore
      *                          input names them.
       01  RM-RESTORE-TABLE.
           05 RM-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 RM-SUB              PIC 9(04) COMP VALUE ZERO.
           05 RM-SCAN-SUB         PIC 9(04) COMP VALUE ZERO.
           05 RM-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 RM-ENTRY OCCURS 5000 TIMES.
              10 RM-NAME          PIC X(08).
              10 RM-LIBRARY       PIC X(08).
      *                          how the restore stream rebuilds it.
              10 RM-ACTION        PIC X(08).
              10 RM-ALIAS-IND     PIC X.
                 88 RM-ALIAS-COPY       VALUE 'Y'.

       01  SS-VARIABLES.
      *                          the member and action an input
      *                          record asks for, once any alias has
      *                          been traced to its true member.
           05 SS-WANTED-NAME      PIC X(08).
           05 SS-WANTED-LIBRARY   PIC X(08).
           05 SS-WANTED-ACTION    PIC X(08).
           05 SS-SELECT-LIBRARY   PIC X(08) VALUE SPACES.
           05 SS-CARD             PIC X(80).

       01  SS-COUNTERS.
           05 SS-INPUT-READ       PIC 9(09) COMP VALUE ZERO.
           05 SS-OTHER-LIBRARY    PIC 9(09) COMP VALUE ZERO.
           05 SS-DELETES-SKIPPED  PIC 9(09) COMP VALUE ZERO.
           05 SS-ALIAS-COPIES     PIC 9(09) COMP VALUE ZERO.
           05 SS-MBRS-RESTORED    PIC 9(09) COMP VALUE ZERO.
           05 SS-MBRS-RESET       PIC 9(09) COMP VALUE ZERO.
           05 SS-NO-STATS         PIC 9(09) COMP VALUE ZERO.
           05 SS-CARDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.

      *                          the fixed cards around the LMMSTATS
      *                          calls: the CLIST takes the target
      *                          PDS's name as its one parameter,
      *                          and ends with the worst condition
      *                          code any call returned.
       01  CL-CLIST-PROLOGUE.
           05 FILLER  PIC X(80) VALUE 'PROC 1 PDSDSN'.
           05 FILLER  PIC X(80) VALUE
              '/* ISPF STATISTICS RESET AFTER IEBUPDTE RESTORE */'.
           05 FILLER  PIC X(80) VALUE
              'ISPEXEC LMINIT DATAID(DRSPID) DATASET(''&PDSDSN'') ENQ(SH
      -       'RW)'.
           05 FILLER  PIC X(80) VALUE
              'IF &LASTCC > 0 THEN EXIT CODE(12)'.
       01  CL-PROLOGUE-TABLE REDEFINES CL-CLIST-PROLOGUE.
           05 CL-PROLOGUE-CARD    PIC X(80) OCCURS 4 TIMES.
       01  CL-CLIST-EPILOGUE.
           05 FILLER  PIC X(80) VALUE 'ISPEXEC LMFREE DATAID(&DRSPID)'.
           05 FILLER  PIC X(80) VALUE 'EXIT CODE(&MAXCC)'.
       01  CL-EPILOGUE-TABLE REDEFINES CL-CLIST-EPILOGUE.
           05 CL-EPILOGUE-CARD    PIC X(80) OCCURS 2 TIMES.
       01  CL-SUB                 PIC 9(02) COMP VALUE ZERO.

      *                          exception list layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(51) VALUE
              'DRSPSTAT - RESTORED MEMBERS WITHOUT ISPF STATISTICS'.
           05 FILLER  PIC X(82) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(10) VALUE 'LIBRARY'.
           05 FILLER  PIC X(12) VALUE 'RESTORED AS'.
           05 FILLER  PIC X(30) VALUE 'DISPOSITION'.
           05 FILLER  PIC X(71) VALUE SPACES.

       01  RP-DETAIL-LINE.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-ACTION     PIC X(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RP-DET-DISP       PIC X(30).
           05 FILLER            PIC X(71) VALUE SPACES.

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
           IF SW-DELTA-MODE
              PERFORM 16-READ-ONE-DELTA THROUGH 16-EXIT
                 UNTIL SW-INPUT-EOF
              CLOSE DELTFILE
           ELSE
              PERFORM 15-READ-ONE-INDEX THROUGH 15-EXIT
                 UNTIL SW-INPUT-EOF
              CLOSE MBRIDX
              PERFORM 21-MARK-ALIAS-COPY THROUGH 21-EXIT
                 VARYING RM-SUB FROM 1 BY 1 UNTIL RM-SUB > RM-COUNT
           END-IF
           PERFORM 20-RESET-ONE-MEMBER THROUGH 20-EXIT
              VARYING RM-SUB FROM 1 BY 1 UNTIL RM-SUB > RM-COUNT
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           OPEN INPUT ALIASFL
           PERFORM 13-LOAD-ONE-ALIAS THRU 13-EXIT
              UNTIL SW-ALIAS-EOF
           CLOSE ALIASFL
           OPEN INPUT STATFILE
           PERFORM 14-LOAD-ONE-STAT THRU 14-EXIT
              UNTIL SW-STAT-EOF
           CLOSE STATFILE
           IF SW-DELTA-MODE
              OPEN INPUT DELTFILE
           ELSE
              OPEN INPUT MBRIDX
           END-IF
           OPEN OUTPUT RESETFL
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
           PERFORM 26-WRITE-PROLOGUE-CARD THRU 26-EXIT
              VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > 4.

       10-EXIT.
           EXIT.

      *                          SYSIN control cards: 'D' when the
      *                          restore is a change-only DRSPDELT
      *                          shipment, 'L' and a library
      *                          identifier to take only that
      *                          library's members from a
      *                          concatenated dump.
       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END PERFORM 12-PROCESS-PARM THRU 12-EXIT
           END-READ.

       11-EXIT.
           EXIT.

       12-PROCESS-PARM.
           EVALUATE TRUE
              WHEN PM-TYPE-DELTA
                 MOVE 'Y' TO DELTA-MODE-IND
              WHEN PM-TYPE-LIBRARY
                 MOVE 'Y' TO LIBRARY-SELECT-IND
                 MOVE PM-LIBRARY-ID TO SS-SELECT-LIBRARY
           END-EVALUATE.

       12-EXIT.
           EXIT.

       13-LOAD-ONE-ALIAS.
           READ ALIASFL
              AT END MOVE 'Y' TO ALIAS-EOF-IND
              NOT AT END
                 IF AT-COUNT < 5000
                    ADD 1 TO AT-COUNT
                    MOVE AL-LIBRARY-ID TO AT-LIBRARY    (AT-COUNT)
                    MOVE AL-ALIAS-NAME TO AT-ALIAS-NAME (AT-COUNT)
                    MOVE AL-TRUE-NAME  TO AT-TRUE-NAME  (AT-COUNT)
                 ELSE
                    DISPLAY 'DRSPSTAT - ALIAS FILE EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE ALIASFL
                    STOP RUN
                 END-IF
           END-READ.

       13-EXIT.
           EXIT.

       14-LOAD-ONE-STAT.
           READ STATFILE
              AT END MOVE 'Y' TO STAT-EOF-IND
              NOT AT END
                 IF SX-COUNT < 5000
                    ADD 1 TO SX-COUNT
                    MOVE ST-MEMBER-NAME TO SX-NAME      (SX-COUNT)
                    MOVE ST-VERSION     TO SX-VERSION   (SX-COUNT)
                    MOVE ST-MOD-LEVEL   TO SX-MOD-LEVEL (SX-COUNT)
                    MOVE ST-CREATED     TO SX-CREATED   (SX-COUNT)
                    MOVE ST-CHANGED     TO SX-CHANGED   (SX-COUNT)
                    MOVE ST-CHG-TIME    TO SX-CHG-TIME  (SX-COUNT)
                    MOVE ST-USERID      TO SX-USERID    (SX-COUNT)
                 ELSE
                    DISPLAY 'DRSPSTAT - STATFILE EXCEEDS 5000 '
                       'MEMBERS - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE STATFILE
                    STOP RUN
                 END-IF
           END-READ.

       14-EXIT.
           EXIT.

      *                          a full rebuild restores every member
      *                          the dump's index names.
       15-READ-ONE-INDEX.
           READ MBRIDX
              AT END MOVE 'Y' TO INPUT-EOF-IND
              NOT AT END
                 ADD 1 TO SS-INPUT-READ
                 IF SW-LIBRARY-SELECT
                    AND MX-LIBRARY-ID NOT = SS-SELECT-LIBRARY
                    ADD 1 TO SS-OTHER-LIBRARY
                 ELSE
                    MOVE MX-MEMBER-NAME TO SS-WANTED-NAME
                    MOVE MX-LIBRARY-ID  TO SS-WANTED-LIBRARY
                    MOVE 'REBUILT '     TO SS-WANTED-ACTION
                    PERFORM 17-ADD-RESTORED-ENTRY THRU 17-EXIT
                 END-IF
           END-READ.

       15-EXIT.
           EXIT.

      *                          a change-only shipment restores the
      *                          ADDED and CHANGED members; a DELETED
      *                          one is gone and has nothing to
      *                          reset.  an alias's own copy is not
      *                          shipped, but DRSPDELT ships its
      *                          true member to carry the alias, as
      *                          a REPL if the delta does not already
      *                          carry it, and that member's
      *                          statistics need putting back too.
      *                          an action DRSPDELT would not ship
      *                          is passed over here as well.
       16-READ-ONE-DELTA.
           READ DELTFILE
              AT END MOVE 'Y' TO INPUT-EOF-IND
              NOT AT END
                 ADD 1 TO SS-INPUT-READ
                 IF SW-LIBRARY-SELECT
                    AND DE-DELTA-LIBRARY NOT = SS-SELECT-LIBRARY
                    ADD 1 TO SS-OTHER-LIBRARY
                    GO TO 16-EXIT
                 END-IF
                 IF DE-ACT-DELETED
                    ADD 1 TO SS-DELETES-SKIPPED
                    GO TO 16-EXIT
                 END-IF
                 IF NOT DE-ACT-ADDED AND NOT DE-ACT-CHANGED
                    GO TO 16-EXIT
                 END-IF
                 MOVE DE-DELTA-MEMBER  TO SS-WANTED-NAME
                 MOVE DE-DELTA-LIBRARY TO SS-WANTED-LIBRARY
                 MOVE DE-DELTA-ACTION  TO SS-WANTED-ACTION
                 MOVE ZERO TO AT-FOUND-SUB
                 PERFORM 19-CHECK-ONE-ALIAS THRU 19-EXIT
                    VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-COUNT
                          OR AT-FOUND-SUB > 0
                 IF AT-FOUND-SUB > 0
                    ADD 1 TO SS-ALIAS-COPIES
                    MOVE AT-TRUE-NAME (AT-FOUND-SUB)
                      TO SS-WANTED-NAME
                    MOVE 'REPLACED' TO SS-WANTED-ACTION
                 END-IF
                 PERFORM 17-ADD-RESTORED-ENTRY THRU 17-EXIT
           END-READ.

       16-EXIT.
           EXIT.

      *                          each member goes in once.  a member
      *                          an alias pulled in ahead of its own
      *                          delta record takes that record's
      *                          action instead.
       17-ADD-RESTORED-ENTRY.
           MOVE ZERO TO RM-FOUND-SUB
           PERFORM 18-CHECK-ONE-RESTORED THRU 18-EXIT
              VARYING RM-SCAN-SUB FROM 1 BY 1
                 UNTIL RM-SCAN-SUB > RM-COUNT
                    OR RM-FOUND-SUB > 0
           IF RM-FOUND-SUB > 0
              IF RM-ACTION (RM-FOUND-SUB) = 'REPLACED'
                 MOVE SS-WANTED-ACTION TO RM-ACTION (RM-FOUND-SUB)
              END-IF
              GO TO 17-EXIT
           END-IF
           IF RM-COUNT < 5000
              ADD 1 TO RM-COUNT
              MOVE SS-WANTED-NAME    TO RM-NAME      (RM-COUNT)
              MOVE SS-WANTED-LIBRARY TO RM-LIBRARY   (RM-COUNT)
              MOVE SS-WANTED-ACTION  TO RM-ACTION    (RM-COUNT)
              MOVE 'N'               TO RM-ALIAS-IND (RM-COUNT)
           ELSE
              DISPLAY 'DRSPSTAT - RESTORE EXCEEDS 5000 MEMBERS - '
                 'RUN ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE MBRIDX DELTFILE RESETFL REPORTFL
              STOP RUN
           END-IF.

       17-EXIT.
           EXIT.

       18-CHECK-ONE-RESTORED.
           IF RM-NAME (RM-SCAN-SUB) = SS-WANTED-NAME
              AND RM-LIBRARY (RM-SCAN-SUB) = SS-WANTED-LIBRARY
              MOVE RM-SCAN-SUB TO RM-FOUND-SUB
           END-IF.

       18-EXIT.
           EXIT.

       19-CHECK-ONE-ALIAS.
           IF AT-ALIAS-NAME (AT-SUB) = SS-WANTED-NAME
              AND AT-LIBRARY (AT-SUB) = SS-WANTED-LIBRARY
              MOVE AT-SUB TO AT-FOUND-SUB
           END-IF.

       19-EXIT.
           EXIT.

      *                          one member being restored: its
      *                          statistics become an LMMSTATS call,
      *                          or, with none captured, an entry on
      *                          the exception list.  an alias's own
      *                          copy is passed over.
       20-RESET-ONE-MEMBER.
           IF RM-ALIAS-COPY (RM-SUB)
              GO TO 20-EXIT
           END-IF
           ADD 1 TO SS-MBRS-RESTORED
           MOVE ZERO TO SX-FOUND-SUB
           PERFORM 23-CHECK-ONE-STAT THRU 23-EXIT
              VARYING SX-SUB FROM 1 BY 1
                 UNTIL SX-SUB > SX-COUNT
                    OR SX-FOUND-SUB > 0
           IF SX-FOUND-SUB > 0
              PERFORM 24-WRITE-LMMSTATS THRU 24-EXIT
              ADD 1 TO SS-MBRS-RESET
           ELSE
              MOVE SPACES              TO RP-DETAIL-LINE
              MOVE RM-NAME    (RM-SUB) TO RP-DET-MEMBER
              MOVE RM-LIBRARY (RM-SUB) TO RP-DET-LIBRARY
              MOVE RM-ACTION  (RM-SUB) TO RP-DET-ACTION
              MOVE 'NO ISPF STATISTICS CAPTURED' TO RP-DET-DISP
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              ADD 1 TO SS-NO-STATS
           END-IF.

       20-EXIT.
           EXIT.

      *                          a full rebuild drops a member the
      *                          alias file knows as an alias when
      *                          its true member is rebuilt too,
      *                          exactly as DRSPUPDT does.
       21-MARK-ALIAS-COPY.
           MOVE RM-NAME    (RM-SUB) TO SS-WANTED-NAME
           MOVE RM-LIBRARY (RM-SUB) TO SS-WANTED-LIBRARY
           MOVE ZERO TO AT-FOUND-SUB
           PERFORM 19-CHECK-ONE-ALIAS THRU 19-EXIT
              VARYING AT-SUB FROM 1 BY 1
                 UNTIL AT-SUB > AT-COUNT
                    OR AT-FOUND-SUB > 0
           IF AT-FOUND-SUB = 0
              GO TO 21-EXIT
           END-IF
           MOVE AT-TRUE-NAME (AT-FOUND-SUB) TO SS-WANTED-NAME
           MOVE ZERO TO RM-FOUND-SUB
           PERFORM 18-CHECK-ONE-RESTORED THRU 18-EXIT
              VARYING RM-SCAN-SUB FROM 1 BY 1
                 UNTIL RM-SCAN-SUB > RM-COUNT
                    OR RM-FOUND-SUB > 0
           IF RM-FOUND-SUB > 0
              MOVE 'Y' TO RM-ALIAS-IND (RM-SUB)
              ADD 1 TO SS-ALIAS-COPIES
           END-IF.

       21-EXIT.
           EXIT.

       23-CHECK-ONE-STAT.
           IF SX-NAME (SX-SUB) = RM-NAME (RM-SUB)
              MOVE SX-SUB TO SX-FOUND-SUB
           END-IF.

       23-EXIT.
           EXIT.

      *                          one LMMSTATS call over three CLIST
      *                          lines ('-' continues a line), then
      *                          a check of its condition code.  a
      *                          version that is not two digits is
      *                          left for ISPF to default.
       24-WRITE-LMMSTATS.
           MOVE SPACES TO SS-CARD
           STRING 'ISPEXEC LMMSTATS DATAID(&DRSPID) MEMBER('
                     DELIMITED BY SIZE
                  RM-NAME (RM-SUB) DELIMITED BY SPACE
                  ') -' DELIMITED BY SIZE
             INTO SS-CARD
           PERFORM 25-WRITE-CARD THRU 25-EXIT
           MOVE SPACES TO SS-CARD
           IF SX-VERSION (SX-FOUND-SUB) IS NUMERIC
              AND SX-MOD-LEVEL (SX-FOUND-SUB) IS NUMERIC
              STRING '  VERSION(' DELIMITED BY SIZE
                     SX-VERSION (SX-FOUND-SUB) DELIMITED BY SIZE
                     ') MODLEVEL(' DELIMITED BY SIZE
                     SX-MOD-LEVEL (SX-FOUND-SUB) DELIMITED BY SIZE
                     ') CREATED(' DELIMITED BY SIZE
                     SX-CREATED (SX-FOUND-SUB) DELIMITED BY SIZE
                     ') -' DELIMITED BY SIZE
                INTO SS-CARD
           ELSE
              STRING '  CREATED(' DELIMITED BY SIZE
                     SX-CREATED (SX-FOUND-SUB) DELIMITED BY SIZE
                     ') -' DELIMITED BY SIZE
                INTO SS-CARD
           END-IF
           PERFORM 25-WRITE-CARD THRU 25-EXIT
           MOVE SPACES TO SS-CARD
           STRING '  MODDATE(' DELIMITED BY SIZE
                  SX-CHANGED (SX-FOUND-SUB) DELIMITED BY SIZE
                  ') MODTIME(' DELIMITED BY SIZE
                  SX-CHG-TIME (SX-FOUND-SUB) DELIMITED BY SIZE
                  ') USER(' DELIMITED BY SIZE
                  SX-USERID (SX-FOUND-SUB) DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
             INTO SS-CARD
           PERFORM 25-WRITE-CARD THRU 25-EXIT
           MOVE SPACES TO SS-CARD
           STRING 'IF &LASTCC > 0 THEN WRITE LMMSTATS FAILED FOR '
                     DELIMITED BY SIZE
                  RM-NAME (RM-SUB) DELIMITED BY SPACE
             INTO SS-CARD
           PERFORM 25-WRITE-CARD THRU 25-EXIT.

       24-EXIT.
           EXIT.

       25-WRITE-CARD.
           WRITE RS-RESET-CARD FROM SS-CARD
           ADD 1 TO SS-CARDS-WRITTEN.

       25-EXIT.
           EXIT.

       26-WRITE-PROLOGUE-CARD.
           MOVE CL-PROLOGUE-CARD (CL-SUB) TO SS-CARD
           PERFORM 25-WRITE-CARD THRU 25-EXIT.

       26-EXIT.
           EXIT.

       27-WRITE-EPILOGUE-CARD.
           MOVE CL-EPILOGUE-CARD (CL-SUB) TO SS-CARD
           PERFORM 25-WRITE-CARD THRU 25-EXIT.

       27-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           PERFORM 27-WRITE-EPILOGUE-CARD THRU 27-EXIT
              VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > 2
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           DISPLAY 'DRSPSTAT - ' SS-MBRS-RESTORED ' MEMBERS '
              'RESTORED, ' SS-MBRS-RESET ' STATISTICS RESET'
              UPON CNSL
           IF SS-NO-STATS > 0
              DISPLAY 'DRSPSTAT - ' SS-NO-STATS ' RESTORED MEMBERS '
                 'HAVE NO CAPTURED STATISTICS - SEE EXCEPTION LIST'
                 UPON CNSL
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RESETFL REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           IF SW-DELTA-MODE
              MOVE 'DELTA RECORDS READ'   TO RP-TOT-LABEL
           ELSE
              MOVE 'INDEX ENTRIES READ'   TO RP-TOT-LABEL
           END-IF
           MOVE SS-INPUT-READ           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'OTHER LIBRARIES, NOT TAKEN' TO RP-TOT-LABEL
           MOVE SS-OTHER-LIBRARY        TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'DELETIONS, NOTHING TO RESET' TO RP-TOT-LABEL
           MOVE SS-DELETES-SKIPPED      TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'ALIAS COPIES, NOT RESTORED AS MEMBERS'
             TO RP-TOT-LABEL
           MOVE SS-ALIAS-COPIES         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS BEING RESTORED' TO RP-TOT-LABEL
           MOVE SS-MBRS-RESTORED        TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'STATISTICS RESET'     TO RP-TOT-LABEL
           MOVE SS-MBRS-RESET           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'RESTORED WITHOUT STATISTICS' TO RP-TOT-LABEL
           MOVE SS-NO-STATS             TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'STATISTICS RECORDS LOADED' TO RP-TOT-LABEL
           MOVE SX-COUNT                TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'RESET CARDS WRITTEN'  TO RP-TOT-LABEL
           MOVE SS-CARDS-WRITTEN        TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPSTAT' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE SS-INPUT-READ       TO AU-RECORDS-READ
           MOVE SS-CARDS-WRITTEN    TO AU-RECORDS-WRITTEN
           MOVE SS-MBRS-RESET       TO AU-MEMBERS
           MOVE SS-NO-STATS         TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
