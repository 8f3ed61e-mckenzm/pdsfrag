      *             less than the whole library is caught the same  *
      *             night instead of at restore time: members in    *
      *             the directory but absent from the dump, members *
      *             in the dump but not in the directory and        *
      *             zero-line members are reported, the aliases the *
      *             directory names are passed on to the restore    *
      *             programs, and the return code tells the         *
      *             scheduler.                                      *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  26/09/02  mm   one record is now appended to the shared     *
      *                 run-audit file at end of job for the         *
      *                 DRSPAUDT end-of-night report.                *
      *  26/10/15  mm   alias rows in the directory listing ('ALIAS  *
      *                 OF' and the true member's name after the     *
      *                 userid) are now recognised: an alias caught  *
      *                 in the dump is no longer a discrepancy, the  *
      *                 alias-to-true-member pairs are written to an *
      *                 alias file keyed by library for DRSPUPDT and *
      *                 DRSPDELT, and an alias whose true member is  *
      *                 missing from the dump is an error.           *
      *  26/10/15  mm   the stats file record layout moves to the    *
      *                 STATR copybook, shared with DRSPSTAT.        *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
      *                          catalog DRSPCTLG produces.
           SELECT STATRPT  ASSIGN TO UT-S-SRPFIL.

      *                          the aliases the listing names, each
      *                          with its true member and library,
      *                          for DRSPUPDT and DRSPDELT.
           SELECT ALIASFL  ASSIGN TO UT-S-ALSFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.
      *                          (hh:mm) and userid - in the columns
      *                          after it.  a member saved without
      *                          statistics leaves those columns
      *                          blank.  an alias row carries 'ALIAS
      *                          OF' and its true member's name in
      *                          the columns after the userid.
       FD  DIRFILE
           RECORDING MODE IS F
           RECORD CONTAINS 121 CHARACTERS
           05 DI-DIR-CHG-TIME  PIC X(05).
           05 FILLER           PIC X(02).
           05 DI-DIR-USERID    PIC X(08).
           05 FILLER           PIC X(02).
           05 DI-DIR-ALIAS-TAG PIC X(08).
           05 FILLER           PIC X(01).
           05 DI-DIR-TRUE-NAME PIC X(08).
           05 FILLER           PIC X(49).

       FD  MBRIDX
           RECORDING MODE IS F
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS ST-STAT-RECORD.
      *                          statistics record layout, shared
      *                          with DRSPSTAT (reader).
       COPY STATR.

       FD  STATRPT
           RECORDING MODE IS F
           DATA RECORD IS SR-REPORT-LINE.
       01  SR-REPORT-LINE      PIC X(133).

       FD  ALIASFL
           RECORDING MODE IS F
           RECORD CONTAINS  24 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS AL-ALIAS-RECORD.
      *                          alias record layout, shared with
      *                          DRSPUPDT and DRSPDELT (readers).
       COPY ALIASR.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS  60 CHARACTERS
           05 DT-HOLD-CHG-TIME    PIC X(05).
           05 DT-HOLD-USERID      PIC X(08).

      *                          every alias the directory listing
      *                          names, its true member, and whether
      *                          the dump's index holds that true
      *                          member (and under which library).
       01  AT-ALIAS-TABLE.
           05 AT-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 AT-SUB              PIC 9(04) COMP VALUE ZERO.
           05 AT-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
           05 AT-ENTRY OCCURS 5000 TIMES.
              10 AT-ALIAS-NAME    PIC X(08).
              10 AT-TRUE-NAME     PIC X(08).
              10 AT-LIBRARY       PIC X(08).
              10 AT-TRUE-IND      PIC X.
                 88 AT-TRUE-IN-DUMP     VALUE 'Y'.

       01  SR-SORT-VARIABLES.
           05 SR-I                PIC 9(04) COMP VALUE ZERO.
           05 SR-J                PIC 9(04) COMP VALUE ZERO.
           05 DC-ZERO-LINE-MBRS   PIC 9(09) COMP VALUE ZERO.
           05 DC-MBRS-WITH-STATS  PIC 9(09) COMP VALUE ZERO.
           05 DC-MBRS-NO-STATS    PIC 9(09) COMP VALUE ZERO.
           05 DC-ALIASES-IN-DUMP  PIC 9(09) COMP VALUE ZERO.
           05 DC-ALIASES-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05 DC-ORPHAN-ALIASES   PIC 9(09) COMP VALUE ZERO.

      *                          reconciliation report layouts.
       01  RP-TITLE-LINE.
              UNTIL SW-MBRIDX-EOF
           PERFORM 40-SWEEP-ONE-DIR-ENTRY THROUGH 40-EXIT
              VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
           PERFORM 45-SWEEP-ONE-ALIAS THROUGH 45-EXIT
              VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT
           PERFORM 50-WRITE-ONE-STAT THROUGH 50-EXIT
              VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
           PERFORM 55-SORT-BY-CHANGED THROUGH 55-EXIT
           OPEN OUTPUT REPORTFL
           OPEN OUTPUT STATFILE
           OPEN OUTPUT STATRPT
           OPEN OUTPUT ALIASFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
                 IF SW-NAME-VALID
                    PERFORM 14-CHECK-HEADING-WORD THRU 14-EXIT
                    IF NOT SW-NAME-KNOWN
                       IF DI-DIR-ALIAS-TAG = 'ALIAS OF'
                          PERFORM 70-ADD-ALIAS-ENTRY THRU 70-EXIT
                       ELSE
                          PERFORM 15-ADD-DIR-ENTRY THRU 15-EXIT
                       END-IF
                    END-IF
                 END-IF
           END-READ.
           EXIT.

      *                          one index entry: claim its name in
      *                          the directory table; an alias the
      *                          listing names (IEBPTPCH dumps an
      *                          alias as a member of its own) is
      *                          noted but is no discrepancy, and
      *                          anything else unclaimable means the
      *                          dump holds something the directory
      *                          never listed; a zero-line member is
      *                          suspect either way.  every entry
      *                          also marks the aliases whose true
      *                          member it is.
       20-RECONCILE-ONE-ENTRY.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE MX-MEMBER-NAME TO VN-NAME
                 MOVE ZERO TO DT-FOUND-SUB
                 PERFORM 17-FIND-DIR-ENTRY THRU 17-EXIT
                 MOVE ZERO TO AT-FOUND-SUB
                 IF DT-FOUND-SUB > 0
                    MOVE 'Y' TO DT-MATCHED-IND (DT-FOUND-SUB)
                 ELSE
                    PERFORM 71-FIND-ALIAS-ENTRY THRU 71-EXIT
                 END-IF
                 IF DT-FOUND-SUB = 0 AND AT-FOUND-SUB > 0
                    MOVE SPACES          TO RP-DETAIL-LINE
                    MOVE MX-MEMBER-NAME  TO RP-DET-MEMBER
                    MOVE MX-LINE-COUNT   TO RP-DET-LINES
                    STRING 'ALIAS OF ' DELIMITED BY SIZE
                           AT-TRUE-NAME (AT-FOUND-SUB)
                              DELIMITED BY SPACE
                      INTO RP-DET-DISP
                    WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
                    ADD 1 TO DC-ALIASES-IN-DUMP
                 END-IF
                 IF DT-FOUND-SUB = 0 AND AT-FOUND-SUB = 0
                    MOVE SPACES          TO RP-DETAIL-LINE
                    MOVE MX-MEMBER-NAME  TO RP-DET-MEMBER
                    MOVE MX-LINE-COUNT   TO RP-DET-LINES
                    WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
                    ADD 1 TO DC-NOT-IN-DIRECTORY
                 END-IF
                 PERFORM 73-MARK-ONE-TRUE-MEMBER THRU 73-EXIT
                    VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-COUNT
                 IF MX-LINE-COUNT = 0
                    MOVE SPACES          TO RP-DETAIL-LINE
                    MOVE MX-MEMBER-NAME  TO RP-DET-MEMBER
       40-EXIT.
           EXIT.

      *                          an alias whose true member is in
      *                          the dump goes to the alias file, to
      *                          be restored with it; one whose true
      *                          member the dump lacks cannot come
      *                          back at all, and is an error.
       45-SWEEP-ONE-ALIAS.
           IF AT-TRUE-IN-DUMP (AT-SUB)
              MOVE AT-LIBRARY    (AT-SUB) TO AL-LIBRARY-ID
              MOVE AT-ALIAS-NAME (AT-SUB) TO AL-ALIAS-NAME
              MOVE AT-TRUE-NAME  (AT-SUB) TO AL-TRUE-NAME
              WRITE AL-ALIAS-RECORD
              ADD 1 TO DC-ALIASES-WRITTEN
           ELSE
              MOVE SPACES                 TO RP-DETAIL-LINE
              MOVE AT-ALIAS-NAME (AT-SUB) TO RP-DET-MEMBER
              MOVE ZERO                   TO RP-DET-LINES
              MOVE 'ALIAS, TRUE MBR NOT DUMPED'
                TO RP-DET-DISP
              WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
              ADD 1 TO DC-ORPHAN-ALIASES
           END-IF.

       45-EXIT.
           EXIT.

      *                          the stats file is written in the
      *                          directory listing's own order,
      *                          before the sort below rearranges
           MOVE 'ZERO-LINE MEMBERS'      TO RP-TOT-LABEL
           MOVE DC-ZERO-LINE-MBRS         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'ALIASES IN DIRECTORY'   TO RP-TOT-LABEL
           MOVE AT-COUNT                  TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'ALIASES IDENTIFIED IN DUMP' TO RP-TOT-LABEL
           MOVE DC-ALIASES-IN-DUMP        TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'ALIASES WRITTEN TO ALIAS FILE' TO RP-TOT-LABEL
           MOVE DC-ALIASES-WRITTEN        TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                  TO RP-TOTAL-LINE
           MOVE 'ALIASES WITH TRUE MEMBER NOT DUMPED'
             TO RP-TOT-LABEL
           MOVE DC-ORPHAN-ALIASES         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           WRITE SR-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                  TO SR-TOTAL-LINE
           MOVE 'MEMBERS WITH STATISTICS' TO SR-TOT-LABEL
              DISPLAY 'DRSPDIRC - ' DC-MISSING-FROM-DUMP
                 ' DIRECTORY MEMBERS MISSING FROM DUMP' UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF DC-ORPHAN-ALIASES > 0
              DISPLAY 'DRSPDIRC - ' DC-ORPHAN-ALIASES
                 ' ALIASES WHOSE TRUE MEMBER IS MISSING FROM DUMP'
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8
              IF DC-NOT-IN-DIRECTORY > 0 OR DC-ZERO-LINE-MBRS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           CLOSE MBRIDX REPORTFL STATFILE STATRPT ALIASFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          an alias row: the alias goes to the
      *                          alias table, not the directory
      *                          table, since it is a second name
      *                          for a member and not a member the
      *                          dump must hold in its own right.
       70-ADD-ALIAS-ENTRY.
           MOVE ZERO TO AT-FOUND-SUB
           PERFORM 71-FIND-ALIAS-ENTRY THRU 71-EXIT
           IF AT-FOUND-SUB = 0
              IF AT-COUNT < 5000
                 ADD 1 TO AT-COUNT
                 MOVE VN-NAME          TO AT-ALIAS-NAME (AT-COUNT)
                 MOVE DI-DIR-TRUE-NAME TO AT-TRUE-NAME  (AT-COUNT)
                 MOVE SPACES           TO AT-LIBRARY    (AT-COUNT)
                 MOVE 'N'              TO AT-TRUE-IND   (AT-COUNT)
              ELSE
                 DISPLAY 'DRSPDIRC - DIRECTORY EXCEEDS 5000 '
                    'ALIASES - RUN ABANDONED' UPON CNSL
                 MOVE 16 TO RETURN-CODE
                 CLOSE DIRFILE
                 STOP RUN
              END-IF
           END-IF.

       70-EXIT.
           EXIT.

       71-FIND-ALIAS-ENTRY.
           PERFORM 72-CHECK-ONE-ALIAS THRU 72-EXIT
              VARYING AT-SUB FROM 1 BY 1
                 UNTIL AT-SUB > AT-COUNT
                    OR AT-FOUND-SUB > 0.

       71-EXIT.
           EXIT.

       72-CHECK-ONE-ALIAS.
           IF AT-ALIAS-NAME (AT-SUB) = VN-NAME
              MOVE AT-SUB TO AT-FOUND-SUB
           END-IF.

       72-EXIT.
           EXIT.

      *                          the first index entry bearing an
      *                          alias's true-member name settles
      *                          it, and its library keys the alias
      *                          record.
       73-MARK-ONE-TRUE-MEMBER.
           IF AT-TRUE-NAME (AT-SUB) = MX-MEMBER-NAME
              AND NOT AT-TRUE-IN-DUMP (AT-SUB)
              MOVE 'Y'           TO AT-TRUE-IND (AT-SUB)
              MOVE MX-LIBRARY-ID TO AT-LIBRARY  (AT-SUB)
           END-IF.

       73-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
           MOVE DC-MISSING-FROM-DUMP TO AU-EXCEPTIONS
           ADD  DC-NOT-IN-DIRECTORY TO AU-EXCEPTIONS
           ADD  DC-ZERO-LINE-MBRS   TO AU-EXCEPTIONS
           ADD  DC-ORPHAN-ALIASES   TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.
