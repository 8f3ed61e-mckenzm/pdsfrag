      *-------------------------------------------------------------*
      *  DRSPXREF : Companion to DRESSPRT.  Walks the combined,     *
      *             dressed OUTFILE member by member on the         *
      *             '*MEMBER*' delimiter records and picks up every *
      *             COBOL or assembler COPY, JCL EXEC PGM=, EXEC    *
      *             procedure and JCL INCLUDE MEMBER= reference.    *
      *             Each is written to a cross-reference file       *
      *             (referencing member, library, referenced name,  *
      *             reference type, line) and printed on a          *
      *             where-used report sorted by referenced name.    *
      *             A reference whose target is not a member in     *
      *             MBRIDX is flagged, so a copybook missing from   *
      *             the library is caught before a restore or a     *
      *             promotion, not at compile time.                 *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is        *
      *                 searched as a line of its member instead of  *
      *                 starting a bogus one.                        *
      *  26/10/15  mm   an MBRIDX still holding entries when the     *
      *                 dump runs out is now out of step as well,    *
      *                 and abandons the run instead of ending it    *
      *                 cleanly.                                     *
      *  26/10/15  mm   the where-used report is now sorted from the *
      *                 finished cross-reference file instead of a   *
      *                 5000-entry table in core, so a library with  *
      *                 more references than that is reported whole. *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPXREF'.

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

      *                          member index written by DRESSPRT;
      *                          the members a reference may name.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          SYSIN control cards (names exempt
      *                          from the not-in-MBRIDX flag).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          the cross-reference file, one record
      *                          per reference in dump order.
           SELECT XREFFILE ASSIGN TO UT-S-XRFFIL.

      *                          sort work: the cross-reference file
      *                          put in referenced-name order for the
      *                          where-used report.
           SELECT SORTFILE ASSIGN TO UT-S-SORTWK01.

      *                          where-used report.
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
           DATA RECORD IS XS-RECORD.
       01  XS-RECORD.
           05 XS-RECORD-CHAR   PIC X OCCURS 256 TIMES.

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
              88 PM-TYPE-EXEMPT       VALUE 'X'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-EXEMPT-VIEW REDEFINES PM-PARM-DATA.
              10 PM-EXEMPT-NAME    PIC X(08).
              10 FILLER            PIC X(71).

       FD  XREFFILE
           RECORDING MODE IS F
           RECORD CONTAINS  42 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS XR-XREF-RECORD.
      *                          cross-reference record layout.
       COPY XREFR.

      *                          the cross-reference record as the
      *                          sort sees it.
       SD  SORTFILE
           DATA RECORD IS SR-SORT-RECORD.
       01  SR-SORT-RECORD.
           05 SR-REF-MEMBER        PIC X(08).
           05 SR-REF-LIBRARY       PIC X(08).
           05 SR-TARGET-NAME       PIC X(08).
           05 SR-REF-TYPE          PIC X(08).
           05 SR-REF-LINE          PIC 9(09).
           05 SR-TARGET-IND        PIC X.

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
           05 IN-MEMBER-IND       PIC X VALUE 'N'.
              88 SW-IN-MEMBER           VALUE 'Y'.
           05 NAME-VALID-IND      PIC X VALUE 'Y'.
              88 SW-NAME-VALID          VALUE 'Y'.
           05 NAME-ENDED-IND      PIC X VALUE 'N'.
              88 SW-NAME-ENDED          VALUE 'Y'.
           05 NAME-MATCH-IND      PIC X VALUE 'N'.
              88 SW-NAME-MATCH          VALUE 'Y'.
           05 SORT-EOF-IND        PIC X VALUE SPACE.
              88 SW-SORT-EOF            VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

      *                          delimiter record recognised in the
      *                          dressed input (shared with DRESSPRT).
       COPY DLDELIM.

       01  XF-VARIABLES.
           05 XF-CURR-MEMBER      PIC X(08) VALUE SPACES.
           05 XF-CURR-LIBRARY     PIC X(08) VALUE SPACES.
           05 XF-REL-LINE         PIC 9(09) COMP VALUE ZERO.
      *                          the index entry whose start record
      *                          is the next delimiter, and that
      *                          start; all nines once the index is
      *                          used up.
           05 XF-NEXT-IX-SUB      PIC 9(04) COMP VALUE ZERO.
           05 XF-NEXT-START       PIC 9(09) COMP VALUE ZERO.
      *                          columns of the line split into words:
      *                          3-71 of a JCL statement, 8-72 of
      *                          anything else (COBOL area A and B,
      *                          assembler operation and operand).
           05 XF-SCAN-FROM        PIC 9(04) COMP VALUE ZERO.
           05 XF-SCAN-TO          PIC 9(04) COMP VALUE ZERO.
           05 XF-SCAN-SUB         PIC 9(04) COMP VALUE ZERO.
      *                          the word holding a JCL statement's
      *                          operation: the second when the
      *                          statement is named, else the first.
           05 XF-OPER-SUB         PIC 9(02) COMP VALUE ZERO.
           05 XF-TARGET-TYPE      PIC X(08) VALUE SPACES.

      *                          the words of the line under scan;
      *                          words past the eighth are not needed
      *                          by any reference form and are
      *                          dropped.
       01  TK-TOKEN-TABLE.
           05 TK-COUNT            PIC 9(02) COMP VALUE ZERO.
           05 TK-SUB              PIC 9(02) COMP VALUE ZERO.
           05 TK-TOKEN OCCURS 8 TIMES
                                  PIC X(72).

       01  TK-BUILD-WORK.
           05 TK-BUILD            PIC X(72).
           05 TK-BUILD-CHARS REDEFINES TK-BUILD.
              10 TK-BUILD-CHAR    PIC X OCCURS 72 TIMES.
           05 TK-BUILD-LEN        PIC 9(02) COMP VALUE ZERO.

      *                          the word holding the referenced name,
      *                          with views of its keyword prefixes.
       01  TK-OPERAND-WORK.
           05 TK-OPERAND          PIC X(72).
           05 TK-OPERAND-CHARS REDEFINES TK-OPERAND.
              10 TK-OPERAND-CHAR  PIC X OCCURS 72 TIMES.
           05 TK-OPERAND-4-VIEW REDEFINES TK-OPERAND.
              10 TK-OPERAND-4     PIC X(04).
              10 FILLER           PIC X(68).
           05 TK-OPERAND-5-VIEW REDEFINES TK-OPERAND.
              10 TK-OPERAND-5     PIC X(05).
              10 FILLER           PIC X(67).
           05 TK-OPERAND-7-VIEW REDEFINES TK-OPERAND.
              10 TK-OPERAND-7     PIC X(07).
              10 FILLER           PIC X(65).
           05 TK-NAME-FROM        PIC 9(02) COMP VALUE ZERO.
           05 TK-NAME-SUB         PIC 9(02) COMP VALUE ZERO.

      *                          candidate name lifted from the
      *                          operand; the ninth position catches
      *                          a name too long to be a member.
       01  VN-VARIABLES.
           05 VN-NAME-AREA        PIC X(09).
           05 VN-NAME-CHARS REDEFINES VN-NAME-AREA.
              10 VN-NAME-CHAR     PIC X OCCURS 9 TIMES.
           05 VN-NAME-VIEW REDEFINES VN-NAME-AREA.
              10 VN-NAME          PIC X(08).
              10 VN-NAME-OVER     PIC X.
           05 VN-LEN              PIC 9(02) COMP VALUE ZERO.
           05 VN-SUB              PIC 9(02) COMP VALUE ZERO.
           05 VN-CHAR             PIC X.
              88 VN-CHAR-ALPHA        VALUE 'A' THRU 'I'
                                            'J' THRU 'R'
                                            'S' THRU 'Z'.
              88 VN-CHAR-NATIONAL     VALUE '@' '#' '$'.
              88 VN-CHAR-DIGIT        VALUE '0' THRU '9'.
              88 VN-CHAR-QUOTE        VALUE '''' '"'.
              88 VN-CHAR-ENDS-NAME    VALUE SPACE ',' '.' ''''
                                            '"' '(' ')' ';'.

      *                          every member name in MBRIDX, in any
      *                          library; a reference to a name not
      *                          here is flagged.  the start records
      *                          tell the walk which '*MEMBER*'
      *                          records are true delimiters.
       01  MN-NAME-TABLE.
           05 MN-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 MN-SUB              PIC 9(04) COMP VALUE ZERO.
           05 MN-ENTRY OCCURS 5000 TIMES.
              10 MN-NAME          PIC X(08).
              10 MN-START         PIC 9(09) COMP.

      *                          names (or trailing-'*' prefix
      *                          patterns) SYSIN exempts from the
      *                          flag -- system utilities such as
      *                          IEBGENER or SORT that are never
      *                          members of the dumped library.
       01  EX-EXEMPT-TABLE.
           05 EX-COUNT            PIC 9(03) COMP VALUE ZERO.
           05 EX-SUB              PIC 9(03) COMP VALUE ZERO.
           05 EX-NAME OCCURS 500 TIMES
                                  PIC X(08).

       01  EX-NAME-WORK.
           05 EX-TEST-NAME        PIC X(08).
           05 EX-TEST-CHARS REDEFINES EX-TEST-NAME.
              10 EX-TEST-CHAR     PIC X OCCURS 8 TIMES.
           05 EX-CAND-NAME        PIC X(08).
           05 EX-CAND-CHARS REDEFINES EX-CAND-NAME.
              10 EX-CAND-CHAR     PIC X OCCURS 8 TIMES.
           05 EX-CHAR-SUB         PIC 9(02) COMP VALUE ZERO.

      *                          the referenced name last printed;
      *                          a new one starts a group.
       01  RF-PREV-TARGET         PIC X(08) VALUE LOW-VALUES.

       01  XC-COUNTERS.
           05 XC-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
           05 XC-MBRS-SCANNED     PIC 9(09) COMP VALUE ZERO.
           05 XC-REFS-FOUND       PIC 9(09) COMP VALUE ZERO.
           05 XC-COPY-REFS        PIC 9(09) COMP VALUE ZERO.
           05 XC-PGM-REFS         PIC 9(09) COMP VALUE ZERO.
           05 XC-PROC-REFS        PIC 9(09) COMP VALUE ZERO.
           05 XC-INCLUDE-REFS     PIC 9(09) COMP VALUE ZERO.
           05 XC-REFS-MISSING     PIC 9(09) COMP VALUE ZERO.
           05 XC-REFS-EXEMPT      PIC 9(09) COMP VALUE ZERO.
           05 XC-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.

      *                          where-used report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPXREF - MEMBER CROSS-REFERENCE (WHERE'.
           05 FILLER  PIC X(06) VALUE '-USED)'.
           05 FILLER  PIC X(87) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'REFERENCED'.
           05 FILLER  PIC X(10) VALUE 'TYPE'.
           05 FILLER  PIC X(10) VALUE 'USED BY'.
           05 FILLER  PIC X(10) VALUE 'LIBRARY'.
           05 FILLER  PIC X(13) VALUE '         LINE'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(30) VALUE 'REMARKS'.
           05 FILLER  PIC X(48) VALUE SPACES.

       01  RP-DETAIL-LINE.
           05 RP-DET-TARGET     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-TYPE       PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LINE       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RP-DET-REMARKS    PIC X(30).
           05 FILLER            PIC X(48) VALUE SPACES.

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
           PERFORM 20-LOOP  THROUGH 20-EXIT
              UNTIL SW-END-OF-FILE.
           PERFORM 30-FINISH.

      *                          ANS COBOL (1972) NO FILE STATUS.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           OPEN INPUT MBRIDX
           PERFORM 12-LOAD-ONE-NAME THRU 12-EXIT
              UNTIL SW-MBRIDX-EOF
           CLOSE MBRIDX
           PERFORM 13-NEXT-INDEX-ENTRY THRU 13-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT XREFFILE
           OPEN OUTPUT REPORTFL
           MOVE SPACES TO XS-RECORD
           READ DRSFILE AT END PERFORM 30-FINISH.

       10-EXIT.
           EXIT.

       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END
                 IF PM-TYPE-EXEMPT
                    IF EX-COUNT < 500
                       ADD 1 TO EX-COUNT
                       MOVE PM-EXEMPT-NAME TO EX-NAME (EX-COUNT)
                    ELSE
                       DISPLAY 'DRSPXREF - MORE THAN 500 EXEMPT '
                          'CARDS ON SYSIN - RUN ABANDONED' UPON CNSL
                       MOVE 16 TO RETURN-CODE
                       CLOSE PARMFILE
                       STOP RUN
                    END-IF
                 END-IF
           END-READ.

       11-EXIT.
           EXIT.

       12-LOAD-ONE-NAME.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
              NOT AT END
                 IF MN-COUNT < 5000
                    ADD 1 TO MN-COUNT
                    MOVE MX-MEMBER-NAME TO MN-NAME (MN-COUNT)
                    MOVE MX-START-RECORD TO MN-START (MN-COUNT)
                 ELSE
                    DISPLAY 'DRSPXREF - MBRIDX EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE MBRIDX
                    STOP RUN
                 END-IF
           END-READ.

       12-EXIT.
           EXIT.

      *                          the index is in dump order, so its
      *                          entries give the delimiters' record
      *                          numbers one after another.
       13-NEXT-INDEX-ENTRY.
           ADD 1 TO XF-NEXT-IX-SUB
           IF XF-NEXT-IX-SUB > MN-COUNT
              MOVE 999999999 TO XF-NEXT-START
           ELSE
              MOVE MN-START (XF-NEXT-IX-SUB) TO XF-NEXT-START
           END-IF.

       13-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end of
      *                          the dump, belongs to some other dump;
      *                          nothing walked from the pair can be
      *                          trusted.
       14-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPXREF - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' XC-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE XREFFILE REPORTFL
           STOP RUN.

       14-EXIT.
           EXIT.

      *                          a delimiter record starts a fresh
      *                          member; any other record is a line
      *                          searched for references.  only the
      *                          record MBRIDX names as a member's
      *                          start is a delimiter; a '*MEMBER*'
      *                          anywhere else is a source line that
      *                          merely looks like one.
       20-LOOP.
           ADD 1 TO XC-RECORDS-READ
           MOVE XS-RECORD TO DL-DELIM-RECORD
           IF XC-RECORDS-READ > XF-NEXT-START
              OR (XC-RECORDS-READ = XF-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 14-INDEX-OUT-OF-STEP THRU 14-EXIT
           END-IF
           IF XC-RECORDS-READ = XF-NEXT-START
              PERFORM 13-NEXT-INDEX-ENTRY THRU 13-EXIT
              MOVE DL-DELIM-MEMBER  TO XF-CURR-MEMBER
              MOVE DL-DELIM-LIBRARY TO XF-CURR-LIBRARY
              MOVE 'Y' TO IN-MEMBER-IND
              MOVE ZERO TO XF-REL-LINE
              ADD 1 TO XC-MBRS-SCANNED
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO XC-LOOKALIKES
              END-IF
              IF SW-IN-MEMBER
                 ADD 1 TO XF-REL-LINE
                 PERFORM 21-SCAN-ONE-LINE THRU 21-EXIT
              END-IF
           END-IF
           MOVE SPACES TO XS-RECORD
           READ DRSFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND.

       20-EXIT.
           EXIT.

      *                          a line opening '//' (not '//*') is
      *                          JCL; anything else is searched for
      *                          COPY unless it is a comment: '*' in
      *                          column 7 (or '/') for COBOL, '*' in
      *                          column 1 for assembler.  '/*' lines
      *                          are JES and delimiter statements.
       21-SCAN-ONE-LINE.
           IF XS-RECORD-CHAR (1) = '/'
              IF XS-RECORD-CHAR (2) = '/'
                 AND XS-RECORD-CHAR (3) NOT = '*'
                 PERFORM 24-SCAN-JCL-LINE THRU 24-EXIT
              END-IF
              GO TO 21-EXIT
           END-IF
           IF XS-RECORD-CHAR (1) = '*'
              OR XS-RECORD-CHAR (7) = '*'
              OR XS-RECORD-CHAR (7) = '/'
              GO TO 21-EXIT
           END-IF
           MOVE 8  TO XF-SCAN-FROM
           MOVE 72 TO XF-SCAN-TO
           PERFORM 40-SPLIT-LINE THRU 40-EXIT
           PERFORM 22-TEST-ONE-COPY THRU 22-EXIT
              VARYING TK-SUB FROM 1 BY 1
                 UNTIL TK-SUB >= TK-COUNT.

       21-EXIT.
           EXIT.

      *                          the word after a COPY is the member
      *                          copied, quoted or not, with or
      *                          without its closing period.
       22-TEST-ONE-COPY.
           IF TK-TOKEN (TK-SUB) = 'COPY'
              MOVE TK-TOKEN (TK-SUB + 1) TO TK-OPERAND
              MOVE 1 TO TK-NAME-FROM
              MOVE 'COPY' TO XF-TARGET-TYPE
              PERFORM 26-TAKE-REFERENCE THRU 26-EXIT
           END-IF.

       22-EXIT.
           EXIT.

      *                          EXEC PGM=name, EXEC PROC=name or
      *                          EXEC name (a procedure), and
      *                          INCLUDE MEMBER=name.  a backward
      *                          reference (PGM=*.step.dd) or a
      *                          symbolic (PGM=&name) fails the name
      *                          test in 45 and is passed over.
       24-SCAN-JCL-LINE.
           MOVE 3  TO XF-SCAN-FROM
           MOVE 71 TO XF-SCAN-TO
           PERFORM 40-SPLIT-LINE THRU 40-EXIT
           IF XS-RECORD-CHAR (3) = SPACE
              MOVE 1 TO XF-OPER-SUB
           ELSE
              MOVE 2 TO XF-OPER-SUB
           END-IF
           IF XF-OPER-SUB >= TK-COUNT
              GO TO 24-EXIT
           END-IF
           MOVE TK-TOKEN (XF-OPER-SUB + 1) TO TK-OPERAND
           IF TK-TOKEN (XF-OPER-SUB) = 'EXEC'
              EVALUATE TRUE
                 WHEN TK-OPERAND-4 = 'PGM='
                    MOVE 5 TO TK-NAME-FROM
                    MOVE 'PGM' TO XF-TARGET-TYPE
                 WHEN TK-OPERAND-5 = 'PROC='
                    MOVE 6 TO TK-NAME-FROM
                    MOVE 'PROC' TO XF-TARGET-TYPE
                 WHEN OTHER
                    MOVE 1 TO TK-NAME-FROM
                    MOVE 'PROC' TO XF-TARGET-TYPE
              END-EVALUATE
              PERFORM 26-TAKE-REFERENCE THRU 26-EXIT
           END-IF
           IF TK-TOKEN (XF-OPER-SUB) = 'INCLUDE'
              AND TK-OPERAND-7 = 'MEMBER='
              MOVE 8 TO TK-NAME-FROM
              MOVE 'INCLUDE' TO XF-TARGET-TYPE
              PERFORM 26-TAKE-REFERENCE THRU 26-EXIT
           END-IF.

       24-EXIT.
           EXIT.

      *                          lift the name out of TK-OPERAND from
      *                          column TK-NAME-FROM and, if it is a
      *                          valid member name, record it.
       26-TAKE-REFERENCE.
           PERFORM 43-LIFT-NAME THRU 43-EXIT
           PERFORM 45-VALIDATE-NAME THRU 45-EXIT
           IF NOT SW-NAME-VALID
              GO TO 26-EXIT
           END-IF
           MOVE XF-CURR-MEMBER   TO XR-REF-MEMBER
           MOVE XF-CURR-LIBRARY  TO XR-REF-LIBRARY
           MOVE VN-NAME          TO XR-TARGET-NAME
           MOVE XF-TARGET-TYPE   TO XR-REF-TYPE
           MOVE XF-REL-LINE      TO XR-REF-LINE
           PERFORM 27-CHECK-TARGET THRU 27-EXIT
           WRITE XR-XREF-RECORD
           ADD 1 TO XC-REFS-FOUND
           EVALUATE TRUE
              WHEN XR-TYPE-COPY    ADD 1 TO XC-COPY-REFS
              WHEN XR-TYPE-PGM     ADD 1 TO XC-PGM-REFS
              WHEN XR-TYPE-PROC    ADD 1 TO XC-PROC-REFS
              WHEN XR-TYPE-INCLUDE ADD 1 TO XC-INCLUDE-REFS
           END-EVALUATE.

       26-EXIT.
           EXIT.

       27-CHECK-TARGET.
           MOVE 'N' TO XR-TARGET-IND
           PERFORM 28-FIND-ONE-NAME THRU 28-EXIT
              VARYING MN-SUB FROM 1 BY 1
                 UNTIL MN-SUB > MN-COUNT
                    OR XR-TARGET-FOUND
           IF XR-TARGET-FOUND
              GO TO 27-EXIT
           END-IF
           MOVE 'N' TO NAME-MATCH-IND
           PERFORM 29-TEST-ONE-EXEMPT THRU 29-EXIT
              VARYING EX-SUB FROM 1 BY 1
                 UNTIL EX-SUB > EX-COUNT
                    OR SW-NAME-MATCH
           IF SW-NAME-MATCH
              MOVE 'X' TO XR-TARGET-IND
              ADD 1 TO XC-REFS-EXEMPT
           ELSE
              ADD 1 TO XC-REFS-MISSING
           END-IF.

       27-EXIT.
           EXIT.

       28-FIND-ONE-NAME.
           IF MN-NAME (MN-SUB) = XR-TARGET-NAME
              MOVE 'Y' TO XR-TARGET-IND
           END-IF.

       28-EXIT.
           EXIT.

      *                          character-by-character compare of an
      *                          exemption against the name; a '*'
      *                          in the exemption matches whatever
      *                          remains, making it a prefix pattern,
      *                          the way DRSPXTRT matches requests.
       29-TEST-ONE-EXEMPT.
           MOVE EX-NAME (EX-SUB) TO EX-TEST-NAME
           MOVE XR-TARGET-NAME   TO EX-CAND-NAME
           MOVE 'Y' TO NAME-MATCH-IND
           PERFORM 39-MATCH-ONE-CHAR THRU 39-EXIT
              VARYING EX-CHAR-SUB FROM 1 BY 1
                 UNTIL EX-CHAR-SUB > 8
                    OR NOT SW-NAME-MATCH.

       29-EXIT.
           EXIT.

       39-MATCH-ONE-CHAR.
           IF EX-TEST-CHAR (EX-CHAR-SUB) = '*'
              MOVE 9 TO EX-CHAR-SUB
           ELSE
              IF EX-TEST-CHAR (EX-CHAR-SUB)
                 NOT = EX-CAND-CHAR (EX-CHAR-SUB)
                 MOVE 'N' TO NAME-MATCH-IND
              END-IF
           END-IF.

       39-EXIT.
           EXIT.

      *                          split columns XF-SCAN-FROM thru
      *                          XF-SCAN-TO of the line into words
      *                          on spaces.
       40-SPLIT-LINE.
           MOVE ZERO TO TK-COUNT
           MOVE SPACES TO TK-BUILD
           MOVE ZERO TO TK-BUILD-LEN
           PERFORM 41-SPLIT-ONE-CHAR THRU 41-EXIT
              VARYING XF-SCAN-SUB FROM XF-SCAN-FROM BY 1
                 UNTIL XF-SCAN-SUB > XF-SCAN-TO
           IF TK-BUILD-LEN > 0
              PERFORM 42-CLOSE-TOKEN THRU 42-EXIT
           END-IF.

       40-EXIT.
           EXIT.

       41-SPLIT-ONE-CHAR.
           IF XS-RECORD-CHAR (XF-SCAN-SUB) = SPACE
              IF TK-BUILD-LEN > 0
                 PERFORM 42-CLOSE-TOKEN THRU 42-EXIT
              END-IF
           ELSE
              IF TK-BUILD-LEN < 72
                 ADD 1 TO TK-BUILD-LEN
                 MOVE XS-RECORD-CHAR (XF-SCAN-SUB)
                   TO TK-BUILD-CHAR (TK-BUILD-LEN)
              END-IF
           END-IF.

       41-EXIT.
           EXIT.

       42-CLOSE-TOKEN.
           IF TK-COUNT < 8
              ADD 1 TO TK-COUNT
              MOVE TK-BUILD TO TK-TOKEN (TK-COUNT)
           END-IF
           MOVE SPACES TO TK-BUILD
           MOVE ZERO TO TK-BUILD-LEN.

       42-EXIT.
           EXIT.

      *                          opening quotes are stepped over; the
      *                          name runs to the first space, comma,
      *                          period, quote or parenthesis.  a
      *                          ninth character marks it too long.
       43-LIFT-NAME.
           MOVE SPACES TO VN-NAME-AREA
           MOVE ZERO TO VN-LEN
           MOVE 'N' TO NAME-ENDED-IND
           MOVE TK-NAME-FROM TO TK-NAME-SUB
           IF TK-NAME-SUB < 72
              MOVE TK-OPERAND-CHAR (TK-NAME-SUB) TO VN-CHAR
              IF VN-CHAR-QUOTE
                 ADD 1 TO TK-NAME-SUB
              END-IF
           END-IF
           PERFORM 44-LIFT-ONE-CHAR THRU 44-EXIT
              VARYING TK-NAME-SUB FROM TK-NAME-SUB BY 1
                 UNTIL TK-NAME-SUB > 72
                    OR SW-NAME-ENDED.

       43-EXIT.
           EXIT.

       44-LIFT-ONE-CHAR.
           MOVE TK-OPERAND-CHAR (TK-NAME-SUB) TO VN-CHAR
           IF VN-CHAR-ENDS-NAME
              SET SW-NAME-ENDED TO TRUE
           ELSE
              IF VN-LEN < 9
                 ADD 1 TO VN-LEN
                 MOVE VN-CHAR TO VN-NAME-CHAR (VN-LEN)
              ELSE
                 SET SW-NAME-ENDED TO TRUE
              END-IF
           END-IF.

       44-EXIT.
           EXIT.

      *                          one to eight characters, the first
      *                          alphabetic or national, the rest
      *                          alphabetic, national or digits.
       45-VALIDATE-NAME.
           MOVE 'Y' TO NAME-VALID-IND
           IF VN-LEN = 0 OR VN-NAME-OVER NOT = SPACE
              MOVE 'N' TO NAME-VALID-IND
              GO TO 45-EXIT
           END-IF
           MOVE VN-NAME-CHAR (1) TO VN-CHAR
           IF NOT VN-CHAR-ALPHA AND NOT VN-CHAR-NATIONAL
              MOVE 'N' TO NAME-VALID-IND
              GO TO 45-EXIT
           END-IF
           PERFORM 46-VALIDATE-ONE-CHAR THRU 46-EXIT
              VARYING VN-SUB FROM 2 BY 1
                 UNTIL VN-SUB > VN-LEN
                    OR NOT SW-NAME-VALID.

       45-EXIT.
           EXIT.

       46-VALIDATE-ONE-CHAR.
           MOVE VN-NAME-CHAR (VN-SUB) TO VN-CHAR
           IF NOT VN-CHAR-ALPHA AND NOT VN-CHAR-NATIONAL
              AND NOT VN-CHAR-DIGIT
              MOVE 'N' TO NAME-VALID-IND
           END-IF.

       46-EXIT.
           EXIT.

      *                          output procedure of the sort in
      *                          30: the references come back on the
      *                          referenced name, then type, library,
      *                          member and line.
       50-WRITE-WHERE-USED.
           MOVE SPACE TO SORT-EOF-IND
           RETURN SORTFILE
              AT END MOVE 'Y' TO SORT-EOF-IND
           END-RETURN
           PERFORM 55-PRINT-ONE-REFERENCE THRU 55-EXIT
              UNTIL SW-SORT-EOF.

       50-EXIT.
           EXIT.

      *                          the referenced name is printed once,
      *                          at the head of its group.
       55-PRINT-ONE-REFERENCE.
           MOVE SPACES TO RP-DETAIL-LINE
           IF SR-TARGET-NAME NOT = RF-PREV-TARGET
              IF RF-PREV-TARGET NOT = LOW-VALUES
                 WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
              END-IF
              MOVE SR-TARGET-NAME TO RP-DET-TARGET
              MOVE SR-TARGET-NAME TO RF-PREV-TARGET
           END-IF
           MOVE SR-REF-TYPE    TO RP-DET-TYPE
           MOVE SR-REF-MEMBER  TO RP-DET-MEMBER
           MOVE SR-REF-LIBRARY TO RP-DET-LIBRARY
           MOVE SR-REF-LINE    TO RP-DET-LINE
           IF SR-TARGET-IND = 'N'
              MOVE 'NOT IN MBRIDX' TO RP-DET-REMARKS
           END-IF
           IF SR-TARGET-IND = 'X'
              MOVE 'EXEMPT ON SYSIN' TO RP-DET-REMARKS
           END-IF
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
           RETURN SORTFILE
              AT END MOVE 'Y' TO SORT-EOF-IND
           END-RETURN.

       55-EXIT.
           EXIT.

      *                         report and housekeeping.
      *                         an index with entries still to come
      *                         when the dump runs out is out of
      *                         step as well.  the where-used report
      *                         is the finished cross-reference file
      *                         sorted, so it holds every reference
      *                         however many the library has.
       30-FINISH.
           IF XF-NEXT-START NOT = 999999999
              PERFORM 14-INDEX-OUT-OF-STEP THRU 14-EXIT
           END-IF
           CLOSE XREFFILE
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           SORT SORTFILE
              ON ASCENDING KEY SR-TARGET-NAME SR-REF-TYPE
                               SR-REF-LIBRARY SR-REF-MEMBER
                               SR-REF-LINE
              USING XREFFILE
              OUTPUT PROCEDURE IS 50-WRITE-WHERE-USED THRU 50-EXIT
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           IF XC-REFS-MISSING > 0
              DISPLAY 'DRSPXREF - ' XC-REFS-MISSING ' REFERENCES '
                 'TO NAMES NOT IN MBRIDX' UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF XC-LOOKALIKES > 0
              DISPLAY 'DRSPXREF - ' XC-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' SEARCHED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS SCANNED'      TO RP-TOT-LABEL
           MOVE XC-MBRS-SCANNED         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'REFERENCES FOUND'     TO RP-TOT-LABEL
           MOVE XC-REFS-FOUND           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE '  COPY'               TO RP-TOT-LABEL
           MOVE XC-COPY-REFS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE '  EXEC PGM='          TO RP-TOT-LABEL
           MOVE XC-PGM-REFS             TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE '  EXEC PROCEDURE'     TO RP-TOT-LABEL
           MOVE XC-PROC-REFS            TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE '  INCLUDE MEMBER='    TO RP-TOT-LABEL
           MOVE XC-INCLUDE-REFS         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'REFERENCES NOT IN MBRIDX' TO RP-TOT-LABEL
           MOVE XC-REFS-MISSING         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'REFERENCES EXEMPT ON SYSIN' TO RP-TOT-LABEL
           MOVE XC-REFS-EXEMPT          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPXREF' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE XC-RECORDS-READ     TO AU-RECORDS-READ
           MOVE XC-REFS-FOUND       TO AU-RECORDS-WRITTEN
           MOVE XC-MBRS-SCANNED     TO AU-MEMBERS
           MOVE XC-REFS-MISSING     TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
