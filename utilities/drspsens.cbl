      *-------------------------------------------------------------*
      *  DRSPSENS : Companion to DRESSPRT.  Walks the combined,     *
      *             dressed OUTFILE member by member on the         *
      *             '*MEMBER*' delimiter records and searches every *
      *             line for the sensitive-content patterns on the  *
      *             SYSIN rule deck - PASSWORD=, PWD=, /*LOGON and  *
      *             the like.  Each hit is reported by member,      *
      *             library and relative line, and a redacted copy  *
      *             of the OUTFILE is written with the value after  *
      *             each hit masked, record for record and length   *
      *             for length, so the MBRIDX still lines up with   *
      *             it and it can go offsite in the original's      *
      *             place.  Any hit ends the step with a non-zero   *
      *             return code, holding the unredacted dump back   *
      *             from the vault the same way DRSPSCAN holds the  *
      *             restore.  ANS COBOL (1972)                      *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *  26/10/15  mm   an MBRIDX still holding entries when the     *
      *                 dump runs out is now out of step as well,    *
      *                 and abandons the run instead of ending it    *
      *                 cleanly.                                     *
      *  26/10/15  mm   a 'V' value opening with a parenthesis, as   *
      *                 in PASSWORD=(old,new), is now masked through *
      *                 its matching close parenthesis, commas and   *
      *                 all, instead of stopping at the first comma. *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPSENS'.

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

      *                          SYSIN rule deck, one pattern a card.
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          sensitive-content hit report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          redacted copy of DRSFIL, for the
      *                          offsite vault.
           SELECT REDFILE  ASSIGN TO UT-S-REDFIL.

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
           DATA RECORD IS SN-RECORD.
       01  SN-RECORD              PIC X(256).

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index record layout, shared
      *                          with DRESSPRT.
       COPY MBRIDXR.

      *                          'V' masks the value following the
      *                          pattern, up to the next blank, comma
      *                          or close parenthesis (or, for a
      *                          quoted value, the closing quote);
      *                          'R' masks the rest of the line, for
      *                          patterns such as /*LOGON whose
      *                          secrets follow as separate words.
      *                          the pattern is matched exactly as
      *                          punched, ending at its last
      *                          non-blank column.
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS PM-PARM-RECORD.
       01  PM-PARM-RECORD.
           05 PM-PARM-TYPE      PIC X.
              88 PM-TYPE-VALUE        VALUE 'V'.
              88 PM-TYPE-REST         VALUE 'R'.
           05 PM-PARM-DATA       PIC X(79).
           05 PM-PATTERN-VIEW REDEFINES PM-PARM-DATA.
              10 PM-PATTERN        PIC X(40).
              10 FILLER            PIC X(39).

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           BLOCK  CONTAINS  30 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RP-REPORT-LINE.
       01  RP-REPORT-LINE      PIC X(133).

       FD  REDFILE
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              DEPENDING ON RD-REDFILE-LEN
           BLOCK  CONTAINS 0 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS RD-RECORD.
       01  RD-RECORD              PIC X(256).

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
           05 IN-MEMBER-IND       PIC X VALUE 'N'.
              88 SW-IN-MEMBER           VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.
           05 PATTERN-MATCH-IND   PIC X VALUE 'N'.
              88 SW-PATTERN-MATCH       VALUE 'Y'.
           05 VALUE-END-IND       PIC X VALUE 'N'.
              88 SW-VALUE-END           VALUE 'Y'.
           05 VALUE-QUOTED-IND    PIC X VALUE 'N'.
              88 SW-VALUE-QUOTED        VALUE 'Y'.
           05 VALUE-PARENED-IND   PIC X VALUE 'N'.
              88 SW-VALUE-PARENED       VALUE 'Y'.
           05 PATTERN-SIZED-IND   PIC X VALUE 'N'.
              88 SW-PATTERN-SIZED       VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.
       01  RD-REDFILE-LEN         PIC 9(04) COMP VALUE 80.

      *                          delimiter record recognised in the
      *                          dressed input (shared with DRESSPRT).
       COPY DLDELIM.

      *                          the line under test, a character at
      *                          a time; masking is done here and the
      *                          result written to REDFILE.
       01  SN-LINE-WORK.
           05 SN-LINE-CHAR        PIC X OCCURS 256 TIMES.
       01  SN-LINE-TEXT REDEFINES SN-LINE-WORK.
           05 SN-LINE-SHOWN       PIC X(100).
           05 FILLER              PIC X(156).

      *                          one character of a value being
      *                          masked.
       01  SN-CHAR-WORK.
           05 SN-CHAR             PIC X.
              88 SN-CHAR-ENDS-VALUE   VALUE SPACE ',' ')'.
              88 SN-CHAR-QUOTE        VALUE ''''.
              88 SN-CHAR-OPEN-PAREN   VALUE '('.
              88 SN-CHAR-CLOSE-PAREN  VALUE ')'.

      *                          the rule deck.
       01  RL-RULE-TABLE.
           05 RL-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 RL-ENTRY OCCURS 50 TIMES.
              10 RL-MODE          PIC X.
                 88 RL-MASK-REST        VALUE 'R'.
              10 RL-LENGTH        PIC 9(04) COMP.
              10 RL-HITS          PIC 9(09) COMP.
              10 RL-PATTERN       PIC X(40).
              10 RL-PATTERN-CHARS REDEFINES RL-PATTERN.
                 15 RL-CHAR       PIC X OCCURS 40 TIMES.

      *                          the pattern of the card in hand, a
      *                          character at a time, so its length
      *                          can be found.
       01  PW-PATTERN-WORK.
           05 PW-CHAR             PIC X OCCURS 40 TIMES.

       01  SN-VARIABLES.
           05 SN-CURR-MEMBER      PIC X(08) VALUE SPACES.
           05 SN-CURR-LIBRARY     PIC X(08) VALUE SPACES.
           05 SN-REL-LINE         PIC 9(09) COMP VALUE ZERO.
           05 SN-MBR-HITS         PIC 9(09) COMP VALUE ZERO.
           05 SN-LINE-HITS        PIC 9(04) COMP VALUE ZERO.
           05 SN-RULE-SUB         PIC 9(04) COMP VALUE ZERO.
           05 SN-PAT-SUB          PIC 9(04) COMP VALUE ZERO.
           05 SN-POS              PIC 9(04) COMP VALUE ZERO.
           05 SN-LAST-START       PIC 9(04) COMP VALUE ZERO.
           05 SN-CHAR-POS         PIC 9(04) COMP VALUE ZERO.
           05 SN-MASK-POS         PIC 9(04) COMP VALUE ZERO.
      *                          parentheses open in a parenthesised
      *                          value; the value ends when the one
      *                          it began with is closed.
           05 SN-PAREN-DEPTH      PIC 9(04) COMP VALUE ZERO.

       01  SN-COUNTERS.
           05 SN-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
           05 SN-RECORDS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
           05 SN-MBRS-CHECKED     PIC 9(09) COMP VALUE ZERO.
           05 SN-MBRS-WITH-HITS   PIC 9(09) COMP VALUE ZERO.
           05 SN-LINES-WITH-HITS  PIC 9(09) COMP VALUE ZERO.
           05 SN-HITS-FOUND       PIC 9(09) COMP VALUE ZERO.
           05 SN-CHARS-MASKED     PIC 9(09) COMP VALUE ZERO.
           05 SN-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          relative record of the next member
      *                          start MBRIDX promises; all nines
      *                          once the index is used up.
           05 SN-NEXT-START       PIC 9(09) COMP VALUE ZERO.

      *                          hit report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPSENS - SENSITIVE CONTENT SCAN REPORT'.
           05 FILLER  PIC X(93) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(10) VALUE 'LIBRARY'.
           05 FILLER  PIC X(11) VALUE '       LINE'.
           05 FILLER  PIC X(08) VALUE '  COLUMN'.
           05 FILLER  PIC X(06) VALUE '  RULE'.
           05 FILLER  PIC X(88) VALUE SPACES.

       01  RP-DETAIL-LINE.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LIBRARY    PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-LINE       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-COLUMN     PIC ZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-MODE       PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RP-DET-PATTERN    PIC X(40).
           05 FILLER            PIC X(50) VALUE SPACES.

      *                          under the hits for a line, the line
      *                          as it now reads in the redacted copy;
      *                          the report never shows a value the
      *                          rules masked.
       01  RP-TEXT-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'REDACTED: '.
           05 RP-TXT-TEXT       PIC X(100).
           05 FILLER            PIC X(11) VALUE SPACES.

       01  RP-RULE-LINE.
           05 FILLER            PIC X(06) VALUE 'RULE  '.
           05 RP-RUL-MODE       PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 RP-RUL-PATTERN    PIC X(40).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-RUL-HITS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(72) VALUE SPACES.

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
      *                          a gate with no rules would pass
      *                          anything, so an empty deck abandons
      *                          the run.
       10-SETUP.
           OPEN INPUT PARMFILE
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           IF RL-COUNT = 0
              DISPLAY 'DRSPSENS - NO RULE CARDS ON SYSIN - RUN '
                 'ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT MBRIDX
           PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT REPORTFL
           OPEN OUTPUT REDFILE
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
           MOVE SPACES TO SN-RECORD
           READ DRSFILE AT END PERFORM 30-FINISH.

       10-EXIT.
           EXIT.

       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END PERFORM 12-PROCESS-PARM THRU 12-EXIT
           END-READ.

       11-EXIT.
           EXIT.

      *                          a blank pattern would match every
      *                          line, and is ignored.
       12-PROCESS-PARM.
           IF NOT PM-TYPE-VALUE AND NOT PM-TYPE-REST
              GO TO 12-EXIT
           END-IF
           MOVE PM-PATTERN TO PW-PATTERN-WORK
           MOVE 40 TO SN-PAT-SUB
           MOVE 'N' TO PATTERN-SIZED-IND
           PERFORM 13-BACK-OVER-BLANK THRU 13-EXIT
              UNTIL SW-PATTERN-SIZED
           IF SN-PAT-SUB = 0
              GO TO 12-EXIT
           END-IF
           IF RL-COUNT < 50
              ADD 1 TO RL-COUNT
              MOVE PM-PARM-TYPE TO RL-MODE    (RL-COUNT)
              MOVE PM-PATTERN   TO RL-PATTERN (RL-COUNT)
              MOVE SN-PAT-SUB   TO RL-LENGTH  (RL-COUNT)
              MOVE ZERO         TO RL-HITS    (RL-COUNT)
           ELSE
              DISPLAY 'DRSPSENS - MORE THAN 50 RULE CARDS - RUN '
                 'ABANDONED' UPON CNSL
              MOVE 16 TO RETURN-CODE
              CLOSE PARMFILE
              STOP RUN
           END-IF.

       12-EXIT.
           EXIT.

       13-BACK-OVER-BLANK.
           IF SN-PAT-SUB = 0
              MOVE 'Y' TO PATTERN-SIZED-IND
           ELSE
              IF PW-CHAR (SN-PAT-SUB) NOT = SPACE
                 MOVE 'Y' TO PATTERN-SIZED-IND
              ELSE
                 SUBTRACT 1 FROM SN-PAT-SUB
              END-IF
           END-IF.

       13-EXIT.
           EXIT.

      *                          a delimiter record closes out the
      *                          member before it and starts a fresh
      *                          one; any other record is a line
      *                          searched against the rule deck.
      *                          only the record MBRIDX names as a
      *                          member's start is a delimiter; a
      *                          '*MEMBER*' anywhere else is a source
      *                          line that merely looks like one.
      *                          every record, delimiter or line,
      *                          goes to the redacted copy at its own
      *                          length.
       20-LOOP.
           ADD 1 TO SN-RECORDS-READ
           MOVE SN-RECORD TO DL-DELIM-RECORD
           MOVE SN-RECORD TO SN-LINE-WORK
           IF SN-RECORDS-READ > SN-NEXT-START
              OR (SN-RECORDS-READ = SN-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           IF SN-RECORDS-READ = SN-NEXT-START
              PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
              PERFORM 24-CLOSE-MEMBER THRU 24-EXIT
              MOVE DL-DELIM-MEMBER  TO SN-CURR-MEMBER
              MOVE DL-DELIM-LIBRARY TO SN-CURR-LIBRARY
              MOVE 'Y' TO IN-MEMBER-IND
              MOVE ZERO TO SN-REL-LINE
              MOVE ZERO TO SN-MBR-HITS
              ADD 1 TO SN-MBRS-CHECKED
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO SN-LOOKALIKES
              END-IF
              IF SW-IN-MEMBER
                 ADD 1 TO SN-REL-LINE
                 PERFORM 21-SEARCH-ONE-LINE THRU 21-EXIT
              END-IF
           END-IF
           MOVE DR-DRSFILE-LEN TO RD-REDFILE-LEN
           MOVE SN-LINE-WORK TO RD-RECORD
           WRITE RD-RECORD
           ADD 1 TO SN-RECORDS-WRITTEN
           MOVE SPACES TO SN-RECORD
           READ DRSFILE
              AT END
                 PERFORM 24-CLOSE-MEMBER THRU 24-EXIT
                 MOVE 'Y' TO END-OF-FILE-IND.

       20-EXIT.
           EXIT.

      *                          every rule is tried against the
      *                          line in turn; the line is shown as
      *                          redacted once all of them have had
      *                          their say.
       21-SEARCH-ONE-LINE.
           MOVE ZERO TO SN-LINE-HITS
           PERFORM 22-APPLY-ONE-RULE THRU 22-EXIT
              VARYING SN-RULE-SUB FROM 1 BY 1
                 UNTIL SN-RULE-SUB > RL-COUNT
           IF SN-LINE-HITS > 0
              ADD 1 TO SN-LINES-WITH-HITS
              MOVE SN-LINE-SHOWN TO RP-TXT-TEXT
              WRITE RP-REPORT-LINE FROM RP-TEXT-LINE
           END-IF.

       21-EXIT.
           EXIT.

      *                          only the record's own length is
      *                          searched; the space fill beyond it
      *                          never matches.
       22-APPLY-ONE-RULE.
           IF RL-LENGTH (SN-RULE-SUB) > DR-DRSFILE-LEN
              GO TO 22-EXIT
           END-IF
           COMPUTE SN-LAST-START =
              DR-DRSFILE-LEN - RL-LENGTH (SN-RULE-SUB) + 1
           MOVE 1 TO SN-POS
           PERFORM 23-TRY-ONE-POSITION THRU 23-EXIT
              UNTIL SN-POS > SN-LAST-START.

       22-EXIT.
           EXIT.

      *                          a match is a hit: it is reported,
      *                          the value after it masked, and the
      *                          search resumes beyond what was
      *                          masked.
       23-TRY-ONE-POSITION.
           MOVE 'Y' TO PATTERN-MATCH-IND
           PERFORM 27-COMPARE-ONE-CHAR THRU 27-EXIT
              VARYING SN-PAT-SUB FROM 1 BY 1
                 UNTIL SN-PAT-SUB > RL-LENGTH (SN-RULE-SUB)
                    OR NOT SW-PATTERN-MATCH
           IF NOT SW-PATTERN-MATCH
              ADD 1 TO SN-POS
              GO TO 23-EXIT
           END-IF
           ADD 1 TO SN-LINE-HITS
           ADD 1 TO SN-MBR-HITS
           ADD 1 TO SN-HITS-FOUND
           ADD 1 TO RL-HITS (SN-RULE-SUB)
           MOVE SPACES                  TO RP-DETAIL-LINE
           MOVE SN-CURR-MEMBER          TO RP-DET-MEMBER
           MOVE SN-CURR-LIBRARY         TO RP-DET-LIBRARY
           MOVE SN-REL-LINE             TO RP-DET-LINE
           MOVE SN-POS                  TO RP-DET-COLUMN
           MOVE RL-MODE (SN-RULE-SUB)    TO RP-DET-MODE
           MOVE RL-PATTERN (SN-RULE-SUB) TO RP-DET-PATTERN
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
           COMPUTE SN-MASK-POS = SN-POS + RL-LENGTH (SN-RULE-SUB)
           MOVE 'N' TO VALUE-END-IND
           MOVE 'N' TO VALUE-QUOTED-IND
           MOVE 'N' TO VALUE-PARENED-IND
           IF NOT RL-MASK-REST (SN-RULE-SUB)
              AND SN-MASK-POS NOT > DR-DRSFILE-LEN
              MOVE SN-LINE-CHAR (SN-MASK-POS) TO SN-CHAR
              IF SN-CHAR-QUOTE
                 MOVE 'Y' TO VALUE-QUOTED-IND
                 ADD 1 TO SN-MASK-POS
              END-IF
              IF SN-CHAR-OPEN-PAREN
                 MOVE 'Y' TO VALUE-PARENED-IND
                 MOVE 1 TO SN-PAREN-DEPTH
                 ADD 1 TO SN-MASK-POS
              END-IF
           END-IF
           PERFORM 28-MASK-ONE-CHAR THRU 28-EXIT
              UNTIL SW-VALUE-END
           MOVE SN-MASK-POS TO SN-POS.

       23-EXIT.
           EXIT.

      *                          a hit's total is only known in full
      *                          once its member's section has ended;
      *                          the member is counted when the next
      *                          delimiter arrives (or at EOF).
       24-CLOSE-MEMBER.
           IF SW-IN-MEMBER
              AND SN-MBR-HITS > 0
              ADD 1 TO SN-MBRS-WITH-HITS
           END-IF.

       24-EXIT.
           EXIT.

       25-NEXT-INDEX-ENTRY.
           READ MBRIDX
              AT END
                 MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE 999999999 TO SN-NEXT-START
              NOT AT END
                 MOVE MX-START-RECORD TO SN-NEXT-START
           END-READ.

       25-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end of
      *                          the dump, belongs to some other dump;
      *                          nothing walked from the pair can be
      *                          trusted, the redacted copy least of
      *                          all.
       26-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPSENS - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' SN-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE MBRIDX REPORTFL REDFILE
           STOP RUN.

       26-EXIT.
           EXIT.

       27-COMPARE-ONE-CHAR.
           COMPUTE SN-CHAR-POS = SN-POS + SN-PAT-SUB - 1
           IF SN-LINE-CHAR (SN-CHAR-POS)
                 NOT = RL-CHAR (SN-RULE-SUB, SN-PAT-SUB)
              MOVE 'N' TO PATTERN-MATCH-IND
           END-IF.

       27-EXIT.
           EXIT.

      *                          blanks are never masked, so the
      *                          redacted line keeps its shape; a
      *                          'V' value ends at a blank, comma or
      *                          close parenthesis, a quoted one at
      *                          its closing quote, a parenthesised
      *                          one (commas and blanks inside it
      *                          included) at its matching close
      *                          parenthesis, and an 'R' rule runs
      *                          to the end of the record.
       28-MASK-ONE-CHAR.
           IF SN-MASK-POS > DR-DRSFILE-LEN
              MOVE 'Y' TO VALUE-END-IND
              GO TO 28-EXIT
           END-IF
           MOVE SN-LINE-CHAR (SN-MASK-POS) TO SN-CHAR
           IF NOT RL-MASK-REST (SN-RULE-SUB)
              AND SW-VALUE-PARENED
              IF SN-CHAR-OPEN-PAREN
                 ADD 1 TO SN-PAREN-DEPTH
              END-IF
              IF SN-CHAR-CLOSE-PAREN
                 SUBTRACT 1 FROM SN-PAREN-DEPTH
                 IF SN-PAREN-DEPTH = 0
                    MOVE 'Y' TO VALUE-END-IND
                    GO TO 28-EXIT
                 END-IF
              END-IF
           END-IF
           IF NOT RL-MASK-REST (SN-RULE-SUB)
              AND NOT SW-VALUE-PARENED
              IF (SW-VALUE-QUOTED AND SN-CHAR-QUOTE)
                 OR (NOT SW-VALUE-QUOTED AND SN-CHAR-ENDS-VALUE)
                 MOVE 'Y' TO VALUE-END-IND
                 GO TO 28-EXIT
              END-IF
           END-IF
           IF SN-CHAR NOT = SPACE
              MOVE '*' TO SN-LINE-CHAR (SN-MASK-POS)
              ADD 1 TO SN-CHARS-MASKED
           END-IF
           ADD 1 TO SN-MASK-POS.

       28-EXIT.
           EXIT.

      *                         typical housekeeping.
      *                         an index with entries still to come
      *                         when the dump runs out is out of
      *                         step as well.
       30-FINISH.
           IF SN-NEXT-START NOT = 999999999
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           IF SN-HITS-FOUND > 0
              DISPLAY 'DRSPSENS - ' SN-HITS-FOUND ' SENSITIVE '
                 'VALUES IN ' SN-MBRS-WITH-HITS ' MEMBERS - '
                 'UNREDACTED DUMP HELD FROM VAULT' UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF SN-LOOKALIKES > 0
              DISPLAY 'DRSPSENS - ' SN-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' SEARCHED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE MBRIDX REPORTFL REDFILE
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           PERFORM 36-WRITE-ONE-RULE THRU 36-EXIT
              VARYING SN-RULE-SUB FROM 1 BY 1
                 UNTIL SN-RULE-SUB > RL-COUNT
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS CHECKED'      TO RP-TOT-LABEL
           MOVE SN-MBRS-CHECKED         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS WITH HITS'    TO RP-TOT-LABEL
           MOVE SN-MBRS-WITH-HITS       TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'LINES WITH HITS'      TO RP-TOT-LABEL
           MOVE SN-LINES-WITH-HITS      TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'HITS FOUND'           TO RP-TOT-LABEL
           MOVE SN-HITS-FOUND           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'CHARACTERS MASKED'    TO RP-TOT-LABEL
           MOVE SN-CHARS-MASKED         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'RECORDS READ'         TO RP-TOT-LABEL
           MOVE SN-RECORDS-READ         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'RECORDS WRITTEN TO REDACTED COPY' TO RP-TOT-LABEL
           MOVE SN-RECORDS-WRITTEN      TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

       36-WRITE-ONE-RULE.
           MOVE RL-MODE (SN-RULE-SUB)    TO RP-RUL-MODE
           MOVE RL-PATTERN (SN-RULE-SUB) TO RP-RUL-PATTERN
           MOVE RL-HITS (SN-RULE-SUB)    TO RP-RUL-HITS
           WRITE RP-REPORT-LINE FROM RP-RULE-LINE.

       36-EXIT.
           EXIT.

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPSENS' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE SN-RECORDS-READ     TO AU-RECORDS-READ
           MOVE SN-RECORDS-WRITTEN  TO AU-RECORDS-WRITTEN
           MOVE SN-MBRS-CHECKED     TO AU-MEMBERS
           MOVE SN-HITS-FOUND       TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
