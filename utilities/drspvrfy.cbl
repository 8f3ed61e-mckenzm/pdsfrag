      *-------------------------------------------------------------*
      *  DRSPVRFY : Companion to DRSPUPDT and DRSPDELT.  Reads a    *
      *             finished IEBUPDTE control stream (UPDTFILE)     *
      *             end to end before it goes on the DR shipment    *
      *             and checks that it will rebuild what the dump   *
      *             holds: every './' card is an ADD, REPL, DELETE  *
      *             or ALIAS with a NAME= operand naming a valid    *
      *             member, every '*WIDREC*' header is sound and    *
      *             followed by the number of segment cards it      *
      *             states, and each member's record count agrees   *
      *             with the MBRIDX entry DRESSPRT wrote for it.    *
      *             Every problem is reported with its card number  *
      *             and any problem ends the step with a non-zero   *
      *             return code, holding the shipment.              *
      *             ANS COBOL (1972)                                *
      *-------------------------------------------------------------*
      *  MODIFICATION HISTORY                                       *
      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/10/15  mm   original version.                           *
      *  26/10/15  mm   './ ALIAS' cards are accepted behind the     *
      *                 member they name an alias of, and claim the  *
      *                 alias's own MBRIDX entry; one anywhere else, *
      *                 or data cards behind one, is reported.       *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       PROGRAM-ID.  'DRSPVRFY'.

       ENVIRONMENT DIVISION.
      *---------------------*
       CONFIGURATION SECTION.

       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.

       SPECIAL-NAMES.
           CONSOLE IS CNSL.

       INPUT-OUTPUT SECTION.
      *---------------------*    the IEBUPDTE stream DRSPUPDT or
      *                          DRSPDELT generated.
       FILE-CONTROL.
           SELECT UPDTFILE ASSIGN TO UT-S-UPDFIL.

      *                          the MBRIDX DRESSPRT wrote for the
      *                          dump the stream was generated from.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          SYSIN control card ('F' when the
      *                          stream is a full DRSPUPDT rebuild).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

      *                          stream verification report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

      *                          shared run-audit file; one record
      *                          is appended at end of job.
           SELECT AUDITLOG ASSIGN TO UT-S-AUDFIL.


       DATA DIVISION.
      *--------------*
       FILE SECTION.
       FD  UPDTFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS VF-CARD.
       01  VF-CARD.
           05 VF-CARD-CHAR     PIC X OCCURS 80 TIMES.

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
              88 PM-TYPE-FULL         VALUE 'F'.
           05 PM-PARM-DATA       PIC X(79).

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
           05 FULL-STREAM-IND     PIC X VALUE 'N'.
              88 SW-FULL-STREAM         VALUE 'Y'.
           05 STRAY-REPORTED-IND  PIC X VALUE 'N'.
              88 SW-STRAY-REPORTED      VALUE 'Y'.
           05 NAME-VALID-IND      PIC X VALUE 'Y'.
              88 SW-NAME-VALID          VALUE 'Y'.
           05 NAME-ENDED-IND      PIC X VALUE 'N'.
              88 SW-NAME-ENDED          VALUE 'Y'.
           05 ESCAPES-VALID-IND   PIC X VALUE 'Y'.
              88 SW-ESCAPES-VALID       VALUE 'Y'.

      *                          the card under test, with a view of
      *                          the columns IEBUPDTE looks at.
       01  VC-CARD-WORK.
           05 VC-CARD             PIC X(80).
           05 VC-LEAD-VIEW REDEFINES VC-CARD.
              10 VC-LEAD-2        PIC X(02).
              10 FILLER           PIC X(78).

      *                          continuation-card header (shared
      *                          with DRSPUPDT and DRSPDELT, the
      *                          writers, and DRSPWIDE, the decoder).
       COPY WIDRECR.

       01  VF-VARIABLES.
      *                          what the last './' card left the
      *                          stream doing: building a member,
      *                          after a DELETE, after an ALIAS
      *                          closing a member, nothing yet, or
      *                          past a control card too broken to
      *                          judge what follows it.
           05 VF-STATE            PIC X VALUE 'N'.
              88 VF-NO-MEMBER           VALUE 'N'.
              88 VF-IN-MEMBER           VALUE 'M'.
              88 VF-AFTER-DELETE        VALUE 'D'.
              88 VF-AFTER-BAD-CARD      VALUE 'X'.
              88 VF-AFTER-ALIAS         VALUE 'A'.
           05 VF-PRIOR-STATE      PIC X VALUE 'N'.
           05 VF-CURR-MEMBER      PIC X(08) VALUE SPACES.
           05 VF-CURR-CARD-NO     PIC 9(09) COMP VALUE ZERO.
           05 VF-CURR-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 VF-FOUND-SUB        PIC 9(04) COMP VALUE ZERO.
      *                          the wide sequence being followed:
      *                          segment cards still owed, and the
      *                          number of the one last taken.
           05 VF-SEGS-DUE         PIC 9(03) COMP VALUE ZERO.
           05 VF-SEG-SUB          PIC 9(03) COMP VALUE ZERO.
           05 VF-SEG-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 VF-EXP-SEGS         PIC 9(04) COMP VALUE ZERO.
           05 VF-TRUE-LENGTH      PIC 9(05) COMP VALUE ZERO.
           05 VF-PROBLEM          PIC X(40) VALUE SPACES.

      *                          one character of a member name
      *                          under test; the alphabetic ranges
      *                          are split the way the collating
      *                          sequence gaps them.
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
              88 VN-CHAR-ENDS-NAME    VALUE SPACE ','.

      *                          the words of a './' card, columns
      *                          3-71; only the operation and its
      *                          first operand are ever needed.
       01  TK-TOKEN-TABLE.
           05 TK-COUNT            PIC 9(02) COMP VALUE ZERO.
           05 TK-TOKEN OCCURS 4 TIMES
                                  PIC X(72).

       01  TK-BUILD-WORK.
           05 TK-BUILD            PIC X(72).
           05 TK-BUILD-CHARS REDEFINES TK-BUILD.
              10 TK-BUILD-CHAR    PIC X OCCURS 72 TIMES.
           05 TK-BUILD-LEN        PIC 9(02) COMP VALUE ZERO.
           05 TK-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.

       01  TK-OPERAND-WORK.
           05 TK-OPERAND          PIC X(72).
           05 TK-OPERAND-CHARS REDEFINES TK-OPERAND.
              10 TK-OPERAND-CHAR  PIC X OCCURS 72 TIMES.
           05 TK-OPERAND-5-VIEW REDEFINES TK-OPERAND.
              10 TK-OPERAND-5     PIC X(05).
              10 FILLER           PIC X(67).
           05 TK-NAME-SUB         PIC 9(02) COMP VALUE ZERO.

      *                          the MBRIDX index loaded whole;
      *                          each member the stream builds
      *                          claims one entry, so a concatenated
      *                          dump's repeated names pair off
      *                          occurrence by occurrence.
       01  IX-INDEX-TABLE.
           05 IX-COUNT            PIC 9(04) COMP VALUE ZERO.
           05 IX-SUB              PIC 9(04) COMP VALUE ZERO.
           05 IX-ENTRY OCCURS 5000 TIMES.
              10 IX-NAME          PIC X(08).
              10 IX-LIBRARY       PIC X(08).
              10 IX-LINES         PIC 9(09) COMP.
              10 IX-CLAIMED-IND   PIC X.
                 88 IX-CLAIMED          VALUE 'Y'.

       01  VT-COUNTERS.
           05 VT-CARDS-READ       PIC 9(09) COMP VALUE ZERO.
           05 VT-MBRS-BUILT       PIC 9(09) COMP VALUE ZERO.
           05 VT-MBRS-DELETED     PIC 9(09) COMP VALUE ZERO.
           05 VT-ALIASES          PIC 9(09) COMP VALUE ZERO.
           05 VT-DATA-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 VT-WIDE-RECORDS     PIC 9(09) COMP VALUE ZERO.
           05 VT-ESCAPED-SEGS     PIC 9(09) COMP VALUE ZERO.
           05 VT-STRAY-CARDS      PIC 9(09) COMP VALUE ZERO.
           05 VT-PROBLEMS         PIC 9(09) COMP VALUE ZERO.

      *                          verification report layouts.
       01  RP-TITLE-LINE.
           05 FILLER  PIC X(40)
              VALUE 'DRSPVRFY - IEBUPDTE STREAM VERIFICATION'.
           05 FILLER  PIC X(93) VALUE SPACES.

       01  RP-HEADING-LINE.
           05 FILLER  PIC X(10) VALUE 'MEMBER'.
           05 FILLER  PIC X(13) VALUE '         CARD'.
           05 FILLER  PIC X(13) VALUE '     EXPECTED'.
           05 FILLER  PIC X(13) VALUE '        FOUND'.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FILLER  PIC X(40) VALUE 'PROBLEM'.
           05 FILLER  PIC X(42) VALUE SPACES.

       01  RP-DETAIL-LINE.
           05 RP-DET-MEMBER     PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-CARD       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-EXPECTED   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-FOUND      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RP-DET-PROBLEM    PIC X(40).
           05 FILLER            PIC X(44) VALUE SPACES.

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
           PERFORM 12-LOAD-ONE-INDEX-ENTRY THRU 12-EXIT
              UNTIL SW-MBRIDX-EOF
           CLOSE MBRIDX
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           WRITE RP-REPORT-LINE FROM RP-HEADING-LINE
           OPEN INPUT UPDTFILE
           PERFORM 21-READ-ONE-CARD THRU 21-EXIT.

       10-EXIT.
           EXIT.

       11-READ-PARMS.
           READ PARMFILE INTO PM-PARM-RECORD
              AT END MOVE 'Y' TO PARM-EOF-IND
              NOT AT END
                 IF PM-TYPE-FULL
                    MOVE 'Y' TO FULL-STREAM-IND
                 END-IF
           END-READ.

       11-EXIT.
           EXIT.

       12-LOAD-ONE-INDEX-ENTRY.
           READ MBRIDX
              AT END MOVE 'Y' TO MBRIDX-EOF-IND
              NOT AT END
                 IF IX-COUNT < 5000
                    ADD 1 TO IX-COUNT
                    MOVE MX-MEMBER-NAME TO IX-NAME (IX-COUNT)
                    MOVE MX-LIBRARY-ID  TO IX-LIBRARY (IX-COUNT)
                    MOVE MX-LINE-COUNT  TO IX-LINES (IX-COUNT)
                    MOVE 'N' TO IX-CLAIMED-IND (IX-COUNT)
                 ELSE
                    DISPLAY 'DRSPVRFY - MBRIDX EXCEEDS 5000 '
                       'ENTRIES - RUN ABANDONED' UPON CNSL
                    MOVE 16 TO RETURN-CODE
                    CLOSE MBRIDX
                    STOP RUN
                 END-IF
           END-READ.

       12-EXIT.
           EXIT.

      *                          a card owed to an open wide sequence
      *                          is a segment; otherwise a './' card
      *                          is a control statement, a header
      *                          opens a wide sequence, and anything
      *                          else is one record of the member
      *                          being built.  a './' card arriving
      *                          while segments are still owed is
      *                          taken by IEBUPDTE as a control
      *                          statement, and is taken so here.
       20-LOOP.
           MOVE VF-CARD TO VC-CARD
           IF VF-SEGS-DUE > 0
              AND VC-LEAD-2 NOT = './'
              PERFORM 25-TAKE-SEGMENT THRU 25-EXIT
           ELSE
              IF VF-SEGS-DUE > 0
                 MOVE SPACES TO RP-DETAIL-LINE
                 MOVE VF-CURR-MEMBER TO RP-DET-MEMBER
                 MOVE VT-CARDS-READ  TO RP-DET-CARD
                 MOVE VF-SEG-COUNT   TO RP-DET-EXPECTED
                 MOVE VF-SEG-SUB     TO RP-DET-FOUND
                 MOVE 'WIDE SEQUENCE CUT SHORT BY ./ CARD'
                   TO VF-PROBLEM
                 PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
                 MOVE ZERO TO VF-SEGS-DUE
              END-IF
              MOVE VC-CARD TO UW-WIDE-HEADER
              IF VC-LEAD-2 = './'
                 PERFORM 22-CHECK-CONTROL-CARD THRU 22-EXIT
              ELSE
                 IF UW-HDR-PRESENT
                    PERFORM 23-CHECK-WIDE-HEADER THRU 23-EXIT
                 ELSE
                    PERFORM 26-TAKE-DATA-CARD THRU 26-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 21-READ-ONE-CARD THRU 21-EXIT.

       20-EXIT.
           EXIT.

       21-READ-ONE-CARD.
           MOVE SPACES TO VF-CARD
           READ UPDTFILE
              AT END MOVE 'Y' TO END-OF-FILE-IND
              NOT AT END ADD 1 TO VT-CARDS-READ
           END-READ.

       21-EXIT.
           EXIT.

      *                          a control card ends the member before
      *                          it.  the operation must be one the
      *                          suite generates and its first
      *                          operand NAME= with a valid member
      *                          name; a card that fails leaves what
      *                          follows it unjudged rather than
      *                          reported card by card.  an ALIAS
      *                          belongs behind a member's cards or
      *                          another ALIAS, and claims any MBRIDX
      *                          entry the alias's own dumped copy
      *                          left, since that copy is not built.
       22-CHECK-CONTROL-CARD.
           MOVE VF-STATE TO VF-PRIOR-STATE
           PERFORM 27-CLOSE-MEMBER THRU 27-EXIT
           MOVE 'N' TO STRAY-REPORTED-IND
           MOVE 'X' TO VF-STATE
           MOVE SPACES TO VF-CURR-MEMBER
           PERFORM 40-SPLIT-CARD THRU 40-EXIT
           MOVE SPACES TO RP-DETAIL-LINE
           MOVE VT-CARDS-READ TO RP-DET-CARD
           IF TK-TOKEN (1) NOT = 'ADD'
              AND TK-TOKEN (1) NOT = 'REPL'
              AND TK-TOKEN (1) NOT = 'DELETE'
              AND TK-TOKEN (1) NOT = 'ALIAS'
              MOVE 'UNKNOWN CONTROL STATEMENT' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 22-EXIT
           END-IF
           MOVE TK-TOKEN (2) TO TK-OPERAND
           IF TK-OPERAND-5 NOT = 'NAME='
              MOVE 'NAME= OPERAND MISSING' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 22-EXIT
           END-IF
           PERFORM 43-LIFT-NAME THRU 43-EXIT
           PERFORM 45-VALIDATE-NAME THRU 45-EXIT
           MOVE VN-NAME TO VF-CURR-MEMBER
           IF NOT SW-NAME-VALID
              MOVE VN-NAME TO RP-DET-MEMBER
              MOVE 'INVALID MEMBER NAME' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 22-EXIT
           END-IF
           IF TK-TOKEN (1) = 'ALIAS'
              PERFORM 33-TAKE-ALIAS THRU 33-EXIT
              GO TO 22-EXIT
           END-IF
           IF TK-TOKEN (1) = 'DELETE'
              MOVE 'D' TO VF-STATE
              ADD 1 TO VT-MBRS-DELETED
           ELSE
              MOVE 'M' TO VF-STATE
              MOVE VT-CARDS-READ TO VF-CURR-CARD-NO
              MOVE ZERO TO VF-CURR-RECORDS
              ADD 1 TO VT-MBRS-BUILT
           END-IF.

       22-EXIT.
           EXIT.

      *                          the header is itself one record of
      *                          the member.  it is judged the way
      *                          DRSPWIDE will judge it: numeric
      *                          counts, a length of 1-256, 1-4
      *                          segments agreeing with the length,
      *                          and escape flags only 'E' and only
      *                          on segments that are coming.  a
      *                          damaged header is kept by DRSPWIDE
      *                          as an ordinary card, so no segments
      *                          are owed behind it.
       23-CHECK-WIDE-HEADER.
           PERFORM 26-TAKE-DATA-CARD THRU 26-EXIT
           MOVE SPACES TO RP-DETAIL-LINE
           MOVE VF-CURR-MEMBER TO RP-DET-MEMBER
           MOVE VT-CARDS-READ  TO RP-DET-CARD
           MOVE 'DAMAGED *WIDREC* HEADER' TO VF-PROBLEM
           IF UW-HDR-LENGTH IS NOT NUMERIC
              OR UW-HDR-SEGMENTS IS NOT NUMERIC
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 23-EXIT
           END-IF
           MOVE UW-HDR-LENGTH   TO VF-TRUE-LENGTH
           MOVE UW-HDR-SEGMENTS TO VF-SEG-COUNT
           ADD VF-TRUE-LENGTH 79 GIVING VF-EXP-SEGS
           DIVIDE 80 INTO VF-EXP-SEGS GIVING VF-EXP-SEGS
           MOVE 'Y' TO ESCAPES-VALID-IND
           PERFORM 24-CHECK-ONE-ESCAPE THRU 24-EXIT
              VARYING VF-SEG-SUB FROM 1 BY 1
                 UNTIL VF-SEG-SUB > 4
           IF VF-TRUE-LENGTH < 1 OR VF-TRUE-LENGTH > 256
              OR VF-SEG-COUNT < 1 OR VF-SEG-COUNT > 4
              OR VF-SEG-COUNT NOT = VF-EXP-SEGS
              OR NOT SW-ESCAPES-VALID
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 23-EXIT
           END-IF
           MOVE VF-SEG-COUNT TO VF-SEGS-DUE
           MOVE ZERO TO VF-SEG-SUB
           ADD 1 TO VT-WIDE-RECORDS.

       23-EXIT.
           EXIT.

       24-CHECK-ONE-ESCAPE.
           IF UW-HDR-ESCAPE (VF-SEG-SUB) NOT = SPACE
              IF NOT UW-SEG-ESCAPED (VF-SEG-SUB)
                 OR VF-SEG-SUB > VF-SEG-COUNT
                 MOVE 'N' TO ESCAPES-VALID-IND
              END-IF
           END-IF.

       24-EXIT.
           EXIT.

      *                          a segment the header flags as
      *                          escaped must arrive carrying the
      *                          '><' DRSPWIDE turns back into './'.
       25-TAKE-SEGMENT.
           ADD 1 TO VF-SEG-SUB
           SUBTRACT 1 FROM VF-SEGS-DUE
           IF UW-SEG-ESCAPED (VF-SEG-SUB)
              ADD 1 TO VT-ESCAPED-SEGS
              IF VC-LEAD-2 NOT = '><'
                 MOVE SPACES TO RP-DETAIL-LINE
                 MOVE VF-CURR-MEMBER TO RP-DET-MEMBER
                 MOVE VT-CARDS-READ  TO RP-DET-CARD
                 MOVE 'ESCAPED SEGMENT NOT MARKED ><'
                   TO VF-PROBLEM
                 PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              END-IF
           END-IF.

       25-EXIT.
           EXIT.

      *                          a record belongs to the member being
      *                          built; one anywhere else would be
      *                          loaded into the wrong member, or
      *                          none, and the first of each such
      *                          run of cards is reported.
       26-TAKE-DATA-CARD.
           IF VF-IN-MEMBER
              ADD 1 TO VF-CURR-RECORDS
              ADD 1 TO VT-DATA-RECORDS
              GO TO 26-EXIT
           END-IF
           IF VF-AFTER-BAD-CARD
              GO TO 26-EXIT
           END-IF
           ADD 1 TO VT-STRAY-CARDS
           IF NOT SW-STRAY-REPORTED
              MOVE 'Y' TO STRAY-REPORTED-IND
              MOVE SPACES TO RP-DETAIL-LINE
              MOVE VF-CURR-MEMBER TO RP-DET-MEMBER
              MOVE VT-CARDS-READ  TO RP-DET-CARD
              IF VF-AFTER-DELETE
                 MOVE 'DATA CARDS FOLLOW A DELETE' TO VF-PROBLEM
              ELSE
                 IF VF-AFTER-ALIAS
                    MOVE 'DATA CARDS FOLLOW AN ALIAS' TO VF-PROBLEM
                 ELSE
                    MOVE 'DATA CARDS AHEAD OF FIRST MEMBER'
                      TO VF-PROBLEM
                 END-IF
              END-IF
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
           END-IF.

       26-EXIT.
           EXIT.

      *                          the stream carries no library, so a
      *                          member claims the unclaimed MBRIDX
      *                          entry of its name whose count
      *                          agrees, failing that the first
      *                          unclaimed entry of its name; a
      *                          concatenated dump's PROD and TEST
      *                          copies pair off that way.
       27-CLOSE-MEMBER.
           IF NOT VF-IN-MEMBER
              GO TO 27-EXIT
           END-IF
           MOVE 'N' TO VF-STATE
           MOVE ZERO TO VF-FOUND-SUB
           PERFORM 28-MATCH-ONE-COUNT THRU 28-EXIT
              VARYING IX-SUB FROM 1 BY 1
                 UNTIL IX-SUB > IX-COUNT
                    OR VF-FOUND-SUB > 0
           IF VF-FOUND-SUB = 0
              PERFORM 32-MATCH-ONE-NAME THRU 32-EXIT
                 VARYING IX-SUB FROM 1 BY 1
                    UNTIL IX-SUB > IX-COUNT
                       OR VF-FOUND-SUB > 0
           END-IF
           MOVE SPACES TO RP-DETAIL-LINE
           MOVE VF-CURR-MEMBER  TO RP-DET-MEMBER
           MOVE VF-CURR-CARD-NO TO RP-DET-CARD
           MOVE VF-CURR-RECORDS TO RP-DET-FOUND
           IF VF-FOUND-SUB = 0
              MOVE 'MEMBER NOT IN MBRIDX' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
           ELSE
              MOVE 'Y' TO IX-CLAIMED-IND (VF-FOUND-SUB)
              IF IX-LINES (VF-FOUND-SUB) NOT = VF-CURR-RECORDS
                 MOVE IX-LINES (VF-FOUND-SUB) TO RP-DET-EXPECTED
                 MOVE 'RECORD COUNT DISAGREES WITH MBRIDX'
                   TO VF-PROBLEM
                 PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              END-IF
           END-IF.

       27-EXIT.
           EXIT.

       28-MATCH-ONE-COUNT.
           IF IX-NAME (IX-SUB) = VF-CURR-MEMBER
              AND IX-LINES (IX-SUB) = VF-CURR-RECORDS
              AND NOT IX-CLAIMED (IX-SUB)
              MOVE IX-SUB TO VF-FOUND-SUB
           END-IF.

       28-EXIT.
           EXIT.

      *                          the caller has laid out the detail
      *                          line; the problem text goes in and
      *                          the line is counted.
       29-REPORT-PROBLEM.
           MOVE VF-PROBLEM TO RP-DET-PROBLEM
           WRITE RP-REPORT-LINE FROM RP-DETAIL-LINE
           ADD 1 TO VT-PROBLEMS.

       29-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           IF VF-SEGS-DUE > 0
              MOVE SPACES TO RP-DETAIL-LINE
              MOVE VF-CURR-MEMBER TO RP-DET-MEMBER
              MOVE VT-CARDS-READ  TO RP-DET-CARD
              MOVE VF-SEG-COUNT   TO RP-DET-EXPECTED
              MOVE VF-SEG-SUB     TO RP-DET-FOUND
              MOVE 'STREAM ENDS INSIDE WIDE SEQUENCE' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
           END-IF
           PERFORM 27-CLOSE-MEMBER THRU 27-EXIT
           IF SW-FULL-STREAM
              PERFORM 31-SWEEP-ONE-INDEX-ENTRY THRU 31-EXIT
                 VARYING IX-SUB FROM 1 BY 1 UNTIL IX-SUB > IX-COUNT
           END-IF
           PERFORM 35-WRITE-TOTALS THRU 35-EXIT
           DISPLAY 'DRSPVRFY - ' VT-CARDS-READ ' CARDS, '
              VT-MBRS-BUILT ' MEMBERS BUILT, ' VT-MBRS-DELETED
              ' DELETED, ' VT-ALIASES ' ALIASES' UPON CNSL
           IF VT-PROBLEMS > 0
              DISPLAY 'DRSPVRFY - ' VT-PROBLEMS ' PROBLEMS IN '
                 'IEBUPDTE STREAM - SHIPMENT HELD' UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE UPDTFILE REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

      *                          a full rebuild must build every
      *                          member the dump holds.
       31-SWEEP-ONE-INDEX-ENTRY.
           IF NOT IX-CLAIMED (IX-SUB)
              MOVE SPACES              TO RP-DETAIL-LINE
              MOVE IX-NAME (IX-SUB)    TO RP-DET-MEMBER
              MOVE IX-LINES (IX-SUB)   TO RP-DET-EXPECTED
              MOVE 'IN MBRIDX, NOT IN STREAM' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
           END-IF.

       31-EXIT.
           EXIT.

       32-MATCH-ONE-NAME.
           IF IX-NAME (IX-SUB) = VF-CURR-MEMBER
              AND NOT IX-CLAIMED (IX-SUB)
              MOVE IX-SUB TO VF-FOUND-SUB
           END-IF.

       32-EXIT.
           EXIT.

      *                          behind a broken control card the
      *                          ALIAS is left unjudged, like any
      *                          card there.
       33-TAKE-ALIAS.
           IF VF-PRIOR-STATE = 'X'
              GO TO 33-EXIT
           END-IF
           IF VF-PRIOR-STATE NOT = 'M' AND VF-PRIOR-STATE NOT = 'A'
              MOVE VN-NAME TO RP-DET-MEMBER
              MOVE 'ALIAS NOT BEHIND A MEMBER' TO VF-PROBLEM
              PERFORM 29-REPORT-PROBLEM THRU 29-EXIT
              GO TO 33-EXIT
           END-IF
           MOVE 'A' TO VF-STATE
           ADD 1 TO VT-ALIASES
           MOVE ZERO TO VF-FOUND-SUB
           PERFORM 32-MATCH-ONE-NAME THRU 32-EXIT
              VARYING IX-SUB FROM 1 BY 1
                 UNTIL IX-SUB > IX-COUNT
                    OR VF-FOUND-SUB > 0
           IF VF-FOUND-SUB > 0
              MOVE 'Y' TO IX-CLAIMED-IND (VF-FOUND-SUB)
           END-IF.

       33-EXIT.
           EXIT.

       35-WRITE-TOTALS.
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'CARDS READ'           TO RP-TOT-LABEL
           MOVE VT-CARDS-READ           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS BUILT (ADD/REPL)' TO RP-TOT-LABEL
           MOVE VT-MBRS-BUILT           TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS DELETED'      TO RP-TOT-LABEL
           MOVE VT-MBRS-DELETED         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'ALIASES'              TO RP-TOT-LABEL
           MOVE VT-ALIASES              TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'RECORDS BUILT'        TO RP-TOT-LABEL
           MOVE VT-DATA-RECORDS         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE '  OF WHICH *WIDREC* SEQUENCES' TO RP-TOT-LABEL
           MOVE VT-WIDE-RECORDS         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'ESCAPED ./ SEGMENTS'  TO RP-TOT-LABEL
           MOVE VT-ESCAPED-SEGS         TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'CARDS OUTSIDE ANY MEMBER' TO RP-TOT-LABEL
           MOVE VT-STRAY-CARDS          TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'PROBLEMS FOUND'       TO RP-TOT-LABEL
           MOVE VT-PROBLEMS             TO RP-TOT-VALUE
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE.

       35-EXIT.
           EXIT.

      *                          columns 3-71 of the control card
      *                          split into blank-separated words.
       40-SPLIT-CARD.
           MOVE ZERO TO TK-COUNT
           MOVE SPACES TO TK-TOKEN (1) TK-TOKEN (2)
                          TK-TOKEN (3) TK-TOKEN (4)
           MOVE SPACES TO TK-BUILD
           MOVE ZERO TO TK-BUILD-LEN
           PERFORM 41-SPLIT-ONE-CHAR THRU 41-EXIT
              VARYING TK-SCAN-SUB FROM 3 BY 1
                 UNTIL TK-SCAN-SUB > 71
           IF TK-BUILD-LEN > 0
              PERFORM 42-CLOSE-TOKEN THRU 42-EXIT
           END-IF.

       40-EXIT.
           EXIT.

       41-SPLIT-ONE-CHAR.
           IF VF-CARD-CHAR (TK-SCAN-SUB) = SPACE
              IF TK-BUILD-LEN > 0
                 PERFORM 42-CLOSE-TOKEN THRU 42-EXIT
              END-IF
           ELSE
              ADD 1 TO TK-BUILD-LEN
              MOVE VF-CARD-CHAR (TK-SCAN-SUB)
                TO TK-BUILD-CHAR (TK-BUILD-LEN)
           END-IF.

       41-EXIT.
           EXIT.

       42-CLOSE-TOKEN.
           IF TK-COUNT < 4
              ADD 1 TO TK-COUNT
              MOVE TK-BUILD TO TK-TOKEN (TK-COUNT)
           END-IF
           MOVE SPACES TO TK-BUILD
           MOVE ZERO TO TK-BUILD-LEN.

       42-EXIT.
           EXIT.

      *                          the name runs from just past 'NAME='
      *                          to the first blank or comma; a ninth
      *                          character marks it too long.
       43-LIFT-NAME.
           MOVE SPACES TO VN-NAME-AREA
           MOVE ZERO TO VN-LEN
           MOVE 'N' TO NAME-ENDED-IND
           PERFORM 44-LIFT-ONE-CHAR THRU 44-EXIT
              VARYING TK-NAME-SUB FROM 6 BY 1
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

      *                          one record to the shared run-audit
      *                          file: who ran, when, the key
      *                          counters and the return code, for
      *                          DRSPAUDT's end-of-night report.
       80-WRITE-AUDIT.
           OPEN EXTEND AUDITLOG
           MOVE 'DRSPVRFY' TO AU-PROGRAM-NAME
           ACCEPT AU-RUN-DATE FROM DATE
           ACCEPT AU-TIME-WORK FROM TIME
           DIVIDE AU-TIME-WORK BY 100 GIVING AU-RUN-TIME
           MOVE VT-CARDS-READ       TO AU-RECORDS-READ
           MOVE ZERO                TO AU-RECORDS-WRITTEN
           MOVE VT-MBRS-BUILT       TO AU-MEMBERS
           ADD  VT-MBRS-DELETED     TO AU-MEMBERS
           MOVE VT-PROBLEMS         TO AU-EXCEPTIONS
           MOVE RETURN-CODE TO AU-RETURN-CODE
           WRITE AU-AUDIT-RECORD
           CLOSE AUDITLOG.

       80-EXIT.
           EXIT.
