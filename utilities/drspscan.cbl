      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/09/02  mm   original version.                           *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is scored *
      *                 as a line of its member instead of starting  *
      *                 a bogus one.                                 *
      *  26/10/15  mm   an MBRIDX still holding entries when the     *
      *                 dump runs out is now out of step as well,    *
      *                 and abandons the run instead of ending it    *
      *                 cleanly.                                     *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       FILE-CONTROL.
           SELECT DRSFILE  ASSIGN TO UT-S-DRSFIL.

      *                          the MBRIDX DRESSPRT wrote for it,
      *                          which says where each member truly
      *                          starts.
           SELECT MBRIDX   ASSIGN TO UT-S-MXFIL.

      *                          SYSIN control card (threshold).
           SELECT PARMFILE ASSIGN TO UT-S-PARMFIL.

       01  SC-RECORD.
           05 SC-RECORD-CHAR   PIC X OCCURS 256 TIMES.

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index record layout, shared
      *                          with DRESSPRT.
       COPY MBRIDXR.

       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS  80 CHARACTERS
              88 SW-PARM-EOF            VALUE 'Y'.
           05 IN-MEMBER-IND       PIC X VALUE 'N'.
              88 SW-IN-MEMBER           VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

           05 SC-MBRS-CHECKED     PIC 9(09) COMP VALUE ZERO.
           05 SC-MBRS-FLAGGED     PIC 9(09) COMP VALUE ZERO.
           05 SC-SUSPECT-CHARS    PIC 9(09) COMP VALUE ZERO.
           05 SC-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          relative record of the next member
      *                          start MBRIDX promises; all nines
      *                          once the index is used up.
           05 SC-NEXT-START       PIC 9(09) COMP VALUE ZERO.

      *                          validation report layouts.
       01  RP-TITLE-LINE.
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           OPEN INPUT MBRIDX
           PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
      *                          a delimiter record closes out the
      *                          member before it and starts a fresh
      *                          one; any other record is a line
      *                          whose characters are scored.  only
      *                          the record MBRIDX names as a
      *                          member's start is a delimiter; a
      *                          '*MEMBER*' anywhere else is a source
      *                          line that merely looks like one.
       20-LOOP.
           ADD 1 TO SC-RECORDS-READ
           MOVE SC-RECORD TO DL-DELIM-RECORD
           IF SC-RECORDS-READ > SC-NEXT-START
              OR (SC-RECORDS-READ = SC-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           IF SC-RECORDS-READ = SC-NEXT-START
              PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
              PERFORM 23-CLOSE-MEMBER THRU 23-EXIT
              MOVE DL-DELIM-MEMBER  TO SC-CURR-MEMBER
              MOVE DL-DELIM-LIBRARY TO SC-CURR-LIBRARY
              MOVE ZERO TO SC-FIRST-BAD-LINE
              ADD 1 TO SC-MBRS-CHECKED
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO SC-LOOKALIKES
              END-IF
              IF SW-IN-MEMBER
                 ADD 1 TO SC-REL-LINE
                 ADD 1 TO SC-MBR-LINES
       23-EXIT.
           EXIT.

       25-NEXT-INDEX-ENTRY.
           READ MBRIDX
              AT END
                 MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE 999999999 TO SC-NEXT-START
              NOT AT END
                 MOVE MX-START-RECORD TO SC-NEXT-START
           END-READ.

       25-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end of
      *                          the dump, belongs to some other dump;
      *                          nothing walked from the pair can be
      *                          trusted.
       26-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPSCAN - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' SC-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE MBRIDX REPORTFL
           STOP RUN.

       26-EXIT.
           EXIT.

      *                         typical housekeeping.
      *                         an index with entries still to come
      *                         when the dump runs out is out of
      *                         step as well.
       30-FINISH.
           IF SC-NEXT-START NOT = 999999999
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES                TO RP-TOTAL-LINE
           MOVE 'MEMBERS CHECKED'      TO RP-TOT-LABEL
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF SC-LOOKALIKES > 0
              DISPLAY 'DRSPSCAN - ' SC-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' SCORED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE MBRIDX REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

