      *  26/09/02  mm   one record is now appended to the shared     *
      *                 run-audit file at end of job for the         *
      *                 DRSPAUDT end-of-night report.                *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is        *
      *                 checked as a card of its member instead of   *
      *                 starting a bogus one.                        *
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

      *                          sequence validation report.
           SELECT REPORTFL ASSIGN TO UT-S-RPTFIL.

                               PIC 9(08).
           05 FILLER           PIC X(176).

       FD  MBRIDX
           RECORDING MODE IS F
           RECORD CONTAINS  34 CHARACTERS
           BLOCK  CONTAINS   1 RECORDS
           LABEL RECORDS ARE OMITTED
           DATA RECORD IS MX-INDEX-RECORD.
      *                          member index record layout, shared
      *                          with DRESSPRT.
       COPY MBRIDXR.

       FD  REPORTFL
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
              88 SW-HAVE-PREV           VALUE 'Y'.
           05 MBR-FLAGGED-IND     PIC X VALUE 'N'.
              88 SW-MBR-FLAGGED         VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.

           05 SQ-MBRS-CHECKED     PIC 9(09) COMP VALUE ZERO.
           05 SQ-MBRS-FLAGGED     PIC 9(09) COMP VALUE ZERO.
           05 SQ-VIOLATIONS       PIC 9(09) COMP VALUE ZERO.
           05 SQ-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          relative record of the next member
      *                          start MBRIDX promises; all nines
      *                          once the index is used up.
           05 SQ-NEXT-START       PIC 9(09) COMP VALUE ZERO.

      *                          validation report layouts.
       01  RP-TITLE-LINE.

      *                          ANS COBOL (1972) NO FILE STATUS.
       10-SETUP.
           OPEN INPUT MBRIDX
           PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
      *                          member; any other record is a card
      *                          image whose columns 73-80 are
      *                          checked against the member's
      *                          running sequence.  only the record
      *                          MBRIDX names as a member's start is
      *                          a delimiter; a '*MEMBER*' anywhere
      *                          else is a source line that merely
      *                          looks like one.
       20-LOOP.
           ADD 1 TO SQ-RECORDS-READ
           MOVE SQ-RECORD TO DL-DELIM-RECORD
           IF SQ-RECORDS-READ > SQ-NEXT-START
              OR (SQ-RECORDS-READ = SQ-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           IF SQ-RECORDS-READ = SQ-NEXT-START
              PERFORM 25-NEXT-INDEX-ENTRY THRU 25-EXIT
              MOVE DL-DELIM-MEMBER TO SQ-CURR-MEMBER
              MOVE 'Y' TO IN-MEMBER-IND
              MOVE 'N' TO HAVE-PREV-IND
              MOVE ZERO TO SQ-REL-LINE
              ADD 1 TO SQ-MBRS-CHECKED
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO SQ-LOOKALIKES
              END-IF
              IF SW-IN-MEMBER
                 ADD 1 TO SQ-REL-LINE
                 PERFORM 21-CHECK-ONE-CARD THRU 21-EXIT
       22-EXIT.
           EXIT.

       25-NEXT-INDEX-ENTRY.
           READ MBRIDX
              AT END
                 MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE 999999999 TO SQ-NEXT-START
              NOT AT END
                 MOVE MX-START-RECORD TO SQ-NEXT-START
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
           DISPLAY 'DRSPSEQV - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' SQ-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
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
           IF SQ-NEXT-START NOT = 999999999
              PERFORM 26-INDEX-OUT-OF-STEP THRU 26-EXIT
           END-IF
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES              TO RP-TOTAL-LINE
           MOVE 'MEMBERS CHECKED'    TO RP-TOT-LABEL
                 UPON CNSL
              MOVE 8 TO RETURN-CODE
           END-IF
           IF SQ-LOOKALIKES > 0
              DISPLAY 'DRSPSEQV - ' SQ-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' CHECKED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE MBRIDX REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

