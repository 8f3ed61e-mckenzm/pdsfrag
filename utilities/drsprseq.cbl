      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/09/02  mm   original version.                           *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is       *
      *                 renumbered as a card of its member instead   *
      *                 of starting a bogus one.                     *
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

      *                          the corrected dressed file, column
      *                          73-80 sequences rewritten.
           SELECT SEQOUT   ASSIGN TO UT-S-SQOFIL.
           05 SQ-SEQ-FIELD     PIC X(08).
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

       FD  SEQOUT
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
              88 SW-MBR-SELECTED        VALUE 'Y'.
           05 OVERFLOW-WARNED-IND PIC X VALUE 'N'.
              88 SW-OVERFLOW-WARNED     VALUE 'Y'.
           05 MBRIDX-EOF-IND      PIC X VALUE SPACE.
              88 SW-MBRIDX-EOF          VALUE 'Y'.

       01  DR-DRSFILE-LEN         PIC 9(04) COMP VALUE 80.
       01  RS-SEQOUT-LEN          PIC 9(04) COMP VALUE 80.
           05 RS-MBRS-RENUMBERED  PIC 9(09) COMP VALUE ZERO.
           05 RS-LINES-RENUMBERED PIC 9(09) COMP VALUE ZERO.
           05 RS-SEQ-OVERFLOWS    PIC 9(09) COMP VALUE ZERO.
           05 RS-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          relative record of the next member
      *                          start MBRIDX promises; all nines
      *                          once the index is used up.
           05 RS-NEXT-START       PIC 9(09) COMP VALUE ZERO.

      *                          renumbering report layouts.
       01  RP-TITLE-LINE.
           PERFORM 11-READ-PARMS THRU 11-EXIT
              UNTIL SW-PARM-EOF
           CLOSE PARMFILE
           OPEN INPUT MBRIDX
           PERFORM 28-NEXT-INDEX-ENTRY THRU 28-EXIT
           OPEN INPUT DRSFILE
           OPEN OUTPUT SEQOUT
           OPEN OUTPUT REPORTFL
      *                          whose columns 73-80 are rewritten
      *                          when the member is selected, or
      *                          copied as it stands when it is not.
      *                          only the record MBRIDX names as a
      *                          member's start is a delimiter; a
      *                          '*MEMBER*' anywhere else is a source
      *                          line that merely looks like one.
       20-LOOP.
           ADD 1 TO RS-RECORDS-READ
           MOVE SQ-RECORD TO DL-DELIM-RECORD
           IF RS-RECORDS-READ > RS-NEXT-START
              OR (RS-RECORDS-READ = RS-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 29-INDEX-OUT-OF-STEP THRU 29-EXIT
           END-IF
           IF RS-RECORDS-READ = RS-NEXT-START
              PERFORM 28-NEXT-INDEX-ENTRY THRU 28-EXIT
              PERFORM 23-CLOSE-MEMBER THRU 23-EXIT
              MOVE DL-DELIM-MEMBER  TO RS-CURR-MEMBER
              MOVE DL-DELIM-LIBRARY TO RS-CURR-LIBRARY
              PERFORM 25-CHECK-MEMBER-FILTER THRU 25-EXIT
              PERFORM 27-WRITE-AS-IS THRU 27-EXIT
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO RS-LOOKALIKES
              END-IF
              IF SW-IN-MEMBER AND SW-MBR-SELECTED
                 PERFORM 21-RENUMBER-ONE-CARD THRU 21-EXIT
              ELSE
       27-EXIT.
           EXIT.

       28-NEXT-INDEX-ENTRY.
           READ MBRIDX
              AT END
                 MOVE 'Y' TO MBRIDX-EOF-IND
                 MOVE 999999999 TO RS-NEXT-START
              NOT AT END
                 MOVE MX-START-RECORD TO RS-NEXT-START
           END-READ.

       28-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          points at one that is not a
      *                          delimiter, or runs on past the end of
      *                          the dump, belongs to some other dump;
      *                          nothing walked from the pair can be
      *                          trusted.
       29-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPRSEQ - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' RS-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           CLOSE DRSFILE MBRIDX SEQOUT REPORTFL
           STOP RUN.

       29-EXIT.
           EXIT.

      *                         typical housekeeping.
      *                         an index with entries still to come
      *                         when the dump runs out is out of
      *                         step as well.
       30-FINISH.
           IF RS-NEXT-START NOT = 999999999
              PERFORM 29-INDEX-OUT-OF-STEP THRU 29-EXIT
           END-IF
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
           MOVE SPACES               TO RP-TOTAL-LINE
           MOVE 'RECORDS READ'        TO RP-TOT-LABEL
           WRITE RP-REPORT-LINE FROM RP-TOTAL-LINE
           DISPLAY 'DRSPRSEQ - ' RS-MBRS-RENUMBERED ' MEMBERS, '
              RS-LINES-RENUMBERED ' LINES RENUMBERED' UPON CNSL
           IF RS-LOOKALIKES > 0
              DISPLAY 'DRSPRSEQ - ' RS-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' TREATED AS DATA' UPON CNSL
           END-IF
           CLOSE DRSFILE MBRIDX SEQOUT REPORTFL
           PERFORM 80-WRITE-AUDIT THRU 80-EXIT
           STOP RUN.

