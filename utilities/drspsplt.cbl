      *  26/09/02  mm   one record is now appended to the shared     *
      *                 run-audit file at end of job for the         *
      *                 DRSPAUDT end-of-night report.                *
      *  26/10/15  mm   a '*MEMBER*' record is taken as a delimiter  *
      *                 only where MBRIDX says a member starts, so a *
      *                 source line that begins '*MEMBER*' is split  *
      *                 out with its member instead of starting a    *
      *                 bogus one.                                   *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
           05 SP-DUPS-VERSIONED   PIC 9(09) COMP VALUE ZERO.
           05 SP-MBRS-QUARANTINED PIC 9(09) COMP VALUE ZERO.
           05 SP-DISCREPANCIES    PIC 9(09) COMP VALUE ZERO.
           05 SP-LOOKALIKES       PIC 9(09) COMP VALUE ZERO.
      *                          the index entry whose start record
      *                          is the next delimiter, and that
      *                          start; all nines once the index is
      *                          used up.
           05 SP-NEXT-IX-SUB      PIC 9(04) COMP VALUE ZERO.
           05 SP-NEXT-START       PIC 9(09) COMP VALUE ZERO.
      *                          records written to the member
      *                          dataset currently open, and the
      *                          identity it runs under, held for
              10 RX-NAME          PIC X(08).
              10 RX-LIBRARY       PIC X(08).
              10 RX-EXP-LINES     PIC 9(09) COMP.
              10 RX-START         PIC 9(09) COMP.
              10 RX-SEEN-IND      PIC X.
                 88 RX-SEEN             VALUE 'Y'.

           PERFORM 11-LOAD-ONE-INDEX-ENTRY THRU 11-EXIT
              UNTIL SW-MBRIDX-EOF
           CLOSE MBRIDX
           PERFORM 34-NEXT-INDEX-ENTRY THRU 34-EXIT
           OPEN OUTPUT REPORTFL
           WRITE RP-REPORT-LINE FROM RP-TITLE-LINE
           WRITE RP-REPORT-LINE FROM BL-BLANK-LINE
                    MOVE MX-MEMBER-NAME TO RX-NAME (RX-COUNT)
                    MOVE MX-LIBRARY-ID  TO RX-LIBRARY (RX-COUNT)
                    MOVE MX-LINE-COUNT  TO RX-EXP-LINES (RX-COUNT)
                    MOVE MX-START-RECORD TO RX-START (RX-COUNT)
                    MOVE 'N' TO RX-SEEN-IND (RX-COUNT)
                 ELSE
                    DISPLAY 'DRSPSPLT - MBRIDX EXCEEDS 5000 '
      *                          a delimiter record starts a new
      *                          member dataset; any other record is
      *                          copied to whichever member dataset
      *                          is currently open.  only the record
      *                          MBRIDX names as a member's start is
      *                          a delimiter; a '*MEMBER*' anywhere
      *                          else is a source line that merely
      *                          looks like one.
       20-LOOP.
           ADD 1 TO SP-RECORDS-READ
           MOVE SP-RECORD TO DL-DELIM-RECORD
           IF SP-RECORDS-READ > SP-NEXT-START
              OR (SP-RECORDS-READ = SP-NEXT-START
                  AND DL-DELIM-TAG NOT = '*MEMBER*')
              PERFORM 35-INDEX-OUT-OF-STEP THRU 35-EXIT
           END-IF
           IF SP-RECORDS-READ = SP-NEXT-START
              PERFORM 34-NEXT-INDEX-ENTRY THRU 34-EXIT
              ADD 1 TO SP-MBRS-SPLIT
              PERFORM 21-CLOSE-MEMBER THRU 21-EXIT
              MOVE DL-DELIM-MEMBER  TO DL100-CURR-MEMBER
              PERFORM 28-CLAIM-INDEX-ENTRY THRU 28-EXIT
              PERFORM 22-OPEN-MEMBER THRU 22-EXIT
           ELSE
              IF DL-DELIM-TAG = '*MEMBER*'
                 ADD 1 TO SP-LOOKALIKES
              END-IF
              IF SW-MBR-OPEN
                 WRITE MBROUT-REC FROM SP-RECORD
                 ADD 1 TO SP-CURR-WRITTEN
       33-EXIT.
           EXIT.

      *                          the index is in dump order, so its
      *                          entries give the delimiters' record
      *                          numbers one after another.
       34-NEXT-INDEX-ENTRY.
           ADD 1 TO SP-NEXT-IX-SUB
           IF SP-NEXT-IX-SUB > RX-COUNT
              MOVE 999999999 TO SP-NEXT-START
           ELSE
              MOVE RX-START (SP-NEXT-IX-SUB) TO SP-NEXT-START
           END-IF.

       34-EXIT.
           EXIT.

      *                          an index that skips past a record,
      *                          or points at one that is not a
      *                          delimiter, belongs to some other
      *                          dump; nothing split from the pair
      *                          can be trusted.
       35-INDEX-OUT-OF-STEP.
           DISPLAY 'DRSPSPLT - MBRIDX OUT OF STEP WITH DRSFILE AT '
              'RECORD ' SP-RECORDS-READ ' - RUN ABANDONED' UPON CNSL
           MOVE 16 TO RETURN-CODE
           PERFORM 21-CLOSE-MEMBER THRU 21-EXIT
           CLOSE DRSFILE REPORTFL
           STOP RUN.

       35-EXIT.
           EXIT.

      *                          the member section just starting
      *                          claims the first unclaimed MBRIDX
      *                          entry bearing its (raw) banner name;
                 ' DUPLICATES VERSIONED, ' SP-MBRS-QUARANTINED
                 ' MEMBERS QUARANTINED' UPON CNSL
           END-IF
           IF SP-LOOKALIKES > 0
              DISPLAY 'DRSPSPLT - ' SP-LOOKALIKES ' SOURCE LINES '
                 'STARTING ''*MEMBER*'' SPLIT AS DATA' UPON CNSL
           END-IF
           IF SP-DISCREPANCIES > 0
              DISPLAY 'DRSPSPLT - ' SP-DISCREPANCIES
                 ' RECONCILIATION DISCREPANCIES - SEE REPORT'
