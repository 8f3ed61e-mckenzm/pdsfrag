      *  yy/mm/dd  who  what                                        *
      *  --------  ---  ----------------------------------------    *
      *  26/09/02  mm   original version.                           *
      *  26/10/15  mm   a segment the header flags as escaped has    *
      *                 its '><' put back to the './' DRSPUPDT or    *
      *                 DRSPDELT kept away from IEBUPDTE; a flag     *
      *                 that is not an escape, or sits past the      *
      *                 segment count, is header damage.             *
      *-------------------------------------------------------------*
       IDENTIFICATION DIVISION.
      *------------------------*
       01  SW-SWITCHES.
           05 END-OF-FILE-IND     PIC X VALUE SPACE.
              88 SW-END-OF-FILE         VALUE 'Y'.
           05 ESCAPES-VALID-IND   PIC X VALUE 'Y'.
              88 SW-ESCAPES-VALID       VALUE 'Y'.

       01  WD-WIDEOUT-LEN         PIC 9(04) COMP VALUE 80.

       01  UW-WIDE-WORK.
           05 UW-WIDE-TEXT        PIC X(320).
           05 UW-WIDE-SEGMENTS REDEFINES UW-WIDE-TEXT.
              10 UW-SEGMENT       OCCURS 4 TIMES.
                 15 UW-SEG-LEAD   PIC X(02).
                 15 FILLER        PIC X(78).
           05 UW-SEG-COUNT        PIC 9(03) COMP VALUE ZERO.
           05 UW-SEG-SUB          PIC 9(03) COMP VALUE ZERO.
           05 UW-SEGS-READ        PIC 9(03) COMP VALUE ZERO.
           05 WC-WIDE-DECODED     PIC 9(09) COMP VALUE ZERO.
           05 WC-BAD-HEADERS      PIC 9(09) COMP VALUE ZERO.
           05 WC-SHORT-SEQUENCES  PIC 9(09) COMP VALUE ZERO.
           05 WC-ESCAPES-RESTORED PIC 9(09) COMP VALUE ZERO.

      *                          hhmmsscc from ACCEPT, trimmed to
      *                          hhmmss for the audit record.
           MOVE UW-HDR-SEGMENTS TO UW-SEG-COUNT
           ADD UW-TRUE-LENGTH 79 GIVING UW-EXP-SEGS
           DIVIDE 80 INTO UW-EXP-SEGS GIVING UW-EXP-SEGS
           MOVE 'Y' TO ESCAPES-VALID-IND
           PERFORM 24-CHECK-ONE-ESCAPE THRU 24-EXIT
              VARYING UW-SEG-SUB FROM 1 BY 1
                 UNTIL UW-SEG-SUB > 4
           IF UW-TRUE-LENGTH < 1 OR UW-TRUE-LENGTH > 256
              OR UW-SEG-COUNT < 1 OR UW-SEG-COUNT > 4
              OR UW-SEG-COUNT NOT = UW-EXP-SEGS
              OR NOT SW-ESCAPES-VALID
              DISPLAY 'DRSPWIDE - DAMAGED *WIDREC* HEADER AT CARD '
                 WC-CARDS-READ ' - KEPT AS ORDINARY RECORD'
                 UPON CNSL
                 MOVE 1 TO UW-TRUE-LENGTH
              END-IF
           END-IF
           PERFORM 25-RESTORE-ONE-ESCAPE THRU 25-EXIT
              VARYING UW-SEG-SUB FROM 1 BY 1
                 UNTIL UW-SEG-SUB > UW-SEGS-READ
           MOVE UW-TRUE-LENGTH TO WD-WIDEOUT-LEN
           WRITE WD-WIDE-RECORD FROM UW-WIDE-TEXT
           ADD 1 TO WC-RECORDS-WRITTEN
       23-EXIT.
           EXIT.

      *                          a flag is either blank or 'E', and
      *                          'E' only on a segment the header
      *                          says is coming.
       24-CHECK-ONE-ESCAPE.
           IF UW-HDR-ESCAPE (UW-SEG-SUB) NOT = SPACE
              IF NOT UW-SEG-ESCAPED (UW-SEG-SUB)
                 OR UW-SEG-SUB > UW-SEG-COUNT
                 MOVE 'N' TO ESCAPES-VALID-IND
              END-IF
           END-IF.

       24-EXIT.
           EXIT.

       25-RESTORE-ONE-ESCAPE.
           IF UW-SEG-ESCAPED (UW-SEG-SUB)
              MOVE './' TO UW-SEG-LEAD (UW-SEG-SUB)
              ADD 1 TO WC-ESCAPES-RESTORED
           END-IF.

       25-EXIT.
           EXIT.

      *                         typical housekeeping.
       30-FINISH.
           DISPLAY 'DRSPWIDE - ' WC-CARDS-READ ' CARDS READ, '
              WC-RECORDS-WRITTEN ' RECORDS WRITTEN, '
              WC-WIDE-DECODED ' WIDE RECORDS DECODED' UPON CNSL
           IF WC-ESCAPES-RESTORED > 0
              DISPLAY 'DRSPWIDE - ' WC-ESCAPES-RESTORED
                 ' ESCAPED ''./'' CARDS RESTORED' UPON CNSL
           END-IF
           IF WC-BAD-HEADERS > 0 OR WC-SHORT-SEQUENCES > 0
              DISPLAY 'DRSPWIDE - ' WC-BAD-HEADERS
                 ' DAMAGED HEADERS, ' WC-SHORT-SEQUENCES
