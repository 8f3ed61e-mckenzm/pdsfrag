      *             and DRSPDELT, read back by DRSPWIDE to          *
      *             reconstitute the full-width records on the      *
      *             target system.                                  *
      *             The same header also carries any card whose     *
      *             columns 1-2 would read as an IEBUPDTE './'      *
      *             control statement: such a segment travels with  *
      *             '><' in columns 1-2 and its escape flag set,    *
      *             and DRSPWIDE puts the './' back.                *
      *-------------------------------------------------------------*
       01  UW-WIDE-HEADER.
           05 UW-HDR-TAG           PIC X(08) VALUE '*WIDREC*'.
              88 UW-HDR-PRESENT        VALUE '*WIDREC*'.
           05 UW-HDR-LENGTH        PIC 9(05).
           05 UW-HDR-SEGMENTS      PIC 9(03).
      *                            one flag per segment card; 'E'
      *                            when that segment's './' was sent
      *                            as '><'.
           05 UW-HDR-ESCAPES       VALUE SPACES.
              10 UW-HDR-ESCAPE     PIC X OCCURS 4 TIMES.
                 88 UW-SEG-ESCAPED     VALUE 'E'.
           05 FILLER               PIC X(60) VALUE SPACES.
