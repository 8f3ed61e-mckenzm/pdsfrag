      *-------------------------------------------------------------*
      *  ALIASR   : Alias record written by DRSPDIRC, one record    *
      *             per alias the PDS directory listing names whose *
      *             true member the dump holds, keyed by library.   *
      *             Read by DRSPUPDT and DRSPDELT, which follow     *
      *             each rebuilt true member with a './ ALIAS'      *
      *             card for every alias recorded against it.       *
      *-------------------------------------------------------------*
       01  AL-ALIAS-RECORD.
      *                            library identifier of the true
      *                            member's MBRIDX entry; spaces when
      *                            the dump declared none.
           05 AL-LIBRARY-ID        PIC X(08).
           05 AL-ALIAS-NAME        PIC X(08).
           05 AL-TRUE-NAME         PIC X(08).
