      *             the dressed OUTFILE in place of the IEBPTPCH    *
      *             banner/formfeed line it replaces.  Shared by    *
      *             DRESSPRT (writer) and DRSPSPLT (reader).        *
      *             A source line may itself begin '*MEMBER*', so   *
      *             a reader takes a record as a delimiter only at  *
      *             a start record MBRIDX names.                    *
      *-------------------------------------------------------------*
       01  DL-DELIM-RECORD.
           05 DL-DELIM-TAG         PIC X(08) VALUE '*MEMBER*'.
