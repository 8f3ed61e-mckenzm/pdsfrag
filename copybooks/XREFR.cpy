      *-------------------------------------------------------------*
      *  XREFR    : Member cross-reference record written by        *
      *             DRSPXREF, one record per COPY, EXEC PGM=, EXEC  *
      *             procedure or INCLUDE MEMBER= reference found    *
      *             in the dressed OUTFILE, in dump order.          *
      *-------------------------------------------------------------*
       01  XR-XREF-RECORD.
      *                            the member holding the reference
      *                            and its library identifier.
           05 XR-REF-MEMBER        PIC X(08).
           05 XR-REF-LIBRARY       PIC X(08).
      *                            the member or program referred to.
           05 XR-TARGET-NAME       PIC X(08).
           05 XR-REF-TYPE          PIC X(08).
              88 XR-TYPE-COPY          VALUE 'COPY    '.
              88 XR-TYPE-PGM           VALUE 'PGM     '.
              88 XR-TYPE-PROC          VALUE 'PROC    '.
              88 XR-TYPE-INCLUDE       VALUE 'INCLUDE '.
      *                            relative line within the member.
           05 XR-REF-LINE          PIC 9(09).
      *                            whether the target is a member
      *                            in MBRIDX; 'X' for a name SYSIN
      *                            exempted (system utilities).
           05 XR-TARGET-IND        PIC X.
              88 XR-TARGET-FOUND       VALUE 'Y'.
              88 XR-TARGET-MISSING     VALUE 'N'.
              88 XR-TARGET-EXEMPT      VALUE 'X'.
