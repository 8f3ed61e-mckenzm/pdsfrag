      *-------------------------------------------------------------*
      *  GENINVR  : Dump-generation inventory record, one per       *
      *             nightly dressed dump, in run-date order.        *
      *             Written by DRSPGINV from the night's history    *
      *             master and run-audit trail; read by DRSPRTRV to *
      *             find the generation holding a member as it was  *
      *             on a given date.                                *
      *-------------------------------------------------------------*
       01  GI-INVENTORY-RECORD.
      *                            yyyymmdd, as on DRSPHIST's 'D'
      *                            card for the same night.
           05 GI-RUN-DATE          PIC 9(08).
      *                            library identifiers the dump's
      *                            'L' cards declared, as far as
      *                            the history master saw them; one
      *                            entry of spaces when none was.
           05 GI-LIBRARY-COUNT     PIC 9(02).
           05 GI-LIBRARY-ID        PIC X(08) OCCURS 8 TIMES.
           05 GI-OUTFILE-DSN       PIC X(44).
           05 GI-MBRIDX-DSN        PIC X(44).
      *                            members and records DRESSPRT
      *                            dressed, and its return code.
           05 GI-MEMBERS           PIC 9(09).
           05 GI-RECORDS           PIC 9(09).
           05 GI-DRESS-RC          PIC 9(04).
      *                            volume serial the generation went
      *                            to the vault on.
           05 GI-VAULT-VOLUME      PIC X(06).
           05 FILLER               PIC X(10).
