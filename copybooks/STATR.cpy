      *-------------------------------------------------------------*
      *  STATR    : ISPF statistics record written by DRSPDIRC to   *
      *             STATFILE, one record per directory member saved *
      *             with statistics, in directory-listing order.    *
      *             Read by DRSPSTAT to put the statistics back on  *
      *             the target system after a restore.              *
      *-------------------------------------------------------------*
       01  ST-STAT-RECORD.
           05 ST-MEMBER-NAME       PIC X(08).
      *                            vv.mm as ISPF shows it.
           05 ST-VVMM              PIC X(05).
           05 ST-VVMM-PARTS REDEFINES ST-VVMM.
              10 ST-VERSION        PIC X(02).
              10 FILLER            PIC X(01).
              10 ST-MOD-LEVEL      PIC X(02).
      *                            yy/mm/dd, yy/mm/dd and hh:mm.
           05 ST-CREATED           PIC X(08).
           05 ST-CHANGED           PIC X(08).
           05 ST-CHG-TIME          PIC X(05).
           05 ST-USERID            PIC X(08).
