      *-------------------------------------------------------------*
      *  RUNHR    : Run-history master record.  One record per      *
      *             program per night, rolled up by DRSPTRND from   *
      *             the night's run-audit trail: the night's date,  *
      *             how many times the program ran, its four key    *
      *             counters summed over those runs and the worst   *
      *             return code it set.  The master is kept in      *
      *             night order.  The counters are also seen as a   *
      *             table so the trend report can walk them.        *
      *-------------------------------------------------------------*
       01  RH-RUN-HIST-RECORD.
           05 RH-PROGRAM-NAME      PIC X(08).
           05 RH-RUN-DATE          PIC 9(08).
           05 RH-STEPS             PIC 9(04).
           05 RH-COUNTERS.
              10 RH-RECORDS-READ     PIC 9(09).
              10 RH-RECORDS-WRITTEN  PIC 9(09).
              10 RH-MEMBERS          PIC 9(09).
              10 RH-EXCEPTIONS       PIC 9(09).
           05 RH-COUNTER-TABLE REDEFINES RH-COUNTERS.
              10 RH-COUNTER          PIC 9(09) OCCURS 4 TIMES.
           05 RH-WORST-RC          PIC 9(04).
