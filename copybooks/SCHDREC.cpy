000010*================================================================
000020*  SCHDREC
000030*  AVGSCHD recurring-run schedule record - one per stored
000040*  NBRMAST set that runs on a fixed rhythm: the set ID (the
000050*  key), the department and calculation mode its queue record
000060*  carries, how often it runs (D every night, W once a week on
000070*  SC-RUN-DAY, 1 = Monday through 7 = Sunday, M on the first
000080*  business day of the month) and the dates the entry is in
000090*  force (a zero expiry date runs until further notice).
000100*  AVGSCHED stamps SC-LAST-QUEUED-DATE when it queues the set so
000110*  a rerun for the same date does not queue it twice. Maintained
000120*  from AVGMENU. Include this under the FD's 01 level, e.g.
000130*      01  AVGSCHD-RECORD.
000140*          COPY SCHDREC.
000150*================================================================
000160     05  SC-SET-ID           PIC X(08).
000170     05  SC-DEPT-CODE        PIC X(04).
000180     05  SC-CALC-MODE        PIC X(01).
000190     05  SC-FREQUENCY        PIC X(01).
000200         88  SC-FREQ-DAILY       value "D".
000210         88  SC-FREQ-WEEKLY      value "W".
000220         88  SC-FREQ-MONTHLY     value "M".
000230     05  SC-RUN-DAY          PIC 9(01).
000240     05  SC-EFFECTIVE-DATE   PIC 9(08).
000250     05  SC-EXPIRY-DATE      PIC 9(08).
000260     05  SC-LAST-QUEUED-DATE PIC 9(08).
000270     05  SC-MAINT-OPER-ID    PIC X(08).
000280     05  SC-MAINT-DATE       PIC 9(08).
