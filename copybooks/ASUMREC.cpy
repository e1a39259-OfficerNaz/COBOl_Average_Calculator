000010*================================================================
000020*  ASUMREC
000030*  AVGASUM audit summary record - one per run record on the
000040*  AVGAUDIT trail, without the entries: the set key (set ID, or
000050*  department when the set has no ID), run date and time and the
000060*  record's chain sequence number make the key, and the rest is
000070*  the department, set ID, entries in use, sum, average, flags,
000080*  calculation mode, operator and the record type, reason and
000090*  reference of a V reversal or C correction. A run a V record
000100*  has reversed carries ASUM-REVERSED. Records written before the
000110*  chain was carried key with a zero sequence number. A rebuild
000120*  from a carry-forward alone (no generation read) gives an F row
000130*  dated to the first of its period. The department is an
000140*  alternate key with duplicates. Written by assignment4 and
000150*  AVGMENU alongside AVGAUDIT and rebuilt by AVGASRB; the row is
000160*  built from the audit record by AVGASBLD. Include this under
000170*  the FD's 01 level, e.g.
000180*      01  AVGASUM-RECORD.
000190*          COPY ASUMREC.
000200*================================================================
000210     05  ASUM-KEY.
000220         10  ASUM-SET-KEY        PIC X(08).
000230         10  ASUM-RUN-DATE       PIC X(08).
000240         10  ASUM-RUN-TIME       PIC X(06).
000250         10  ASUM-SEQ-NO         PIC 9(09).
000260     05  ASUM-DEPT-CODE          PIC X(04).
000270     05  ASUM-SET-ID             PIC X(08).
000280     05  ASUM-ENTRY-COUNT        PIC 9(03).
000290     05  ASUM-SUMOF              PIC S9(08)V99
000300                                  SIGN LEADING SEPARATE.
000310     05  ASUM-AVERAGE            PIC S9(05)V99
000320                                  SIGN LEADING SEPARATE.
000330     05  ASUM-OVERFLOW-FLAG      PIC X(01).
000340     05  ASUM-RECON-BREAK        PIC X(01).
000350     05  ASUM-VARIANCE-FLAG      PIC X(01).
000360     05  ASUM-CALC-MODE          PIC X(01).
000370     05  ASUM-OPERATOR-ID        PIC X(08).
000380     05  ASUM-RECORD-TYPE        PIC X(01).
000390         88  ASUM-ORIGINAL-RUN       value " ".
000400         88  ASUM-REVERSAL           value "V".
000410         88  ASUM-CORRECTION         value "C".
000420         88  ASUM-CARRY-FORWARD      value "F".
000430     05  ASUM-REASON-CODE        PIC X(02).
000440     05  ASUM-REF-RUN-DATE       PIC X(08).
000450     05  ASUM-REF-RUN-TIME       PIC X(06).
000460     05  ASUM-REVERSED-FLAG      PIC X(01).
000470         88  ASUM-REVERSED           value "Y".
