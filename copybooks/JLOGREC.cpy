000010*================================================================
000020*  JLOGREC
000030*  AVGJLOG step-log record written by the night stream
000040*  controller AVGSTRM. Every record carries the stream it
000050*  belongs to (the date and time the stream was first started)
000060*  and the processing date. Record type S starts a stream, R
000070*  marks a rerun resuming it, B a step starting, E a step
000080*  ending with its return code and status, and Z the stream
000090*  ending - COMPLETE, STOPPED or ABANDONED. A stream with no
000100*  COMPLETE record is resumed by the next run at the step after
000110*  the last one that ended within its limit. Include this under
000120*  the FD's 01 level, e.g.
000130*      01  AVGJLOG-RECORD.
000140*          COPY JLOGREC.
000150*================================================================
000160     05  JL-STREAM-ID        PIC X(14).
000170     05  JL-SPACE1           PIC X(01).
000180     05  JL-RECORD-TYPE      PIC X(01).
000190         88  JL-STREAM-START     value "S".
000200         88  JL-STREAM-RESUMED   value "R".
000210         88  JL-STEP-BEGIN       value "B".
000220         88  JL-STEP-END         value "E".
000230         88  JL-STREAM-END       value "Z".
000240     05  JL-SPACE2           PIC X(01).
000250     05  JL-STREAM-DATE      PIC 9(08).
000260     05  JL-SPACE3           PIC X(01).
000270     05  JL-STEP-NO          PIC 9(02).
000280     05  JL-SPACE4           PIC X(01).
000290     05  JL-STEP-NAME        PIC X(08).
000300     05  JL-SPACE5           PIC X(01).
000310     05  JL-PROGRAM          PIC X(16).
000320     05  JL-SPACE6           PIC X(01).
000330     05  JL-START-DATE       PIC 9(08).
000340     05  JL-SPACE7           PIC X(01).
000350     05  JL-START-TIME       PIC 9(06).
000360     05  JL-SPACE8           PIC X(01).
000370     05  JL-END-DATE         PIC 9(08).
000380     05  JL-SPACE9           PIC X(01).
000390     05  JL-END-TIME         PIC 9(06).
000400     05  JL-SPACE10          PIC X(01).
000410     05  JL-RETURN-CODE      PIC 9(03).
000420     05  JL-SPACE11          PIC X(01).
000430     05  JL-MAX-RC           PIC 9(02).
000440     05  JL-SPACE12          PIC X(01).
000450     05  JL-STATUS           PIC X(10).
000460         88  JL-RUNNING          value "RUNNING".
000470         88  JL-ENDED            value "ENDED".
000480         88  JL-FAILED           value "FAILED".
000490         88  JL-NOT-DUE          value "NOT DUE".
000500         88  JL-COMPLETE         value "COMPLETE".
000510         88  JL-STOPPED          value "STOPPED".
000520         88  JL-ABANDONED        value "ABANDONED".
