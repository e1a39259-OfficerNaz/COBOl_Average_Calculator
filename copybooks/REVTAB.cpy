000010*================================================================
000020*  REVTAB
000030*  Reversal key table - one item per V reversal record on the
000040*  AVGAUDIT trail, keyed the way the reversed run itself is
000050*  keyed: its run date and time, department and set ID. A
000060*  reader loads it on a first pass over the trail, then on the
000070*  second pass marks the first unused matching item for each
000080*  run it meets, and that run is the one reversed - so two runs
000090*  that share a key are reversed one for one, in trail order.
000100*  Include this under a 01-level group, e.g.
000110*      01  Reversal-Table-Area.
000120*          COPY REVTAB.
000130*================================================================
000140     05  RV-COUNT            PIC 9(03).
000150     05  RV-ITEM OCCURS 500 TIMES.
000160         10  RV-KEY.
000170             15  RV-RUN-DATE     PIC X(08).
000180             15  RV-RUN-TIME     PIC X(06).
000190             15  RV-DEPT-CODE    PIC X(04).
000200             15  RV-SET-ID       PIC X(08).
000210         10  RV-USED-FLAG        PIC X(01).
000220             88  RV-USED             value "Y".
