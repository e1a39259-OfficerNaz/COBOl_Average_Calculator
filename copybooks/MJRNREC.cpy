000010*================================================================
000020*  MJRNREC
000030*  AVGMJRN master-change journal record - one per add, change
000040*  or delete applied to the NBRMAST master from the AVGPEND
000050*  review: the set ID, the action, who keyed it (maker) and who
000060*  approved it (checker), when it was keyed and approved, and
000070*  the full master image before and after the change (a flag of
000080*  N means there was no set on that side - before an add, after
000090*  a delete). Rolling the after images forward from an NBRBKP
000100*  backup rebuilds the master as it stood on any date. Include
000110*  this under a 01-level group, e.g.
000120*      01  Journal-Work-Record.
000130*          COPY MJRNREC.
000140*================================================================
000150     05  MJ-SET-ID           PIC X(08).
000160     05  MJ-ACTION           PIC X(01).
000170         88  MJ-ACTION-ADD       value "A".
000180         88  MJ-ACTION-CHANGE    value "C".
000190         88  MJ-ACTION-DELETE    value "D".
000200     05  MJ-MAKER-ID         PIC X(08).
000210     05  MJ-CHECKER-ID       PIC X(08).
000220     05  MJ-APPROVE-DATE     PIC 9(08).
000230     05  MJ-APPROVE-TIME     PIC 9(06).
000240     05  MJ-KEYED-DATE       PIC X(08).
000250     05  MJ-KEYED-TIME       PIC X(06).
000260     05  MJ-BEFORE-FLAG      PIC X(01).
000270         88  MJ-BEFORE-PRESENT   value "Y".
000280     05  MJ-BEFORE-ENTRY-AREA.
000290         10  MJ-BEFORE-ENTRY PIC S9(05)V99 OCCURS 500 TIMES
000300                              SIGN LEADING SEPARATE.
000310     05  MJ-BEFORE-CONTROL-TOTAL PIC S9(08)V99
000320                              SIGN LEADING SEPARATE.
000330     05  MJ-AFTER-FLAG       PIC X(01).
000340         88  MJ-AFTER-PRESENT    value "Y".
000350     05  MJ-AFTER-ENTRY-AREA.
000360         10  MJ-AFTER-ENTRY  PIC S9(05)V99 OCCURS 500 TIMES
000370                              SIGN LEADING SEPARATE.
000380     05  MJ-AFTER-CONTROL-TOTAL PIC S9(08)V99
000390                              SIGN LEADING SEPARATE.
