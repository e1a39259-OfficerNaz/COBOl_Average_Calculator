000010*================================================================
000020*  TARGREC
000030*  AVGTARG target record - the average finance expects of a
000040*  department (type D) or of a key NBRMAST set (type S) over an
000050*  effective period: the first and last month it is in force (a
000060*  zero last month runs until further notice), the target
000070*  average and the low and high band around it. A run or a
000080*  department subtotal with an average outside the band is an
000090*  exception. Where two entries for a key are both in force the
000100*  one starting later wins. A set with no target of its own is
000110*  held to its department's. Maintained from AVGMENU. Include
000120*  this under the FD's 01 level, e.g.
000130*      01  AVGTARG-RECORD.
000140*          COPY TARGREC.
000150*================================================================
000160     05  TG-KEY.
000170         10  TG-TARGET-TYPE      PIC X(01).
000180             88  TG-DEPT-TARGET      value "D".
000190             88  TG-SET-TARGET       value "S".
000200         10  TG-TARGET-CODE      PIC X(08).
000210         10  TG-PERIOD-FROM      PIC 9(06).
000220     05  TG-PERIOD-TO            PIC 9(06).
000230     05  TG-TARGET-AVERAGE       PIC S9(05)V99
000240                                  SIGN LEADING SEPARATE.
000250     05  TG-LOW-BAND             PIC S9(05)V99
000260                                  SIGN LEADING SEPARATE.
000270     05  TG-HIGH-BAND            PIC S9(05)V99
000280                                  SIGN LEADING SEPARATE.
000290     05  TG-MAINT-OPER-ID        PIC X(08).
000300     05  TG-MAINT-DATE           PIC 9(08).
