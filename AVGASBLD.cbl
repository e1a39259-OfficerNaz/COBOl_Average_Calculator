000010 Identification Division.
000020 program-id. AVGASBLD as "AVGASBLD".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - builds the AVGASUM summary
000130*                    row (ASUMREC copybook) for an AVGAUDIT run
000140*                    record, so assignment4, AVGMENU and the
000150*                    AVGASRB rebuild all key and fill the row the
000160*                    same way.
000170*--------------------------------------------------------------
000180
000190 environment division.
000200
000210 data division.
000220 working-storage section.
000230 01 Entry-Pointer PIC 9(03).
000240
000250 linkage section.
000260 01 Audit-Record.
000270     COPY AUDREC.
000280 01 Summary-Record.
000290     COPY ASUMREC.
000300
000310 procedure division using Audit-Record, Summary-Record.
000320 AVGASBLD Section.
000330 0000-BUILD-SUMMARY-ROW.
000340*    The set key is the one the variance check matches on - the
000350*    set ID, or the department when the set has no ID.
000360     move spaces to Summary-Record
000370     if AA-Set-ID not = spaces
000380         move AA-Set-ID to ASUM-Set-Key
000390     else
000400         move AA-Dept-Code to ASUM-Set-Key
000410     end-if
000420     move AA-Run-Date to ASUM-Run-Date
000430     move AA-Run-Time to ASUM-Run-Time
000440     if AA-Seq-No numeric
000450         move AA-Seq-No to ASUM-Seq-No
000460     else
000470         move zero to ASUM-Seq-No
000480     end-if
000490     move AA-Dept-Code to ASUM-Dept-Code
000500     move AA-Set-ID to ASUM-Set-ID
000510     move zero to ASUM-Entry-Count
000520     perform 1000-CHECK-ONE-ENTRY thru 1000-EXIT
000530         varying Entry-Pointer from 1 by 1
000540         until Entry-Pointer > 500
000550     if AA-SumOf numeric
000560         move AA-SumOf to ASUM-SumOf
000570         move AA-Average to ASUM-Average
000580     else
000590         move zero to ASUM-SumOf
000600         move zero to ASUM-Average
000610     end-if
000620     move AA-Overflow-Flag to ASUM-Overflow-Flag
000630     move AA-Recon-Break to ASUM-Recon-Break
000640     move AA-Variance-Flag to ASUM-Variance-Flag
000650     move AA-Calc-Mode to ASUM-Calc-Mode
000660     move AA-Operator-ID to ASUM-Operator-ID
000670     move AA-Record-Type to ASUM-Record-Type
000680     move AA-Reason-Code to ASUM-Reason-Code
000690     move AA-Ref-Run-Date to ASUM-Ref-Run-Date
000700     move AA-Ref-Run-Time to ASUM-Ref-Run-Time
000710     move 'N' to ASUM-Reversed-Flag
000720     goback.
000730
000740 1000-CHECK-ONE-ENTRY.
000750*    Entries in use run up to the last non-zero one, the same
000760*    rule AVGVALID counts by.
000770     if AA-Number-Entry(Entry-Pointer) numeric
000780         if AA-Number-Entry(Entry-Pointer) not = zero
000790             move Entry-Pointer to ASUM-Entry-Count
000800         end-if
000810     end-if
000820     go to 1000-EXIT.
000830 1000-EXIT.
000840     exit.
000850
000860 end program AVGASBLD.
