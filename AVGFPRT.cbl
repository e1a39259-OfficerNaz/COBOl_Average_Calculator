000010 Identification Division.
000020 program-id. AVGFPRT as "AVGFPRT".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - fingerprints a number set
000130*                    so the batch can tell a set it has already
000140*                    run from a new one. Shared by assignment4,
000150*                    which checks each queued set against the
000160*                    sets already run, and AVGMENU, which stamps
000170*                    the fingerprint on the audit records it
000180*                    writes. Area layout in the FPRTAREA
000190*                    copybook.
000200*--------------------------------------------------------------
000210
000220 environment division.
000230
000240 data division.
000250 working-storage section.
000260 01 Entry-Cents PIC 9(08).
000270 01 Check-Work PIC 9(11).
000280 01 Check-Quotient PIC 9(11).
000290 01 Check-Remainder PIC 9(09).
000300
000310 linkage section.
000320 01 NUMBER-SET.
000330     COPY NUMTAB.
000340 01 Expected-Control-Total PIC S9(8)V99.
000350 01 FINGERPRINT-AREA.
000360     COPY FPRTAREA.
000370
000380 procedure division using NUMBER-SET, Expected-Control-Total,
000390     FINGERPRINT-AREA.
000400 AVGFPRT Section.
000410 0000-BUILD-FINGERPRINT.
000420     move zero to FP-Entry-Count
000430     perform 1000-CHECK-ONE-ENTRY thru 1000-EXIT
000440         varying NUMBER-INDEX from 1 by 1
000450         until NUMBER-INDEX > 500
000460     move zero to Check-Work
000470     if FP-Entry-Count > zero
000480         perform 2000-ADD-ONE-ENTRY thru 2000-EXIT
000490             varying NUMBER-INDEX from 1 by 1
000500             until NUMBER-INDEX > FP-Entry-Count
000510     end-if
000520     move Check-Work to FP-Check-Value
000530     move Expected-Control-Total to FP-Control-Total
000540     goback.
000550
000560 1000-CHECK-ONE-ENTRY.
000570*    Entries in use run up to the last non-zero one, the same
000580*    rule AVGVALID counts by.
000590     if NUMBER-ENTRY(NUMBER-INDEX) not = zero
000600         move NUMBER-INDEX to FP-Entry-Count
000610     end-if
000620     go to 1000-EXIT.
000630 1000-EXIT.
000640     exit.
000650
000660 2000-ADD-ONE-ENTRY.
000670*    Each entry in cents, lifted clear of its sign, is folded in
000680*    behind the value so far times 31 and kept under a nine-digit
000690*    prime - the same values in another order, or one value
000700*    moved between entries, give a different check value.
000710     Compute Entry-Cents = NUMBER-ENTRY(NUMBER-INDEX) * 100
000720         + 10000000
000730     Compute Check-Work = Check-Work * 31 + Entry-Cents
000740     divide Check-Work by 999999937 giving Check-Quotient
000750         remainder Check-Remainder
000760     move Check-Remainder to Check-Work
000770     go to 2000-EXIT.
000780 2000-EXIT.
000790     exit.
000800
000810 end program AVGFPRT.
