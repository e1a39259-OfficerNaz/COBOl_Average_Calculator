000010 Identification Division.
000020 program-id. AVGHASH as "AVGHASH".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - chain hash for the
000130*                    AVGAUDIT trail. Every program that writes
000140*                    an audit, carry-forward or bridge record
000150*                    calls it with the chain hash of the record
000160*                    before, and the AVGTVFY verifier calls it
000170*                    again to prove each link. Area layout in
000180*                    the HASHAREA copybook.
000190*--------------------------------------------------------------
000200
000210 environment division.
000220
000230 data division.
000240 working-storage section.
000250 01 Byte-Pointer PIC 9(04) COMP.
000260 01 Byte-Value PIC 9(04) COMP.
000270 01 Byte-View redefines Byte-Value.
000280     05 filler PIC X(01).
000290     05 Byte-Char PIC X(01).
000300 01 Hash-A PIC 9(09) COMP.
000310 01 Hash-B PIC 9(09) COMP.
000320 01 Hash-Work PIC 9(11) COMP.
000330 01 Hash-Quotient PIC 9(11) COMP.
000340
000350 linkage section.
000360 01 HASH-AREA.
000370     COPY HASHAREA.
000380 01 Hash-Record PIC X(4200).
000390
000400 procedure division using HASH-AREA, Hash-Record.
000410 AVGHASH Section.
000420 0000-HASH-RECORD.
000430     move zero to HS-Record-Hash-A
000440     move zero to HS-Record-Hash-B
000450     if HS-Cover-Length not numeric
000460         or HS-Cover-Length < 1 or HS-Cover-Length > 4200
000470         goback
000480     end-if
000490     if HS-Prior-Hash-A numeric
000500         move HS-Prior-Hash-A to Hash-A
000510     else
000520         move zero to Hash-A
000530     end-if
000540     if HS-Prior-Hash-B numeric
000550         move HS-Prior-Hash-B to Hash-B
000560     else
000570         move zero to Hash-B
000580     end-if
000590     perform 1000-HASH-ONE-BYTE thru 1000-EXIT
000600         varying Byte-Pointer from 1 by 1
000610         until Byte-Pointer > HS-Cover-Length
000620     move Hash-A to HS-Record-Hash-A
000630     move Hash-B to HS-Record-Hash-B
000640     goback.
000650
000660 1000-HASH-ONE-BYTE.
000670*    The byte's code, one up so a low-value still counts, is
000680*    folded in behind each running value - times 31 under one
000690*    nine-digit prime, times 37 under another. Two remainders
000700*    side by side make an accidental match far less likely than
000710*    either on its own.
000720     move zero to Byte-Value
000730     move Hash-Record(Byte-Pointer:1) to Byte-Char
000740     Compute Hash-Work = Hash-A * 31 + Byte-Value + 1
000750     divide Hash-Work by 999999937 giving Hash-Quotient
000760         remainder Hash-A
000770     Compute Hash-Work = Hash-B * 37 + Byte-Value + 1
000780     divide Hash-Work by 999999929 giving Hash-Quotient
000790         remainder Hash-B
000800     go to 1000-EXIT.
000810 1000-EXIT.
000820     exit.
000830
000840 end program AVGHASH.
