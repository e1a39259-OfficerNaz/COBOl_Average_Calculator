000010 Identification Division.
000020 program-id. AVGTCMP as "AVGTCMP".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - compares an actual average
000130*                    with its AVGTARG target and band, so the
000140*                    batch's set and department checks and the
000150*                    AVGSTMT statement line judge a gap the same
000160*                    way. Area layout in the TCMPAREA copybook.
000170*--------------------------------------------------------------
000180
000190 environment division.
000200
000210 data division.
000220 linkage section.
000230 01 TARGET-COMPARE-AREA.
000240     COPY TCMPAREA.
000250
000260 procedure division using TARGET-COMPARE-AREA.
000270 AVGTCMP Section.
000280 0000-COMPARE-TO-TARGET.
000290*    The band edges themselves are inside the band.
000300     set TC-IN-BAND to true
000310     if TC-Actual-Average < TC-Low-Band
000320         set TC-BELOW-BAND to true
000330     end-if
000340     if TC-Actual-Average > TC-High-Band
000350         set TC-ABOVE-BAND to true
000360     end-if
000370     Compute TC-Gap-Amount = TC-Actual-Average - TC-Target-Average
000380     move zero to TC-Gap-Pct
000390     if TC-Target-Average not = zero
000400         Compute TC-Gap-Pct rounded
000410             = (TC-Gap-Amount * 100) / TC-Target-Average
000420             on size error
000430                 if TC-Gap-Amount < zero
000440                     move -9999.99 to TC-Gap-Pct
000450                 else
000460                     move 9999.99 to TC-Gap-Pct
000470                 end-if
000480         end-compute
000490     end-if
000500     goback.
000510
000520 end program AVGTCMP.
