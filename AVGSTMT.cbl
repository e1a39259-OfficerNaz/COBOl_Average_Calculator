000210*                    month, to the AVGSTMT statement file. A
000220*                    period already archived off the trail is
000230*                    restored first with AVGARCH function R.
000231*   2026-10-15 NS    Supervisor reversals on AVGAUDIT are now
000232*                    honoured - a reversed run and its V
000233*                    reversal record drop out of the period
000234*                    totals and the prior-month movement, a C
000235*                    correcting run counts in the period of the
000236*                    run it corrects, and both are listed in a
000237*                    separate adjustments section after the
000238*                    department totals.
000239*   2026-10-15 NS    Each department's totals are followed by
000239*                    an actual-versus-target line against its
000239*                    AVGTARG target for the period - the target
000239*                    average and band, the period average, the
000239*                    gap as an amount and a percent, and whether
000239*                    it is inside, below or above the band.
000240*--------------------------------------------------------------
000250
000260 environment division.
000320     select AVGSTMT-FILE assign to "AVGSTMT"
000330         organization is line sequential
000340         file status is AVGSTMT-Status.
000341     select AVGTARG-FILE assign to "AVGTARG"
000342         organization is indexed
000343         access is dynamic
000344         record key is TG-Key
000345         file status is AVGTARG-Status.
000350
000360 data division.
000370 file section.
000420 FD  AVGSTMT-FILE.
000430 01  AVGSTMT-RECORD PIC X(132).
000440
000441 FD  AVGTARG-FILE.
000442 01  AVGTARG-RECORD.
000443     COPY TARGREC.
000444
000450 working-storage section.
000460 01 AVGAUDIT-Status PIC X(02).
000470 01 AVGSTMT-Status PIC X(02).
000870 01 Prior-Average PIC S9(05)V99.
000880 01 Movement-Pct PIC S9(03)V99.
000890 01 Set-Average PIC S9(05)V99.
000890 01 Reversed-Count PIC 9(07).
000890 01 Reversal-Table-Area.
000890     COPY REVTAB.
000890 01 Reversal-Key-Work.
000890     05 RK-Run-Date PIC X(08).
000890     05 RK-Run-Time PIC X(06).
000890     05 RK-Dept-Code PIC X(04).
000890     05 RK-Set-ID PIC X(08).
000890 01 Reversal-Pointer PIC 9(03).
000890 01 Run-Reversed-Switch PIC X(01).
000890     88 Run-Reversed value "Y".
000890 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000890     88 Reversal-Full-Warned value "Y".
000890 01 AVGTARG-Status PIC X(02).
000890 01 AVGTARG-Open-Switch PIC X(01) value "N".
000890     88 AVGTARG-Open value "Y".
000890 01 AVGTARG-EOF-Switch PIC X(01).
000890     88 AVGTARG-EOF value "Y".
000890 01 Target-Found-Switch PIC X(01).
000890     88 Target-Found value "Y".
000890 01 Found-Target-Average PIC S9(05)V99.
000890 01 Found-Low-Band PIC S9(05)V99.
000890 01 Found-High-Band PIC S9(05)V99.
000890 01 TARGET-COMPARE-AREA.
000890     COPY TCMPAREA.
000890 01 Adjust-Pointer PIC 9(03).
000890 01 Adjust-Full-Warned-Switch PIC X(01) value "N".
000890     88 Adjust-Full-Warned value "Y".
000900
000910 01 Group-Area.
000920     05 Group-Count PIC 9(03) value zero.
001160         10 PI-Sum PIC S9(11)V99.
001170         10 PI-Entries PIC 9(07).
001180
001180 01 Adjustment-Area.
001180     05 Adjust-Count PIC 9(03) value zero.
001180     05 Adjust-Item OCCURS 100 TIMES.
001180         10 AJ-Record-Type PIC X(01).
001180         10 AJ-Dept-Code PIC X(04).
001180         10 AJ-Set-ID PIC X(08).
001180         10 AJ-Ref-Run-Date PIC X(08).
001180         10 AJ-Ref-Run-Time PIC X(06).
001180         10 AJ-Run-Date PIC X(08).
001180         10 AJ-Reason-Code PIC X(02).
001180         10 AJ-Operator-ID PIC X(08).
001180         10 AJ-Sum PIC S9(08)V99.
001180         10 AJ-Average PIC S9(05)V99.
001180
001190 01 Statement-Header.
001200     05 filler PIC X(32)
001210         value 'DEPARTMENT STATEMENT FOR PERIOD '.
001730     05 NP-Prior-Period PIC 9(06).
001740     05 filler PIC X(26) value ' - NO PRIOR-MONTH HISTORY '.
001750
001750 01 Adjustments-Header.
001750     05 filler PIC X(11) value 'ADJUSTMENTS'.
001750
001750 01 Adjustment-Line.
001750     05 filler PIC X(02) value spaces.
001750     05 AL-Type PIC X(10).
001750     05 filler PIC X(06) value ' DEPT '.
001750     05 AL-Dept-Code PIC X(04).
001750     05 filler PIC X(05) value ' SET '.
001750     05 AL-Set-ID PIC X(08).
001750     05 filler PIC X(08) value ' OF RUN '.
001750     05 AL-Ref-Run-Date PIC X(08).
001750     05 filler PIC X(01) value space.
001750     05 AL-Ref-Run-Time PIC X(06).
001750     05 filler PIC X(04) value ' ON '.
001750     05 AL-Run-Date PIC X(08).
001750     05 filler PIC X(08) value ' REASON '.
001750     05 AL-Reason-Code PIC X(02).
001750     05 filler PIC X(04) value ' BY '.
001750     05 AL-Operator-ID PIC X(08).
001750     05 filler PIC X(05) value ' SUM '.
001750     05 AL-Sum PIC -(8)9.99.
001750     05 filler PIC X(05) value ' AVG '.
001750     05 AL-Average PIC -(5)9.99.
001750
001750 01 No-Adjustments-Line.
001750     05 filler PIC X(26) value '  NO ADJUSTMENTS IN PERIOD'.
001750
001750 01 Reversed-Trailer.
001750     05 filler PIC X(25) value 'REVERSED RUNS LEFT OUT:  '.
001750     05 RVT-Count PIC ZZZZZZ9.
001750
001750 01 Target-Line.
001750     05 filler PIC X(07) value 'TARGET '.
001750     05 TL-Target PIC -(5)9.99.
001750     05 filler PIC X(06) value ' BAND '.
001750     05 TL-Low-Band PIC -(5)9.99.
001750     05 filler PIC X(04) value ' TO '.
001750     05 TL-High-Band PIC -(5)9.99.
001750     05 filler PIC X(08) value ' ACTUAL '.
001750     05 TL-Actual PIC -(5)9.99.
001750     05 filler PIC X(05) value ' GAP '.
001750     05 TL-Gap-Amount PIC -(6)9.99.
001750     05 filler PIC X(01) value space.
001750     05 TL-Gap-Pct PIC +ZZZ9.99.
001750     05 filler PIC X(05) value ' PCT '.
001750     05 TL-Status PIC X(10).
001750
001750 01 No-Target-Line.
001750     05 filler PIC X(24) value 'NO TARGET SET FOR PERIOD'.
001750
001760 01 Statement-Trailer.
001770     05 filler PIC X(25) value 'RUNS IN PERIOD SELECTED: '.
001780     05 STR-Count PIC ZZZZZZ9.
001870         goback
001880     end-if
001890     perform 1000-SET-PRIOR-PERIOD thru 1000-EXIT
001895     perform 1500-LOAD-REVERSALS thru 1500-EXIT
001900     open input AVGAUDIT-FILE
001910     if AVGAUDIT-Status = "35"
001920         Display 'No AVGAUDIT history to report'
001980         goback
001990     end-if
002000     move zero to Selected-Count
002005     move zero to Reversed-Count
002010     move 'N' to AVGAUDIT-EOF-Switch
002020     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
002030     perform 2100-POST-ONE-RECORD thru 2100-EXIT
002040         until AVGAUDIT-EOF
002050     close AVGAUDIT-FILE
002060     if Group-Count = zero and Adjust-Count = zero
002070         Display 'No runs on AVGAUDIT for period '
002080             Statement-Period
002090         Display 'An archived period is restored with AVGARCH'
002180     end-if
002190     move Statement-Period to SH-Period
002200     write AVGSTMT-RECORD from Statement-Header
002205*    No AVGTARG (status 35) just means no targets have been set.
002205     open input AVGTARG-FILE
002205     if AVGTARG-Status = "00"
002205         set AVGTARG-Open to true
002205     else
002205         if AVGTARG-Status not = "35"
002205             Display 'Unable to open AVGTARG - status '
002205                 AVGTARG-Status
002205             Display 'target lines will not be printed'
002205         end-if
002205     end-if
002210     move spaces to Current-Dept
002220     move 'N' to Dept-Started-Switch
002230     perform 4000-PRINT-ONE-GROUP thru 4000-EXIT
002240         varying Print-Pointer from 1 by 1
002250         until Print-Pointer > Group-Count
002260     perform 4500-PRINT-DEPT-TOTALS thru 4500-EXIT
002265     perform 4700-PRINT-ADJUSTMENTS thru 4700-EXIT
002266     if AVGTARG-Open
002266         close AVGTARG-FILE
002266         move 'N' to AVGTARG-Open-Switch
002266     end-if
002270     move Selected-Count to STR-Count
002280     write AVGSTMT-RECORD from Statement-Trailer
002283     move Reversed-Count to RVT-Count
002286     write AVGSTMT-RECORD from Reversed-Trailer
002290     close AVGSTMT-FILE
002300     Display 'Runs in period selected: ' STR-Count
002310     goback.
002420     go to 1000-EXIT.
002430 1000-EXIT.
002440     exit.
002440
002440 1500-LOAD-REVERSALS.
002440*    A first pass collects every V reversal record, keyed the way
002440*    the run it reverses is keyed - its run date and time,
002440*    department and set ID - so the posting pass can leave the
002440*    reversed runs out.
002440     move zero to RV-Count
002440     open input AVGAUDIT-FILE
002440     if AVGAUDIT-Status not = "00"
002440         go to 1500-EXIT
002440     end-if
002440     move 'N' to AVGAUDIT-EOF-Switch
002440     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
002440     perform 1510-LOAD-ONE-REVERSAL thru 1510-EXIT
002440         until AVGAUDIT-EOF
002440     close AVGAUDIT-FILE
002440     go to 1500-EXIT.
002440 1500-EXIT.
002440     exit.
002440
002440 1510-LOAD-ONE-REVERSAL.
002440     if AA-Run-Date numeric and AA-REVERSAL
002440         if RV-Count < 500
002440             add 1 to RV-Count
002440             move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
002440             move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
002440             move AA-Dept-Code to RV-Dept-Code(RV-Count)
002440             move AA-Set-ID to RV-Set-ID(RV-Count)
002440             move 'N' to RV-Used-Flag(RV-Count)
002440         else
002440             if not Reversal-Full-Warned
002440                 Display 'Reversal table is full - some reversed'
002440                 Display 'runs are still on the statement'
002440                 set Reversal-Full-Warned to true
002440             end-if
002440         end-if
002440     end-if
002440     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
002440     go to 1510-EXIT.
002440 1510-EXIT.
002440     exit.
002450
002460 2000-READ-AUDIT-RECORD.
002470     read AVGAUDIT-FILE
002570*    CF carry-forwards and any record written under an older
002580*    layout, the same way the inquiry program does.
002590     if AA-Run-Date numeric and AA-SumOf numeric
002591         perform 2150-SET-RECORD-PERIOD thru 2150-EXIT
002592         if AA-REVERSAL
002593             if Record-Period = Statement-Period
002594                 perform 2700-POST-ADJUSTMENT thru 2700-EXIT
002595             end-if
002596             go to 2100-NEXT
002597         end-if
002598         perform 2600-CHECK-RUN-REVERSED thru 2600-EXIT
002599         if Run-Reversed
002600             if Record-Period = Statement-Period
002601                 add 1 to Reversed-Count
002602             end-if
002603             go to 2100-NEXT
002604         end-if
002605         if AA-CORRECTION
002606             and Record-Period = Statement-Period
002607             perform 2700-POST-ADJUSTMENT thru 2700-EXIT
002608         end-if
002610         if Record-Period = Statement-Period
002620             add 1 to Selected-Count
002630             perform 2200-POST-STATEMENT-GROUP thru 2200-EXIT
002650         if Record-Period = Prior-Period
002660             perform 2500-POST-PRIOR-DEPT thru 2500-EXIT
002670         end-if
002680     end-if.
002685 2100-NEXT.
002690     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
002700     go to 2100-EXIT.
002710 2100-EXIT.
002720     exit.
002720
002720 2150-SET-RECORD-PERIOD.
002720*    A reversal or correcting run belongs to the period of the
002720*    run it points back at, not the day the supervisor keyed
002720*    it, so the wrong run and its put-right land together.
002720     move AA-Run-Date(1:6) to Record-Period
002720     if (AA-REVERSAL or AA-CORRECTION)
002720         and AA-Ref-Run-Date numeric
002720         move AA-Ref-Run-Date(1:6) to Record-Period
002720     end-if
002720     go to 2150-EXIT.
002720 2150-EXIT.
002720     exit.
002730
002740 2200-POST-STATEMENT-GROUP.
002750     move AA-Dept-Code to GK-Dept-Code
003910     go to 2510-EXIT.
003920 2510-EXIT.
003930     exit.
003930
003930 2600-CHECK-RUN-REVERSED.
003930*    The first unused reversal for this run's key claims it, so
003930*    two runs sharing a key are reversed one for one in trail
003930*    order.
003930     move 'N' to Run-Reversed-Switch
003930     move AA-Run-Date to RK-Run-Date
003930     move AA-Run-Time to RK-Run-Time
003930     move AA-Dept-Code to RK-Dept-Code
003930     move AA-Set-ID to RK-Set-ID
003930     perform 2610-TEST-ONE-REVERSAL thru 2610-EXIT
003930         varying Reversal-Pointer from 1 by 1
003930         until Reversal-Pointer > RV-Count
003930             or Run-Reversed
003930     go to 2600-EXIT.
003930 2600-EXIT.
003930     exit.
003930
003930 2610-TEST-ONE-REVERSAL.
003930     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
003930         and not RV-USED(Reversal-Pointer)
003930         set RV-USED(Reversal-Pointer) to true
003930         set Run-Reversed to true
003930     end-if
003930     go to 2610-EXIT.
003930 2610-EXIT.
003930     exit.
003930
003930 2700-POST-ADJUSTMENT.
003930*    A reversal shows the sum it takes out as a negative; a
003930*    correcting run shows the sum it puts back.
003930     if Adjust-Count not < 100
003930         if not Adjust-Full-Warned
003930             Display 'Adjustment table is full - some'
003930             Display 'adjustments are not listed'
003930             set Adjust-Full-Warned to true
003930         end-if
003930         go to 2700-EXIT
003930     end-if
003930     add 1 to Adjust-Count
003930     move AA-Record-Type to AJ-Record-Type(Adjust-Count)
003930     move AA-Dept-Code to AJ-Dept-Code(Adjust-Count)
003930     move AA-Set-ID to AJ-Set-ID(Adjust-Count)
003930     move AA-Ref-Run-Date to AJ-Ref-Run-Date(Adjust-Count)
003930     move AA-Ref-Run-Time to AJ-Ref-Run-Time(Adjust-Count)
003930     move AA-Run-Date to AJ-Run-Date(Adjust-Count)
003930     move AA-Reason-Code to AJ-Reason-Code(Adjust-Count)
003930     move AA-Operator-ID to AJ-Operator-ID(Adjust-Count)
003930     move AA-SumOf to Record-Sum
003930     move AA-Average to Record-Average
003930     if AA-REVERSAL
003930         Compute AJ-Sum(Adjust-Count) = zero - Record-Sum
003930     else
003930         move Record-Sum to AJ-Sum(Adjust-Count)
003930     end-if
003930     move Record-Average to AJ-Average(Adjust-Count)
003930     go to 2700-EXIT.
003930 2700-EXIT.
003930     exit.
003940
003950 3000-SORT-GROUPS.
003960*    A sorted table turns the department grouping into a simple
004810     move Dept-Var-Count to DT-Var-Count
004820     write AVGSTMT-RECORD from Dept-Total-Line
004830     perform 4600-PRINT-MOVEMENT-LINE thru 4600-EXIT
004835     perform 4650-PRINT-TARGET-LINE thru 4650-EXIT
004840     move 'N' to Dept-Started-Switch
004850     go to 4500-EXIT.
004860 4500-EXIT.
005280     go to 4610-EXIT.
005290 4610-EXIT.
005300     exit.
005300
005300 4650-PRINT-TARGET-LINE.
005300*    The department's period average against the AVGTARG
005300*    department target in force for the statement month - the
005300*    latest-starting entry already started and not yet ended.
005300     if not AVGTARG-Open
005300         or Current-Dept = spaces
005300         go to 4650-EXIT
005300     end-if
005300     move 'N' to Target-Found-Switch
005300     move 'D' to TG-Target-Type
005300     move Current-Dept to TG-Target-Code
005300     move zero to TG-Period-From
005300     move 'N' to AVGTARG-EOF-Switch
005300     start AVGTARG-FILE key not < TG-Key
005300         invalid key
005300             set AVGTARG-EOF to true
005300     end-start
005300     perform 4660-READ-ONE-TARGET thru 4660-EXIT
005300         until AVGTARG-EOF
005300     if not Target-Found
005300         write AVGSTMT-RECORD from No-Target-Line
005300         go to 4650-EXIT
005300     end-if
005300     move Dept-Average to TC-Actual-Average
005300     move Found-Target-Average to TC-Target-Average
005300     move Found-Low-Band to TC-Low-Band
005300     move Found-High-Band to TC-High-Band
005300     call "AVGTCMP" using TARGET-COMPARE-AREA
005300     move TC-Target-Average to TL-Target
005300     move TC-Low-Band to TL-Low-Band
005300     move TC-High-Band to TL-High-Band
005300     move TC-Actual-Average to TL-Actual
005300     move TC-Gap-Amount to TL-Gap-Amount
005300     move TC-Gap-Pct to TL-Gap-Pct
005300     if TC-Below-Band
005300         move 'BELOW BAND' to TL-Status
005300     else
005300         if TC-Above-Band
005300             move 'ABOVE BAND' to TL-Status
005300         else
005300             move 'IN BAND' to TL-Status
005300         end-if
005300     end-if
005300     write AVGSTMT-RECORD from Target-Line
005300     go to 4650-EXIT.
005300 4650-EXIT.
005300     exit.
005300
005300 4660-READ-ONE-TARGET.
005300     read AVGTARG-FILE next
005300         at end
005300             set AVGTARG-EOF to true
005300             go to 4660-EXIT
005300     end-read
005300     if not TG-Dept-Target
005300         or TG-Target-Code not = Current-Dept
005300         or TG-Period-From > Statement-Period
005300         set AVGTARG-EOF to true
005300         go to 4660-EXIT
005300     end-if
005300     if TG-Period-To not = zero
005300         and TG-Period-To < Statement-Period
005300         go to 4660-EXIT
005300     end-if
005300     set Target-Found to true
005300     move TG-Target-Average to Found-Target-Average
005300     move TG-Low-Band to Found-Low-Band
005300     move TG-High-Band to Found-High-Band
005300     go to 4660-EXIT.
005300 4660-EXIT.
005300     exit.
005300
005300 4700-PRINT-ADJUSTMENTS.
005300     write AVGSTMT-RECORD from Adjustments-Header
005300     if Adjust-Count = zero
005300         write AVGSTMT-RECORD from No-Adjustments-Line
005300         go to 4700-EXIT
005300     end-if
005300     perform 4710-PRINT-ONE-ADJUSTMENT thru 4710-EXIT
005300         varying Adjust-Pointer from 1 by 1
005300         until Adjust-Pointer > Adjust-Count
005300     go to 4700-EXIT.
005300 4700-EXIT.
005300     exit.
005300
005300 4710-PRINT-ONE-ADJUSTMENT.
005300     if AJ-Record-Type(Adjust-Pointer) = 'V'
005300         move 'REVERSAL' to AL-Type
005300     else
005300         move 'CORRECTION' to AL-Type
005300     end-if
005300     move AJ-Dept-Code(Adjust-Pointer) to AL-Dept-Code
005300     move AJ-Set-ID(Adjust-Pointer) to AL-Set-ID
005300     move AJ-Ref-Run-Date(Adjust-Pointer) to AL-Ref-Run-Date
005300     move AJ-Ref-Run-Time(Adjust-Pointer) to AL-Ref-Run-Time
005300     move AJ-Run-Date(Adjust-Pointer) to AL-Run-Date
005300     move AJ-Reason-Code(Adjust-Pointer) to AL-Reason-Code
005300     move AJ-Operator-ID(Adjust-Pointer) to AL-Operator-ID
005300     move AJ-Sum(Adjust-Pointer) to AL-Sum
005300     move AJ-Average(Adjust-Pointer) to AL-Average
005300     write AVGSTMT-RECORD from Adjustment-Line
005300     go to 4710-EXIT.
005300 4710-EXIT.
005300     exit.
005310
005320 end program AVGSTMT.
