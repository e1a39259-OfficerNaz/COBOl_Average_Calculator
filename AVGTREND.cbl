000010 Identification Division.
000020 program-id. AVGTREND as "AVGTREND".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - trend analysis over the
000130*                    AVGAUDIT history for a keyed run-date range
000140*                    and optional department. For each set key
000150*                    (set ID, or department when the run had no
000160*                    set ID) gives the run count, first and last
000170*                    average, 4-run and 12-run moving averages,
000180*                    the slope of the least-squares line through
000190*                    the runs in date order and a rising,
000200*                    falling or flat flag. Writes the AVGTRNR
000210*                    printed report and the AVGTRNF comma-
000220*                    delimited file laid out like AVGEXTF, with
000230*                    the sets whose slope is beyond the keyed
000240*                    threshold listed first, steepest first.
000250*                    Reversed runs and V reversals are left out
000260*                    and a C correcting run stands in the place
000270*                    of the run it corrects. An archived period
000280*                    is restored first with AVGARCH function R -
000290*                    the restored runs are put back in date order
000300*                    whatever their place on the trail. Return
000310*                    code 0 clean, 4 nothing selected or a table
000320*                    full, 12 bad dates or a file that could not
000330*                    be opened.
000340*--------------------------------------------------------------
000350
000360 environment division.
000370 input-output section.
000380 file-control.
000390     select AVGAUDIT-FILE assign to "AVGAUDIT"
000400         organization is line sequential
000410         file status is AVGAUDIT-Status.
000420     select AVGTRNR-FILE assign to "AVGTRNR"
000430         organization is line sequential
000440         file status is AVGTRNR-Status.
000450     select AVGTRNF-FILE assign to "AVGTRNF"
000460         organization is line sequential
000470         file status is AVGTRNF-Status.
000480
000490 data division.
000500 file section.
000510 FD  AVGAUDIT-FILE.
000520 01  AVGAUDIT-RECORD.
000530     COPY AUDREC.
000540
000550 FD  AVGTRNR-FILE.
000560 01  AVGTRNR-RECORD PIC X(132).
000570
000580 FD  AVGTRNF-FILE.
000590 01  AVGTRNF-RECORD PIC X(200).
000600
000610 working-storage section.
000620 01 AVGAUDIT-Status PIC X(02).
000630 01 AVGTRNR-Status PIC X(02).
000640 01 AVGTRNF-Status PIC X(02).
000650 01 AVGAUDIT-EOF-Switch PIC X(01).
000660     88 AVGAUDIT-EOF value "Y".
000670 01 Run-Return-Code PIC 9(02) value zero.
000680 01 Low-Date PIC 9(08).
000690 01 High-Date PIC 9(08).
000700 01 Dept-Filter PIC X(04).
000710 01 Slope-Threshold PIC 9(05)V9999.
000720 01 Record-Date PIC X(08).
000730 01 Record-Time PIC X(06).
000740 01 Record-Average PIC S9(05)V99.
000750 01 Record-Set-Key PIC X(08).
000760 01 Reversed-Count PIC 9(07) value zero.
000770 01 Reversal-Table-Area.
000780     COPY REVTAB.
000790 01 Reversal-Key-Work.
000800     05 RK-Run-Date PIC X(08).
000810     05 RK-Run-Time PIC X(06).
000820     05 RK-Dept-Code PIC X(04).
000830     05 RK-Set-ID PIC X(08).
000840 01 Reversal-Pointer PIC 9(03).
000850 01 Run-Reversed-Switch PIC X(01).
000860     88 Run-Reversed value "Y".
000870 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000880     88 Reversal-Full-Warned value "Y".
000890
000900*    Every selected run, held in run date and time order - the
000910*    trail is in that order except where a restored generation
000920*    was put back on the end of it.
000930 01 Run-Area.
000940     05 Run-Count PIC 9(05) value zero.
000950     05 Run-Item OCCURS 5000 TIMES.
000960         10 RT-Stamp.
000970             15 RT-Run-Date PIC X(08).
000980             15 RT-Run-Time PIC X(06).
000990         10 RT-Set-Key PIC X(08).
001000         10 RT-Dept-Code PIC X(04).
001010         10 RT-Average PIC S9(05)V99.
001020 01 Run-Hold-Item.
001030     05 RH-Stamp PIC X(14).
001040     05 RH-Set-Key PIC X(08).
001050     05 RH-Dept-Code PIC X(04).
001060     05 RH-Average PIC S9(05)V99.
001070 01 Run-Pointer PIC 9(05).
001080 01 Insert-Pointer PIC 9(05).
001090 01 Insert-Done-Switch PIC X(01).
001100     88 Insert-Done value "Y".
001110 01 Run-Full-Warned-Switch PIC X(01) value "N".
001120     88 Run-Full-Warned value "Y".
001130
001140*    One item per set key. TK-Recent keeps the key's last twelve
001150*    averages round-robin for the moving averages.
001160 01 Key-Area.
001170     05 Key-Count PIC 9(03) value zero.
001180     05 Key-Item OCCURS 500 TIMES.
001190         10 TK-Sort-Key.
001200             15 TK-Sort-Group PIC X(01).
001210             15 TK-Sort-Slope PIC 9(05)V9999.
001220             15 TK-Sort-Set-Key PIC X(08).
001230         10 TK-Set-Key PIC X(08).
001240         10 TK-Dept-Code PIC X(04).
001250         10 TK-Runs PIC 9(05).
001260         10 TK-First-Date PIC X(08).
001270         10 TK-Last-Date PIC X(08).
001280         10 TK-First-Average PIC S9(05)V99.
001290         10 TK-Last-Average PIC S9(05)V99.
001300         10 TK-Sum-Y PIC S9(09)V99.
001310         10 TK-Sum-XY PIC S9(13)V99.
001320         10 TK-Recent PIC S9(05)V99 OCCURS 12 TIMES.
001330         10 TK-MA-4 PIC S9(05)V99.
001340         10 TK-MA-12 PIC S9(05)V99.
001350         10 TK-Slope PIC S9(05)V9999.
001360         10 TK-Move-Pct PIC S9(04)V99.
001370         10 TK-Trend PIC X(07).
001380         10 TK-Alert-Flag PIC X(01).
001390             88 TK-Alert value "Y".
001400 01 Key-Hold-Item PIC X(212).
001410 01 Key-Pointer PIC 9(03).
001420 01 Found-Key-Pointer PIC 9(03).
001430 01 Key-Found-Switch PIC X(01).
001440     88 Key-Found value "Y".
001450 01 Key-Full-Warned-Switch PIC X(01) value "N".
001460     88 Key-Full-Warned value "Y".
001470 01 Sort-Pass PIC 9(03).
001480 01 Sort-Pair PIC 9(03).
001490
001500 01 Ring-Work PIC 9(05).
001510 01 Ring-Quotient PIC 9(05).
001520 01 Ring-Slot PIC 9(02).
001530 01 Window-Size PIC 9(02).
001540 01 Window-Count PIC 9(02).
001550 01 Window-Pointer PIC 9(02).
001560 01 Window-Sum PIC S9(07)V99.
001570 01 Window-Average PIC S9(05)V99.
001580 01 Slope-N PIC 9(05).
001590 01 Slope-Span PIC 9(05).
001600 01 Slope-Sum-X PIC 9(09).
001610 01 Slope-Sum-X2 PIC 9(13).
001620 01 Slope-Numerator PIC S9(16)V99.
001630 01 Slope-Denominator PIC S9(16).
001640 01 Slope-Magnitude PIC 9(05)V9999.
001650 01 Mean-Average PIC S9(05)V99.
001660 01 Trend-Movement PIC S9(09)V9999.
001670 01 Move-Magnitude PIC 9(04)V99.
001680 01 Flat-Band-Pct PIC 9(03)V99 value 1.00.
001690 01 Alert-Count PIC 9(05) value zero.
001700 01 Print-Group PIC X(01).
001710
001720 01 Csv-Line PIC X(200).
001730 01 Csv-Pointer PIC 9(03).
001740 01 Runs-Csv PIC ZZZZ9.
001750 01 First-Average-Csv PIC -99999.99.
001760 01 Last-Average-Csv PIC -99999.99.
001770 01 MA-4-Csv PIC -99999.99.
001780 01 MA-12-Csv PIC -99999.99.
001790 01 Slope-Csv PIC -99999.9999.
001800 01 Move-Pct-Csv PIC -9999.99.
001810
001820 01 Trend-Heading-Line.
001830     05 filler PIC X(27) value 'AVERAGE TREND - RUN DATES '.
001840     05 THL-Low-Date PIC 9(08).
001850     05 filler PIC X(04) value ' TO '.
001860     05 THL-High-Date PIC 9(08).
001870     05 filler PIC X(06) value ' DEPT '.
001880     05 THL-Dept PIC X(04).
001890     05 filler PIC X(19) value ' SLOPE ALERT OVER '.
001900     05 THL-Threshold PIC ZZZZ9.9999.
001910     05 filler PIC X(08) value ' PER RUN'.
001920
001930 01 Trend-Column-Line.
001940     05 filler PIC X(40) value
001950         'SET KEY  DEPT  RUNS FIRST RUN LAST RUN  '.
001960     05 filler PIC X(40) value
001970         ' FIRST AVG  LAST AVG  4-RUN MA 12-RUN MA'.
001980     05 filler PIC X(33) value
001990         '       SLOPE MOVE PCT TREND'.
002000
002010 01 Trend-Section-Line.
002020     05 TSL-Text PIC X(40).
002030
002040 01 Trend-Detail-Line.
002050     05 TDL-Set-Key PIC X(08).
002060     05 filler PIC X(01) value space.
002070     05 TDL-Dept PIC X(04).
002080     05 filler PIC X(01) value space.
002090     05 TDL-Runs PIC ZZZZ9.
002100     05 filler PIC X(01) value space.
002110     05 TDL-First-Date PIC X(08).
002120     05 filler PIC X(02) value spaces.
002130     05 TDL-Last-Date PIC X(08).
002140     05 filler PIC X(01) value space.
002150     05 TDL-First-Average PIC -(5)9.99.
002160     05 filler PIC X(01) value space.
002170     05 TDL-Last-Average PIC -(5)9.99.
002180     05 filler PIC X(01) value space.
002190     05 TDL-MA-4 PIC -(5)9.99.
002200     05 filler PIC X(01) value space.
002210     05 TDL-MA-12 PIC -(5)9.99.
002220     05 filler PIC X(01) value space.
002230     05 TDL-Slope PIC -(5)9.9999.
002240     05 filler PIC X(01) value space.
002250     05 TDL-Move-Pct PIC +ZZZ9.99.
002260     05 filler PIC X(01) value space.
002270     05 TDL-Trend PIC X(07).
002280
002290 01 Trend-Trailer-Line.
002300     05 filler PIC X(14) value 'SETS REPORTED '.
002310     05 TTL-Sets PIC ZZZZ9.
002320     05 filler PIC X(17) value ' ABOVE THRESHOLD '.
002330     05 TTL-Alerts PIC ZZZZ9.
002340     05 filler PIC X(11) value ' RUNS USED '.
002350     05 TTL-Runs PIC ZZZZ9.
002360     05 filler PIC X(24) value ' REVERSED RUNS LEFT OUT '.
002370     05 TTL-Reversed PIC ZZZZZZ9.
002380
002390 procedure division.
002400 AVGTREND Section.
002410 0000-RUN-TREND.
002420     Display 'Low run date (YYYYMMDD, 0 for all): '
002430     Accept Low-Date
002440     Display 'High run date (YYYYMMDD, 99999999 for all): '
002450     Accept High-Date
002460     if Low-Date not numeric or High-Date not numeric
002470         or Low-Date > High-Date
002480         Display 'Run dates must be YYYYMMDD, low not after high'
002490         Display 'Nothing run'
002500         move 12 to Run-Return-Code
002510         move Run-Return-Code to Return-Code
002520         goback
002530     end-if
002540     Display 'Department (blank for all): '
002550     Accept Dept-Filter
002560     Display 'Slope alert threshold - average change per run'
002570     Display '(0 for no alerts): '
002580     Accept Slope-Threshold
002590     if Slope-Threshold not numeric
002600         move zero to Slope-Threshold
002610     end-if
002620     perform 1200-LOAD-REVERSALS thru 1200-EXIT
002630     open input AVGAUDIT-FILE
002640     if AVGAUDIT-Status = "35"
002650         Display 'No AVGAUDIT history to analyse'
002660         move 4 to Run-Return-Code
002670         move Run-Return-Code to Return-Code
002680         goback
002690     end-if
002700     if AVGAUDIT-Status not = "00"
002710         Display 'Unable to open AVGAUDIT - status '
002720             AVGAUDIT-Status
002730         move 12 to Run-Return-Code
002740         move Run-Return-Code to Return-Code
002750         goback
002760     end-if
002770     move 'N' to AVGAUDIT-EOF-Switch
002780     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
002790     perform 2100-SELECT-ONE-RECORD thru 2100-EXIT
002800         until AVGAUDIT-EOF
002810     close AVGAUDIT-FILE
002820     if Run-Count = zero
002830         Display 'No runs on AVGAUDIT for those dates'
002840         Display 'and department - an archived period is'
002850         Display 'restored first with AVGARCH'
002860         move 4 to Run-Return-Code
002870         move Run-Return-Code to Return-Code
002880         goback
002890     end-if
002900     perform 3000-POST-ONE-RUN thru 3000-EXIT
002910         varying Run-Pointer from 1 by 1
002920         until Run-Pointer > Run-Count
002930     perform 4000-FIGURE-ONE-KEY thru 4000-EXIT
002940         varying Key-Pointer from 1 by 1
002950         until Key-Pointer > Key-Count
002960     perform 5000-SORT-KEYS thru 5000-EXIT
002970     perform 6000-WRITE-OUTPUTS thru 6000-EXIT
002980     Display 'Sets reported: ' Key-Count
002990     Display 'Sets above the slope threshold: ' Alert-Count
003000     Display 'Runs used: ' Run-Count
003010     Display 'Reversed runs left out: ' Reversed-Count
003020     Display 'AVGTREND return code ' Run-Return-Code
003030     move Run-Return-Code to Return-Code
003040     goback.
003050
003060 1200-LOAD-REVERSALS.
003070*    A first pass collects every V reversal record, keyed the way
003080*    the run it reverses is keyed, so the selecting pass can
003090*    leave the reversed runs out.
003100     move zero to RV-Count
003110     open input AVGAUDIT-FILE
003120     if AVGAUDIT-Status not = "00"
003130         go to 1200-EXIT
003140     end-if
003150     move 'N' to AVGAUDIT-EOF-Switch
003160     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
003170     perform 1210-LOAD-ONE-REVERSAL thru 1210-EXIT
003180         until AVGAUDIT-EOF
003190     close AVGAUDIT-FILE
003200     go to 1200-EXIT.
003210 1200-EXIT.
003220     exit.
003230
003240 1210-LOAD-ONE-REVERSAL.
003250     if AA-Run-Date numeric and AA-REVERSAL
003260         if RV-Count < 500
003270             add 1 to RV-Count
003280             move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
003290             move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
003300             move AA-Dept-Code to RV-Dept-Code(RV-Count)
003310             move AA-Set-ID to RV-Set-ID(RV-Count)
003320             move 'N' to RV-Used-Flag(RV-Count)
003330         else
003340             if not Reversal-Full-Warned
003350                 Display 'Reversal table is full - some reversed'
003360                 Display 'runs are still counted in the trend'
003370                 set Reversal-Full-Warned to true
003380                 if Run-Return-Code < 4
003390                     move 4 to Run-Return-Code
003400                 end-if
003410             end-if
003420         end-if
003430     end-if
003440     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
003450     go to 1210-EXIT.
003460 1210-EXIT.
003470     exit.
003480
003490 2000-READ-AUDIT-RECORD.
003500     read AVGAUDIT-FILE
003510         at end
003520             set AVGAUDIT-EOF to true
003530     end-read
003540     go to 2000-EXIT.
003550 2000-EXIT.
003560     exit.
003570
003580 2100-SELECT-ONE-RECORD.
003590*    Carry-forward and bridge records hold no run and fail the
003600*    numeric tests. A correcting run is dated and placed as the
003610*    run it corrects.
003620     if AA-Run-Date not numeric or AA-SumOf not numeric
003630         go to 2100-NEXT
003640     end-if
003650     if AA-REVERSAL
003660         go to 2100-NEXT
003670     end-if
003680     if Dept-Filter not = spaces
003690         and AA-Dept-Code not = Dept-Filter
003700         go to 2100-NEXT
003710     end-if
003720     if AA-Set-ID not = spaces
003730         move AA-Set-ID to Record-Set-Key
003740     else
003750         move AA-Dept-Code to Record-Set-Key
003760     end-if
003770     if Record-Set-Key = spaces
003780         go to 2100-NEXT
003790     end-if
003800     move AA-Run-Date to Record-Date
003810     move AA-Run-Time to Record-Time
003820     if AA-CORRECTION and AA-Ref-Run-Date numeric
003830         move AA-Ref-Run-Date to Record-Date
003840         move AA-Ref-Run-Time to Record-Time
003850     end-if
003860     if Record-Date < Low-Date or Record-Date > High-Date
003870         go to 2100-NEXT
003880     end-if
003890     perform 2600-CHECK-RUN-REVERSED thru 2600-EXIT
003900     if Run-Reversed
003910         add 1 to Reversed-Count
003920         go to 2100-NEXT
003930     end-if
003940     move AA-Average to Record-Average
003950     perform 2200-INSERT-RUN thru 2200-EXIT.
003960 2100-NEXT.
003970     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
003980     go to 2100-EXIT.
003990 2100-EXIT.
004000     exit.
004010
004020 2200-INSERT-RUN.
004030*    Insertion by run date and time from the end of the table -
004040*    a run in trail order goes straight on the end, and only a
004050*    restored run has anything to move past.
004060     if Run-Count not < 5000
004070         if not Run-Full-Warned
004080             Display 'Run table is full - runs after '
004090                 RT-Run-Date(Run-Count) ' are left out'
004100             set Run-Full-Warned to true
004110             if Run-Return-Code < 4
004120                 move 4 to Run-Return-Code
004130             end-if
004140         end-if
004150         go to 2200-EXIT
004160     end-if
004170     move Record-Date to RH-Stamp(1:8)
004180     move Record-Time to RH-Stamp(9:6)
004190     move Record-Set-Key to RH-Set-Key
004200     move AA-Dept-Code to RH-Dept-Code
004210     move Record-Average to RH-Average
004220     add 1 to Run-Count
004230     move Run-Count to Insert-Pointer
004240     move 'N' to Insert-Done-Switch
004250     perform 2210-SHIFT-ONE-RUN thru 2210-EXIT
004260         until Insert-Done
004270     move Run-Hold-Item to Run-Item(Insert-Pointer)
004280     go to 2200-EXIT.
004290 2200-EXIT.
004300     exit.
004310
004320 2210-SHIFT-ONE-RUN.
004330     if Insert-Pointer = 1
004340         set Insert-Done to true
004350         go to 2210-EXIT
004360     end-if
004370     if RT-Stamp(Insert-Pointer - 1) not > RH-Stamp
004380         set Insert-Done to true
004390         go to 2210-EXIT
004400     end-if
004410     move Run-Item(Insert-Pointer - 1) to Run-Item(Insert-Pointer)
004420     subtract 1 from Insert-Pointer
004430     go to 2210-EXIT.
004440 2210-EXIT.
004450     exit.
004460
004470 2600-CHECK-RUN-REVERSED.
004480*    The first unused reversal for this run's key claims it, so
004490*    two runs sharing a key are reversed one for one in trail
004500*    order.
004510     move 'N' to Run-Reversed-Switch
004520     move AA-Run-Date to RK-Run-Date
004530     move AA-Run-Time to RK-Run-Time
004540     move AA-Dept-Code to RK-Dept-Code
004550     move AA-Set-ID to RK-Set-ID
004560     perform 2610-TEST-ONE-REVERSAL thru 2610-EXIT
004570         varying Reversal-Pointer from 1 by 1
004580         until Reversal-Pointer > RV-Count
004590             or Run-Reversed
004600     go to 2600-EXIT.
004610 2600-EXIT.
004620     exit.
004630
004640 2610-TEST-ONE-REVERSAL.
004650     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
004660         and not RV-USED(Reversal-Pointer)
004670         set RV-USED(Reversal-Pointer) to true
004680         set Run-Reversed to true
004690     end-if
004700     go to 2610-EXIT.
004710 2610-EXIT.
004720     exit.
004730
004740*----------------------------------------------------------------
004750*    The runs are walked oldest first, so each key's runs are
004760*    numbered 1, 2, 3 ... in date order - that number is the x
004770*    of the trend line and the average is its y.
004780*----------------------------------------------------------------
004790 3000-POST-ONE-RUN.
004800     perform 3100-FIND-KEY thru 3100-EXIT
004810     if not Key-Found
004820         if Key-Count not < 500
004830             if not Key-Full-Warned
004840                 Display 'Set key table is full - some sets are'
004850                 Display 'not on the trend report'
004860                 set Key-Full-Warned to true
004870                 if Run-Return-Code < 4
004880                     move 4 to Run-Return-Code
004890                 end-if
004900             end-if
004910             go to 3000-EXIT
004920         end-if
004930         add 1 to Key-Count
004940         move Key-Count to Found-Key-Pointer
004950         move RT-Set-Key(Run-Pointer)
004960             to TK-Set-Key(Found-Key-Pointer)
004970         move RT-Dept-Code(Run-Pointer)
004980             to TK-Dept-Code(Found-Key-Pointer)
004990         move zero to TK-Runs(Found-Key-Pointer)
005000         move zero to TK-Sum-Y(Found-Key-Pointer)
005010         move zero to TK-Sum-XY(Found-Key-Pointer)
005020         move RT-Run-Date(Run-Pointer)
005030             to TK-First-Date(Found-Key-Pointer)
005040         move RT-Average(Run-Pointer)
005050             to TK-First-Average(Found-Key-Pointer)
005060     end-if
005070     add 1 to TK-Runs(Found-Key-Pointer)
005080     move RT-Run-Date(Run-Pointer)
005090         to TK-Last-Date(Found-Key-Pointer)
005100     move RT-Average(Run-Pointer)
005110         to TK-Last-Average(Found-Key-Pointer)
005120     add RT-Average(Run-Pointer) to TK-Sum-Y(Found-Key-Pointer)
005130     Compute TK-Sum-XY(Found-Key-Pointer)
005140         = TK-Sum-XY(Found-Key-Pointer)
005150         + (TK-Runs(Found-Key-Pointer) * RT-Average(Run-Pointer))
005160     move TK-Runs(Found-Key-Pointer) to Ring-Work
005170     perform 3200-SET-RING-SLOT thru 3200-EXIT
005180     move RT-Average(Run-Pointer)
005190         to TK-Recent(Found-Key-Pointer, Ring-Slot)
005200     go to 3000-EXIT.
005210 3000-EXIT.
005220     exit.
005230
005240 3100-FIND-KEY.
005250     move 'N' to Key-Found-Switch
005260     perform 3110-TEST-ONE-KEY thru 3110-EXIT
005270         varying Key-Pointer from 1 by 1
005280         until Key-Pointer > Key-Count
005290             or Key-Found
005300     go to 3100-EXIT.
005310 3100-EXIT.
005320     exit.
005330
005340 3110-TEST-ONE-KEY.
005350     if TK-Set-Key(Key-Pointer) = RT-Set-Key(Run-Pointer)
005360         set Key-Found to true
005370         move Key-Pointer to Found-Key-Pointer
005380     end-if
005390     go to 3110-EXIT.
005400 3110-EXIT.
005410     exit.
005420
005430 3200-SET-RING-SLOT.
005440*    Run number n lives in slot ((n - 1) mod 12) + 1.
005450     subtract 1 from Ring-Work
005460     divide Ring-Work by 12 giving Ring-Quotient
005470         remainder Ring-Slot
005480     add 1 to Ring-Slot
005490     go to 3200-EXIT.
005500 3200-EXIT.
005510     exit.
005520
005530*----------------------------------------------------------------
005540*    Per key: the moving averages over the last 4 and 12 runs (or
005550*    over every run when there are fewer), the least-squares
005560*    slope in average per run, and the trend flag. A fitted
005570*    movement across the period of less than Flat-Band-Pct of
005580*    the key's mean average is flat.
005590*----------------------------------------------------------------
005600 4000-FIGURE-ONE-KEY.
005610     move 4 to Window-Size
005620     perform 4100-MOVING-AVERAGE thru 4100-EXIT
005630     move Window-Average to TK-MA-4(Key-Pointer)
005640     move 12 to Window-Size
005650     perform 4100-MOVING-AVERAGE thru 4100-EXIT
005660     move Window-Average to TK-MA-12(Key-Pointer)
005670     move TK-Runs(Key-Pointer) to Slope-N
005680     move zero to TK-Slope(Key-Pointer)
005690     move zero to TK-Move-Pct(Key-Pointer)
005700     move 'FLAT' to TK-Trend(Key-Pointer)
005710     move 'N' to TK-Alert-Flag(Key-Pointer)
005720     Compute Mean-Average rounded
005730         = TK-Sum-Y(Key-Pointer) / Slope-N
005740     if Slope-N > 1
005750         perform 4200-FIGURE-SLOPE thru 4200-EXIT
005760     end-if
005770     if TK-Slope(Key-Pointer) < zero
005780         Compute Slope-Magnitude = zero - TK-Slope(Key-Pointer)
005790     else
005800         move TK-Slope(Key-Pointer) to Slope-Magnitude
005810     end-if
005820     if Slope-Threshold > zero
005830         and Slope-Magnitude > Slope-Threshold
005840         set TK-Alert(Key-Pointer) to true
005850         add 1 to Alert-Count
005860     end-if
005870*    Alerts sort first, steepest first; the rest by set key.
005880     move TK-Set-Key(Key-Pointer) to TK-Sort-Set-Key(Key-Pointer)
005890     if TK-Alert(Key-Pointer)
005900         move '1' to TK-Sort-Group(Key-Pointer)
005910         Compute TK-Sort-Slope(Key-Pointer)
005920             = 99999.9999 - Slope-Magnitude
005930     else
005940         move '2' to TK-Sort-Group(Key-Pointer)
005950         move zero to TK-Sort-Slope(Key-Pointer)
005960     end-if
005970     go to 4000-EXIT.
005980 4000-EXIT.
005990     exit.
006000
006010 4100-MOVING-AVERAGE.
006020     move Window-Size to Window-Count
006030     if TK-Runs(Key-Pointer) < Window-Size
006040         move TK-Runs(Key-Pointer) to Window-Count
006050     end-if
006060     move zero to Window-Sum
006070     perform 4110-ADD-ONE-RECENT thru 4110-EXIT
006080         varying Window-Pointer from 1 by 1
006090         until Window-Pointer > Window-Count
006100     Compute Window-Average rounded = Window-Sum / Window-Count
006110     go to 4100-EXIT.
006120 4100-EXIT.
006130     exit.
006140
006150 4110-ADD-ONE-RECENT.
006160     Compute Ring-Work = TK-Runs(Key-Pointer) - Window-Pointer + 1
006170     perform 3200-SET-RING-SLOT thru 3200-EXIT
006180     add TK-Recent(Key-Pointer, Ring-Slot) to Window-Sum
006190     go to 4110-EXIT.
006200 4110-EXIT.
006210     exit.
006220
006230 4200-FIGURE-SLOPE.
006240*    With x running 1 to n the sums of x and of x squared are
006250*    n(n+1)/2 and n(n+1)(2n+1)/6, so only the sums of y and of
006260*    xy had to be carried.
006270     Compute Slope-Sum-X = Slope-N * (Slope-N + 1) / 2
006280     Compute Slope-Sum-X2
006290         = Slope-N * (Slope-N + 1) * (2 * Slope-N + 1) / 6
006300     Compute Slope-Numerator
006310         = (Slope-N * TK-Sum-XY(Key-Pointer))
006320         - (Slope-Sum-X * TK-Sum-Y(Key-Pointer))
006330     Compute Slope-Denominator
006340         = (Slope-N * Slope-Sum-X2) - (Slope-Sum-X * Slope-Sum-X)
006350     if Slope-Denominator = zero
006360         go to 4200-EXIT
006370     end-if
006380     Compute TK-Slope(Key-Pointer) rounded
006390         = Slope-Numerator / Slope-Denominator
006400         on size error
006410             move zero to TK-Slope(Key-Pointer)
006420     end-compute
006430     subtract 1 from Slope-N giving Slope-Span
006440     Compute Trend-Movement = TK-Slope(Key-Pointer) * Slope-Span
006450     if Mean-Average = zero
006460         if TK-Slope(Key-Pointer) > zero
006470             move 'RISING' to TK-Trend(Key-Pointer)
006480         end-if
006490         if TK-Slope(Key-Pointer) < zero
006500             move 'FALLING' to TK-Trend(Key-Pointer)
006510         end-if
006520         go to 4200-EXIT
006530     end-if
006540     Compute TK-Move-Pct(Key-Pointer) rounded
006550         = (Trend-Movement * 100) / Mean-Average
006560         on size error
006570             if Trend-Movement < zero
006580                 move -9999.99 to TK-Move-Pct(Key-Pointer)
006590             else
006600                 move 9999.99 to TK-Move-Pct(Key-Pointer)
006610             end-if
006620     end-compute
006630     if TK-Move-Pct(Key-Pointer) < zero
006640         Compute Move-Magnitude = zero - TK-Move-Pct(Key-Pointer)
006650     else
006660         move TK-Move-Pct(Key-Pointer) to Move-Magnitude
006670     end-if
006680     if Move-Magnitude < Flat-Band-Pct
006690         go to 4200-EXIT
006700     end-if
006710     if TK-Slope(Key-Pointer) > zero
006720         move 'RISING' to TK-Trend(Key-Pointer)
006730     else
006740         move 'FALLING' to TK-Trend(Key-Pointer)
006750     end-if
006760     go to 4200-EXIT.
006770 4200-EXIT.
006780     exit.
006790
006800 5000-SORT-KEYS.
006810*    The same exchange sort AVGSTMT uses on its group table.
006820     perform 5100-SORT-ONE-PASS thru 5100-EXIT
006830         varying Sort-Pass from 1 by 1
006840         until Sort-Pass not < Key-Count
006850     go to 5000-EXIT.
006860 5000-EXIT.
006870     exit.
006880
006890 5100-SORT-ONE-PASS.
006900     perform 5110-COMPARE-ONE-PAIR thru 5110-EXIT
006910         varying Sort-Pair from 1 by 1
006920         until Sort-Pair > Key-Count - Sort-Pass
006930     go to 5100-EXIT.
006940 5100-EXIT.
006950     exit.
006960
006970 5110-COMPARE-ONE-PAIR.
006980     if TK-Sort-Key(Sort-Pair) > TK-Sort-Key(Sort-Pair + 1)
006990         move Key-Item(Sort-Pair) to Key-Hold-Item
007000         move Key-Item(Sort-Pair + 1) to Key-Item(Sort-Pair)
007010         move Key-Hold-Item to Key-Item(Sort-Pair + 1)
007020     end-if
007030     go to 5110-EXIT.
007040 5110-EXIT.
007050     exit.
007060
007070 6000-WRITE-OUTPUTS.
007080     open output AVGTRNR-FILE
007090     if AVGTRNR-Status not = "00"
007100         Display 'Unable to open AVGTRNR - status '
007110             AVGTRNR-Status
007120         move 12 to Run-Return-Code
007130         go to 6000-EXIT
007140     end-if
007150     open output AVGTRNF-FILE
007160     if AVGTRNF-Status not = "00"
007170         Display 'Unable to open AVGTRNF - status '
007180             AVGTRNF-Status
007190         close AVGTRNR-FILE
007200         move 12 to Run-Return-Code
007210         go to 6000-EXIT
007220     end-if
007230     move Low-Date to THL-Low-Date
007240     move High-Date to THL-High-Date
007250     move Dept-Filter to THL-Dept
007260     if Dept-Filter = spaces
007270         move 'ALL' to THL-Dept
007280     end-if
007290     move Slope-Threshold to THL-Threshold
007300     write AVGTRNR-RECORD from Trend-Heading-Line
007310     write AVGTRNR-RECORD from Trend-Column-Line
007320     move spaces to Csv-Line
007330     move 1 to Csv-Pointer
007340     string 'SET-KEY,DEPT,RUNS,FIRST-DATE,LAST-DATE,'
007350         'FIRST-AVERAGE,LAST-AVERAGE,MA-4,MA-12,SLOPE,'
007360         'MOVE-PCT,TREND,ALERT'
007370         delimited by size
007380         into Csv-Line
007390         with pointer Csv-Pointer
007400     end-string
007410     write AVGTRNF-RECORD from Csv-Line
007420     if Slope-Threshold > zero
007430         if Alert-Count = zero
007440             move 'NO SET SLOPE ABOVE THRESHOLD' to TSL-Text
007450             write AVGTRNR-RECORD from Trend-Section-Line
007460         else
007470             move 'SLOPE ABOVE THRESHOLD' to TSL-Text
007480             write AVGTRNR-RECORD from Trend-Section-Line
007490             move '1' to Print-Group
007500             perform 6100-WRITE-ONE-KEY thru 6100-EXIT
007510                 varying Key-Pointer from 1 by 1
007520                 until Key-Pointer > Key-Count
007530         end-if
007540         move 'ALL OTHER SETS' to TSL-Text
007550         write AVGTRNR-RECORD from Trend-Section-Line
007560     end-if
007570     move '2' to Print-Group
007580     perform 6100-WRITE-ONE-KEY thru 6100-EXIT
007590         varying Key-Pointer from 1 by 1
007600         until Key-Pointer > Key-Count
007610     move Key-Count to TTL-Sets
007620     move Alert-Count to TTL-Alerts
007630     move Run-Count to TTL-Runs
007640     move Reversed-Count to TTL-Reversed
007650     write AVGTRNR-RECORD from Trend-Trailer-Line
007660     close AVGTRNR-FILE
007670     close AVGTRNF-FILE
007680     go to 6000-EXIT.
007690 6000-EXIT.
007700     exit.
007710
007720 6100-WRITE-ONE-KEY.
007730     if TK-Sort-Group(Key-Pointer) not = Print-Group
007740         go to 6100-EXIT
007750     end-if
007760     move TK-Set-Key(Key-Pointer) to TDL-Set-Key
007770     move TK-Dept-Code(Key-Pointer) to TDL-Dept
007780     move TK-Runs(Key-Pointer) to TDL-Runs
007790     move TK-First-Date(Key-Pointer) to TDL-First-Date
007800     move TK-Last-Date(Key-Pointer) to TDL-Last-Date
007810     move TK-First-Average(Key-Pointer) to TDL-First-Average
007820     move TK-Last-Average(Key-Pointer) to TDL-Last-Average
007830     move TK-MA-4(Key-Pointer) to TDL-MA-4
007840     move TK-MA-12(Key-Pointer) to TDL-MA-12
007850     move TK-Slope(Key-Pointer) to TDL-Slope
007860     move TK-Move-Pct(Key-Pointer) to TDL-Move-Pct
007870     move TK-Trend(Key-Pointer) to TDL-Trend
007880     write AVGTRNR-RECORD from Trend-Detail-Line
007890     move TK-Runs(Key-Pointer) to Runs-Csv
007900     move TK-First-Average(Key-Pointer) to First-Average-Csv
007910     move TK-Last-Average(Key-Pointer) to Last-Average-Csv
007920     move TK-MA-4(Key-Pointer) to MA-4-Csv
007930     move TK-MA-12(Key-Pointer) to MA-12-Csv
007940     move TK-Slope(Key-Pointer) to Slope-Csv
007950     move TK-Move-Pct(Key-Pointer) to Move-Pct-Csv
007960     move spaces to Csv-Line
007970     move 1 to Csv-Pointer
007980     string TK-Set-Key(Key-Pointer) ',' TK-Dept-Code(Key-Pointer)
007990         ',' Runs-Csv ',' TK-First-Date(Key-Pointer)
008000         ',' TK-Last-Date(Key-Pointer) ',' First-Average-Csv
008010         ',' Last-Average-Csv ',' MA-4-Csv ',' MA-12-Csv
008020         ',' Slope-Csv ',' Move-Pct-Csv
008030         ',' TK-Trend(Key-Pointer) ',' TK-Alert-Flag(Key-Pointer)
008040         delimited by size
008050         into Csv-Line
008060         with pointer Csv-Pointer
008070     end-string
008080     write AVGTRNF-RECORD from Csv-Line
008090     go to 6100-EXIT.
008100 6100-EXIT.
008110     exit.
008120
008130 end program AVGTREND.
