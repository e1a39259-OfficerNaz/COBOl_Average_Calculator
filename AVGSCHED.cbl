000010 Identification Division.
000020 program-id. AVGSCHED as "AVGSCHED".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - recurring-run queue
000130*                    builder. Runs ahead of the averaging
000140*                    batch, reads the AVGSCHD schedule kept by
000150*                    AVGMENU (SCHDREC copybook), works out which
000160*                    stored NBRMAST sets are due on the
000170*                    processing date (the AVGPARM date when one
000180*                    is supplied, otherwise today) and appends a
000190*                    queue record naming each one to NBRSETS
000200*                    alongside whatever AVGIMP wrote. Every
000210*                    set queued or skipped - set no longer on
000220*                    NBRMAST, department unknown or inactive on
000230*                    AVGDEPT, bad frequency - is listed on the
000240*                    AVGSCHL schedule listing so a missed
000250*                    recurring run shows up the next morning.
000260*                    Return code 0 clean, 4 sets skipped, 12
000270*                    abandoned.
000280*--------------------------------------------------------------
000290
000300 environment division.
000310 input-output section.
000320 file-control.
000330     select AVGPARM-FILE assign to "AVGPARM"
000340         organization is line sequential
000350         file status is AVGPARM-Status.
000360     select AVGSCHD-FILE assign to "AVGSCHD"
000370         organization is indexed
000380         access is dynamic
000390         record key is SC-Set-ID
000400         file status is AVGSCHD-Status.
000410     select NBRMAST-FILE assign to "NBRMAST"
000420         organization is indexed
000430         access is dynamic
000440         record key is NM-Set-ID
000450         file status is NBRMAST-Status.
000460     select AVGDEPT-FILE assign to "AVGDEPT"
000470         organization is indexed
000480         access is dynamic
000490         record key is DP-Dept-Code
000500         file status is AVGDEPT-Status.
000510     select NBRSETS-FILE assign to "NBRSETS"
000520         organization is line sequential
000530         file status is NBRSETS-Status.
000540     select AVGSCHL-FILE assign to "AVGSCHL"
000550         organization is line sequential
000560         file status is AVGSCHL-Status.
000570
000580 data division.
000590 file section.
000600 FD  AVGPARM-FILE.
000610 01  AVGPARM-RECORD.
000620     COPY PARMREC.
000630
000640 FD  AVGSCHD-FILE.
000650 01  AVGSCHD-RECORD.
000660     COPY SCHDREC.
000670
000680 FD  NBRMAST-FILE.
000690 01  NBRMAST-RECORD.
000700     COPY NBRMASTR.
000710
000720 FD  AVGDEPT-FILE.
000730 01  AVGDEPT-RECORD.
000740     COPY DEPTREC.
000750
000760 FD  NBRSETS-FILE.
000770 01  NBRSETS-RECORD.
000780     COPY NBRSREC.
000790
000800 FD  AVGSCHL-FILE.
000810 01  AVGSCHL-RECORD PIC X(100).
000820
000830 working-storage section.
000840 01 AVGPARM-Status PIC X(02).
000850 01 AVGSCHD-Status PIC X(02).
000860 01 NBRMAST-Status PIC X(02).
000870 01 AVGDEPT-Status PIC X(02).
000880 01 NBRSETS-Status PIC X(02).
000890 01 AVGSCHL-Status PIC X(02).
000900 01 AVGSCHD-EOF-Switch PIC X(01).
000910     88 AVGSCHD-EOF value "Y".
000915 01 No-Schedule-File-Switch PIC X(01) value "N".
000916     88 No-Schedule-File value "Y".
000920 01 No-Dept-File-Switch PIC X(01) value "N".
000930     88 No-Dept-File value "Y".
000940 01 Set-Due-Switch PIC X(01).
000950     88 Set-Due value "Y".
000960     88 Set-Not-Due value "N".
000970 01 Run-Return-Code PIC 9(02) value zero.
000980
000990 01 Process-Date PIC 9(08).
001000 01 Process-Day-Of-Week PIC 9(01).
001010 01 First-Business-Date PIC 9(08).
001020 01 Month-Start-Date.
001030     05 MSD-Year-Month PIC 9(06).
001040     05 MSD-Day PIC 9(02).
001050 01 Month-Start-Number redefines Month-Start-Date PIC 9(08).
001060 01 Skip-Reason PIC X(40).
001070 01 Weight-Pointer PIC 9(03).
001071 01 Entry-Pointer PIC 9(03).
001080
001090 01 DATE-AREA.
001100     COPY DATEAREA.
001110
001120 01 Day-Name-Values.
001130     05 filler PIC X(09) value 'MONDAY'.
001140     05 filler PIC X(09) value 'TUESDAY'.
001150     05 filler PIC X(09) value 'WEDNESDAY'.
001160     05 filler PIC X(09) value 'THURSDAY'.
001170     05 filler PIC X(09) value 'FRIDAY'.
001180     05 filler PIC X(09) value 'SATURDAY'.
001190     05 filler PIC X(09) value 'SUNDAY'.
001200 01 Day-Name-Table redefines Day-Name-Values.
001210     05 Day-Name PIC X(09) OCCURS 7 TIMES.
001220
001230 01 Entries-Read-Count PIC 9(05).
001240 01 Not-In-Force-Count PIC 9(05).
001250 01 Not-Due-Count PIC 9(05).
001260 01 Already-Queued-Count PIC 9(05).
001270 01 Queued-Count PIC 9(05).
001280 01 Skipped-Count PIC 9(05).
001290
001300 01 Schedule-Header.
001310     05 filler PIC X(28) value 'RECURRING RUN SCHEDULE FOR '.
001320     05 SH-Process-Date PIC 9(08).
001330     05 filler PIC X(01) value space.
001340     05 SH-Day-Name PIC X(09).
001350
001360 01 Queued-Detail-Line.
001370     05 filler PIC X(08) value 'QUEUED  '.
001380     05 QDL-Set-ID PIC X(08).
001390     05 filler PIC X(06) value ' DEPT '.
001400     05 QDL-Dept-Code PIC X(04).
001410     05 filler PIC X(06) value ' MODE '.
001420     05 QDL-Calc-Mode PIC X(01).
001430     05 filler PIC X(06) value ' FREQ '.
001440     05 QDL-Frequency PIC X(01).
001450
001460 01 Skipped-Detail-Line.
001470     05 filler PIC X(08) value 'SKIPPED '.
001480     05 SDL-Set-ID PIC X(08).
001490     05 filler PIC X(06) value ' DEPT '.
001500     05 SDL-Dept-Code PIC X(04).
001510     05 filler PIC X(03) value ' - '.
001520     05 SDL-Reason PIC X(40).
001530
001540 01 Schedule-Count-Line.
001550     05 SCL-Label PIC X(30).
001560     05 SCL-Count PIC ZZZZ9.
001570
001580 01 Schedule-RC-Line.
001590     05 filler PIC X(18) value 'FINAL RETURN CODE '.
001600     05 SRL-Return-Code PIC 9(02).
001610
001620 procedure division.
001630 AVGSCHED Section.
001640 0000-BUILD-SCHEDULED-QUEUE.
001650     perform 1000-SET-PROCESS-DATE thru 1000-EXIT
001660     if Run-Return-Code = 12
001670         move Run-Return-Code to Return-Code
001680         goback
001690     end-if
001700     perform 1100-OPEN-FILES thru 1100-EXIT
001710     if Run-Return-Code = 12 or No-Schedule-File
001720         move Run-Return-Code to Return-Code
001730         goback
001740     end-if
001750     move zero to Entries-Read-Count
001760     move zero to Not-In-Force-Count
001770     move zero to Not-Due-Count
001780     move zero to Already-Queued-Count
001790     move zero to Queued-Count
001800     move zero to Skipped-Count
001810     move 'N' to AVGSCHD-EOF-Switch
001820     move low-values to SC-Set-ID
001830     start AVGSCHD-FILE key not < SC-Set-ID
001840         invalid key
001850             set AVGSCHD-EOF to true
001860     end-start
001870     perform 2000-SCHEDULE-ONE-SET thru 2000-EXIT
001880         until AVGSCHD-EOF
001890     perform 3000-WRITE-TOTALS thru 3000-EXIT
001900     close AVGSCHD-FILE
001910     close NBRMAST-FILE
001920     if not No-Dept-File
001930         close AVGDEPT-FILE
001940     end-if
001950     close NBRSETS-FILE
001960     close AVGSCHL-FILE
001970     move Run-Return-Code to Return-Code
001980     goback.
001990
002000*----------------------------------------------------------------
002010*    Processing date - the overnight schedule's AVGPARM date when
002020*    one is supplied, so a late or rerun night builds the queue
002030*    for the night it stands for; otherwise today. The day of
002040*    the week and the month's first business day are worked out
002050*    once here for the due tests.
002060*----------------------------------------------------------------
002070 1000-SET-PROCESS-DATE.
002080     Accept Process-Date from date yyyymmdd
002090     open input AVGPARM-FILE
002100     if AVGPARM-Status = "00"
002110         read AVGPARM-FILE
002120             at end
002130                 continue
002140             not at end
002150                 if PARM-Process-Date numeric
002160                     and PARM-Process-Date not = zero
002170                     move PARM-Process-Date to Process-Date
002180                 end-if
002190         end-read
002200         close AVGPARM-FILE
002210     end-if
002220     move 'N' to DT-Function
002230     move Process-Date to DT-Date
002240     call "AVGDATE" using DATE-AREA
002250     if DT-INVALID
002260         Display 'Processing date ' Process-Date
002270             ' is not a valid date - run abandoned'
002280         move 12 to Run-Return-Code
002290         go to 1000-EXIT
002300     end-if
002310     move DT-Day-Of-Week to Process-Day-Of-Week
002320*    The first business day is the first of the month moved on
002330*    past a Saturday or Sunday.
002340     move Process-Date(1:6) to MSD-Year-Month
002350     move 1 to MSD-Day
002360     move Month-Start-Number to DT-Date
002370     call "AVGDATE" using DATE-AREA
002380     if DT-Day-Of-Week = 6
002390         move 3 to MSD-Day
002400     else
002410         if DT-Day-Of-Week = 7
002420             move 2 to MSD-Day
002430         end-if
002440     end-if
002450     move Month-Start-Number to First-Business-Date
002460     go to 1000-EXIT.
002470 1000-EXIT.
002480     exit.
002490
002500 1100-OPEN-FILES.
002510*    No schedule file just means nothing has been scheduled yet -
002520*    there is nothing to queue and nothing wrong.
002530     open i-o AVGSCHD-FILE
002540     if AVGSCHD-Status = "35"
002550         Display 'No AVGSCHD schedule - nothing queued'
002560         set No-Schedule-File to true
002580         go to 1100-EXIT
002590     end-if
002600     if AVGSCHD-Status not = "00"
002610         Display 'Unable to open AVGSCHD - status '
002620             AVGSCHD-Status
002630         move 12 to Run-Return-Code
002640         go to 1100-EXIT
002650     end-if
002660     open input NBRMAST-FILE
002670     if NBRMAST-Status not = "00"
002680         Display 'Unable to open NBRMAST - status '
002690             NBRMAST-Status
002700         Display 'no scheduled set can be checked - run abandoned'
002710         close AVGSCHD-FILE
002720         move 12 to Run-Return-Code
002730         go to 1100-EXIT
002740     end-if
002750*    Without a department master the batch edit lets every code
002760*    through, so the schedule does the same.
002770     open input AVGDEPT-FILE
002780     if AVGDEPT-Status not = "00"
002790         Display 'AVGDEPT not available - status '
002800             AVGDEPT-Status ' - departments not checked'
002810         set No-Dept-File to true
002820     end-if
002830     open extend NBRSETS-FILE
002840     if NBRSETS-Status = "35"
002850         open output NBRSETS-FILE
002860     end-if
002870     if NBRSETS-Status not = "00"
002880         Display 'Unable to open NBRSETS - status '
002890             NBRSETS-Status
002900         perform 1900-CLOSE-INPUTS thru 1900-EXIT
002910         move 12 to Run-Return-Code
002920         go to 1100-EXIT
002930     end-if
002940     open output AVGSCHL-FILE
002950     if AVGSCHL-Status not = "00"
002960         Display 'Unable to open AVGSCHL - status '
002970             AVGSCHL-Status
002980         perform 1900-CLOSE-INPUTS thru 1900-EXIT
002990         close NBRSETS-FILE
003000         move 12 to Run-Return-Code
003010         go to 1100-EXIT
003020     end-if
003030     move Process-Date to SH-Process-Date
003040     move Day-Name(Process-Day-Of-Week) to SH-Day-Name
003050     write AVGSCHL-RECORD from Schedule-Header
003060     go to 1100-EXIT.
003070 1100-EXIT.
003080     exit.
003090
003100 1900-CLOSE-INPUTS.
003110     close AVGSCHD-FILE
003120     close NBRMAST-FILE
003130     if not No-Dept-File
003140         close AVGDEPT-FILE
003150     end-if
003160     go to 1900-EXIT.
003170 1900-EXIT.
003180     exit.
003190
003200*----------------------------------------------------------------
003210*    One schedule entry - in force on the processing date, due
003220*    on it, not already queued for it by an earlier run, still on
003230*    NBRMAST and in an active department - then queued.
003240*----------------------------------------------------------------
003250 2000-SCHEDULE-ONE-SET.
003260     read AVGSCHD-FILE next
003270         at end
003280             set AVGSCHD-EOF to true
003290             go to 2000-EXIT
003300     end-read
003310     add 1 to Entries-Read-Count
003320     if SC-Effective-Date > Process-Date
003330         add 1 to Not-In-Force-Count
003340         go to 2000-EXIT
003350     end-if
003360     if SC-Expiry-Date not = zero
003370         and SC-Expiry-Date < Process-Date
003380         add 1 to Not-In-Force-Count
003390         go to 2000-EXIT
003400     end-if
003410     perform 2100-TEST-DUE thru 2100-EXIT
003420     if Skip-Reason not = spaces
003430         perform 2800-LIST-SKIPPED thru 2800-EXIT
003440         go to 2000-EXIT
003450     end-if
003460     if Set-Not-Due
003470         add 1 to Not-Due-Count
003480         go to 2000-EXIT
003490     end-if
003500     if SC-Last-Queued-Date = Process-Date
003510         add 1 to Already-Queued-Count
003520         move 'ALREADY QUEUED FOR THIS DATE' to SDL-Reason
003530         move SC-Set-ID to SDL-Set-ID
003540         move SC-Dept-Code to SDL-Dept-Code
003550         write AVGSCHL-RECORD from Skipped-Detail-Line
003560         go to 2000-EXIT
003570     end-if
003580     move SC-Set-ID to NM-Set-ID
003590     read NBRMAST-FILE
003600         invalid key
003610             move 'SET ID NOT ON NBRMAST' to Skip-Reason
003620     end-read
003630     if Skip-Reason = spaces
003640         and SC-Dept-Code not = spaces
003650         and not No-Dept-File
003660         perform 2200-CHECK-DEPARTMENT thru 2200-EXIT
003670     end-if
003680     if Skip-Reason not = spaces
003690         perform 2800-LIST-SKIPPED thru 2800-EXIT
003700         go to 2000-EXIT
003710     end-if
003720     perform 2300-QUEUE-ONE-SET thru 2300-EXIT
003730     go to 2000-EXIT.
003740 2000-EXIT.
003750     exit.
003760
003770 2100-TEST-DUE.
003780     move spaces to Skip-Reason
003790     set Set-Not-Due to true
003800     if SC-FREQ-DAILY
003810         set Set-Due to true
003820         go to 2100-EXIT
003830     end-if
003840     if SC-FREQ-WEEKLY
003850         if SC-Run-Day not numeric
003860             or SC-Run-Day < 1 or SC-Run-Day > 7
003870             move 'WEEKLY ENTRY HAS NO VALID RUN DAY'
003880                 to Skip-Reason
003890             go to 2100-EXIT
003900         end-if
003910         if SC-Run-Day = Process-Day-Of-Week
003920             set Set-Due to true
003930         end-if
003940         go to 2100-EXIT
003950     end-if
003960     if SC-FREQ-MONTHLY
003970         if Process-Date = First-Business-Date
003980             set Set-Due to true
003990         end-if
004000         go to 2100-EXIT
004010     end-if
004020     move 'UNKNOWN FREQUENCY CODE' to Skip-Reason
004030     go to 2100-EXIT.
004040 2100-EXIT.
004050     exit.
004060
004070 2200-CHECK-DEPARTMENT.
004080     move SC-Dept-Code to DP-Dept-Code
004090     read AVGDEPT-FILE
004100         invalid key
004110             move 'DEPARTMENT NOT ON AVGDEPT' to Skip-Reason
004120         not invalid key
004130             if not DP-ACTIVE
004140                 move 'DEPARTMENT INACTIVE ON AVGDEPT'
004150                     to Skip-Reason
004160             end-if
004170     end-read
004180     go to 2200-EXIT.
004190 2200-EXIT.
004200     exit.
004210
004220 2300-QUEUE-ONE-SET.
004230*    The queue record only names the set - the batch pulls the
004240*    entries and control total from NBRMAST by the set ID.
004250     move spaces to NBRSETS-RECORD
004260     perform 2320-CLEAR-ONE-ENTRY thru 2320-EXIT
004261         varying Entry-Pointer from 1 by 1
004262         until Entry-Pointer > 500
004270     move zero to NS-Control-Total
004280     perform 2310-DEFAULT-ONE-WEIGHT thru 2310-EXIT
004290         varying Weight-Pointer from 1 by 1
004300         until Weight-Pointer > 500
004310     move SC-Set-ID to NS-Set-ID
004320     move SC-Dept-Code to NS-Dept-Code
004330     move SC-Calc-Mode to NS-Calc-Mode
004340     write NBRSETS-RECORD
004350     if NBRSETS-Status not = "00"
004360         Display 'NBRSETS write failed - status ' NBRSETS-Status
004370         move 12 to Run-Return-Code
004380         set AVGSCHD-EOF to true
004390         go to 2300-EXIT
004400     end-if
004410     move Process-Date to SC-Last-Queued-Date
004420     rewrite AVGSCHD-RECORD
004430     if AVGSCHD-Status not = "00"
004440         Display 'AVGSCHD rewrite failed for ' SC-Set-ID
004450             ' - status ' AVGSCHD-Status
004460         if Run-Return-Code < 4
004470             move 4 to Run-Return-Code
004480         end-if
004490     end-if
004500     add 1 to Queued-Count
004510     move SC-Set-ID to QDL-Set-ID
004520     move SC-Dept-Code to QDL-Dept-Code
004530     move SC-Calc-Mode to QDL-Calc-Mode
004540     move SC-Frequency to QDL-Frequency
004550     write AVGSCHL-RECORD from Queued-Detail-Line
004560     go to 2300-EXIT.
004570 2300-EXIT.
004580     exit.
004590
004600 2310-DEFAULT-ONE-WEIGHT.
004610     move 1 to NS-Number-Weight(Weight-Pointer)
004620     go to 2310-EXIT.
004630 2310-EXIT.
004640     exit.
004650
004651 2320-CLEAR-ONE-ENTRY.
004652     move zero to NS-Number-Entry(Entry-Pointer)
004653     go to 2320-EXIT.
004654 2320-EXIT.
004655     exit.
004656
004660 2800-LIST-SKIPPED.
004670     add 1 to Skipped-Count
004680     move SC-Set-ID to SDL-Set-ID
004690     move SC-Dept-Code to SDL-Dept-Code
004700     move Skip-Reason to SDL-Reason
004710     write AVGSCHL-RECORD from Skipped-Detail-Line
004720     Display 'Scheduled set ' SC-Set-ID ' skipped - '
004730         Skip-Reason
004740     if Run-Return-Code < 4
004750         move 4 to Run-Return-Code
004760     end-if
004770     go to 2800-EXIT.
004780 2800-EXIT.
004790     exit.
004800
004810 3000-WRITE-TOTALS.
004820     move 'SCHEDULE ENTRIES READ' to SCL-Label
004830     move Entries-Read-Count to SCL-Count
004840     write AVGSCHL-RECORD from Schedule-Count-Line
004850     move 'NOT IN FORCE ON THIS DATE' to SCL-Label
004860     move Not-In-Force-Count to SCL-Count
004870     write AVGSCHL-RECORD from Schedule-Count-Line
004880     move 'NOT DUE ON THIS DATE' to SCL-Label
004890     move Not-Due-Count to SCL-Count
004900     write AVGSCHL-RECORD from Schedule-Count-Line
004910     move 'ALREADY QUEUED FOR THIS DATE' to SCL-Label
004920     move Already-Queued-Count to SCL-Count
004930     write AVGSCHL-RECORD from Schedule-Count-Line
004940     move 'SETS QUEUED TO NBRSETS' to SCL-Label
004950     move Queued-Count to SCL-Count
004960     write AVGSCHL-RECORD from Schedule-Count-Line
004970     move 'SETS SKIPPED' to SCL-Label
004980     move Skipped-Count to SCL-Count
004990     write AVGSCHL-RECORD from Schedule-Count-Line
005000     move Run-Return-Code to SRL-Return-Code
005010     write AVGSCHL-RECORD from Schedule-RC-Line
005020     Display 'Scheduled sets queued: ' Queued-Count
005030         ' skipped: ' Skipped-Count
005040     go to 3000-EXIT.
005050 3000-EXIT.
005060     exit.
005070
005080 end program AVGSCHED.
