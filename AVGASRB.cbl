000010 Identification Division.
000020 program-id. AVGASRB as "AVGASRB".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - rebuilds the AVGASUM indexed
000130*                    audit summary from scratch. Reads any
000140*                    AVGAUD.YYYYMM generations named at the
000150*                    prompt and then the live AVGAUDIT trail,
000160*                    writes one summary row (AVGASBLD) per run,
000170*                    reversal and correction record and one F row
000180*                    per carry-forward, passes over a record
000190*                    already on file (a restored generation sits
000200*                    on the trail and in its generation file
000210*                    both), and last marks the run each V
000220*                    reversal reverses. Return code 0 clean, 4 a
000230*                    named file missing or a reversal with no run
000240*                    on file, 8 a file that could not be read or a
000250*                    row that could not be written, 12 AVGASUM
000260*                    could not be opened.
000270*--------------------------------------------------------------
000280
000290 environment division.
000300 input-output section.
000310 file-control.
000320     select TRAIL-FILE assign to dynamic Trail-File-Name
000330         organization is line sequential
000340         file status is TRAIL-Status.
000350     select AVGASUM-FILE assign to "AVGASUM"
000360         organization is indexed
000370         access is dynamic
000380         record key is ASUM-Key
000390         alternate record key is ASUM-Dept-Code with duplicates
000400         file status is AVGASUM-Status.
000410
000420 data division.
000430 file section.
000440 FD  TRAIL-FILE.
000450 01  TRAIL-RECORD.
000460     COPY AUDREC.
000470
000480 FD  AVGASUM-FILE.
000490 01  AVGASUM-RECORD.
000500     COPY ASUMREC.
000510
000520 working-storage section.
000530 01 TRAIL-Status PIC X(02).
000540 01 AVGASUM-Status PIC X(02).
000550 01 TRAIL-EOF-Switch PIC X(01).
000560     88 TRAIL-EOF value "Y".
000570 01 AVGASUM-EOF-Switch PIC X(01).
000580     88 AVGASUM-EOF value "Y".
000590 01 Trail-File-Name PIC X(20).
000600 01 Generation-Period PIC X(06).
000610 01 Generations-Done-Switch PIC X(01).
000620     88 Generations-Done value "Y".
000630 01 Run-Return-Code PIC 9(02) value zero.
000640
000650 01 CF-Work-Record.
000660     COPY CFREC.
000670
000680 01 File-Area.
000690     05 File-Count PIC 9(02) value zero.
000700     05 File-Item OCCURS 25 TIMES.
000710         10 FI-Name PIC X(20).
000720 01 File-Pointer PIC 9(02).
000730
000740 01 Reversal-Table-Area.
000750     COPY REVTAB.
000760 01 Reversal-Pointer PIC 9(03).
000770 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000780     88 Reversal-Full-Warned value "Y".
000790 01 Original-Found-Switch PIC X(01).
000800     88 Original-Found value "Y".
000810 01 Reversed-Set-Key PIC X(08).
000820
000830 01 Files-Read-Count PIC 9(03) value zero.
000840 01 Run-Row-Count PIC 9(07) value zero.
000850 01 Carry-Row-Count PIC 9(07) value zero.
000860 01 Already-On-File-Count PIC 9(07) value zero.
000870 01 Old-Layout-Count PIC 9(07) value zero.
000880 01 Marked-Reversed-Count PIC 9(07) value zero.
000890 01 Unmatched-Reversal-Count PIC 9(07) value zero.
000900
000910 procedure division.
000920 AVGASRB Section.
000930 0000-REBUILD-SUMMARY.
000940*    The summary is rebuilt from nothing - a row that no longer
000950*    matches the trail must not survive the rebuild.
000960     open output AVGASUM-FILE
000970     if AVGASUM-Status = "00"
000980         close AVGASUM-FILE
000990         open i-o AVGASUM-FILE
001000     end-if
001010     if AVGASUM-Status not = "00"
001020         Display 'Unable to open AVGASUM - status '
001030             AVGASUM-Status
001040         Display 'Summary not rebuilt'
001050         move 12 to Run-Return-Code
001060         move Run-Return-Code to Return-Code
001070         goback
001080     end-if
001090     move zero to RV-Count
001100     move 'N' to Generations-Done-Switch
001110     perform 1000-ACCEPT-ONE-GENERATION thru 1000-EXIT
001120         until Generations-Done
001130     add 1 to File-Count
001140     move 'AVGAUDIT' to FI-Name(File-Count)
001150     perform 2000-LOAD-ONE-FILE thru 2000-EXIT
001160         varying File-Pointer from 1 by 1
001170         until File-Pointer > File-Count
001180     perform 3000-MARK-ONE-REVERSAL thru 3000-EXIT
001190         varying Reversal-Pointer from 1 by 1
001200         until Reversal-Pointer > RV-Count
001210     close AVGASUM-FILE
001220     Display 'Files read: ' Files-Read-Count
001230     Display 'Run rows written: ' Run-Row-Count
001240     Display 'Carry-forward rows written: ' Carry-Row-Count
001250     Display 'Records already on file: ' Already-On-File-Count
001260     Display 'Older-layout records passed over: ' Old-Layout-Count
001270     Display 'Runs marked reversed: ' Marked-Reversed-Count
001280     if Unmatched-Reversal-Count > zero
001290         Display 'Reversals with no run on file: '
001300             Unmatched-Reversal-Count
001310         if Run-Return-Code < 4
001320             move 4 to Run-Return-Code
001330         end-if
001340     end-if
001350     Display 'AVGASUM rebuild return code ' Run-Return-Code
001360     move Run-Return-Code to Return-Code
001370     goback.
001380
001390*----------------------------------------------------------------
001400*    Generations are keyed one period at a time, a blank period
001410*    ending the list; the live trail is always read, last.
001420*----------------------------------------------------------------
001430 1000-ACCEPT-ONE-GENERATION.
001440     if File-Count not < 24
001450         Display 'No room for more generations - reading '
001460             'those keyed'
001470         set Generations-Done to true
001480         go to 1000-EXIT
001490     end-if
001500     Display 'Generation to read as well (YYYYMM, blank when '
001510         'done): '
001520     move spaces to Generation-Period
001530     Accept Generation-Period
001540     if Generation-Period = spaces
001550         set Generations-Done to true
001560         go to 1000-EXIT
001570     end-if
001580     if Generation-Period not numeric
001590         Display 'Period must be a YYYYMM date - ignored'
001600         go to 1000-EXIT
001610     end-if
001620     add 1 to File-Count
001630     move spaces to FI-Name(File-Count)
001640     string 'AVGAUD.' Generation-Period
001650         delimited by size
001660         into FI-Name(File-Count)
001670     end-string
001680     go to 1000-EXIT.
001690 1000-EXIT.
001700     exit.
001710
001720 2000-LOAD-ONE-FILE.
001730     move FI-Name(File-Pointer) to Trail-File-Name
001740     open input TRAIL-FILE
001750     if TRAIL-Status = "35"
001760         Display 'No file ' Trail-File-Name ' - passed over'
001770         if Run-Return-Code < 4
001780             move 4 to Run-Return-Code
001790         end-if
001800         go to 2000-EXIT
001810     end-if
001820     if TRAIL-Status not = "00"
001830         Display 'Unable to open ' Trail-File-Name ' - status '
001840             TRAIL-Status
001850         if Run-Return-Code < 8
001860             move 8 to Run-Return-Code
001870         end-if
001880         go to 2000-EXIT
001890     end-if
001900     add 1 to Files-Read-Count
001910     move 'N' to TRAIL-EOF-Switch
001920     perform 2100-LOAD-ONE-RECORD thru 2100-EXIT
001930         until TRAIL-EOF
001940     close TRAIL-FILE
001950     go to 2000-EXIT.
001960 2000-EXIT.
001970     exit.
001980
001990 2100-LOAD-ONE-RECORD.
002000     read TRAIL-FILE
002010         at end
002020             set TRAIL-EOF to true
002030             go to 2100-EXIT
002040     end-read
002050     if TRAIL-RECORD(1:2) = 'CB'
002060         go to 2100-EXIT
002070     end-if
002080     if TRAIL-RECORD(1:2) = 'CF'
002090         perform 2200-LOAD-CARRY-FORWARD thru 2200-EXIT
002100         go to 2100-EXIT
002110     end-if
002120     if AA-Run-Date not numeric or AA-SumOf not numeric
002130         add 1 to Old-Layout-Count
002140         go to 2100-EXIT
002150     end-if
002160     call "AVGASBLD" using TRAIL-RECORD, AVGASUM-RECORD
002170     write AVGASUM-RECORD
002180         invalid key
002190             perform 2400-WRITE-REFUSED thru 2400-EXIT
002200             go to 2100-EXIT
002210     end-write
002220     add 1 to Run-Row-Count
002230     if AA-REVERSAL
002240         perform 2300-SAVE-REVERSAL thru 2300-EXIT
002250     end-if
002260     go to 2100-EXIT.
002270 2100-EXIT.
002280     exit.
002290
002300 2200-LOAD-CARRY-FORWARD.
002310*    A carry-forward holds the latest average of a period whose
002320*    runs went to a generation. Dated to the first of its period
002330*    it stands in for them when the generation is not read, and
002340*    falls behind the runs themselves when it is.
002350     move TRAIL-RECORD to CF-Work-Record
002360     if CF-Set-Key = spaces or CF-Period not numeric
002370         go to 2200-EXIT
002380     end-if
002390     move spaces to AVGASUM-RECORD
002400     move CF-Set-Key to ASUM-Set-Key
002410     move CF-Period to ASUM-Run-Date(1:6)
002420     move '00' to ASUM-Run-Date(7:2)
002430     move '000000' to ASUM-Run-Time
002440     if CF-Seq-No numeric
002450         move CF-Seq-No to ASUM-Seq-No
002460     else
002470         move zero to ASUM-Seq-No
002480     end-if
002490     move zero to ASUM-Entry-Count
002500     move zero to ASUM-SumOf
002510     move CF-Average to ASUM-Average
002520     set ASUM-CARRY-FORWARD to true
002530     move 'N' to ASUM-Reversed-Flag
002540     write AVGASUM-RECORD
002550         invalid key
002560             perform 2400-WRITE-REFUSED thru 2400-EXIT
002570             go to 2200-EXIT
002580     end-write
002590     add 1 to Carry-Row-Count
002600     go to 2200-EXIT.
002610 2200-EXIT.
002620     exit.
002630
002640 2300-SAVE-REVERSAL.
002650     if RV-Count < 500
002660         add 1 to RV-Count
002670         move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
002680         move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
002690         move AA-Dept-Code to RV-Dept-Code(RV-Count)
002700         move AA-Set-ID to RV-Set-ID(RV-Count)
002710         move 'N' to RV-Used-Flag(RV-Count)
002720     else
002730         if not Reversal-Full-Warned
002740             Display 'Reversal table is full - some reversed'
002750             Display 'runs are not marked'
002760             set Reversal-Full-Warned to true
002770             if Run-Return-Code < 4
002780                 move 4 to Run-Return-Code
002790             end-if
002800         end-if
002810     end-if
002820     go to 2300-EXIT.
002830 2300-EXIT.
002840     exit.
002850
002860 2400-WRITE-REFUSED.
002870*    A row already on file is the same record read twice - a
002880*    restored generation is on the trail and in its own file.
002890     if AVGASUM-Status = "22"
002900         add 1 to Already-On-File-Count
002910         go to 2400-EXIT
002920     end-if
002930     Display 'AVGASUM write failed - status ' AVGASUM-Status
002940         ' for ' ASUM-Key
002950     if Run-Return-Code < 8
002960         move 8 to Run-Return-Code
002970     end-if
002980     go to 2400-EXIT.
002990 2400-EXIT.
003000     exit.
003010
003020*----------------------------------------------------------------
003030*    Each V reversal marks the first run of its key not already
003040*    marked - rows of one key run in trail order by their chain
003050*    sequence number - so two runs sharing a key are reversed
003060*    one for one, as every reader of the trail pairs them.
003070*----------------------------------------------------------------
003080 3000-MARK-ONE-REVERSAL.
003090     move 'N' to Original-Found-Switch
003100     if RV-Set-ID(Reversal-Pointer) not = spaces
003110         move RV-Set-ID(Reversal-Pointer) to Reversed-Set-Key
003120     else
003130         move RV-Dept-Code(Reversal-Pointer) to Reversed-Set-Key
003140     end-if
003150     move Reversed-Set-Key to ASUM-Set-Key
003160     move RV-Run-Date(Reversal-Pointer) to ASUM-Run-Date
003170     move RV-Run-Time(Reversal-Pointer) to ASUM-Run-Time
003180     move zero to ASUM-Seq-No
003190     move 'N' to AVGASUM-EOF-Switch
003200     start AVGASUM-FILE key not < ASUM-Key
003210         invalid key
003220             set AVGASUM-EOF to true
003230     end-start
003240     perform 3100-TEST-ONE-ROW thru 3100-EXIT
003250         until AVGASUM-EOF or Original-Found
003260     if not Original-Found
003270         add 1 to Unmatched-Reversal-Count
003280         Display 'No run on file for the reversal of '
003290             RV-Run-Date(Reversal-Pointer) ' '
003300             RV-Run-Time(Reversal-Pointer) ' ' Reversed-Set-Key
003310     end-if
003320     go to 3000-EXIT.
003330 3000-EXIT.
003340     exit.
003350
003360 3100-TEST-ONE-ROW.
003370     read AVGASUM-FILE next
003380         at end
003390             set AVGASUM-EOF to true
003400             go to 3100-EXIT
003410     end-read
003420     if ASUM-Set-Key not = Reversed-Set-Key
003430         or ASUM-Run-Date not = RV-Run-Date(Reversal-Pointer)
003440         or ASUM-Run-Time not = RV-Run-Time(Reversal-Pointer)
003450         set AVGASUM-EOF to true
003460         go to 3100-EXIT
003470     end-if
003480     if ASUM-REVERSAL or ASUM-CARRY-FORWARD or ASUM-REVERSED
003490         go to 3100-EXIT
003500     end-if
003510     if ASUM-Dept-Code not = RV-Dept-Code(Reversal-Pointer)
003520         or ASUM-Set-ID not = RV-Set-ID(Reversal-Pointer)
003530         go to 3100-EXIT
003540     end-if
003550     set ASUM-REVERSED to true
003560     rewrite AVGASUM-RECORD
003570         invalid key
003580             Display 'AVGASUM rewrite failed - status '
003590                 AVGASUM-Status
003600             if Run-Return-Code < 8
003610                 move 8 to Run-Return-Code
003620             end-if
003630     end-rewrite
003640     set Original-Found to true
003650     add 1 to Marked-Reversed-Count
003660     go to 3100-EXIT.
003670 3100-EXIT.
003680     exit.
003690
003700 end program AVGASRB.
