000010 Identification Division.
000020 program-id. AVGMPIT as "AVGMPIT".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - NBRMAST point-in-time
000130*                    rebuild. Takes a set ID and a date, starts
000140*                    from the nearest NBRBKP.YYYYMMDD backup
000150*                    taken on or before that date, rolls the
000160*                    AVGMJRN master-change journal (MJRNREC
000170*                    copybook) forward to the end of that day
000180*                    and prints the set as it then stood, with
000190*                    a change history of every journalled add,
000200*                    change and delete of the set - who keyed
000210*                    it, who approved it, when, and the entries
000220*                    and control total that moved - to the
000230*                    AVGMPITR listing. Return code 0 clean, 4
000240*                    rebuilt without a backup or without a
000250*                    journal, 12 abandoned.
000260*--------------------------------------------------------------
000270
000280 environment division.
000290 input-output section.
000300 file-control.
000310     select NBRBKP-FILE assign to dynamic Backup-File-Name
000320         organization is line sequential
000330         file status is NBRBKP-Status.
000340     select AVGMJRN-FILE assign to "AVGMJRN"
000350         organization is line sequential
000360         file status is AVGMJRN-Status.
000370     select AVGMPITR-FILE assign to "AVGMPITR"
000380         organization is line sequential
000390         file status is AVGMPITR-Status.
000400
000410 data division.
000420 file section.
000430 FD  NBRBKP-FILE.
000440 01  NBRBKP-RECORD PIC X(4019).
000450
000460 FD  AVGMJRN-FILE.
000470 01  AVGMJRN-RECORD PIC X(8077).
000480
000490 FD  AVGMPITR-FILE.
000500 01  AVGMPITR-RECORD PIC X(100).
000510
000520 working-storage section.
000530 01 NBRBKP-Status PIC X(02).
000540 01 AVGMJRN-Status PIC X(02).
000550 01 AVGMPITR-Status PIC X(02).
000560 01 NBRBKP-EOF-Switch PIC X(01).
000570     88 NBRBKP-EOF value "Y".
000580 01 AVGMJRN-EOF-Switch PIC X(01).
000590     88 AVGMJRN-EOF value "Y".
000600 01 Backup-Found-Switch PIC X(01) value "N".
000610     88 Backup-Found value "Y".
000620 01 Set-Exists-Switch PIC X(01) value "N".
000630     88 Set-Exists value "Y".
000640     88 Set-Not-Exists value "N".
000650 01 Run-Return-Code PIC 9(02) value zero.
000660
000670 01 Target-Set-ID PIC X(08).
000680 01 As-Of-Date PIC 9(08).
000690 01 As-Of-Day-Number PIC 9(07).
000700 01 Backup-Date PIC 9(08) value zero.
000710 01 Backup-File-Name PIC X(20).
000720 01 Backup-Search-Limit PIC 9(03) value 366.
000730 01 Backup-Search-Count PIC 9(03).
000740 01 Entry-Pointer PIC 9(03).
000741 01 Clear-Pointer PIC 9(03).
000750 01 Last-Entry-In-Use PIC 9(03).
000760 01 History-Count PIC 9(05).
000770 01 Rolled-Count PIC 9(05).
000780
000790 01 DATE-AREA.
000800     COPY DATEAREA.
000810
000820 01 Backup-Work-Record.
000830     COPY NBRMASTR REPLACING LEADING ==NM== BY ==BK==.
000840
000850 01 Rebuilt-Work-Record.
000860     COPY NBRMASTR REPLACING LEADING ==NM== BY ==RS==.
000870
000880 01 Journal-Work-Record.
000890     COPY MJRNREC.
000900
000910 01 Rebuild-Header.
000920     05 filler PIC X(29) value 'POINT-IN-TIME REBUILD OF SET '.
000930     05 RH-Set-ID PIC X(08).
000940     05 filler PIC X(10) value ' AS AT END'.
000950     05 filler PIC X(04) value ' OF '.
000960     05 RH-As-Of-Date PIC 9(08).
000970
000980 01 Rebuild-Text-Line.
000990     05 RTL-Text PIC X(60).
001000
001001 01 Backup-Source-Line.
001002     05 filler PIC X(21) value 'STARTING FROM BACKUP '.
001003     05 BSL-File-Name PIC X(20).
001010
001020 01 History-Line.
001030     05 HL-Approve-Date PIC 9(08).
001040     05 filler PIC X(01) value space.
001050     05 HL-Approve-Time PIC 9(06).
001060     05 filler PIC X(01) value space.
001070     05 HL-Action PIC X(06).
001080     05 filler PIC X(10) value ' KEYED BY '.
001090     05 HL-Maker-ID PIC X(08).
001100     05 filler PIC X(01) value space.
001110     05 HL-Keyed-Date PIC X(08).
001120     05 filler PIC X(13) value ' APPROVED BY '.
001130     05 HL-Checker-ID PIC X(08).
001140     05 filler PIC X(01) value space.
001150     05 HL-Rolled PIC X(14).
001160
001170 01 History-Total-Line.
001180     05 filler PIC X(23) value '    CONTROL TOTAL  OLD '.
001190     05 HTL-Old PIC -(8)9.99.
001200     05 filler PIC X(05) value ' NEW '.
001210     05 HTL-New PIC -(8)9.99.
001220
001230 01 History-Entry-Line.
001240     05 filler PIC X(10) value '    ENTRY '.
001250     05 HEL-Entry PIC ZZ9.
001260     05 filler PIC X(06) value '  OLD '.
001270     05 HEL-Old PIC -(5)9.99.
001280     05 filler PIC X(06) value '  NEW '.
001290     05 HEL-New PIC -(5)9.99.
001300
001310 01 Rebuilt-Entry-Line.
001320     05 filler PIC X(10) value '    ENTRY '.
001330     05 REL-Entry PIC ZZ9.
001340     05 filler PIC X(02) value spaces.
001350     05 REL-Value PIC -(5)9.99.
001360
001370 01 Rebuilt-Total-Line.
001380     05 filler PIC X(18) value '    CONTROL TOTAL '.
001390     05 RTT-Total PIC -(8)9.99.
001400
001410 01 Rebuild-Count-Line.
001420     05 RCL-Label PIC X(30).
001430     05 RCL-Count PIC ZZZZ9.
001440
001450 procedure division.
001460 AVGMPIT Section.
001470 0000-REBUILD-AS-AT-DATE.
001480     perform 1000-GET-REQUEST thru 1000-EXIT
001490     if Run-Return-Code = 12
001500         move Run-Return-Code to Return-Code
001510         goback
001520     end-if
001530     open output AVGMPITR-FILE
001540     if AVGMPITR-Status not = "00"
001550         Display 'Unable to open AVGMPITR - status '
001560             AVGMPITR-Status
001570         move 12 to Run-Return-Code
001580         move Run-Return-Code to Return-Code
001590         goback
001600     end-if
001610     move Target-Set-ID to RH-Set-ID
001620     move As-Of-Date to RH-As-Of-Date
001630     write AVGMPITR-RECORD from Rebuild-Header
001640     perform 2000-LOAD-FROM-BACKUP thru 2000-EXIT
001650     perform 3000-ROLL-JOURNAL-FORWARD thru 3000-EXIT
001660     perform 4000-PRINT-REBUILT-SET thru 4000-EXIT
001670     close AVGMPITR-FILE
001680     Display 'Rebuild of ' Target-Set-ID ' as at ' As-Of-Date
001690         ' written to AVGMPITR'
001700     move Run-Return-Code to Return-Code
001710     goback.
001720
001730 1000-GET-REQUEST.
001740     Display 'Set ID to rebuild: '
001750     Accept Target-Set-ID
001760     if Target-Set-ID = spaces
001770         Display 'Set ID may not be blank - nothing rebuilt'
001780         move 12 to Run-Return-Code
001790         go to 1000-EXIT
001800     end-if
001810     Display 'Rebuild as at the end of date (YYYYMMDD): '
001820     Accept As-Of-Date
001830     move 'N' to DT-Function
001840     move As-Of-Date to DT-Date
001850     call "AVGDATE" using DATE-AREA
001860     if DT-INVALID
001870         Display As-Of-Date ' is not a valid date -'
001875             ' nothing rebuilt'
001880         move 12 to Run-Return-Code
001890         go to 1000-EXIT
001900     end-if
001910     move DT-Day-Number to As-Of-Day-Number
001920     go to 1000-EXIT.
001930 1000-EXIT.
001940     exit.
001950
001960*----------------------------------------------------------------
001970*    Starting point - the newest NBRBKP backup taken on or before
001980*    the as-at date, found by stepping back a day at a time. With
001990*    none inside the search limit the set is rebuilt from the
002000*    journal alone, which is complete only if the journal reaches
002010*    back to the set's first add.
002020*----------------------------------------------------------------
002030 2000-LOAD-FROM-BACKUP.
002040     set Set-Not-Exists to true
002050     move Target-Set-ID to RS-Set-ID
002060     perform 2050-CLEAR-ONE-ENTRY thru 2050-EXIT
002061         varying Clear-Pointer from 1 by 1
002062         until Clear-Pointer > 500
002070     move zero to RS-Control-Total
002080     move zero to Backup-Search-Count
002090     perform 2100-TRY-ONE-BACKUP thru 2100-EXIT
002100         until Backup-Found
002110             or Backup-Search-Count > Backup-Search-Limit
002120     if not Backup-Found
002130         move zero to Backup-Date
002140         move 'NO NBRBKP BACKUP IN SEARCH LIMIT - JOURNAL ONLY'
002150             to RTL-Text
002170         write AVGMPITR-RECORD from Rebuild-Text-Line
002180         if Run-Return-Code < 4
002190             move 4 to Run-Return-Code
002200         end-if
002210         go to 2000-EXIT
002220     end-if
002250     move Backup-File-Name to BSL-File-Name
002260     write AVGMPITR-RECORD from Backup-Source-Line
002270     move 'N' to NBRBKP-EOF-Switch
002280     perform 2200-FIND-ONE-BACKUP-SET thru 2200-EXIT
002290         until NBRBKP-EOF
002300     close NBRBKP-FILE
002310     move spaces to Rebuild-Text-Line
002320     if Set-Exists
002330         move 'SET IS ON THE BACKUP' to RTL-Text
002340     else
002350         move 'SET IS NOT ON THE BACKUP' to RTL-Text
002360     end-if
002370     write AVGMPITR-RECORD from Rebuild-Text-Line
002380     go to 2000-EXIT.
002390 2000-EXIT.
002400     exit.
002410
002411 2050-CLEAR-ONE-ENTRY.
002412     move zero to RS-Number-Entry(Clear-Pointer)
002413     go to 2050-EXIT.
002414 2050-EXIT.
002415     exit.
002416
002420 2100-TRY-ONE-BACKUP.
002430     move 'D' to DT-Function
002440     Compute DT-Day-Number = As-Of-Day-Number
002445         - Backup-Search-Count
002450     call "AVGDATE" using DATE-AREA
002460     add 1 to Backup-Search-Count
002470     move spaces to Backup-File-Name
002480     string 'NBRBKP.' DT-Date
002490         delimited by size
002500         into Backup-File-Name
002510     end-string
002520     open input NBRBKP-FILE
002530     if NBRBKP-Status = "00"
002540         set Backup-Found to true
002550         move DT-Date to Backup-Date
002560     end-if
002570     go to 2100-EXIT.
002580 2100-EXIT.
002590     exit.
002600
002610 2200-FIND-ONE-BACKUP-SET.
002620*    The backup is in key order, so the search stops at the first
002630*    key past the one wanted.
002640     read NBRBKP-FILE into Backup-Work-Record
002650         at end
002660             set NBRBKP-EOF to true
002670             go to 2200-EXIT
002680     end-read
002690     if BK-Set-ID = Target-Set-ID
002700         set Set-Exists to true
002710         move BK-Entry-Area to RS-Entry-Area
002720         move BK-Control-Total to RS-Control-Total
002730         set NBRBKP-EOF to true
002740     else
002750         if BK-Set-ID > Target-Set-ID
002760             set NBRBKP-EOF to true
002770         end-if
002780     end-if
002790     go to 2200-EXIT.
002800 2200-EXIT.
002810     exit.
002820
002830*----------------------------------------------------------------
002840*    Roll forward - every journal record for the set is listed in
002850*    the change history; those approved from the backup date to
002860*    the as-at date are applied. Each record carries the full
002870*    after image, so one taken before the backup on the backup
002880*    date itself simply lands the set where the backup had it.
002890*----------------------------------------------------------------
002900 3000-ROLL-JOURNAL-FORWARD.
002910     move zero to History-Count
002920     move zero to Rolled-Count
002930     move spaces to Rebuild-Text-Line
002940     open input AVGMJRN-FILE
002950     if AVGMJRN-Status = "35"
002960         move 'NO AVGMJRN JOURNAL - NOTHING TO ROLL FORWARD'
002970             to RTL-Text
002980         write AVGMPITR-RECORD from Rebuild-Text-Line
002990         if Run-Return-Code < 4
003000             move 4 to Run-Return-Code
003010         end-if
003020         go to 3000-EXIT
003030     end-if
003040     if AVGMJRN-Status not = "00"
003050         Display 'Unable to open AVGMJRN - status '
003060             AVGMJRN-Status
003070         move 'AVGMJRN COULD NOT BE READ - NOTHING ROLLED FORWARD'
003080             to RTL-Text
003090         write AVGMPITR-RECORD from Rebuild-Text-Line
003100         move 12 to Run-Return-Code
003110         go to 3000-EXIT
003120     end-if
003130     move 'CHANGE HISTORY' to RTL-Text
003140     write AVGMPITR-RECORD from Rebuild-Text-Line
003150     move 'N' to AVGMJRN-EOF-Switch
003160     perform 3100-READ-ONE-JOURNAL thru 3100-EXIT
003170         until AVGMJRN-EOF
003180     close AVGMJRN-FILE
003190     move 'JOURNALLED CHANGES TO THE SET' to RCL-Label
003200     move History-Count to RCL-Count
003210     write AVGMPITR-RECORD from Rebuild-Count-Line
003220     move 'CHANGES ROLLED FORWARD' to RCL-Label
003230     move Rolled-Count to RCL-Count
003240     write AVGMPITR-RECORD from Rebuild-Count-Line
003250     go to 3000-EXIT.
003260 3000-EXIT.
003270     exit.
003280
003290 3100-READ-ONE-JOURNAL.
003300     read AVGMJRN-FILE into Journal-Work-Record
003310         at end
003320             set AVGMJRN-EOF to true
003330             go to 3100-EXIT
003340     end-read
003350     if MJ-Set-ID not = Target-Set-ID
003360         go to 3100-EXIT
003370     end-if
003380     add 1 to History-Count
003390     move spaces to HL-Rolled
003400     if MJ-Approve-Date not < Backup-Date
003410         and MJ-Approve-Date not > As-Of-Date
003420         perform 3200-APPLY-ONE-JOURNAL thru 3200-EXIT
003430         move 'ROLLED FORWARD' to HL-Rolled
003440     end-if
003450     perform 3300-LIST-ONE-CHANGE thru 3300-EXIT
003460     go to 3100-EXIT.
003470 3100-EXIT.
003480     exit.
003490
003500 3200-APPLY-ONE-JOURNAL.
003510     add 1 to Rolled-Count
003520     if MJ-AFTER-PRESENT
003530         set Set-Exists to true
003540         move MJ-After-Entry-Area to RS-Entry-Area
003550         move MJ-After-Control-Total to RS-Control-Total
003560     else
003570         set Set-Not-Exists to true
003580         perform 2050-CLEAR-ONE-ENTRY thru 2050-EXIT
003581             varying Clear-Pointer from 1 by 1
003582             until Clear-Pointer > 500
003590         move zero to RS-Control-Total
003600     end-if
003610     go to 3200-EXIT.
003620 3200-EXIT.
003630     exit.
003640
003650 3300-LIST-ONE-CHANGE.
003660     move MJ-Approve-Date to HL-Approve-Date
003670     move MJ-Approve-Time to HL-Approve-Time
003680     move MJ-Maker-ID to HL-Maker-ID
003690     move MJ-Keyed-Date to HL-Keyed-Date
003700     move MJ-Checker-ID to HL-Checker-ID
003710     move MJ-Action to HL-Action
003720     if MJ-ACTION-ADD
003730         move 'ADD' to HL-Action
003740     end-if
003750     if MJ-ACTION-CHANGE
003760         move 'CHANGE' to HL-Action
003770     end-if
003780     if MJ-ACTION-DELETE
003790         move 'DELETE' to HL-Action
003800     end-if
003810     write AVGMPITR-RECORD from History-Line
003820     move MJ-Before-Control-Total to HTL-Old
003830     move MJ-After-Control-Total to HTL-New
003840     write AVGMPITR-RECORD from History-Total-Line
003850     perform 3310-LIST-ONE-CHANGED-ENTRY thru 3310-EXIT
003860         varying Entry-Pointer from 1 by 1
003870         until Entry-Pointer > 500
003880     go to 3300-EXIT.
003890 3300-EXIT.
003900     exit.
003910
003920 3310-LIST-ONE-CHANGED-ENTRY.
003930*    Only the entries that moved - an add lists what was keyed,
003940*    a delete lists what went.
003950     if MJ-Before-Entry(Entry-Pointer)
003960         not = MJ-After-Entry(Entry-Pointer)
003970         move Entry-Pointer to HEL-Entry
003980         move MJ-Before-Entry(Entry-Pointer) to HEL-Old
003990         move MJ-After-Entry(Entry-Pointer) to HEL-New
004000         write AVGMPITR-RECORD from History-Entry-Line
004010     end-if
004020     go to 3310-EXIT.
004030 3310-EXIT.
004040     exit.
004050
004060*----------------------------------------------------------------
004070*    The set as it stood - every entry up to the last one in use
004080*    and the control total, or a line saying it did not exist.
004090*----------------------------------------------------------------
004100 4000-PRINT-REBUILT-SET.
004110     move spaces to Rebuild-Text-Line
004120     if Set-Not-Exists
004130         move 'SET DID NOT EXIST ON NBRMAST AT THE END OF THE DAY'
004140             to RTL-Text
004150         write AVGMPITR-RECORD from Rebuild-Text-Line
004160         go to 4000-EXIT
004170     end-if
004180     move 'SET AS IT STOOD AT THE END OF THE DAY' to RTL-Text
004190     write AVGMPITR-RECORD from Rebuild-Text-Line
004200     move zero to Last-Entry-In-Use
004210     perform 4100-FIND-LAST-IN-USE thru 4100-EXIT
004220         varying Entry-Pointer from 1 by 1
004230         until Entry-Pointer > 500
004240     if Last-Entry-In-Use > zero
004250         perform 4200-PRINT-ONE-ENTRY thru 4200-EXIT
004260             varying Entry-Pointer from 1 by 1
004270             until Entry-Pointer > Last-Entry-In-Use
004280     end-if
004290     move RS-Control-Total to RTT-Total
004300     write AVGMPITR-RECORD from Rebuilt-Total-Line
004310     go to 4000-EXIT.
004320 4000-EXIT.
004330     exit.
004340
004350 4100-FIND-LAST-IN-USE.
004360     if RS-Number-Entry(Entry-Pointer) not = zero
004370         move Entry-Pointer to Last-Entry-In-Use
004380     end-if
004390     go to 4100-EXIT.
004400 4100-EXIT.
004410     exit.
004420
004430 4200-PRINT-ONE-ENTRY.
004440     move Entry-Pointer to REL-Entry
004450     move RS-Number-Entry(Entry-Pointer) to REL-Value
004460     write AVGMPITR-RECORD from Rebuilt-Entry-Line
004470     go to 4200-EXIT.
004480 4200-EXIT.
004490     exit.
004500
004510 end program AVGMPIT.
