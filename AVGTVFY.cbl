000010 Identification Division.
000020 program-id. AVGTVFY as "AVGTVFY".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - AVGAUDIT trail integrity
000130*                    verifier. Walks the live trail and any
000140*                    AVGAUD.YYYYMM generations named at the
000150*                    prompt, recomputes every record's chain
000160*                    hash (AVGHASH) from the one before it, and
000170*                    prints to the AVGTVFR report each broken
000180*                    link, each gap or step back in the sequence
000190*                    numbers, each run stamped earlier than the
000200*                    run before it, and each record without a
000210*                    chain link sitting inside a chained stretch.
000220*                    Every AVGARCH bridge is listed and checked
000230*                    against the record it names whenever that
000240*                    record's file is checked in the same run.
000250*                    Return code 0 clean, 4 timestamps out of
000260*                    order, 8 chain broken or a named generation
000270*                    missing, 12 abandoned.
000280*--------------------------------------------------------------
000290
000300 environment division.
000310 input-output section.
000320 file-control.
000330     select TRAIL-FILE assign to dynamic Trail-File-Name
000340         organization is line sequential
000350         file status is TRAIL-Status.
000360     select AVGTVFR-FILE assign to "AVGTVFR"
000370         organization is line sequential
000380         file status is AVGTVFR-Status.
000390
000400 data division.
000410 file section.
000420 FD  TRAIL-FILE.
000430 01  TRAIL-RECORD.
000440     COPY AUDREC.
000450
000460 FD  AVGTVFR-FILE.
000470 01  AVGTVFR-RECORD PIC X(104).
000480
000490 working-storage section.
000500 01 TRAIL-Status PIC X(02).
000510 01 AVGTVFR-Status PIC X(02).
000520 01 TRAIL-EOF-Switch PIC X(01).
000530     88 TRAIL-EOF value "Y".
000540 01 Trail-File-Name PIC X(20).
000550 01 Generation-Period PIC X(06).
000560 01 Generations-Done-Switch PIC X(01).
000570     88 Generations-Done value "Y".
000580 01 Todays-Date PIC 9(8).
000590 01 Current-Time PIC 9(6).
000600 01 Run-Return-Code PIC 9(02) value zero.
000610
000620 01 HASH-AREA.
000630     COPY HASHAREA.
000640 01 CF-Work-Record.
000650     COPY CFREC.
000660 01 CB-Work-Record.
000670     COPY CBREC.
000680
000690 01 File-Area.
000700     05 File-Count PIC 9(02) value zero.
000710     05 File-Item OCCURS 25 TIMES.
000720         10 FI-Name PIC X(20).
000730         10 FI-Status PIC X(02).
000740 01 File-Pointer PIC 9(02).
000750
000760 01 Bridge-Area.
000770     05 Bridge-Count PIC 9(03) value zero.
000780     05 Bridge-Item OCCURS 500 TIMES.
000790         10 BI-File-Name PIC X(20).
000800         10 BI-Bridge-Type PIC X(01).
000810         10 BI-Prior-Seq-No PIC 9(09).
000820         10 BI-Prior-Hash PIC X(18).
000830         10 BI-Written-In PIC X(20).
000840         10 BI-Result PIC X(01).
000850             88 BI-Unconfirmed value " ".
000860             88 BI-Confirmed value "Y".
000870             88 BI-Mismatch value "M".
000880 01 Bridge-Pointer PIC 9(03).
000890 01 Bridge-Full-Warned-Switch PIC X(01) value "N".
000900     88 Bridge-Full-Warned value "Y".
000910
000920 01 Last-Seq-No PIC 9(09).
000930 01 Last-Hash PIC X(18).
000940 01 Expected-Seq-No PIC 9(09).
000950 01 Link-Seq-No PIC 9(09).
000960 01 Link-Hash PIC X(18).
000970 01 Last-Stamp PIC X(14).
000980 01 Stamp-Work.
000990     05 SW-Run-Date PIC X(08).
001000     05 SW-Run-Time PIC X(06).
001010 01 Chain-Started-Switch PIC X(01).
001020     88 Chain-Started value "Y".
001030 01 Restored-Block-Switch PIC X(01).
001040     88 Restored-Block value "Y".
001050
001060 01 File-Record-Count PIC 9(07).
001070 01 File-Chained-Count PIC 9(07).
001080 01 File-Unchained-Count PIC 9(07).
001090 01 Total-Record-Count PIC 9(07) value zero.
001100 01 Total-Chained-Count PIC 9(07) value zero.
001110 01 Total-Unchained-Count PIC 9(07) value zero.
001120 01 Broken-Link-Count PIC 9(07) value zero.
001130 01 Gap-Count PIC 9(07) value zero.
001140 01 Out-Of-Sequence-Count PIC 9(07) value zero.
001150 01 Unchained-Inside-Count PIC 9(07) value zero.
001160 01 Timestamp-Count PIC 9(07) value zero.
001170 01 Missing-File-Count PIC 9(07) value zero.
001180 01 Bridge-Mismatch-Count PIC 9(07) value zero.
001190 01 Bridge-Confirmed-Count PIC 9(07) value zero.
001200 01 Bridge-Unconfirmed-Count PIC 9(07) value zero.
001210
001220 01 Verify-Header.
001230     05 filler PIC X(33) value
001240         'AVGAUDIT TRAIL VERIFY REPORT RUN '.
001250     05 VH-Date PIC 9(08).
001260     05 filler PIC X(01) value space.
001270     05 VH-Time PIC 9(06).
001280
001290 01 File-Header-Line.
001300     05 filler PIC X(06) value 'FILE  '.
001310     05 FHL-File-Name PIC X(20).
001320     05 FHL-Text PIC X(30).
001330
001340 01 File-Total-Line.
001350     05 filler PIC X(06) value 'FILE  '.
001360     05 FTL-File-Name PIC X(20).
001370     05 filler PIC X(09) value ' RECORDS '.
001380     05 FTL-Records PIC ZZZZZZ9.
001390     05 filler PIC X(09) value ' CHAINED '.
001400     05 FTL-Chained PIC ZZZZZZ9.
001410     05 filler PIC X(11) value ' UNCHAINED '.
001420     05 FTL-Unchained PIC ZZZZZZ9.
001430
001440 01 Exception-Line.
001450     05 EL-File-Name PIC X(20).
001460     05 filler PIC X(01) value space.
001470     05 EL-Text PIC X(28).
001480     05 filler PIC X(05) value ' SEQ '.
001490     05 EL-Seq-No PIC X(09).
001500     05 filler PIC X(01) value space.
001510     05 EL-Extra PIC X(40).
001520
001530 01 Extra-Seq-No PIC 9(09).
001540
001550 01 Verify-Count-Line.
001560     05 VCL-Label PIC X(30).
001570     05 VCL-Count PIC ZZZZZZ9.
001580
001590 01 Verify-Result-Line.
001600     05 VRL-Text PIC X(40).
001610
001620 01 Verify-RC-Line.
001630     05 filler PIC X(18) value 'FINAL RETURN CODE '.
001640     05 VRC-Return-Code PIC 9(02).
001650
001660 procedure division.
001670 AVGTVFY Section.
001680 0000-VERIFY-TRAIL.
001690     open output AVGTVFR-FILE
001700     if AVGTVFR-Status not = "00"
001710         Display 'Unable to open AVGTVFR - status '
001720             AVGTVFR-Status
001730         Display 'Trail not verified'
001740         move 12 to Run-Return-Code
001750         move Run-Return-Code to Return-Code
001760         goback
001770     end-if
001780     Accept Todays-Date from date yyyymmdd
001790     Accept Current-Time from time
001800     move Todays-Date to VH-Date
001810     move Current-Time to VH-Time
001820     write AVGTVFR-RECORD from Verify-Header
001830     move 1 to File-Count
001840     move 'AVGAUDIT' to FI-Name(1)
001850     move 'N' to Generations-Done-Switch
001860     perform 1000-ACCEPT-ONE-GENERATION thru 1000-EXIT
001870         until Generations-Done
001880     perform 2000-LOAD-FILE-BRIDGES thru 2000-EXIT
001890         varying File-Pointer from 1 by 1
001900         until File-Pointer > File-Count
001910     perform 3000-VERIFY-ONE-FILE thru 3000-EXIT
001920         varying File-Pointer from 1 by 1
001930         until File-Pointer > File-Count
001940     perform 4000-REPORT-ONE-BRIDGE thru 4000-EXIT
001950         varying Bridge-Pointer from 1 by 1
001960         until Bridge-Pointer > Bridge-Count
001970     perform 5000-WRITE-TOTALS thru 5000-EXIT
001980     close AVGTVFR-FILE
001990     move Run-Return-Code to Return-Code
002000     goback.
002010
002020*----------------------------------------------------------------
002030*    The live trail is always checked. Generations to check as
002040*    well are keyed one period at a time, a blank period ending
002050*    the list.
002060*----------------------------------------------------------------
002070 1000-ACCEPT-ONE-GENERATION.
002080     if File-Count not < 25
002090         Display 'No room for more generations - checking '
002100             'those keyed'
002110         set Generations-Done to true
002120         go to 1000-EXIT
002130     end-if
002140     Display 'Generation to check as well (YYYYMM, blank when '
002150         'done): '
002160     move spaces to Generation-Period
002170     Accept Generation-Period
002180     if Generation-Period = spaces
002190         set Generations-Done to true
002200         go to 1000-EXIT
002210     end-if
002220     if Generation-Period not numeric
002230         Display 'Period must be a YYYYMM date - ignored'
002240         go to 1000-EXIT
002250     end-if
002260     add 1 to File-Count
002270     move spaces to FI-Name(File-Count)
002280     string 'AVGAUD.' Generation-Period
002290         delimited by size
002300         into FI-Name(File-Count)
002310     end-string
002320     go to 1000-EXIT.
002330 1000-EXIT.
002340     exit.
002350
002360*----------------------------------------------------------------
002370*    First pass - collect every bridge on every file, so the
002380*    chain pass can confirm each one against the record it names
002390*    whichever order the files come in.
002400*----------------------------------------------------------------
002410 2000-LOAD-FILE-BRIDGES.
002420     move FI-Name(File-Pointer) to Trail-File-Name
002430     open input TRAIL-FILE
002440     move TRAIL-Status to FI-Status(File-Pointer)
002450     if TRAIL-Status not = "00"
002460         go to 2000-EXIT
002470     end-if
002480     move 'N' to TRAIL-EOF-Switch
002490     perform 2100-LOAD-ONE-BRIDGE thru 2100-EXIT
002500         until TRAIL-EOF
002510     close TRAIL-FILE
002520     go to 2000-EXIT.
002530 2000-EXIT.
002540     exit.
002550
002560 2100-LOAD-ONE-BRIDGE.
002570     read TRAIL-FILE
002580         at end
002590             set TRAIL-EOF to true
002600             go to 2100-EXIT
002610     end-read
002620     if TRAIL-RECORD(1:2) not = 'CB'
002630         go to 2100-EXIT
002640     end-if
002650     move TRAIL-RECORD to CB-Work-Record
002660     if CB-Prior-Seq-No not numeric
002670         go to 2100-EXIT
002680     end-if
002690     if Bridge-Count < 500
002700         add 1 to Bridge-Count
002710         move CB-File-Name to BI-File-Name(Bridge-Count)
002720         move CB-Bridge-Type to BI-Bridge-Type(Bridge-Count)
002730         move CB-Prior-Seq-No to BI-Prior-Seq-No(Bridge-Count)
002740         move CB-Prior-Hash to BI-Prior-Hash(Bridge-Count)
002750         move Trail-File-Name to BI-Written-In(Bridge-Count)
002760         move space to BI-Result(Bridge-Count)
002770*        A bridge back to the head of a chain names no record -
002780*        it stands if it carries the zero starting hash.
002790         if CB-Prior-Seq-No = zero
002800             if CB-Prior-Hash = zeros
002810                 set BI-Confirmed(Bridge-Count) to true
002820             else
002830                 set BI-Mismatch(Bridge-Count) to true
002840             end-if
002850         end-if
002860     else
002870         if not Bridge-Full-Warned
002880             Display 'Bridge table is full - some bridges will'
002890             Display 'not be confirmed'
002900             set Bridge-Full-Warned to true
002910         end-if
002920     end-if
002930     go to 2100-EXIT.
002940 2100-EXIT.
002950     exit.
002960
002970*----------------------------------------------------------------
002980*    Chain pass - every file is its own chain, starting from
002990*    sequence zero and the zero hash. Each chained record must
003000*    carry the next sequence number and the hash of its own bytes
003010*    seeded with the hash before it; a bridge moves the chain on
003020*    to the record it names. After a broken link or a jump the
003030*    walk carries on from the record as found, so one bad record
003040*    is reported once rather than poisoning the rest of the file.
003050*----------------------------------------------------------------
003060 3000-VERIFY-ONE-FILE.
003070     move FI-Name(File-Pointer) to Trail-File-Name
003080     move FI-Name(File-Pointer) to FHL-File-Name
003090     if FI-Status(File-Pointer) not = "00"
003100         if FI-Status(File-Pointer) = "35"
003110             move 'NOT FOUND' to FHL-Text
003120         else
003130             move 'COULD NOT BE OPENED' to FHL-Text
003140         end-if
003150         write AVGTVFR-RECORD from File-Header-Line
003160         Display 'Unable to check ' Trail-File-Name ' - status '
003170             FI-Status(File-Pointer)
003180         if File-Pointer = 1
003190             move 12 to Run-Return-Code
003200         else
003210             add 1 to Missing-File-Count
003220             if Run-Return-Code < 8
003230                 move 8 to Run-Return-Code
003240             end-if
003250         end-if
003260         go to 3000-EXIT
003270     end-if
003280     open input TRAIL-FILE
003290     if TRAIL-Status not = "00"
003300         move 'COULD NOT BE REOPENED' to FHL-Text
003310         write AVGTVFR-RECORD from File-Header-Line
003320         move 12 to Run-Return-Code
003330         go to 3000-EXIT
003340     end-if
003350     move zero to File-Record-Count
003360     move zero to File-Chained-Count
003370     move zero to File-Unchained-Count
003380     move zero to Last-Seq-No
003390     move zeros to Last-Hash
003400     move low-values to Last-Stamp
003410     move 'N' to Chain-Started-Switch
003420     move 'N' to Restored-Block-Switch
003430     move 'N' to TRAIL-EOF-Switch
003440     perform 3100-VERIFY-ONE-RECORD thru 3100-EXIT
003450         until TRAIL-EOF
003460     close TRAIL-FILE
003470     move Trail-File-Name to FTL-File-Name
003480     move File-Record-Count to FTL-Records
003490     move File-Chained-Count to FTL-Chained
003500     move File-Unchained-Count to FTL-Unchained
003510     write AVGTVFR-RECORD from File-Total-Line
003520     add File-Record-Count to Total-Record-Count
003530     add File-Chained-Count to Total-Chained-Count
003540     add File-Unchained-Count to Total-Unchained-Count
003550     go to 3000-EXIT.
003560 3000-EXIT.
003570     exit.
003580
003590 3100-VERIFY-ONE-RECORD.
003600     read TRAIL-FILE
003610         at end
003620             set TRAIL-EOF to true
003630             go to 3100-EXIT
003640     end-read
003650     add 1 to File-Record-Count
003660     if TRAIL-RECORD(1:2) = 'CB'
003670         perform 3400-FOLLOW-BRIDGE thru 3400-EXIT
003680         go to 3100-EXIT
003690     end-if
003700     if TRAIL-RECORD(1:2) = 'CF'
003710         move TRAIL-RECORD to CF-Work-Record
003720         if CF-Seq-No not numeric
003730             perform 3500-UNCHAINED-RECORD thru 3500-EXIT
003740             go to 3100-EXIT
003750         end-if
003760         move CF-Seq-No to Link-Seq-No
003770         move CF-Chain-Hash to Link-Hash
003780         move Last-Hash to HS-Prior-Hash
003790         Compute HS-Cover-Length = length of CF-Work-Record
003800             - length of CF-Chain-Hash
003810         call "AVGHASH" using HASH-AREA, CF-Work-Record
003820         perform 3200-CHECK-LINK thru 3200-EXIT
003830         go to 3100-EXIT
003840     end-if
003850     if AA-Seq-No not numeric
003860         perform 3500-UNCHAINED-RECORD thru 3500-EXIT
003870         go to 3100-EXIT
003880     end-if
003890     move AA-Seq-No to Link-Seq-No
003900     move AA-Chain-Hash to Link-Hash
003910     move Last-Hash to HS-Prior-Hash
003920     Compute HS-Cover-Length = length of TRAIL-RECORD
003930         - length of AA-Chain-Hash
003940     call "AVGHASH" using HASH-AREA, TRAIL-RECORD
003950     perform 3200-CHECK-LINK thru 3200-EXIT
003960     perform 3300-CHECK-TIMESTAMP thru 3300-EXIT
003970     go to 3100-EXIT.
003980 3100-EXIT.
003990     exit.
004000
004010 3200-CHECK-LINK.
004020     add 1 to File-Chained-Count
004030     set Chain-Started to true
004040     Compute Expected-Seq-No = Last-Seq-No + 1
004050     move Link-Seq-No to EL-Seq-No
004060     if Link-Seq-No > Expected-Seq-No
004070         add 1 to Gap-Count
004080         move 'SEQUENCE GAP' to EL-Text
004090         move Expected-Seq-No to Extra-Seq-No
004100         perform 3600-WRITE-EXPECTED thru 3600-EXIT
004110     end-if
004120     if Link-Seq-No < Expected-Seq-No
004130         add 1 to Out-Of-Sequence-Count
004140         move 'OUT OF SEQUENCE' to EL-Text
004150         move Expected-Seq-No to Extra-Seq-No
004160         perform 3600-WRITE-EXPECTED thru 3600-EXIT
004170     end-if
004180     if HS-Record-Hash not = Link-Hash
004190         add 1 to Broken-Link-Count
004200         move 'BROKEN LINK' to EL-Text
004210         move Trail-File-Name to EL-File-Name
004220         move Link-Seq-No to EL-Seq-No
004230         move spaces to EL-Extra
004240         if TRAIL-RECORD(1:2) = 'CF'
004250             string 'CARRY-FORWARD ' CF-Set-Key
004260                 delimited by size
004270                 into EL-Extra
004280             end-string
004290         else
004300             string 'RUN ' AA-Run-Date ' ' AA-Run-Time ' '
004310                 AA-Dept-Code ' ' AA-Set-ID
004320                 delimited by size
004330                 into EL-Extra
004340             end-string
004350         end-if
004360         write AVGTVFR-RECORD from Exception-Line
004370     end-if
004380     if Link-Seq-No > Expected-Seq-No
004390         or Link-Seq-No < Expected-Seq-No
004400         or HS-Record-Hash not = Link-Hash
004410         if Run-Return-Code < 8
004420             move 8 to Run-Return-Code
004430         end-if
004440     end-if
004450     perform 3700-CONFIRM-BRIDGES thru 3700-EXIT
004460         varying Bridge-Pointer from 1 by 1
004470         until Bridge-Pointer > Bridge-Count
004480     move Link-Seq-No to Last-Seq-No
004490     move Link-Hash to Last-Hash
004500     go to 3200-EXIT.
004510 3200-EXIT.
004520     exit.
004530
004540 3300-CHECK-TIMESTAMP.
004550*    Runs are appended as they happen, so within one stretch of
004560*    chain a run stamped before the run ahead of it was written
004570*    out of turn. A batch rerun under an earlier AVGPARM date does
004580*    this honestly, so it is a warning rather than a break.
004590     if AA-Run-Date not numeric
004600         go to 3300-EXIT
004610     end-if
004620     move AA-Run-Date to SW-Run-Date
004630     move AA-Run-Time to SW-Run-Time
004640     if Last-Stamp not = low-values
004650         and Stamp-Work < Last-Stamp
004660         add 1 to Timestamp-Count
004670         move Trail-File-Name to EL-File-Name
004680         move 'TIMESTAMP OUT OF ORDER' to EL-Text
004690         move AA-Seq-No to EL-Seq-No
004700         move spaces to EL-Extra
004710         string SW-Run-Date ' ' SW-Run-Time ' AFTER '
004720             Last-Stamp(1:8) ' ' Last-Stamp(9:6)
004730             delimited by size
004740             into EL-Extra
004750         end-string
004760         write AVGTVFR-RECORD from Exception-Line
004770         if Run-Return-Code < 4
004780             move 4 to Run-Return-Code
004790         end-if
004800     end-if
004810     move Stamp-Work to Last-Stamp
004820     go to 3300-EXIT.
004830 3300-EXIT.
004840     exit.
004850
004860 3400-FOLLOW-BRIDGE.
004870     move TRAIL-RECORD to CB-Work-Record
004880     move Trail-File-Name to EL-File-Name
004890     move spaces to EL-Extra
004900     if CB-Prior-Seq-No not numeric
004910         add 1 to Broken-Link-Count
004920         move 'BRIDGE UNREADABLE' to EL-Text
004930         move spaces to EL-Seq-No
004940         write AVGTVFR-RECORD from Exception-Line
004950         if Run-Return-Code < 8
004960             move 8 to Run-Return-Code
004970         end-if
004980         go to 3400-EXIT
004990     end-if
005000     move 'BRIDGE TYPE' to EL-Text
005010     move CB-Bridge-Type to EL-Text(13:1)
005020     move CB-Prior-Seq-No to EL-Seq-No
005030     string 'AFTER ' CB-File-Name ' ' CB-Written-Date
005040         delimited by size
005050         into EL-Extra
005060     end-string
005070     write AVGTVFR-RECORD from Exception-Line
005080     move CB-Prior-Seq-No to Last-Seq-No
005090     move CB-Prior-Hash to Last-Hash
005100     move low-values to Last-Stamp
005110     set Chain-Started to true
005120     if CB-RESTORED
005130         set Restored-Block to true
005140     else
005150         move 'N' to Restored-Block-Switch
005160     end-if
005170     go to 3400-EXIT.
005180 3400-EXIT.
005190     exit.
005200
005210 3500-UNCHAINED-RECORD.
005220*    Records written before the chain was carried have no link.
005230*    Ahead of the first link, or inside a generation restored
005240*    onto the trail, that is history; anywhere else in a chained
005250*    stretch it is a record nothing vouches for.
005260     add 1 to File-Unchained-Count
005270     if not Chain-Started or Restored-Block
005280         go to 3500-EXIT
005290     end-if
005300     add 1 to Unchained-Inside-Count
005310     move Trail-File-Name to EL-File-Name
005320     move 'UNCHAINED RECORD IN CHAIN' to EL-Text
005330     move spaces to EL-Seq-No
005340     move spaces to EL-Extra
005350     string 'AFTER SEQ ' Last-Seq-No ' RUN ' AA-Run-Date
005360         delimited by size
005370         into EL-Extra
005380     end-string
005390     write AVGTVFR-RECORD from Exception-Line
005400     if Run-Return-Code < 8
005410         move 8 to Run-Return-Code
005420     end-if
005430     go to 3500-EXIT.
005440 3500-EXIT.
005450     exit.
005460
005470 3600-WRITE-EXPECTED.
005480     move Trail-File-Name to EL-File-Name
005490     move spaces to EL-Extra
005500     string 'EXPECTED ' Extra-Seq-No
005510         delimited by size
005520         into EL-Extra
005530     end-string
005540     write AVGTVFR-RECORD from Exception-Line
005550     go to 3600-EXIT.
005560 3600-EXIT.
005570     exit.
005580
005590 3700-CONFIRM-BRIDGES.
005600*    A bridge naming this file and this record's sequence number
005610*    is confirmed when it carries this record's hash. A record a
005620*    bridge found on AVGAUDIT may since have been archived, so a
005630*    bridge naming the live trail is matched on any file.
005640     if BI-Prior-Seq-No(Bridge-Pointer) not = Link-Seq-No
005650         or not BI-Unconfirmed(Bridge-Pointer)
005660         go to 3700-EXIT
005670     end-if
005680     if BI-File-Name(Bridge-Pointer) not = Trail-File-Name
005690         and BI-File-Name(Bridge-Pointer) not = 'AVGAUDIT'
005700         go to 3700-EXIT
005710     end-if
005720     if BI-Prior-Hash(Bridge-Pointer) = Link-Hash
005730         set BI-Confirmed(Bridge-Pointer) to true
005740     else
005750         set BI-Mismatch(Bridge-Pointer) to true
005760     end-if
005770     go to 3700-EXIT.
005780 3700-EXIT.
005790     exit.
005800
005810*----------------------------------------------------------------
005820*    Bridges whose record was on a file checked in this run are
005830*    confirmed or failed; the rest can only be listed, and are
005840*    confirmed by checking the named file as well.
005850*----------------------------------------------------------------
005860 4000-REPORT-ONE-BRIDGE.
005870     if BI-Confirmed(Bridge-Pointer)
005880         add 1 to Bridge-Confirmed-Count
005890         go to 4000-EXIT
005900     end-if
005910     move BI-Written-In(Bridge-Pointer) to EL-File-Name
005920     move BI-Prior-Seq-No(Bridge-Pointer) to EL-Seq-No
005930     move spaces to EL-Extra
005940     string 'NAMES ' BI-File-Name(Bridge-Pointer)
005950         delimited by size
005960         into EL-Extra
005970     end-string
005980     if BI-Mismatch(Bridge-Pointer)
005990         add 1 to Bridge-Mismatch-Count
006000         move 'BRIDGE DOES NOT MATCH RECORD' to EL-Text
006010         if Run-Return-Code < 8
006020             move 8 to Run-Return-Code
006030         end-if
006040     else
006050         add 1 to Bridge-Unconfirmed-Count
006060         move 'BRIDGE NOT CONFIRMED' to EL-Text
006070     end-if
006080     write AVGTVFR-RECORD from Exception-Line
006090     go to 4000-EXIT.
006100 4000-EXIT.
006110     exit.
006120
006130 5000-WRITE-TOTALS.
006140     move 'RECORDS READ' to VCL-Label
006150     move Total-Record-Count to VCL-Count
006160     write AVGTVFR-RECORD from Verify-Count-Line
006170     move 'CHAINED RECORDS' to VCL-Label
006180     move Total-Chained-Count to VCL-Count
006190     write AVGTVFR-RECORD from Verify-Count-Line
006200     move 'RECORDS WITHOUT A CHAIN LINK' to VCL-Label
006210     move Total-Unchained-Count to VCL-Count
006220     write AVGTVFR-RECORD from Verify-Count-Line
006230     move 'BROKEN LINKS' to VCL-Label
006240     move Broken-Link-Count to VCL-Count
006250     write AVGTVFR-RECORD from Verify-Count-Line
006260     move 'SEQUENCE GAPS' to VCL-Label
006270     move Gap-Count to VCL-Count
006280     write AVGTVFR-RECORD from Verify-Count-Line
006290     move 'OUT OF SEQUENCE' to VCL-Label
006300     move Out-Of-Sequence-Count to VCL-Count
006310     write AVGTVFR-RECORD from Verify-Count-Line
006320     move 'UNCHAINED RECORDS IN CHAIN' to VCL-Label
006330     move Unchained-Inside-Count to VCL-Count
006340     write AVGTVFR-RECORD from Verify-Count-Line
006350     move 'TIMESTAMPS OUT OF ORDER' to VCL-Label
006360     move Timestamp-Count to VCL-Count
006370     write AVGTVFR-RECORD from Verify-Count-Line
006380     move 'BRIDGES CONFIRMED' to VCL-Label
006390     move Bridge-Confirmed-Count to VCL-Count
006400     write AVGTVFR-RECORD from Verify-Count-Line
006410     move 'BRIDGES NOT MATCHING' to VCL-Label
006420     move Bridge-Mismatch-Count to VCL-Count
006430     write AVGTVFR-RECORD from Verify-Count-Line
006440     move 'BRIDGES NOT CONFIRMED' to VCL-Label
006450     move Bridge-Unconfirmed-Count to VCL-Count
006460     write AVGTVFR-RECORD from Verify-Count-Line
006470     move 'GENERATIONS NOT FOUND' to VCL-Label
006480     move Missing-File-Count to VCL-Count
006490     write AVGTVFR-RECORD from Verify-Count-Line
006500     if Run-Return-Code = zero
006510         move 'AUDIT TRAIL CHAIN VERIFIED CLEAN' to VRL-Text
006520         Display 'Audit trail chain verified clean'
006530     else
006540         if Run-Return-Code = 4
006550             move 'AUDIT TRAIL CHAIN HOLDS - SEE WARNINGS'
006560                 to VRL-Text
006570             Display 'Audit trail chain holds - warnings on '
006580                 'AVGTVFR'
006590         else
006600             move 'AUDIT TRAIL FAILED VERIFICATION' to VRL-Text
006610             Display 'AUDIT TRAIL FAILED VERIFICATION - see '
006620                 'AVGTVFR'
006630         end-if
006640     end-if
006650     write AVGTVFR-RECORD from Verify-Result-Line
006660     move Run-Return-Code to VRC-Return-Code
006670     write AVGTVFR-RECORD from Verify-RC-Line
006680     go to 5000-EXIT.
006690 5000-EXIT.
006700     exit.
006710
006720 end program AVGTVFY.
