000010 Identification Division.
000020 program-id. AVGACK as "AVGACK".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - acknowledgement step for the
000130*                    upstream feeders, run after the averaging
000140*                    batch. Reads the AVGACKL events (ACKREC
000150*                    copybook) logged since its last run by
000160*                    AVGIMP, the batch and the menu's suspense
000170*                    repair, keeps the latest for each feed row
000180*                    and writes one comma-delimited file per feed,
000190*                    AVGACK.<feed>.<run date><run time>, with a
000200*                    line per row: reference, final status,
000210*                    reason code, sum, average, reconciliation
000220*                    flag, run date, and whether it is the row's
000230*                    first acknowledgement or a follow-up to one
000240*                    already sent. The events sent are moved to
000250*                    the AVGACKH history; any logged while the run
000260*                    was going are put back on a fresh AVGACKL
000270*                    (through the AVGACKW work file) for the next
000280*                    run.
000290*                    The AVGACKR listing shows the files written.
000300*                    Return code 0 clean, 8 a file could not be
000310*                    written or the row table is full (AVGACKL is
000320*                    then kept whole for the rerun), 12 AVGACKL or
000330*                    the listing could not be opened.
000340*--------------------------------------------------------------
000350
000360 environment division.
000370 input-output section.
000380 file-control.
000390     select AVGACKL-FILE assign to "AVGACKL"
000400         organization is line sequential
000410         file status is AVGACKL-Status.
000420     select AVGACKH-FILE assign to "AVGACKH"
000430         organization is line sequential
000440         file status is AVGACKH-Status.
000450     select AVGACKW-FILE assign to "AVGACKW"
000460         organization is line sequential
000470         file status is AVGACKW-Status.
000480     select ACKOUT-FILE assign to dynamic Ack-File-Name
000490         organization is line sequential
000500         file status is ACKOUT-Status.
000510     select AVGACKR-FILE assign to "AVGACKR"
000520         organization is line sequential
000530         file status is AVGACKR-Status.
000540
000550 data division.
000560 file section.
000570 FD  AVGACKL-FILE.
000580 01  AVGACKL-RECORD PIC X(73).
000590
000600 FD  AVGACKH-FILE.
000610 01  AVGACKH-RECORD PIC X(73).
000620
000630 FD  AVGACKW-FILE.
000640 01  AVGACKW-RECORD PIC X(73).
000650
000660 FD  ACKOUT-FILE.
000670 01  ACKOUT-RECORD PIC X(100).
000680
000690 FD  AVGACKR-FILE.
000700 01  AVGACKR-RECORD PIC X(100).
000710
000720 working-storage section.
000730 01 AVGACKL-Status PIC X(02).
000740 01 AVGACKH-Status PIC X(02).
000750 01 AVGACKW-Status PIC X(02).
000760 01 ACKOUT-Status PIC X(02).
000770 01 AVGACKR-Status PIC X(02).
000780 01 AVGACKL-EOF-Switch PIC X(01).
000790     88 AVGACKL-EOF value "Y".
000800 01 AVGACKW-EOF-Switch PIC X(01).
000810     88 AVGACKW-EOF value "Y".
000820 01 Run-Return-Code PIC 9(02) value zero.
000830 01 Ack-Run-Date PIC 9(08).
000840 01 Ack-Run-Time PIC 9(06).
000850 01 Ack-File-Name PIC X(40).
000860
000870 01 Ack-Event-Work.
000880     COPY ACKREC.
000890
000900*    One item per feed row, held in feed reference order so each
000910*    feed's rows come out together. A later event for a row
000920*    replaces the earlier one - the log is in the order things
000930*    happened, so the last event is the row's final status.
000940 01 Ack-Area.
000950     05 Ack-Count PIC 9(04) value zero.
000960     05 Ack-Item OCCURS 9999 TIMES.
000970         10 AI-Event-Image.
000980             15 AI-Feed-Ref.
000990                 20 AI-Feed-Name PIC X(08).
001000                 20 filler PIC X(19).
001010             15 filler PIC X(46).
001020         10 AI-Ack-Type PIC X(01).
001030             88 AI-Initial value "I".
001040 01 Ack-Hold-Item.
001050     05 AH-Event-Image.
001060         10 AH-Feed-Ref PIC X(27).
001070         10 filler PIC X(46).
001080     05 AH-Ack-Type PIC X(01).
001090 01 Ack-Pointer PIC 9(04).
001100 01 Search-Pointer PIC 9(04).
001110 01 Insert-Pointer PIC 9(04).
001120 01 Insert-Stop PIC 9(04).
001130 01 Search-Done-Switch PIC X(01).
001140     88 Search-Done value "Y".
001150 01 Insert-Done-Switch PIC X(01).
001160     88 Insert-Done value "Y".
001170 01 Ack-Table-Full-Switch PIC X(01) value "N".
001180     88 Ack-Table-Full value "Y".
001190
001200 01 Current-Feed-Name PIC X(08) value spaces.
001210 01 Feed-File-Open-Switch PIC X(01) value "N".
001220     88 Feed-File-Open value "Y".
001230
001240 01 Events-Read-Count PIC 9(05) value zero.
001250 01 Events-Kept-Count PIC 9(05) value zero.
001260 01 Events-Held-Count PIC 9(05) value zero.
001270 01 Followup-Count PIC 9(05) value zero.
001280 01 Feed-Files-Written PIC 9(05) value zero.
001290 01 Feed-Files-Failed PIC 9(05) value zero.
001300 01 Feed-Row-Count PIC 9(05).
001310 01 Feed-Processed-Count PIC 9(05).
001320 01 Feed-Parked-Count PIC 9(05).
001330 01 Feed-Other-Count PIC 9(05).
001340 01 Feed-Followup-Count PIC 9(05).
001350
001360 01 Sum-Csv PIC -99999999.99.
001370 01 Average-Csv PIC -99999.99.
001380 01 Csv-Pointer PIC 9(04).
001390 01 Csv-Line PIC X(100).
001400
001410 01 Ack-Heading-Line.
001420     05 filler PIC X(30) value 'FEED ACKNOWLEDGEMENTS SENT ON '.
001430     05 AHL-Run-Date PIC 9(08).
001440     05 filler PIC X(01) value space.
001450     05 AHL-Run-Time PIC 9(06).
001460
001470 01 Ack-Column-Line.
001480     05 filler PIC X(09) value 'FEED'.
001490     05 filler PIC X(40) value 'ACKNOWLEDGEMENT FILE'.
001500     05 filler PIC X(51) value
001510         '  ROWS  PROC PARKD OTHER FOLUP'.
001520
001530 01 Ack-Feed-Line.
001540     05 AFL-Feed-Name PIC X(08).
001550     05 filler PIC X(01) value space.
001560     05 AFL-File-Name PIC X(40).
001570     05 AFL-Rows PIC ZZZZZ9.
001580     05 AFL-Processed PIC ZZZZZ9.
001590     05 AFL-Parked PIC ZZZZZ9.
001600     05 AFL-Other PIC ZZZZZ9.
001610     05 AFL-Followup PIC ZZZZZ9.
001620     05 filler PIC X(01) value space.
001630     05 AFL-Note PIC X(14).
001640
001650 01 Ack-Count-Line.
001660     05 ACL-Label PIC X(30).
001670     05 ACL-Count PIC ZZZZ9.
001680
001690 01 Ack-Text-Line PIC X(60).
001700
001710 01 Ack-RC-Line.
001720     05 filler PIC X(18) value 'FINAL RETURN CODE '.
001730     05 ARL-Return-Code PIC 9(02).
001740
001750 procedure division.
001760 AVGACK Section.
001770 0000-RUN-ACK.
001780     Accept Ack-Run-Date from date yyyymmdd
001790     Accept Ack-Run-Time from time
001800     open output AVGACKR-FILE
001810     if AVGACKR-Status not = "00"
001820         Display 'Unable to open AVGACKR - status '
001830             AVGACKR-Status
001840         Display 'Nothing sent - the events stay on AVGACKL'
001850         move 12 to Run-Return-Code
001860         move Run-Return-Code to Return-Code
001870         goback
001880     end-if
001890     move Ack-Run-Date to AHL-Run-Date
001900     move Ack-Run-Time to AHL-Run-Time
001910     write AVGACKR-RECORD from Ack-Heading-Line
001920     move spaces to AVGACKR-RECORD
001930     write AVGACKR-RECORD
001940     perform 1000-LOAD-EVENTS thru 1000-EXIT
001950     if Run-Return-Code not < 8
001960         perform 8000-WRITE-TRAILER thru 8000-EXIT
001970         close AVGACKR-FILE
001980         move Run-Return-Code to Return-Code
001990         goback
002000     end-if
002010     if Ack-Count = zero
002020         Display 'No acknowledgement events since the last run'
002030         move 'NO ACKNOWLEDGEMENT EVENTS SINCE THE LAST RUN'
002040             to Ack-Text-Line
002050         write AVGACKR-RECORD from Ack-Text-Line
002060         perform 4000-CLEAR-LOG thru 4000-EXIT
002070         perform 8000-WRITE-TRAILER thru 8000-EXIT
002080         close AVGACKR-FILE
002090         move Run-Return-Code to Return-Code
002100         goback
002110     end-if
002120     write AVGACKR-RECORD from Ack-Column-Line
002130     perform 3000-WRITE-ONE-ROW thru 3000-EXIT
002140         varying Ack-Pointer from 1 by 1
002150         until Ack-Pointer > Ack-Count
002160     perform 3500-CLOSE-FEED-FILE thru 3500-EXIT
002170     if Feed-Files-Failed = zero
002180         perform 4000-CLEAR-LOG thru 4000-EXIT
002190     else
002200         Display 'An acknowledgement file could not be written -'
002210         Display 'AVGACKL is kept so a rerun sends every feed'
002220         Display 'again'
002230         move 8 to Run-Return-Code
002240     end-if
002250     perform 8000-WRITE-TRAILER thru 8000-EXIT
002260     close AVGACKR-FILE
002270     Display 'Acknowledgement events read: ' Events-Read-Count
002280     Display 'Feed rows acknowledged: ' Ack-Count
002290     Display 'Follow-up acknowledgements: ' Followup-Count
002300     Display 'Feed files written: ' Feed-Files-Written
002310     move Run-Return-Code to Return-Code
002320     goback.
002330
002340 1000-LOAD-EVENTS.
002350*    No AVGACKL at all just means nothing has been logged since
002360*    the last run.
002370     move zero to Ack-Count
002380     move zero to Events-Read-Count
002390     open input AVGACKL-FILE
002400     if AVGACKL-Status = "35"
002410         go to 1000-EXIT
002420     end-if
002430     if AVGACKL-Status not = "00"
002440         Display 'Unable to open AVGACKL - status '
002450             AVGACKL-Status
002460         Display 'Nothing sent'
002470         move 12 to Run-Return-Code
002480         go to 1000-EXIT
002490     end-if
002500     move 'N' to AVGACKL-EOF-Switch
002510     perform 1100-LOAD-ONE-EVENT thru 1100-EXIT
002520         until AVGACKL-EOF or Ack-Table-Full
002530     close AVGACKL-FILE
002540     if Ack-Table-Full
002550         Display 'More than 9999 feed rows to acknowledge -'
002560         Display 'nothing sent, the events stay on AVGACKL'
002570         move 8 to Run-Return-Code
002580     end-if
002590     go to 1000-EXIT.
002600 1000-EXIT.
002610     exit.
002620
002630 1100-LOAD-ONE-EVENT.
002640     read AVGACKL-FILE into Ack-Event-Work
002650         at end
002660             set AVGACKL-EOF to true
002670             go to 1100-EXIT
002680     end-read
002690     add 1 to Events-Read-Count
002700     if AK-Feed-Ref = spaces
002710         go to 1100-EXIT
002720     end-if
002730     move Ack-Event-Work to AH-Event-Image
002740*    A row the import logged this time round gets its first
002750*    acknowledgement; anything else was acknowledged on an
002760*    earlier run and this is a follow-up.
002770     if AK-FROM-IMPORT
002780         move 'I' to AH-Ack-Type
002790     else
002800         move 'F' to AH-Ack-Type
002810     end-if
002820     move Ack-Count to Search-Pointer
002830     move 'N' to Search-Done-Switch
002840     perform 1110-STEP-BACK-ONE thru 1110-EXIT
002850         until Search-Done
002860     if Search-Pointer > zero
002870         if AI-Feed-Ref(Search-Pointer) = AH-Feed-Ref
002880             if AI-Initial(Search-Pointer)
002890                 move 'I' to AH-Ack-Type
002900             end-if
002910             move Ack-Hold-Item to Ack-Item(Search-Pointer)
002920             go to 1100-EXIT
002930         end-if
002940     end-if
002950     if Ack-Count not < 9999
002960         set Ack-Table-Full to true
002970         go to 1100-EXIT
002980     end-if
002990*    Insert after the slot found, moving the later rows up one -
003000*    the import logs a feed's rows in order, so nearly every row
003010*    goes straight on the end.
003020     add 1 to Ack-Count
003030     move Ack-Count to Insert-Pointer
003040     add 1 to Search-Pointer giving Insert-Stop
003050     move 'N' to Insert-Done-Switch
003060     perform 1120-SHIFT-ONE-ITEM thru 1120-EXIT
003070         until Insert-Done
003080     move Ack-Hold-Item to Ack-Item(Insert-Pointer)
003090     go to 1100-EXIT.
003100 1100-EXIT.
003110     exit.
003120
003130 1110-STEP-BACK-ONE.
003140     if Search-Pointer = zero
003150         set Search-Done to true
003160         go to 1110-EXIT
003170     end-if
003180     if AI-Feed-Ref(Search-Pointer) not > AH-Feed-Ref
003190         set Search-Done to true
003200         go to 1110-EXIT
003210     end-if
003220     subtract 1 from Search-Pointer
003230     go to 1110-EXIT.
003240 1110-EXIT.
003250     exit.
003260
003270 1120-SHIFT-ONE-ITEM.
003280     if Insert-Pointer = Insert-Stop
003290         set Insert-Done to true
003300         go to 1120-EXIT
003310     end-if
003320     move Ack-Item(Insert-Pointer - 1) to Ack-Item(Insert-Pointer)
003330     subtract 1 from Insert-Pointer
003340     go to 1120-EXIT.
003350 1120-EXIT.
003360     exit.
003370
003380 3000-WRITE-ONE-ROW.
003390     move AI-Event-Image(Ack-Pointer) to Ack-Event-Work
003400     if AK-Feed-Name not = Current-Feed-Name
003410         perform 3500-CLOSE-FEED-FILE thru 3500-EXIT
003420         perform 3100-OPEN-FEED-FILE thru 3100-EXIT
003430     end-if
003440     add 1 to Feed-Row-Count
003450     if AK-PROCESSED
003460         add 1 to Feed-Processed-Count
003470     else
003480         if AK-PARKED
003490             add 1 to Feed-Parked-Count
003500         else
003510             add 1 to Feed-Other-Count
003520         end-if
003530     end-if
003540     if not AI-Initial(Ack-Pointer)
003550         add 1 to Feed-Followup-Count
003560         add 1 to Followup-Count
003570     end-if
003580     if not Feed-File-Open
003590         go to 3000-EXIT
003600     end-if
003610     move AK-SumOf to Sum-Csv
003620     move AK-Average to Average-Csv
003630     move spaces to Csv-Line
003640     move 1 to Csv-Pointer
003650     string AK-Feed-Name delimited by space
003660         '-' AK-Feed-Date '-' AK-Feed-Time '-' AK-Feed-Row ','
003670         delimited by size
003680         into Csv-Line
003690         with pointer Csv-Pointer
003700     end-string
003710     string AK-Status delimited by space
003720         ',' AK-Reason-Code ',' Sum-Csv ',' Average-Csv ','
003730         AK-Recon-Break ',' AK-Event-Date ','
003740         delimited by size
003750         into Csv-Line
003760         with pointer Csv-Pointer
003770     end-string
003780     if AI-Initial(Ack-Pointer)
003790         string 'INITIAL' delimited by size
003800             into Csv-Line
003810             with pointer Csv-Pointer
003820         end-string
003830     else
003840         string 'FOLLOW-UP' delimited by size
003850             into Csv-Line
003860             with pointer Csv-Pointer
003870         end-string
003880     end-if
003890     write ACKOUT-RECORD from Csv-Line
003900     go to 3000-EXIT.
003910 3000-EXIT.
003920     exit.
003930
003940 3100-OPEN-FEED-FILE.
003950*    A feed's file is named for the feed and this run, so a
003960*    follow-up never overwrites an acknowledgement the feeder
003970*    has not yet collected.
003980     move AK-Feed-Name to Current-Feed-Name
003990     move zero to Feed-Row-Count
004000     move zero to Feed-Processed-Count
004010     move zero to Feed-Parked-Count
004020     move zero to Feed-Other-Count
004030     move zero to Feed-Followup-Count
004040     move spaces to Ack-File-Name
004050     string 'AVGACK.' delimited by size
004060         AK-Feed-Name delimited by space
004070         '.' Ack-Run-Date Ack-Run-Time delimited by size
004080         into Ack-File-Name
004090     end-string
004100     open output ACKOUT-FILE
004110     if ACKOUT-Status not = "00"
004120         Display 'Unable to open ' Ack-File-Name ' - status '
004130             ACKOUT-Status
004140         add 1 to Feed-Files-Failed
004150         go to 3100-EXIT
004160     end-if
004170     set Feed-File-Open to true
004180     move spaces to Csv-Line
004190     move 1 to Csv-Pointer
004200     string 'REFERENCE,STATUS,REASON,SUM,AVERAGE,RECON,'
004210         'RUN-DATE,ACK-TYPE' delimited by size
004220         into Csv-Line
004230         with pointer Csv-Pointer
004240     end-string
004250     write ACKOUT-RECORD from Csv-Line
004260     go to 3100-EXIT.
004270 3100-EXIT.
004280     exit.
004290
004300 3500-CLOSE-FEED-FILE.
004310     if Current-Feed-Name = spaces
004320         go to 3500-EXIT
004330     end-if
004340     move spaces to AFL-Note
004350     if Feed-File-Open
004360         close ACKOUT-FILE
004370         move 'N' to Feed-File-Open-Switch
004380         add 1 to Feed-Files-Written
004390     else
004400         move 'NOT WRITTEN' to AFL-Note
004410     end-if
004420     move Current-Feed-Name to AFL-Feed-Name
004430     move Ack-File-Name to AFL-File-Name
004440     move Feed-Row-Count to AFL-Rows
004450     move Feed-Processed-Count to AFL-Processed
004460     move Feed-Parked-Count to AFL-Parked
004470     move Feed-Other-Count to AFL-Other
004480     move Feed-Followup-Count to AFL-Followup
004490     write AVGACKR-RECORD from Ack-Feed-Line
004500     go to 3500-EXIT.
004510 3500-EXIT.
004520     exit.
004530
004540 4000-CLEAR-LOG.
004550*    Every event loaded has now been sent - move those to the
004560*    AVGACKH history. AVGIMP, the batch and the menu may have
004570*    logged more since the load; those have not been sent, so
004580*    they are held on the AVGACKW work file and put back on a
004590*    fresh AVGACKL for the next run. If the work file or the
004600*    history will not open AVGACKL is left alone, and the rerun
004610*    sends the same acknowledgements again.
004620     if Events-Read-Count = zero
004630         go to 4000-EXIT
004640     end-if
004650     open output AVGACKW-FILE
004660     if AVGACKW-Status not = "00"
004670         Display 'Unable to open AVGACKW - status '
004680             AVGACKW-Status
004690         Display 'AVGACKL is kept - the rerun sends these'
004700         Display 'acknowledgements again'
004710         move 8 to Run-Return-Code
004720         go to 4000-EXIT
004730     end-if
004740     open extend AVGACKH-FILE
004750     if AVGACKH-Status = "35"
004760         open output AVGACKH-FILE
004770     end-if
004780     if AVGACKH-Status not = "00"
004790         Display 'Unable to open AVGACKH - status '
004800             AVGACKH-Status
004810         Display 'AVGACKL is kept - the rerun sends these'
004820         Display 'acknowledgements again'
004830         close AVGACKW-FILE
004840         move 8 to Run-Return-Code
004850         go to 4000-EXIT
004860     end-if
004870     open input AVGACKL-FILE
004880     if AVGACKL-Status not = "00"
004890         Display 'Unable to reopen AVGACKL - status '
004900             AVGACKL-Status
004910         close AVGACKH-FILE
004920         close AVGACKW-FILE
004930         move 8 to Run-Return-Code
004940         go to 4000-EXIT
004950     end-if
004960     move zero to Events-Kept-Count
004970     move zero to Events-Held-Count
004980     move 'N' to AVGACKL-EOF-Switch
004990     perform 4100-KEEP-ONE-EVENT thru 4100-EXIT
005000         until AVGACKL-EOF
005010     close AVGACKL-FILE
005020     close AVGACKH-FILE
005030     close AVGACKW-FILE
005040     open output AVGACKL-FILE
005050     if AVGACKL-Status not = "00"
005060         Display 'Unable to empty AVGACKL - status '
005070             AVGACKL-Status
005080         Display 'the rerun sends these acknowledgements again'
005090         move 8 to Run-Return-Code
005100         go to 4000-EXIT
005110     end-if
005120     if Events-Held-Count > zero
005130         perform 4200-RESTORE-HELD-EVENTS thru 4200-EXIT
005140     end-if
005150     close AVGACKL-FILE
005160     go to 4000-EXIT.
005170 4000-EXIT.
005180     exit.
005190
005200 4100-KEEP-ONE-EVENT.
005210     read AVGACKL-FILE
005220         at end
005230             set AVGACKL-EOF to true
005240             go to 4100-EXIT
005250     end-read
005260     if Events-Kept-Count < Events-Read-Count
005270         write AVGACKH-RECORD from AVGACKL-RECORD
005280         add 1 to Events-Kept-Count
005290     else
005300         write AVGACKW-RECORD from AVGACKL-RECORD
005310         add 1 to Events-Held-Count
005320     end-if
005330     go to 4100-EXIT.
005340 4100-EXIT.
005350     exit.
005360
005370 4200-RESTORE-HELD-EVENTS.
005380*    AVGACKL is open output and empty - copy the events logged
005390*    during this run back onto it.
005400     open input AVGACKW-FILE
005410     if AVGACKW-Status not = "00"
005420         Display 'Unable to reopen AVGACKW - status '
005430             AVGACKW-Status
005440         Display Events-Held-Count
005450             ' events logged during this run are held on'
005460         Display 'AVGACKW - copy them back to AVGACKL'
005470         Display 'before the next run'
005480         move 8 to Run-Return-Code
005490         go to 4200-EXIT
005500     end-if
005510     move 'N' to AVGACKW-EOF-Switch
005520     perform 4210-RESTORE-ONE-EVENT thru 4210-EXIT
005530         until AVGACKW-EOF
005540     close AVGACKW-FILE
005550     Display 'Events logged during this run kept for the next: '
005560         Events-Held-Count
005570     go to 4200-EXIT.
005580 4200-EXIT.
005590     exit.
005600
005610 4210-RESTORE-ONE-EVENT.
005620     read AVGACKW-FILE
005630         at end
005640             set AVGACKW-EOF to true
005650             go to 4210-EXIT
005660     end-read
005670     write AVGACKL-RECORD from AVGACKW-RECORD
005680     go to 4210-EXIT.
005690 4210-EXIT.
005700     exit.
005710
005720 8000-WRITE-TRAILER.
005730     move spaces to AVGACKR-RECORD
005740     write AVGACKR-RECORD
005750     move 'EVENTS READ FROM AVGACKL' to ACL-Label
005760     move Events-Read-Count to ACL-Count
005770     write AVGACKR-RECORD from Ack-Count-Line
005780     move 'FEED ROWS ACKNOWLEDGED' to ACL-Label
005790     move Ack-Count to ACL-Count
005800     write AVGACKR-RECORD from Ack-Count-Line
005810     move 'FOLLOW-UP ACKNOWLEDGEMENTS' to ACL-Label
005820     move Followup-Count to ACL-Count
005830     write AVGACKR-RECORD from Ack-Count-Line
005840     move 'FEED FILES WRITTEN' to ACL-Label
005850     move Feed-Files-Written to ACL-Count
005860     write AVGACKR-RECORD from Ack-Count-Line
005870     move 'FEED FILES NOT WRITTEN' to ACL-Label
005880     move Feed-Files-Failed to ACL-Count
005890     write AVGACKR-RECORD from Ack-Count-Line
005900     move 'EVENTS MOVED TO AVGACKH' to ACL-Label
005910     move Events-Kept-Count to ACL-Count
005920     write AVGACKR-RECORD from Ack-Count-Line
005930     move 'EVENTS KEPT FOR THE NEXT RUN' to ACL-Label
005940     move Events-Held-Count to ACL-Count
005950     write AVGACKR-RECORD from Ack-Count-Line
005960     move Run-Return-Code to ARL-Return-Code
005970     write AVGACKR-RECORD from Ack-RC-Line
005980     go to 8000-EXIT.
005990 8000-EXIT.
006000     exit.
006010
006020 end program AVGACK.
