000180*                    9000" no longer mean opening the raw file
000190*                    in an editor. Runs standalone from the
000200*                    command line or CALLed from AVGMENU.
000201*   2026-10-15 NS    Supervisor reversals on AVGAUDIT are now
000202*                    shown - each listed run carries a status
000203*                    of REVERSED when a V record has reversed
000204*                    it, REVERSAL on the V record itself and
000205*                    CORRECTION on a C correcting run, and a V
000206*                    record only answers a run-date selection,
000207*                    never a sum or average one.
000207*   2026-10-15 NS    Two new selections read the AVGASUM indexed
000207*                    audit summary by key instead of the whole
000207*                    trail - I lists every run of one set ID and
000207*                    P every run of one department (alternate
000207*                    key), oldest first, with the same status
000207*                    column taken from the summary row.
000210*--------------------------------------------------------------
000220
000230 environment division.
000290     select AVGINQL-FILE assign to "AVGINQL"
000300         organization is line sequential
000310         file status is AVGINQL-Status.
000310     select AVGASUM-FILE assign to "AVGASUM"
000310         organization is indexed
000310         access is dynamic
000310         record key is ASUM-Key
000310         alternate record key is ASUM-Dept-Code with duplicates
000310         file status is AVGASUM-Status.
000320
000330 data division.
000340 file section.
000380
000390 FD  AVGINQL-FILE.
000400 01  AVGINQL-RECORD PIC X(80).
000400
000400 FD  AVGASUM-FILE.
000400 01  AVGASUM-RECORD.
000400     COPY ASUMREC.
000410
000420 working-storage section.
000430 01 AVGAUDIT-Status PIC X(02).
000440 01 AVGINQL-Status PIC X(02).
000450 01 AVGAUDIT-EOF-Switch PIC X(01).
000460     88 AVGAUDIT-EOF value "Y".
000460 01 AVGASUM-Status PIC X(02).
000460 01 AVGASUM-EOF-Switch PIC X(01).
000460     88 AVGASUM-EOF value "Y".
000460 01 Select-Set-ID PIC X(08).
000460 01 Select-Dept-Code PIC X(04).
000460 01 Average-Edited PIC -(5)9.99.
000470 01 Select-Type PIC X(01).
000480     88 Select-By-Date value "D" "d".
000490     88 Select-By-Sum value "S" "s".
000500     88 Select-By-Average value "A" "a".
000500     88 Select-By-Set-ID value "I" "i".
000500     88 Select-By-Dept value "P" "p".
000510 01 Match-Switch PIC X(01).
000520     88 Record-Matches value "Y".
000530 01 Low-Date PIC 9(08).
000600 01 Record-Average PIC S9(05)V99.
000605 01 Sum-Edited PIC -(8)9.99.
000610 01 Match-Count PIC 9(05).
000610 01 Reversal-Table-Area.
000610     COPY REVTAB.
000610 01 Reversal-Key-Work.
000610     05 RK-Run-Date PIC X(08).
000610     05 RK-Run-Time PIC X(06).
000610     05 RK-Dept-Code PIC X(04).
000610     05 RK-Set-ID PIC X(08).
000610 01 Reversal-Pointer PIC 9(03).
000610 01 Run-Reversed-Switch PIC X(01).
000610     88 Run-Reversed value "Y".
000610 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000610     88 Reversal-Full-Warned value "Y".
000610 01 Run-Status PIC X(10).
000620
000630 01 Inquiry-Header.
000640     05 filler PIC X(08) value 'RUN DATE'.
000700     05 filler PIC X(12) value '         SUM'.
000710     05 filler PIC X(01) value space.
000720     05 filler PIC X(09) value '  AVERAGE'.
000723     05 filler PIC X(01) value space.
000726     05 filler PIC X(06) value 'STATUS'.
000730
000740 01 Inquiry-Line.
000750     05 IL-Run-Date PIC X(08).
000810     05 IL-SumOf PIC X(12).
000820     05 filler PIC X(01) value space.
000830     05 IL-Average PIC X(09).
000833     05 filler PIC X(01) value space.
000836     05 IL-Status PIC X(10).
000840
000850 01 Inquiry-Trailer.
000860     05 filler PIC X(15) value 'RUNS SELECTED: '.
000900 AVGAUDINQ Section.
000910 0000-RUN-INQUIRY.
000920     perform 1000-GET-SELECTION thru 1000-EXIT
000930     if Select-By-Set-ID or Select-By-Dept
000930         perform 3000-SUMMARY-INQUIRY thru 3000-EXIT
000930         goback
000930     end-if
000930     if not Select-By-Date and not Select-By-Sum
000940         and not Select-By-Average
000950         Display 'Selection must be D, S, A, I or P - nothing run'
000960         goback
000970     end-if
000975     perform 1200-LOAD-REVERSALS thru 1200-EXIT
000980     open input AVGAUDIT-FILE
000990     if AVGAUDIT-Status = "35"
001000         Display 'No AVGAUDIT history to search'
001150     move zero to Match-Count
001160     move 'N' to AVGAUDIT-EOF-Switch
001170     Display 'RUN DATE RUN TIME DEPT          SUM   AVERAGE'
001175         ' STATUS'
001180     write AVGINQL-RECORD from Inquiry-Header
001190     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001200     perform 2100-TEST-ONE-RECORD thru 2100-EXIT
001270     goback.
001280
001290 1000-GET-SELECTION.
001300     Display 'Select by D=run date, S=sum, A=average,'
001300     Display '          I=set ID, P=department: '
001310     Accept Select-Type
001310     if Select-By-Set-ID
001310         Display 'Set ID: '
001310         Accept Select-Set-ID
001310     end-if
001310     if Select-By-Dept
001310         Display 'Department code: '
001310         Accept Select-Dept-Code
001310     end-if
001320     if Select-By-Date
001330         Display 'Low run date (YYYYMMDD): '
001340         Accept Low-Date
001500     go to 1000-EXIT.
001510 1000-EXIT.
001520     exit.
001520
001520 1200-LOAD-REVERSALS.
001520*    A first pass collects every V reversal record, keyed the way
001520*    the run it reverses is keyed - its run date and time,
001520*    department and set ID - so the listing can mark the
001520*    reversed runs.
001520     move zero to RV-Count
001520     open input AVGAUDIT-FILE
001520     if AVGAUDIT-Status not = "00"
001520         go to 1200-EXIT
001520     end-if
001520     move 'N' to AVGAUDIT-EOF-Switch
001520     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001520     perform 1210-LOAD-ONE-REVERSAL thru 1210-EXIT
001520         until AVGAUDIT-EOF
001520     close AVGAUDIT-FILE
001520     go to 1200-EXIT.
001520 1200-EXIT.
001520     exit.
001520
001520 1210-LOAD-ONE-REVERSAL.
001520     if AA-Run-Date numeric and AA-REVERSAL
001520         if RV-Count < 500
001520             add 1 to RV-Count
001520             move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
001520             move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
001520             move AA-Dept-Code to RV-Dept-Code(RV-Count)
001520             move AA-Set-ID to RV-Set-ID(RV-Count)
001520             move 'N' to RV-Used-Flag(RV-Count)
001520         else
001520             if not Reversal-Full-Warned
001520                 Display 'Reversal table is full - some reversed'
001520                 Display 'runs are not marked'
001520                 set Reversal-Full-Warned to true
001520             end-if
001520         end-if
001520     end-if
001520     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001520     go to 1210-EXIT.
001520 1210-EXIT.
001520     exit.
001530
001540 2000-READ-AUDIT-RECORD.
001550     read AVGAUDIT-FILE
001620
001630 2100-TEST-ONE-RECORD.
001640     move 'N' to Match-Switch
001645     perform 2150-SET-RUN-STATUS thru 2150-EXIT
001650     perform 2200-APPLY-SELECTION thru 2200-EXIT
001660     if Record-Matches
001670         add 1 to Match-Count
001710     go to 2100-EXIT.
001720 2100-EXIT.
001730     exit.
001730
001730 2150-SET-RUN-STATUS.
001730*    Every run record is tested against the reversals, selected
001730*    or not, so the one-for-one pairing follows trail order.
001730     move spaces to Run-Status
001730     if AA-Run-Date not numeric
001730         go to 2150-EXIT
001730     end-if
001730     if AA-REVERSAL
001730         move 'REVERSAL' to Run-Status
001730         go to 2150-EXIT
001730     end-if
001730     perform 2600-CHECK-RUN-REVERSED thru 2600-EXIT
001730     if Run-Reversed
001730         move 'REVERSED' to Run-Status
001730     else
001730         if AA-CORRECTION
001730             move 'CORRECTION' to Run-Status
001730         end-if
001730     end-if
001730     go to 2150-EXIT.
001730 2150-EXIT.
001730     exit.
001740
001750 2200-APPLY-SELECTION.
001760*    A record written under an older layout only lines up on the
001860             end-if
001870         end-if
001880     end-if
001881*    A V record repeats the figures of the run it reverses - it
001882*    answers a date inquiry but is no sum or average of its own.
001883     if AA-REVERSAL
001884         go to 2200-EXIT
001885     end-if
001890     if Select-By-Sum
001900         if AA-SumOf numeric
001910             if AA-SumOf not < Low-Sum
002120     move AA-SumOf to Sum-Edited
002125     move Sum-Edited to IL-SumOf
002130     move AA-Average to IL-Average
002135     move Run-Status to IL-Status
002140     Display Inquiry-Line
002150     write AVGINQL-RECORD from Inquiry-Line
002160     go to 2300-EXIT.
002170 2300-EXIT.
002180     exit.
002180
002180 2600-CHECK-RUN-REVERSED.
002180*    The first unused reversal for this run's key claims it, so
002180*    two runs sharing a key are reversed one for one in trail
002180*    order.
002180     move 'N' to Run-Reversed-Switch
002180     move AA-Run-Date to RK-Run-Date
002180     move AA-Run-Time to RK-Run-Time
002180     move AA-Dept-Code to RK-Dept-Code
002180     move AA-Set-ID to RK-Set-ID
002180     perform 2610-TEST-ONE-REVERSAL thru 2610-EXIT
002180         varying Reversal-Pointer from 1 by 1
002180         until Reversal-Pointer > RV-Count
002180             or Run-Reversed
002180     go to 2600-EXIT.
002180 2600-EXIT.
002180     exit.
002180
002180 2610-TEST-ONE-REVERSAL.
002180     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
002180         and not RV-USED(Reversal-Pointer)
002180         set RV-USED(Reversal-Pointer) to true
002180         set Run-Reversed to true
002180     end-if
002180     go to 2610-EXIT.
002180 2610-EXIT.
002180     exit.
002180
002180 3000-SUMMARY-INQUIRY.
002180*    A set ID or department lookup goes straight to its rows on
002180*    the AVGASUM summary - by the set key for a set ID, by the
002180*    department alternate key for a department - and the row
002180*    already knows whether its run was reversed.
002180     open input AVGASUM-FILE
002180     if AVGASUM-Status = "35"
002180         Display 'No AVGASUM summary to search - run AVGASRB'
002180         go to 3000-EXIT
002180     end-if
002180     if AVGASUM-Status not = "00"
002180         Display 'Unable to open AVGASUM - status '
002180             AVGASUM-Status
002180         go to 3000-EXIT
002180     end-if
002180     open output AVGINQL-FILE
002180     if AVGINQL-Status not = "00"
002180         Display 'Unable to open AVGINQL - status '
002180             AVGINQL-Status
002180         close AVGASUM-FILE
002180         go to 3000-EXIT
002180     end-if
002180     move zero to Match-Count
002180     move 'N' to AVGASUM-EOF-Switch
002180     Display 'RUN DATE RUN TIME DEPT          SUM   AVERAGE'
002180         ' STATUS'
002180     write AVGINQL-RECORD from Inquiry-Header
002180     if Select-By-Set-ID
002180         move Select-Set-ID to ASUM-Set-Key
002180         move low-values to ASUM-Run-Date
002180         move low-values to ASUM-Run-Time
002180         move zero to ASUM-Seq-No
002180         start AVGASUM-FILE key not < ASUM-Key
002180             invalid key
002180                 set AVGASUM-EOF to true
002180         end-start
002180     else
002180         move Select-Dept-Code to ASUM-Dept-Code
002180         start AVGASUM-FILE key = ASUM-Dept-Code
002180             invalid key
002180                 set AVGASUM-EOF to true
002180         end-start
002180     end-if
002180     perform 3100-READ-ONE-SUMMARY thru 3100-EXIT
002180         until AVGASUM-EOF
002180     move Match-Count to IT-Match-Count
002180     Display 'Runs selected: ' IT-Match-Count
002180     write AVGINQL-RECORD from Inquiry-Trailer
002180     close AVGASUM-FILE
002180     close AVGINQL-FILE
002180     go to 3000-EXIT.
002180 3000-EXIT.
002180     exit.
002180
002180 3100-READ-ONE-SUMMARY.
002180     read AVGASUM-FILE next
002180         at end
002180             set AVGASUM-EOF to true
002180             go to 3100-EXIT
002180     end-read
002180     if Select-By-Set-ID
002180         if ASUM-Set-Key not = Select-Set-ID
002180             set AVGASUM-EOF to true
002180             go to 3100-EXIT
002180         end-if
002180*        A set with no ID keys under its department - a
002180*        department code that equals the set ID asked for is
002180*        not that set.
002180         if ASUM-Set-ID not = Select-Set-ID
002180             go to 3100-EXIT
002180         end-if
002180     else
002180         if ASUM-Dept-Code not = Select-Dept-Code
002180             set AVGASUM-EOF to true
002180             go to 3100-EXIT
002180         end-if
002180     end-if
002180     add 1 to Match-Count
002180     perform 3200-PRINT-ONE-SUMMARY thru 3200-EXIT
002180     go to 3100-EXIT.
002180 3100-EXIT.
002180     exit.
002180
002180 3200-PRINT-ONE-SUMMARY.
002180     move spaces to Run-Status
002180     if ASUM-REVERSAL
002180         move 'REVERSAL' to Run-Status
002180     end-if
002180     if ASUM-CORRECTION
002180         move 'CORRECTION' to Run-Status
002180     end-if
002180     if ASUM-CARRY-FORWARD
002180         move 'CARRY FWD' to Run-Status
002180     end-if
002180     if ASUM-REVERSED
002180         move 'REVERSED' to Run-Status
002180     end-if
002180     move ASUM-Run-Date to IL-Run-Date
002180     move ASUM-Run-Time to IL-Run-Time
002180     move ASUM-Dept-Code to IL-Dept-Code
002180     move ASUM-SumOf to Sum-Edited
002180     move Sum-Edited to IL-SumOf
002180     move ASUM-Average to Average-Edited
002180     move Average-Edited to IL-Average
002180     move Run-Status to IL-Status
002180     Display Inquiry-Line
002180     write AVGINQL-RECORD from Inquiry-Line
002180     go to 3200-EXIT.
002180 3200-EXIT.
002180     exit.
002190
002200 end program AVGAUDINQ.
