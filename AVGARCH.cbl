000279*                    restored older generation on the end
000280*                    cannot stamp a stale average onto the CF
000281*                    record.
000281*   2026-10-15 NS    Supervisor reversals on AVGAUDIT are now
000281*                    kept with the runs they reverse - a V
000281*                    reversal or C correcting record is archived
000281*                    by the run date of the run it points at, so
000281*                    a reversal pair always lands in the same
000281*                    generation, and neither a reversed run nor
000281*                    its V record can post a carry-forward
000281*                    average.
000281*   2026-10-15 NS    Generation and AVGAUDK work records widened
000281*                    to 4200 bytes - the audit record now also
000281*                    carries the set fingerprint.
000281*   2026-10-15 NS    The trail's hash chain is carried through an
000281*                    archive and a restore. Records keep their
000281*                    own sequence numbers and chain hashes, and
000281*                    wherever a file picks up after records that
000281*                    went elsewhere a CB bridge record (CBREC
000281*                    copybook) names the record the next one
000281*                    chains from and the file holding it. The
000281*                    replaced carry-forwards now go to the
000281*                    generation, the kept records are written
000281*                    ahead of the new carry-forwards, and the new
000281*                    ones are chained on from the last record of
000281*                    the old trail. A restored generation is
000281*                    bridged onto the end of the trail and the
000281*                    live chain bridged back after it.
000281*   2026-10-15 NS    Now sets a return code so the night stream
000281*                    can gate on it - 0 clean, 4 nothing on the
000281*                    trail to archive, no such generation to
000281*                    restore or a table full, 12 bad function or
000281*                    period or a file that could not be opened or
000281*                    rewritten.
000282*--------------------------------------------------------------
000280
000290 environment division.
000460     COPY AUDREC.
000470
000480 FD  ARCHGEN-FILE.
000490 01  ARCHGEN-RECORD PIC X(4200).
000500
000510 FD  AVGAUDK-FILE.
000520 01  AVGAUDK-RECORD PIC X(4200).
000530
000540 working-storage section.
000550 01 AVGAUDIT-Status PIC X(02).
000660     88 Function-Restore value "R" "r".
000670 01 Archive-Period PIC X(06).
000680 01 Generation-File-Name PIC X(20).
000685 01 Run-Return-Code PIC 9(02) value zero.
000690 01 Archived-Count PIC 9(07).
000700 01 Kept-Count PIC 9(07).
000710 01 Old-Carry-Count PIC 9(07).
000810 01 Found-Carry-Pointer PIC 9(03).
000820 01 Carry-Full-Warned-Switch PIC X(01) value "N".
000830     88 Carry-Full-Warned value "Y".
000831 01 Effective-Run-Date PIC X(08).
000832 01 Reversal-Table-Area.
000833     COPY REVTAB.
000834 01 Reversal-Key-Work.
000835     05 RK-Run-Date PIC X(08).
000836     05 RK-Run-Time PIC X(06).
000837     05 RK-Dept-Code PIC X(04).
000838     05 RK-Set-ID PIC X(08).
000839 01 Reversal-Pointer PIC 9(03).
000839 01 Run-Reversed-Switch PIC X(01).
000839     88 Run-Reversed value "Y".
000839 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000839     88 Reversal-Full-Warned value "Y".
000839
000839 01 HASH-AREA.
000839     COPY HASHAREA.
000839 01 CB-Work-Record.
000839     COPY CBREC.
000839 01 Todays-Date PIC 9(8).
000839 01 Current-Time PIC 9(6).
000839 01 Bridge-Count PIC 9(05).
000839 01 Link-Seq-No PIC 9(09).
000839 01 Link-Hash PIC X(18).
000839 01 Record-Chained-Switch PIC X(01).
000839     88 Record-Chained value "Y".
000839 01 Source-Last-Seq-No PIC 9(09).
000839 01 Source-Last-Hash PIC X(18).
000839 01 Source-Last-File PIC X(20).
000839 01 Generation-Last-Seq-No PIC 9(09).
000839 01 Generation-Last-Hash PIC X(18).
000839 01 Keep-Last-Seq-No PIC 9(09).
000839 01 Keep-Last-Hash PIC X(18).
000839 01 Trail-Last-Seq-No PIC 9(09).
000839 01 Trail-Last-Hash PIC X(18).
000839 01 Live-End-Seq-No PIC 9(09).
000839 01 Live-End-Hash PIC X(18).
000840
000850 01 Carry-Area.
000860     05 Carry-Count PIC 9(03) value zero.
001020             perform 5000-RESTORE-GENERATION thru 5000-EXIT
001030         else
001040             Display 'Function must be A or R - nothing run'
001045             move 12 to Run-Return-Code
001050         end-if
001060     end-if
001065     move Run-Return-Code to Return-Code
001070     goback.
001080
001090*----------------------------------------------------------------
001110*    the dated generation file (closed period) and a keep file
001120*    (current period), noting each archived set key's latest
001130*    average on the way past, then the trail is rebuilt as the
001140*    kept records followed by the carry-forward records. Every
001141*    record keeps its own place in the hash chain - each output
001142*    file gets a bridge ahead of any record whose predecessor
001143*    went to the other one.
001150*----------------------------------------------------------------
001160 1000-ARCHIVE-PERIOD.
001170     Display 'Archive records dated in or before (YYYYMM): '
001180     Accept Archive-Period
001190     if Archive-Period not numeric
001200         Display 'Period must be a YYYYMM date - nothing run'
001205         move 12 to Run-Return-Code
001210         go to 1000-EXIT
001220     end-if
001230     move spaces to Generation-File-Name
001250         delimited by size
001260         into Generation-File-Name
001270     end-string
001275     perform 1050-LOAD-REVERSALS thru 1050-EXIT
001280     open input AVGAUDIT-FILE
001290     if AVGAUDIT-Status = "35"
001300         Display 'No AVGAUDIT trail to archive'
001305         move 4 to Run-Return-Code
001310         go to 1000-EXIT
001320     end-if
001330     if AVGAUDIT-Status not = "00"
001340         Display 'Unable to open AVGAUDIT - status '
001350             AVGAUDIT-Status
001355         move 12 to Run-Return-Code
001360         go to 1000-EXIT
001370     end-if
001380     open output ARCHGEN-FILE
001400         Display 'Unable to open ' Generation-File-Name
001410             ' - status ' ARCHGEN-Status
001420         close AVGAUDIT-FILE
001425         move 12 to Run-Return-Code
001430         go to 1000-EXIT
001440     end-if
001450     open output AVGAUDK-FILE
001480             AVGAUDK-Status
001490         close AVGAUDIT-FILE
001500         close ARCHGEN-FILE
001505         move 12 to Run-Return-Code
001510         go to 1000-EXIT
001520     end-if
001530     move zero to Archived-Count
001540     move zero to Kept-Count
001550     move zero to Old-Carry-Count
001560     move zero to New-Carry-Count
001561     move zero to Bridge-Count
001562     Accept Todays-Date from date yyyymmdd
001563     Accept Current-Time from time
001564     move zero to Source-Last-Seq-No
001565     move zeros to Source-Last-Hash
001566     move spaces to Source-Last-File
001567     move zero to Generation-Last-Seq-No
001568     move zeros to Generation-Last-Hash
001569     move zero to Keep-Last-Seq-No
001569     move zeros to Keep-Last-Hash
001570     move 'N' to AVGAUDIT-EOF-Switch
001580     perform 1100-SPLIT-ONE-RECORD thru 1100-EXIT
001590         until AVGAUDIT-EOF
001660     Display 'Records kept on AVGAUDIT: ' Kept-Count
001670     Display 'Carry-forwards replaced: ' Old-Carry-Count
001680     Display 'Carry-forwards written: ' New-Carry-Count
001681     Display 'Chain bridges written: ' Bridge-Count
001690     go to 1000-EXIT.
001700 1000-EXIT.
001710     exit.
001711
001712 1050-LOAD-REVERSALS.
001713*    A first pass collects every V reversal record, keyed the way
001714*    the run it reverses is keyed - its run date and time,
001715*    department and set ID - so the split pass knows which runs
001716*    may not post a carry-forward average.
001717     move zero to RV-Count
001718     open input AVGAUDIT-FILE
001719     if AVGAUDIT-Status not = "00"
001720         go to 1050-EXIT
001720     end-if
001720     move 'N' to AVGAUDIT-EOF-Switch
001720     perform 1060-LOAD-ONE-REVERSAL thru 1060-EXIT
001720         until AVGAUDIT-EOF
001720     close AVGAUDIT-FILE
001720     go to 1050-EXIT.
001720 1050-EXIT.
001720     exit.
001720
001720 1060-LOAD-ONE-REVERSAL.
001720     read AVGAUDIT-FILE
001720         at end
001720             set AVGAUDIT-EOF to true
001720             go to 1060-EXIT
001720     end-read
001720     if AA-Run-Date not numeric or not AA-REVERSAL
001720         go to 1060-EXIT
001720     end-if
001720     if RV-Count < 500
001720         add 1 to RV-Count
001720         move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
001720         move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
001720         move AA-Dept-Code to RV-Dept-Code(RV-Count)
001720         move AA-Set-ID to RV-Set-ID(RV-Count)
001720         move 'N' to RV-Used-Flag(RV-Count)
001720     else
001720         if not Reversal-Full-Warned
001720             Display 'Reversal table is full - some reversed'
001720             Display 'runs may post a carry-forward'
001720             if Run-Return-Code < 4
001720                 move 4 to Run-Return-Code
001720             end-if
001720             set Reversal-Full-Warned to true
001720         end-if
001720     end-if
001720     go to 1060-EXIT.
001720 1060-EXIT.
001720     exit.
001720
001730 1100-SPLIT-ONE-RECORD.
001740     read AVGAUDIT-FILE
001760             set AVGAUDIT-EOF to true
001770             go to 1100-EXIT
001780     end-read
001781     if AVGAUDIT-RECORD(1:2) = 'CB'
001782*        A bridge from an earlier archive or restore - the chain
001783*        moves on to the record it names and the bridge itself is
001784*        dropped; fresh ones are written wherever this split
001785*        needs them.
001786         move AVGAUDIT-RECORD to CB-Work-Record
001787         if CB-Prior-Seq-No numeric
001788             move CB-Prior-Seq-No to Source-Last-Seq-No
001789             move CB-Prior-Hash to Source-Last-Hash
001789             move CB-File-Name to Source-Last-File
001789         end-if
001789         go to 1100-EXIT
001789     end-if
001789     perform 1350-GET-RECORD-LINK thru 1350-EXIT
001790     if AVGAUDIT-RECORD(1:2) = 'CF'
001800*        A carry-forward from an earlier archive run - fold its
001810*        average into the table and archive the record with the
001820*        period, a fresh one is written at rebuild if the key
001821*        still needs it.
001830         move AVGAUDIT-RECORD to CF-Work-Record
001840         move CF-Set-Key to Carry-Work-Key
001850         move CF-Average to Carry-Work-Average
001852         if CF-Period numeric
001858             move zero to Carry-Work-Date
001858         end-if
001860         perform 3000-POST-CARRY-AVERAGE thru 3000-EXIT
001865         perform 1400-LINK-TO-GENERATION thru 1400-EXIT
001866         write ARCHGEN-RECORD from AVGAUDIT-RECORD
001870         add 1 to Old-Carry-Count
001880         go to 1100-EXIT
001890     end-if
001891*    A V reversal or C correcting record goes wherever the run
001892*    it points at goes, so a reversal pair is never split
001893*    across generations.
001894     move AA-Run-Date to Effective-Run-Date
001895     move 'N' to Run-Reversed-Switch
001896     if AA-Run-Date numeric
001897         if (AA-REVERSAL or AA-CORRECTION)
001898             and AA-Ref-Run-Date numeric
001898             move AA-Ref-Run-Date to Effective-Run-Date
001898         end-if
001898         if not AA-REVERSAL
001898             perform 1300-CHECK-RUN-REVERSED thru 1300-EXIT
001898         end-if
001898     end-if
001900     if AA-Run-Date numeric
001910         and Effective-Run-Date(1:6) not > Archive-Period
001915         perform 1400-LINK-TO-GENERATION thru 1400-EXIT
001920         write ARCHGEN-RECORD from AVGAUDIT-RECORD
001930         add 1 to Archived-Count
001935         if AA-REVERSAL or Run-Reversed
001936             go to 1100-EXIT
001937         end-if
001940         perform 1200-SET-RECORD-KEY thru 1200-EXIT
001945*        An old-layout record has its run date but space-fill
001946*        where the sum and average live - archive it, but post
001970             perform 3000-POST-CARRY-AVERAGE thru 3000-EXIT
001980         end-if
001990     else
001995         perform 1450-LINK-TO-KEEP thru 1450-EXIT
002000         write AVGAUDK-RECORD from AVGAUDIT-RECORD
002010         add 1 to Kept-Count
002015         if AA-REVERSAL or Run-Reversed
002016             go to 1100-EXIT
002017         end-if
002020         perform 1200-SET-RECORD-KEY thru 1200-EXIT
002030         if Carry-Work-Key not = spaces
002040             perform 3500-POST-CURRENT-KEY thru 3500-EXIT
002200     go to 1200-EXIT.
002210 1200-EXIT.
002220     exit.
002221
002222 1300-CHECK-RUN-REVERSED.
002223*    The first unused reversal for this run's key claims it, so
002224*    two runs sharing a key are reversed one for one in trail
002225*    order.
002226     move AA-Run-Date to RK-Run-Date
002227     move AA-Run-Time to RK-Run-Time
002228     move AA-Dept-Code to RK-Dept-Code
002229     move AA-Set-ID to RK-Set-ID
002230     perform 1310-TEST-ONE-REVERSAL thru 1310-EXIT
002230         varying Reversal-Pointer from 1 by 1
002230         until Reversal-Pointer > RV-Count
002230             or Run-Reversed
002230     go to 1300-EXIT.
002230 1300-EXIT.
002230     exit.
002230
002230 1310-TEST-ONE-REVERSAL.
002230     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
002230         and not RV-USED(Reversal-Pointer)
002230         set RV-USED(Reversal-Pointer) to true
002230         set Run-Reversed to true
002230     end-if
002230     go to 1310-EXIT.
002230 1310-EXIT.
002230     exit.
002230
002231 1350-GET-RECORD-LINK.
002232*    A run or carry-forward record's own place in the chain.
002233*    Records written before the chain was carried have none.
002234     move 'N' to Record-Chained-Switch
002235     if AVGAUDIT-RECORD(1:2) = 'CF'
002236         move AVGAUDIT-RECORD to CF-Work-Record
002237         if CF-Seq-No numeric
002238             move CF-Seq-No to Link-Seq-No
002239             move CF-Chain-Hash to Link-Hash
002239             set Record-Chained to true
002239         end-if
002239     else
002239         if AA-Seq-No numeric
002239             move AA-Seq-No to Link-Seq-No
002239             move AA-Chain-Hash to Link-Hash
002239             set Record-Chained to true
002239         end-if
002239     end-if
002239     go to 1350-EXIT.
002239 1350-EXIT.
002239     exit.
002239
002239 1400-LINK-TO-GENERATION.
002239*    The record about to go to the generation chains from the
002239*    record before it on the trail. If that one is not the last
002239*    written to the generation, a bridge names it first.
002239     if not Record-Chained
002239         go to 1400-EXIT
002239     end-if
002239     if Generation-Last-Seq-No not = Source-Last-Seq-No
002239         or Generation-Last-Hash not = Source-Last-Hash
002239         perform 1500-BUILD-BRIDGE thru 1500-EXIT
002239         if Source-Last-File = 'AVGAUDIT'
002239             set CB-Kept to true
002239         else
002239             set CB-Archived to true
002239         end-if
002239         write ARCHGEN-RECORD from CB-Work-Record
002239         add 1 to Bridge-Count
002239     end-if
002239     move Link-Seq-No to Generation-Last-Seq-No
002239     move Link-Hash to Generation-Last-Hash
002239     move Link-Seq-No to Source-Last-Seq-No
002239     move Link-Hash to Source-Last-Hash
002239     move Generation-File-Name to Source-Last-File
002239     go to 1400-EXIT.
002239 1400-EXIT.
002239     exit.
002239
002239 1450-LINK-TO-KEEP.
002239*    The same for a record staying on the trail - its
002239*    predecessor went to a generation, this one or an earlier
002239*    one, or was a replaced carry-forward.
002239     if not Record-Chained
002239         go to 1450-EXIT
002239     end-if
002239     if Keep-Last-Seq-No not = Source-Last-Seq-No
002239         or Keep-Last-Hash not = Source-Last-Hash
002239         perform 1500-BUILD-BRIDGE thru 1500-EXIT
002239         set CB-Archived to true
002239         write AVGAUDK-RECORD from CB-Work-Record
002239         add 1 to Bridge-Count
002239     end-if
002239     move Link-Seq-No to Keep-Last-Seq-No
002239     move Link-Hash to Keep-Last-Hash
002239     move Link-Seq-No to Source-Last-Seq-No
002239     move Link-Hash to Source-Last-Hash
002239     move 'AVGAUDIT' to Source-Last-File
002239     go to 1450-EXIT.
002239 1450-EXIT.
002239     exit.
002239
002239 1500-BUILD-BRIDGE.
002239*    A bridge names the last record written before the ones it
002239*    stands in for, and the file that record is on. The caller
002239*    sets the bridge type.
002239     move spaces to CB-Work-Record
002239     move 'CB' to CB-Record-Id
002239     move Source-Last-Seq-No to CB-Prior-Seq-No
002239     move Source-Last-Hash to CB-Prior-Hash
002239     move Source-Last-File to CB-File-Name
002239     move Todays-Date to CB-Written-Date
002239     move Current-Time to CB-Written-Time
002239     go to 1500-EXIT.
002239 1500-EXIT.
002239     exit.
002239
002240 2000-REBUILD-AUDIT-TRAIL.
002250     open output AVGAUDIT-FILE
002260     if AVGAUDIT-Status not = "00"
002270         Display 'Unable to rewrite AVGAUDIT - status '
002280             AVGAUDIT-Status
002290         Display 'The kept records are still on AVGAUDK'
002295         move 12 to Run-Return-Code
002300         go to 2000-EXIT
002310     end-if
002350     open input AVGAUDK-FILE
002360     if AVGAUDK-Status not = "00"
002370         Display 'Unable to reread AVGAUDK - status '
002380             AVGAUDK-Status
002390         close AVGAUDIT-FILE
002395         move 12 to Run-Return-Code
002400         go to 2000-EXIT
002410     end-if
002420     move 'N' to AVGAUDK-EOF-Switch
002430     perform 2200-COPY-ONE-KEPT thru 2200-EXIT
002440         until AVGAUDK-EOF
002450     close AVGAUDK-FILE
002451*    The carry-forwards, and whatever the batch writes next,
002452*    chain on from the last record of the old trail - bridged to
002453*    when that record went to the generation - so no sequence
002454*    number is ever handed out twice.
002455     if Keep-Last-Seq-No not = Source-Last-Seq-No
002456         or Keep-Last-Hash not = Source-Last-Hash
002457         perform 1500-BUILD-BRIDGE thru 1500-EXIT
002458         set CB-Archived to true
002459         move CB-Work-Record to AVGAUDIT-RECORD
002459         write AVGAUDIT-RECORD
002459         add 1 to Bridge-Count
002459     end-if
002459     move Source-Last-Seq-No to Trail-Last-Seq-No
002459     move Source-Last-Hash to Trail-Last-Hash
002459     perform 2100-WRITE-ONE-CARRY thru 2100-EXIT
002459         varying Carry-Pointer from 1 by 1
002459         until Carry-Pointer > Carry-Count
002460     close AVGAUDIT-FILE
002470     go to 2000-EXIT.
002480 2000-EXIT.
002625*    Stamp the period of the average actually carried, so the
002626*    history load dates it honestly.
002630     move CI-Run-Date(Carry-Pointer)(1:6) to CF-Period
002631     add 1 to Trail-Last-Seq-No
002632     move Trail-Last-Seq-No to CF-Seq-No
002633     move Trail-Last-Hash to HS-Prior-Hash
002634     Compute HS-Cover-Length = length of CF-Work-Record
002635         - length of CF-Chain-Hash
002636     call "AVGHASH" using HASH-AREA, CF-Work-Record
002637     move HS-Record-Hash to CF-Chain-Hash
002638     move HS-Record-Hash to Trail-Last-Hash
002640     move spaces to AVGAUDIT-RECORD
002650     move CF-Work-Record to AVGAUDIT-RECORD
002660     write AVGAUDIT-RECORD
002670     add 1 to New-Carry-Count
002680     go to 2100-EXIT.
002970             if not Carry-Full-Warned
002980                 Display 'Carry-forward table is full - some'
002990                 Display 'keys will restart their history'
002995                 if Run-Return-Code < 4
002995                     move 4 to Run-Return-Code
002995                 end-if
003000                 set Carry-Full-Warned to true
003010             end-if
003020         end-if
003450*    Restore - copy a named generation back onto the end of the
003460*    live trail so the inquiry and extract programs can see the
003470*    archived period again. The next archive run for that period
003480*    moves the records off once more. The restored records keep
003481*    their own chain - a bridge ahead of them names the record
003482*    they chain from, and one after them hands the chain back to
003483*    the last live record so new runs carry on from there.
003490*----------------------------------------------------------------
003500 5000-RESTORE-GENERATION.
003510     Display 'Generation period to restore (YYYYMM): '
003580     open input ARCHGEN-FILE
003590     if ARCHGEN-Status = "35"
003600         Display 'No generation file ' Generation-File-Name
003605         move 4 to Run-Return-Code
003610         go to 5000-EXIT
003620     end-if
003630     if ARCHGEN-Status not = "00"
003640         Display 'Unable to open ' Generation-File-Name
003650             ' - status ' ARCHGEN-Status
003655         move 12 to Run-Return-Code
003660         go to 5000-EXIT
003670     end-if
003671     perform 5050-FIND-LIVE-END thru 5050-EXIT
003672     move Live-End-Seq-No to Trail-Last-Seq-No
003673     move Live-End-Hash to Trail-Last-Hash
003674     move zero to Source-Last-Seq-No
003675     move zeros to Source-Last-Hash
003676     move spaces to Source-Last-File
003677     move zero to Bridge-Count
003678     Accept Todays-Date from date yyyymmdd
003679     Accept Current-Time from time
003680     open extend AVGAUDIT-FILE
003690     if AVGAUDIT-Status = "35"
003700         open output AVGAUDIT-FILE
003730         Display 'Unable to open AVGAUDIT - status '
003740             AVGAUDIT-Status
003750         close ARCHGEN-FILE
003755         move 12 to Run-Return-Code
003760         go to 5000-EXIT
003770     end-if
003780     move zero to Restored-Count
003790     move 'N' to ARCHGEN-EOF-Switch
003800     perform 5100-RESTORE-ONE-RECORD thru 5100-EXIT
003810         until ARCHGEN-EOF
003811     if Restored-Count > zero
003813         move Live-End-Seq-No to Source-Last-Seq-No
003814         move Live-End-Hash to Source-Last-Hash
003815         move 'AVGAUDIT' to Source-Last-File
003816         perform 1500-BUILD-BRIDGE thru 1500-EXIT
003817         set CB-Resumed to true
003818         move CB-Work-Record to AVGAUDIT-RECORD
003819         write AVGAUDIT-RECORD
003819         add 1 to Bridge-Count
003819     end-if
003820     close ARCHGEN-FILE
003830     close AVGAUDIT-FILE
003840     Display 'Records restored from ' Generation-File-Name ': '
003850         Restored-Count
003851     Display 'Chain bridges written: ' Bridge-Count
003860     go to 5000-EXIT.
003870 5000-EXIT.
003880     exit.
003930             set ARCHGEN-EOF to true
003940             go to 5100-EXIT
003950     end-read
003951     move ARCHGEN-RECORD to AVGAUDIT-RECORD
003952     if AVGAUDIT-RECORD(1:2) = 'CB'
003953*        The generation's own bridges are not copied - the chain
003954*        moves on to the record each one names, and a fresh
003955*        bridge goes ahead of the next record if it needs one.
003956         move AVGAUDIT-RECORD to CB-Work-Record
003957         if CB-Prior-Seq-No numeric
003958             move CB-Prior-Seq-No to Source-Last-Seq-No
003959             move CB-Prior-Hash to Source-Last-Hash
003959             move CB-File-Name to Source-Last-File
003959         end-if
003959         go to 5100-EXIT
003959     end-if
003959     perform 1350-GET-RECORD-LINK thru 1350-EXIT
003959*    The restored records always open with a bridge, so the
003959*    verifier knows where they start even when they predate the
003959*    chain, and get a fresh one wherever the generation's own
003959*    chain jumps.
003959     if Restored-Count = zero
003959         or (Record-Chained
003959             and (Trail-Last-Seq-No not = Source-Last-Seq-No
003959                 or Trail-Last-Hash not = Source-Last-Hash))
003959         if Source-Last-File = spaces
003959             move Generation-File-Name to Source-Last-File
003959         end-if
003959         perform 1500-BUILD-BRIDGE thru 1500-EXIT
003959         set CB-Restored to true
003959         write AVGAUDIT-RECORD from CB-Work-Record
003959         add 1 to Bridge-Count
003959         move ARCHGEN-RECORD to AVGAUDIT-RECORD
003959     end-if
003960     write AVGAUDIT-RECORD
003961     if Record-Chained
003962         move Link-Seq-No to Trail-Last-Seq-No
003963         move Link-Hash to Trail-Last-Hash
003964         move Link-Seq-No to Source-Last-Seq-No
003965         move Link-Hash to Source-Last-Hash
003966         move Generation-File-Name to Source-Last-File
003967     end-if
003970     add 1 to Restored-Count
003980     go to 5100-EXIT.
003990 5100-EXIT.
004000     exit.
004001
004002 5050-FIND-LIVE-END.
004003*    The last link on the live trail - a run or carry-forward
004004*    record's own, or the record a bridge names. No trail yet
004005*    means the chain starts from zero.
004006     move zero to Live-End-Seq-No
004007     move zeros to Live-End-Hash
004008     open input AVGAUDIT-FILE
004009     if AVGAUDIT-Status not = "00"
004010         go to 5050-EXIT
004011     end-if
004012     move 'N' to AVGAUDIT-EOF-Switch
004013     perform 5060-READ-ONE-CHAIN-LINK thru 5060-EXIT
004014         until AVGAUDIT-EOF
004015     close AVGAUDIT-FILE
004016     go to 5050-EXIT.
004017 5050-EXIT.
004018     exit.
004019
004020 5060-READ-ONE-CHAIN-LINK.
004021     read AVGAUDIT-FILE
004022         at end
004023             set AVGAUDIT-EOF to true
004024             go to 5060-EXIT
004025     end-read
004026     if AVGAUDIT-RECORD(1:2) = 'CB'
004027         move AVGAUDIT-RECORD to CB-Work-Record
004028         if CB-Prior-Seq-No numeric
004029             move CB-Prior-Seq-No to Live-End-Seq-No
004030             move CB-Prior-Hash to Live-End-Hash
004031         end-if
004032         go to 5060-EXIT
004033     end-if
004034     perform 1350-GET-RECORD-LINK thru 1350-EXIT
004035     if Record-Chained
004036         move Link-Seq-No to Live-End-Seq-No
004037         move Link-Hash to Live-End-Hash
004038     end-if
004039     go to 5060-EXIT.
004040 5060-EXIT.
004041     exit.
004042
004050 end program AVGARCH.
