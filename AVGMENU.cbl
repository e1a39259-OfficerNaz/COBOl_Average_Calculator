000177*                    pending-change review pages the old master
000177*                    values against the pending ones so the
000177*                    approval is a real second look.
000177*   2026-10-15 NS    Added option 18 to maintain the AVGSCHD
000177*                    recurring-run schedule (SCHDREC copybook) -
000177*                    add, change, delete and list the stored
000177*                    sets that run every night, once a week or
000177*                    on the first business day of the month,
000177*                    with their department, calculation mode and
000177*                    effective and expiry dates. The new
000177*                    AVGSCHED step builds the nightly queue from
000177*                    it.
000177*   2026-10-15 NS    Every approved master change now writes a
000177*                    before/after record to the new AVGMJRN
000177*                    journal (MJRNREC copybook) - set ID,
000177*                    action, maker, checker, approval date and
000177*                    time and the full old and new entries and
000177*                    control total - so the new AVGMPIT program
000177*                    can rebuild any set as it stood on a given
000177*                    date. An approval is refused, and the item
000177*                    left pending, when the journal cannot be
000177*                    opened.
000177*   2026-10-15 NS    Added option 19 (supervisor only) to reverse
000177*                    a wrong run on the AVGAUDIT trail, picked by
000177*                    run date, time and set ID (or department
000177*                    when the run had no set ID). A V reversal
000177*                    record carrying the original's values, a
000177*                    reason code and the operator is appended,
000177*                    pointing back at the original, and an
000177*                    optional correcting run is recalculated
000177*                    through AVGCALC and written to AVGRPT and as
000177*                    a C record on AVGAUDIT pointing at the same
000177*                    original.
000177*   2026-10-15 NS    Option 10 now handles the DU suspected
000177*                    duplicates the batch parks - it shows the
000177*                    earlier run the set matched and lets the
000177*                    clerk release it as a genuine repeat, as
000177*                    parked, or discard it without it reaching
000177*                    the report or audit trail. Audit records
000177*                    written here now carry the set fingerprint
000177*                    from the new AVGFPRT subprogram.
000177*   2026-10-15 NS    Audit records written by the resubmit and
000177*                    reversal paths now carry the next sequence
000177*                    number and a chain hash (AVGHASH, HASHAREA
000177*                    copybook) linking them to the record before
000177*                    them, the end of the chain being read off
000177*                    the trail before each append.
000177*   2026-10-15 NS    Every audit record written by the resubmit
000177*                    and reversal paths now also writes its row
000177*                    on the AVGASUM indexed audit summary (ASUMREC
000177*                    copybook, built by AVGASBLD), and a reversal
000177*                    marks the summary row of the run it reverses
000177*                    as reversed, so the batch variance check and
000177*                    the AVGAUDINQ lookups see the same picture
000177*                    as the trail.
000177*   2026-10-15 NS    Added option 20 to maintain the new AVGTARG
000177*                    target file (TARGREC copybook) - add, change,
000177*                    delete and list the target average and low
000177*                    and high band finance expects of a department
000177*                    or of a key NBRMAST set over an effective
000177*                    period of months. The night batch and
000177*                    AVGSTMT hold runs and departments to them.
000177*   2026-10-15 NS    Suspense repair logs an AVGACKL event for a
000177*                    set that came in on an AVGIMPIN feed when it
000177*                    is resubmitted, released or discarded, so
000177*                    AVGACK sends the feeder a follow-up
000177*                    acknowledgement on the next cycle. AVGSUSP
000177*                    widened for the feed reference.
000177*   2026-10-15 NS    Releasing a suspected duplicate restores the
000177*                    calculation mode and weights the set was
000177*                    parked with instead of recalculating it as a
000177*                    simple mean; a set parked before they were
000177*                    kept still releases as simple.
000177*   2026-10-15 NS    A correcting run keyed with a reversal goes
000177*                    on AVGRPT only once AVGAUDIT has been opened
000177*                    and the reversal written, so a trail that
000177*                    cannot be opened leaves no report line
000177*                    without an audit record behind it, and a
000177*                    report that cannot be written leaves the
000177*                    reversal standing without a correction.
000178*--------------------------------------------------------------
000180
000190 environment division.
000198     select AVGLOCK-FILE assign to "AVGLOCK"
000198         organization is line sequential
000198         file status is AVGLOCK-Status.
000198     select AVGSCHD-FILE assign to "AVGSCHD"
000198         organization is indexed
000198         access is dynamic
000198         record key is SC-Set-ID
000198         file status is AVGSCHD-Status.
000198     select AVGASUM-FILE assign to "AVGASUM"
000198         organization is indexed
000198         access is dynamic
000198         record key is ASUM-Key
000198         alternate record key is ASUM-Dept-Code with duplicates
000198         file status is AVGASUM-Status.
000198     select AVGTARG-FILE assign to "AVGTARG"
000198         organization is indexed
000198         access is dynamic
000198         record key is TG-Key
000198         file status is AVGTARG-Status.
000198     select AVGACKL-FILE assign to "AVGACKL"
000198         organization is line sequential
000198         file status is AVGACKL-Status.
000198     select AVGMJRN-FILE assign to "AVGMJRN"
000198         organization is line sequential
000198         file status is AVGMJRN-Status.
000200
000210 data division.
000211 file section.
000214     COPY NBRMASTR.
000215
000215 FD  AVGSUSP-FILE.
000215 01  AVGSUSP-RECORD PIC X(6067).
000215
000215 FD  AVGRPT-FILE.
000215 01  AVGRPT-RECORD.
000215 FD  AVGLOCK-FILE.
000215 01  AVGLOCK-RECORD PIC X(17).
000215
000215 FD  AVGSCHD-FILE.
000215 01  AVGSCHD-RECORD.
000215     COPY SCHDREC.
000215
000215 FD  AVGASUM-FILE.
000215 01  AVGASUM-RECORD.
000215     COPY ASUMREC.
000215
000215 FD  AVGTARG-FILE.
000215 01  AVGTARG-RECORD.
000215     COPY TARGREC.
000215
000215 FD  AVGACKL-FILE.
000215 01  AVGACKL-RECORD.
000215     COPY ACKREC.
000215
000215 FD  AVGMJRN-FILE.
000215 01  AVGMJRN-RECORD PIC X(8077).
000215
000220 working-storage section.
000230 01 NUMBER-SET.
000240     COPY NUMTAB.
000455     88 Menu-Dept-Deact value "15".
000455     88 Menu-Pend-Review value "16".
000455     88 Menu-Lock-Clear value "17".
000455     88 Menu-Schedule-Maint value "18".
000455     88 Menu-Audit-Reverse value "19".
000455     88 Menu-Target-Maint value "20".
000456
000457 01 NBRMAST-Status PIC X(02).
000458 01 NBRMAST-EOF-Switch PIC X(01).
000465     05 Suspense-Item OCCURS 100 TIMES.
000465         10 ST-Disposition PIC X(01).
000465             88 ST-Resubmitted value "R".
000465             88 ST-Discarded value "D".
000465         10 ST-Record-Image PIC X(6067).
000465 01 Suspense-Full-Switch PIC X(01).
000465     88 Suspense-Full value "Y".
000465 01 Suspense-Pointer PIC 9(03).
000465 01 Parked-Entry-Count PIC 9(03).
000465 01 Parked-Value-Display PIC -(5)9.99.
000465 01 Repair-Choice PIC 9(03).
000465 01 Duplicate-Action PIC X(01).
000465     88 Duplicate-Release value "R" "r".
000465     88 Duplicate-Discard value "D" "d".
000465 01 Discard-Confirm PIC X(01).
000465 01 FINGERPRINT-AREA.
000465     COPY FPRTAREA.
000465 01 Held-Count PIC 9(03).
000465 01 Dept-Code PIC X(04).
000465 01 Todays-Date PIC 9(8).
000466 01 Page-Line-Count PIC 9(02).
000466 01 Page-Pause PIC X(01).
000466 01 Review-Value-Display PIC -(5)9.99.
000466
000466 01 AVGSCHD-Status PIC X(02).
000466 01 AVGSCHD-EOF-Switch PIC X(01).
000466     88 AVGSCHD-EOF value "Y".
000466 01 Schedule-Found-Switch PIC X(01).
000466     88 Schedule-Found value "Y".
000466     88 Schedule-Not-Found value "N".
000466 01 Schedule-Function PIC X(01).
000466     88 Schedule-Add value "A" "a".
000466     88 Schedule-Change value "C" "c".
000466     88 Schedule-Delete value "D" "d".
000466     88 Schedule-List value "L" "l".
000466 01 Schedule-Field-OK-Switch PIC X(01).
000466     88 Schedule-Field-OK value "Y".
000466 01 Schedule-List-Count PIC 9(05).
000466 01 Schedule-Delete-Confirm PIC X(01).
000466 01 Schedule-Date-In PIC 9(08).
000466 01 DATE-AREA.
000466     COPY DATEAREA.
000466
000466 01 AVGACKL-Status PIC X(02).
000466 01 Ack-Event-Status PIC X(09).
000466
000466 01 AVGTARG-Status PIC X(02).
000466 01 AVGTARG-EOF-Switch PIC X(01).
000466     88 AVGTARG-EOF value "Y".
000466 01 Target-Found-Switch PIC X(01).
000466     88 Target-Found value "Y".
000466     88 Target-Not-Found value "N".
000466 01 Target-Function PIC X(01).
000466     88 Target-Add value "A" "a".
000466     88 Target-Change value "C" "c".
000466     88 Target-Delete value "D" "d".
000466     88 Target-List value "L" "l".
000466 01 Target-Field-OK-Switch PIC X(01).
000466     88 Target-Field-OK value "Y".
000466 01 Target-List-Count PIC 9(05).
000466 01 Target-Delete-Confirm PIC X(01).
000466 01 Target-Type-In PIC X(01).
000466 01 Target-Code-In PIC X(08).
000466 01 Target-Period-In PIC 9(06).
000466 01 Target-Period-Parts redefines Target-Period-In.
000466     05 Target-Period-Year PIC 9(04).
000466     05 Target-Period-Month PIC 9(02).
000466 01 Target-Amount-In PIC S9(05)V99.
000466 01 Target-Low-In PIC S9(05)V99.
000466 01 Target-High-In PIC S9(05)V99.
000466 01 Target-Average-Display PIC -(5)9.99.
000466 01 Target-Low-Display PIC -(5)9.99.
000466 01 Target-High-Display PIC -(5)9.99.
000466
000466 01 AVGMJRN-Status PIC X(02).
000466 01 Journal-Entry-Pointer PIC 9(03).
000466 01 Journal-Work-Record.
000466     COPY MJRNREC.
000466
000466 01 AVGAUDIT-EOF-Switch PIC X(01).
000466     88 AVGAUDIT-EOF value "Y".
000466 01 AVGASUM-Status PIC X(02).
000466 01 AVGASUM-Open-Switch PIC X(01) value "N".
000466     88 AVGASUM-Open value "Y".
000466 01 HASH-AREA.
000466     COPY HASHAREA.
000466 01 CF-Work-Record.
000466     COPY CFREC.
000466 01 CB-Work-Record.
000466     COPY CBREC.
000466 01 Chain-Last-Seq-No PIC 9(09).
000466 01 Chain-Last-Hash PIC X(18).
000466 01 Reversed-Run-Record.
000466     COPY AUDREC REPLACING LEADING ==AA== BY ==RO==.
000466 01 Reversal-Table-Area.
000466     COPY REVTAB.
000466 01 Reversal-Key-Work.
000466     05 RK-Run-Date PIC X(08).
000466     05 RK-Run-Time PIC X(06).
000466     05 RK-Dept-Code PIC X(04).
000466     05 RK-Set-ID PIC X(08).
000466 01 Reversal-Pointer PIC 9(03).
000466 01 Run-Reversed-Switch PIC X(01).
000466     88 Run-Reversed value "Y".
000466 01 Reversal-Full-Switch PIC X(01).
000466     88 Reversal-Full value "Y".
000466 01 Reverse-Run-Date PIC X(08).
000466 01 Reverse-Run-Time PIC X(06).
000466 01 Reverse-Set-ID PIC X(08).
000466 01 Reverse-Dept-Code PIC X(04).
000466 01 Original-Found-Switch PIC X(01).
000466     88 Original-Found value "Y".
000466 01 Already-Reversed-Count PIC 9(03).
000466 01 Reverse-Confirm PIC X(01).
000466 01 Correction-Wanted-Switch PIC X(01).
000466     88 Correction-Wanted value "Y".
000466 01 Original-Pointer PIC 9(03).
000466 01 Original-Sum-Display PIC -(8)9.99.
000465
000470 procedure division.
000480 AVGMENU Section.
000609     Display '15 - Deactivate a department'
000609     Display '16 - Review pending master changes'
000609     Display '17 - Clear a stale batch run lock (supervisor)'
000609     Display '18 - Maintain the recurring-run schedule'
000609     Display '19 - Reverse an audit-trail run (supervisor)'
000609     Display '20 - Maintain department and set targets'
000610     Display 'Choice: '
000620     Accept Menu-Choice
000621     perform 1100-SET-OPTION-NUMBER thru 1100-EXIT
000622     if Option-Number = zero
000623         Display 'Please choose 1 through 20'
000624         go to 1000-EXIT
000625     end-if
000626     if not Menu-Quit
000821     if Menu-Dept-Deact move 15 to Option-Number end-if
000821     if Menu-Pend-Review move 16 to Option-Number end-if
000821     if Menu-Lock-Clear move 17 to Option-Number end-if
000821     if Menu-Schedule-Maint move 18 to Option-Number end-if
000821     if Menu-Audit-Reverse move 19 to Option-Number end-if
000821     if Menu-Target-Maint move 20 to Option-Number end-if
000821     go to 1100-EXIT.
000821 1100-EXIT.
000821     exit.
000846                 if Menu-Pend-Review
000846                     perform 8000-PENDING-REVIEW thru 8000-EXIT
000846                 else
000846                     if Menu-Lock-Clear
000846                         perform 9200-CLEAR-RUN-LOCK
000846                             thru 9200-EXIT
000846                     else
000846                         perform 1700-LATER-MENU-CHOICE
000846                             thru 1700-EXIT
000846                     end-if
000846                 end-if
000846             end-if
000846         end-if
000846     go to 1600-EXIT.
000846 1600-EXIT.
000846     exit.
000846
000846 1700-LATER-MENU-CHOICE.
000846     if Menu-Schedule-Maint
000846         perform 9300-SCHEDULE-MAINTENANCE thru 9300-EXIT
000846     else
000846         if Menu-Audit-Reverse
000846             perform 9400-REVERSE-AUDIT-RUN thru 9400-EXIT
000846         else
000846             if Menu-Target-Maint
000846                 perform 9500-TARGET-MAINTENANCE thru 9500-EXIT
000846             end-if
000846         end-if
000846     end-if
000846     go to 1700-EXIT.
000846 1700-EXIT.
000846     exit.
000830
000840 2000-GET-AND-CALCULATE.
000841     Display 'Calculation mode - S simple, W weighted,'
002164     Display Suspense-Pointer ' ' SU-Reason-Code ' '
002165         SU-Dept-Code ' ' SU-Set-ID
002166         ' total ' SU-Control-Total
002166     if SU-DUPLICATE
002166         Display '    repeats the run of ' SU-Match-Run-Date
002166             ' ' SU-Match-Run-Time
002166     end-if
002167     go to 5200-EXIT.
002168 5200-EXIT.
002169     exit.
002184         if ST-Resubmitted(Repair-Choice)
002185             Display 'Item ' Repair-Choice ' already resubmitted'
002186         else
002186             if ST-Discarded(Repair-Choice)
002186                 Display 'Item ' Repair-Choice
002186                     ' already discarded'
002186             else
002187                 perform 5400-REPAIR-ONE-SET thru 5400-EXIT
002187             end-if
002188         end-if
002189     end-if
002190     Display 'Item to repair and resubmit (0 = none): '
002200             varying Parked-Pointer from 1 by 1
002200             until Parked-Pointer > Parked-Entry-Count
002200     end-if
002200     if SU-DUPLICATE
002200         perform 5490-DUPLICATE-DECISION thru 5490-EXIT
002200         go to 5400-EXIT
002200     end-if
002201     move 'S' to Calc-Mode
002201     if Parked-Entry-Count = zero
002202         Display 'No parked values - key the set in full:'
002214     perform 5500-WRITE-RESUBMIT-REPORT thru 5500-EXIT
002215     perform 5600-WRITE-RESUBMIT-AUDIT thru 5600-EXIT
002216     set ST-Resubmitted(Repair-Choice) to true
002216     move 'PROCESSED' to Ack-Event-Status
002216     perform 5700-LOG-FEED-EVENT thru 5700-EXIT
002217     Display 'Set resubmitted and dropped from suspense'
002218     go to 5400-EXIT.
002219 5400-EXIT.
002264     exit.
002265
002266 5600-WRITE-RESUBMIT-AUDIT.
002266     perform 9460-FIND-CHAIN-END thru 9460-EXIT
002267     open extend AVGAUDIT-FILE
002268     if AVGAUDIT-Status = "35"
002269         open output AVGAUDIT-FILE
002284     move 'N'            to AA-Variance-Flag
002284     move Calc-Mode      to AA-Calc-Mode
002284     move Operator-ID    to AA-Operator-ID
002284     call "AVGFPRT" using NUMBER-SET, Expected-Control-Total,
002284         FINGERPRINT-AREA
002284     move FP-Value       to AA-Fingerprint
002284     perform 9470-CHAIN-AUDIT-RECORD thru 9470-EXIT
002285     write AVGAUDIT-RECORD
002286     close AVGAUDIT-FILE
002286     perform 9480-OPEN-SUMMARY-IO thru 9480-EXIT
002286     perform 9485-WRITE-SUMMARY-ROW thru 9485-EXIT
002286     perform 9495-CLOSE-SUMMARY thru 9495-EXIT
002287     go to 5600-EXIT.
002288 5600-EXIT.
002289     exit.
002322 5485-EXIT.
002322     exit.
002322
002322 5490-DUPLICATE-DECISION.
002322*    A DU set matched a run already on the report - nothing in it
002322*    is wrong as such, so the clerk checks it against the source
002322*    and either releases it exactly as parked, as a genuine
002322*    repeat, or discards it so the figures count only once.
002322     Display 'Suspected duplicate of the run of '
002322         SU-Match-Run-Date ' ' SU-Match-Run-Time
002322     Display 'R release as a genuine repeat, D discard,'
002322     Display 'blank leave it parked: '
002322     Accept Duplicate-Action
002322     if Duplicate-Discard
002322         Display 'Discard it - it will not be reported (Y/N): '
002322         Accept Discard-Confirm
002322         if Discard-Confirm = 'Y' or 'y'
002322             set ST-Discarded(Repair-Choice) to true
002322             Accept Todays-Date  from date yyyymmdd
002322             Accept Current-Time from time
002322             move 'DISCARDED' to Ack-Event-Status
002322             perform 5700-LOG-FEED-EVENT thru 5700-EXIT
002322             Display 'Set discarded and dropped from suspense'
002322         else
002322             Display 'Set left on suspense'
002322         end-if
002322         go to 5490-EXIT
002322     end-if
002322     if not Duplicate-Release
002322         Display 'Set left on suspense'
002322         go to 5490-EXIT
002322     end-if
002322     perform 5470-PRELOAD-PARKED-SET thru 5470-EXIT
002322     move SU-Calc-Mode to Calc-Mode
002322     if SU-Calc-Mode = space
002322         move 'S' to Calc-Mode
002322     end-if
002322     perform 5495-RESTORE-ONE-WEIGHT thru 5495-EXIT
002322         varying Parked-Pointer from 1 by 1
002322         until Parked-Pointer > Parked-Entry-Count
002322     call "AVGVALID" using NUMBER-SET, Entry-Validation-Switch
002322     move SU-Control-Total to Expected-Control-Total
002322     move SU-Dept-Code to Dept-Code
002322     perform 2200-CALCULATE-AND-STORE thru 2200-EXIT
002322     if Number-Count = zero
002322         Display 'Set left on suspense'
002322         go to 5490-EXIT
002322     end-if
002322     perform 5500-WRITE-RESUBMIT-REPORT thru 5500-EXIT
002322     perform 5600-WRITE-RESUBMIT-AUDIT thru 5600-EXIT
002322     set ST-Resubmitted(Repair-Choice) to true
002322     move 'PROCESSED' to Ack-Event-Status
002322     perform 5700-LOG-FEED-EVENT thru 5700-EXIT
002322     Display 'Set released as a genuine repeat and dropped'
002322     Display 'from suspense'
002322     go to 5490-EXIT.
002322 5490-EXIT.
002322     exit.
002322
002322 5495-RESTORE-ONE-WEIGHT.
002322     if SU-Number-Weight(Parked-Pointer) numeric
002322         move SU-Number-Weight(Parked-Pointer)
002322             to NUMBER-WEIGHT(Parked-Pointer)
002322     end-if
002322     go to 5495-EXIT.
002322 5495-EXIT.
002322     exit.
002322
002322 5700-LOG-FEED-EVENT.
002322*    A set parked off an AVGIMPIN feed still owes the feeder an
002322*    answer - log the outcome of the repair on AVGACKL and the
002322*    next AVGACK run sends it as a follow-up acknowledgement. The
002322*    caller sets the status; a resubmitted or released set
002322*    carries the figures and run date of the report line just
002322*    written, a discarded one is dated now with none.
002322     if SU-Feed-Ref = spaces
002322         go to 5700-EXIT
002322     end-if
002322     open extend AVGACKL-FILE
002322     if AVGACKL-Status = "35"
002322         open output AVGACKL-FILE
002322     end-if
002322     if AVGACKL-Status not = "00"
002322         Display 'Unable to open AVGACKL - status '
002322             AVGACKL-Status
002322         Display 'the feeder will not be sent a follow-up for '
002322             SU-Feed-Name ' row ' SU-Feed-Row
002322         go to 5700-EXIT
002322     end-if
002322     move spaces to AVGACKL-RECORD
002322     move SU-Feed-Ref to AK-Feed-Ref
002322     set AK-FROM-MENU to true
002322     move Ack-Event-Status to AK-Status
002322     if AK-PROCESSED
002322         move spaces to AK-Reason-Code
002322         move sumOf to AK-SumOf
002322         move AverageNumber to AK-Average
002322         move Recon-Break-Switch to AK-Recon-Break
002322     else
002322         move SU-Reason-Code to AK-Reason-Code
002322         move zero to AK-SumOf
002322         move zero to AK-Average
002322         move space to AK-Recon-Break
002322     end-if
002322     move Todays-Date to AK-Event-Date
002322     move Current-Time to AK-Event-Time
002322     write AVGACKL-RECORD
002322     if AVGACKL-Status not = "00"
002322         Display 'AVGACKL write failed - status ' AVGACKL-Status
002322     end-if
002322     close AVGACKL-FILE
002322     go to 5700-EXIT.
002322 5700-EXIT.
002322     exit.
002322
002323 5460-SHOW-ONE-PARKED.
002324     if SU-Number-Entry(Parked-Pointer) numeric
002325         move SU-Number-Entry(Parked-Pointer)
002336
002337 5800-REWRITE-SUSPENSE.
002338*    Write back only the sets still held - a resubmitted set has
002339*    already landed on the report and audit trail, and a
002340*    discarded duplicate never will, so both come off suspense
002340*    here.
002341     move zero to Held-Count
002342     open output AVGSUSP-FILE
002343     if AVGSUSP-Status not = "00"
002356
002357 5810-REWRITE-ONE-SUSPENSE.
002358     if not ST-Resubmitted(Suspense-Pointer)
002358         and not ST-Discarded(Suspense-Pointer)
002359         add 1 to Held-Count
002360         write AVGSUSP-RECORD
002361             from ST-Record-Image(Suspense-Pointer)
002466     Display 'Supervisor (Y/N): '
002467     Accept Maint-Supervisor-Flag
002468     Display 'Authority per option, 20 Y/N bytes in option'
002469     Display 'order (1-20 in use): '
002470     Accept Maint-Auth-String
002471     move spaces to User-Work-Record
002472     move Maint-Oper-ID to US-Oper-ID
002799 8500-APPLY-ONE-PENDING.
002800*    The master is already open i-o and positioned by the read
002801*    above - apply the approved action and mark the item done.
002801*    Nothing is applied unless the journal is there to take the
002801*    before and after images.
002801     perform 8600-OPEN-JOURNAL thru 8600-EXIT
002801     if AVGMJRN-Status not = "00"
002801         Display 'Item left pending - approve it again once'
002801         Display 'AVGMJRN is available'
002801         go to 8500-EXIT
002801     end-if
002801     perform 8610-SET-JOURNAL-BEFORE thru 8610-EXIT
002801     perform 8510-APPLY-ONE-ACTION thru 8510-EXIT
002801     close AVGMJRN-FILE
002801     go to 8500-EXIT.
002801 8500-EXIT.
002801     exit.
002801
002801 8510-APPLY-ONE-ACTION.
002802     if PD-ACTION-ADD
002803         if Master-Found
002804             Display 'Set ' PD-Set-ID ' is already on NBRMAST'
002805                 ' - item rejected'
002806             move 'R' to PD-Status
002807             go to 8510-EXIT
002808         end-if
002809         move PD-Set-ID to NM-Set-ID
002810         move PD-Entry-Area to NM-Entry-Area
002813         if NBRMAST-Status = "00"
002814             move 'A' to PD-Status
002815             Display 'Master set ' PD-Set-ID ' added'
002815             perform 8620-WRITE-JOURNAL thru 8620-EXIT
002816         else
002817             Display 'NBRMAST write failed - status '
002818                 NBRMAST-Status
002819         end-if
002820         go to 8510-EXIT
002821     end-if
002822     if Master-Not-Found
002823         Display 'Set ' PD-Set-ID ' is no longer on NBRMAST'
002824             ' - item rejected'
002825         move 'R' to PD-Status
002826         go to 8510-EXIT
002827     end-if
002828     if PD-ACTION-CHANGE
002829         move PD-Entry-Area to NM-Entry-Area
002832         if NBRMAST-Status = "00"
002833             move 'A' to PD-Status
002834             Display 'Master set ' PD-Set-ID ' changed'
002834             perform 8620-WRITE-JOURNAL thru 8620-EXIT
002835         else
002836             Display 'NBRMAST rewrite failed - status '
002837                 NBRMAST-Status
002838         end-if
002839         go to 8510-EXIT
002840     end-if
002841     delete NBRMAST-FILE
002842     if NBRMAST-Status = "00"
002843         move 'A' to PD-Status
002844         Display 'Master set ' PD-Set-ID ' deleted'
002844         perform 8620-WRITE-JOURNAL thru 8620-EXIT
002845     else
002846         Display 'NBRMAST delete failed - status '
002847             NBRMAST-Status
002848     end-if
002849     go to 8510-EXIT.
002850 8510-EXIT.
002851     exit.
002851
002851*----------------------------------------------------------------
002851*    AVGMJRN master-change journal - the full before and after
002851*    images of every change applied above, with who keyed it and
002851*    who approved it, appended in the order applied.
002851*----------------------------------------------------------------
002851 8600-OPEN-JOURNAL.
002851     open extend AVGMJRN-FILE
002851     if AVGMJRN-Status = "35"
002851         open output AVGMJRN-FILE
002851     end-if
002851     if AVGMJRN-Status not = "00"
002851         Display 'Unable to open AVGMJRN - status '
002851             AVGMJRN-Status
002851     end-if
002851     go to 8600-EXIT.
002851 8600-EXIT.
002851     exit.
002851
002851 8610-SET-JOURNAL-BEFORE.
002851*    The master record read for the review is the before image -
002851*    take it now, ahead of the write, rewrite or delete.
002851     move spaces to Journal-Work-Record
002851     move PD-Set-ID to MJ-Set-ID
002851     move PD-Action to MJ-Action
002851     move PD-Maker-ID to MJ-Maker-ID
002851     move Operator-ID to MJ-Checker-ID
002851     move PD-Entry-Date to MJ-Keyed-Date
002851     move PD-Entry-Time to MJ-Keyed-Time
002851     perform 8615-CLEAR-ONE-JOURNAL-ENTRY thru 8615-EXIT
002851         varying Journal-Entry-Pointer from 1 by 1
002851         until Journal-Entry-Pointer > 500
002851     move zero to MJ-Before-Control-Total
002851     move zero to MJ-After-Control-Total
002851     move 'N' to MJ-Before-Flag
002851     move 'N' to MJ-After-Flag
002851     if Master-Found
002851         move 'Y' to MJ-Before-Flag
002851         move NM-Entry-Area to MJ-Before-Entry-Area
002851         move NM-Control-Total to MJ-Before-Control-Total
002851     end-if
002851     go to 8610-EXIT.
002851 8610-EXIT.
002851     exit.
002851
002851 8615-CLEAR-ONE-JOURNAL-ENTRY.
002851     move zero to MJ-Before-Entry(Journal-Entry-Pointer)
002851     move zero to MJ-After-Entry(Journal-Entry-Pointer)
002851     go to 8615-EXIT.
002851 8615-EXIT.
002851     exit.
002851
002851 8620-WRITE-JOURNAL.
002851     Accept Todays-Date  from date yyyymmdd
002851     Accept Current-Time from time
002851     move Todays-Date to MJ-Approve-Date
002851     move Current-Time to MJ-Approve-Time
002851     if not PD-ACTION-DELETE
002851         move 'Y' to MJ-After-Flag
002851         move NM-Entry-Area to MJ-After-Entry-Area
002851         move NM-Control-Total to MJ-After-Control-Total
002851     end-if
002851     write AVGMJRN-RECORD from Journal-Work-Record
002851     if AVGMJRN-Status not = "00"
002851         Display 'AVGMJRN write failed - status '
002851             AVGMJRN-Status
002851         Display 'tell the supervisor - set ' PD-Set-ID
002851             ' changed without a journal record'
002851     end-if
002851     go to 8620-EXIT.
002851 8620-EXIT.
002851     exit.
002852
002853 8800-REWRITE-PENDING.
002980 9200-EXIT.
002981     exit.
002982
002982*----------------------------------------------------------------
002982*    AVGSCHD recurring-run schedule maintenance - the stored
002982*    NBRMAST sets that run on a fixed rhythm, each with the
002982*    department and mode its queue record carries, how often it
002982*    runs and the dates it is in force. AVGSCHED reads it ahead
002982*    of the night batch and queues whatever is due.
002982*----------------------------------------------------------------
002982 9300-SCHEDULE-MAINTENANCE.
002982     perform 9390-OPEN-SCHEDULE-IO thru 9390-EXIT
002982     if AVGSCHD-Status not = "00"
002982         go to 9300-EXIT
002982     end-if
002982     Display 'A add, C change, D delete, L list the schedule: '
002982     Accept Schedule-Function
002982     if Schedule-Add
002982         perform 9310-SCHEDULE-ADD thru 9310-EXIT
002982     else
002982         if Schedule-Change
002982             perform 9320-SCHEDULE-CHANGE thru 9320-EXIT
002982         else
002982             if Schedule-Delete
002982                 perform 9330-SCHEDULE-DELETE thru 9330-EXIT
002982             else
002982                 if Schedule-List
002982                     perform 9340-SCHEDULE-LIST thru 9340-EXIT
002982                 else
002982                     Display 'Choose A, C, D or L'
002982                 end-if
002982             end-if
002982         end-if
002982     end-if
002982     close AVGSCHD-FILE
002982     go to 9300-EXIT.
002982 9300-EXIT.
002982     exit.
002982
002982 9310-SCHEDULE-ADD.
002982     Display 'Set ID to schedule: '
002982     Accept Work-Set-ID
002982     if Work-Set-ID = spaces
002982         Display 'Set ID may not be blank'
002982         go to 9310-EXIT
002982     end-if
002982     move Work-Set-ID to SC-Set-ID
002982     perform 9380-READ-SCHEDULE-BY-ID thru 9380-EXIT
002982     if Schedule-Found
002982         Display 'Set ' Work-Set-ID ' is already scheduled -'
002982         Display 'use C to change it'
002982         go to 9310-EXIT
002982     end-if
002982*    Only a set already on the master can run from it - one still
002982*    waiting on AVGPEND is scheduled once it has been approved.
002982     perform 4900-OPEN-MASTER-IO thru 4900-EXIT
002982     if NBRMAST-Status not = "00"
002982         go to 9310-EXIT
002982     end-if
002982     move Work-Set-ID to NM-Set-ID
002982     perform 4800-READ-MASTER-BY-ID thru 4800-EXIT
002982     perform 4910-CLOSE-MASTER thru 4910-EXIT
002982     if Master-Not-Found
002982         Display 'Set ID ' Work-Set-ID ' is not on NBRMAST'
002982         go to 9310-EXIT
002982     end-if
002982     move spaces to AVGSCHD-RECORD
002982     move Work-Set-ID to SC-Set-ID
002982     move zero to SC-Run-Day
002982     move zero to SC-Last-Queued-Date
002982     perform 9350-COLLECT-SCHEDULE-FIELDS thru 9350-EXIT
002982     write AVGSCHD-RECORD
002982     if AVGSCHD-Status = "00"
002982         Display 'Set ' Work-Set-ID ' added to the schedule'
002982     else
002982         Display 'AVGSCHD write failed - status ' AVGSCHD-Status
002982     end-if
002982     go to 9310-EXIT.
002982 9310-EXIT.
002982     exit.
002982
002982 9320-SCHEDULE-CHANGE.
002982     Display 'Scheduled set ID to change: '
002982     Accept Work-Set-ID
002982     move Work-Set-ID to SC-Set-ID
002982     perform 9380-READ-SCHEDULE-BY-ID thru 9380-EXIT
002982     if Schedule-Not-Found
002982         Display 'Set ' Work-Set-ID ' is not on the schedule'
002982         go to 9320-EXIT
002982     end-if
002982     perform 9345-SHOW-ONE-SCHEDULE thru 9345-EXIT
002982     perform 9350-COLLECT-SCHEDULE-FIELDS thru 9350-EXIT
002982     rewrite AVGSCHD-RECORD
002982     if AVGSCHD-Status = "00"
002982         Display 'Schedule for set ' Work-Set-ID ' changed'
002982     else
002982         Display 'AVGSCHD rewrite failed - status '
002982             AVGSCHD-Status
002982     end-if
002982     go to 9320-EXIT.
002982 9320-EXIT.
002982     exit.
002982
002982 9330-SCHEDULE-DELETE.
002982     Display 'Scheduled set ID to delete: '
002982     Accept Work-Set-ID
002982     move Work-Set-ID to SC-Set-ID
002982     perform 9380-READ-SCHEDULE-BY-ID thru 9380-EXIT
002982     if Schedule-Not-Found
002982         Display 'Set ' Work-Set-ID ' is not on the schedule'
002982         go to 9330-EXIT
002982     end-if
002982     perform 9345-SHOW-ONE-SCHEDULE thru 9345-EXIT
002982     Display 'Stop scheduling this set (Y/N): '
002982     Accept Schedule-Delete-Confirm
002982     if Schedule-Delete-Confirm not = 'Y' and 'y'
002982         Display 'Schedule entry left in place'
002982         go to 9330-EXIT
002982     end-if
002982     delete AVGSCHD-FILE
002982     if AVGSCHD-Status = "00"
002982         Display 'Set ' Work-Set-ID ' taken off the schedule'
002982     else
002982         Display 'AVGSCHD delete failed - status '
002982             AVGSCHD-Status
002982     end-if
002982     go to 9330-EXIT.
002982 9330-EXIT.
002982     exit.
002982
002982 9340-SCHEDULE-LIST.
002982     move zero to Schedule-List-Count
002982     move 'N' to AVGSCHD-EOF-Switch
002982     move low-values to SC-Set-ID
002982     start AVGSCHD-FILE key not < SC-Set-ID
002982         invalid key
002982             set AVGSCHD-EOF to true
002982     end-start
002982     perform 9341-LIST-ONE-SCHEDULE thru 9341-EXIT
002982         until AVGSCHD-EOF
002982     Display 'Sets on the schedule: ' Schedule-List-Count
002982     go to 9340-EXIT.
002982 9340-EXIT.
002982     exit.
002982
002982 9341-LIST-ONE-SCHEDULE.
002982     read AVGSCHD-FILE next
002982         at end
002982             set AVGSCHD-EOF to true
002982         not at end
002982             add 1 to Schedule-List-Count
002982             perform 9345-SHOW-ONE-SCHEDULE thru 9345-EXIT
002982     end-read
002982     go to 9341-EXIT.
002982 9341-EXIT.
002982     exit.
002982
002982 9345-SHOW-ONE-SCHEDULE.
002982     Display SC-Set-ID ' dept ' SC-Dept-Code ' mode '
002982         SC-Calc-Mode ' freq ' SC-Frequency ' day ' SC-Run-Day
002982     Display '    from ' SC-Effective-Date ' to ' SC-Expiry-Date
002982         ' last queued ' SC-Last-Queued-Date
002982     go to 9345-EXIT.
002982 9345-EXIT.
002982     exit.
002982
002982 9350-COLLECT-SCHEDULE-FIELDS.
002982*    Every field is edited as it is keyed so the night step never
002982*    meets an entry it cannot act on.
002982     move 'N' to Schedule-Field-OK-Switch
002982     perform 9355-ACCEPT-SCHEDULE-DEPT thru 9355-EXIT
002982         until Schedule-Field-OK
002982     move 'N' to Schedule-Field-OK-Switch
002982     perform 9360-ACCEPT-SCHEDULE-MODE thru 9360-EXIT
002982         until Schedule-Field-OK
002982     move 'N' to Schedule-Field-OK-Switch
002982     perform 9365-ACCEPT-FREQUENCY thru 9365-EXIT
002982         until Schedule-Field-OK
002982     move 'N' to Schedule-Field-OK-Switch
002982     perform 9370-ACCEPT-EFFECTIVE-DATE thru 9370-EXIT
002982         until Schedule-Field-OK
002982     move 'N' to Schedule-Field-OK-Switch
002982     perform 9375-ACCEPT-EXPIRY-DATE thru 9375-EXIT
002982         until Schedule-Field-OK
002982     move Operator-ID to SC-Maint-Oper-ID
002982     Accept Todays-Date from date yyyymmdd
002982     move Todays-Date to SC-Maint-Date
002982     go to 9350-EXIT.
002982 9350-EXIT.
002982     exit.
002982
002982 9355-ACCEPT-SCHEDULE-DEPT.
002982     Display 'Department code (blank = none): '
002982     Accept Work-Dept-Code
002982     move Work-Dept-Code to SC-Dept-Code
002982     if Work-Dept-Code = spaces
002982         set Schedule-Field-OK to true
002982         go to 9355-EXIT
002982     end-if
002982     open input AVGDEPT-FILE
002982     if AVGDEPT-Status not = "00"
002982         Display 'AVGDEPT not available - code accepted unchecked'
002982         set Schedule-Field-OK to true
002982         go to 9355-EXIT
002982     end-if
002982     move Work-Dept-Code to DP-Dept-Code
002982     read AVGDEPT-FILE
002982         invalid key
002982             Display 'Department ' Work-Dept-Code
002982                 ' is not on AVGDEPT'
002982         not invalid key
002982             if DP-ACTIVE
002982                 set Schedule-Field-OK to true
002982             else
002982                 Display 'Department ' Work-Dept-Code
002982                     ' is inactive'
002982             end-if
002982     end-read
002982     close AVGDEPT-FILE
002982     go to 9355-EXIT.
002982 9355-EXIT.
002982     exit.
002982
002982 9360-ACCEPT-SCHEDULE-MODE.
002982*    A master set carries no weights, so weighted mode would only
002982*    ever give the simple average.
002982     Display 'Calculation mode - S simple, T trimmed mean: '
002982     Accept SC-Calc-Mode
002982     if SC-Calc-Mode = 's' move 'S' to SC-Calc-Mode end-if
002982     if SC-Calc-Mode = 't' move 'T' to SC-Calc-Mode end-if
002982     if SC-Calc-Mode = 'S' or 'T'
002982         set Schedule-Field-OK to true
002982     else
002982         Display 'Mode must be S or T'
002982     end-if
002982     go to 9360-EXIT.
002982 9360-EXIT.
002982     exit.
002982
002982 9365-ACCEPT-FREQUENCY.
002982     Display 'Frequency - D every night, W weekly,'
002982     Display 'M first business day of the month: '
002982     Accept SC-Frequency
002982     if SC-Frequency = 'd' move 'D' to SC-Frequency end-if
002982     if SC-Frequency = 'w' move 'W' to SC-Frequency end-if
002982     if SC-Frequency = 'm' move 'M' to SC-Frequency end-if
002982     move zero to SC-Run-Day
002982     if SC-FREQ-DAILY or SC-FREQ-MONTHLY
002982         set Schedule-Field-OK to true
002982         go to 9365-EXIT
002982     end-if
002982     if not SC-FREQ-WEEKLY
002982         Display 'Frequency must be D, W or M'
002982         go to 9365-EXIT
002982     end-if
002982     Display 'Run day (1 Monday through 7 Sunday): '
002982     Accept SC-Run-Day
002982     if SC-Run-Day not numeric
002982         or SC-Run-Day < 1 or SC-Run-Day > 7
002982         Display 'Run day must be 1 through 7'
002982     else
002982         set Schedule-Field-OK to true
002982     end-if
002982     go to 9365-EXIT.
002982 9365-EXIT.
002982     exit.
002982
002982 9370-ACCEPT-EFFECTIVE-DATE.
002982     Display 'Effective date YYYYMMDD (0 = today): '
002982     Accept Schedule-Date-In
002982     if Schedule-Date-In = zero
002982         Accept Schedule-Date-In from date yyyymmdd
002982     end-if
002982     move 'N' to DT-Function
002982     move Schedule-Date-In to DT-Date
002982     call "AVGDATE" using DATE-AREA
002982     if DT-INVALID
002982         Display Schedule-Date-In ' is not a valid date'
002982     else
002982         move Schedule-Date-In to SC-Effective-Date
002982         set Schedule-Field-OK to true
002982     end-if
002982     go to 9370-EXIT.
002982 9370-EXIT.
002982     exit.
002982
002982 9375-ACCEPT-EXPIRY-DATE.
002982     Display 'Expiry date YYYYMMDD (0 = no expiry): '
002982     Accept Schedule-Date-In
002982     if Schedule-Date-In = zero
002982         move zero to SC-Expiry-Date
002982         set Schedule-Field-OK to true
002982         go to 9375-EXIT
002982     end-if
002982     move 'N' to DT-Function
002982     move Schedule-Date-In to DT-Date
002982     call "AVGDATE" using DATE-AREA
002982     if DT-INVALID
002982         Display Schedule-Date-In ' is not a valid date'
002982         go to 9375-EXIT
002982     end-if
002982     if Schedule-Date-In < SC-Effective-Date
002982         Display 'Expiry may not be before the effective date'
002982         go to 9375-EXIT
002982     end-if
002982     move Schedule-Date-In to SC-Expiry-Date
002982     set Schedule-Field-OK to true
002982     go to 9375-EXIT.
002982 9375-EXIT.
002982     exit.
002982
002982 9380-READ-SCHEDULE-BY-ID.
002982     set Schedule-Found to true
002982     read AVGSCHD-FILE
002982         invalid key
002982             set Schedule-Not-Found to true
002982     end-read
002982     go to 9380-EXIT.
002982 9380-EXIT.
002982     exit.
002982
002982 9390-OPEN-SCHEDULE-IO.
002982*    A missing schedule (status 35) just means nothing has been
002982*    scheduled yet - create it empty, the same way the NBRMAST
002982*    and AVGDEPT opens do.
002982     open i-o AVGSCHD-FILE
002982     if AVGSCHD-Status = "35"
002982         open output AVGSCHD-FILE
002982         close AVGSCHD-FILE
002982         open i-o AVGSCHD-FILE
002982     end-if
002982     if AVGSCHD-Status not = "00"
002982         Display 'Unable to open AVGSCHD - status '
002982             AVGSCHD-Status
002982     end-if
002982     go to 9390-EXIT.
002982 9390-EXIT.
002982     exit.
002982
002982*----------------------------------------------------------------
002982*    AVGAUDIT reversal - a run that should never have counted is
002982*    not edited on the trail. The supervisor picks it by run date,
002982*    time and set ID (department when it had no set ID), and a V
002982*    record carrying the original's values is appended pointing
002982*    back at it, with a reason and the operator. A correcting run
002982*    keyed from the original's values goes out as a normal AVGRPT
002982*    line and a C record pointing at the same original. Readers
002982*    pair the first unused V for a key with the first run of that
002982*    key, so this picks the run the readers will drop.
002982*----------------------------------------------------------------
002982 9400-REVERSE-AUDIT-RUN.
002982     if not Operator-Supervisor
002982         Display 'Only a supervisor may reverse an audit run'
002982         go to 9400-EXIT
002982     end-if
002982     perform 9100-CHECK-RUN-LOCK thru 9100-EXIT
002982     if Batch-Lock-Held
002982         Display 'The night batch holds the run lock (since '
002982             LK-Lock-Date ' ' LK-Lock-Time ') - try again'
002982         Display 'when it has finished'
002982         go to 9400-EXIT
002982     end-if
002982     Display 'Run date of the run to reverse (YYYYMMDD): '
002982     Accept Reverse-Run-Date
002982     Display 'Run time (HHMMSS): '
002982     Accept Reverse-Run-Time
002982     Display 'Set ID (blank if the run had none): '
002982     Accept Reverse-Set-ID
002982     move spaces to Reverse-Dept-Code
002982     if Reverse-Set-ID = spaces
002982         Display 'Department code: '
002982         Accept Reverse-Dept-Code
002982     end-if
002982     perform 9410-LOAD-REVERSALS thru 9410-EXIT
002982     if Reversal-Full
002982         Display 'AVGAUDIT holds more than 500 reversals -'
002982         Display 'archive the trail before reversing more'
002982         go to 9400-EXIT
002982     end-if
002982     perform 9420-FIND-ORIGINAL-RUN thru 9420-EXIT
002982     if not Original-Found
002982         if Already-Reversed-Count > zero
002982             Display 'That run has already been reversed'
002982         else
002982             Display 'No such run on the live AVGAUDIT trail -'
002982             Display 'restore its AVGARCH generation first if it'
002982             Display 'has been archived'
002982         end-if
002982         go to 9400-EXIT
002982     end-if
002982     move RO-SumOf to Original-Sum-Display
002982     Display 'Run ' RO-Run-Date ' ' RO-Run-Time ' dept '
002982         RO-Dept-Code ' id ' RO-Set-ID ' mode ' RO-Calc-Mode
002982     Display 'Sum ' Original-Sum-Display ' average ' RO-Average
002982         ' operator ' RO-Operator-ID
002982     if RO-CORRECTION
002982         Display '(this run is itself a correction of '
002982             RO-Ref-Run-Date ' ' RO-Ref-Run-Time ')'
002982     end-if
002982     move spaces to RO-Reason-Code
002982     perform 9430-ACCEPT-REASON thru 9430-EXIT
002982         until RO-REASON-VALID
002982     Display 'Key a correcting run for it (Y/N): '
002982     Accept Reverse-Confirm
002982     move 'N' to Correction-Wanted-Switch
002982     if Reverse-Confirm = 'Y' or 'y'
002982         perform 9440-KEY-CORRECTING-RUN thru 9440-EXIT
002982     end-if
002982     Display 'Write the reversal (Y/N): '
002982     Accept Reverse-Confirm
002982     if Reverse-Confirm not = 'Y' and 'y'
002982         Display 'Nothing written - the run stands'
002982         go to 9400-EXIT
002982     end-if
002982     Accept Todays-Date  from date yyyymmdd
002982     Accept Current-Time from time
002982     perform 9450-WRITE-REVERSAL-RECORDS thru 9450-EXIT
002982     go to 9400-EXIT.
002982 9400-EXIT.
002982     exit.
002982
002982 9410-LOAD-REVERSALS.
002982*    Every V record already on the trail, keyed the way the run
002982*    it reverses is keyed.
002982     move zero to RV-Count
002982     move 'N' to Reversal-Full-Switch
002982     open input AVGAUDIT-FILE
002982     if AVGAUDIT-Status not = "00"
002982         go to 9410-EXIT
002982     end-if
002982     move 'N' to AVGAUDIT-EOF-Switch
002982     perform 9415-LOAD-ONE-REVERSAL thru 9415-EXIT
002982         until AVGAUDIT-EOF
002982     close AVGAUDIT-FILE
002982     go to 9410-EXIT.
002982 9410-EXIT.
002982     exit.
002982
002982 9415-LOAD-ONE-REVERSAL.
002982     read AVGAUDIT-FILE
002982         at end
002982             set AVGAUDIT-EOF to true
002982             go to 9415-EXIT
002982     end-read
002982     if AVGAUDIT-RECORD(1:2) = 'CF'
002982         or not AA-REVERSAL
002982         go to 9415-EXIT
002982     end-if
002982     if RV-Count < 500
002982         add 1 to RV-Count
002982         move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
002982         move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
002982         move AA-Dept-Code to RV-Dept-Code(RV-Count)
002982         move AA-Set-ID to RV-Set-ID(RV-Count)
002982         move 'N' to RV-Used-Flag(RV-Count)
002982     else
002982         set Reversal-Full to true
002982     end-if
002982     go to 9415-EXIT.
002982 9415-EXIT.
002982     exit.
002982
002982 9420-FIND-ORIGINAL-RUN.
002982*    Walk the trail consuming reversals the way the readers do -
002982*    the first run with the keyed date, time and set that no V
002982*    record has claimed is the one to reverse.
002982     move 'N' to Original-Found-Switch
002982     move zero to Already-Reversed-Count
002982     open input AVGAUDIT-FILE
002982     if AVGAUDIT-Status not = "00"
002982         Display 'Unable to open AVGAUDIT - status '
002982             AVGAUDIT-Status
002982         go to 9420-EXIT
002982     end-if
002982     move 'N' to AVGAUDIT-EOF-Switch
002982     perform 9425-TEST-ONE-AUDIT-RUN thru 9425-EXIT
002982         until AVGAUDIT-EOF or Original-Found
002982     close AVGAUDIT-FILE
002982     go to 9420-EXIT.
002982 9420-EXIT.
002982     exit.
002982
002982 9425-TEST-ONE-AUDIT-RUN.
002982     read AVGAUDIT-FILE
002982         at end
002982             set AVGAUDIT-EOF to true
002982             go to 9425-EXIT
002982     end-read
002982     if AVGAUDIT-RECORD(1:2) = 'CF'
002982         or AA-REVERSAL
002982         or AA-Run-Date not numeric
002982         go to 9425-EXIT
002982     end-if
002982     move 'N' to Run-Reversed-Switch
002982     move AA-Run-Date to RK-Run-Date
002982     move AA-Run-Time to RK-Run-Time
002982     move AA-Dept-Code to RK-Dept-Code
002982     move AA-Set-ID to RK-Set-ID
002982     perform 9435-TEST-ONE-REVERSAL thru 9435-EXIT
002982         varying Reversal-Pointer from 1 by 1
002982         until Reversal-Pointer > RV-Count
002982             or Run-Reversed
002982     if AA-Run-Date not = Reverse-Run-Date
002982         or AA-Run-Time not = Reverse-Run-Time
002982         or AA-Set-ID not = Reverse-Set-ID
002982         go to 9425-EXIT
002982     end-if
002982     if Reverse-Set-ID = spaces
002982         and AA-Dept-Code not = Reverse-Dept-Code
002982         go to 9425-EXIT
002982     end-if
002982     if Run-Reversed
002982         add 1 to Already-Reversed-Count
002982         go to 9425-EXIT
002982     end-if
002982     move AVGAUDIT-RECORD to Reversed-Run-Record
002982     set Original-Found to true
002982     go to 9425-EXIT.
002982 9425-EXIT.
002982     exit.
002982
002982 9430-ACCEPT-REASON.
002982     Display 'Reason - KE keying error, WS wrong set,'
002982     Display 'WD wrong department, DU duplicate, OT other: '
002982     Accept RO-Reason-Code
002982     if not RO-REASON-VALID
002982         Display 'Key one of KE, WS, WD, DU or OT in capitals'
002982     end-if
002982     go to 9430-EXIT.
002982 9430-EXIT.
002982     exit.
002982
002982 9435-TEST-ONE-REVERSAL.
002982     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
002982         and not RV-USED(Reversal-Pointer)
002982         set RV-USED(Reversal-Pointer) to true
002982         set Run-Reversed to true
002982     end-if
002982     go to 9435-EXIT.
002982 9435-EXIT.
002982     exit.
002982
002982 9440-KEY-CORRECTING-RUN.
002982*    Start from the original's values and mode so only the bad
002982*    fields are re-keyed, the same way a parked set is repaired.
002982     move zero to Entry-Count-In
002982     perform 9445-PRELOAD-ONE-ORIGINAL thru 9445-EXIT
002982         varying Original-Pointer from 1 by 1
002982         until Original-Pointer > 500
002982     if Entry-Count-In = zero
002982         move 1 to Entry-Count-In
002982     end-if
002982     Display 'Calculation mode - S simple, W weighted,'
002982     Display 'T trimmed mean (blank = ' RO-Calc-Mode ' as run): '
002982     Accept Calc-Mode
002982     if Calc-Mode = space
002982         move RO-Calc-Mode to Calc-Mode
002982     end-if
002982     if Calc-Mode-Weighted
002982         Display 'Enter the weight for each entry:'
002982         perform 2130-ACCEPT-ONE-WEIGHT thru 2130-EXIT
002982             varying NUMBER-INDEX from 1 by 1
002982             until NUMBER-INDEX > Entry-Count-In
002982     end-if
002982     Display 'Correct the original values:'
002982     move 'N' to Entry-Validation-Switch
002982     perform 2150-REVIEW-AND-CORRECT thru 2150-EXIT
002982         until Entries-Valid
002982     Display 'Enter the expected control total (0 if none): '
002982     Accept Expected-Control-Total
002982     move RO-Dept-Code to Dept-Code
002982     perform 2200-CALCULATE-AND-STORE thru 2200-EXIT
002982     if Number-Count = zero
002982         Display 'No correcting run - the reversal goes alone'
002982         go to 9440-EXIT
002982     end-if
002982     set Correction-Wanted to true
002982     go to 9440-EXIT.
002982 9440-EXIT.
002982     exit.
002982
002982 9445-PRELOAD-ONE-ORIGINAL.
002982     if RO-Number-Entry(Original-Pointer) numeric
002982         move RO-Number-Entry(Original-Pointer)
002982             to NUMBER-ENTRY(Original-Pointer)
002982     else
002982         move zero to NUMBER-ENTRY(Original-Pointer)
002982     end-if
002982     if NUMBER-ENTRY(Original-Pointer) not = zero
002982         move Original-Pointer to Entry-Count-In
002982     end-if
002982     move 1 to NUMBER-WEIGHT(Original-Pointer)
002982     go to 9445-EXIT.
002982 9445-EXIT.
002982     exit.
002982
002982 9450-WRITE-REVERSAL-RECORDS.
002982     perform 9460-FIND-CHAIN-END thru 9460-EXIT
002982     open extend AVGAUDIT-FILE
002982     if AVGAUDIT-Status = "35"
002982         open output AVGAUDIT-FILE
002982     end-if
002982     if AVGAUDIT-Status not = "00"
002982         Display 'Unable to open AVGAUDIT - status '
002982             AVGAUDIT-Status
002982         Display 'Nothing written - the run stands'
002982         go to 9450-EXIT
002982     end-if
002982*    The V record repeats the original so it can be read on its
002982*    own; only the stamps, type, reason and pointer differ.
002982     move Reversed-Run-Record to AVGAUDIT-RECORD
002982     move Todays-Date    to AA-Run-Date
002982     move Current-Time   to AA-Run-Time
002982     move Operator-ID    to AA-Operator-ID
002982     move space          to AA-Space12 AA-Space13 AA-Space14
002982                            AA-Space15
002982     set AA-REVERSAL to true
002982     move RO-Reason-Code to AA-Reason-Code
002982     move RO-Run-Date    to AA-Ref-Run-Date
002982     move RO-Run-Time    to AA-Ref-Run-Time
002982     perform 9470-CHAIN-AUDIT-RECORD thru 9470-EXIT
002982     write AVGAUDIT-RECORD
002982     perform 9480-OPEN-SUMMARY-IO thru 9480-EXIT
002982     perform 9485-WRITE-SUMMARY-ROW thru 9485-EXIT
002982     perform 9490-MARK-SUMMARY-REVERSED thru 9490-EXIT
002982*    The correcting run goes on AVGRPT only now the trail is open
002982*    and the reversal is on it, and its C record carries the same
002982*    run stamp as the report line. If the report will not take it
002982*    the reversal stands alone and the set is keyed as a new run.
002982     if Correction-Wanted
002982         perform 5500-WRITE-RESUBMIT-REPORT thru 5500-EXIT
002982         if AVGRPT-Status not = "00"
002982             Display 'Correcting run not written - the reversal'
002982             Display 'stands; key the corrected set as a new run'
002982             Display '(option 1)'
002982             move 'N' to Correction-Wanted-Switch
002982         end-if
002982     end-if
002982     if Correction-Wanted
002982         move spaces to AVGAUDIT-RECORD
002982         move Todays-Date    to AA-Run-Date
002982         move Current-Time   to AA-Run-Time
002982         move RO-Dept-Code   to AA-Dept-Code
002982         perform 5610-COPY-ONE-AUDIT-ENTRY thru 5610-EXIT
002982             varying NUMBER-INDEX from 1 by 1
002982             until NUMBER-INDEX > 500
002982         move sumOf          to AA-SumOf
002982         move AverageNumber  to AA-Average
002982         move RO-Set-ID      to AA-Set-ID
002982         move 'N'            to AA-Overflow-Flag
002982         if SumOf-Overflow
002982             move 'Y' to AA-Overflow-Flag
002982         end-if
002982         move Recon-Break-Switch to AA-Recon-Break
002982         move 'N'            to AA-Variance-Flag
002982         move Calc-Mode      to AA-Calc-Mode
002982         move Operator-ID    to AA-Operator-ID
002982         set AA-CORRECTION to true
002982         move RO-Reason-Code to AA-Reason-Code
002982         move RO-Run-Date    to AA-Ref-Run-Date
002982         move RO-Run-Time    to AA-Ref-Run-Time
002982         call "AVGFPRT" using NUMBER-SET, Expected-Control-Total,
002982             FINGERPRINT-AREA
002982         move FP-Value       to AA-Fingerprint
002982         perform 9470-CHAIN-AUDIT-RECORD thru 9470-EXIT
002982         write AVGAUDIT-RECORD
002982         perform 9485-WRITE-SUMMARY-ROW thru 9485-EXIT
002982     end-if
002982     close AVGAUDIT-FILE
002982     perform 9495-CLOSE-SUMMARY thru 9495-EXIT
002982     Display 'Run ' RO-Run-Date ' ' RO-Run-Time ' reversed by '
002982         Operator-ID ' reason ' RO-Reason-Code
002982     if Correction-Wanted
002982         Display 'Correcting run written to AVGRPT and AVGAUDIT'
002982     end-if
002982     go to 9450-EXIT.
002982 9450-EXIT.
002982     exit.
002982
002982 9460-FIND-CHAIN-END.
002982*    The next record written chains on from the last link on the
002982*    trail - a run or carry-forward record's own sequence number
002982*    and hash, or the record an AVGARCH bridge names. Records
002982*    written before the chain was carried hold no link and are
002982*    passed over. Read fresh before every append, since the batch
002982*    may have added to the trail since the last one.
002982     move zero to Chain-Last-Seq-No
002982     move zeros to Chain-Last-Hash
002982     open input AVGAUDIT-FILE
002982     if AVGAUDIT-Status not = "00"
002982         go to 9460-EXIT
002982     end-if
002982     move 'N' to AVGAUDIT-EOF-Switch
002982     perform 9465-READ-ONE-CHAIN-LINK thru 9465-EXIT
002982         until AVGAUDIT-EOF
002982     close AVGAUDIT-FILE
002982     go to 9460-EXIT.
002982 9460-EXIT.
002982     exit.
002982
002982 9465-READ-ONE-CHAIN-LINK.
002982     read AVGAUDIT-FILE
002982         at end
002982             set AVGAUDIT-EOF to true
002982             go to 9465-EXIT
002982     end-read
002982     if AVGAUDIT-RECORD(1:2) = 'CB'
002982         move AVGAUDIT-RECORD to CB-Work-Record
002982         if CB-Prior-Seq-No numeric
002982             move CB-Prior-Seq-No to Chain-Last-Seq-No
002982             move CB-Prior-Hash to Chain-Last-Hash
002982         end-if
002982         go to 9465-EXIT
002982     end-if
002982     if AVGAUDIT-RECORD(1:2) = 'CF'
002982         move AVGAUDIT-RECORD to CF-Work-Record
002982         if CF-Seq-No numeric
002982             move CF-Seq-No to Chain-Last-Seq-No
002982             move CF-Chain-Hash to Chain-Last-Hash
002982         end-if
002982         go to 9465-EXIT
002982     end-if
002982     if AA-Seq-No numeric
002982         move AA-Seq-No to Chain-Last-Seq-No
002982         move AA-Chain-Hash to Chain-Last-Hash
002982     end-if
002982     go to 9465-EXIT.
002982 9465-EXIT.
002982     exit.
002982
002982 9470-CHAIN-AUDIT-RECORD.
002982*    Stamp the next sequence number and hash the record, with the
002982*    chain hash of the one before, over every byte up to its own
002982*    hash field.
002982     move space          to AA-Space17
002982     add 1 to Chain-Last-Seq-No
002982     move Chain-Last-Seq-No to AA-Seq-No
002982     move space          to AA-Space18
002982     move Chain-Last-Hash to HS-Prior-Hash
002982     Compute HS-Cover-Length = length of AVGAUDIT-RECORD
002982         - length of AA-Chain-Hash
002982     call "AVGHASH" using HASH-AREA, AVGAUDIT-RECORD
002982     move HS-Record-Hash to AA-Chain-Hash
002982     move HS-Record-Hash to Chain-Last-Hash
002982     go to 9470-EXIT.
002982 9470-EXIT.
002982     exit.
002982
002982 9480-OPEN-SUMMARY-IO.
002982*    A missing AVGASUM (status 35) is created empty, the same way
002982*    the schedule open does. A summary that cannot be opened does
002982*    not stop the trail write - AVGASRB rebuilds it from the
002982*    trail.
002982     move 'N' to AVGASUM-Open-Switch
002982     open i-o AVGASUM-FILE
002982     if AVGASUM-Status = "35"
002982         open output AVGASUM-FILE
002982         close AVGASUM-FILE
002982         open i-o AVGASUM-FILE
002982     end-if
002982     if AVGASUM-Status not = "00"
002982         Display 'Unable to open AVGASUM - status '
002982             AVGASUM-Status
002982         Display 'The trail is written - rebuild the summary with'
002982         Display 'AVGASRB'
002982         go to 9480-EXIT
002982     end-if
002982     set AVGASUM-Open to true
002982     go to 9480-EXIT.
002982 9480-EXIT.
002982     exit.
002982
002982 9485-WRITE-SUMMARY-ROW.
002982     if not AVGASUM-Open
002982         go to 9485-EXIT
002982     end-if
002982     call "AVGASBLD" using AVGAUDIT-RECORD, AVGASUM-RECORD
002982     write AVGASUM-RECORD
002982         invalid key
002982             Display 'AVGASUM write failed - status '
002982                 AVGASUM-Status ' for ' ASUM-Key
002982     end-write
002982     go to 9485-EXIT.
002982 9485-EXIT.
002982     exit.
002982
002982 9490-MARK-SUMMARY-REVERSED.
002982*    The reversed run's row is keyed exactly as the run itself -
002982*    its set key, run date and time and chain sequence number
002982*    (zero on a run written before the chain was carried).
002982     if not AVGASUM-Open
002982         go to 9490-EXIT
002982     end-if
002982     if RO-Set-ID not = spaces
002982         move RO-Set-ID to ASUM-Set-Key
002982     else
002982         move RO-Dept-Code to ASUM-Set-Key
002982     end-if
002982     move RO-Run-Date to ASUM-Run-Date
002982     move RO-Run-Time to ASUM-Run-Time
002982     if RO-Seq-No numeric
002982         move RO-Seq-No to ASUM-Seq-No
002982     else
002982         move zero to ASUM-Seq-No
002982     end-if
002982     read AVGASUM-FILE
002982         invalid key
002982             Display 'AVGASUM holds no row for the reversed run -'
002982             Display 'rebuild the summary with AVGASRB'
002982             go to 9490-EXIT
002982     end-read
002982     if ASUM-REVERSED
002982         go to 9490-EXIT
002982     end-if
002982     set ASUM-REVERSED to true
002982     rewrite AVGASUM-RECORD
002982         invalid key
002982             Display 'AVGASUM rewrite failed - status '
002982                 AVGASUM-Status
002982     end-rewrite
002982     go to 9490-EXIT.
002982 9490-EXIT.
002982     exit.
002982
002982 9495-CLOSE-SUMMARY.
002982     if AVGASUM-Open
002982         close AVGASUM-FILE
002982         move 'N' to AVGASUM-Open-Switch
002982     end-if
002982     go to 9495-EXIT.
002982 9495-EXIT.
002982     exit.
002982
002982
002982*----------------------------------------------------------------
002982*    AVGTARG target maintenance - the average finance expects of
002982*    a department (D) or of a key NBRMAST set (S), in force from
002982*    one month to another (a zero last month runs until further
002982*    notice), with the low and high band an actual average must
002982*    stay inside. A key may carry a run of entries by first
002982*    month; the batch and AVGSTMT use the latest one started.
002982*----------------------------------------------------------------
002982 9500-TARGET-MAINTENANCE.
002982     perform 9590-OPEN-TARGET-IO thru 9590-EXIT
002982     if AVGTARG-Status not = "00"
002982         go to 9500-EXIT
002982     end-if
002982     Display 'A add, C change, D delete, L list the targets: '
002982     Accept Target-Function
002982     if Target-Add
002982         perform 9510-TARGET-ADD thru 9510-EXIT
002982     else
002982         if Target-Change
002982             perform 9520-TARGET-CHANGE thru 9520-EXIT
002982         else
002982             if Target-Delete
002982                 perform 9530-TARGET-DELETE thru 9530-EXIT
002982             else
002982                 if Target-List
002982                     perform 9540-TARGET-LIST thru 9540-EXIT
002982                 else
002982                     Display 'Choose A, C, D or L'
002982                 end-if
002982             end-if
002982         end-if
002982     end-if
002982     close AVGTARG-FILE
002982     go to 9500-EXIT.
002982 9500-EXIT.
002982     exit.
002982
002982 9505-ACCEPT-TARGET-KEY.
002982*    Type, department or set ID and first month make the key.
002982     move 'N' to Target-Field-OK-Switch
002982     Display 'Target for D department or S set: '
002982     Accept Target-Type-In
002982     if Target-Type-In = 'd' move 'D' to Target-Type-In end-if
002982     if Target-Type-In = 's' move 'S' to Target-Type-In end-if
002982     if Target-Type-In not = 'D' and 'S'
002982         Display 'Type must be D or S'
002982         go to 9505-EXIT
002982     end-if
002982     if Target-Type-In = 'D'
002982         Display 'Department code: '
002982     else
002982         Display 'Set ID: '
002982     end-if
002982     Accept Target-Code-In
002982     if Target-Code-In = spaces
002982         Display 'Code may not be blank'
002982         go to 9505-EXIT
002982     end-if
002982     Display 'First month in force YYYYMM: '
002982     Accept Target-Period-In
002982     if Target-Period-In not numeric
002982         or Target-Period-Month < 1 or Target-Period-Month > 12
002982         Display 'Month must be YYYYMM with a month of 01-12'
002982         go to 9505-EXIT
002982     end-if
002982     move Target-Type-In to TG-Target-Type
002982     move Target-Code-In to TG-Target-Code
002982     move Target-Period-In to TG-Period-From
002982     set Target-Field-OK to true
002982     go to 9505-EXIT.
002982 9505-EXIT.
002982     exit.
002982
002982 9510-TARGET-ADD.
002982     perform 9505-ACCEPT-TARGET-KEY thru 9505-EXIT
002982     if not Target-Field-OK
002982         go to 9510-EXIT
002982     end-if
002982     perform 9580-READ-TARGET-BY-KEY thru 9580-EXIT
002982     if Target-Found
002982         Display 'That target is already on file -'
002982         Display 'use C to change it'
002982         go to 9510-EXIT
002982     end-if
002982     perform 9515-CHECK-TARGET-CODE thru 9515-EXIT
002982     if not Target-Field-OK
002982         go to 9510-EXIT
002982     end-if
002982     move Target-Type-In to TG-Target-Type
002982     move Target-Code-In to TG-Target-Code
002982     move Target-Period-In to TG-Period-From
002982     perform 9550-COLLECT-TARGET-FIELDS thru 9550-EXIT
002982     write AVGTARG-RECORD
002982     if AVGTARG-Status = "00"
002982         Display 'Target for ' Target-Code-In ' from '
002982             TG-Period-From ' added'
002982     else
002982         Display 'AVGTARG write failed - status ' AVGTARG-Status
002982     end-if
002982     go to 9510-EXIT.
002982 9510-EXIT.
002982     exit.
002982
002982 9515-CHECK-TARGET-CODE.
002982*    A department target needs the department on AVGDEPT and a
002982*    set target needs the set on NBRMAST - a target nothing can
002982*    ever be measured against is refused at the door.
002982     move 'N' to Target-Field-OK-Switch
002982     if Target-Type-In = 'S'
002982         perform 4900-OPEN-MASTER-IO thru 4900-EXIT
002982         if NBRMAST-Status not = "00"
002982             go to 9515-EXIT
002982         end-if
002982         move Target-Code-In to NM-Set-ID
002982         perform 4800-READ-MASTER-BY-ID thru 4800-EXIT
002982         perform 4910-CLOSE-MASTER thru 4910-EXIT
002982         if Master-Not-Found
002982             Display 'Set ID ' Target-Code-In ' is not on NBRMAST'
002982         else
002982             set Target-Field-OK to true
002982         end-if
002982         go to 9515-EXIT
002982     end-if
002982     if Target-Code-In(5:4) not = spaces
002982         Display 'Department code is at most 4 characters'
002982         go to 9515-EXIT
002982     end-if
002982     open input AVGDEPT-FILE
002982     if AVGDEPT-Status not = "00"
002982         Display 'AVGDEPT not available - code accepted unchecked'
002982         set Target-Field-OK to true
002982         go to 9515-EXIT
002982     end-if
002982     move Target-Code-In to DP-Dept-Code
002982     read AVGDEPT-FILE
002982         invalid key
002982             Display 'Department ' Target-Code-In
002982                 ' is not on AVGDEPT'
002982         not invalid key
002982             set Target-Field-OK to true
002982     end-read
002982     close AVGDEPT-FILE
002982     go to 9515-EXIT.
002982 9515-EXIT.
002982     exit.
002982
002982 9520-TARGET-CHANGE.
002982     perform 9505-ACCEPT-TARGET-KEY thru 9505-EXIT
002982     if not Target-Field-OK
002982         go to 9520-EXIT
002982     end-if
002982     perform 9580-READ-TARGET-BY-KEY thru 9580-EXIT
002982     if Target-Not-Found
002982         Display 'No target for ' Target-Code-In ' from '
002982             Target-Period-In
002982         go to 9520-EXIT
002982     end-if
002982     perform 9545-SHOW-ONE-TARGET thru 9545-EXIT
002982     perform 9550-COLLECT-TARGET-FIELDS thru 9550-EXIT
002982     rewrite AVGTARG-RECORD
002982     if AVGTARG-Status = "00"
002982         Display 'Target for ' Target-Code-In ' from '
002982             TG-Period-From ' changed'
002982     else
002982         Display 'AVGTARG rewrite failed - status '
002982             AVGTARG-Status
002982     end-if
002982     go to 9520-EXIT.
002982 9520-EXIT.
002982     exit.
002982
002982 9530-TARGET-DELETE.
002982     perform 9505-ACCEPT-TARGET-KEY thru 9505-EXIT
002982     if not Target-Field-OK
002982         go to 9530-EXIT
002982     end-if
002982     perform 9580-READ-TARGET-BY-KEY thru 9580-EXIT
002982     if Target-Not-Found
002982         Display 'No target for ' Target-Code-In ' from '
002982             Target-Period-In
002982         go to 9530-EXIT
002982     end-if
002982     perform 9545-SHOW-ONE-TARGET thru 9545-EXIT
002982     Display 'Delete this target (Y/N): '
002982     Accept Target-Delete-Confirm
002982     if Target-Delete-Confirm not = 'Y' and 'y'
002982         Display 'Target left in place'
002982         go to 9530-EXIT
002982     end-if
002982     delete AVGTARG-FILE
002982     if AVGTARG-Status = "00"
002982         Display 'Target for ' Target-Code-In ' from '
002982             TG-Period-From ' deleted'
002982     else
002982         Display 'AVGTARG delete failed - status '
002982             AVGTARG-Status
002982     end-if
002982     go to 9530-EXIT.
002982 9530-EXIT.
002982     exit.
002982
002982 9540-TARGET-LIST.
002982     move zero to Target-List-Count
002982     move 'N' to AVGTARG-EOF-Switch
002982     move low-values to TG-Key
002982     start AVGTARG-FILE key not < TG-Key
002982         invalid key
002982             set AVGTARG-EOF to true
002982     end-start
002982     perform 9541-LIST-ONE-TARGET thru 9541-EXIT
002982         until AVGTARG-EOF
002982     Display 'Targets on file: ' Target-List-Count
002982     go to 9540-EXIT.
002982 9540-EXIT.
002982     exit.
002982
002982 9541-LIST-ONE-TARGET.
002982     read AVGTARG-FILE next
002982         at end
002982             set AVGTARG-EOF to true
002982         not at end
002982             add 1 to Target-List-Count
002982             perform 9545-SHOW-ONE-TARGET thru 9545-EXIT
002982     end-read
002982     go to 9541-EXIT.
002982 9541-EXIT.
002982     exit.
002982
002982 9545-SHOW-ONE-TARGET.
002982     move TG-Target-Average to Target-Average-Display
002982     move TG-Low-Band to Target-Low-Display
002982     move TG-High-Band to Target-High-Display
002982     Display TG-Target-Type ' ' TG-Target-Code ' from '
002982         TG-Period-From ' to ' TG-Period-To
002982     Display '    target ' Target-Average-Display ' band '
002982         Target-Low-Display ' to ' Target-High-Display
002982         ' by ' TG-Maint-Oper-ID ' ' TG-Maint-Date
002982     go to 9545-EXIT.
002982 9545-EXIT.
002982     exit.
002982
002982 9550-COLLECT-TARGET-FIELDS.
002982*    Every field is edited as it is keyed so the batch never meets
002982*    a band it cannot judge against.
002982     move 'N' to Target-Field-OK-Switch
002982     perform 9560-ACCEPT-LAST-MONTH thru 9560-EXIT
002982         until Target-Field-OK
002982     move 'N' to Target-Field-OK-Switch
002982     perform 9570-ACCEPT-TARGET-BAND thru 9570-EXIT
002982         until Target-Field-OK
002982     move Operator-ID to TG-Maint-Oper-ID
002982     Accept Todays-Date from date yyyymmdd
002982     move Todays-Date to TG-Maint-Date
002982     go to 9550-EXIT.
002982 9550-EXIT.
002982     exit.
002982
002982 9560-ACCEPT-LAST-MONTH.
002982     Display 'Last month in force YYYYMM (0 = until changed): '
002982     Accept Target-Period-In
002982     if Target-Period-In = zero
002982         move zero to TG-Period-To
002982         set Target-Field-OK to true
002982         go to 9560-EXIT
002982     end-if
002982     if Target-Period-In not numeric
002982         or Target-Period-Month < 1 or Target-Period-Month > 12
002982         Display 'Month must be YYYYMM with a month of 01-12'
002982         go to 9560-EXIT
002982     end-if
002982     if Target-Period-In < TG-Period-From
002982         Display 'Last month may not be before the first month'
002982         go to 9560-EXIT
002982     end-if
002982     move Target-Period-In to TG-Period-To
002982     set Target-Field-OK to true
002982     go to 9560-EXIT.
002982 9560-EXIT.
002982     exit.
002982
002982 9570-ACCEPT-TARGET-BAND.
002982     Display 'Target average: '
002982     Accept Target-Amount-In
002982     Display 'Low band - lowest acceptable average: '
002982     Accept Target-Low-In
002982     Display 'High band - highest acceptable average: '
002982     Accept Target-High-In
002982     if Target-Low-In > Target-Amount-In
002982         or Target-High-In < Target-Amount-In
002982         Display 'Band must run from low to high around'
002982             ' the target'
002982         go to 9570-EXIT
002982     end-if
002982     move Target-Amount-In to TG-Target-Average
002982     move Target-Low-In to TG-Low-Band
002982     move Target-High-In to TG-High-Band
002982     set Target-Field-OK to true
002982     go to 9570-EXIT.
002982 9570-EXIT.
002982     exit.
002982
002982 9580-READ-TARGET-BY-KEY.
002982     set Target-Found to true
002982     read AVGTARG-FILE
002982         invalid key
002982             set Target-Not-Found to true
002982     end-read
002982     go to 9580-EXIT.
002982 9580-EXIT.
002982     exit.
002982
002982 9590-OPEN-TARGET-IO.
002982*    A missing target file (status 35) just means no target has
002982*    been set yet - create it empty, as the schedule open does.
002982     open i-o AVGTARG-FILE
002982     if AVGTARG-Status = "35"
002982         open output AVGTARG-FILE
002982         close AVGTARG-FILE
002982         open i-o AVGTARG-FILE
002982     end-if
002982     if AVGTARG-Status not = "00"
002982         Display 'Unable to open AVGTARG - status '
002982             AVGTARG-Status
002982     end-if
002982     go to 9590-EXIT.
002982 9590-EXIT.
002982     exit.
002983 end program AVGMENU.
