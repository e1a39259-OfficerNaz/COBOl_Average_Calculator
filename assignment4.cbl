000149*                    record (new AA-Operator-ID on AUDREC);
000149*                    batch runs stamp BATCH, so the trail
000149*                    answers who as well as what.
000149*   2026-10-15 NS    AVGPARM record layout moved to the new
000149*                    PARMREC copybook, shared with the AVGSCHED
000149*                    recurring-run step that builds the
000149*                    scheduled part of the NBRSETS queue for the
000149*                    same processing date.
000149*   2026-10-15 NS    1300-LOAD-AUDIT-HISTORY now honours the
000149*                    supervisor reversals AVGMENU appends to
000149*                    AVGAUDIT - a first pass loads the V
000149*                    reversal keys (REVTAB copybook) and the
000149*                    history pass skips the reversal records and
000149*                    the runs they reverse, so a wrong run can
000149*                    no longer be matched as the prior average.
000149*                    Audit records now carry the record type,
000149*                    reason and reference fields, blank for an
000149*                    ordinary run.
000149*   2026-10-15 NS    Duplicate-submission check - each batch set
000149*                    is fingerprinted (AVGFPRT subprogram,
000149*                    FPRTAREA copybook) from its department, set
000149*                    ID, entries and control total and checked
000149*                    against the sets already run this batch and
000149*                    the AVGAUDIT runs inside a look-back window
000149*                    (new AVGPARM duplicate window, default seven
000149*                    days). A repeat parks on AVGSUSP under the
000149*                    new reason DU with the run date and time of
000149*                    the run it matches, and AVGOPSR counts it.
000149*                    A set pulled from NBRMAST by ID only counts
000149*                    as a repeat of a run on the same processing
000149*                    date, since it is scheduled to recur. Audit
000149*                    records now carry the fingerprint.
000149*   2026-10-15 NS    Audit records are now hash-chained - each
000149*                    one written carries the next sequence
000149*                    number and a chain hash (AVGHASH, HASHAREA
000149*                    copybook) over the record and the chain
000149*                    hash of the record before it, found by
000149*                    reading the end of the trail before it is
000149*                    opened for extend. The AVGTVFY verifier
000149*                    proves the chain.
000149*   2026-10-15 NS    Every audit record written now also writes
000149*                    its row on the new AVGASUM indexed audit
000149*                    summary (ASUMREC copybook, built by
000149*                    AVGASBLD), and the variance check reads the
000149*                    latest prior average for the set key
000149*                    straight off AVGASUM instead of loading the
000149*                    200-slot history table from the trail, so
000149*                    there is no longer a ceiling on the number
000149*                    of sets checked. 1300-LOAD-AUDIT-HISTORY now
000149*                    only loads the duplicate look-back. AVGOPSR
000149*                    shows the AVGASUM open status.
000149*   2026-10-15 NS    Batch runs now hold each set, and each
000149*                    department subtotal, to its target average
000149*                    on the new AVGTARG indexed target file
000149*                    (TARGREC copybook, compared by the new
000149*                    AVGTCMP subprogram). The report line carries
000149*                    the set's target flag, target average and gap
000149*                    percent; anything outside its band is listed
000149*                    on the new AVGTEXC target exception report
000149*                    and gives return code 4. AVGOPSR shows the
000149*                    exception counts and the AVGTARG and AVGTEXC
000149*                    open statuses.
000149*   2026-10-15 NS    A set that came in on an AVGIMPIN feed now
000149*                    logs what became of it on the AVGACKL
000149*                    acknowledgement event file - parked with its
000149*                    reason, skipped, empty, or processed with its
000149*                    sum, average and reconciliation flag - for
000149*                    AVGACK to send back to the feeder. The feed
000149*                    reference rides on NBRSETS and is kept on the
000149*                    AVGSUSP record of a parked set. AVGOPSR
000149*                    counts the events logged and any lost.
000149*   2026-10-15 NS    A parked set keeps the calculation mode and
000149*                    weights it was run with on AVGSUSP, so a
000149*                    suspected duplicate released from the menu
000149*                    repeats the original average.
000150*--------------------------------------------------------------
000160
000170 environment division.
000219         access is dynamic
000219         record key is DP-Dept-Code
000219         file status is AVGDEPT-Status.
000219     select AVGASUM-FILE assign to "AVGASUM"
000219         organization is indexed
000219         access is dynamic
000219         record key is ASUM-Key
000219         alternate record key is ASUM-Dept-Code with duplicates
000219         file status is AVGASUM-Status.
000219     select AVGTARG-FILE assign to "AVGTARG"
000219         organization is indexed
000219         access is dynamic
000219         record key is TG-Key
000219         file status is AVGTARG-Status.
000219     select AVGTEXC-FILE assign to "AVGTEXC"
000219         organization is line sequential
000219         file status is AVGTEXC-Status.
000219     select AVGACKL-FILE assign to "AVGACKL"
000219         organization is line sequential
000219         file status is AVGACKL-Status.
000220
000230 data division.
000240 file section.
000458
000458 FD  AVGPARM-FILE.
000458 01  AVGPARM-RECORD.
000458     COPY PARMREC.
000458
000458 FD  NBRMAST-FILE.
000458 01  NBRMAST-RECORD.
000458     COPY NBRMASTR.
000458
000458 FD  AVGSUSP-FILE.
000458 01  AVGSUSP-RECORD PIC X(6067).
000458
000458 FD  AVGVAR-FILE.
000458 01  AVGVAR-RECORD PIC X(82).
000458 FD  AVGLOCK-FILE.
000458 01  AVGLOCK-RECORD PIC X(17).
000458
000458 FD  AVGASUM-FILE.
000458 01  AVGASUM-RECORD.
000458     COPY ASUMREC.
000458
000458 FD  AVGTARG-FILE.
000458 01  AVGTARG-RECORD.
000458     COPY TARGREC.
000458
000458 FD  AVGTEXC-FILE.
000458 01  AVGTEXC-RECORD PIC X(132).
000458
000458 FD  AVGACKL-FILE.
000458 01  AVGACKL-RECORD.
000458     COPY ACKREC.
000458
000459 working-storage section.
000448 01 NUMBER-SET.
000449     COPY NUMTAB.
000670 01 Variance-Pct PIC S9(03)V99 value zero.
000670 01 Variance-Magnitude PIC 9(03)V99.
000670 01 Prior-Average PIC S9(05)V99.
000670 01 AVGASUM-Status PIC X(02).
000670 01 AVGASUM-Open-Switch PIC X(01) value "N".
000670     88 AVGASUM-Open value "Y".
000670 01 AVGASUM-EOF-Switch PIC X(01).
000670     88 AVGASUM-EOF value "Y".
000670 01 AVGTARG-Status PIC X(02).
000670 01 AVGTARG-Open-Switch PIC X(01) value "N".
000670     88 AVGTARG-Open value "Y".
000670 01 AVGTARG-EOF-Switch PIC X(01).
000670     88 AVGTARG-EOF value "Y".
000670 01 AVGTEXC-Status PIC X(02).
000670 01 AVGACKL-Status PIC X(02).
000670 01 AVGACKL-Open-Switch PIC X(01) value "N".
000670     88 AVGACKL-Open value "Y".
000670 01 AVGACKL-Failed-Switch PIC X(01) value "N".
000670     88 AVGACKL-Failed value "Y".
000670 01 Ack-Event-Status PIC X(09).
000670 01 Ack-Reason-Code PIC X(02).
000670 01 AVGTEXC-Open-Switch PIC X(01) value "N".
000670     88 AVGTEXC-Open value "Y".
000670 01 Target-Run-Date PIC 9(08).
000670 01 Target-Period PIC 9(06).
000670 01 Target-Lookup-Type PIC X(01).
000670 01 Target-Lookup-Code PIC X(08).
000670 01 Target-Found-Switch PIC X(01).
000670     88 Target-Found value "Y".
000670 01 Found-Target-Average PIC S9(05)V99.
000670 01 Found-Low-Band PIC S9(05)V99.
000670 01 Found-High-Band PIC S9(05)V99.
000670 01 Set-Target-Switch PIC X(01) value "N".
000670     88 Set-Target-Checked value "Y".
000670 01 Set-Target-Flag PIC X(01) value space.
000670 01 Set-Target-Gap-Pct PIC S9(04)V99 value zero.
000670 01 Target-Dept-Average PIC S9(05)V99.
000670 01 TARGET-COMPARE-AREA.
000670     COPY TCMPAREA.
000670
000670 01 CF-Work-Record.
000670     COPY CFREC.
000670
000670 01 Reversal-Table-Area.
000670     COPY REVTAB.
000670 01 Reversal-Key-Work.
000670     05 RK-Run-Date PIC X(08).
000670     05 RK-Run-Time PIC X(06).
000670     05 RK-Dept-Code PIC X(04).
000670     05 RK-Set-ID PIC X(08).
000670 01 Reversal-Pointer PIC 9(03).
000670 01 Run-Reversed-Switch PIC X(01).
000670     88 Run-Reversed value "Y".
000670 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000670     88 Reversal-Full-Warned value "Y".
000670
000670 01 FINGERPRINT-AREA.
000670     COPY FPRTAREA.
000670 01 HASH-AREA.
000670     COPY HASHAREA.
000670 01 CB-Work-Record.
000670     COPY CBREC.
000670 01 Chain-Last-Seq-No PIC 9(09) value zero.
000670 01 Chain-Last-Hash PIC X(18) value zeros.
000670 01 DATE-AREA.
000670     COPY DATEAREA.
000670 01 Dup-Window-Days PIC 9(03) value 7.
000670 01 Dup-Process-Date PIC 9(08).
000670 01 Dup-Low-Date PIC 9(08) value 99999999.
000670 01 Dup-Key-Work.
000670     05 DK-Dept-Code PIC X(04).
000670     05 DK-Set-ID PIC X(08).
000670     05 DK-Value PIC X(23).
000670 01 Dup-Table-Area.
000670     05 Dup-Count PIC 9(04) value zero.
000670     05 Dup-Item OCCURS 2000 TIMES.
000670         10 DUP-Key.
000670             15 DUP-Dept-Code PIC X(04).
000670             15 DUP-Set-ID PIC X(08).
000670             15 DUP-Value PIC X(23).
000670         10 DUP-Run-Date PIC X(08).
000670         10 DUP-Run-Time PIC X(06).
000670         10 DUP-Source PIC X(01).
000670             88 DUP-This-Run value "R".
000670             88 DUP-On-Trail value "A".
000670 01 Dup-Pointer PIC 9(04).
000670 01 Dup-Found-Pointer PIC 9(04).
000670 01 Duplicate-Switch PIC X(01).
000670     88 Duplicate-Found value "Y".
000670 01 Dup-Full-Warned-Switch PIC X(01) value "N".
000670     88 Dup-Full-Warned value "Y".
000670
000670 01 AVGLOCK-Status PIC X(02).
000670 01 Lock-Work-Record.
000670     COPY LOCKREC.
000670 01 Ops-Parked-DV PIC 9(05).
000670 01 Ops-Parked-RB PIC 9(05).
000670 01 Ops-Parked-OV PIC 9(05).
000670 01 Ops-Parked-DU PIC 9(05).
000670 01 Ops-Skipped-Checkpoint PIC 9(05).
000670 01 Ops-Skipped-Master PIC 9(05).
000670 01 Ops-Variance-Alerts PIC 9(05).
000670 01 Ops-Target-Set-Exceptions PIC 9(05).
000670 01 Ops-Target-Dept-Exceptions PIC 9(05).
000670 01 Ops-Ack-Events-Logged PIC 9(05).
000670 01 Ops-Ack-Events-Lost PIC 9(05).
000670 01 Ops-Balance-Work PIC 9(06).
000670 01 Ops-Balance-Switch PIC X(01).
000670     88 Ops-In-Balance value "Y".
000670 01 Ops-AVGSUSP-Stat PIC X(02) value "--".
000670 01 Ops-AVGVAR-Stat PIC X(02) value "--".
000670 01 Ops-AVGCKPT-Stat PIC X(02) value "--".
000670 01 Ops-AVGASUM-Stat PIC X(02) value "--".
000670 01 Ops-AVGTARG-Stat PIC X(02) value "--".
000670 01 Ops-AVGTEXC-Stat PIC X(02) value "--".
000670
000670 01 Ops-Count-Line.
000670     05 OCL-Label PIC X(30).
000670     05 OTL-AVGVAR PIC X(02).
000670     05 filler PIC X(09) value ' AVGCKPT '.
000670     05 OTL-AVGCKPT PIC X(02).
000670     05 filler PIC X(09) value ' AVGASUM '.
000670     05 OTL-AVGASUM PIC X(02).
000670     05 filler PIC X(09) value ' AVGTARG '.
000670     05 OTL-AVGTARG PIC X(02).
000670     05 filler PIC X(09) value ' AVGTEXC '.
000670     05 OTL-AVGTEXC PIC X(02).
000670
000670 01 Ops-Balance-Line.
000670     05 OBL-Text PIC X(30).
000670         10 DTB-Dept-Name PIC X(20).
000670         10 DTB-Active-Flag PIC X(01).
000670
000670 01 Variance-Alert-Line.
000670     05 filler PIC X(09) value 'VARIANCE '.
000670     05 VAL-Key PIC X(08).
000670     05 filler PIC X(13) value ' PCT AGAINST '.
000670     05 VAL-Tolerance PIC 9(03).
000670     05 filler PIC X(04) value ' PCT'.
000670
000670 01 Target-Exception-Line.
000670     05 TXL-Level PIC X(05).
000670     05 TXL-Key PIC X(08).
000670     05 filler PIC X(06) value ' DEPT '.
000670     05 TXL-Dept-Code PIC X(04).
000670     05 filler PIC X(08) value ' ACTUAL '.
000670     05 TXL-Actual PIC -(5)9.99.
000670     05 filler PIC X(08) value ' TARGET '.
000670     05 TXL-Target PIC -(5)9.99.
000670     05 filler PIC X(06) value ' BAND '.
000670     05 TXL-Low-Band PIC -(5)9.99.
000670     05 filler PIC X(04) value ' TO '.
000670     05 TXL-High-Band PIC -(5)9.99.
000670     05 filler PIC X(05) value ' GAP '.
000670     05 TXL-Gap-Amount PIC -(6)9.99.
000670     05 filler PIC X(01) value space.
000670     05 TXL-Gap-Pct PIC +ZZZ9.99.
000670     05 filler PIC X(05) value ' PCT '.
000670     05 TXL-Result PIC X(05).
000670
000670 01 Target-Heading-Line.
000670     05 filler PIC X(26) value 'TARGET EXCEPTIONS FOR RUN '.
000670     05 THL-Run-Date PIC 9(08).
000670     05 filler PIC X(08) value ' PERIOD '.
000670     05 THL-Period PIC 9(06).
000670
000670 01 Target-Trailer-Line.
000670     05 filler PIC X(18) value 'SETS OUTSIDE BAND '.
000670     05 TTL-Set-Count PIC ZZZZ9.
000670     05 filler PIC X(20) value ' DEPTS OUTSIDE BAND '.
000670     05 TTL-Dept-Count PIC ZZZZ9.
000670
000670 01 Dept-Set-Count PIC 9(05).
000670 01 Dept-Sum PIC S9(11)V99.
000670 01 Dept-Entry-Count PIC 9(07).
000815         perform 1300-LOAD-AUDIT-HISTORY thru 1300-EXIT
000815         perform 1400-LOAD-DEPT-TABLE thru 1400-EXIT
000815     end-if
000815     perform 7400-FIND-CHAIN-END thru 7400-EXIT
000816     open extend AVGAUDIT-FILE
000817     if AVGAUDIT-Status = "35"
000818         open output AVGAUDIT-FILE
000819     end-if
000819     perform 7600-OPEN-SUMMARY thru 7600-EXIT
000820     if Run-Mode-Batch
000830         perform 2000-BATCH-RUN thru 2000-EXIT
000840     else
000860     end-if
000865     close AVGRPT-FILE
000866     close AVGAUDIT-FILE
000866     if AVGASUM-Open
000866         close AVGASUM-FILE
000866     end-if
000867     move Run-Return-Code to Return-Code
000870     stop run.
000880
000908     if PARM-Tolerance-Pct numeric
000908         move PARM-Tolerance-Pct to Tolerance-Pct
000908     end-if
000908     if PARM-Dup-Window-Days numeric
000908         move PARM-Dup-Window-Days to Dup-Window-Days
000908     end-if
000909     set AVGPARM-Present to true
000910     close AVGPARM-FILE
000911     go to 1100-EXIT.
000924     if Run-Mode-Batch
000924         Display 'Variance tolerance percent (0 = no check): '
000924         Accept Tolerance-Pct
000924         Display 'Duplicate look-back days (0 = this run only): '
000924         Accept Dup-Window-Days
000924     end-if
000925     go to 1200-EXIT.
000926 1200-EXIT.
000927     exit.
000928
000929 1300-LOAD-AUDIT-HISTORY.
000930*    Load the fingerprints of the runs inside the duplicate
000931*    look-back window from the audit trail before it is
000932*    reopened for extend. A run a supervisor has reversed is no
000933*    earlier submission at all - the reversal keys are loaded
000934*    first so the history pass can step over it. Prior averages
000935*    for the variance check come from AVGASUM by key instead.
000936     perform 1350-LOAD-REVERSALS thru 1350-EXIT
000936     perform 1320-SET-DUP-WINDOW thru 1320-EXIT
000937     open input AVGAUDIT-FILE
000938     if AVGAUDIT-Status not = "00"
000939         go to 1300-EXIT
000952             set AVGAUDIT-EOF to true
000953             go to 1310-EXIT
000954     end-read
000954     if AVGAUDIT-RECORD(1:2) = 'CF' or 'CB'
000954         go to 1310-EXIT
000954     end-if
000954     if AA-REVERSAL
000954         go to 1310-EXIT
000954     end-if
000954     perform 1370-CHECK-RUN-REVERSED thru 1370-EXIT
000954     if Run-Reversed
000954         go to 1310-EXIT
000954     end-if
000954     if AA-Fingerprint not = spaces
000954         and AA-Run-Date numeric
000954         and AA-Run-Date not < Dup-Low-Date
000954         perform 1330-SAVE-TRAIL-FINGERPRINT thru 1330-EXIT
000954     end-if
000967     go to 1310-EXIT.
000968 1310-EXIT.
000969     exit.
000969
000969 1320-SET-DUP-WINDOW.
000969*    The duplicate look-back runs from the processing date back
000969*    the window's number of days - a zero window leaves only the
000969*    sets of this run to check against.
000969     move zero to Dup-Count
000969     Accept Dup-Process-Date from date yyyymmdd
000969     if Process-Date-Override not = zero
000969         move Process-Date-Override to Dup-Process-Date
000969     end-if
000969     move 99999999 to Dup-Low-Date
000969     if Dup-Window-Days = zero
000969         go to 1320-EXIT
000969     end-if
000969     move 'N' to DT-Function
000969     move Dup-Process-Date to DT-Date
000969     call "AVGDATE" using DATE-AREA
000969     if DT-INVALID
000969         Display 'Processing date ' Dup-Process-Date
000969             ' is not a calendar date -'
000969         Display 'duplicates are checked within this run only'
000969         go to 1320-EXIT
000969     end-if
000969     if DT-Day-Number not > Dup-Window-Days
000969         move zero to Dup-Low-Date
000969         go to 1320-EXIT
000969     end-if
000969     Compute DT-Day-Number = DT-Day-Number - Dup-Window-Days
000969     move 'D' to DT-Function
000969     call "AVGDATE" using DATE-AREA
000969     move DT-Date to Dup-Low-Date
000969     go to 1320-EXIT.
000969 1320-EXIT.
000969     exit.
000969
000969 1330-SAVE-TRAIL-FINGERPRINT.
000969     if Dup-Count < 2000
000969         add 1 to Dup-Count
000969         move AA-Dept-Code to DUP-Dept-Code(Dup-Count)
000969         move AA-Set-ID to DUP-Set-ID(Dup-Count)
000969         move AA-Fingerprint to DUP-Value(Dup-Count)
000969         move AA-Run-Date to DUP-Run-Date(Dup-Count)
000969         move AA-Run-Time to DUP-Run-Time(Dup-Count)
000969         set DUP-On-Trail(Dup-Count) to true
000969     else
000969         if not Dup-Full-Warned
000969             Display 'Duplicate table is full - the oldest runs'
000969             Display 'in the look-back window are not checked'
000969             set Dup-Full-Warned to true
000969         end-if
000969     end-if
000969     go to 1330-EXIT.
000969 1330-EXIT.
000969     exit.
000969
000969 1350-LOAD-REVERSALS.
000969*    Every V reversal record on the trail, keyed the way the run
000969*    it reverses is keyed - its run date and time, department
000969*    and set ID.
000969     move zero to RV-Count
000969     open input AVGAUDIT-FILE
000969     if AVGAUDIT-Status not = "00"
000969         go to 1350-EXIT
000969     end-if
000969     move 'N' to AVGAUDIT-EOF-Switch
000969     perform 1360-LOAD-ONE-REVERSAL thru 1360-EXIT
000969         until AVGAUDIT-EOF
000969     close AVGAUDIT-FILE
000969     go to 1350-EXIT.
000969 1350-EXIT.
000969     exit.
000969
000969 1360-LOAD-ONE-REVERSAL.
000969     read AVGAUDIT-FILE
000969         at end
000969             set AVGAUDIT-EOF to true
000969             go to 1360-EXIT
000969     end-read
000969     if AVGAUDIT-RECORD(1:2) = 'CF' or 'CB'
000969         go to 1360-EXIT
000969     end-if
000969     if not AA-REVERSAL
000969         go to 1360-EXIT
000969     end-if
000969     if RV-Count < 500
000969         add 1 to RV-Count
000969         move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
000969         move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
000969         move AA-Dept-Code to RV-Dept-Code(RV-Count)
000969         move AA-Set-ID to RV-Set-ID(RV-Count)
000969         move 'N' to RV-Used-Flag(RV-Count)
000969     else
000969         if not Reversal-Full-Warned
000969             Display 'Reversal table is full - some reversed'
000969             Display 'runs still count as earlier submissions'
000969             set Reversal-Full-Warned to true
000969         end-if
000969     end-if
000969     go to 1360-EXIT.
000969 1360-EXIT.
000969     exit.
000969
000969 1370-CHECK-RUN-REVERSED.
000969*    The first unused reversal for this run's key claims it, so
000969*    two runs sharing a key are reversed one for one in trail
000969*    order.
000969     move 'N' to Run-Reversed-Switch
000969     move AA-Run-Date to RK-Run-Date
000969     move AA-Run-Time to RK-Run-Time
000969     move AA-Dept-Code to RK-Dept-Code
000969     move AA-Set-ID to RK-Set-ID
000969     perform 1380-TEST-ONE-REVERSAL thru 1380-EXIT
000969         varying Reversal-Pointer from 1 by 1
000969         until Reversal-Pointer > RV-Count
000969             or Run-Reversed
000969     go to 1370-EXIT.
000969 1370-EXIT.
000969     exit.
000969
000969 1380-TEST-ONE-REVERSAL.
000969     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
000969         and not RV-USED(Reversal-Pointer)
000969         set RV-USED(Reversal-Pointer) to true
000969         set Run-Reversed to true
000969     end-if
000969     go to 1380-EXIT.
000969 1380-EXIT.
000969     exit.
000970
000970 1400-LOAD-DEPT-TABLE.
000970*    The valid department codes, names and active flags from the
000893     move zero to Ops-Parked-DV
000893     move zero to Ops-Parked-RB
000893     move zero to Ops-Parked-OV
000893     move zero to Ops-Parked-DU
000893     move zero to Ops-Skipped-Checkpoint
000893     move zero to Ops-Skipped-Master
000893     move zero to Ops-Variance-Alerts
000893     move zero to Ops-Target-Set-Exceptions
000893     move zero to Ops-Target-Dept-Exceptions
000893     move zero to Ops-Ack-Events-Logged
000893     move zero to Ops-Ack-Events-Lost
000894     perform 2060-TAKE-RUN-LOCK thru 2060-EXIT
000894     if not Lock-Taken
000894         move 12 to Run-Return-Code
000898             AVGVAR-Status
000898         Display 'variance alerts will not be listed'
000898     end-if
000898     perform 7700-OPEN-TARGETS thru 7700-EXIT
000900     open input NBRSETS-FILE
000900     move NBRSETS-Status to Ops-NBRSETS-Stat
000901     if NBRSETS-Status not = "00"
000905             close AVGVAR-FILE
000905             move 'N' to AVGVAR-Open-Switch
000905         end-if
000905         perform 7790-CLOSE-TARGETS thru 7790-EXIT
000905         perform 2070-RELEASE-RUN-LOCK thru 2070-EXIT
000905         perform 2950-BALANCE-AND-REPORT thru 2950-EXIT
000905         go to 2000-EXIT
000944         close AVGVAR-FILE
000944         move 'N' to AVGVAR-Open-Switch
000944     end-if
000944     perform 7790-CLOSE-TARGETS thru 7790-EXIT
000944     if AVGACKL-Open
000944         close AVGACKL-FILE
000944         move 'N' to AVGACKL-Open-Switch
000944     end-if
000944     if Ops-Ack-Events-Lost > zero
000944         and Run-Return-Code < 4
000944         move 4 to Run-Return-Code
000944     end-if
000945     perform 2900-CLEAR-CHECKPOINT thru 2900-CLEAR-EXIT
000946     perform 2070-RELEASE-RUN-LOCK thru 2070-EXIT
000946     perform 2950-BALANCE-AND-REPORT thru 2950-EXIT
001096                 move 4 to Run-Return-Code
001096             end-if
001097         else
001097             perform 2300-CHECK-DUPLICATE thru 2300-EXIT
001097             if Duplicate-Found
001097                 set SU-DUPLICATE to true
001097                 perform 2500-PARK-ONE-SET thru 2500-EXIT
001097                 add 1 to Ops-Parked-DU
001097                 if Run-Return-Code < 4
001097                     move 4 to Run-Return-Code
001097                 end-if
001097             else
001098                 perform 4000-COMPUTE-AVERAGE thru 4000-EXIT
001098                 if Number-Count > zero
001098                     perform 2350-SAVE-RUN-FINGERPRINT
001098                         thru 2350-EXIT
001098                 end-if
001098             end-if
001099         end-if
001100         perform 2900-WRITE-CHECKPOINT thru 2900-EXIT
001101     end-if.
001282             Display 'Set ' NS-Set-ID ' skipped'
001282             set Set-Source-Failed to true
001282             add 1 to Ops-Skipped-Master
001282             move 'SKIPPED' to Ack-Event-Status
001282             move spaces to Ack-Reason-Code
001282             perform 7800-LOG-FEED-EVENT thru 7800-EXIT
001282             go to 2220-EXIT
001282         end-if
001282         set NBRMAST-Open to true
001282                 ' - set skipped'
001282             set Set-Source-Failed to true
001282             add 1 to Ops-Skipped-Master
001282             move 'SKIPPED' to Ack-Event-Status
001282             move spaces to Ack-Reason-Code
001282             perform 7800-LOG-FEED-EVENT thru 7800-EXIT
001282             go to 2220-EXIT
001282     end-read
001282     perform 2230-COPY-ONE-MASTER-ENTRY thru 2230-EXIT
001288 2270-EXIT.
001288     exit.
001288
001288 2300-CHECK-DUPLICATE.
001288*    The same figures must not reach the report twice - a feed
001288*    resent through AVGIMP, or a set queued again that the night
001288*    batch already ran. The set's fingerprint is checked against
001288*    the sets already run this batch and the AVGAUDIT runs inside
001288*    the look-back window. A set pulled from NBRMAST by ID is
001288*    scheduled to run again and again with the same values, so
001288*    for those only a run on the same processing date counts as
001288*    a repeat.
001288     move 'N' to Duplicate-Switch
001288     if Number-Count = zero
001288         go to 2300-EXIT
001288     end-if
001288     call "AVGFPRT" using NUMBER-SET, Expected-Control-Total,
001288         FINGERPRINT-AREA
001288     move Dept-Code to DK-Dept-Code
001288     move Run-Set-ID to DK-Set-ID
001288     move FP-Value to DK-Value
001288     perform 2310-TEST-ONE-FINGERPRINT thru 2310-EXIT
001288         varying Dup-Pointer from 1 by 1
001288         until Dup-Pointer > Dup-Count
001288             or Duplicate-Found
001288     if not Duplicate-Found
001288         go to 2300-EXIT
001288     end-if
001288     if DUP-This-Run(Dup-Found-Pointer)
001288         Display 'Set rejected - it repeats a set run earlier in'
001288         Display 'this batch at ' DUP-Run-Date(Dup-Found-Pointer)
001288             ' ' DUP-Run-Time(Dup-Found-Pointer)
001288     else
001288         Display 'Set rejected - it repeats the AVGAUDIT run of '
001288             DUP-Run-Date(Dup-Found-Pointer) ' '
001288             DUP-Run-Time(Dup-Found-Pointer)
001288     end-if
001288     Display 'set parked on AVGSUSP as a suspected duplicate'
001288     go to 2300-EXIT.
001288 2300-EXIT.
001288     exit.
001288
001288 2310-TEST-ONE-FINGERPRINT.
001288     if DUP-Key(Dup-Pointer) = Dup-Key-Work
001288         if Run-Set-ID = spaces
001288             or DUP-Run-Date(Dup-Pointer) = Dup-Process-Date
001288             set Duplicate-Found to true
001288             move Dup-Pointer to Dup-Found-Pointer
001288         end-if
001288     end-if
001288     go to 2310-EXIT.
001288 2310-EXIT.
001288     exit.
001288
001288 2350-SAVE-RUN-FINGERPRINT.
001288*    A set that reached the report joins the table under its own
001288*    report and audit stamp, so a repeat later in the queue is
001288*    caught too.
001288     if Dup-Count < 2000
001288         add 1 to Dup-Count
001288         move Dup-Key-Work to DUP-Key(Dup-Count)
001288         move Todays-Date to DUP-Run-Date(Dup-Count)
001288         move Current-Time to DUP-Run-Time(Dup-Count)
001288         set DUP-This-Run(Dup-Count) to true
001288     else
001288         if not Dup-Full-Warned
001288             Display 'Duplicate table is full - later sets in'
001288             Display 'this run are not checked against it'
001288             set Dup-Full-Warned to true
001288         end-if
001288     end-if
001288     go to 2350-EXIT.
001288 2350-EXIT.
001288     exit.
001288
001288 2500-PARK-ONE-SET.
001288*    Park a rejected set on the AVGSUSP suspense file with its
001288*    reject reason (set by the caller) so it can be repaired and
001288     end-if
001288     move NS-Dept-Code to SU-Dept-Code
001288     move NS-Set-ID to SU-Set-ID
001288     if SU-DUPLICATE
001288         move DUP-Run-Date(Dup-Found-Pointer)
001288             to SU-Match-Run-Date
001288         move DUP-Run-Time(Dup-Found-Pointer)
001288             to SU-Match-Run-Time
001288     else
001288         move spaces to SU-Match-Run-Date
001288         move spaces to SU-Match-Run-Time
001288     end-if
001288     if SU-NON-NUMERIC or SU-DEPT-INVALID
001288         move NS-Entry-Area to SU-Entry-Area
001288         move NS-Control-Total to SU-Control-Total
001288         move NS-Weight-Area to SU-Weight-Area
001288     else
001288         perform 2510-COPY-ONE-SUSP-ENTRY thru 2510-EXIT
001288             varying NUMBER-INDEX from 1 by 1
001288             until NUMBER-INDEX > 500
001288         move Expected-Control-Total to SU-Control-Total
001288     end-if
001288     move NS-Feed-Ref to SU-Feed-Ref
001288     move Calc-Mode to SU-Calc-Mode
001288     write AVGSUSP-RECORD from Suspense-Work-Record
001288     if AVGSUSP-Status not = "00"
001288         Display 'AVGSUSP write failed - status ' AVGSUSP-Status
001288         go to 2500-EXIT
001288     end-if
001288     move 'PARKED' to Ack-Event-Status
001288     move SU-Reason-Code to Ack-Reason-Code
001288     perform 7800-LOG-FEED-EVENT thru 7800-EXIT
001288     go to 2500-EXIT.
001288 2500-EXIT.
001288     exit.
001288 2510-COPY-ONE-SUSP-ENTRY.
001288     move NUMBER-ENTRY(NUMBER-INDEX)
001288     to SU-Number-Entry(NUMBER-INDEX)
001288     move NUMBER-WEIGHT(NUMBER-INDEX)
001288     to SU-Number-Weight(NUMBER-INDEX)
001288     go to 2510-EXIT.
001288 2510-EXIT.
001288     exit.
001119     Accept Ops-End-Time from time
001119     Compute Ops-Balance-Work = Ops-Sets-Processed
001119         + Ops-Parked-CG + Ops-Parked-NN + Ops-Parked-DV
001119         + Ops-Parked-DU
001119         + Ops-Empty-Sets + Ops-Skipped-Checkpoint
001119         + Ops-Skipped-Master
001119     if Ops-Balance-Work = Ops-Sets-Read
001119     move 'PARKED DV BAD DEPARTMENT' to OCL-Label
001119     move Ops-Parked-DV to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'PARKED DU SUSPECTED DUPLICATE' to OCL-Label
001119     move Ops-Parked-DU to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'PARKED RB RECON BREAK *' to OCL-Label
001119     move Ops-Parked-RB to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'VARIANCE ALERTS WRITTEN' to OCL-Label
001119     move Ops-Variance-Alerts to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'TARGET EXCEPTIONS - SETS' to OCL-Label
001119     move Ops-Target-Set-Exceptions to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'TARGET EXCEPTIONS - DEPTS' to OCL-Label
001119     move Ops-Target-Dept-Exceptions to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'FEED ACK EVENTS LOGGED' to OCL-Label
001119     move Ops-Ack-Events-Logged to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move 'FEED ACK EVENTS LOST' to OCL-Label
001119     move Ops-Ack-Events-Lost to OCL-Count
001119     perform 2960-WRITE-COUNT-LINE thru 2960-EXIT
001119     move Ops-NBRSETS-Stat to OTL-NBRSETS
001119     move Ops-NBRMAST-Stat to OTL-NBRMAST
001119     move Ops-AVGSUSP-Stat to OTL-AVGSUSP
001119     move Ops-AVGVAR-Stat to OTL-AVGVAR
001119     move Ops-AVGCKPT-Stat to OTL-AVGCKPT
001119     move Ops-AVGASUM-Stat to OTL-AVGASUM
001119     move Ops-AVGTARG-Stat to OTL-AVGTARG
001119     move Ops-AVGTEXC-Stat to OTL-AVGTEXC
001119     write AVGOPSR-RECORD from Ops-Status-Line
001119     if Ops-In-Balance
001119         move 'RUN IS IN BALANCE' to OBL-Text
001566         Display 'No non-zero sets were entered - average skipped'
001566         if Run-Mode-Batch
001566             add 1 to Ops-Empty-Sets
001566             move 'EMPTY' to Ack-Event-Status
001566             move spaces to Ack-Reason-Code
001566             perform 7800-LOG-FEED-EVENT thru 7800-EXIT
001566         end-if
001567         go to 4000-EXIT
001568     end-if
001583         and Run-Return-Code < 4
001584         move 4 to Run-Return-Code
001585     end-if
001585     move 'N' to Set-Target-Switch
001585     move space to Set-Target-Flag
001585     if Run-Mode-Batch
001585         perform 8400-CHECK-SET-TARGET thru 8400-EXIT
001585     end-if
001585     perform 7000-PRINT-REPORT thru 7000-EXIT
001586     perform 7500-LOG-AUDIT-RECORD thru 7500-EXIT
001587     if Run-Mode-Batch
001588         perform 7050-ADD-TO-DEPT-TOTALS thru 7050-EXIT
001589     end-if
001589*    An RB or OV set was reported but also parked for repair,
001589*    and its PARKED event is the one the feeder should see.
001589     if Run-Mode-Batch
001589         and not SumOf-Overflow
001589         and not Recon-Break
001589         move 'PROCESSED' to Ack-Event-Status
001589         move spaces to Ack-Reason-Code
001589         perform 7800-LOG-FEED-EVENT thru 7800-EXIT
001589     end-if
001590     go to 4000-EXIT.
001600 4000-EXIT.
001610     exit.
001657     move Variance-Flag-Switch to RPT-Variance-Flag
001657     move Variance-Pct   to RPT-Variance-Pct
001657     move Calc-Mode      to RPT-Calc-Mode
001657     move space to RPT-Space17
001657     move spaces to RPT-Target-Area
001657     if Set-Target-Checked
001657         move Set-Target-Flag to RPT-Target-Flag
001657         move Found-Target-Average to RPT-Target-Average
001657         move Set-Target-Gap-Pct to RPT-Target-Gap-Pct
001657     end-if
001658     write AVGRPT-RECORD
001659     go to 7000-EXIT.
001660 7000-EXIT.
001668     move Dept-Sum to DSL-Sum
001668     Compute DSL-Average = Dept-Sum / Dept-Entry-Count
001668     write AVGRPT-RECORD from Dept-Subtotal-Line
001668     perform 8450-CHECK-DEPT-TARGET thru 8450-EXIT
001668     move zero to Dept-Set-Count
001668     move zero to Dept-Sum
001668     move zero to Dept-Entry-Count
001668             perform 8300-WRITE-VARIANCE-ALERT thru 8300-EXIT
001668         end-if
001668     end-if
001668     go to 8000-EXIT.
001668 8000-EXIT.
001668     exit.
001668
001668 8100-FIND-PRIOR-AVERAGE.
001668*    The set key's AVGASUM rows run oldest first by run date and
001668*    time, so the last one that still counts is the latest prior
001668*    average - a restored generation cannot outrank newer runs,
001668*    and this run's own rows are already on file, so same-run
001668*    movement is caught too. A V reversal and the run it
001668*    reversed are no prior average at all.
001668     move 'N' to Prior-Found-Switch
001668     move zero to Prior-Average
001668     if not AVGASUM-Open
001668         go to 8100-EXIT
001668     end-if
001668     move Variance-Key to ASUM-Set-Key
001668     move low-values to ASUM-Run-Date
001668     move low-values to ASUM-Run-Time
001668     move zero to ASUM-Seq-No
001668     move 'N' to AVGASUM-EOF-Switch
001668     start AVGASUM-FILE key not < ASUM-Key
001668         invalid key
001668             set AVGASUM-EOF to true
001668     end-start
001668     perform 8110-READ-ONE-SUMMARY thru 8110-EXIT
001668         until AVGASUM-EOF
001668     go to 8100-EXIT.
001668 8100-EXIT.
001668     exit.
001668
001668 8110-READ-ONE-SUMMARY.
001668     read AVGASUM-FILE next
001668         at end
001668             set AVGASUM-EOF to true
001668             go to 8110-EXIT
001668     end-read
001668     if ASUM-Set-Key not = Variance-Key
001668         set AVGASUM-EOF to true
001668         go to 8110-EXIT
001668     end-if
001668     if ASUM-REVERSAL or ASUM-REVERSED
001668         go to 8110-EXIT
001668     end-if
001668     set Prior-Found to true
001668     move ASUM-Average to Prior-Average
001668     go to 8110-EXIT.
001668 8110-EXIT.
001668     exit.
001668
001668 8300-WRITE-VARIANCE-ALERT.
001668*    AVGVAR is opened fresh at the top of every batch run, so an
001668*    alert-free run leaves an empty listing rather than last
001668     go to 8300-EXIT.
001668 8300-EXIT.
001668     exit.
001668
001668 8400-CHECK-SET-TARGET.
001668*    Hold the set's new average to its AVGTARG target for the
001668*    run's period - the set's own target when it has an ID and
001668*    one is in force, otherwise its department's. No target
001668*    leaves the report line's target fields blank.
001668     if not AVGTARG-Open
001668         go to 8400-EXIT
001668     end-if
001668     move 'N' to Target-Found-Switch
001668     if Run-Set-ID not = spaces
001668         move 'S' to Target-Lookup-Type
001668         move Run-Set-ID to Target-Lookup-Code
001668         perform 8420-FIND-TARGET thru 8420-EXIT
001668     end-if
001668     if not Target-Found
001668         and Dept-Code not = spaces
001668         move 'D' to Target-Lookup-Type
001668         move Dept-Code to Target-Lookup-Code
001668         perform 8420-FIND-TARGET thru 8420-EXIT
001668     end-if
001668     if not Target-Found
001668         go to 8400-EXIT
001668     end-if
001668     move AverageNumber to TC-Actual-Average
001668     perform 8440-COMPARE-TO-TARGET thru 8440-EXIT
001668     set Set-Target-Checked to true
001668     move TC-Result to Set-Target-Flag
001668     move TC-Gap-Pct to Set-Target-Gap-Pct
001668     if TC-Outside-Band
001668         move 'SET  ' to TXL-Level
001668         if Run-Set-ID not = spaces
001668             move Run-Set-ID to TXL-Key
001668         else
001668             move Dept-Code to TXL-Key
001668         end-if
001668         move Dept-Code to TXL-Dept-Code
001668         perform 8460-WRITE-TARGET-EXCEPTION thru 8460-EXIT
001668         add 1 to Ops-Target-Set-Exceptions
001668         if Run-Return-Code < 4
001668             move 4 to Run-Return-Code
001668         end-if
001668     end-if
001668     go to 8400-EXIT.
001668 8400-EXIT.
001668     exit.
001668
001668 8420-FIND-TARGET.
001668*    A key's AVGTARG entries run in order of their first month,
001668*    so the last one already started by the run's period and not
001668*    yet ended is the one in force - a later-starting entry
001668*    overrides an open-ended earlier one.
001668     move 'N' to Target-Found-Switch
001668     move Target-Lookup-Type to TG-Target-Type
001668     move Target-Lookup-Code to TG-Target-Code
001668     move zero to TG-Period-From
001668     move 'N' to AVGTARG-EOF-Switch
001668     start AVGTARG-FILE key not < TG-Key
001668         invalid key
001668             set AVGTARG-EOF to true
001668     end-start
001668     perform 8430-READ-ONE-TARGET thru 8430-EXIT
001668         until AVGTARG-EOF
001668     go to 8420-EXIT.
001668 8420-EXIT.
001668     exit.
001668
001668 8430-READ-ONE-TARGET.
001668     read AVGTARG-FILE next
001668         at end
001668             set AVGTARG-EOF to true
001668             go to 8430-EXIT
001668     end-read
001668     if TG-Target-Type not = Target-Lookup-Type
001668         or TG-Target-Code not = Target-Lookup-Code
001668         or TG-Period-From > Target-Period
001668         set AVGTARG-EOF to true
001668         go to 8430-EXIT
001668     end-if
001668     if TG-Period-To not = zero
001668         and TG-Period-To < Target-Period
001668         go to 8430-EXIT
001668     end-if
001668     set Target-Found to true
001668     move TG-Target-Average to Found-Target-Average
001668     move TG-Low-Band to Found-Low-Band
001668     move TG-High-Band to Found-High-Band
001668     go to 8430-EXIT.
001668 8430-EXIT.
001668     exit.
001668
001668 8440-COMPARE-TO-TARGET.
001668     move Found-Target-Average to TC-Target-Average
001668     move Found-Low-Band to TC-Low-Band
001668     move Found-High-Band to TC-High-Band
001668     call "AVGTCMP" using TARGET-COMPARE-AREA
001668     go to 8440-EXIT.
001668 8440-EXIT.
001668     exit.
001668
001668 8450-CHECK-DEPT-TARGET.
001668*    The department subtotal's average is held to the
001668*    department's own target - set targets do not roll up.
001668     if not AVGTARG-Open
001668         or Prior-Dept-Code = spaces
001668         or Dept-Entry-Count = zero
001668         go to 8450-EXIT
001668     end-if
001668     move 'D' to Target-Lookup-Type
001668     move Prior-Dept-Code to Target-Lookup-Code
001668     perform 8420-FIND-TARGET thru 8420-EXIT
001668     if not Target-Found
001668         go to 8450-EXIT
001668     end-if
001668     Compute Target-Dept-Average = Dept-Sum / Dept-Entry-Count
001668         on size error
001668             Display 'Department ' Prior-Dept-Code
001668                 ' average too large for the target check'
001668             go to 8450-EXIT
001668     end-compute
001668     move Target-Dept-Average to TC-Actual-Average
001668     perform 8440-COMPARE-TO-TARGET thru 8440-EXIT
001668     if TC-Outside-Band
001668         move 'DEPT ' to TXL-Level
001668         move Prior-Dept-Code to TXL-Key
001668         move Prior-Dept-Code to TXL-Dept-Code
001668         perform 8460-WRITE-TARGET-EXCEPTION thru 8460-EXIT
001668         add 1 to Ops-Target-Dept-Exceptions
001668         if Run-Return-Code < 4
001668             move 4 to Run-Return-Code
001668         end-if
001668     end-if
001668     go to 8450-EXIT.
001668 8450-EXIT.
001668     exit.
001668
001668 8460-WRITE-TARGET-EXCEPTION.
001668     move TC-Actual-Average to TXL-Actual
001668     move TC-Target-Average to TXL-Target
001668     move TC-Low-Band to TXL-Low-Band
001668     move TC-High-Band to TXL-High-Band
001668     move TC-Gap-Amount to TXL-Gap-Amount
001668     move TC-Gap-Pct to TXL-Gap-Pct
001668     if TC-Below-Band
001668         move 'BELOW' to TXL-Result
001668     else
001668         move 'ABOVE' to TXL-Result
001668     end-if
001668     Display Target-Exception-Line
001668     if AVGTEXC-Open
001668         write AVGTEXC-RECORD from Target-Exception-Line
001668     end-if
001668     go to 8460-EXIT.
001668 8460-EXIT.
001668     exit.
001662
001668 7400-FIND-CHAIN-END.
001668*    The next record written chains on from the last link on the
001668*    trail - a run or carry-forward record's own sequence number
001668*    and hash, or the record an AVGARCH bridge names. Records
001668*    written before the chain was carried hold no link and are
001668*    passed over. No trail yet starts the chain from zero.
001668     move zero to Chain-Last-Seq-No
001668     move zeros to Chain-Last-Hash
001668     open input AVGAUDIT-FILE
001668     if AVGAUDIT-Status not = "00"
001668         go to 7400-EXIT
001668     end-if
001668     move 'N' to AVGAUDIT-EOF-Switch
001668     perform 7410-READ-ONE-CHAIN-LINK thru 7410-EXIT
001668         until AVGAUDIT-EOF
001668     close AVGAUDIT-FILE
001668     go to 7400-EXIT.
001668 7400-EXIT.
001668     exit.
001668
001668 7410-READ-ONE-CHAIN-LINK.
001668     read AVGAUDIT-FILE
001668         at end
001668             set AVGAUDIT-EOF to true
001668             go to 7410-EXIT
001668     end-read
001668     if AVGAUDIT-RECORD(1:2) = 'CB'
001668         move AVGAUDIT-RECORD to CB-Work-Record
001668         if CB-Prior-Seq-No numeric
001668             move CB-Prior-Seq-No to Chain-Last-Seq-No
001668             move CB-Prior-Hash to Chain-Last-Hash
001668         end-if
001668         go to 7410-EXIT
001668     end-if
001668     if AVGAUDIT-RECORD(1:2) = 'CF'
001668         move AVGAUDIT-RECORD to CF-Work-Record
001668         if CF-Seq-No numeric
001668             move CF-Seq-No to Chain-Last-Seq-No
001668             move CF-Chain-Hash to Chain-Last-Hash
001668         end-if
001668         go to 7410-EXIT
001668     end-if
001668     if AA-Seq-No numeric
001668         move AA-Seq-No to Chain-Last-Seq-No
001668         move AA-Chain-Hash to Chain-Last-Hash
001668     end-if
001668     go to 7410-EXIT.
001668 7410-EXIT.
001668     exit.
001668
001668 7700-OPEN-TARGETS.
001668*    Targets are judged against the run's processing month. No
001668*    AVGTARG yet (status 35) just means nobody has set a target;
001668*    the exception report is still written so the morning
001668*    checklist always finds one.
001668     Accept Target-Run-Date from date yyyymmdd
001668     if Process-Date-Override not = zero
001668         move Process-Date-Override to Target-Run-Date
001668     end-if
001668     move Target-Run-Date(1:6) to Target-Period
001668     open input AVGTARG-FILE
001668     move AVGTARG-Status to Ops-AVGTARG-Stat
001668     if AVGTARG-Status = "00"
001668         set AVGTARG-Open to true
001668     else
001668         if AVGTARG-Status = "35"
001668             Display 'No AVGTARG target file - '
001668             'targets not checked'
001668         else
001668             Display 'Unable to open AVGTARG - status '
001668                 AVGTARG-Status
001668             Display 'targets will not be checked this run'
001668             if Run-Return-Code < 4
001668                 move 4 to Run-Return-Code
001668             end-if
001668         end-if
001668     end-if
001668     open output AVGTEXC-FILE
001668     move AVGTEXC-Status to Ops-AVGTEXC-Stat
001668     if AVGTEXC-Status = "00"
001668         set AVGTEXC-Open to true
001668         move Target-Run-Date to THL-Run-Date
001668         move Target-Period to THL-Period
001668         write AVGTEXC-RECORD from Target-Heading-Line
001668     else
001668         Display 'Unable to open AVGTEXC - status '
001668             AVGTEXC-Status
001668         Display 'target exceptions will not be listed'
001668     end-if
001668     go to 7700-EXIT.
001668 7700-EXIT.
001668     exit.
001668
001668 7790-CLOSE-TARGETS.
001668     if AVGTARG-Open
001668         close AVGTARG-FILE
001668         move 'N' to AVGTARG-Open-Switch
001668     end-if
001668     if AVGTEXC-Open
001668         move Ops-Target-Set-Exceptions to TTL-Set-Count
001668         move Ops-Target-Dept-Exceptions to TTL-Dept-Count
001668         write AVGTEXC-RECORD from Target-Trailer-Line
001668         close AVGTEXC-FILE
001668         move 'N' to AVGTEXC-Open-Switch
001668     end-if
001668     go to 7790-EXIT.
001668 7790-EXIT.
001668     exit.
001668
001668 7800-LOG-FEED-EVENT.
001668*    Log what became of a set that came in on an AVGIMPIN feed -
001668*    the caller sets the status and reason. A processed set and
001668*    an RB or OV park carry the sum, average and reconciliation
001668*    flag just calculated, and a processed set the run date and
001668*    time of its report line and audit record; anything else is
001668*    dated now. A set with no feed reference logs nothing.
001668     if NS-Feed-Ref = spaces
001668         go to 7800-EXIT
001668     end-if
001668     if not AVGACKL-Open
001668         if AVGACKL-Failed
001668             add 1 to Ops-Ack-Events-Lost
001668             go to 7800-EXIT
001668         end-if
001668         open extend AVGACKL-FILE
001668         if AVGACKL-Status = "35"
001668             open output AVGACKL-FILE
001668         end-if
001668         if AVGACKL-Status not = "00"
001668             Display 'Unable to open AVGACKL - status '
001668                 AVGACKL-Status
001668             Display 'feed rows will not be acknowledged'
001668             set AVGACKL-Failed to true
001668             add 1 to Ops-Ack-Events-Lost
001668             go to 7800-EXIT
001668         end-if
001668         set AVGACKL-Open to true
001668     end-if
001668     move spaces to AVGACKL-RECORD
001668     move NS-Feed-Ref to AK-Feed-Ref
001668     set AK-FROM-BATCH to true
001668     move Ack-Event-Status to AK-Status
001668     move Ack-Reason-Code to AK-Reason-Code
001668     if AK-PROCESSED
001668         or Ack-Reason-Code = 'RB' or Ack-Reason-Code = 'OV'
001668         move sumOf to AK-SumOf
001668         move AverageNumber to AK-Average
001668         move Recon-Break-Switch to AK-Recon-Break
001668     else
001668         move zero to AK-SumOf
001668         move zero to AK-Average
001668         move space to AK-Recon-Break
001668     end-if
001668     if not AK-PROCESSED
001668         Accept Todays-Date  from date yyyymmdd
001668         Accept Current-Time from time
001668         if Process-Date-Override not = zero
001668             move Process-Date-Override to Todays-Date
001668         end-if
001668     end-if
001668     move Todays-Date to AK-Event-Date
001668     move Current-Time to AK-Event-Time
001668     write AVGACKL-RECORD
001668     if AVGACKL-Status = "00"
001668         add 1 to Ops-Ack-Events-Logged
001668     else
001668         Display 'AVGACKL write failed - status ' AVGACKL-Status
001668         add 1 to Ops-Ack-Events-Lost
001668     end-if
001668     go to 7800-EXIT.
001668 7800-EXIT.
001668     exit.
001668
001668 7500-LOG-AUDIT-RECORD.
001669*    Every run gets appended to AVGAUDIT so a reported average
001670*    can be traced back to exactly what was keyed in or read,
001682     else
001682         move Run-Operator-ID to AA-Operator-ID
001682     end-if
001682     move space          to AA-Space12
001682     set AA-ORIGINAL-RUN to true
001682     move space          to AA-Space13
001682     move spaces         to AA-Reason-Code
001682     move space          to AA-Space14
001682     move spaces         to AA-Ref-Run-Date
001682     move space          to AA-Space15
001682     move spaces         to AA-Ref-Run-Time
001682     move space          to AA-Space16
001682     call "AVGFPRT" using NUMBER-SET, Expected-Control-Total,
001682         FINGERPRINT-AREA
001682     move FP-Value       to AA-Fingerprint
001682     move space          to AA-Space17
001682     add 1 to Chain-Last-Seq-No
001682     move Chain-Last-Seq-No to AA-Seq-No
001682     move space          to AA-Space18
001682     move Chain-Last-Hash to HS-Prior-Hash
001682     Compute HS-Cover-Length = length of AVGAUDIT-RECORD
001682         - length of AA-Chain-Hash
001682     call "AVGHASH" using HASH-AREA, AVGAUDIT-RECORD
001682     move HS-Record-Hash to AA-Chain-Hash
001682     move HS-Record-Hash to Chain-Last-Hash
001683     write AVGAUDIT-RECORD
001683     perform 7650-WRITE-SUMMARY-ROW thru 7650-EXIT
001684     go to 7500-EXIT.
001685 7500-EXIT.
001686     exit.
001691     go to 7510-EXIT.
001692 7510-EXIT.
001693     exit.
001693
001693 7600-OPEN-SUMMARY.
001693*    A missing AVGASUM (status 35) is created empty - AVGASRB
001693*    rebuilds it from the trail and the AVGARCH generations. If
001693*    it cannot be opened at all the run goes on without it, the
001693*    variance check finds no prior averages and the run is
001693*    flagged so the summary is rebuilt before it is relied on.
001693     open i-o AVGASUM-FILE
001693     if AVGASUM-Status = "35"
001693         Display 'AVGASUM not found - created empty, run AVGASRB'
001693         Display 'to load the prior averages'
001693         open output AVGASUM-FILE
001693         close AVGASUM-FILE
001693         open i-o AVGASUM-FILE
001693     end-if
001693     move AVGASUM-Status to Ops-AVGASUM-Stat
001693     if AVGASUM-Status not = "00"
001693         Display 'Unable to open AVGASUM - status '
001693             AVGASUM-Status
001693         Display 'Summary not maintained - rebuild with AVGASRB'
001693         if Run-Return-Code < 4
001693             move 4 to Run-Return-Code
001693         end-if
001693         go to 7600-EXIT
001693     end-if
001693     set AVGASUM-Open to true
001693     go to 7600-EXIT.
001693 7600-EXIT.
001693     exit.
001693
001693 7650-WRITE-SUMMARY-ROW.
001693     if not AVGASUM-Open
001693         go to 7650-EXIT
001693     end-if
001693     call "AVGASBLD" using AVGAUDIT-RECORD, AVGASUM-RECORD
001693     write AVGASUM-RECORD
001693         invalid key
001693             Display 'AVGASUM write failed - status '
001693                 AVGASUM-Status ' for ' ASUM-Key
001693             if Run-Return-Code < 4
001693                 move 4 to Run-Return-Code
001693             end-if
001693     end-write
001693     go to 7650-EXIT.
001693 7650-EXIT.
001693     exit.
001694
001670 end program assignment4.
