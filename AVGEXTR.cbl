000180*                    selectable by run-date range, so the
000190*                    finance spreadsheet imports our results
000200*                    instead of being re-keyed from paper.
000201*   2026-10-15 NS    Supervisor reversals on AVGAUDIT are now
000202*                    honoured - a reversed run and its V
000203*                    reversal record are left out of the
000204*                    extract, and a C correcting run goes out
000205*                    like any other run, selected by the run
000206*                    date of the run it corrects.
000210*--------------------------------------------------------------
000220
000230 environment division.
000560 01 Csv-Pointer PIC 9(04).
000570 01 Csv-Line PIC X(5200).
000575 01 Entry-Label-Number PIC 9(03).
000575 01 Reversed-Count PIC 9(05).
000575 01 Reversal-Table-Area.
000575     COPY REVTAB.
000575 01 Reversal-Key-Work.
000575     05 RK-Run-Date PIC X(08).
000575     05 RK-Run-Time PIC X(06).
000575     05 RK-Dept-Code PIC X(04).
000575     05 RK-Set-ID PIC X(08).
000575 01 Reversal-Pointer PIC 9(03).
000575 01 Run-Reversed-Switch PIC X(01).
000575     88 Run-Reversed value "Y".
000575 01 Reversal-Full-Warned-Switch PIC X(01) value "N".
000575     88 Reversal-Full-Warned value "Y".
000580

000690 procedure division.
000730     Accept Low-Date
000740     Display 'High run date (YYYYMMDD, 99999999 for all): '
000750     Accept High-Date
000755     perform 1200-LOAD-REVERSALS thru 1200-EXIT
000760     open input AVGAUDIT-FILE
000770     if AVGAUDIT-Status = "35"
000780         Display 'No AVGAUDIT history to extract'
000910         goback
000920     end-if
000930     move zero to Extract-Count
000935     move zero to Reversed-Count
000940     move 'N' to AVGAUDIT-EOF-Switch
000950     perform 1500-WRITE-HEADER-ROW thru 1500-EXIT
000960     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
000970     perform 2100-EXTRACT-ONE-RECORD thru 2100-EXIT
000980         until AVGAUDIT-EOF
000990     Display 'Runs extracted: ' Extract-Count
000995     Display 'Reversed runs left out: ' Reversed-Count
001000     close AVGAUDIT-FILE
001010     close AVGEXTF-FILE
001020     goback.
001030
001030 1200-LOAD-REVERSALS.
001030*    A first pass collects every V reversal record, keyed the way
001030*    the run it reverses is keyed - its run date and time,
001030*    department and set ID - so the extract pass can leave the
001030*    reversed runs out.
001030     move zero to RV-Count
001030     open input AVGAUDIT-FILE
001030     if AVGAUDIT-Status not = "00"
001030         go to 1200-EXIT
001030     end-if
001030     move 'N' to AVGAUDIT-EOF-Switch
001030     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001030     perform 1210-LOAD-ONE-REVERSAL thru 1210-EXIT
001030         until AVGAUDIT-EOF
001030     close AVGAUDIT-FILE
001030     go to 1200-EXIT.
001030 1200-EXIT.
001030     exit.
001030
001030 1210-LOAD-ONE-REVERSAL.
001030     if AA-Run-Date numeric and AA-REVERSAL
001030         if RV-Count < 500
001030             add 1 to RV-Count
001030             move AA-Ref-Run-Date to RV-Run-Date(RV-Count)
001030             move AA-Ref-Run-Time to RV-Run-Time(RV-Count)
001030             move AA-Dept-Code to RV-Dept-Code(RV-Count)
001030             move AA-Set-ID to RV-Set-ID(RV-Count)
001030             move 'N' to RV-Used-Flag(RV-Count)
001030         else
001030             if not Reversal-Full-Warned
001030                 Display 'Reversal table is full - some reversed'
001030                 Display 'runs are still extracted'
001030                 set Reversal-Full-Warned to true
001030             end-if
001030         end-if
001030     end-if
001030     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001030     go to 1210-EXIT.
001030 1210-EXIT.
001030     exit.
001030
001031 1500-WRITE-HEADER-ROW.
001032*    E001 through E500 would make an unreadable literal - build
001033*    the header row the same way the data rows are built.
001072
001073 2100-EXTRACT-ONE-RECORD.
001074     if AA-Run-Date numeric and AA-SumOf numeric
001074         if AA-REVERSAL
001074             go to 2100-NEXT
001074         end-if
001075         move AA-Run-Date to Record-Date
001075         if AA-CORRECTION and AA-Ref-Run-Date numeric
001075             move AA-Ref-Run-Date to Record-Date
001075         end-if
001075         perform 2600-CHECK-RUN-REVERSED thru 2600-EXIT
001076         if Record-Date not < Low-Date
001077             and Record-Date not > High-Date
001077             if Run-Reversed
001077                 add 1 to Reversed-Count
001077             else
001078                 add 1 to Extract-Count
001079                 perform 2200-BUILD-CSV-LINE thru 2200-EXIT
001080                 write AVGEXTF-RECORD from Csv-Line
001080             end-if
001081         end-if
001082     end-if.
001082 2100-NEXT.
001083     perform 2000-READ-AUDIT-RECORD thru 2000-EXIT
001084     go to 2100-EXIT.
001085 2100-EXIT.
001150     go to 2400-EXIT.
001151 2400-EXIT.
001152     exit.
001152
001152 2600-CHECK-RUN-REVERSED.
001152*    The first unused reversal for this run's key claims it, so
001152*    two runs sharing a key are reversed one for one in trail
001152*    order.
001152     move 'N' to Run-Reversed-Switch
001152     move AA-Run-Date to RK-Run-Date
001152     move AA-Run-Time to RK-Run-Time
001152     move AA-Dept-Code to RK-Dept-Code
001152     move AA-Set-ID to RK-Set-ID
001152     perform 2610-TEST-ONE-REVERSAL thru 2610-EXIT
001152         varying Reversal-Pointer from 1 by 1
001152         until Reversal-Pointer > RV-Count
001152             or Run-Reversed
001152     go to 2600-EXIT.
001152 2600-EXIT.
001152     exit.
001152
001152 2610-TEST-ONE-REVERSAL.
001152     if RV-Key(Reversal-Pointer) = Reversal-Key-Work
001152         and not RV-USED(Reversal-Pointer)
001152         set RV-USED(Reversal-Pointer) to true
001152         set Run-Reversed to true
001152     end-if
001152     go to 2610-EXIT.
001152 2610-EXIT.
001152     exit.
001153
001154 end program AVGEXTR.
