000265*                    with each failed field parked as keyed,
000270*                    so the menu's option-10 repair screen
000280*                    handles them like any other reject.
000281*   2026-10-15 NS    AVGSUSP record widened for the matched-run
000282*                    pointer a DU suspected duplicate carries -
000283*                    left blank on the DX and IE rows parked
000284*                    here.
000285*   2026-10-15 NS    Every row is stamped with a feed reference
000285*                    the feeder can match on - the feed name, the
000285*                    import date and time and the row's line
000285*                    number in the file - carried on NBRSETS and
000285*                    AVGSUSP. The feed name comes from an optional
000285*                    first row *FEED,<name>; without one the feed
000285*                    is called AVGIMPIN. Each row's outcome,
000285*                    accepted or parked DX/IE, is logged on the
000285*                    AVGACKL acknowledgement event file for AVGACK
000285*                    to send back.
000285*   2026-10-15 NS    A parked row keeps its calculation mode and
000285*                    weights on AVGSUSP.
000290*--------------------------------------------------------------
000300
000310 environment division.
000430     select AVGSUSP-FILE assign to "AVGSUSP"
000440         organization is line sequential
000450         file status is AVGSUSP-Status.
000455     select AVGACKL-FILE assign to "AVGACKL"
000455         organization is line sequential
000455         file status is AVGACKL-Status.
000460
000470 data division.
000480 file section.
000600     COPY NBRSREC.
000610
000620 FD  AVGSUSP-FILE.
000630 01  AVGSUSP-RECORD PIC X(6067).
000640
000645 FD  AVGACKL-FILE.
000645 01  AVGACKL-RECORD.
000645     COPY ACKREC.
000640
000650 working-storage section.
000660 01 AVGIMPIN-Status PIC X(02).
000670 01 AVGDXREF-Status PIC X(02).
000680 01 NBRSETS-Status PIC X(02).
000690 01 AVGSUSP-Status PIC X(02).
000695 01 AVGACKL-Status PIC X(02).
000700 01 AVGIMPIN-EOF-Switch PIC X(01).
000710     88 AVGIMPIN-EOF value "Y".
000720 01 AVGDXREF-EOF-Switch PIC X(01).
000730     88 AVGDXREF-EOF value "Y".
000740 01 AVGSUSP-Open-Switch PIC X(01) value "N".
000750     88 AVGSUSP-Open value "Y".
000755 01 AVGACKL-Open-Switch PIC X(01) value "N".
000755     88 AVGACKL-Open value "Y".
000760 01 Suspense-Work-Record.
000770     COPY SUSPREC.
000780
000890 01 Rows-Written-Count PIC 9(05).
000900 01 Rows-Parked-Count PIC 9(05).
000910 01 Run-Return-Code PIC 9(02) value zero.
000915
000915 01 Feed-Name PIC X(08) value 'AVGIMPIN'.
000915 01 Feed-Import-Date PIC 9(08).
000915 01 Feed-Import-Time PIC 9(06).
000915 01 Row-Line-Number PIC 9(05).
000915 01 Ack-Event-Status PIC X(09).
000915 01 Ack-Reason-Code PIC X(02).
000915 01 Rows-Unacked-Count PIC 9(05).
000920
000930 01 Parse-Pointer PIC 9(05).
000940 01 Field-Work PIC X(16).
001530         move Run-Return-Code to Return-Code
001540         goback
001550     end-if
001555     Accept Feed-Import-Date from date yyyymmdd
001555     Accept Feed-Import-Time from time
001555     perform 1200-OPEN-ACK-LOG thru 1200-EXIT
001560     move zero to Rows-Read-Count
001560     move zero to Row-Line-Number
001560     move zero to Rows-Unacked-Count
001570     move zero to Rows-Written-Count
001580     move zero to Rows-Parked-Count
001590     move 'N' to AVGIMPIN-EOF-Switch
001650         close AVGSUSP-FILE
001660         move 'N' to AVGSUSP-Open-Switch
001670     end-if
001675     if AVGACKL-Open
001675         close AVGACKL-FILE
001675         move 'N' to AVGACKL-Open-Switch
001675     end-if
001680     Display 'Feed ' Feed-Name ' imported ' Feed-Import-Date
001680         ' ' Feed-Import-Time
001680     Display 'Rows read: ' Rows-Read-Count
001690     Display 'Sets written to NBRSETS: ' Rows-Written-Count
001700     Display 'Rows parked on AVGSUSP: ' Rows-Parked-Count
001720         and Run-Return-Code < 4
001730         move 4 to Run-Return-Code
001740     end-if
001745     if Rows-Unacked-Count > zero
001745         Display 'Rows with no acknowledgement event: '
001745             Rows-Unacked-Count
001745         if Run-Return-Code < 4
001745             move 4 to Run-Return-Code
001745         end-if
001745     end-if
001750     move Run-Return-Code to Return-Code
001760     goback.
001770
002220 1100-EXIT.
002230     exit.
002240
002235 1200-OPEN-ACK-LOG.
002235*    The acknowledgement events go on the end of AVGACKL, which
002235*    AVGACK empties each time it has sent them. A log that will
002235*    not open does not stop the import - the rows still load and
002235*    are counted as unacknowledged for the operator to follow up.
002235     open extend AVGACKL-FILE
002235     if AVGACKL-Status = "35"
002235         open output AVGACKL-FILE
002235     end-if
002235     if AVGACKL-Status not = "00"
002235         Display 'Unable to open AVGACKL - status '
002235             AVGACKL-Status
002235         Display 'rows will not be acknowledged to the feeder'
002235         go to 1200-EXIT
002235     end-if
002235     set AVGACKL-Open to true
002235     go to 1200-EXIT.
002235 1200-EXIT.
002235     exit.
002235
002235 1300-READ-FEED-HEADER.
002235*    The optional header row names the feed - the second field,
002235*    up to eight characters, goes on every row's feed reference
002235*    and on the acknowledgement file AVGACK sends back.
002235     move 1 to Parse-Pointer
002235     perform 2210-GET-ONE-FIELD thru 2210-EXIT
002235     perform 2210-GET-ONE-FIELD thru 2210-EXIT
002235     if Field-Work not = spaces
002235         move Field-Work(1:8) to Feed-Name
002235     end-if
002235     go to 1300-EXIT.
002235 1300-EXIT.
002235     exit.
002235
002250 2000-IMPORT-ONE-ROW.
002260     read AVGIMPIN-FILE
002270         at end
002280             set AVGIMPIN-EOF to true
002290             go to 2000-EXIT
002300     end-read
002305     add 1 to Row-Line-Number
002305     if Row-Line-Number = 1
002305         and AVGIMPIN-RECORD(1:6) = '*FEED,'
002305         perform 1300-READ-FEED-HEADER thru 1300-EXIT
002305         go to 2000-EXIT
002305     end-if
002310     if AVGIMPIN-RECORD = spaces
002320         go to 2000-EXIT
002330     end-if
002340     add 1 to Rows-Read-Count
002350     perform 2100-CLEAR-SET-RECORD thru 2100-EXIT
002355     move Feed-Name to NS-Feed-Name
002355     move Feed-Import-Date to NS-Feed-Date
002355     move Feed-Import-Time to NS-Feed-Time
002355     move Row-Line-Number to NS-Feed-Row
002360     perform 2200-PARSE-ONE-ROW thru 2200-EXIT
002361*    A translation failure outranks a value edit - the feed's
002362*    department must be cross-referenced before anything else
002410     write NBRSETS-RECORD
002420     if NBRSETS-Status = "00"
002430         add 1 to Rows-Written-Count
002435         move 'ACCEPTED' to Ack-Event-Status
002435         move spaces to Ack-Reason-Code
002435         perform 4000-LOG-FEED-EVENT thru 4000-EXIT
002440     else
002450         Display 'NBRSETS write failed - status ' NBRSETS-Status
002460         move 12 to Run-Return-Code
004630     move Row-Set-ID to SU-Set-ID
004640     move NS-Entry-Area to SU-Entry-Area
004650     move NS-Control-Total to SU-Control-Total
004655     move spaces to SU-Match-Run-Date
004656     move spaces to SU-Match-Run-Time
004657     move NS-Feed-Ref to SU-Feed-Ref
004658     move NS-Calc-Mode to SU-Calc-Mode
004659     move NS-Weight-Area to SU-Weight-Area
004660     write AVGSUSP-RECORD from Suspense-Work-Record
004670     if AVGSUSP-Status = "00"
004680         add 1 to Rows-Parked-Count
004685         move 'PARKED' to Ack-Event-Status
004685         move SU-Reason-Code to Ack-Reason-Code
004685         perform 4000-LOG-FEED-EVENT thru 4000-EXIT
004690     else
004700         Display 'AVGSUSP write failed - status ' AVGSUSP-Status
004710         move 12 to Run-Return-Code
004730     go to 3000-EXIT.
004740 3000-EXIT.
004750     exit.
004755
004755 4000-LOG-FEED-EVENT.
004755*    One AVGACKL event for the row just written - the caller sets
004755*    the status and reason. Nothing has been calculated yet, so
004755*    the sum and average go out as zero and the reconciliation
004755*    flag blank; the batch logs them when it runs the row.
004755     if not AVGACKL-Open
004755         add 1 to Rows-Unacked-Count
004755         go to 4000-EXIT
004755     end-if
004755     move spaces to AVGACKL-RECORD
004755     move NS-Feed-Ref to AK-Feed-Ref
004755     set AK-FROM-IMPORT to true
004755     move Ack-Event-Status to AK-Status
004755     move Ack-Reason-Code to AK-Reason-Code
004755     move zero to AK-SumOf
004755     move zero to AK-Average
004755     move space to AK-Recon-Break
004755     move Feed-Import-Date to AK-Event-Date
004755     move Feed-Import-Time to AK-Event-Time
004755     write AVGACKL-RECORD
004755     if AVGACKL-Status not = "00"
004755         Display 'AVGACKL write failed - status ' AVGACKL-Status
004755         add 1 to Rows-Unacked-Count
004755     end-if
004755     go to 4000-EXIT.
004755 4000-EXIT.
004755     exit.
004760
004770 8000-CONVERT-ONE-FIELD.
004780*    Hand-rolled edit of one delimited field into a signed value
