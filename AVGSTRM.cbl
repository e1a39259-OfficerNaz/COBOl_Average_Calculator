000010 Identification Division.
000020 program-id. AVGSTRM as "AVGSTRM".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - night stream controller. Runs
000130*                    the steps listed on the AVGJCTL job-control
000140*                    file (JCTLREC copybook) in order, each as its
000150*                    own program with its answers fed from the
000160*                    AVGJCARD parameter card, and stops the stream
000170*                    as soon as a step ends above its highest
000180*                    acceptable return code. Month-end steps run
000190*                    only on the last business day of the month.
000200*                    Every step's start, end and return code goes
000210*                    on the AVGJLOG step log (JLOGREC copybook);
000220*                    a rerun resumes an unfinished stream at the
000230*                    step that failed, or starts a new one when it
000240*                    is answered N. The AVGJSUM summary gives the
000250*                    stream on one page, followed by the AVGVFYR
000260*                    and AVGOPSR reports from the same stream.
000270*                    Return code 0 every step clean, 4 the stream
000280*                    completed with warnings, 8 the stream
000290*                    stopped, 12 the job-control file or step log
000300*                    could not be used.
000310*--------------------------------------------------------------
000320
000330 environment division.
000340 input-output section.
000350 file-control.
000360     select AVGJCTL-FILE assign to "AVGJCTL"
000370         organization is line sequential
000380         file status is AVGJCTL-Status.
000390     select AVGJLOG-FILE assign to "AVGJLOG"
000400         organization is line sequential
000410         file status is AVGJLOG-Status.
000420     select AVGJCARD-FILE assign to "AVGJCARD"
000430         organization is line sequential
000440         file status is AVGJCARD-Status.
000450     select AVGPARM-FILE assign to "AVGPARM"
000460         organization is line sequential
000470         file status is AVGPARM-Status.
000480     select AVGJSUM-FILE assign to "AVGJSUM"
000490         organization is line sequential
000500         file status is AVGJSUM-Status.
000510     select STEPRPT-FILE assign to dynamic Step-Report-Name
000520         organization is line sequential
000530         file status is STEPRPT-Status.
000540
000550 data division.
000560 file section.
000570 FD  AVGJCTL-FILE.
000580 01  AVGJCTL-RECORD.
000590     COPY JCTLREC.
000600
000610 FD  AVGJLOG-FILE.
000620 01  AVGJLOG-RECORD PIC X(104).
000630
000640 FD  AVGJCARD-FILE.
000650 01  AVGJCARD-RECORD PIC X(60).
000660
000670 FD  AVGPARM-FILE.
000680 01  AVGPARM-RECORD.
000690     COPY PARMREC.
000700
000710 FD  AVGJSUM-FILE.
000720 01  AVGJSUM-RECORD PIC X(100).
000730
000740 FD  STEPRPT-FILE.
000750 01  STEPRPT-RECORD PIC X(100).
000760
000770 working-storage section.
000780 01 AVGJCTL-Status PIC X(02).
000790 01 AVGJLOG-Status PIC X(02).
000800 01 AVGJCARD-Status PIC X(02).
000810 01 AVGPARM-Status PIC X(02).
000820 01 AVGJSUM-Status PIC X(02).
000830 01 STEPRPT-Status PIC X(02).
000840 01 AVGJCTL-EOF-Switch PIC X(01).
000850     88 AVGJCTL-EOF value "Y".
000860 01 AVGJLOG-EOF-Switch PIC X(01).
000870     88 AVGJLOG-EOF value "Y".
000880 01 STEPRPT-EOF-Switch PIC X(01).
000890     88 STEPRPT-EOF value "Y".
000900 01 Run-Return-Code PIC 9(02) value zero.
000910
000920 01 Stream-Option PIC X(01).
000930     88 Start-New-Stream value "N" "n".
000940 01 Control-Error-Switch PIC X(01) value "N".
000950     88 Control-Error value "Y".
000960 01 Log-Failed-Switch PIC X(01) value "N".
000970     88 Log-Failed value "Y".
000980 01 Stream-Stopped-Switch PIC X(01) value "N".
000990     88 Stream-Stopped value "Y".
001000 01 Stream-Resumed-Switch PIC X(01) value "N".
001010     88 Stream-Resumed value "Y".
001020 01 Month-End-Switch PIC X(01) value "N".
001030     88 Month-End-Night value "Y".
001040 01 Card-Failed-Switch PIC X(01).
001050     88 Card-Failed value "Y".
001060 01 Report-Produced-Switch PIC X(01).
001070     88 Report-Produced value "Y".
001080
001090 01 Clock-Date PIC 9(08).
001100 01 Clock-Time-Of-Day.
001110     05 Clock-Time PIC 9(06).
001120     05 filler PIC 9(02).
001130 01 Stream-ID.
001140     05 SID-Date PIC 9(08).
001150     05 SID-Time PIC 9(06).
001160 01 Stream-Date.
001170     05 SD-Year-Month.
001180         10 SD-Year PIC 9(04).
001190         10 SD-Month PIC 9(02).
001200     05 SD-Day PIC 9(02).
001210 01 Stream-Date-Number redefines Stream-Date PIC 9(08).
001220 01 Previous-Month.
001230     05 PM-Year PIC 9(04).
001240     05 PM-Month PIC 9(02).
001250 01 Days-To-Next PIC 9(01).
001260
001270 01 DATE-AREA.
001280     COPY DATEAREA.
001290
001300*    What the step log says about the last stream started - it
001310*    is still open until a COMPLETE or ABANDONED record ends it.
001320 01 Last-Stream-ID PIC X(14) value spaces.
001330 01 Last-Stream-Date PIC 9(08) value zero.
001340 01 Last-Stream-Open-Switch PIC X(01) value "N".
001350     88 Last-Stream-Open value "Y".
001360 01 Step-Changed-Switch PIC X(01) value "N".
001370     88 Step-Changed value "Y".
001380 01 Last-Good-Step PIC 9(02) value zero.
001390 01 Resume-Step PIC 9(02) value 1.
001400 01 Failed-Step PIC 9(02) value zero.
001410
001420*    One item per AVGJCTL step, in running order, with what
001430*    happened to it in this stream - this run or, for the steps
001440*    before a resume point, the run that got that far.
001450 01 Step-Area.
001460     05 Step-Count PIC 9(02) value zero.
001470     05 Step-Item OCCURS 20 TIMES.
001480         10 SI-Step-Name PIC X(08).
001490         10 SI-Program PIC X(16).
001500         10 SI-Max-RC PIC 9(02).
001510         10 SI-Run-When PIC X(01).
001520             88 SI-Month-End-Only value "M".
001530         10 SI-Parameters PIC X(60).
001540         10 SI-Start-Date PIC 9(08).
001550         10 SI-Start-Time PIC 9(06).
001560         10 SI-End-Date PIC 9(08).
001570         10 SI-End-Time PIC 9(06).
001580         10 SI-Return-Code PIC 9(03).
001590         10 SI-Status PIC X(10).
001600             88 SI-Not-Run value "NOT RUN".
001610             88 SI-Ran value "ENDED" "FAILED".
001620         10 SI-Earlier-Switch PIC X(01).
001630             88 SI-Ran-Earlier value "Y".
001640 01 Step-Pointer PIC 9(02).
001650 01 Clear-Pointer PIC 9(02).
001660 01 Control-Line-Count PIC 9(03) value zero.
001670
001680 01 Card-Pointer PIC 9(03).
001690 01 Card-Value PIC X(60).
001700 01 Step-Command PIC X(100).
001710 01 Step-Wait-Status PIC S9(09).
001720 01 Step-Exit-Code PIC 9(07).
001730 01 Step-Signal-Code PIC 9(03).
001740 01 Step-Return-Code PIC 9(03).
001750 01 Highest-Step-RC PIC 9(03) value zero.
001760
001770 01 Log-Work.
001780     COPY JLOGREC.
001790
001800 01 Step-Report-Name PIC X(08).
001810 01 Report-Program PIC X(16).
001820 01 Program-Base PIC X(16).
001830
001840 01 Summary-Heading-Line.
001850     05 filler PIC X(34) value
001860         'NIGHT JOB STREAM SUMMARY - STREAM '.
001870     05 SHL-Stream-ID PIC X(14).
001880     05 filler PIC X(18) value '  PROCESSING DATE '.
001890     05 SHL-Stream-Date PIC 9(08).
001900
001910 01 Summary-Run-Line.
001920     05 filler PIC X(16) value 'MONTH-END NIGHT '.
001930     05 SRL-Month-End PIC X(03).
001940     05 filler PIC X(03) value spaces.
001950     05 SRL-Resume-Text PIC X(40).
001960
001970 01 Summary-Column-Line.
001980     05 filler PIC X(03) value 'NO'.
001990     05 filler PIC X(09) value 'STEP'.
002000     05 filler PIC X(17) value 'PROGRAM'.
002010     05 filler PIC X(16) value 'STARTED'.
002020     05 filler PIC X(16) value 'ENDED'.
002030     05 filler PIC X(04) value ' RC'.
002040     05 filler PIC X(04) value 'MAX'.
002050     05 filler PIC X(06) value 'STATUS'.
002060
002070 01 Summary-Step-Line.
002080     05 SSL-Step-No PIC Z9.
002090     05 filler PIC X(01) value space.
002100     05 SSL-Step-Name PIC X(08).
002110     05 filler PIC X(01) value space.
002120     05 SSL-Program PIC X(16).
002130     05 filler PIC X(01) value space.
002140     05 SSL-Times.
002150         10 SSL-Start-Date PIC 9(08).
002160         10 filler PIC X(01) value space.
002170         10 SSL-Start-Time PIC 9(06).
002180         10 filler PIC X(01) value space.
002190         10 SSL-End-Date PIC 9(08).
002200         10 filler PIC X(01) value space.
002210         10 SSL-End-Time PIC 9(06).
002220     05 filler PIC X(01) value space.
002230     05 SSL-RC.
002240         10 SSL-Return-Code PIC ZZ9.
002250     05 filler PIC X(01) value space.
002260     05 SSL-Max-RC PIC Z9.
002270     05 filler PIC X(01) value space.
002280     05 SSL-Status PIC X(10).
002290     05 filler PIC X(01) value space.
002300     05 SSL-Note PIC X(11).
002310
002320 01 Summary-Text-Line PIC X(80).
002330 01 Text-Pointer PIC 9(03).
002340 01 Step-No-Display PIC Z9.
002350
002360 01 Summary-Count-Line.
002370     05 SCL-Label PIC X(30).
002380     05 SCL-Count PIC ZZ9.
002390
002400 01 Summary-RC-Line.
002410     05 filler PIC X(18) value 'FINAL RETURN CODE '.
002420     05 SRC-Return-Code PIC 9(02).
002430
002440 01 Report-Banner-Line.
002450     05 filler PIC X(05) value '==== '.
002460     05 RBL-File-Name PIC X(08).
002470     05 filler PIC X(03) value ' - '.
002480     05 RBL-Title PIC X(40).
002490     05 filler PIC X(05) value ' ===='.
002500
002510 procedure division.
002520 AVGSTRM Section.
002530 0000-RUN-STREAM.
002540     Display 'Press Enter to resume an unfinished stream, or N'
002550     Display 'to start a new one: '
002560     Accept Stream-Option
002570     perform 1000-LOAD-CONTROL thru 1000-EXIT
002580     if Run-Return-Code not < 12
002590         move Run-Return-Code to Return-Code
002600         goback
002610     end-if
002620     perform 1200-READ-STEP-LOG thru 1200-EXIT
002630     if Run-Return-Code not < 12
002640         move Run-Return-Code to Return-Code
002650         goback
002660     end-if
002670     perform 1400-SET-STREAM thru 1400-EXIT
002680     if Run-Return-Code not < 12
002690         move Run-Return-Code to Return-Code
002700         goback
002710     end-if
002720     perform 1500-SET-MONTH-END thru 1500-EXIT
002730     perform 2000-RUN-ONE-STEP thru 2000-EXIT
002740         varying Step-Pointer from Resume-Step by 1
002750         until Step-Pointer > Step-Count or Stream-Stopped
002760     perform 2900-END-STREAM thru 2900-EXIT
002770     perform 3000-WRITE-SUMMARY thru 3000-EXIT
002780     if Stream-Stopped
002790         Display 'Stream ' Stream-ID ' stopped'
002800     else
002810         Display 'Stream ' Stream-ID ' complete'
002820     end-if
002830     Display 'Highest step return code: ' Highest-Step-RC
002840     move Run-Return-Code to Return-Code
002850     goback.
002860
002870*----------------------------------------------------------------
002880*    Load the job-control file. Any line that is not a valid step
002890*    stops the stream before it starts - better no run than a run
002900*    with a step missing.
002910*----------------------------------------------------------------
002920 1000-LOAD-CONTROL.
002930     open input AVGJCTL-FILE
002940     if AVGJCTL-Status not = "00"
002950         Display 'Unable to open AVGJCTL - status ' AVGJCTL-Status
002960         Display 'Stream not started'
002970         move 12 to Run-Return-Code
002980         go to 1000-EXIT
002990     end-if
003000     move 'N' to AVGJCTL-EOF-Switch
003010     perform 1100-LOAD-ONE-STEP thru 1100-EXIT
003020         until AVGJCTL-EOF or Control-Error
003030     close AVGJCTL-FILE
003040     if Control-Error
003050         Display 'Stream not started'
003060         move 12 to Run-Return-Code
003070         go to 1000-EXIT
003080     end-if
003090     if Step-Count = zero
003100         Display 'No steps on AVGJCTL - stream not started'
003110         move 12 to Run-Return-Code
003120     end-if
003130     go to 1000-EXIT.
003140 1000-EXIT.
003150     exit.
003160
003170 1100-LOAD-ONE-STEP.
003180     read AVGJCTL-FILE
003190         at end
003200             set AVGJCTL-EOF to true
003210             go to 1100-EXIT
003220     end-read
003230     add 1 to Control-Line-Count
003240     if AVGJCTL-RECORD = spaces
003250         go to 1100-EXIT
003260     end-if
003270     if JC-Step-Name(1:1) = '*'
003280         go to 1100-EXIT
003290     end-if
003300     if JC-Step-Name = spaces
003310         or JC-Program = spaces
003320         or JC-Max-RC not numeric
003330         or not (JC-Every-Night or JC-Month-End-Only)
003340         Display 'AVGJCTL line ' Control-Line-Count
003350             ' is not a valid step'
003360         set Control-Error to true
003370         go to 1100-EXIT
003380     end-if
003390     if Step-Count not < 20
003400         Display 'More than 20 steps on AVGJCTL'
003410         set Control-Error to true
003420         go to 1100-EXIT
003430     end-if
003440     add 1 to Step-Count
003450     move JC-Step-Name to SI-Step-Name(Step-Count)
003460     move JC-Program to SI-Program(Step-Count)
003470     move JC-Max-RC to SI-Max-RC(Step-Count)
003480     move JC-Run-When to SI-Run-When(Step-Count)
003490     move JC-Parameters to SI-Parameters(Step-Count)
003500     move Step-Count to Clear-Pointer
003510     perform 1310-CLEAR-ONE-RESULT thru 1310-EXIT
003520     go to 1100-EXIT.
003530 1100-EXIT.
003540     exit.
003550
003560*----------------------------------------------------------------
003570*    Read the step log through to find the last stream started,
003580*    whether it ever finished, and how far it got - the first
003590*    step after an unbroken run of steps that ended within their
003600*    limits is where a rerun picks up.
003610*----------------------------------------------------------------
003620 1200-READ-STEP-LOG.
003630     open input AVGJLOG-FILE
003640     if AVGJLOG-Status = "35"
003650         go to 1200-EXIT
003660     end-if
003670     if AVGJLOG-Status not = "00"
003680         Display 'Unable to open AVGJLOG - status ' AVGJLOG-Status
003690         Display 'Stream not started'
003700         move 12 to Run-Return-Code
003710         go to 1200-EXIT
003720     end-if
003730     move 'N' to AVGJLOG-EOF-Switch
003740     perform 1300-READ-ONE-LOG thru 1300-EXIT
003750         until AVGJLOG-EOF
003760     close AVGJLOG-FILE
003770     go to 1200-EXIT.
003780 1200-EXIT.
003790     exit.
003800
003810 1300-READ-ONE-LOG.
003820     read AVGJLOG-FILE into Log-Work
003830         at end
003840             set AVGJLOG-EOF to true
003850             go to 1300-EXIT
003860     end-read
003870     if JL-Stream-Start
003880         move JL-Stream-ID to Last-Stream-ID
003890         move JL-Stream-Date to Last-Stream-Date
003900         move zero to Last-Good-Step
003910         set Last-Stream-Open to true
003920         move 'N' to Step-Changed-Switch
003930         perform 1310-CLEAR-ONE-RESULT thru 1310-EXIT
003940             varying Clear-Pointer from 1 by 1
003950             until Clear-Pointer > Step-Count
003960         go to 1300-EXIT
003970     end-if
003980     if JL-Stream-ID not = Last-Stream-ID
003990         go to 1300-EXIT
004000     end-if
004010     if JL-Stream-End
004020         if not JL-Stopped
004030             move 'N' to Last-Stream-Open-Switch
004040         end-if
004050         go to 1300-EXIT
004060     end-if
004070     if not JL-Step-End
004080         go to 1300-EXIT
004090     end-if
004100*    A step that is not where the log says it was means AVGJCTL
004110*    has been changed under an unfinished stream.
004120     if JL-Step-No = zero or JL-Step-No > Step-Count
004130         set Step-Changed to true
004140         go to 1300-EXIT
004150     end-if
004160     if JL-Step-Name not = SI-Step-Name(JL-Step-No)
004170         set Step-Changed to true
004180         go to 1300-EXIT
004190     end-if
004200     move JL-Start-Date to SI-Start-Date(JL-Step-No)
004210     move JL-Start-Time to SI-Start-Time(JL-Step-No)
004220     move JL-End-Date to SI-End-Date(JL-Step-No)
004230     move JL-End-Time to SI-End-Time(JL-Step-No)
004240     move JL-Return-Code to SI-Return-Code(JL-Step-No)
004250     move JL-Status to SI-Status(JL-Step-No)
004260     if JL-Ended or JL-Not-Due
004270         if JL-Step-No = Last-Good-Step + 1
004280             move JL-Step-No to Last-Good-Step
004290         end-if
004300     end-if
004310     go to 1300-EXIT.
004320 1300-EXIT.
004330     exit.
004340
004350 1310-CLEAR-ONE-RESULT.
004360     move zero to SI-Start-Date(Clear-Pointer)
004370     move zero to SI-Start-Time(Clear-Pointer)
004380     move zero to SI-End-Date(Clear-Pointer)
004390     move zero to SI-End-Time(Clear-Pointer)
004400     move zero to SI-Return-Code(Clear-Pointer)
004410     move 'NOT RUN' to SI-Status(Clear-Pointer)
004420     move 'N' to SI-Earlier-Switch(Clear-Pointer)
004430     go to 1310-EXIT.
004440 1310-EXIT.
004450     exit.
004460
004470*----------------------------------------------------------------
004480*    Resume the last stream if it never finished, unless the
004490*    operator asked for a new one - the unfinished stream is
004500*    then marked abandoned on the log. A new stream runs for the
004510*    overnight schedule's AVGPARM date when one is supplied,
004520*    otherwise today; a resumed one keeps the date it started
004530*    with.
004540*----------------------------------------------------------------
004550 1400-SET-STREAM.
004560     Accept Clock-Date from date yyyymmdd
004570     Accept Clock-Time-Of-Day from time
004580     if Last-Stream-Open and not Start-New-Stream
004590         if Step-Changed
004600             Display 'AVGJCTL steps have changed since stream '
004610                 Last-Stream-ID ' started -'
004620             Display 'answer N to start a new stream'
004630             move 12 to Run-Return-Code
004640             go to 1400-EXIT
004650         end-if
004660         set Stream-Resumed to true
004670         move Last-Stream-ID to Stream-ID
004680         move Last-Stream-Date to Stream-Date-Number
004690         add 1 to Last-Good-Step giving Resume-Step
004700         perform 1410-MARK-EARLIER-STEP thru 1410-EXIT
004710             varying Clear-Pointer from 1 by 1
004720             until Clear-Pointer > Last-Good-Step
004730         perform 8000-SET-LOG-RECORD thru 8000-EXIT
004740         set JL-Stream-Resumed to true
004750         move Resume-Step to JL-Step-No
004760         move Clock-Date to JL-Start-Date
004770         move Clock-Time to JL-Start-Time
004780         move 'RESUMED' to JL-Status
004790         perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
004800         if Log-Failed
004810             go to 1400-EXIT
004820         end-if
004830         Display 'Resuming stream ' Stream-ID ' for '
004840             Stream-Date-Number ' at step ' Resume-Step
004850         go to 1400-EXIT
004860     end-if
004870     if Last-Stream-Open
004880         move Last-Stream-ID to Stream-ID
004890         move Last-Stream-Date to Stream-Date-Number
004900         perform 8000-SET-LOG-RECORD thru 8000-EXIT
004910         set JL-Stream-End to true
004920         move Clock-Date to JL-End-Date
004930         move Clock-Time to JL-End-Time
004940         move 'ABANDONED' to JL-Status
004950         perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
004960         if Log-Failed
004970             go to 1400-EXIT
004980         end-if
004990         Display 'Unfinished stream ' Last-Stream-ID ' abandoned'
005000     end-if
005010     perform 1310-CLEAR-ONE-RESULT thru 1310-EXIT
005020         varying Clear-Pointer from 1 by 1
005030         until Clear-Pointer > Step-Count
005040     move Clock-Date to SID-Date
005050     move Clock-Time to SID-Time
005060     move Clock-Date to Stream-Date-Number
005070     open input AVGPARM-FILE
005080     if AVGPARM-Status = "00"
005090         read AVGPARM-FILE
005100             at end
005110                 continue
005120             not at end
005130                 if PARM-Process-Date numeric
005140                     and PARM-Process-Date not = zero
005150                     move PARM-Process-Date to Stream-Date-Number
005160                 end-if
005170         end-read
005180         close AVGPARM-FILE
005190     end-if
005200     move 'N' to DT-Function
005210     move Stream-Date-Number to DT-Date
005220     call "AVGDATE" using DATE-AREA
005230     if DT-INVALID
005240         Display 'Processing date ' Stream-Date-Number
005250             ' is not a valid date - stream not started'
005260         move 12 to Run-Return-Code
005270         go to 1400-EXIT
005280     end-if
005290     move 1 to Resume-Step
005300     perform 8000-SET-LOG-RECORD thru 8000-EXIT
005310     set JL-Stream-Start to true
005320     move Clock-Date to JL-Start-Date
005330     move Clock-Time to JL-Start-Time
005340     move 'STARTED' to JL-Status
005350     perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
005360     if Log-Failed
005370         go to 1400-EXIT
005380     end-if
005390     Display 'Starting stream ' Stream-ID ' for '
005400         Stream-Date-Number
005410     go to 1400-EXIT.
005420 1400-EXIT.
005430     exit.
005440
005450 1410-MARK-EARLIER-STEP.
005460     set SI-Ran-Earlier(Clear-Pointer) to true
005470     go to 1410-EXIT.
005480 1410-EXIT.
005490     exit.
005500
005510*----------------------------------------------------------------
005520*    A month-end night is the last business day of the month -
005530*    the next business day after the processing date is in the
005540*    next month. The month before is worked out here as well for
005550*    the &PRVMON parameter.
005560*----------------------------------------------------------------
005570 1500-SET-MONTH-END.
005580     move 'N' to DT-Function
005590     move Stream-Date-Number to DT-Date
005600     call "AVGDATE" using DATE-AREA
005610     move 1 to Days-To-Next
005620     if DT-Day-Of-Week = 5
005630         move 3 to Days-To-Next
005640     else
005650         if DT-Day-Of-Week = 6
005660             move 2 to Days-To-Next
005670         end-if
005680     end-if
005690     add Days-To-Next to DT-Day-Number
005700     move 'D' to DT-Function
005710     call "AVGDATE" using DATE-AREA
005720     if DT-Date(1:6) not = SD-Year-Month
005730         set Month-End-Night to true
005740         Display 'Month-end night - month-end steps will run'
005750     end-if
005760     move SD-Year to PM-Year
005770     if SD-Month = 1
005780         subtract 1 from PM-Year
005790         move 12 to PM-Month
005800     else
005810         subtract 1 from SD-Month giving PM-Month
005820     end-if
005830     go to 1500-EXIT.
005840 1500-EXIT.
005850     exit.
005860
005870*----------------------------------------------------------------
005880*    Run one step as its own program, with its answers on the
005890*    AVGJCARD card in place of the terminal, and judge its return
005900*    code against the step's limit.
005910*----------------------------------------------------------------
005920 2000-RUN-ONE-STEP.
005930     Accept Clock-Date from date yyyymmdd
005940     Accept Clock-Time-Of-Day from time
005950     move Clock-Date to SI-Start-Date(Step-Pointer)
005960     move Clock-Time to SI-Start-Time(Step-Pointer)
005970     if SI-Month-End-Only(Step-Pointer) and not Month-End-Night
005980         move Clock-Date to SI-End-Date(Step-Pointer)
005990         move Clock-Time to SI-End-Time(Step-Pointer)
006000         move zero to SI-Return-Code(Step-Pointer)
006010         move 'NOT DUE' to SI-Status(Step-Pointer)
006020         perform 2300-LOG-STEP-END thru 2300-EXIT
006030         Display 'Step ' Step-Pointer ' '
006040             SI-Step-Name(Step-Pointer)
006050             ' not due - month-end only'
006060         go to 2000-EXIT
006070     end-if
006080     perform 8000-SET-LOG-RECORD thru 8000-EXIT
006090     set JL-Step-Begin to true
006100     perform 8200-SET-LOG-STEP thru 8200-EXIT
006110     move 'RUNNING' to JL-Status
006120     perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
006130     if Log-Failed
006140         go to 2000-EXIT
006150     end-if
006160     Display 'Step ' Step-Pointer ' ' SI-Step-Name(Step-Pointer)
006170         ' starting ' SI-Program(Step-Pointer)
006180     perform 2100-WRITE-CARD thru 2100-EXIT
006190     if Card-Failed
006200         move 999 to Step-Return-Code
006210     else
006220         move spaces to Step-Command
006230         string SI-Program(Step-Pointer) delimited by space
006240             ' < AVGJCARD' delimited by size
006250             into Step-Command
006260         end-string
006270         call "SYSTEM" using Step-Command
006280         move Return-Code to Step-Wait-Status
006290         perform 2200-SET-STEP-RC thru 2200-EXIT
006300     end-if
006310     Accept Clock-Date from date yyyymmdd
006320     Accept Clock-Time-Of-Day from time
006330     move Clock-Date to SI-End-Date(Step-Pointer)
006340     move Clock-Time to SI-End-Time(Step-Pointer)
006350     move Step-Return-Code to SI-Return-Code(Step-Pointer)
006360     if Step-Return-Code > SI-Max-RC(Step-Pointer)
006370         move 'FAILED' to SI-Status(Step-Pointer)
006380         set Stream-Stopped to true
006390         move Step-Pointer to Failed-Step
006400         Display 'Step ' Step-Pointer ' '
006410             SI-Step-Name(Step-Pointer)
006420             ' ended with return code ' Step-Return-Code
006430             ' - limit ' SI-Max-RC(Step-Pointer)
006440         Display 'Stream stopped - a rerun resumes at this step'
006450     else
006460         move 'ENDED' to SI-Status(Step-Pointer)
006470         Display 'Step ' Step-Pointer ' '
006480             SI-Step-Name(Step-Pointer)
006490             ' ended with return code ' Step-Return-Code
006500     end-if
006510     perform 2300-LOG-STEP-END thru 2300-EXIT
006520     go to 2000-EXIT.
006530 2000-EXIT.
006540     exit.
006550
006560*    One card line per answer, in the order the step asks for
006570*    them, with the date symbols filled in.
006580 2100-WRITE-CARD.
006590     move 'N' to Card-Failed-Switch
006600     open output AVGJCARD-FILE
006610     if AVGJCARD-Status not = "00"
006620         Display 'Unable to open AVGJCARD - status '
006630             AVGJCARD-Status
006640         set Card-Failed to true
006650         go to 2100-EXIT
006660     end-if
006670     move 1 to Card-Pointer
006680     perform 2110-WRITE-ONE-VALUE thru 2110-EXIT
006690         until Card-Pointer > 60
006700     close AVGJCARD-FILE
006710     go to 2100-EXIT.
006720 2100-EXIT.
006730     exit.
006740
006750 2110-WRITE-ONE-VALUE.
006760     if SI-Parameters(Step-Pointer)(Card-Pointer:) = spaces
006770         move 61 to Card-Pointer
006780         go to 2110-EXIT
006790     end-if
006800     move spaces to Card-Value
006810     unstring SI-Parameters(Step-Pointer) delimited by ';'
006820         into Card-Value
006830         with pointer Card-Pointer
006840     end-unstring
006850     if Card-Value = '&DATE'
006860         move Stream-Date-Number to Card-Value
006870     else
006880         if Card-Value = '&MONTH'
006890             move SD-Year-Month to Card-Value
006900         else
006910             if Card-Value = '&PRVMON'
006920                 move Previous-Month to Card-Value
006930             end-if
006940         end-if
006950     end-if
006960     write AVGJCARD-RECORD from Card-Value
006970     go to 2110-EXIT.
006980 2110-EXIT.
006990     exit.
007000
007010*    The status comes back as the shell's wait status - the exit
007020*    code in the high byte and, for a step that was killed, the
007030*    signal in the low byte. A step killed, or one no shell could
007040*    be started for, is given 999 so it is above any limit.
007050 2200-SET-STEP-RC.
007060     if Step-Wait-Status < zero
007070         Display 'Step ' Step-Pointer ' could not be started'
007080         move 999 to Step-Return-Code
007090         go to 2200-EXIT
007100     end-if
007110     divide Step-Wait-Status by 256 giving Step-Exit-Code
007120         remainder Step-Signal-Code
007130     if Step-Signal-Code not = zero
007140         Display 'Step ' Step-Pointer
007150             ' ended abnormally - signal ' Step-Signal-Code
007160         move 999 to Step-Return-Code
007170         go to 2200-EXIT
007180     end-if
007190     move Step-Exit-Code to Step-Return-Code
007200     go to 2200-EXIT.
007210 2200-EXIT.
007220     exit.
007230
007240 2300-LOG-STEP-END.
007250     perform 8000-SET-LOG-RECORD thru 8000-EXIT
007260     set JL-Step-End to true
007270     perform 8200-SET-LOG-STEP thru 8200-EXIT
007280     move SI-End-Date(Step-Pointer) to JL-End-Date
007290     move SI-End-Time(Step-Pointer) to JL-End-Time
007300     move SI-Return-Code(Step-Pointer)
007310         to JL-Return-Code
007320     move SI-Status(Step-Pointer) to JL-Status
007330     perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
007340     go to 2300-EXIT.
007350 2300-EXIT.
007360     exit.
007370
007380*----------------------------------------------------------------
007390*    Close the stream on the log and set the return code from
007400*    every step that ran in it, this run or earlier.
007410*----------------------------------------------------------------
007420 2900-END-STREAM.
007430     perform 2910-CHECK-ONE-STEP thru 2910-EXIT
007440         varying Step-Pointer from 1 by 1
007450         until Step-Pointer > Step-Count
007460     if not Log-Failed
007470         Accept Clock-Date from date yyyymmdd
007480         Accept Clock-Time-Of-Day from time
007490         perform 8000-SET-LOG-RECORD thru 8000-EXIT
007500         set JL-Stream-End to true
007510         move Failed-Step to JL-Step-No
007520         move Clock-Date to JL-End-Date
007530         move Clock-Time to JL-End-Time
007540         move Highest-Step-RC to JL-Return-Code
007550         if Stream-Stopped
007560             move 'STOPPED' to JL-Status
007570         else
007580             move 'COMPLETE' to JL-Status
007590         end-if
007600         perform 8100-WRITE-LOG-RECORD thru 8100-EXIT
007610     end-if
007620     if Highest-Step-RC > zero
007630         if Run-Return-Code < 4
007640             move 4 to Run-Return-Code
007650         end-if
007660     end-if
007670     if Stream-Stopped
007680         if Run-Return-Code < 8
007690             move 8 to Run-Return-Code
007700         end-if
007710     end-if
007720     if Log-Failed
007730         move 12 to Run-Return-Code
007740     end-if
007750     go to 2900-EXIT.
007760 2900-EXIT.
007770     exit.
007780
007790 2910-CHECK-ONE-STEP.
007800     if SI-Ran(Step-Pointer)
007810         if SI-Return-Code(Step-Pointer) > Highest-Step-RC
007820             move SI-Return-Code(Step-Pointer) to Highest-Step-RC
007830         end-if
007840     end-if
007850     go to 2910-EXIT.
007860 2910-EXIT.
007870     exit.
007880
007890*----------------------------------------------------------------
007900*    The stream summary - one page for the whole stream, then the
007910*    backup verify and operations reports behind it, each only
007920*    when the step that writes it ran in this stream, so last
007930*    night's copy is never passed off as tonight's.
007940*----------------------------------------------------------------
007950 3000-WRITE-SUMMARY.
007960     open output AVGJSUM-FILE
007970     if AVGJSUM-Status not = "00"
007980         Display 'Unable to open AVGJSUM - status ' AVGJSUM-Status
007990         if Run-Return-Code < 4
008000             move 4 to Run-Return-Code
008010         end-if
008020         go to 3000-EXIT
008030     end-if
008040     move Stream-ID to SHL-Stream-ID
008050     move Stream-Date-Number to SHL-Stream-Date
008060     write AVGJSUM-RECORD from Summary-Heading-Line
008070     if Month-End-Night
008080         move 'YES' to SRL-Month-End
008090     else
008100         move 'NO' to SRL-Month-End
008110     end-if
008120     if Stream-Resumed
008130         move spaces to SRL-Resume-Text
008140         move Resume-Step to Step-No-Display
008150         string 'RERUN RESUMED AT STEP ' Step-No-Display
008160             delimited by size
008170             into SRL-Resume-Text
008180         end-string
008190     else
008200         move 'FIRST RUN OF THE STREAM' to SRL-Resume-Text
008210     end-if
008220     write AVGJSUM-RECORD from Summary-Run-Line
008230     move spaces to AVGJSUM-RECORD
008240     write AVGJSUM-RECORD
008250     write AVGJSUM-RECORD from Summary-Column-Line
008260     perform 3100-WRITE-ONE-STEP thru 3100-EXIT
008270         varying Step-Pointer from 1 by 1
008280         until Step-Pointer > Step-Count
008290     move spaces to AVGJSUM-RECORD
008300     write AVGJSUM-RECORD
008310     move spaces to Summary-Text-Line
008320     if Stream-Stopped and Failed-Step > zero
008330         move Failed-Step to Step-No-Display
008340         move 1 to Text-Pointer
008350         string 'STREAM STOPPED AT STEP ' Step-No-Display ' '
008360             delimited by size
008370             SI-Step-Name(Failed-Step) delimited by space
008380             ' - A RERUN RESUMES THERE' delimited by size
008390             into Summary-Text-Line
008400             with pointer Text-Pointer
008410         end-string
008420     else
008430         if Stream-Stopped
008440             move 'STREAM STOPPED - STEP LOG COULD NOT BE WRITTEN'
008450                 to Summary-Text-Line
008460         else
008470             move 'STREAM COMPLETE' to Summary-Text-Line
008480         end-if
008490     end-if
008500     write AVGJSUM-RECORD from Summary-Text-Line
008510     move 'HIGHEST STEP RETURN CODE' to SCL-Label
008520     move Highest-Step-RC to SCL-Count
008530     write AVGJSUM-RECORD from Summary-Count-Line
008540     move Run-Return-Code to SRC-Return-Code
008550     write AVGJSUM-RECORD from Summary-RC-Line
008560     move 'AVGVFYR' to Step-Report-Name
008570     move 'AVGMBKP' to Report-Program
008580     move 'MASTER BACKUP VERIFY REPORT' to RBL-Title
008590     perform 3500-COPY-STEP-REPORT thru 3500-EXIT
008600     move 'AVGOPSR' to Step-Report-Name
008610     move 'assignment4' to Report-Program
008620     move 'AVERAGING BATCH OPERATIONS REPORT' to RBL-Title
008630     perform 3500-COPY-STEP-REPORT thru 3500-EXIT
008640     close AVGJSUM-FILE
008650     go to 3000-EXIT.
008660 3000-EXIT.
008670     exit.
008680
008690 3100-WRITE-ONE-STEP.
008700     move Step-Pointer to SSL-Step-No
008710     move SI-Step-Name(Step-Pointer) to SSL-Step-Name
008720     move SI-Program(Step-Pointer) to SSL-Program
008730     move SI-Max-RC(Step-Pointer) to SSL-Max-RC
008740     move SI-Status(Step-Pointer) to SSL-Status
008750     move spaces to SSL-Note
008760     if SI-Not-Run(Step-Pointer)
008770         move spaces to SSL-Times
008780         move spaces to SSL-RC
008790     else
008800         move SI-Start-Date(Step-Pointer) to SSL-Start-Date
008810         move SI-Start-Time(Step-Pointer) to SSL-Start-Time
008820         move SI-End-Date(Step-Pointer) to SSL-End-Date
008830         move SI-End-Time(Step-Pointer) to SSL-End-Time
008840         move SI-Return-Code(Step-Pointer) to SSL-Return-Code
008850         if SI-Ran-Earlier(Step-Pointer)
008860             move 'EARLIER RUN' to SSL-Note
008870         end-if
008880     end-if
008890     write AVGJSUM-RECORD from Summary-Step-Line
008900     go to 3100-EXIT.
008910 3100-EXIT.
008920     exit.
008930
008940 3500-COPY-STEP-REPORT.
008950     move spaces to AVGJSUM-RECORD
008960     write AVGJSUM-RECORD
008970     move Step-Report-Name to RBL-File-Name
008980     write AVGJSUM-RECORD from Report-Banner-Line
008990     move 'N' to Report-Produced-Switch
009000     perform 3510-CHECK-PRODUCER thru 3510-EXIT
009010         varying Step-Pointer from 1 by 1
009020         until Step-Pointer > Step-Count
009030     if not Report-Produced
009040         move 'NOT PRODUCED IN THIS STREAM' to Summary-Text-Line
009050         write AVGJSUM-RECORD from Summary-Text-Line
009060         go to 3500-EXIT
009070     end-if
009080     open input STEPRPT-FILE
009090     if STEPRPT-Status not = "00"
009100         move spaces to Summary-Text-Line
009110         string 'NOT AVAILABLE - OPEN STATUS ' STEPRPT-Status
009120             delimited by size
009130             into Summary-Text-Line
009140         end-string
009150         write AVGJSUM-RECORD from Summary-Text-Line
009160         go to 3500-EXIT
009170     end-if
009180     move 'N' to STEPRPT-EOF-Switch
009190     perform 3520-COPY-ONE-LINE thru 3520-EXIT
009200         until STEPRPT-EOF
009210     close STEPRPT-FILE
009220     go to 3500-EXIT.
009230 3500-EXIT.
009240     exit.
009250
009260*    The program column may carry a ./ path prefix.
009270 3510-CHECK-PRODUCER.
009280     if SI-Program(Step-Pointer)(1:2) = './'
009290         move SI-Program(Step-Pointer)(3:) to Program-Base
009300     else
009310         move SI-Program(Step-Pointer) to Program-Base
009320     end-if
009330     if Program-Base = Report-Program and SI-Ran(Step-Pointer)
009340         set Report-Produced to true
009350     end-if
009360     go to 3510-EXIT.
009370 3510-EXIT.
009380     exit.
009390
009400 3520-COPY-ONE-LINE.
009410     read STEPRPT-FILE
009420         at end
009430             set STEPRPT-EOF to true
009440             go to 3520-EXIT
009450     end-read
009460     write AVGJSUM-RECORD from STEPRPT-RECORD
009470     go to 3520-EXIT.
009480 3520-EXIT.
009490     exit.
009500
009510*----------------------------------------------------------------
009520*    Every log record is written and the log closed straight
009530*    away, so the log says how far the stream got even if the
009540*    controller itself is lost part way through a step. A log
009550*    that cannot be written stops the stream - a rerun could
009560*    not tell where to resume.
009570*----------------------------------------------------------------
009580 8000-SET-LOG-RECORD.
009590     move spaces to Log-Work
009600     move Stream-ID to JL-Stream-ID
009610     move Stream-Date-Number to JL-Stream-Date
009620     move zero to JL-Step-No
009630     move zero to JL-Start-Date
009640     move zero to JL-Start-Time
009650     move zero to JL-End-Date
009660     move zero to JL-End-Time
009670     move zero to JL-Return-Code
009680     move zero to JL-Max-RC
009690     go to 8000-EXIT.
009700 8000-EXIT.
009710     exit.
009720
009730 8100-WRITE-LOG-RECORD.
009740     open extend AVGJLOG-FILE
009750     if AVGJLOG-Status = "35"
009760         open output AVGJLOG-FILE
009770     end-if
009780     if AVGJLOG-Status not = "00"
009790         Display 'Unable to open AVGJLOG - status ' AVGJLOG-Status
009800         Display 'Stream stopped - a rerun could not tell where'
009810         Display 'to resume'
009820         set Log-Failed to true
009830         set Stream-Stopped to true
009840         move 12 to Run-Return-Code
009850         go to 8100-EXIT
009860     end-if
009870     write AVGJLOG-RECORD from Log-Work
009880     if AVGJLOG-Status not = "00"
009890         Display 'Unable to write AVGJLOG - status '
009900             AVGJLOG-Status
009910         set Log-Failed to true
009920         set Stream-Stopped to true
009930         move 12 to Run-Return-Code
009940     end-if
009950     close AVGJLOG-FILE
009960     go to 8100-EXIT.
009970 8100-EXIT.
009980     exit.
009990
010000 8200-SET-LOG-STEP.
010010     move Step-Pointer to JL-Step-No
010020     move SI-Step-Name(Step-Pointer) to JL-Step-Name
010030     move SI-Program(Step-Pointer) to JL-Program
010040     move SI-Max-RC(Step-Pointer) to JL-Max-RC
010050     move SI-Start-Date(Step-Pointer) to JL-Start-Date
010060     move SI-Start-Time(Step-Pointer) to JL-Start-Time
010070     go to 8200-EXIT.
010080 8200-EXIT.
010090     exit.
010100
010110 end program AVGSTRM.
