000010 Identification Division.
000020 program-id. AVGDATE as "AVGDATE".
000030
000040     Author. Naz Sassine.
000050 Installation. Desktop.
000060 Date-written. 2026-10-15.
000070 Date-compiled. 2026-10-15.
000080 Security. None.
000090*--------------------------------------------------------------
000100* Modification History
000110*   Date       Init  Description
000120*   2026-10-15 NS    First version - date arithmetic shared by
000130*                    the batch steps that have to work out
000140*                    what is due on a processing date. Turns a
000150*                    YYYYMMDD date into a running day number and
000160*                    a day of the week (1 = Monday through 7 =
000170*                    Sunday), or a day number back into a date,
000180*                    so callers can step a date by whole days
000190*                    and count the days between two dates with
000200*                    ordinary arithmetic. Area layout in the
000210*                    DATEAREA copybook.
000220*--------------------------------------------------------------
000230
000240 environment division.
000250
000260 data division.
000270 working-storage section.
000280 01 Date-Work.
000290     05 DW-Year PIC 9(04).
000300     05 DW-Month PIC 9(02).
000310     05 DW-Day PIC 9(02).
000320 01 Date-Work-Number redefines Date-Work PIC 9(08).
000330
000340 01 Month-Length-Values.
000350     05 filler PIC X(24) value '312831303130313130313031'.
000360 01 Month-Length-Table redefines Month-Length-Values.
000370     05 Month-Length PIC 9(02) OCCURS 12 TIMES.
000380 01 Days-In-Month PIC 9(02).
000390
000400 01 Calc-Year PIC 9(05).
000410 01 Calc-Month PIC 9(02).
000420 01 Calc-Era PIC 9(03).
000430 01 Calc-Yoe PIC 9(03).
000440 01 Calc-Doe PIC 9(06).
000450 01 Calc-Doy PIC 9(03).
000460 01 Calc-Work PIC 9(09).
000470 01 Calc-Quotient PIC 9(07).
000480 01 Calc-Q4 PIC 9(06).
000490 01 Calc-Q100 PIC 9(06).
000500 01 Calc-Q400 PIC 9(06).
000510 01 Calc-Remainder PIC 9(06).
000520 01 Leap-Year-Switch PIC X(01).
000530     88 Leap-Year value "Y".
000540
000550 linkage section.
000560 01 DATE-AREA.
000570     COPY DATEAREA.
000580
000590 procedure division using DATE-AREA.
000600 AVGDATE Section.
000610 0000-CONVERT-DATE.
000620     set DT-VALID to true
000630     if DT-TO-DAY-NUMBER
000640         perform 1000-DATE-TO-DAY-NUMBER thru 1000-EXIT
000650     else
000660         if DT-TO-DATE
000670             perform 2000-DAY-NUMBER-TO-DATE thru 2000-EXIT
000680         else
000690             set DT-INVALID to true
000700         end-if
000710     end-if
000720     goback.
000730
000740*----------------------------------------------------------------
000750*    Date to day number - the year is counted from March so the
000760*    leap day falls at the end of it, which lets every month but
000770*    February come out of one formula. Day numbers run from
000780*    1 March of year zero.
000790*----------------------------------------------------------------
000800 1000-DATE-TO-DAY-NUMBER.
000810     move zero to DT-Day-Number
000820     move zero to DT-Day-Of-Week
000830     if DT-Date not numeric
000840         set DT-INVALID to true
000850         go to 1000-EXIT
000860     end-if
000870     move DT-Date to Date-Work-Number
000880     perform 1100-CHECK-CALENDAR thru 1100-EXIT
000890     if DT-INVALID
000900         go to 1000-EXIT
000910     end-if
000920     if DW-Month > 2
000930         Compute Calc-Year = DW-Year
000940         Compute Calc-Month = DW-Month - 3
000950     else
000960         Compute Calc-Year = DW-Year - 1
000970         Compute Calc-Month = DW-Month + 9
000980     end-if
000990     divide Calc-Year by 400 giving Calc-Era
001000         remainder Calc-Yoe
001010     Compute Calc-Work = 153 * Calc-Month + 2
001020     divide Calc-Work by 5 giving Calc-Doy
001030     Compute Calc-Doy = Calc-Doy + DW-Day - 1
001040     divide Calc-Yoe by 4 giving Calc-Q4
001050     divide Calc-Yoe by 100 giving Calc-Q100
001060     Compute Calc-Doe = Calc-Yoe * 365 + Calc-Q4 - Calc-Q100
001070         + Calc-Doy
001080     Compute DT-Day-Number = Calc-Era * 146097 + Calc-Doe
001090     perform 3000-DAY-OF-WEEK thru 3000-EXIT
001100     go to 1000-EXIT.
001110 1000-EXIT.
001120     exit.
001130
001140 1100-CHECK-CALENDAR.
001150     if DW-Year = zero
001160         or DW-Month < 1 or DW-Month > 12
001170         or DW-Day < 1
001180         set DT-INVALID to true
001190         go to 1100-EXIT
001200     end-if
001210     move 'N' to Leap-Year-Switch
001220     divide DW-Year by 4 giving Calc-Q4
001230         remainder Calc-Remainder
001240     if Calc-Remainder = zero
001250         set Leap-Year to true
001260         divide DW-Year by 100 giving Calc-Q100
001270             remainder Calc-Remainder
001280         if Calc-Remainder = zero
001290             move 'N' to Leap-Year-Switch
001300             divide DW-Year by 400 giving Calc-Q400
001310                 remainder Calc-Remainder
001320             if Calc-Remainder = zero
001330                 set Leap-Year to true
001340             end-if
001350         end-if
001360     end-if
001370     move Month-Length(DW-Month) to Days-In-Month
001380     if DW-Month = 2 and Leap-Year
001390         move 29 to Days-In-Month
001400     end-if
001410     if DW-Day > Days-In-Month
001420         set DT-INVALID to true
001430     end-if
001440     go to 1100-EXIT.
001450 1100-EXIT.
001460     exit.
001470
001480*----------------------------------------------------------------
001490*    Day number to date - the same March-based year run
001500*    backwards: find the 400-year era, the year within it, the
001510*    day within that year, then the month and day.
001520*----------------------------------------------------------------
001530 2000-DAY-NUMBER-TO-DATE.
001540     move zero to DT-Date
001550     move zero to DT-Day-Of-Week
001560     if DT-Day-Number not numeric
001570         set DT-INVALID to true
001580         go to 2000-EXIT
001590     end-if
001600     divide DT-Day-Number by 146097 giving Calc-Era
001610         remainder Calc-Doe
001620     divide Calc-Doe by 1460 giving Calc-Q4
001630     divide Calc-Doe by 36524 giving Calc-Q100
001640     divide Calc-Doe by 146096 giving Calc-Q400
001650     Compute Calc-Work = Calc-Doe - Calc-Q4 + Calc-Q100
001660         - Calc-Q400
001670     divide Calc-Work by 365 giving Calc-Yoe
001680     Compute Calc-Year = Calc-Yoe + Calc-Era * 400
001690     divide Calc-Yoe by 4 giving Calc-Q4
001700     divide Calc-Yoe by 100 giving Calc-Q100
001710     Compute Calc-Doy = Calc-Doe
001720         - (365 * Calc-Yoe + Calc-Q4 - Calc-Q100)
001730     Compute Calc-Work = 5 * Calc-Doy + 2
001740     divide Calc-Work by 153 giving Calc-Month
001750     Compute Calc-Work = 153 * Calc-Month + 2
001760     divide Calc-Work by 5 giving Calc-Quotient
001770     Compute DW-Day = Calc-Doy - Calc-Quotient + 1
001780     if Calc-Month < 10
001790         Compute DW-Month = Calc-Month + 3
001800     else
001810         Compute DW-Month = Calc-Month - 9
001820     end-if
001830     if DW-Month < 3
001840         add 1 to Calc-Year
001850     end-if
001860     if Calc-Year > 9999
001870         set DT-INVALID to true
001880         go to 2000-EXIT
001890     end-if
001900     move Calc-Year to DW-Year
001910     move Date-Work-Number to DT-Date
001920     perform 3000-DAY-OF-WEEK thru 3000-EXIT
001930     go to 2000-EXIT.
001940 2000-EXIT.
001950     exit.
001960
001970 3000-DAY-OF-WEEK.
001980*    Day number 1 (2 March of year zero) was a Thursday, so three
001990*    days on and divided by seven leaves 1 for a Monday through
002000*    6 for a Saturday and nothing for a Sunday.
002010     Compute Calc-Work = DT-Day-Number + 3
002020     divide Calc-Work by 7 giving Calc-Quotient
002030         remainder Calc-Remainder
002040     if Calc-Remainder = zero
002050         move 7 to DT-Day-Of-Week
002060     else
002070         move Calc-Remainder to DT-Day-Of-Week
002080     end-if
002090     go to 3000-EXIT.
002100 3000-EXIT.
002110     exit.
002120
002130 end program AVGDATE.
