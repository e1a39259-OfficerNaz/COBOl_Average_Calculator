000010*================================================================
000020*  DATEAREA
000030*  Date-conversion area passed to the AVGDATE subprogram. With
000040*  DT-FUNCTION N the caller sets DT-DATE (YYYYMMDD) and gets
000050*  back DT-DAY-NUMBER, a running day count that subtracts to
000060*  give the days between two dates, and DT-DAY-OF-WEEK (1 =
000070*  Monday through 7 = Sunday). With DT-FUNCTION D the caller
000080*  sets DT-DAY-NUMBER and gets DT-DATE and the day of week back.
000090*  DT-VALID-FLAG comes back N for a date that is not on the
000100*  calendar. Include this under a 01-level group, e.g.
000110*      01  DATE-AREA.
000120*          COPY DATEAREA.
000130*================================================================
000140     05  DT-FUNCTION         PIC X(01).
000150         88  DT-TO-DAY-NUMBER    value "N".
000160         88  DT-TO-DATE          value "D".
000170     05  DT-DATE             PIC 9(08).
000180     05  DT-DAY-NUMBER       PIC 9(07).
000190     05  DT-DAY-OF-WEEK      PIC 9(01).
000200     05  DT-VALID-FLAG       PIC X(01).
000210         88  DT-VALID            value "Y".
000220         88  DT-INVALID          value "N".
