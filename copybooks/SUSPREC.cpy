000030*  AVGSUSP suspense record - a batch set that could not be
000040*  processed, parked with a reject reason code so it can be
000050*  repaired and resubmitted instead of being re-keyed from the
000060*  source documents. A DU suspected duplicate carries the run
000061*  date and time of the earlier run it matches - on AVGAUDIT,
000062*  or earlier in the same batch run. A set that came in on an
000063*  AVGIMPIN feed keeps its feed reference (see NBRSREC) so a
000064*  repaired resubmission can still be acknowledged to the
000065*  feeder. The calculation mode and per-entry weights the set
000066*  was run with are kept too, so a suspected duplicate released
000067*  as a genuine repeat averages exactly as it did first time.
000068*  Include this under a 01-level group, e.g.
000070*      01  Suspense-Work-Record.
000080*          COPY SUSPREC.
000090*================================================================
000142         88  SU-DEPT-XREF        value "DX".
000144         88  SU-IMPORT-EDIT      value "IE".
000146         88  SU-DEPT-INVALID     value "DV".
000148         88  SU-DUPLICATE        value "DU".
000150     05  SU-DEPT-CODE        PIC X(04).
000160     05  SU-SET-ID           PIC X(08).
000170     05  SU-ENTRY-AREA.
000190                              SIGN LEADING SEPARATE.
000200     05  SU-CONTROL-TOTAL    PIC S9(08)V99
000210                              SIGN LEADING SEPARATE.
000220     05  SU-MATCH-RUN-DATE   PIC X(08).
000230     05  SU-MATCH-RUN-TIME   PIC X(06).
000240     05  SU-FEED-REF.
000250         10  SU-FEED-NAME    PIC X(08).
000260         10  SU-FEED-DATE    PIC 9(08).
000270         10  SU-FEED-TIME    PIC 9(06).
000280         10  SU-FEED-ROW     PIC 9(05).
000290     05  SU-CALC-MODE        PIC X(01).
000300     05  SU-WEIGHT-AREA.
000310         10  SU-NUMBER-WEIGHT PIC 9(02)V99 OCCURS 500 TIMES.
