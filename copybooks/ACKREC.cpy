000010*================================================================
000020*  ACKREC
000030*  AVGACKL feed acknowledgement event - one line each time a row
000040*  that came in on an AVGIMPIN feed changes state: accepted to
000050*  NBRSETS or parked by the import, parked or processed by the
000060*  night batch, and resubmitted or discarded from the menu's
000070*  suspense repair. The feed reference is the one the import
000080*  stamped on the row - the feed name, the import date and time
000090*  and the row's line number in the file the feeder sent - and
000100*  travels with the row on NBRSETS and AVGSUSP. The sum, average
000110*  and reconciliation flag are filled once the row has been
000120*  calculated. AVGACK turns the events logged since its last run
000130*  into the acknowledgement files sent back to the feeders.
000140*  Include this under the FD's 01 level, e.g.
000150*      01  AVGACKL-RECORD.
000160*          COPY ACKREC.
000170*================================================================
000180     05  AK-FEED-REF.
000190         10  AK-FEED-NAME        PIC X(08).
000200         10  AK-FEED-DATE        PIC 9(08).
000210         10  AK-FEED-TIME        PIC 9(06).
000220         10  AK-FEED-ROW         PIC 9(05).
000230     05  AK-EVENT-SOURCE         PIC X(01).
000240         88  AK-FROM-IMPORT          value "I".
000250         88  AK-FROM-BATCH           value "B".
000260         88  AK-FROM-MENU            value "M".
000270     05  AK-STATUS               PIC X(09).
000280         88  AK-ACCEPTED             value "ACCEPTED".
000290         88  AK-PARKED               value "PARKED".
000300         88  AK-PROCESSED            value "PROCESSED".
000310         88  AK-EMPTY                value "EMPTY".
000320         88  AK-SKIPPED              value "SKIPPED".
000330         88  AK-DISCARDED            value "DISCARDED".
000340     05  AK-REASON-CODE          PIC X(02).
000350     05  AK-SUMOF                PIC S9(08)V99
000360                                  SIGN LEADING SEPARATE.
000370     05  AK-AVERAGE              PIC S9(05)V99
000380                                  SIGN LEADING SEPARATE.
000390     05  AK-RECON-BREAK          PIC X(01).
000400     05  AK-EVENT-DATE           PIC 9(08).
000410     05  AK-EVENT-TIME           PIC 9(06).
