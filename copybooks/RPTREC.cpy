000040*  time, department, the input values (signed, two decimals,
000050*  leading separate sign), sum, average, the overflow and
000060*  reconciliation flags, the descriptive statistics and the
000070*  variance flag and percentage, and the set's standing against
000071*  its AVGTARG target - RPT-Target-Flag I inside the band, L
000072*  below it, H above it, blank when no target is in force - with
000073*  the target average and the gap from it in percent. Include
000074*  this under the FD's 01 level, e.g.
000090*      01  AVGRPT-RECORD.
000100*          COPY RPTREC.
000110*================================================================
000440     05  RPT-Variance-Pct PIC +ZZ9.99.
000450     05  RPT-Space16     PIC X(01).
000460     05  RPT-Calc-Mode   PIC X(01).
000470     05  RPT-Space17     PIC X(01).
000480     05  RPT-Target-Area.
000481         10  RPT-Target-Flag PIC X(01).
000490         10  RPT-Space18     PIC X(01).
000500         10  RPT-Target-Average PIC -(5)9.99.
000510         10  RPT-Space19     PIC X(01).
000520         10  RPT-Target-Gap-Pct PIC +ZZZ9.99.
