000050*  (leading separate sign), the expected control total, the set
000060*  ID when the values live on the NBRMAST master instead, the
000070*  department code, the calculation mode and the per-entry
000080*  weights for weighted mode. A row imported from an AVGIMPIN
000081*  feed carries the feed reference AVGIMP stamped on it (feed
000082*  name, import date and time, line number in the feed file) so
000083*  the batch can acknowledge it - blank on every other set.
000084*  Include this under the FD's 01 level, e.g.
000100*      01  NBRSETS-RECORD.
000110*          COPY NBRSREC.
000120*================================================================
000200     05  NS-Calc-Mode    PIC X(01).
000210     05  NS-Weight-Area.
000220         10  NS-Number-Weight PIC 9(02)V99 OCCURS 500 TIMES.
000230     05  NS-Feed-Ref.
000240         10  NS-Feed-Name     PIC X(08).
000250         10  NS-Feed-Date     PIC 9(08).
000260         10  NS-Feed-Time     PIC 9(06).
000270         10  NS-Feed-Row      PIC 9(05).
