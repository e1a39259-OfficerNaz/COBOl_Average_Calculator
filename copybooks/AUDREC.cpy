000050*  leading separate sign), sum, average, set ID and the
000060*  overflow / reconciliation / variance flags and the operator
000070*  who ran it, so a reported average can be traced back to
000080*  exactly what was keyed in or read, and by whom. A run found
000081*  to be wrong is never edited - a supervisor appends a V
000082*  reversal record carrying the original's values and pointing
000083*  back at its run date and time (set ID and department as on
000084*  the original), and optionally a C correcting run pointing at
000085*  the same original. Readers drop a reversed run and its V
000086*  record from totals and prior averages, pairing the first
000087*  unused V for a key with the first run of that key, and place
000088*  a V or C record in the period of the run it points at.
000088*  AA-Fingerprint is the set's FPRTAREA fingerprint, blank on
000088*  records written before it was carried.
000088*  AA-Seq-No numbers every record on the trail in the order it
000088*  was written, and AA-Chain-Hash (AVGHASH, HASHAREA copybook)
000088*  covers every byte before it together with the chain hash of
000088*  the record written before it, so an edited, inserted or
000088*  deleted record breaks the chain. Both are blank on records
000088*  written before the chain was carried. Where AVGARCH splits
000088*  or restores the trail it writes a CB bridge record (CBREC
000088*  copybook) naming the record the next one chains from.
000089*  Include this under the FD's 01 level, e.g.
000090*      01  AVGAUDIT-RECORD.
000100*          COPY AUDREC.
000110*================================================================
000330     05  AA-Calc-Mode    PIC X(01).
000340     05  AA-Space11      PIC X(01).
000350     05  AA-Operator-ID  PIC X(08).
000360     05  AA-Space12      PIC X(01).
000370     05  AA-Record-Type  PIC X(01).
000380         88  AA-ORIGINAL-RUN     value " ".
000390         88  AA-REVERSAL         value "V".
000400         88  AA-CORRECTION       value "C".
000410     05  AA-Space13      PIC X(01).
000420     05  AA-Reason-Code  PIC X(02).
000430         88  AA-REASON-KEYING    value "KE".
000440         88  AA-REASON-WRONG-SET value "WS".
000450         88  AA-REASON-WRONG-DEPT value "WD".
000460         88  AA-REASON-DUPLICATE value "DU".
000470         88  AA-REASON-OTHER     value "OT".
000480         88  AA-REASON-VALID     value "KE" "WS" "WD" "DU" "OT".
000490     05  AA-Space14      PIC X(01).
000500     05  AA-Ref-Run-Date PIC X(08).
000510     05  AA-Space15      PIC X(01).
000520     05  AA-Ref-Run-Time PIC X(06).
000530     05  AA-Space16      PIC X(01).
000540     05  AA-Fingerprint  PIC X(23).
000550     05  AA-Space17      PIC X(01).
000560     05  AA-Seq-No       PIC 9(09).
000570     05  AA-Space18      PIC X(01).
000580     05  AA-Chain-Hash   PIC X(18).
