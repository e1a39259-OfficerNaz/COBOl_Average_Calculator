000070*  history still seeds from prior periods without rereading
000080*  them. The CF marker lands where AA-Run-Date would be, so
000090*  every reader that guards on a numeric run date skips these
000100*  records untouched. A carry-forward takes its place in the
000101*  trail's hash chain like any run record - CF-SEQ-NO and
000102*  CF-CHAIN-HASH mean what AA-Seq-No and AA-Chain-Hash mean in
000103*  AUDREC, the hash covering the bytes before it. Include this
000104*  under a 01-level group, e.g.
000110*      01  CF-Work-Record.
000120*          COPY CFREC.
000130*================================================================
000190     05  CF-AVERAGE          PIC -(5)9.99.
000200     05  CF-SPACE3           PIC X(01).
000210     05  CF-PERIOD           PIC X(06).
000220     05  CF-SPACE4           PIC X(01).
000230     05  CF-SEQ-NO           PIC 9(09).
000240     05  CF-SPACE5           PIC X(01).
000250     05  CF-CHAIN-HASH       PIC X(18).
