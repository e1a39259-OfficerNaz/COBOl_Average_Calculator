000010*================================================================
000020*  CBREC
000030*  AVGAUDIT chain bridge record - written by AVGARCH wherever it
000040*  splits or restores the trail, so the records either side of
000050*  the break still prove their place in the hash chain. A bridge
000060*  names the last record written before the records it stands
000070*  in for - its sequence number and chain hash - and the next
000080*  record on the file chains from that. Bridges are written by
000090*  AVGARCH alone and each one is listed by the AVGTVFY trail
000100*  verifier, which confirms it against the named file when that
000110*  file is checked in the same run. The CB marker lands where
000120*  AA-Run-Date would be, so every reader that guards on a
000130*  numeric run date skips these records untouched. Include this
000140*  under a 01-level group, e.g.
000150*      01  CB-Work-Record.
000160*          COPY CBREC.
000170*================================================================
000180     05  CB-RECORD-ID        PIC X(02).
000190         88  CB-CHAIN-BRIDGE     value "CB".
000200     05  CB-SPACE1           PIC X(01).
000210     05  CB-BRIDGE-TYPE      PIC X(01).
000220*        A - the records before this went to a generation
000230*        K - the records before this stayed on AVGAUDIT
000240*        R - the records after this are a restored generation
000250*        E - end of a restored generation, the live trail resumes
000260         88  CB-ARCHIVED         value "A".
000270         88  CB-KEPT             value "K".
000280         88  CB-RESTORED         value "R".
000290         88  CB-RESUMED          value "E".
000300     05  CB-SPACE2           PIC X(01).
000310     05  CB-PRIOR-SEQ-NO     PIC 9(09).
000320     05  CB-SPACE3           PIC X(01).
000330     05  CB-PRIOR-HASH       PIC X(18).
000340     05  CB-SPACE4           PIC X(01).
000350     05  CB-FILE-NAME        PIC X(20).
000360     05  CB-SPACE5           PIC X(01).
000370     05  CB-WRITTEN-DATE     PIC 9(08).
000380     05  CB-SPACE6           PIC X(01).
000390     05  CB-WRITTEN-TIME     PIC 9(06).
