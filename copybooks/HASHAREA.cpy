000010*================================================================
000020*  HASHAREA
000030*  Parameter area for the AVGHASH chain hash subprogram. The
000040*  caller passes the record and the number of leading bytes the
000050*  hash covers, with the chain hash of the record written before
000060*  it (zeros at the head of a chain); AVGHASH returns this
000070*  record's chain hash. The hash is two independent polynomial
000080*  remainders over the record bytes, seeded from the prior hash,
000090*  so a change to any covered byte or to any earlier record in
000100*  the chain changes it. Include this under a 01-level group,
000110*  e.g.
000120*      01  HASH-AREA.
000130*          COPY HASHAREA.
000140*================================================================
000150     05  HS-COVER-LENGTH     PIC 9(04).
000160     05  HS-PRIOR-HASH.
000170         10  HS-PRIOR-HASH-A     PIC 9(09).
000180         10  HS-PRIOR-HASH-B     PIC 9(09).
000190     05  HS-RECORD-HASH.
000200         10  HS-RECORD-HASH-A    PIC 9(09).
000210         10  HS-RECORD-HASH-B    PIC 9(09).
