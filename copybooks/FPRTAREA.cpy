000010*================================================================
000020*  FPRTAREA
000030*  Set fingerprint built by the AVGFPRT subprogram from a number
000040*  set and its control total - the count of entries in use (up
000050*  to the last non-zero entry), the control total, and a check
000060*  value that runs over every entry in use in order. Two sets
000070*  with the same department, set ID and fingerprint are taken
000080*  to be the same submission. The fingerprint rides on each
000090*  AVGAUDIT record as AA-Fingerprint. Include this under a
000100*  01-level group, e.g.
000110*      01  FINGERPRINT-AREA.
000120*          COPY FPRTAREA.
000130*================================================================
000140     05  FP-VALUE.
000150         10  FP-ENTRY-COUNT      PIC 9(03).
000160         10  FP-CONTROL-TOTAL    PIC S9(08)V99
000170                                  SIGN LEADING SEPARATE.
000180         10  FP-CHECK-VALUE      PIC 9(09).
