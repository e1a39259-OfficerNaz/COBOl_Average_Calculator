000010*================================================================
000020*  JCTLREC
000030*  AVGJCTL job-control record for the night stream controller
000040*  AVGSTRM - one line per step, in the order the steps run. The
000050*  program is run as it would be from the command line. The
000060*  highest return code the stream accepts from the step is
000070*  JC-MAX-RC; anything above it stops the stream there. A run
000080*  code of M runs the step only on a month-end night (the last
000090*  business day of the month), blank or D every night. The
000100*  parameters are the answers the step would be given at the
000110*  terminal, separated by semicolons, one per prompt; &DATE,
000120*  &MONTH and &PRVMON stand for the processing date, its month
000130*  (YYYYMM) and the month before. A line with * in the first
000140*  column is a comment. Include this under the FD's 01 level,
000150*  e.g.
000160*      01  AVGJCTL-RECORD.
000170*          COPY JCTLREC.
000180*  A typical line -
000190*      ARCHIVE  ./AVGARCH        04 M A;&PRVMON
000200*================================================================
000210     05  JC-STEP-NAME        PIC X(08).
000220     05  JC-SPACE1           PIC X(01).
000230     05  JC-PROGRAM          PIC X(16).
000240     05  JC-SPACE2           PIC X(01).
000250     05  JC-MAX-RC           PIC 9(02).
000260     05  JC-SPACE3           PIC X(01).
000270     05  JC-RUN-WHEN         PIC X(01).
000280         88  JC-EVERY-NIGHT      value " " "D".
000290         88  JC-MONTH-END-ONLY   value "M".
000300     05  JC-SPACE4           PIC X(01).
000310     05  JC-PARAMETERS       PIC X(60).
