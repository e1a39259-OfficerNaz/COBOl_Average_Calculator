000010*================================================================
000020*  PARMREC
000030*  AVGPARM run-control record - run mode, report option,
000040*  processing date and variance tolerance the overnight
000050*  schedule supplies so the batch steps need no terminal input.
000060*  A blank or zero processing date means today. The duplicate
000061*  window is how many days back the batch looks on AVGAUDIT for
000062*  a set it has already run - blank takes the default of seven,
000063*  zero checks the current run only. Shared by the averaging
000070*  batch and the steps that run alongside it. Include
000080*  this under the FD's 01 level, e.g.
000090*      01  AVGPARM-RECORD.
000100*          COPY PARMREC.
000110*================================================================
000120     05  PARM-RUN-MODE       PIC X(01).
000130     05  PARM-SPACE1         PIC X(01).
000140     05  PARM-REPORT-OPTION  PIC X(01).
000150     05  PARM-SPACE2         PIC X(01).
000160     05  PARM-PROCESS-DATE   PIC 9(08).
000170     05  PARM-SPACE3         PIC X(01).
000180     05  PARM-TOLERANCE-PCT  PIC 9(03).
000190     05  PARM-SPACE4         PIC X(01).
000200     05  PARM-DUP-WINDOW-DAYS PIC 9(03).
