000010*================================================================
000020*  TCMPAREA
000030*  Actual-versus-target comparison done by the AVGTCMP
000040*  subprogram - the caller supplies the actual average and the
000050*  target average and band from its AVGTARG entry (TARGREC) and
000060*  gets back whether the actual is inside, below or above the
000070*  band, and its gap from the target average as an amount and as
000080*  a percent of the target. Include this under a 01-level
000090*  group, e.g.
000100*      01  TARGET-COMPARE-AREA.
000110*          COPY TCMPAREA.
000120*================================================================
000130     05  TC-ACTUAL-AVERAGE       PIC S9(05)V99.
000140     05  TC-TARGET-AVERAGE       PIC S9(05)V99.
000150     05  TC-LOW-BAND             PIC S9(05)V99.
000160     05  TC-HIGH-BAND            PIC S9(05)V99.
000170     05  TC-RESULT               PIC X(01).
000180         88  TC-IN-BAND              value "I".
000190         88  TC-BELOW-BAND           value "L".
000200         88  TC-ABOVE-BAND           value "H".
000210         88  TC-OUTSIDE-BAND         value "L" "H".
000220     05  TC-GAP-AMOUNT           PIC S9(06)V99.
000230     05  TC-GAP-PCT              PIC S9(04)V99.
