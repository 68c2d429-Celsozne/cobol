002392*                     SO EVERY RANGE STEP RUNS AGAINST EXACTLY
002393*                     ITS OWN EMPLOYEES AND RNGMERGE CAN
002394*                     RECOMBINE THE PIECES.
002395*    2026-10-15 JPL   YTDFLAT IMAGE LINES WIDENED TO 65 BYTES
002396*                     (NEW YTD-TAX ACCUMULATOR ON YTDMAST).
002397*    2026-10-15 JPL   ADJHIST IMAGE LINES WIDENED TO 34 BYTES
002398*                     FOR THE APPLIED RATE CODE.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007810
007811 FD  ADJ-HISTORY
007812     RECORDING MODE IS F.
007813 01  ADJ-HISTORY-LINE            PIC X(34).
007814
007815 FD  HIST-OUT-1
007816     RECORDING MODE IS F.
007817 01  HIST-OUT-1-LINE             PIC X(34).
007818
007819 FD  HIST-OUT-2
007820     RECORDING MODE IS F.
007821 01  HIST-OUT-2-LINE             PIC X(34).
007822
007823 FD  HIST-OUT-3
007824     RECORDING MODE IS F.
007825 01  HIST-OUT-3-LINE             PIC X(34).
007826
007827 FD  HIST-OUT-4
007828     RECORDING MODE IS F.
007829 01  HIST-OUT-4-LINE             PIC X(34).
007830
007831 FD  YTD-FLAT
007832     RECORDING MODE IS F.
007833 01  YTD-FLAT-LINE               PIC X(65).
007834
007835 FD  YTD-OUT-1
007836     RECORDING MODE IS F.
007837 01  YTD-OUT-1-LINE              PIC X(65).
007838
007839 FD  YTD-OUT-2
007840     RECORDING MODE IS F.
007841 01  YTD-OUT-2-LINE              PIC X(65).
007842
007843 FD  YTD-OUT-3
007844     RECORDING MODE IS F.
007845 01  YTD-OUT-3-LINE              PIC X(65).
007846
007847 FD  YTD-OUT-4
007848     RECORDING MODE IS F.
007849 01  YTD-OUT-4-LINE              PIC X(65).
007850
007851 FD  GRN-FLAT
007852     RECORDING MODE IS F.
