001900*                     AGAIN, DD-MAPPED, ON EACH RANGE'S MASTER
002000*                     AFTER THE RANGE PAY STEPS SO RNGMERGE CAN
002100*                     RECOMBINE THE SLICES.
002110*    2026-10-15 JPL   IMAGE WIDENED TO 65 BYTES FOR THE NEW
002120*                     YTD-TAX ACCUMULATOR.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004100
004200 FD  YTD-FLAT
004300     RECORDING MODE IS F.
004400 01  YTD-FLAT-RECORD             PIC X(65).
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-MASTER-STATUS            PIC X(02).
005500
005600 01  WS-FLAT-DETAIL.
005700     05  WS-FLT-REC-TYPE         PIC X(01)   VALUE 'D'.
005800     05  WS-FLT-IMAGE            PIC X(64).
005900
006000 01  WS-FLAT-TRAILER.
006100     05  WS-FLT-TRL-TYPE         PIC X(01)   VALUE 'T'.
