001900*                     STEP'S MASTER SLICE, AND ONCE AT THE END
002000*                     TO RELOAD THE RECOMBINED MASTER RNGMERGE
002100*                     PRODUCES.
002110*    2026-10-15 JPL   IMAGE WIDENED TO 65 BYTES FOR THE NEW
002120*                     YTD-TAX ACCUMULATOR.
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
004500     05  YF-REC-TYPE             PIC X(01).
004600         88  YF-DETAIL                   VALUE 'D'.
004700         88  YF-TRAILER                  VALUE 'T'.
004800     05  YF-REC-DATA             PIC X(64).
004900 01  YTD-FLAT-TRAILER REDEFINES YTD-FLAT-RECORD.
005000     05  FILLER                  PIC X(01).
005100     05  YF-TRL-COUNT            PIC 9(07).
005200     05  FILLER                  PIC X(57).
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-MASTER-STATUS            PIC X(02).
