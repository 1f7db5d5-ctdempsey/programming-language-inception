002000*                 IS COMPUTED WITH THE SAME FLIEGEL/VAN        *
002100*                 FLANDERN JULIAN-DAY ARITHMETIC HELLORPT      *
002200*                 USES FOR ITS WEEK BREAKS.                    *
002220* 10/15/2026 DRO  WIDENED THE ARCHIVE AND WORK RECORDS TO THE  *
002240*                 64-BYTE HLLOG RECORD (AD-HOC SWITCH, STEP    *
002260*                 AND SUBMITTING USER), SO NOTHING IS CUT OFF  *
002280*                 ON THE WAY TO ARCHLOG.                       *
002286* 10/15/2026 DRO  ARCHIVE AND WORK RECORDS WIDENED TO THE      *
002292*                 72-BYTE HLLOG RECORD (DRIVER VERSION).       *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004100 FD  RUNLOG-FILE.
004200 COPY HLLOG.
004300 FD  ARCHIVE-FILE.
004400 01  HP-ARC-RECORD               PIC X(72).
004500 FD  WORK-FILE.
004600 01  HP-WRK-RECORD               PIC X(72).
004700 WORKING-STORAGE SECTION.
004800*--------------------------------------------------------------*
004900* SWITCHES, COUNTERS AND THE CUTOFF CONTROLS                    *
