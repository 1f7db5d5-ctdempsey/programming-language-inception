002400*                 (HELSLAJ) ALONGSIDE HELPURGJ.  RC 8 = BAD    *
002500*                 PARM, RC 16 = RUNLOG WOULD NOT OPEN, RC 4 =  *
002600*                 NO RUNS ON FILE FOR THE REPORT MONTH.        *
002612* 10/15/2026 DRO  AN AD-HOC SINGLE-STEP RUN (HELLO             *
002624*                 PARM='STEP=NNNN') IS LEFT OUT OF THE RUN     *
002636*                 COUNTS, SLA ATTAINMENT, FAILURE PARETO AND   *
002648*                 MOVEMENT - IT IS NOT A RUN OF THE SCHEDULED  *
002660*                 CHAIN - AND IS COUNTED ON LINES OF ITS OWN.  *
002672*                 THE ARCHLOG RECORD AREA WIDENED TO THE       *
002684*                 64-BYTE HLLOG RECORD.                        *
002688* 10/15/2026 DRO  RC 89 (A STEP'S UPSTREAM TRIGGER TOKEN NEVER *
002692*                 ARRIVED BEFORE ITS WAIT WINDOW OR DEADLINE   *
002693*                 RAN OUT) SPELLED OUT IN THE FAILURE PARETO.  *
002694* 10/15/2026 DRO  RC 99 (A STEP'S CONTROL TOTALS BROKE ONE OF  *
002695*                 THE STREAM'S BALANCING RULES) SPELLED OUT IN *
002696*                 THE FAILURE PARETO.                          *
002697* 10/15/2026 DRO  ARCHLOG RECORD AREA WIDENED TO THE 72-BYTE   *
002698*                 HLLOG RECORD (DRIVER VERSION).               *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004500 FD  RUNLOG-FILE.
004600 COPY HLLOG.
004700 FD  ARCHIVE-FILE.
004800 01  HM-ARC-RECORD               PIC X(72).
004900 FD  REPORT-FILE.
005000 01  HM-REPORT-LINE              PIC X(80).
005100 WORKING-STORAGE SECTION.
008500 77  HM-MTH-ELAPSED-SUM       PIC 9(11) VALUE ZERO.
008600 77  HM-MTH-AVG-ELAPSED       PIC 9(05) VALUE ZERO.
008700 77  HM-MTH-ATTAIN-PCT        PIC 9(03)V9(01) VALUE ZERO.
008733 77  HM-MTH-ADHOC             PIC 9(07) VALUE ZERO.
008766 77  HM-MTH-ADHOC-FAIL        PIC 9(07) VALUE ZERO.
008800*--------------------------------------------------------------*
008900* PRIOR-MONTH ACCUMULATORS, FOR THE MOVEMENT LINE               *
009000*--------------------------------------------------------------*
026800* 2500-POST-ONE-RECORD.  POST THE HLLOG RECORD NOW IN THE
026900*                        RUNLOG RECORD AREA TO WHICHEVER
027000*                        MONTH'S ACCUMULATORS IT BELONGS IN.
027033*                        AN AD-HOC SINGLE-STEP RUN IS ONLY
027066*                        COUNTED AS SUCH.
027100*
027200*--------------------------------------------------------------*
027300 2500-POST-ONE-RECORD.
027400     ADD 1 TO HM-RECORDS-READ.
027500     COMPUTE HM-REC-MONTH = HL-LOG-RUN-DATE / 100.
027510     IF HL-LOG-ADHOC
027520         IF HM-REC-MONTH = HM-REPORT-MONTH
027530             ADD 1 TO HM-MTH-ADHOC
027540             IF HL-LOG-RC NOT = ZERO
027550                 ADD 1 TO HM-MTH-ADHOC-FAIL
027560             END-IF
027570         END-IF
027580         GO TO 2500-EXIT
027590     END-IF.
027600     IF HM-REC-MONTH = HM-PRIOR-MONTH
027700         ADD 1 TO HM-PRI-RUNS
027800         ADD HL-LOG-LISP-ELAPSED-SECS TO HM-PRI-ELAPSED-SUM
045100     MOVE HM-MTH-ATTAIN-PCT TO HM-PC-PCT.
045200     MOVE ' %' TO HM-PCT-LINE (40 : 2).
045300     WRITE HM-REPORT-LINE FROM HM-PCT-LINE.
045311     MOVE SPACES TO HM-STAT-LINE.
045322     MOVE 'AD-HOC SINGLE-STEP RUNS' TO HM-ST-LABEL.
045333     MOVE HM-MTH-ADHOC TO HM-ST-COUNT.
045344     WRITE HM-REPORT-LINE FROM HM-STAT-LINE.
045355     MOVE SPACES TO HM-STAT-LINE.
045366     MOVE 'AD-HOC SINGLE-STEP RUNS FAILED' TO HM-ST-LABEL.
045377     MOVE HM-MTH-ADHOC-FAIL TO HM-ST-COUNT.
045388     WRITE HM-REPORT-LINE FROM HM-STAT-LINE.
045400     MOVE SPACES TO HM-REPORT-LINE.
045500     WRITE HM-REPORT-LINE.
045600     PERFORM 5100-WRITE-PARETO THRU 5100-EXIT.
050100*--------------------------------------------------------------*
050200*
050300* 5300-RC-MEANING.  SPELL OUT WHAT EACH HOUSE RETURN CODE
050400*                   MEANS - 89 THROUGH 99 EACH MEAN SOMETHING
050500*                   DIFFERENT NOW.
050600*
050700*--------------------------------------------------------------*
050800 5300-RC-MEANING.
050900     MOVE SPACES TO HM-RC-MEANING.
050916     IF HM-PAR-RC (HM-PAR-SUB) = 89
050932         MOVE 'UPSTREAM TRIGGER TOKEN NOT SEEN BY DEADLINE' TO
050948             HM-RC-MEANING
050964         GO TO 5300-EXIT
050980     END-IF.
051000     IF HM-PAR-RC (HM-PAR-SUB) = 90
051100         MOVE 'SCRIPT OR INTERPRETER FAILED PRE-FLIGHT' TO
051200             HM-RC-MEANING
055200             HM-RC-MEANING
055300         GO TO 5300-EXIT
055400     END-IF.
055416     IF HM-PAR-RC (HM-PAR-SUB) = 99
055432         MOVE 'CONTROL TOTALS OUT OF BALANCE' TO
055448             HM-RC-MEANING
055464         GO TO 5300-EXIT
055480     END-IF.
055500     MOVE 'SCRIPT EXIT STATUS' TO HM-RC-MEANING.
055600 5300-EXIT.
055700     EXIT.
