002292*                 RECORD.  WHEN THE MASTER IS NOT ON FILE THE  *
002293*                 OLD SCAN STILL RUNS, SO THE NIGHTLY FEED     *
002294*                 NEVER MISSES ITS RECORD.                     *
002307* 10/15/2026 DRO  ADDED A STREAM COLUMN AT THE END OF EVERY    *
002320*                 LINE (A BLANK LOGGED STREAM IS SENT AS NITE) *
002333*                 AND PARM='STREAM=XXXX' (ALONE OR AS          *
002346*                 'LATEST,STREAM=XXXX') TO EXTRACT ONE JOB     *
002359*                 STREAM ONLY. LATEST WITHOUT A STREAM STILL   *
002372*                 SENDS THE NEWEST RUN OF ANY STREAM.          *
002373* 10/15/2026 DRO  ADDED AD_HOC (Y/N) AND RUN_USER COLUMNS      *
002374*                 AFTER STREAM, SO THE COLLECTOR CAN TELL AN   *
002375*                 AD-HOC SINGLE-STEP RUN (HELLO                *
002376*                 PARM='STEP=NNNN') FROM A SCHEDULED CHAIN.    *
002377*                 LATEST NEVER PICKS AN AD-HOC RUN. THE SAVED  *
002378*                 RECORD WIDENED TO THE 64-BYTE HLLOG RECORD.  *
002380* 10/15/2026 DRO  SAVED RECORD WIDENED TO THE 72-BYTE HLLOG    *
002382*                 RECORD (DRIVER VERSION).                     *
002385* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER;        *
002389*                 ANYTHING ELSE IS A BAD PARM, RC 8, RATHER    *
002392*                 THAN AN EMPTY REPORT.                        *
002396*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. LINUX.
005300     88  HE-HAVE-RECORD           VALUE 'Y'.
005400 77  HE-WRITE-COUNT           PIC 9(07) VALUE ZERO.
005500*--------------------------------------------------------------*
005510* JOB-STREAM FILTER AND PARM-PARSING FIELDS.  A BLANK FILTER    *
005520* EXTRACTS EVERY STREAM.                                        *
005530*--------------------------------------------------------------*
005540 77  HE-STREAM-FILTER         PIC X(04) VALUE SPACES.
005550 77  HE-CUR-STREAM            PIC X(04) VALUE SPACES.
005560 77  HE-PARM-WORD             PIC X(20) VALUE SPACES.
005570 77  HE-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
005580 77  HE-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
005590*--------------------------------------------------------------*
005600* EXTRACT LINE-BUILDING WORK AREA.  THE RC IS REBUILT AS A     *
005700* BARE MAGNITUDE WITH AN OPTIONAL MINUS, SINCE THE COLLECTOR   *
005800* DOES NOT ACCEPT A LEADING PLUS SIGN ON A NUMBER.             *
005900*--------------------------------------------------------------*
006000 01  HE-SAVED-RECORD          PIC X(72).
006100 77  HE-RC-ABS                PIC 9(05) VALUE ZERO.
006200 77  HE-RC-SIGN               PIC X(01) VALUE SPACE.
006210 77  HE-BREACH-SW             PIC X(01) VALUE 'N'.
006255 77  HE-ADHOC-SW              PIC X(01) VALUE 'N'.
006300*--------------------------------------------------------------*
006400 LINKAGE SECTION.
006500 01  HE-PARM-AREA.
009000     STOP RUN.
009100*--------------------------------------------------------------*
009200*
009300* 1000-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
009400*                 OF 'LATEST' AND 'STREAM=XXXX' - ANY OTHER
009500*                 VALUE STOPS THE RUN WITH RC 8 RATHER THAN
009600*                 FEEDING THE DASHBOARD A DIFFERENT CUT OF
009650*                 HISTORY THAN THE OPERATOR INTENDED.
009700*
009800*--------------------------------------------------------------*
009900 1000-GET-PARM.
010000     IF HE-PARM-LEN = ZERO
010100         GO TO 1000-EXIT
010200     END-IF.
010204     MOVE HE-PARM-LEN TO HE-PARM-SCAN-LEN.
010208     IF HE-PARM-SCAN-LEN > 80
010212         MOVE 80 TO HE-PARM-SCAN-LEN
010216     END-IF.
010220     MOVE 1 TO HE-PARM-PTR.
010224     PERFORM 1050-GET-PARM-WORD THRU 1050-EXIT
010228         UNTIL HE-PARM-PTR > HE-PARM-SCAN-LEN.
010232 1000-EXIT.
010236     EXIT.
010240*--------------------------------------------------------------*
010244*
010248* 1050-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
010252*                      THE PARM AND ACT ON IT.
010256*
010260*--------------------------------------------------------------*
010264 1050-GET-PARM-WORD.
010268     MOVE SPACES TO HE-PARM-WORD.
010272     UNSTRING HE-PARM-TEXT (1 : HE-PARM-SCAN-LEN)
010276         DELIMITED BY ','
010280         INTO HE-PARM-WORD
010284         WITH POINTER HE-PARM-PTR
010288     END-UNSTRING.
010300     IF HE-PARM-WORD = 'LATEST'
010500         SET HE-LATEST-ONLY TO TRUE
010600         GO TO 1050-EXIT
010700     END-IF.
010714     IF HE-PARM-WORD (1 : 7) = 'STREAM='
010723         AND HE-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
010732         AND HE-PARM-WORD (8 : 1) NOT = SPACE
010742         AND HE-PARM-WORD (12 : 9) = SPACES
010756         MOVE HE-PARM-WORD (8 : 4) TO HE-STREAM-FILTER
010770         GO TO 1050-EXIT
010784     END-IF.
010800     DISPLAY 'HELLEXTR: BAD PARM - EXPECTED LATEST, '
010866             'STREAM=XXXX OR NO PARM, GOT '
010932             HE-PARM-TEXT (1 : HE-PARM-SCAN-LEN).
011000     MOVE 8 TO RETURN-CODE.
011100     STOP RUN.
011200 1050-EXIT.
011300     EXIT.
011400*--------------------------------------------------------------*
011500*
014000         HE-EXTRACT-LINE (1 : 32).
014100     MOVE 'ELAPSED_SECS,OUTPUT_LINES,' TO
014120         HE-EXTRACT-LINE (33 : 26).
014140     MOVE 'SLA_BREACH,SLA_THRESHOLD_SECS,STREAM,' TO
014160         HE-EXTRACT-LINE (59 : 37).
014180     MOVE 'AD_HOC,RUN_USER' TO HE-EXTRACT-LINE (96 : 15).
014200     WRITE HE-EXTRACT-LINE.
014300 3000-EXIT.
014400     EXIT.
016000*                       THE CURRENT RECORD; UNDER LATEST, JUST
016100*                       REMEMBER IT - THE LAST ONE REMEMBERED
016200*                       IS WRITTEN AFTER END OF FILE.  THEN
016300*                       READ THE NEXT RECORD.  A RECORD FROM
016333*                       A STREAM OTHER THAN THE ONE ASKED FOR
016366*                       IS PASSED OVER.
016377*                       LATEST ALSO PASSES OVER AN AD-HOC
016388*                       SINGLE-STEP RUN.
016400*
016500*--------------------------------------------------------------*
016600 5000-EXTRACT-RECORD.
016610     IF HE-STREAM-FILTER NOT = SPACES
016620         MOVE HL-LOG-STREAM TO HE-CUR-STREAM
016630         IF HE-CUR-STREAM = SPACES
016640             MOVE 'NITE' TO HE-CUR-STREAM
016650         END-IF
016660         IF HE-CUR-STREAM NOT = HE-STREAM-FILTER
016670             GO TO 5000-NEXT
016680         END-IF
016690     END-IF.
016692     IF HE-LATEST-ONLY
016694         AND HL-LOG-ADHOC
016696         GO TO 5000-NEXT
016698     END-IF.
016700     IF HE-LATEST-ONLY
016800         MOVE HL-LOG-RECORD TO HE-SAVED-RECORD
016900         SET HE-HAVE-RECORD TO TRUE
017000     ELSE
017100         PERFORM 5500-WRITE-CSV-LINE THRU 5500-EXIT
017200     END-IF.
017250 5000-NEXT.
017300     PERFORM 4000-READ-RUNLOG THRU 4000-EXIT.
017400 5000-EXIT.
017500     EXIT.
019360     IF HE-BREACH-SW NOT = 'Y'
019370         MOVE 'N' TO HE-BREACH-SW
019380     END-IF.
019384     MOVE HL-LOG-STREAM TO HE-CUR-STREAM.
019388     IF HE-CUR-STREAM = SPACES
019392         MOVE 'NITE' TO HE-CUR-STREAM
019393     END-IF.
019394     MOVE 'N' TO HE-ADHOC-SW.
019396     IF HL-LOG-ADHOC
019397         MOVE 'Y' TO HE-ADHOC-SW
019398     END-IF.
019400     MOVE SPACES TO HE-EXTRACT-LINE.
019500     STRING HL-LOG-RUN-DATE DELIMITED BY SIZE
019600             ',' DELIMITED BY SIZE
020800             HE-BREACH-SW DELIMITED BY SIZE
020900             ',' DELIMITED BY SIZE
021000             HL-LOG-SLA-THRESHOLD-SECS DELIMITED BY SIZE
021033             ',' DELIMITED BY SIZE
021066             HE-CUR-STREAM DELIMITED BY SPACE
021072             ',' DELIMITED BY SIZE
021078             HE-ADHOC-SW DELIMITED BY SIZE
021084             ',' DELIMITED BY SIZE
021090             HL-LOG-RUN-USER DELIMITED BY SPACE
021100         INTO HE-EXTRACT-LINE
021200     END-STRING.
021300     WRITE HE-EXTRACT-LINE.
021400     ADD 1 TO HE-WRITE-COUNT.
021500 5500-EXIT.
021600     EXIT.
021603*--------------------------------------------------------------*
021607*
021611* 6000-KEYED-LATEST.  FETCH THE NEWEST RUN WITH TWO KEYED
021615*                     READS OF THE HELLHIST MASTER - THE
021619*                     CONTROL RECORD (THE STREAM'S OWN WHEN A
021623*                     STREAM WAS ASKED FOR, THE BLANK-STREAM
021627*                     ONE OTHERWISE), THEN THE RUN RECORD IT
021631*                     POINTS AT - AND WRITE ITS CSV LINE FROM
021634*                     THE MASTER'S FIELDS.  ANY MISSTEP LEAVES
021638*                     HE-KEYED-OK OFF AND THE MAINLINE FALLS
021642*                     BACK TO THE SEQUENTIAL SCAN.
021646*
021650*--------------------------------------------------------------*
021654 6000-KEYED-LATEST.
021658     MOVE 'N' TO HE-KEYED-OK-SW.
021662     OPEN INPUT HISTORY-FILE.
021665     IF HE-HST-FILE-STATUS NOT = '00'
021669         GO TO 6000-EXIT
021673     END-IF.
021677     MOVE ZERO TO HL-HST-RUN-DATE.
021681     MOVE ZERO TO HL-HST-START-TIME.
021685     MOVE HE-STREAM-FILTER TO HL-HST-STREAM.
021689     MOVE 'C' TO HL-HST-REC-TYPE.
021693     MOVE ZERO TO HL-HST-SEQ.
021696     READ HISTORY-FILE
021700         INVALID KEY
021704             CLOSE HISTORY-FILE
021708             GO TO 6000-EXIT
021712     END-READ.
021716     MOVE HL-HST-NEWEST-RUN-DATE TO HL-HST-RUN-DATE.
021720     MOVE HL-HST-NEWEST-START TO HL-HST-START-TIME.
021724     MOVE HL-HST-NEWEST-STREAM TO HL-HST-STREAM.
021728     MOVE 'R' TO HL-HST-REC-TYPE.
021729     MOVE ZERO TO HL-HST-SEQ.
021730     READ HISTORY-FILE
021740     MOVE HL-HST-OUTPUT-LINES TO HL-LOG-OUTPUT-LINES.
021741     MOVE HL-HST-SLA-BREACH-SW TO HL-LOG-SLA-BREACH-SW.
021742     MOVE HL-HST-SLA-THRESHOLD TO HL-LOG-SLA-THRESHOLD-SECS.
021747     MOVE HL-HST-STREAM TO HL-LOG-STREAM.
021752     MOVE HL-HST-ADHOC-SW TO HL-LOG-ADHOC-SW.
021757     MOVE HL-HST-RUN-USER TO HL-LOG-RUN-USER.
021762     PERFORM 5500-WRITE-CSV-LINE THRU 5500-EXIT.
021767     SET HE-KEYED-OK TO TRUE.
021772     CLOSE HISTORY-FILE.
021777 6000-EXIT.
021782     EXIT.
021787*--------------------------------------------------------------*
021800*
021900* 9000-CLOSE-FILES.  CLOSE THE RUN-HISTORY LOG AND THE
022000*                    EXTRACT.
