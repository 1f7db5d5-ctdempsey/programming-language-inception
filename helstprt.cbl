001896*                 MODE; NO PARM STILL PRODUCES THE ALL-        *
001897*                 HISTORY SUMMARY, AND LATEST FALLS BACK TO    *
001898*                 IT WHEN THE MASTER IS NOT ON FILE.           *
001907* 10/15/2026 DRO  ADDED THE JOB STREAM TO THE ACCUMULATOR KEY  *
001916*                 AND A STRM COLUMN TO THE REPORT, SO A STEP   *
001925*                 SEQUENCE THAT EXISTS IN MORE THAN ONE        *
001934*                 STREAM'S DRIVER IS TALLIED SEPARATELY PER    *
001943*                 STREAM. PARM='STREAM=XXXX' (ALONE OR AS      *
001952*                 'LATEST,STREAM=XXXX') LIMITS THE REPORT TO   *
001961*                 ONE STREAM; WITHOUT IT EVERY STREAM IS       *
001970*                 SHOWN. A STEPLOG RECORD WITH A BLANK STREAM  *
001979*                 IS COUNTED AS NITE.                          *
001980* 10/15/2026 DRO  ADDED THE AD-HOC SWITCH TO THE ACCUMULATOR   *
001981*                 KEY. A STEP RUN ON ITS OWN UNDER HELLO       *
001982*                 PARM='STEP=NNNN' IS TALLIED ON A SEPARATE    *
001983*                 ROW FLAGGED 'A' AFTER THE SEQUENCE, SO A     *
001984*                 RE-RUN DOES NOT BLEND INTO THE SCHEDULED     *
001985*                 CHAIN'S FIGURES, AND A FOOTNOTE EXPLAINS THE *
001986*                 FLAG WHEN ANY SUCH ROW IS PRINTED.           *
001988* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER;        *
001991*                 ANYTHING ELSE IS A BAD PARM, RC 8, RATHER    *
001994*                 THAN AN EMPTY REPORT.                        *
001997*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. LINUX.
004700     88  HS-FOUND                 VALUE 'Y'.
004800 77  HS-RECORDS-READ          PIC 9(07) VALUE ZERO.
004900*--------------------------------------------------------------*
004908* JOB-STREAM FILTER AND PARM-PARSING FIELDS.  A BLANK FILTER    *
004916* REPORTS EVERY STREAM.                                         *
004925*--------------------------------------------------------------*
004933 77  HS-STREAM-FILTER         PIC X(04) VALUE SPACES.
004941 77  HS-CUR-STREAM            PIC X(04) VALUE SPACES.
004950 77  HS-CUR-ADHOC-SW          PIC X(01) VALUE 'N'.
004958 77  HS-ADHOC-ROWS            PIC 9(04) COMP VALUE ZERO.
004966 77  HS-PARM-WORD             PIC X(20) VALUE SPACES.
004975 77  HS-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
004983 77  HS-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
004991*--------------------------------------------------------------*
005000* PER-STEP ACCUMULATOR TABLE - ONE ROW PER DISTINCT STEP        *
005100* SEQUENCE/SCRIPT COMBINATION SEEN ON THE FILE.  A CHAIN IS    *
005200* AT MOST 20 STEPS, BUT THE SCRIPT BEHIND A SEQUENCE NUMBER    *
005500*--------------------------------------------------------------*
005600 01  HS-STEP-SUM-TABLE.
005700     05  HS-SUM-ENTRY OCCURS 100 TIMES INDEXED BY HS-SUM-IDX.
005750         10  HS-SUM-STREAM           PIC X(04).
005800         10  HS-SUM-SEQ              PIC 9(04).
005850         10  HS-SUM-ADHOC-SW         PIC X(01).
005900         10  HS-SUM-SCRIPT           PIC X(50).
006000         10  HS-SUM-RUNS             PIC 9(07).
006100         10  HS-SUM-FAILURES         PIC 9(07).
007200*--------------------------------------------------------------*
007300 01  HS-DETAIL-LINE.
007400     05  HS-DL-SEQ            PIC 9(04).
007450     05  HS-DL-ADHOC          PIC X(01).
007500     05  FILLER               PIC X(01).
007533     05  HS-DL-STREAM         PIC X(04).
007566     05  FILLER               PIC X(01).
007600     05  HS-DL-SCRIPT         PIC X(19).
007700     05  FILLER               PIC X(02).
007800     05  HS-DL-RUNS           PIC Z(04)9.
007900     05  FILLER               PIC X(02).
010700     PERFORM 5000-WRITE-STEP-LINES THRU 5000-EXIT.
010800     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
010900     STOP RUN.
010913*--------------------------------------------------------------*
010926*
010939* 0100-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
010953*                 OF 'LATEST' AND 'STREAM=XXXX' - ANY OTHER
010966*                 VALUE STOPS THE RUN WITH RC 8 RATHER THAN
010979*                 PRODUCING A DIFFERENT CUT OF HISTORY THAN
010992*                 THE OPERATOR INTENDED.
011006*
011007*--------------------------------------------------------------*
011008 0100-GET-PARM.
011009     IF HS-PARM-LEN = ZERO
011010         GO TO 0100-EXIT
011011     END-IF.
011013     MOVE HS-PARM-LEN TO HS-PARM-SCAN-LEN.
011014     IF HS-PARM-SCAN-LEN > 80
011015         MOVE 80 TO HS-PARM-SCAN-LEN
011016     END-IF.
011017     MOVE 1 TO HS-PARM-PTR.
011018     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
011019         UNTIL HS-PARM-PTR > HS-PARM-SCAN-LEN.
011020 0100-EXIT.
011021     EXIT.
011022*--------------------------------------------------------------*
011023*
011024* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
011025*                      THE PARM AND ACT ON IT.
011026*
011027*--------------------------------------------------------------*
011028 0150-GET-PARM-WORD.
011029     MOVE SPACES TO HS-PARM-WORD.
011030     UNSTRING HS-PARM-TEXT (1 : HS-PARM-SCAN-LEN)
011031         DELIMITED BY ','
011032         INTO HS-PARM-WORD
011033         WITH POINTER HS-PARM-PTR
011034     END-UNSTRING.
011035     IF HS-PARM-WORD = 'LATEST'
011036         SET HS-LATEST-ONLY TO TRUE
011037         GO TO 0150-EXIT
011038     END-IF.
011039     IF HS-PARM-WORD (1 : 7) = 'STREAM='
011043         AND HS-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
011047         AND HS-PARM-WORD (8 : 1) NOT = SPACE
011051         AND HS-PARM-WORD (12 : 9) = SPACES
011055         MOVE HS-PARM-WORD (8 : 4) TO HS-STREAM-FILTER
011059         GO TO 0150-EXIT
011063     END-IF.
011067     DISPLAY 'HELSTPRT: BAD PARM - EXPECTED LATEST, '
011071             'STREAM=XXXX OR NO PARM, GOT '
011075             HS-PARM-TEXT (1 : HS-PARM-SCAN-LEN).
011079     MOVE 8 TO RETURN-CODE.
011083     STOP RUN.
011087 0150-EXIT.
011091     EXIT.
011095*--------------------------------------------------------------*
011100*
011200* 1000-OPEN-FILES.  OPEN THE STEP-HISTORY FILE FOR INPUT AND
011300*                   THE SUMMARY REPORT FOR OUTPUT.
013500         HS-REPORT-LINE.
013600     WRITE HS-REPORT-LINE.
013700     MOVE SPACES TO HS-REPORT-LINE.
013711     IF HS-STREAM-FILTER = SPACES
013722         MOVE 'JOB STREAM: ALL' TO HS-REPORT-LINE
013733     ELSE
013744         STRING 'JOB STREAM: ' DELIMITED BY SIZE
013755                 HS-STREAM-FILTER DELIMITED BY SIZE
013766             INTO HS-REPORT-LINE
013777         END-STRING
013788     END-IF.
013800     WRITE HS-REPORT-LINE.
013900     MOVE SPACES TO HS-REPORT-LINE.
013933     WRITE HS-REPORT-LINE.
013966     MOVE SPACES TO HS-REPORT-LINE.
014000     MOVE ' SEQ  STRM SCRIPT' TO HS-REPORT-LINE (1 : 17).
014100     MOVE ' RUNS   FAIL   SKIP    SLA    AVG    MAX   LAST'
014200         TO HS-REPORT-LINE (33 : 47).
014300     WRITE HS-REPORT-LINE.
014400     MOVE SPACES TO HS-REPORT-LINE.
014500     MOVE '----  ---- -------------------' TO
014600         HS-REPORT-LINE (1 : 30).
014700     MOVE '-----  -----  -----  -----  -----  -----  -----'
014800         TO HS-REPORT-LINE (33 : 47).
015900*--------------------------------------------------------------*
016000*
016100* 4000-PROCESS-RECORD.  FIND (OR ADD) THE ACCUMULATOR ROW FOR
016200*                       THIS RECORD'S STREAM, STEP SEQUENCE AND
016300*                       SCRIPT AND ROLL THE RECORD'S FIGURES
016400*                       INTO IT, THEN READ THE NEXT RECORD.  A
016433*                       RECORD FROM A STREAM OTHER THAN THE ONE
016466*                       ASKED FOR IS PASSED OVER.
016500*
016600*--------------------------------------------------------------*
016700 4000-PROCESS-RECORD.
016702     MOVE 'N' TO HS-CUR-ADHOC-SW.
016704     IF HL-STP-ADHOC
016706         MOVE 'Y' TO HS-CUR-ADHOC-SW
016708     END-IF.
016711     MOVE HL-STP-STREAM TO HS-CUR-STREAM.
016722     IF HS-CUR-STREAM = SPACES
016733         MOVE 'NITE' TO HS-CUR-STREAM
016744     END-IF.
016755     IF HS-STREAM-FILTER NOT = SPACES
016766         AND HS-CUR-STREAM NOT = HS-STREAM-FILTER
016777         GO TO 4000-NEXT
016788     END-IF.
016800     ADD 1 TO HS-RECORDS-READ.
016900     MOVE 'N' TO HS-FOUND-SW.
017000     SET HS-SUM-IDX TO 1.
018000         ADD 1 TO HS-SUM-COUNT
018100         SET HS-SUM-IDX TO HS-SUM-COUNT
018200         INITIALIZE HS-SUM-ENTRY (HS-SUM-IDX)
018250         MOVE HS-CUR-STREAM TO HS-SUM-STREAM (HS-SUM-IDX)
018300         MOVE HL-STP-SEQ TO HS-SUM-SEQ (HS-SUM-IDX)
018350         MOVE HS-CUR-ADHOC-SW TO HS-SUM-ADHOC-SW (HS-SUM-IDX)
018400         MOVE HL-STP-SCRIPT-PATH TO HS-SUM-SCRIPT (HS-SUM-IDX)
018500     END-IF.
018600     IF HL-STP-CKPT-SKIPPED OR HL-STP-COND-SKIPPED
020900*--------------------------------------------------------------*
021000*
021100* 4100-FIND-SUM-ENTRY.  TEST ONE ACCUMULATOR ROW AGAINST THE
021200*                       CURRENT RECORD'S STREAM, SEQUENCE AND
021250*                       SCRIPT.
021300*
021400*--------------------------------------------------------------*
021500 4100-FIND-SUM-ENTRY.
021566     IF HS-SUM-STREAM (HS-SUM-IDX) = HS-CUR-STREAM
021632         AND HS-SUM-SEQ (HS-SUM-IDX) = HL-STP-SEQ
021666         AND HS-SUM-ADHOC-SW (HS-SUM-IDX) = HS-CUR-ADHOC-SW
021700         AND HS-SUM-SCRIPT (HS-SUM-IDX) = HL-STP-SCRIPT-PATH
021800         SET HS-FOUND TO TRUE
021900     ELSE
022800*                         STEPS WERE FIRST SEEN ON THE FILE
022900*                         (DRIVER-SEQUENCE ORDER FOR A NORMAL
023000*                         CHAIN).
023033*                         ROWS FROM AD-HOC SINGLE-STEP RUNS
023066*                         CARRY AN 'A' FLAG AND A FOOTNOTE.
023100*
023200*--------------------------------------------------------------*
023300 5000-WRITE-STEP-LINES.
023900     MOVE 1 TO HS-PRINT-SUB.
024000     PERFORM 5100-WRITE-ONE-STEP THRU 5100-EXIT
024100         UNTIL HS-PRINT-SUB > HS-SUM-COUNT.
024111     IF HS-ADHOC-ROWS NOT = ZERO
024122         MOVE SPACES TO HS-REPORT-LINE
024133         WRITE HS-REPORT-LINE
024144         MOVE 'A = AD-HOC SINGLE-STEP RUN (HELLO PARM STEP=NNNN)'
024155             TO HS-REPORT-LINE
024166         MOVE '- TALLIED APART' TO HS-REPORT-LINE (52 : 15)
024177         WRITE HS-REPORT-LINE
024188     END-IF.
024200 5000-EXIT.
024300     EXIT.
024400*--------------------------------------------------------------*
025700     END-IF.
025800     MOVE SPACES TO HS-DETAIL-LINE.
025900     MOVE HS-SUM-SEQ (HS-SUM-IDX) TO HS-DL-SEQ.
025910     IF HS-SUM-ADHOC-SW (HS-SUM-IDX) = 'Y'
025920         MOVE 'A' TO HS-DL-ADHOC
025930         ADD 1 TO HS-ADHOC-ROWS
025940     END-IF.
025950     MOVE HS-SUM-STREAM (HS-SUM-IDX) TO HS-DL-STREAM.
026000     MOVE HS-SUM-SCRIPT (HS-SUM-IDX) TO HS-DL-SCRIPT.
026100     MOVE HS-SUM-RUNS (HS-SUM-IDX) TO HS-DL-RUNS.
026200     MOVE HS-SUM-FAILURES (HS-SUM-IDX) TO HS-DL-FAILURES.
026900     ADD 1 TO HS-PRINT-SUB.
027000 5100-EXIT.
027100     EXIT.
027103*--------------------------------------------------------------*
027107*
027110* 7000-LATEST-REPORT.  THE PARM='LATEST' PATH - READ THE
027114*                      HELLHIST CONTROL RECORD FOR THE NEWEST
027117*                      RUN DATE (THE STREAM'S OWN CONTROL
027121*                      RECORD WHEN A STREAM WAS ASKED FOR, THE
027124*                      BLANK-STREAM ONE OTHERWISE), START AT
027128*                      THAT DATE'S FIRST RECORD AND TALLY JUST
027131*                      THAT DAY'S TYPE-S STEP RECORDS FOR THE
027135*                      STREAM(S) REPORTED INTO THE ACCUMULATOR
027138*                      TABLE THE FULL REPORT USES.  ANY
027142*                      TROUBLE REACHING THE MASTER LEAVES
027146*                      HS-KEYED-OK OFF AND THE MAINLINE FALLS
027149*                      BACK TO THE FULL FLAT-FILE SUMMARY.
027153*
027156*--------------------------------------------------------------*
027160 7000-LATEST-REPORT.
027163     MOVE 'N' TO HS-KEYED-OK-SW.
027167     OPEN INPUT HISTORY-FILE.
027170     IF HS-HST-FILE-STATUS NOT = '00'
027174         GO TO 7000-EXIT
027177     END-IF.
027181     MOVE ZERO TO HL-HST-RUN-DATE.
027184     MOVE ZERO TO HL-HST-START-TIME.
027188     MOVE HS-STREAM-FILTER TO HL-HST-STREAM.
027192     MOVE 'C' TO HL-HST-REC-TYPE.
027195     MOVE ZERO TO HL-HST-SEQ.
027199     READ HISTORY-FILE
027202         INVALID KEY
027206             CLOSE HISTORY-FILE
027209             GO TO 7000-EXIT
027213     END-READ.
027216     MOVE HL-HST-NEWEST-RUN-DATE TO HS-NEWEST-DATE.
027220     MOVE HS-NEWEST-DATE TO HL-HST-RUN-DATE.
027223     MOVE ZERO TO HL-HST-START-TIME.
027227     MOVE SPACES TO HL-HST-STREAM.
027231     MOVE SPACE TO HL-HST-REC-TYPE.
027232     MOVE ZERO TO HL-HST-SEQ.
027233     START HISTORY-FILE KEY NOT < HL-HST-KEY
027274     IF NOT HL-HST-STEP-REC
027275         GO TO 7100-EXIT
027276     END-IF.
027277     IF HS-STREAM-FILTER NOT = SPACES
027278         AND HL-HST-STREAM NOT = HS-STREAM-FILTER
027279         GO TO 7100-EXIT
027280     END-IF.
027281     MOVE HL-HST-STREAM TO HS-CUR-STREAM.
027282     MOVE 'N' TO HS-CUR-ADHOC-SW.
027283     IF HL-HST-STP-ADHOC-SW = 'Y'
027284         MOVE 'Y' TO HS-CUR-ADHOC-SW
027285     END-IF.
027286     ADD 1 TO HS-RECORDS-READ.
027287     MOVE 'N' TO HS-FOUND-SW.
027288     SET HS-SUM-IDX TO 1.
027289     PERFORM 7150-FIND-SLICE-ENTRY THRU 7150-EXIT
027290         UNTIL HS-FOUND
027291             OR HS-SUM-IDX > HS-SUM-COUNT.
027292     IF NOT HS-FOUND
027293         IF HS-SUM-COUNT = 100
027294             DISPLAY 'HELSTPRT: WARNING - MORE THAN 100 '
027295                     'DISTINCT STEPS, RECORD NOT TALLIED'
027296             GO TO 7100-EXIT
027297         END-IF
027298         ADD 1 TO HS-SUM-COUNT
027299         SET HS-SUM-IDX TO HS-SUM-COUNT
027300         INITIALIZE HS-SUM-ENTRY (HS-SUM-IDX)
027301         MOVE HS-CUR-STREAM TO HS-SUM-STREAM (HS-SUM-IDX)
027302         MOVE HL-HST-SEQ TO HS-SUM-SEQ (HS-SUM-IDX)
027303         MOVE HS-CUR-ADHOC-SW TO HS-SUM-ADHOC-SW (HS-SUM-IDX)
027304         MOVE HL-HST-STP-SCRIPT TO HS-SUM-SCRIPT (HS-SUM-IDX)
027305     END-IF.
027306     IF HL-HST-STP-CKPT-SW = 'Y' OR HL-HST-STP-COND-SW = 'Y'
027307         OR HL-HST-STP-SCHED-SW = 'Y'
027308         OR HL-HST-STP-OVERRIDE = 'S' OR HL-HST-STP-OVERRIDE = 'H'
027309         ADD 1 TO HS-SUM-SKIPS (HS-SUM-IDX)
027310     ELSE
027311         ADD 1 TO HS-SUM-RUNS (HS-SUM-IDX)
027312         IF HL-HST-STP-RC NOT = ZERO
027313             ADD 1 TO HS-SUM-FAILURES (HS-SUM-IDX)
027314         END-IF
027315         IF HL-HST-STP-SLA-SW = 'Y'
027316             ADD 1 TO HS-SUM-BREACHES (HS-SUM-IDX)
027317         END-IF
027318         ADD HL-HST-STP-ELAPSED TO HS-SUM-ELAPSED-SUM
027319             (HS-SUM-IDX)
027320         IF HL-HST-STP-ELAPSED > HS-SUM-MAX-ELAPSED (HS-SUM-IDX)
027321             MOVE HL-HST-STP-ELAPSED TO
027322                 HS-SUM-MAX-ELAPSED (HS-SUM-IDX)
027323         END-IF
027324         MOVE HL-HST-STP-ELAPSED TO
027325             HS-SUM-LAST-ELAPSED (HS-SUM-IDX)
027326     END-IF.
027327 7100-EXIT.
027328     EXIT.
027329*--------------------------------------------------------------*
027330*
027331* 7150-FIND-SLICE-ENTRY.  TEST ONE ACCUMULATOR ROW AGAINST THE
027332*                         CURRENT MASTER RECORD'S STREAM,
027333*                         SEQUENCE AND SCRIPT.
027334*
027335*--------------------------------------------------------------*
027336 7150-FIND-SLICE-ENTRY.
027337     IF HS-SUM-STREAM (HS-SUM-IDX) = HS-CUR-STREAM
027338         AND HS-SUM-SEQ (HS-SUM-IDX) = HL-HST-SEQ
027339         AND HS-SUM-ADHOC-SW (HS-SUM-IDX) = HS-CUR-ADHOC-SW
027340         AND HS-SUM-SCRIPT (HS-SUM-IDX) = HL-HST-STP-SCRIPT
027341         SET HS-FOUND TO TRUE
027342     ELSE
027343         SET HS-SUM-IDX UP BY 1
027344     END-IF.
027345 7150-EXIT.
027346     EXIT.
027347*--------------------------------------------------------------*
027348*
027349* 9000-CLOSE-FILES.  CLOSE THE STEP-HISTORY FILE AND THE
027350*                    SUMMARY REPORT.
027351*
027352*--------------------------------------------------------------*
027356 9000-CLOSE-FILES.
027360     CLOSE STEPLOG-FILE.
