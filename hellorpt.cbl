001557*                 REPORT FROM RUNLOG, AND LATEST FALLS BACK    *
001558*                 TO THE FULL REPORT WHEN THE MASTER IS NOT    *
001559*                 ON FILE.                                     *
001563* 10/15/2026 DRO  ADDED PARM='STREAM=XXXX' (ALONE OR AS        *
001567*                 'LATEST,STREAM=XXXX') TO REPORT ONE JOB      *
001571*                 STREAM'S RUNS. WITHOUT IT THE REPORT STILL   *
001575*                 COVERS THE WHOLE NIGHT ACROSS EVERY STREAM   *
001579*                 AND ENDS WITH A PER-STREAM BREAKDOWN UNDER   *
001583*                 THE ALL-DATES TOTAL. A RUNLOG RECORD WITH A  *
001587*                 BLANK STREAM IS COUNTED AS NITE.             *
001589* 10/15/2026 DRO  AD-HOC SINGLE-STEP RERUNS ARE LEFT OUT OF    *
001591*                 THE DAY, WEEK, TOTAL AND STREAM FIGURES AND  *
001593*                 SHOWN ON THEIR OWN AD-HOC RUNS LINE. STREAM= *
001595*                 MUST START WITH A LETTER, ELSE RC 8.         *
001597*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER. LINUX.
004200 77  HR-FIRST-RECORD-SW       PIC X(01) VALUE 'Y'.
004300     88  HR-FIRST-RECORD          VALUE 'Y'.
004400 77  HR-PREV-RUN-DATE         PIC 9(08) VALUE ZERO.
004404*--------------------------------------------------------------*
004408* JOB-STREAM FILTER AND PER-STREAM ACCUMULATORS.  A BLANK      *
004412* FILTER REPORTS EVERY STREAM AND ADDS THE BREAKDOWN TABLE.    *
004416*--------------------------------------------------------------*
004420 77  HR-STREAM-FILTER         PIC X(04) VALUE SPACES.
004424 77  HR-CUR-STREAM            PIC X(04) VALUE SPACES.
004428 77  HR-CUR-RC                PIC S9(05) VALUE ZERO.
004432 77  HR-CUR-ELAPSED           PIC 9(05) VALUE ZERO.
004436 77  HR-PARM-WORD             PIC X(20) VALUE SPACES.
004440 77  HR-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
004444 77  HR-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
004448 01  HR-STREAM-TABLE.
004452     05  HR-STR-ENTRY OCCURS 20 TIMES.
004456         10  HR-STR-ID               PIC X(04).
004460         10  HR-STR-RUNS             PIC 9(07).
004464         10  HR-STR-SUCCESS          PIC 9(07).
004468         10  HR-STR-FAILURE          PIC 9(07).
004472         10  HR-STR-ELAPSED-SUM      PIC 9(09).
004476 77  HR-STR-COUNT             PIC 9(04) COMP VALUE ZERO.
004480 77  HR-STR-SUB               PIC 9(04) COMP VALUE ZERO.
004484 77  HR-STR-FOUND-SW          PIC X(01) VALUE 'N'.
004488     88  HR-STR-FOUND             VALUE 'Y'.
004500*--------------------------------------------------------------*
004600* PER-DAY ACCUMULATORS                                          *
004700*--------------------------------------------------------------*
005300 77  HR-PREV-WK-BUCKET        PIC 9(08) COMP VALUE ZERO.
005310 77  HR-WK-START-JDN          PIC 9(08) COMP VALUE ZERO.
005320 77  HR-PREV-WK-START-JDN     PIC 9(08) COMP VALUE ZERO.
005321*--------------------------------------------------------------*
005323* AD-HOC RUN ACCUMULATORS.  A SINGLE-STEP OPERATOR RERUN        *
005325* (HELSTEPJ) IS KEPT OUT OF THE DAY, WEEK, TOTAL AND STREAM     *
005326* FIGURES, WHICH DESCRIBE THE CHAINS, AND SHOWN ON A LINE OF    *
005328* ITS OWN UNDER THEM.                                           *
005330*--------------------------------------------------------------*
005331 77  HR-ADHOC-RUNS            PIC 9(05) VALUE ZERO.
005333 77  HR-ADHOC-SUCCESS         PIC 9(05) VALUE ZERO.
005335 77  HR-ADHOC-FAILURE         PIC 9(05) VALUE ZERO.
005336 77  HR-ADHOC-ELAPSED-SUM     PIC 9(09) VALUE ZERO.
005338*--------------------------------------------------------------*
005340* JULIAN-DAY-NUMBER CONVERSION WORK AREA.  THE FORWARD (DATE TO *
005350* JDN) AND INVERSE (JDN TO DATE) FORMULAS ARE THE STANDARD      *
005360* FLIEGEL/VAN FLANDERN INTEGER ALGORITHMS FOR THE PROLEPTIC     *
009200     PERFORM 6000-WRITE-GRAND-TOTAL THRU 6000-EXIT.
009300     PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
009400     STOP RUN.
009413*--------------------------------------------------------------*
009426*
009439* 0100-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
009453*                 OF 'LATEST' AND 'STREAM=XXXX' - ANY OTHER
009466*                 VALUE STOPS THE RUN WITH RC 8 RATHER THAN
009479*                 PRODUCING A DIFFERENT CUT OF HISTORY THAN
009492*                 THE OPERATOR INTENDED.
009506*
009507*--------------------------------------------------------------*
009508 0100-GET-PARM.
009509     IF HR-PARM-LEN = ZERO
009510         GO TO 0100-EXIT
009511     END-IF.
009513     MOVE HR-PARM-LEN TO HR-PARM-SCAN-LEN.
009514     IF HR-PARM-SCAN-LEN > 80
009515         MOVE 80 TO HR-PARM-SCAN-LEN
009516     END-IF.
009517     MOVE 1 TO HR-PARM-PTR.
009518     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
009519         UNTIL HR-PARM-PTR > HR-PARM-SCAN-LEN.
009520 0100-EXIT.
009521     EXIT.
009522*--------------------------------------------------------------*
009523*
009524* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
009525*                      THE PARM AND ACT ON IT.
009526*
009527*--------------------------------------------------------------*
009528 0150-GET-PARM-WORD.
009529     MOVE SPACES TO HR-PARM-WORD.
009530     UNSTRING HR-PARM-TEXT (1 : HR-PARM-SCAN-LEN)
009531         DELIMITED BY ','
009532         INTO HR-PARM-WORD
009533         WITH POINTER HR-PARM-PTR
009534     END-UNSTRING.
009535     IF HR-PARM-WORD = 'LATEST'
009536         SET HR-LATEST-ONLY TO TRUE
009537         GO TO 0150-EXIT
009538     END-IF.
009539     IF HR-PARM-WORD (1 : 7) = 'STREAM='
009543         AND HR-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
009547         AND HR-PARM-WORD (8 : 1) NOT = SPACE
009551         AND HR-PARM-WORD (12 : 9) = SPACES
009555         MOVE HR-PARM-WORD (8 : 4) TO HR-STREAM-FILTER
009559         GO TO 0150-EXIT
009563     END-IF.
009567     DISPLAY 'HELLORPT: BAD PARM - EXPECTED LATEST, '
009571             'STREAM=XXXX OR NO PARM, GOT '
009575             HR-PARM-TEXT (1 : HR-PARM-SCAN-LEN).
009579     MOVE 8 TO RETURN-CODE.
009583     STOP RUN.
009587 0150-EXIT.
009591     EXIT.
009595*--------------------------------------------------------------*
009600*
009700* 1000-OPEN-FILES.  OPEN THE RUN-HISTORY LOG FOR INPUT AND THE
009800*                   SUMMARY REPORT FOR OUTPUT.
011800 2000-WRITE-HEADINGS.
011900     MOVE 'HELLO JOB STREAM - RUN-HISTORY SUMMARY' TO
012000         HR-REPORT-LINE.
012009     WRITE HR-REPORT-LINE.
012018     MOVE SPACES TO HR-REPORT-LINE.
012027     IF HR-STREAM-FILTER = SPACES
012036         MOVE 'JOB STREAM: ALL' TO HR-REPORT-LINE
012045     ELSE
012054         STRING 'JOB STREAM: ' DELIMITED BY SIZE
012063                 HR-STREAM-FILTER DELIMITED BY SIZE
012072             INTO HR-REPORT-LINE
012081         END-STRING
012090     END-IF.
012100     WRITE HR-REPORT-LINE.
012200     MOVE SPACES TO HR-REPORT-LINE.
012300     WRITE HR-REPORT-LINE.
015000*                       PRIOR WEEK'S ACCUMULATORS OUT TOO.  ADD
015010*                       THE CURRENT RECORD INTO THE DAY, WEEK
015020*                       AND GRAND-TOTAL ACCUMULATORS, THEN READ
015030*                       THE NEXT RECORD.  A RECORD FROM A
015053*                       STREAM OTHER THAN THE ONE ASKED FOR IS
015068*                       PASSED OVER, AND AN AD-HOC RUN ONLY
015084*                       GOES INTO THE AD-HOC ACCUMULATORS.
015100*
015200*--------------------------------------------------------------*
015300 4000-PROCESS-RUNLOG.
015301     MOVE HL-LOG-STREAM TO HR-CUR-STREAM.
015302     IF HR-CUR-STREAM = SPACES
015303         MOVE 'NITE' TO HR-CUR-STREAM
015304     END-IF.
015305     IF HR-STREAM-FILTER NOT = SPACES
015306         AND HR-CUR-STREAM NOT = HR-STREAM-FILTER
015313         PERFORM 3000-READ-RUNLOG THRU 3000-EXIT
015321         GO TO 4000-EXIT
015329     END-IF.
015337     IF HL-LOG-ADHOC
015345         MOVE HL-LOG-RC TO HR-CUR-RC
015353         MOVE HL-LOG-LISP-ELAPSED-SECS TO HR-CUR-ELAPSED
015360         PERFORM 4080-TALLY-ADHOC THRU 4080-EXIT
015368         PERFORM 3000-READ-RUNLOG THRU 3000-EXIT
015376         GO TO 4000-EXIT
015384     END-IF.
015392     PERFORM 4050-COMPUTE-WEEK-BUCKET THRU 4050-EXIT.
015400     IF HR-FIRST-RECORD
015500         MOVE HL-LOG-RUN-DATE TO HR-PREV-RUN-DATE
015510         MOVE HR-WK-BUCKET TO HR-PREV-WK-BUCKET
017100     ADD HL-LOG-LISP-ELAPSED-SECS TO HR-DAY-ELAPSED-SUM.
017110     ADD HL-LOG-LISP-ELAPSED-SECS TO HR-WEEK-ELAPSED-SUM.
017200     ADD HL-LOG-LISP-ELAPSED-SECS TO HR-TOT-ELAPSED-SUM.
017225     MOVE HL-LOG-RC TO HR-CUR-RC.
017250     MOVE HL-LOG-LISP-ELAPSED-SECS TO HR-CUR-ELAPSED.
017275     PERFORM 4070-TALLY-STREAM THRU 4070-EXIT.
017300     PERFORM 3000-READ-RUNLOG THRU 3000-EXIT.
017400 4000-EXIT.
017500     EXIT.
018060     COMPUTE HR-WKS-YEAR =
018070         (100 * HR-INV-B) + HR-INV-D - 4800 + (HR-INV-M / 10).
018080 4060-EXIT.
018081     EXIT.
018082*--------------------------------------------------------------*
018083*
018084* 4070-TALLY-STREAM.  ADD THE CURRENT RUN (HR-CUR-STREAM,
018085*                     HR-CUR-RC, HR-CUR-ELAPSED) INTO ITS
018086*                     STREAM'S ROW OF THE BREAKDOWN TABLE,
018087*                     ADDING THE ROW ON FIRST SIGHT.  A
018088*                     TWENTY-FIRST STREAM IS LEFT OUT OF THE
018089*                     BREAKDOWN BUT STILL COUNTS IN THE
018090*                     TOTALS ABOVE IT.
018091*
018092*--------------------------------------------------------------*
018093 4070-TALLY-STREAM.
018094     MOVE 'N' TO HR-STR-FOUND-SW.
018095     MOVE 1 TO HR-STR-SUB.
018096     PERFORM 4075-CHECK-STREAM-ENTRY THRU 4075-EXIT
018097         UNTIL HR-STR-FOUND OR HR-STR-SUB > HR-STR-COUNT.
018098     IF NOT HR-STR-FOUND
018100         IF HR-STR-COUNT = 20
018101             GO TO 4070-EXIT
018102         END-IF
018103         ADD 1 TO HR-STR-COUNT
018104         MOVE HR-STR-COUNT TO HR-STR-SUB
018105         MOVE HR-CUR-STREAM TO HR-STR-ID (HR-STR-SUB)
018106         MOVE ZERO TO HR-STR-RUNS (HR-STR-SUB)
018107                      HR-STR-SUCCESS (HR-STR-SUB)
018108                      HR-STR-FAILURE (HR-STR-SUB)
018109                      HR-STR-ELAPSED-SUM (HR-STR-SUB)
018110     END-IF.
018111     ADD 1 TO HR-STR-RUNS (HR-STR-SUB).
018112     IF HR-CUR-RC = ZERO
018113         ADD 1 TO HR-STR-SUCCESS (HR-STR-SUB)
018114     ELSE
018115         ADD 1 TO HR-STR-FAILURE (HR-STR-SUB)
018116     END-IF.
018117     ADD HR-CUR-ELAPSED TO HR-STR-ELAPSED-SUM (HR-STR-SUB).
018118 4070-EXIT.
018120     EXIT.
018121*--------------------------------------------------------------*
018122*
018123* 4080-TALLY-ADHOC.  ADD THE CURRENT AD-HOC RUN (HR-CUR-RC,
018124*                    HR-CUR-ELAPSED) INTO THE AD-HOC
018125*                    ACCUMULATORS.
018126*
018127*--------------------------------------------------------------*
018128 4080-TALLY-ADHOC.
018129     ADD 1 TO HR-ADHOC-RUNS.
018130     IF HR-CUR-RC = ZERO
018131         ADD 1 TO HR-ADHOC-SUCCESS
018132     ELSE
018133         ADD 1 TO HR-ADHOC-FAILURE
018134     END-IF.
018135     ADD HR-CUR-ELAPSED TO HR-ADHOC-ELAPSED-SUM.
018136 4080-EXIT.
018137     EXIT.
018138*--------------------------------------------------------------*
018139*
018141* 4075-CHECK-STREAM-ENTRY.  TEST ONE BREAKDOWN-TABLE ROW
018142*                           AGAINST THE CURRENT RUN'S STREAM.
018143*
018144*--------------------------------------------------------------*
018145 4075-CHECK-STREAM-ENTRY.
018146     IF HR-STR-ID (HR-STR-SUB) = HR-CUR-STREAM
018147         SET HR-STR-FOUND TO TRUE
018148     ELSE
018149         ADD 1 TO HR-STR-SUB
018150     END-IF.
018151 4075-EXIT.
018152     EXIT.
018153*--------------------------------------------------------------*
018154*
018155* 5000-WRITE-DAY-LINE.  WRITE ONE DAILY SUMMARY LINE AND RESET
018156*                       THE DAY ACCUMULATORS FOR THE NEXT BREAK.
018157*
018158*--------------------------------------------------------------*
018160 5000-WRITE-DAY-LINE.
018170     MOVE ZERO TO HR-DAY-AVG-ELAPSED.
018180     IF HR-DAY-RUNS NOT = ZERO
018820         COMPUTE HR-TOT-AVG-ELAPSED =
018830             HR-TOT-ELAPSED-SUM / HR-TOT-RUNS
018840     END-IF.
018841     MOVE SPACES TO HR-DETAIL-LINE.
018842     MOVE 'ALL DATES' TO HR-DL-LABEL.
018843     MOVE HR-TOT-RUNS TO HR-DL-RUNS.
018844     MOVE HR-TOT-SUCCESS TO HR-DL-SUCCESS.
018845     MOVE HR-TOT-FAILURE TO HR-DL-FAILURE.
018846     MOVE HR-TOT-AVG-ELAPSED TO HR-DL-AVG-ELAPSED.
018847     WRITE HR-REPORT-LINE FROM HR-DETAIL-LINE.
018848     PERFORM 6100-WRITE-STREAM-LINES THRU 6100-EXIT.
018849     PERFORM 6200-WRITE-ADHOC-LINE THRU 6200-EXIT.
018850 6000-EXIT.
018851     EXIT.
018852*--------------------------------------------------------------*
018853*
018854* 6100-WRITE-STREAM-LINES.  WHEN EVERY STREAM IS BEING
018855*                           REPORTED, FOLLOW THE TOTAL WITH ONE
018856*                           LINE PER JOB STREAM SO THE NIGHT
018857*                           CAN BE SEEN WHOLE AND BY CHAIN.  A
018859*                           SINGLE-STREAM REPORT NEEDS NONE.
018860*
018861*--------------------------------------------------------------*
018862 6100-WRITE-STREAM-LINES.
018863     IF HR-STREAM-FILTER NOT = SPACES
018864         OR HR-STR-COUNT = ZERO
018865         GO TO 6100-EXIT
018866     END-IF.
018867     MOVE SPACES TO HR-REPORT-LINE.
018868     WRITE HR-REPORT-LINE.
018869     MOVE 'BY JOB STREAM' TO HR-REPORT-LINE.
018870     WRITE HR-REPORT-LINE.
018871     MOVE 1 TO HR-STR-SUB.
018872     PERFORM 6150-WRITE-ONE-STREAM THRU 6150-EXIT
018873         UNTIL HR-STR-SUB > HR-STR-COUNT.
018874 6100-EXIT.
018875     EXIT.
018876*--------------------------------------------------------------*
018878*
018879* 6150-WRITE-ONE-STREAM.  WRITE ONE ROW OF THE PER-STREAM
018880*                         BREAKDOWN.
018881*
018882*--------------------------------------------------------------*
018883 6150-WRITE-ONE-STREAM.
018884     MOVE SPACES TO HR-DETAIL-LINE.
018885     STRING 'STREAM ' DELIMITED BY SIZE
018886             HR-STR-ID (HR-STR-SUB) DELIMITED BY SIZE
018887         INTO HR-DL-LABEL
018888     END-STRING.
018889     MOVE HR-STR-RUNS (HR-STR-SUB) TO HR-DL-RUNS.
018890     MOVE HR-STR-SUCCESS (HR-STR-SUB) TO HR-DL-SUCCESS.
018891     MOVE HR-STR-FAILURE (HR-STR-SUB) TO HR-DL-FAILURE.
018892     MOVE ZERO TO HR-DL-AVG-ELAPSED.
018893     IF HR-STR-RUNS (HR-STR-SUB) NOT = ZERO
018894         COMPUTE HR-DL-AVG-ELAPSED =
018896             HR-STR-ELAPSED-SUM (HR-STR-SUB)
018897                 / HR-STR-RUNS (HR-STR-SUB)
018898     END-IF.
018899     WRITE HR-REPORT-LINE FROM HR-DETAIL-LINE.
018900     ADD 1 TO HR-STR-SUB.
018901 6150-EXIT.
018902     EXIT.
018903*--------------------------------------------------------------*
018904*
018905* 6200-WRITE-ADHOC-LINE.  WHEN ANY AD-HOC SINGLE-STEP RERUNS
018906*                         WERE LEFT OUT OF THE FIGURES ABOVE,
018907*                         SHOW THEM ON A LINE OF THEIR OWN.
018908*
018909*--------------------------------------------------------------*
018910 6200-WRITE-ADHOC-LINE.
018911     IF HR-ADHOC-RUNS = ZERO
018912         GO TO 6200-EXIT
018913     END-IF.
018915     MOVE SPACES TO HR-REPORT-LINE.
018916     WRITE HR-REPORT-LINE.
018917     MOVE SPACES TO HR-DETAIL-LINE.
018918     MOVE 'AD-HOC RUNS' TO HR-DL-LABEL.
018919     MOVE HR-ADHOC-RUNS TO HR-DL-RUNS.
018920     MOVE HR-ADHOC-SUCCESS TO HR-DL-SUCCESS.
018921     MOVE HR-ADHOC-FAILURE TO HR-DL-FAILURE.
018922     COMPUTE HR-DL-AVG-ELAPSED =
018923         HR-ADHOC-ELAPSED-SUM / HR-ADHOC-RUNS.
018924     WRITE HR-REPORT-LINE FROM HR-DETAIL-LINE.
018925     MOVE '(SINGLE-STEP RERUNS - NOT IN THE FIGURES ABOVE)'
018926         TO HR-REPORT-LINE.
018927     WRITE HR-REPORT-LINE.
018928 6200-EXIT.
018929     EXIT.
018930*--------------------------------------------------------------*
018931*
018933* 7000-LATEST-REPORT.  THE PARM='LATEST' PATH - READ THE
018934*                      HELLHIST CONTROL RECORD FOR THE NEWEST
018935*                      RUN DATE (THE STREAM'S OWN CONTROL
018936*                      RECORD WHEN A STREAM WAS ASKED FOR, THE
018937*                      BLANK-STREAM ONE OTHERWISE), START AT
018938*                      THAT DATE'S FIRST RECORD AND SUMMARISE
018939*                      JUST THAT DAY'S TYPE-R RUN RECORDS FOR
018940*                      THE STREAM(S) REPORTED.  ANY TROUBLE
018941*                      REACHING THE MASTER LEAVES HR-KEYED-OK
018942*                      OFF AND THE MAINLINE FALLS BACK TO THE
018943*                      FULL FLAT-FILE REPORT.
018944*
018945*--------------------------------------------------------------*
018946 7000-LATEST-REPORT.
018947     MOVE 'N' TO HR-KEYED-OK-SW.
018949     OPEN INPUT HISTORY-FILE.
018950     IF HR-HST-FILE-STATUS NOT = '00'
018951         GO TO 7000-EXIT
018952     END-IF.
018953     MOVE ZERO TO HL-HST-RUN-DATE.
018954     MOVE ZERO TO HL-HST-START-TIME.
018955     MOVE HR-STREAM-FILTER TO HL-HST-STREAM.
018956     MOVE 'C' TO HL-HST-REC-TYPE.
018957     MOVE ZERO TO HL-HST-SEQ.
018958     READ HISTORY-FILE
018959         INVALID KEY
018960             CLOSE HISTORY-FILE
018961             GO TO 7000-EXIT
018962     END-READ.
018963     MOVE HL-HST-NEWEST-RUN-DATE TO HR-NEWEST-DATE.
018964     MOVE HR-NEWEST-DATE TO HL-HST-RUN-DATE.
018965     MOVE ZERO TO HL-HST-START-TIME.
018967     MOVE SPACES TO HL-HST-STREAM.
018968     MOVE SPACE TO HL-HST-REC-TYPE.
018969     MOVE ZERO TO HL-HST-SEQ.
018970     START HISTORY-FILE KEY NOT < HL-HST-KEY
018971         INVALID KEY
018972             CLOSE HISTORY-FILE
018973             GO TO 7000-EXIT
018974     END-START.
018975     SET HR-KEYED-OK TO TRUE.
018976     OPEN OUTPUT REPORT-FILE.
018977     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
018978     MOVE 'N' TO HR-SLICE-EOF-SW.
018979     PERFORM 7100-READ-SLICE-RECORD THRU 7100-EXIT
018980         UNTIL HR-SLICE-EOF.
018981     MOVE HR-NEWEST-DATE TO HR-PREV-RUN-DATE.
018982     PERFORM 5000-WRITE-DAY-LINE THRU 5000-EXIT.
018983     PERFORM 6100-WRITE-STREAM-LINES THRU 6100-EXIT.
018984     PERFORM 6200-WRITE-ADHOC-LINE THRU 6200-EXIT.
018985     MOVE SPACES TO HR-REPORT-LINE.
018986     WRITE HR-REPORT-LINE.
018987     MOVE 'LATEST RUN DATE ONLY - NO PARM GIVES FULL HISTORY'
018996* 7100-READ-SLICE-RECORD.  READ THE NEXT MASTER RECORD IN KEY
018997*                          ORDER, ROLLING TYPE-R RECORDS INTO
018998*                          THE DAY ACCUMULATORS UNTIL THE
019008*                          SLICE'S RUN DATE IS PASSED.  AN
019018*                          AD-HOC RUN GOES ONLY INTO THE
019028*                          AD-HOC ACCUMULATORS.
019038*
019048*--------------------------------------------------------------*
019058 7100-READ-SLICE-RECORD.
019068     READ HISTORY-FILE NEXT RECORD
019078         AT END
019088             SET HR-SLICE-EOF TO TRUE
019098             GO TO 7100-EXIT
019108     END-READ.
019118     IF HL-HST-RUN-DATE NOT = HR-NEWEST-DATE
019128         SET HR-SLICE-EOF TO TRUE
019138         GO TO 7100-EXIT
019148     END-IF.
019158     IF NOT HL-HST-RUN-REC
019168         GO TO 7100-EXIT
019178     END-IF.
019188     IF HR-STREAM-FILTER NOT = SPACES
019198         AND HL-HST-STREAM NOT = HR-STREAM-FILTER
019208         GO TO 7100-EXIT
019218     END-IF.
019228     IF HL-HST-ADHOC-SW = 'Y'
019238         MOVE HL-HST-RC TO HR-CUR-RC
019248         MOVE HL-HST-ELAPSED-SECS TO HR-CUR-ELAPSED
019258         PERFORM 4080-TALLY-ADHOC THRU 4080-EXIT
019268         GO TO 7100-EXIT
019278     END-IF.
019288     ADD 1 TO HR-DAY-RUNS.
019298     IF HL-HST-RC = ZERO
019308         ADD 1 TO HR-DAY-SUCCESS
019318     ELSE
019328         ADD 1 TO HR-DAY-FAILURE
019338     END-IF.
019348     ADD HL-HST-ELAPSED-SECS TO HR-DAY-ELAPSED-SUM.
019358     MOVE HL-HST-STREAM TO HR-CUR-STREAM.
019368     MOVE HL-HST-RC TO HR-CUR-RC.
019378     MOVE HL-HST-ELAPSED-SECS TO HR-CUR-ELAPSED.
019388     PERFORM 4070-TALLY-STREAM THRU 4070-EXIT.
019398 7100-EXIT.
019408     EXIT.
019418*--------------------------------------------------------------*
019428*
019438* 9000-CLOSE-FILES.  CLOSE THE RUN-HISTORY LOG AND THE SUMMARY
019448*                    REPORT.
019458*
019468*--------------------------------------------------------------*
019478 9000-CLOSE-FILES.
019488     CLOSE RUNLOG-FILE.
019498     CLOSE REPORT-FILE.
019508 9000-EXIT.
019518     EXIT.
