002159*                 ADJUSTED DATE BEFORE THE WEEKEND/HOLIDAY    *
002160*                 BACK-OFF; &RUNDATE AND THE M/Q SCHEDULES    *
002161*                 STILL USE THE BUSINESS DATE.                *
002163* 10/15/2026 DRO  ADDED NAMED JOB STREAMS. EXEC                *
002165*                 PARM='STREAM=XXXX' (ONE TO FOUR CHARACTERS,  *
002167*                 COMBINABLE WITH DRYRUN AS                    *
002169*                 'STREAM=XXXX,DRYRUN') PICKS THAT STREAM'S    *
002171*                 OWN DRIVER, CHECKPOINT, RUN LOCK AND         *
002173*                 OVERRIDE FILES (DDNAMES DRVXXXX, CKPXXXX,    *
002175*                 LCKXXXX AND OVRXXXX) AND ITS OWN CAPTURE     *
002177*                 SCRATCH FILES (OUTXXXX, PRCXXXX, HLPXXXXNN), *
002179*                 SO SEVERAL CHAINS CAN RUN SIDE BY SIDE       *
002181*                 WITHOUT TRIPPING OVER EACH OTHER. NO STREAM  *
002183*                 ON THE PARM IS THE 23:00 CHAIN, STREAM NITE, *
002185*                 ON THE ORIGINAL DDNAMES. EVERY RUNLOG,       *
002187*                 STEPLOG AND HELLOTRN RECORD IS STAMPED WITH  *
002189*                 THE STREAM.                                  *
002192* 10/15/2026 DRO  ADDED AD-HOC SINGLE-STEP MODE,               *
002195*                 PARM='STEP=NNNN' (COMBINABLE WITH            *
002198*                 STREAM=XXXX). RUNS JUST THAT DRIVER SEQUENCE *
002201*                 THROUGH THE NORMAL PATH - PRE-FLIGHT,        *
002204*                 DATASET CHECKS, ARGUMENT RESOLUTION,         *
002207*                 RETRIES, PATTERN VERDICT AND HELLOTRN        *
002210*                 TRANSCRIPT - UNDER THE STREAM'S RUN LOCK,    *
002213*                 BUT IGNORES ITS SCHEDULE AND RUN CONDITION,  *
002216*                 NEVER READS OR MOVES THE HELCKPT WATERMARK   *
002219*                 AND NEVER READS OR CONSUMES HELLOOVR. THE    *
002222*                 RUNLOG AND STEPLOG RECORDS ARE FLAGGED       *
002225*                 AD-HOC; EVERY RUN NOW ALSO LOGS THE          *
002228*                 SUBMITTING USER. A SEQUENCE NOT IN THE       *
002229*                 DRIVER, OR STEP= WITH DRYRUN, IS RC 8.       *
002230* 10/15/2026 DRO  ADDED THE CROSS-APPLICATION TRIGGER          *
002231*                 HANDSHAKE. A STEP WHOSE HELLODRV RECORD      *
002232*                 NAMES AN UPSTREAM COMPLETION TOKEN NOW WAITS *
002233*                 FOR IT BEFORE ITS PRE-FLIGHT, POLLING AT THE *
002234*                 RECORD'S INTERVAL FOR ITS WAIT WINDOW OR     *
002235*                 UNTIL ITS HHMM DEADLINE (WHICHEVER COMES     *
002236*                 FIRST), AND FAILS WITH RC 89 ONLY WHEN THAT  *
002237*                 RUNS OUT - NO RETRIES, SINCE THE FEED IS     *
002238*                 STILL NOT THERE. THE SECONDS WAITED AND      *
002239*                 WHETHER THE WAIT TIMED OUT GO ON THE STEP'S  *
002240*                 STEPLOG RECORD. HELLO ALSO PUBLISHES ITS OWN *
002241*                 COMPLETION TOKENS - ONE PER STEP THAT        *
002242*                 COMPLETES CLEAN AND ONE FOR THE WHOLE CHAIN  *
002243*                 ON A CLEAN END - AS                          *
002244*                 HELLO.STREAM.SEQ.BUSDATE.DONE AND            *
002245*                 HELLO.STREAM.CHAIN.BUSDATE.DONE IN THE       *
002246*                 DIRECTORY ON HELLOCTL'S TKNDIR= LINE         *
002247*                 (HELLOTKN WHEN NONE), SO DOWNSTREAM          *
002248*                 APPLICATIONS CAN KEY OFF THE FILES INSTEAD   *
002249*                 OF CLOCK TIMES. HELLOCTL LINES AFTER THE     *
002250*                 FIRST ARE NOW READ AS KEYWORD LINES IN ANY   *
002251*                 ORDER.                                       *
002252* 10/15/2026 DRO  ADDED CONTROL-TOTAL BALANCING. A STEP'S      *
002253*                 HELLODRV RECORD MAY DECLARE UP TO THREE      *
002254*                 CONTROL-TOTAL TAGS; WHILE ITS OUTPUT IS      *
002255*                 CAPTURED EACH TAG IS PICKED UP FROM A        *
002256*                 TAG=NNNN LINE AND, ONCE THE STEP COMPLETES   *
002257*                 CLEAN, SHOWN, KEPT IN STORAGE AND APPENDED   *
002258*                 TO THE HELCTOT CONTROL-TOTAL HISTORY. THE    *
002259*                 HELLOBAL RULES (BALXXXX FOR ANOTHER STREAM)  *
002260*                 PAIR ONE STEP'S TOTAL WITH ANOTHER'S, EXACT  *
002261*                 OR WITHIN AN ABSOLUTE OR PERCENTAGE          *
002262*                 TOLERANCE, AND ARE CHECKED AS SOON AS BOTH   *
002263*                 STEPS HAVE RUN - THE TOTALS HELCTOT ALREADY  *
002264*                 HOLDS FOR THE STREAM AND BUSINESS DATE ARE   *
002265*                 READ BACK AT STARTUP, SO A RESTART BALANCES  *
002266*                 AGAINST CHECKPOINTED STEPS TOO. A BREAK, OR  *
002267*                 A DECLARED TOTAL THAT NEVER PRINTED, FAILS   *
002268*                 THE STEP THAT COMPLETED THE PAIR WITH RC 99  *
002269*                 - NOT RETRIED, SINCE A RE-RUN WOULD COUNT    *
002270*                 THE SAME ROWS.                               *
002271* 10/15/2026 DRO  STAMPED EVERY RUNLOG RECORD WITH THE DRIVER  *
002272*                 VERSION - A CHECKSUM OF THE HELLODRV RECORDS *
002273*                 AS LOADED, THE SAME FIGURE HELDMNT JOURNALS  *
002274*                 ON EVERY SAVE - SO HELDRCN CAN REBUILD AND   *
002275*                 VERIFY THE DRIVER A PAST RUN ACTUALLY USED.  *
002276*                 ZERO MEANS NO DRIVER FILE (THE LEGACY        *
002277*                 ONE-STEP COMMAND). THE VERSION IS ALSO SHOWN *
002278*                 AT LOAD TIME.                                *
002279* 10/15/2026 DRO  EVERY STEPLOG RECORD NOW CARRIES THE STEP'S  *
002280*                 RETRY COUNT - THE ATTEMPTS BEYOND THE FIRST  *
002281*                 - FOR THE CHARGEBACK REPORT. A STEP THAT     *
002282*                 TIMED OUT ON ITS UPSTREAM TRIGGER MADE NO    *
002283*                 ATTEMPT AND LOGS ZERO.                       *
002284* 10/15/2026 DRO  LOCK AND OVERRIDE MESSAGES NOW NAME THE      *
002285*                 STREAM'S OWN FILES (LCKXXXX, OVRXXXX) RATHER *
002286*                 THAN ALWAYS HELLOCK AND HELLOOVR.            *
002292* 10/15/2026 DRO  A STEP WHOSE RUN STARTED AFTER ITS TRIGGER   *
002298*                 DEADLINE FOR THE NIGHT NOW ENDS RC 89 AT     *
002304*                 ONCE INSTEAD OF WAITING INTO THE NEXT DAY.   *
002310*--------------------------------------------------------------*
002316 ENVIRONMENT DIVISION.
002322 CONFIGURATION SECTION.
002328 SOURCE-COMPUTER. LINUX.
002335 OBJECT-COMPUTER. LINUX.
002380 INPUT-OUTPUT SECTION.
002425 FILE-CONTROL.
002605     SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
002650         ORGANIZATION IS LINE SEQUENTIAL
002695         FILE STATUS IS HL-LOG-FILE-STATUS.
002740     SELECT OPTIONAL DRIVER-FILE ASSIGN USING HL-DRV-FILE-NAME
002785         ORGANIZATION IS LINE SEQUENTIAL
002830         FILE STATUS IS HL-DRV-FILE-STATUS.
002875     SELECT OPTIONAL CHECKPOINT-FILE
002897         ASSIGN USING HL-CKP-FILE-NAME
002920         ORGANIZATION IS LINE SEQUENTIAL
002965         FILE STATUS IS HL-CKP-FILE-STATUS.
003010     SELECT OPTIONAL OUTPUT-CAP-FILE
003032         ASSIGN USING HL-OUT-FILE-NAME
003055         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS HL-OUT-FILE-STATUS.
003145     SELECT STEPLOG-FILE ASSIGN TO 'STEPLOG'
003190         ORGANIZATION IS LINE SEQUENTIAL
003235         FILE STATUS IS HL-STP-FILE-STATUS.
003280     SELECT OPTIONAL LOCK-FILE ASSIGN USING HL-LOCK-FILE-NAME
003325         ORGANIZATION IS LINE SEQUENTIAL
003370         FILE STATUS IS HL-LCK-FILE-STATUS.
003415     SELECT OPTIONAL PAR-RC-FILE ASSIGN USING HL-PRC-FILE-NAME
003460         ORGANIZATION IS LINE SEQUENTIAL
003505         FILE STATUS IS HL-PRC-FILE-STATUS.
003550     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'HELLOCAL'
003595         ORGANIZATION IS LINE SEQUENTIAL
003640         FILE STATUS IS HL-CAL-FILE-STATUS.
003685     SELECT OPTIONAL OVERRIDE-FILE
003707         ASSIGN USING HL-OVR-FILE-NAME
003730         ORGANIZATION IS LINE SEQUENTIAL
003775         FILE STATUS IS HL-OVR-FILE-STATUS.
003805     SELECT TRANSCRIPT-FILE ASSIGN TO 'HELLOTRN'
003835         ORGANIZATION IS LINE SEQUENTIAL
003865         FILE STATUS IS HL-TRN-FILE-STATUS.
003868     SELECT OPTIONAL BAL-RULE-FILE
003871         ASSIGN USING HL-BAL-FILE-NAME
003874         ORGANIZATION IS LINE SEQUENTIAL
003877         FILE STATUS IS HL-BAL-FILE-STATUS.
003880     SELECT CTL-TOTAL-FILE ASSIGN TO 'HELCTOT'
003883         ORGANIZATION IS LINE SEQUENTIAL
003886         FILE STATUS IS HL-TOT-FILE-STATUS.
003895 DATA DIVISION.
003925 FILE SECTION.
003955 FD  CONTROL-FILE.
004345 COPY HLCAL.
004375 FD  TRANSCRIPT-FILE.
004405 COPY HLTRN.
004411 FD  BAL-RULE-FILE.
004417 COPY HLBAL.
004423 FD  CTL-TOTAL-FILE.
004429 COPY HLTOT.
004435 FD  OVERRIDE-FILE.
004465 01  HL-OVR-RECORD.
004495     05  HL-OVR-ACTION           PIC X(05).
005395 77  HL-CAL-FILE-STATUS       PIC X(02) VALUE '00'.
005425 77  HL-OVR-FILE-STATUS       PIC X(02) VALUE '00'.
005455 77  HL-TRN-FILE-STATUS       PIC X(02) VALUE '00'.
005465 77  HL-BAL-FILE-STATUS       PIC X(02) VALUE '00'.
005475 77  HL-TOT-FILE-STATUS       PIC X(02) VALUE '00'.
005485 77  HL-TRN-READY-SW          PIC X(01) VALUE 'N'.
005515     88  HL-TRN-READY             VALUE 'Y'.
005545*--------------------------------------------------------------*
006202 77  HL-LOCK-AGE-SECS         PIC S9(09) COMP VALUE ZERO.
006206 77  HL-LOCK-STALE-SECS       PIC 9(05) VALUE 14400.
006210 77  HL-LOCK-USER-NAME        PIC X(08) VALUE SPACES.
006214 77  HL-LOCK-FILE-NAME        PIC X(08) VALUE 'HELLOCK'.
006218 77  HL-SAVED-RETURN-CODE     PIC S9(09) COMP VALUE ZERO.
006222*--------------------------------------------------------------*
006226* JULIAN-DAY-NUMBER WORK AREA FOR THE LOCK AGE TEST - THE      *
007000 77  HL-FATAL-STOP-SW        PIC X(01) VALUE 'N'.
007100     88  HL-FATAL-STOP            VALUE 'Y'.
007200*--------------------------------------------------------------*
007201* JOB-STREAM WORK AREA.  THE STREAM ID COMES FROM THE EXEC     *
007202* PARM (STREAM=XXXX) AND DEFAULTS TO NITE, THE 23:00 CHAIN,    *
007203* WHICH KEEPS THE ORIGINAL DDNAMES.  ANY OTHER STREAM GETS ITS *
007204* OWN DRIVER, CHECKPOINT, LOCK AND OVERRIDE FILES AND ITS OWN  *
007205* CAPTURE SCRATCH FILES - THE THREE-LETTER PREFIX PLUS THE     *
007207* STREAM ID - SO TWO STREAMS RUNNING AT ONCE NEVER SHARE A     *
007208* WATERMARK, A LOCK OR A HELLOOUT.                             *
007209*--------------------------------------------------------------*
007210 77  HL-STREAM-ID             PIC X(04) VALUE 'NITE'.
007211 77  HL-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
007212 77  HL-CKP-FILE-NAME         PIC X(08) VALUE 'HELCKPT'.
007214 77  HL-OVR-FILE-NAME         PIC X(08) VALUE 'HELLOOVR'.
007215 77  HL-OVR-USED-NAME         PIC X(13) VALUE SPACES.
007216 77  HL-OUT-FILE-NAME         PIC X(08) VALUE 'HELLOOUT'.
007217 77  HL-PRC-FILE-NAME         PIC X(08) VALUE 'HELLOPRC'.
007218 77  HL-GRP-FILE-PFX          PIC X(08) VALUE 'HLPOUT'.
007219 77  HL-BAL-FILE-NAME         PIC X(08) VALUE 'HELLOBAL'.
007221*--------------------------------------------------------------*
007222* DRIVER VERSION - A CHECKSUM OF THE HELLODRV RECORDS AS       *
007223* LOADED, STAMPED ON THE RUNLOG RECORD.  EACH BYTE IS TAKEN AS *
007224* ITS CODE POINT THROUGH THE LOW BYTE OF A HALFWORD; THE SUM   *
007225* RUNS TIMES 31 MODULO A TEN-DIGIT PRIME.  HELDMNT AND HELDRCN *
007226* COMPUTE THE SAME FIGURE, SO THEY MUST CHANGE WITH IT.        *
007228*--------------------------------------------------------------*
007229 77  HL-DRV-VERSION           PIC 9(10) VALUE ZERO.
007230 77  HL-VER-WORK              PIC 9(12) COMP VALUE ZERO.
007231 77  HL-VER-QUOT              PIC 9(12) COMP VALUE ZERO.
007232 77  HL-VER-SUB               PIC 9(04) COMP VALUE ZERO.
007233 01  HL-VER-BYTE-AREA.
007235     05  HL-VER-BYTE-NUM      PIC 9(04) COMP VALUE ZERO.
007236 01  HL-VER-BYTE-R REDEFINES HL-VER-BYTE-AREA.
007237     05  FILLER               PIC X(01).
007238     05  HL-VER-BYTE          PIC X(01).
007239 77  HL-PARM-WORD             PIC X(20) VALUE SPACES.
007240 77  HL-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
007242 77  HL-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
007243*--------------------------------------------------------------*
007244* AD-HOC SINGLE-STEP MODE (PARM STEP=NNNN) - THE SEQUENCE ASKED *
007245* FOR AND ITS STEP-TABLE SUBSCRIPT ONCE THE DRIVER IS LOADED.   *
007246*--------------------------------------------------------------*
007247 77  HL-ADHOC-SW              PIC X(01) VALUE 'N'.
007249     88  HL-ADHOC-RUN             VALUE 'Y'.
007258 77  HL-ADHOC-SEQ             PIC 9(04) VALUE ZERO.
007267 77  HL-ADHOC-SUB             PIC 9(04) COMP VALUE ZERO.
007276 77  HL-ADHOC-SCAN            PIC 9(04) COMP VALUE ZERO.
007285*--------------------------------------------------------------*
007300* WORD-PARSING WORK AREA - USED TO SPLIT A FREE-FORM COMMAND   *
007400* STRING INTO AN INTERPRETER TOKEN AND A SCRIPT-PATH TOKEN.    *
007500*--------------------------------------------------------------*
009487         10  HL-STEP-IN-DATASET      PIC X(50).
009488         10  HL-STEP-OUT-DATASET     PIC X(50).
009489         10  HL-STEP-OUT-MIN-BYTES   PIC 9(08).
009490         10  HL-STEP-TRIG-TOKEN      PIC X(50).
009491         10  HL-STEP-TRIG-POLL-SECS  PIC 9(03).
009492         10  HL-STEP-TRIG-WAIT-MINS  PIC 9(03).
009493         10  HL-STEP-TRIG-DEADLINE   PIC 9(04).
009494         10  HL-STEP-TRIG-WAIT-SECS  PIC 9(05).
009495         10  HL-STEP-TRIG-STATUS     PIC X(01).
009496             88  HL-STEP-TRIG-ARRIVED    VALUE 'Y'.
009497             88  HL-STEP-TRIG-TIMED-OUT  VALUE 'T'.
009498         10  HL-STEP-GRP-STATE       PIC X(01).
009499             88  HL-STEP-GRP-LAUNCHED    VALUE 'L'.
009500             88  HL-STEP-GRP-COLLECTED   VALUE 'C'.
009501             88  HL-STEP-GRP-VALFAIL     VALUE 'V'.
009502             88  HL-STEP-GRP-SETTLED     VALUE 'D'.
009503         10  HL-STEP-CTL-TAGS.
009504             15  HL-STEP-CTL-TAG OCCURS 3 TIMES
009505                                     PIC X(12).
009506 77  HL-STEP-COUNT               PIC 9(04) COMP VALUE ZERO.
009510 77  HL-STEP-ATTEMPT-NUM         PIC 9(03) VALUE ZERO.
009520 77  HL-ANY-FAILED-SW            PIC X(01) VALUE 'N'.
009530     88  HL-ANY-FAILED               VALUE 'Y'.
010631 01  HL-DSCHK-FILE-DATE          PIC 9(08) VALUE ZERO.
010633 01  HL-DSCHK-FILE-DATE-R REDEFINES HL-DSCHK-FILE-DATE.
010635     05  HL-DSCHK-FD-YEAR        PIC 9(04).
010636     05  HL-DSCHK-FD-MONTH       PIC 9(02).
010637     05  HL-DSCHK-FD-DAY         PIC 9(02).
010638*--------------------------------------------------------------*
010639* UPSTREAM-TRIGGER WORK AREA.  A STEP'S COMPLETION TOKEN IS     *
010640* POLLED FOR WITH CBL_CHECK_FILE_EXIST.  THE WAIT ENDS AT THE   *
010641* EARLIER OF THE STEP'S WAIT WINDOW (COUNTED FROM THE FIRST     *
010642* POLL) AND ITS HHMM DEADLINE.  THE DEADLINE IS MEASURED AS     *
010643* SECONDS AFTER THE RUN STARTED WITHIN THE RUN'S OWN NIGHT      *
010644* (NOON TO NOON, AS FOR THE BUSINESS DATE), SO A 01:30 DEADLINE *
010645* ON THE 23:00 CHAIN MEANS TONIGHT'S 01:30, WHILE A RUN THAT    *
010646* STARTS AFTER IT - A 02:00 RESTART OR A DAYTIME STEP= RERUN -  *
010647* FINDS THE DEADLINE ALREADY PASSED (A NEGATIVE DEADLINE-REL).  *
010648*--------------------------------------------------------------*
010649 77  HL-TRIG-PATH                PIC X(50) VALUE SPACES.
010650 77  HL-TRIG-DATE-X              PIC X(08) VALUE SPACES.
010651 77  HL-TRIG-DFLT-POLL-SECS      PIC 9(03) VALUE 60.
010652 77  HL-TRIG-DFLT-WAIT-MINS      PIC 9(03) VALUE 60.
010653 77  HL-TRIG-POLL-SECS           PIC 9(03) VALUE ZERO.
010654 77  HL-TRIG-LIMIT-SECS          PIC 9(07) COMP VALUE ZERO.
010655 77  HL-TRIG-RUN-SECS            PIC 9(07) COMP VALUE ZERO.
010656 77  HL-TRIG-START-SECS          PIC 9(07) COMP VALUE ZERO.
010657 77  HL-TRIG-NOW-TIME            PIC 9(08) VALUE ZERO.
010658 77  HL-TRIG-NOW-SECS            PIC 9(07) COMP VALUE ZERO.
010660 77  HL-TRIG-ELAPSED             PIC S9(07) COMP VALUE ZERO.
010661 77  HL-TRIG-NOW-REL             PIC S9(07) COMP VALUE ZERO.
010662 77  HL-TRIG-DEADLINE-REL        PIC S9(07) COMP VALUE ZERO.
010663 01  HL-TRIG-DEADLINE-HHMM       PIC 9(04) VALUE ZERO.
010664 01  HL-TRIG-DEADLINE-R REDEFINES HL-TRIG-DEADLINE-HHMM.
010665     05  HL-TRIG-DL-HH           PIC 9(02).
010666     05  HL-TRIG-DL-MM           PIC 9(02).
010667 77  HL-TRIG-DONE-SW             PIC X(01) VALUE 'N'.
010668     88  HL-TRIG-DONE                VALUE 'Y'.
010669 77  HL-TRIG-WAITING-SW          PIC X(01) VALUE 'N'.
010670     88  HL-TRIG-WAITING             VALUE 'Y'.
010671 77  HL-TRIG-REASON              PIC X(30) VALUE SPACES.
010672*--------------------------------------------------------------*
010673* OUTBOUND COMPLETION-TOKEN WORK AREA.  THE TOKEN DIRECTORY     *
010674* COMES FROM HELLOCTL'S TKNDIR= LINE.  EACH TOKEN IS WRITTEN   *
010675* UNDER A .TMP NAME AND RENAMED, SO A DOWNSTREAM POLLER NEVER   *
010676* SEES A HALF-WRITTEN FILE.                                     *
010678*--------------------------------------------------------------*
010679 77  HL-TKN-DIR                  PIC X(50) VALUE 'HELLOTKN'.
010680 77  HL-TKN-NAME                 PIC X(40) VALUE SPACES.
010681 77  HL-TKN-WHAT                 PIC X(10) VALUE SPACES.
010682 77  HL-TKN-END-TIME             PIC 9(08) VALUE ZERO.
010683 77  HL-TKN-SHELL-CMD            PIC X(400) VALUE SPACES.
010684*--------------------------------------------------------------*
010685* ARGUMENT SYMBOL-SUBSTITUTION WORK AREA                        *
010686*--------------------------------------------------------------*
010687 77  HL-ARGS-WORK                PIC X(60).
010688 77  HL-ARGS-RESOLVED            PIC X(120).
010689 77  HL-ARGS-LEN                 PIC 9(03) COMP VALUE ZERO.
010690 77  HL-SUB-IN-POS               PIC 9(03) COMP VALUE ZERO.
010691 77  HL-SUB-OUT-POS              PIC 9(03) COMP VALUE ZERO.
010692 77  HL-PRIOR-RC                 PIC S9(09) COMP VALUE ZERO.
010693 77  HL-PRIOR-RC-DISP            PIC 9(05) VALUE ZERO.
010694*--------------------------------------------------------------*
010696* DRY-RUN PLAN WORK AREA                                        *
010704*--------------------------------------------------------------*
010712 77  HL-DRYRUN-SW                PIC X(01) VALUE 'N'.
012560 77  HL-SUCC-PATT-HITS           PIC 9(09) COMP VALUE ZERO.
012570 77  HL-OUT-READ-COUNT           PIC 9(09) COMP VALUE ZERO.
012600*--------------------------------------------------------------*
012601* CONTROL-TOTAL CAPTURE WORK AREA.  2075 BUILDS A TAG= SEARCH   *
012602* KEY FOR EACH TAG THE STEP DECLARES; 2080 LOOKS FOR EACH KEY   *
012603* IN EVERY OUTPUT LINE AND 2086 PARSES THE NUMBER AFTER IT A    *
012604* CHARACTER AT A TIME.  THE LAST VALUE PRINTED WINS.            *
012605*--------------------------------------------------------------*
012606 01  HL-TAG-CAP-AREA.
012607     05  HL-TAG-CAP OCCURS 3 TIMES.
012608         10  HL-TAG-CAP-KEY          PIC X(13).
012609         10  HL-TAG-CAP-LEN          PIC 9(02) COMP.
012610         10  HL-TAG-CAP-FOUND-SW     PIC X(01).
012611             88  HL-TAG-CAP-FOUND        VALUE 'Y'.
012612         10  HL-TAG-CAP-VALUE        PIC S9(13)V99.
012613 77  HL-TAG-SUB                  PIC 9(02) COMP VALUE ZERO.
012614 77  HL-TAG-OFFSET               PIC 9(03) COMP VALUE ZERO.
012615 77  HL-TAG-POS                  PIC 9(03) COMP VALUE ZERO.
012616 01  HL-TAG-CHAR                 PIC X(01) VALUE SPACE.
012617 01  HL-TAG-DIGIT REDEFINES HL-TAG-CHAR PIC 9(01).
012618 77  HL-TAG-INT-PART             PIC 9(13) VALUE ZERO.
012619 77  HL-TAG-DEC-PART             PIC 9(02) VALUE ZERO.
012620 77  HL-TAG-DEC-DIGITS           PIC 9(01) VALUE ZERO.
012621 77  HL-TAG-STARTED-SW           PIC X(01) VALUE 'N'.
012622     88  HL-TAG-STARTED              VALUE 'Y'.
012623 77  HL-TAG-NEG-SW               PIC X(01) VALUE 'N'.
012625     88  HL-TAG-NEG                  VALUE 'Y'.
012626 77  HL-TAG-DIGITS-SW            PIC X(01) VALUE 'N'.
012627     88  HL-TAG-DIGITS-SEEN          VALUE 'Y'.
012628 77  HL-TAG-IN-DEC-SW            PIC X(01) VALUE 'N'.
012629     88  HL-TAG-IN-DEC               VALUE 'Y'.
012630 77  HL-TAG-DONE-SW              PIC X(01) VALUE 'N'.
012631     88  HL-TAG-DONE                 VALUE 'Y'.
012632*--------------------------------------------------------------*
012633* CONTROL-TOTAL BALANCING WORK AREA.  THE RULE TABLE IS LOADED  *
012634* FROM HELLOBAL AT STARTUP.  THE VALUE TABLE HOLDS TONIGHT'S    *
012635* TOTALS BY STEP AND TAG - FIRST THOSE HELCTOT ALREADY HAS FOR  *
012636* THE STREAM AND BUSINESS DATE (AN EARLIER RUN OF A RESTARTED   *
012637* CHAIN), THEN EACH STEP'S OWN AS IT COMPLETES CLEAN.  A        *
012638* DECLARED TAG A STEP FAILED TO PRINT IS KEPT AS NOT PRESENT,   *
012639* SO AN OLDER VALUE IS NEVER BALANCED IN ITS PLACE.             *
012640*--------------------------------------------------------------*
012641 01  HL-BR-TABLE.
012642     05  HL-BR-ENTRY OCCURS 30 TIMES.
012643         10  HL-BR-RULE-ID           PIC X(08).
012644         10  HL-BR-A-SEQ             PIC 9(04).
012645         10  HL-BR-A-TAG             PIC X(12).
012646         10  HL-BR-B-SEQ             PIC 9(04).
012647         10  HL-BR-B-TAG             PIC X(12).
012648         10  HL-BR-TOL-TYPE          PIC X(01).
012650             88  HL-BR-TOL-ABSOLUTE      VALUE 'A'.
012651             88  HL-BR-TOL-PERCENT       VALUE 'P'.
012652         10  HL-BR-TOLERANCE         PIC 9(07)V99.
012653 77  HL-BR-COUNT                 PIC 9(04) COMP VALUE ZERO.
012654 77  HL-BR-SUB                   PIC 9(04) COMP VALUE ZERO.
012655 77  HL-BR-CHK-SEQ               PIC 9(04) VALUE ZERO.
012656 77  HL-BR-CHK-TAG               PIC X(12) VALUE SPACES.
012657 77  HL-BR-CHK-SUB               PIC 9(04) COMP VALUE ZERO.
012658 77  HL-BR-CHK-TAG-SW            PIC X(01) VALUE 'N'.
012659     88  HL-BR-CHK-TAG-DECLARED      VALUE 'Y'.
012660 01  HL-TV-TABLE.
012661     05  HL-TV-ENTRY OCCURS 60 TIMES.
012662         10  HL-TV-SEQ               PIC 9(04).
012663         10  HL-TV-TAG               PIC X(12).
012664         10  HL-TV-PRESENT-SW        PIC X(01).
012665             88  HL-TV-PRESENT           VALUE 'Y'.
012666         10  HL-TV-VALUE             PIC S9(13)V99.
012667 77  HL-TV-COUNT                 PIC 9(04) COMP VALUE ZERO.
012668 77  HL-TV-SUB                   PIC 9(04) COMP VALUE ZERO.
012669 77  HL-TV-KEY-SEQ               PIC 9(04) VALUE ZERO.
012670 77  HL-TV-KEY-TAG               PIC X(12) VALUE SPACES.
012671 77  HL-TV-FOUND-SW              PIC X(01) VALUE 'N'.
012672     88  HL-TV-FOUND                 VALUE 'Y'.
012673 77  HL-TV-FULL-SW               PIC X(01) VALUE 'N'.
012675     88  HL-TV-FULL-WARNED           VALUE 'Y'.
012676 77  HL-BV-SIDE-VALUE            PIC S9(13)V99 VALUE ZERO.
012677 77  HL-BV-SIDE-PRESENT-SW       PIC X(01) VALUE 'N'.
012678     88  HL-BV-SIDE-PRESENT          VALUE 'Y'.
012679 77  HL-BV-SIDE-RAN-SW           PIC X(01) VALUE 'N'.
012680     88  HL-BV-SIDE-RAN              VALUE 'Y'.
012681 77  HL-BV-A-VALUE               PIC S9(13)V99 VALUE ZERO.
012682 77  HL-BV-A-PRESENT-SW          PIC X(01) VALUE 'N'.
012683     88  HL-BV-A-PRESENT             VALUE 'Y'.
012684 77  HL-BV-A-RAN-SW              PIC X(01) VALUE 'N'.
012685     88  HL-BV-A-RAN                 VALUE 'Y'.
012686 77  HL-BV-B-VALUE               PIC S9(13)V99 VALUE ZERO.
012687 77  HL-BV-B-PRESENT-SW          PIC X(01) VALUE 'N'.
012688     88  HL-BV-B-PRESENT             VALUE 'Y'.
012689 77  HL-BV-B-RAN-SW              PIC X(01) VALUE 'N'.
012690     88  HL-BV-B-RAN                 VALUE 'Y'.
012691 77  HL-BV-VARIANCE              PIC S9(13)V99 VALUE ZERO.
012692 77  HL-BV-ABS-VARIANCE          PIC S9(13)V99 VALUE ZERO.
012693 77  HL-BV-ALLOWED               PIC S9(13)V99 VALUE ZERO.
012694 77  HL-BV-BREAK-SW              PIC X(01) VALUE 'N'.
012695     88  HL-BV-BREAK                 VALUE 'Y'.
012696 77  HL-BV-EDIT-1                PIC -(14)9.99.
012697 77  HL-BV-EDIT-2                PIC -(14)9.99.
012698*--------------------------------------------------------------*
012700 LINKAGE SECTION.
012800 01  HL-PARM-AREA.
012900     05  HL-PARM-LEN             PIC S9(04) COMP.
013950     MOVE SPACES TO HL-LOG-RECORD.
014000     ACCEPT HL-LOG-RUN-DATE FROM DATE YYYYMMDD.
014100     ACCEPT HL-LOG-START-TIME FROM TIME.
014120     PERFORM 0050-PARSE-PARM THRU 0050-EXIT.
014150     IF NOT HL-DRYRUN
014160         PERFORM 0100-ACQUIRE-RUN-LOCK THRU 0100-EXIT
014170     END-IF.
014320     PERFORM 1800-LOAD-CALENDAR THRU 1800-EXIT.
014340     PERFORM 1700-RESOLVE-BUSINESS-DATE THRU 1700-EXIT.
014400     PERFORM 1500-BUILD-STEP-TABLE THRU 1500-EXIT.
014412     IF HL-ADHOC-RUN
014424         PERFORM 3010-FIND-ADHOC-STEP THRU 3010-EXIT
014436     ELSE
014450         PERFORM 1900-LOAD-OVERRIDES THRU 1900-EXIT
014500         PERFORM 4000-READ-CHECKPOINT THRU 4000-EXIT
014525     END-IF.
014530     PERFORM 1950-LOAD-BAL-RULES THRU 1950-EXIT.
014535     IF NOT HL-DRYRUN
014540         PERFORM 1970-LOAD-CTL-TOTALS THRU 1970-EXIT
014545     END-IF.
014550     IF HL-DRYRUN
014560         PERFORM 5000-PRINT-PLAN THRU 5000-EXIT
014570         STOP RUN
014780                     'RETAINED FOR THE RESTART'
014790         ELSE
014800             DISPLAY 'Goodbye from Cobol!'
014816             IF HL-ADHOC-RUN
014832                 DISPLAY 'HELLO: AD-HOC RUN OF STEP '
014848                         HL-ADHOC-SEQ ' ENDED CLEAN - '
014864                         HL-CKP-FILE-NAME ' LEFT AS IT WAS'
014880             ELSE
014900                 MOVE ZERO TO HL-CKPT-LAST-SEQ
015000                 PERFORM 4500-WRITE-CHECKPOINT THRU 4500-EXIT
015025                 PERFORM 2360-WRITE-CHAIN-TOKEN THRU 2360-EXIT
015050             END-IF
015100         END-IF
015200     ELSE
015300         MOVE HL-RUN-RC TO HL-LISP-RC
016100     STOP RUN.
016108*--------------------------------------------------------------*
016116*
016117* 0050-PARSE-PARM.  A PARM THAT STARTS WITH A KEYWORD -
016118*                   DRYRUN, STREAM=XXXX OR STEP=NNNN, COMMA-
016119*                   SEPARATED IN ANY ORDER - SELECTS THE RUN
016120*                   MODE AND JOB STREAM.  THE PARM IS THEN
016121*                   CONSUMED AS THE MODE SELECTOR -
016122*                   HL-PARM-CMD-LEN, WHICH
016123*                   1000-GET-LISP-COMMAND RESOLVES THE LEGACY
016124*                   COMMAND FROM, IS ZEROED SO THE COMMAND
016125*                   STILL COMES FROM HELLOCTL OR THE COMPILED-
016126*                   IN DEFAULT.  ANY OTHER PARM IS THE LEGACY
016127*                   COMMAND, EXACTLY AS BEFORE.
016128*
016129*--------------------------------------------------------------*
016130 0050-PARSE-PARM.
016131     MOVE HL-PARM-LEN TO HL-PARM-CMD-LEN.
016132     IF HL-PARM-LEN > ZERO
016133         IF HL-PARM-TEXT (1 : 6) = 'DRYRUN'
016134             OR HL-PARM-TEXT (1 : 7) = 'STREAM='
016135             OR HL-PARM-TEXT (1 : 5) = 'STEP='
016136             MOVE ZERO TO HL-PARM-CMD-LEN
016137             MOVE HL-PARM-LEN TO HL-PARM-SCAN-LEN
016138             IF HL-PARM-SCAN-LEN > 80
016139                 MOVE 80 TO HL-PARM-SCAN-LEN
016140             END-IF
016141             MOVE 1 TO HL-PARM-PTR
016142             PERFORM 0060-PARSE-PARM-WORD THRU 0060-EXIT
016143                 UNTIL HL-PARM-PTR > HL-PARM-SCAN-LEN
016144         END-IF
016145     END-IF.
016146     IF HL-ADHOC-RUN AND HL-DRYRUN
016147         DISPLAY 'HELLO: STEP=NNNN AND DRYRUN CANNOT BE COMBINED '
016148                 '- THE DRYRUN PLAN ALREADY SHOWS EVERY STEP'
016149         MOVE 8 TO RETURN-CODE
016150         STOP RUN
016152     END-IF.
016153     PERFORM 0070-SET-STREAM-FILES THRU 0070-EXIT.
016154     DISPLAY 'HELLO: JOB STREAM ' HL-STREAM-ID.
016155     IF HL-ADHOC-RUN
016156         DISPLAY 'HELLO: AD-HOC RUN OF STEP ' HL-ADHOC-SEQ
016157                 ' ONLY - CHECKPOINT AND OVERRIDES NOT USED'
016158     END-IF.
016159 0050-EXIT.
016160     EXIT.
016161*--------------------------------------------------------------*
016162*
016163* 0060-PARSE-PARM-WORD.  PICK THE NEXT COMMA-DELIMITED KEYWORD
016164*                        OFF THE PARM AND ACT ON IT.  A WORD
016165*                        THAT IS NOT RECOGNISED, OR A STREAM
016166*                        ID THAT IS BLANK, LONGER THAN FOUR
016167*                        CHARACTERS OR DOES NOT START WITH A
016168*                        LETTER (IT BECOMES PART OF A DDNAME),
016169*                        STOPS THE RUN WITH RC 8 BEFORE THE
016170*                        LOCK IS TAKEN OR ANYTHING IS RUN.
016171*
016172*--------------------------------------------------------------*
016173 0060-PARSE-PARM-WORD.
016174     MOVE SPACES TO HL-PARM-WORD.
016175     UNSTRING HL-PARM-TEXT (1 : HL-PARM-SCAN-LEN)
016176         DELIMITED BY ','
016177         INTO HL-PARM-WORD
016178         WITH POINTER HL-PARM-PTR
016179     END-UNSTRING.
016180     IF HL-PARM-WORD = 'DRYRUN'
016181         SET HL-DRYRUN TO TRUE
016182         GO TO 0060-EXIT
016183     END-IF.
016184     IF HL-PARM-WORD (1 : 7) = 'STREAM='
016185         AND HL-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
016186         AND HL-PARM-WORD (8 : 1) NOT = SPACE
016188         AND HL-PARM-WORD (12 : 9) = SPACES
016189         MOVE HL-PARM-WORD (8 : 4) TO HL-STREAM-ID
016190         GO TO 0060-EXIT
016191     END-IF.
016192     IF HL-PARM-WORD (1 : 5) = 'STEP='
016193         AND HL-PARM-WORD (6 : 4) IS NUMERIC
016194         AND HL-PARM-WORD (10 : 11) = SPACES
016195         MOVE HL-PARM-WORD (6 : 4) TO HL-ADHOC-SEQ
016196         SET HL-ADHOC-RUN TO TRUE
016197         GO TO 0060-EXIT
016198     END-IF.
016199     DISPLAY 'HELLO: PARM KEYWORD NOT RECOGNISED - '
016200             HL-PARM-WORD.
016201     DISPLAY 'HELLO: EXPECTED DRYRUN, STREAM=XXXX AND/OR '
016202             'STEP=NNNN (FOUR DIGITS)'.
016203     MOVE 8 TO RETURN-CODE.
016204     STOP RUN.
016205 0060-EXIT.
016206     EXIT.
016207*--------------------------------------------------------------*
016208*
016209* 0070-SET-STREAM-FILES.  POINT THE PER-STREAM FILES AT THE
016210*                         STREAM'S OWN DDNAMES.  NITE KEEPS THE
016211*                         ORIGINAL NAMES THE WORKING-STORAGE
016212*                         VALUES ALREADY HOLD; ANY OTHER STREAM
016213*                         GETS A THREE-LETTER PREFIX PLUS ITS
016214*                         ID (DRVMEND, CKPMEND, LCKMEND ...).
016215*
016216*--------------------------------------------------------------*
016217 0070-SET-STREAM-FILES.
016218     IF HL-STREAM-ID = 'NITE'
016219         GO TO 0070-EXIT
016220     END-IF.
016221     MOVE SPACES TO HL-DRV-FILE-NAME HL-CKP-FILE-NAME
016222                    HL-LOCK-FILE-NAME HL-OVR-FILE-NAME
016224                    HL-OUT-FILE-NAME HL-PRC-FILE-NAME
016225                    HL-GRP-FILE-PFX HL-BAL-FILE-NAME.
016226     STRING 'DRV' DELIMITED BY SIZE
016227             HL-STREAM-ID DELIMITED BY SPACE
016228         INTO HL-DRV-FILE-NAME
016229     END-STRING.
016230     STRING 'CKP' DELIMITED BY SIZE
016231             HL-STREAM-ID DELIMITED BY SPACE
016232         INTO HL-CKP-FILE-NAME
016233     END-STRING.
016234     STRING 'LCK' DELIMITED BY SIZE
016235             HL-STREAM-ID DELIMITED BY SPACE
016236         INTO HL-LOCK-FILE-NAME
016237     END-STRING.
016238     STRING 'OVR' DELIMITED BY SIZE
016239             HL-STREAM-ID DELIMITED BY SPACE
016240         INTO HL-OVR-FILE-NAME
016241     END-STRING.
016242     STRING 'OUT' DELIMITED BY SIZE
016243             HL-STREAM-ID DELIMITED BY SPACE
016244         INTO HL-OUT-FILE-NAME
016245     END-STRING.
016246     STRING 'PRC' DELIMITED BY SIZE
016247             HL-STREAM-ID DELIMITED BY SPACE
016248         INTO HL-PRC-FILE-NAME
016249     END-STRING.
016250     STRING 'HLP' DELIMITED BY SIZE
016251             HL-STREAM-ID DELIMITED BY SPACE
016252         INTO HL-GRP-FILE-PFX
016253     END-STRING.
016254     STRING 'BAL' DELIMITED BY SIZE
016255             HL-STREAM-ID DELIMITED BY SPACE
016256         INTO HL-BAL-FILE-NAME
016257     END-STRING.
016258 0070-EXIT.
016260     EXIT.
016268*--------------------------------------------------------------*
016276*
016732             COMPUTE HL-LOCK-AGE-SECS = HL-LOCK-STALE-SECS + 1
016740         END-IF
016748     END-IF.
016756     DISPLAY 'HELLO: ' HL-STREAM-ID ' RUN LOCK HELD BY JOB '
016760             HL-LOCK-INFO-JOB
016764             ' USER ' HL-LOCK-INFO-USER
016772             ' SINCE ' HL-LOCK-INFO-DATE
016780             ' ' HL-LOCK-INFO-TIME.
016788     IF HL-LOCK-AGE-SECS > HL-LOCK-STALE-SECS
016796         DISPLAY 'HELLO: LOCK LOOKS STALE (CRASHED RUN?) - '
016804                 'CONFIRM THE OLD RUN IS DEAD, THEN DELETE '
016812                 HL-LOCK-FILE-NAME ' AND RESUBMIT'
016820         MOVE 95 TO RETURN-CODE
016828     ELSE
016836         DISPLAY 'HELLO: ANOTHER INSTANCE IS RUNNING - '
016964     OPEN OUTPUT LOCK-FILE.
016972     IF HL-LCK-FILE-STATUS NOT = '00' AND NOT = '05'
016980                                       AND NOT = '35'
016988         DISPLAY 'HELLO: UNABLE TO OPEN ' HL-LOCK-FILE-NAME
016996                 ' FOR WRITE, FILE STATUS = ' HL-LCK-FILE-STATUS
016998         DISPLAY 'HELLO: NOT STARTING WITHOUT A RUN LOCK'
017000         MOVE 96 TO RETURN-CODE
017004         STOP RUN
017092     MOVE HL-LOCK-USER-NAME TO HL-LCK-USER.
017100     WRITE HL-LCK-RECORD.
017101     IF HL-LCK-FILE-STATUS NOT = '00'
017103         DISPLAY 'HELLO: UNABLE TO WRITE ' HL-LOCK-FILE-NAME
017105                 ', FILE STATUS = ' HL-LCK-FILE-STATUS
017107         DISPLAY 'HELLO: NOT STARTING WITHOUT A RUN LOCK'
017109         CLOSE LOCK-FILE
017111         MOVE 96 TO RETURN-CODE
017356     MOVE RETURN-CODE TO HL-SAVED-RETURN-CODE.
017364     CALL 'CBL_DELETE_FILE' USING HL-LOCK-FILE-NAME END-CALL.
017372     IF RETURN-CODE NOT = ZERO
017380         DISPLAY 'HELLO: UNABLE TO DELETE ' HL-LOCK-FILE-NAME
017388                 ', RC = ' RETURN-CODE
017396     END-IF.
017404     MOVE HL-SAVED-RETURN-CODE TO RETURN-CODE.
017412 0200-EXIT.
017433         GO TO 0300-EXIT
017434     END-IF.
017435     MOVE RETURN-CODE TO HL-SAVED-RETURN-CODE.
017436     MOVE SPACES TO HL-OVR-USED-NAME.
017437     STRING HL-OVR-FILE-NAME DELIMITED BY SPACE
017438             '.USED' DELIMITED BY SIZE
017439         INTO HL-OVR-USED-NAME
017440     END-STRING.
017441     MOVE SPACES TO HL-VALID-SHELL-CMD.
017442     STRING 'mv ' DELIMITED BY SIZE
017443             HL-OVR-FILE-NAME DELIMITED BY SPACE
017445             ' ' DELIMITED BY SIZE
017446             HL-OVR-USED-NAME DELIMITED BY SPACE
017447             ' 2>/dev/null' DELIMITED BY SIZE
017448         INTO HL-VALID-SHELL-CMD
017449     END-STRING.
017450     CALL 'SYSTEM' USING HL-VALID-SHELL-CMD END-CALL.
017451     IF RETURN-CODE NOT = ZERO
017452         DISPLAY 'HELLO: UNABLE TO RENAME ' HL-OVR-FILE-NAME
017453                 ' - REMOVE IT BY HAND BEFORE THE NEXT RUN'
017455     ELSE
017456         DISPLAY 'HELLO: OVERRIDE FILE CONSUMED '
017457                 '(RENAMED TO ' HL-OVR-USED-NAME ')'
017458     END-IF.
017459     MOVE HL-SAVED-RETURN-CODE TO RETURN-CODE.
017460 0300-EXIT.
017461     EXIT.
017462*--------------------------------------------------------------*
017463*
017465* 1000-GET-LISP-COMMAND.  BUILD THE LEGACY DEFAULT COMMAND TO
017470*                         SHELL OUT WITH, AND PICK UP THE SLA
017475*                         OVERRIDE IF ONE IS GIVEN.  THE EXEC
017495*                         COMMAND IS LEFT IN PLACE.  THIS
017500*                         COMMAND ONLY MATTERS WHEN HELLODRV
017505*                         CANNOT BE READ (SEE 1500-BUILD-STEP-
017510*                         TABLE).  HELLOCTL'S LATER LINES (THE
017515*                         SLA= AND TKNDIR= KEYWORDS) ARE READ
017517*                         REGARDLESS OF
017520*                         WHERE THE COMMAND ITSELF CAME FROM, SO
017525*                         A PARM-DRIVEN RERUN STILL PICKS UP THE
017530*                         SITE'S SLA THRESHOLD - WHEN THE PARM
017535*                         WON, HELLOCTL'S FIRST LINE IS READ AND
017540*                         DISCARDED JUST TO POSITION THE FILE AT
017545*                         ITS KEYWORD LINES.
017550*
017555*--------------------------------------------------------------*
017600 1000-GET-LISP-COMMAND.
018430                     CONTINUE
018440             END-READ
018450         END-IF
018800         PERFORM 1050-READ-CTL-KEYWORD THRU 1050-EXIT
018850             UNTIL HL-CTL-FILE-STATUS NOT = '00'
018900         CLOSE CONTROL-FILE
019000     END-IF.
019100 1000-EXIT.
019200     EXIT.
019300*--------------------------------------------------------------*
019400*
019500* 1050-READ-CTL-KEYWORD.  READ ONE HELLOCTL LINE AFTER THE
019600*                         COMMAND LINE.  'SLA=nnnnn' OVERRIDES
019700*                         THE COMPILED-IN SLA WARNING THRESHOLD
019800*                         (IN SECONDS) FOR EACH STEP;
019820*                         'TKNDIR=path' NAMES THE DIRECTORY
019840*                         HELLO PUBLISHES ITS COMPLETION TOKENS
019860*                         IN.  THE LINES MAY COME IN ANY ORDER;
019880*                         ANYTHING ELSE IS IGNORED.
019900*
020000*--------------------------------------------------------------*
020100 1050-READ-CTL-KEYWORD.
020200     READ CONTROL-FILE INTO HL-CTL-RECORD
020300         AT END
020350             MOVE '10' TO HL-CTL-FILE-STATUS
020400             GO TO 1050-EXIT
020500     END-READ.
020600     IF HL-CTL-RECORD (1 : 4) = 'SLA='
020700         MOVE HL-CTL-RECORD (5 : 5) TO HL-SLA-THRESHOLD-SECS
020720     END-IF.
020740     IF HL-CTL-RECORD (1 : 7) = 'TKNDIR='
020760         AND HL-CTL-RECORD (8 : 50) NOT = SPACES
020780         MOVE HL-CTL-RECORD (8 : 50) TO HL-TKN-DIR
020800     END-IF.
020900 1050-EXIT.
021000     EXIT.
022850         END-IF
022900         CLOSE DRIVER-FILE
022950     END-IF.
022960     IF HL-STEP-COUNT NOT = ZERO
022970         DISPLAY 'HELLO: ' HL-DRV-FILE-NAME ' VERSION '
022980                 HL-DRV-VERSION ' (' HL-STEP-COUNT ' STEPS)'
022990     END-IF.
023000     IF HL-STEP-COUNT = ZERO
023100         PERFORM 1600-BUILD-LEGACY-STEP THRU 1600-EXIT
023200     END-IF.
023500*--------------------------------------------------------------*
023600*
023700* 1510-READ-DRIVER-RECORD.  READ ONE HELLODRV RECORD AND ADD
023800*                           IT TO THE STEP TABLE, FOLDING ITS
023850*                           BYTES INTO THE DRIVER VERSION.
023900*
024000*--------------------------------------------------------------*
024100 1510-READ-DRIVER-RECORD.
024500             GO TO 1510-EXIT
024600     END-READ.
024700     ADD 1 TO HL-STEP-COUNT.
024725     MOVE 1 TO HL-VER-SUB.
024750     PERFORM 1520-VERSION-ONE-BYTE THRU 1520-EXIT
024775         UNTIL HL-VER-SUB > 399.
024800     SET HL-STEP-IDX TO HL-STEP-COUNT.
024900     MOVE HL-DRV-SEQ TO HL-STEP-SEQ (HL-STEP-IDX).
025000     MOVE HL-DRV-REQUIRED TO HL-STEP-REQUIRED (HL-STEP-IDX).
025089         MOVE HL-DRV-OUT-MIN-BYTES TO
025090             HL-STEP-OUT-MIN-BYTES (HL-STEP-IDX)
025091     END-IF.
025098     MOVE HL-DRV-TRIG-TOKEN TO HL-STEP-TRIG-TOKEN (HL-STEP-IDX).
025105     IF HL-DRV-TRIG-POLL-SECS NUMERIC
025112         MOVE HL-DRV-TRIG-POLL-SECS TO
025119             HL-STEP-TRIG-POLL-SECS (HL-STEP-IDX)
025126     END-IF.
025133     IF HL-DRV-TRIG-WAIT-MINS NUMERIC
025140         MOVE HL-DRV-TRIG-WAIT-MINS TO
025147             HL-STEP-TRIG-WAIT-MINS (HL-STEP-IDX)
025154     END-IF.
025161     IF HL-DRV-TRIG-DEADLINE NUMERIC
025168         MOVE HL-DRV-TRIG-DEADLINE TO
025175             HL-STEP-TRIG-DEADLINE (HL-STEP-IDX)
025182     END-IF.
025185     MOVE HL-DRV-CTL-TAGS TO HL-STEP-CTL-TAGS (HL-STEP-IDX).
025189     MOVE HL-DRV-SCRIPT TO HL-STEP-SCRIPT-PATH (HL-STEP-IDX).
025200     UNSTRING HL-DRV-INTERPRETER DELIMITED BY SPACE
025300         INTO HL-STEP-INTERP-TOKEN (HL-STEP-IDX)
025400     END-UNSTRING.
025900         INTO HL-STEP-COMMAND (HL-STEP-IDX)
026000     END-STRING.
026100 1510-EXIT.
026105     EXIT.
026111*--------------------------------------------------------------*
026117*
026123* 1520-VERSION-ONE-BYTE.  FOLD ONE BYTE OF THE DRIVER RECORD
026129*                         JUST READ INTO HL-DRV-VERSION.
026135*
026141*--------------------------------------------------------------*
026147 1520-VERSION-ONE-BYTE.
026152     MOVE ZERO TO HL-VER-BYTE-NUM.
026158     MOVE HL-DRV-RECORD (HL-VER-SUB : 1) TO HL-VER-BYTE.
026164     COMPUTE HL-VER-WORK =
026170         (HL-DRV-VERSION * 31) + HL-VER-BYTE-NUM + 1.
026176     DIVIDE HL-VER-WORK BY 9999999967
026182         GIVING HL-VER-QUOT REMAINDER HL-DRV-VERSION.
026188     ADD 1 TO HL-VER-SUB.
026194 1520-EXIT.
026200     EXIT.
026300*--------------------------------------------------------------*
026400*
030610         GO TO 1900-EXIT
030615     END-IF.
030620     SET HL-OVR-PRESENT TO TRUE.
030625     DISPLAY 'HELLO: OPERATOR OVERRIDE FILE (' HL-OVR-FILE-NAME
030630             ') IS ON FILE FOR TONIGHT'.
030635     PERFORM 1910-READ-OVR-RECORD THRU 1910-EXIT
030640         UNTIL HL-OVR-FILE-STATUS NOT = '00'.
030645     CLOSE OVERRIDE-FILE.
030760     END-IF.
030765     IF HL-OVR-ACTION NOT = 'SKIP ' AND NOT = 'FORCE'
030770         AND NOT = 'HOLD '
030775         DISPLAY 'HELLO: WARNING - ' HL-OVR-FILE-NAME
030780                 ' ACTION IS NOT SKIP, FORCE OR HOLD - '
030782                 'LINE IGNORED'
030785         GO TO 1910-EXIT
030790     END-IF.
030795     IF HL-OVR-SEQ NOT NUMERIC
030800         DISPLAY 'HELLO: WARNING - ' HL-OVR-FILE-NAME
030805                 ' SEQUENCE IS NOT NUMERIC - LINE IGNORED'
030810         GO TO 1910-EXIT
030815     END-IF.
030820     PERFORM 1920-CHECK-OVR-SEQ THRU 1920-EXIT.
030825     IF NOT HL-OVR-CHK-FOUND
030830         DISPLAY 'HELLO: WARNING - ' HL-OVR-FILE-NAME
030835                 ' NAMES STEP ' HL-OVR-SEQ ' WHICH IS NOT IN '
030840                 'THE STEP TABLE - LINE IGNORED'
030845         GO TO 1910-EXIT
030850     END-IF.
030855     IF HL-OVR-ACTION = 'HOLD '
030895         GO TO 1910-EXIT
030900     END-IF.
030905     IF HL-OVR-COUNT = 20
030910         DISPLAY 'HELLO: WARNING - MORE THAN 20 '
030912                 HL-OVR-FILE-NAME ' ENTRIES, EXTRA ENTRIES '
030915                 'WERE NOT LOADED'
030920         GO TO 1910-EXIT
030925     END-IF.
030930     ADD 1 TO HL-OVR-COUNT.
031130     EXIT.
031135*--------------------------------------------------------------*
031140*
031141* 1950-LOAD-BAL-RULES.  LOAD THE CONTROL-TOTAL BALANCING RULES
031142*                       FROM HELLOBAL.  NO FILE MEANS NO
031143*                       RULES - THE TOTALS ARE STILL CAPTURED
031144*                       AND KEPT ON HELCTOT, JUST NOT
031145*                       BALANCED.
031146*
031147*--------------------------------------------------------------*
031148 1950-LOAD-BAL-RULES.
031149     MOVE ZERO TO HL-BR-COUNT.
031150     OPEN INPUT BAL-RULE-FILE.
031151     IF HL-BAL-FILE-STATUS NOT = '00'
031152         GO TO 1950-EXIT
031153     END-IF.
031154     PERFORM 1960-READ-BAL-RULE THRU 1960-EXIT
031155         UNTIL HL-BAL-FILE-STATUS NOT = '00'.
031156     CLOSE BAL-RULE-FILE.
031157     DISPLAY 'HELLO: ' HL-BR-COUNT ' CONTROL-TOTAL BALANCING '
031158             'RULES LOADED FROM ' HL-BAL-FILE-NAME.
031159 1950-EXIT.
031160     EXIT.
031161*--------------------------------------------------------------*
031162*
031163* 1960-READ-BAL-RULE.  READ AND VET ONE BALANCING RULE.  A
031164*                      BLANK OR ASTERISK LINE IS A COMMENT.  A
031165*                      RULE THAT DOES NOT PARSE, OR WHOSE SIDE
031166*                      NAMES A STEP NOT IN THE STEP TABLE OR A
031167*                      TAG THAT STEP DOES NOT DECLARE, IS
031168*                      WARNED ABOUT AND IGNORED, AS HELLOOVR
031169*                      TYPOS ARE - THE DRY-RUN PLAN IS THE
031170*                      PLACE TO CATCH THEM.
031171*
031172*--------------------------------------------------------------*
031173 1960-READ-BAL-RULE.
031174     READ BAL-RULE-FILE
031175         AT END
031176             MOVE '10' TO HL-BAL-FILE-STATUS
031177             GO TO 1960-EXIT
031178     END-READ.
031179     IF HL-BAL-RECORD = SPACES
031180         OR HL-BAL-RECORD (1 : 1) = '*'
031181         GO TO 1960-EXIT
031182     END-IF.
031183     IF HL-BAL-A-SEQ NOT NUMERIC OR HL-BAL-B-SEQ NOT NUMERIC
031184         DISPLAY 'HELLO: WARNING - ' HL-BAL-FILE-NAME ' RULE '
031185                 HL-BAL-RULE-ID ' SEQUENCE IS NOT NUMERIC '
031186                 '- LINE IGNORED'
031187         GO TO 1960-EXIT
031188     END-IF.
031189     IF NOT HL-BAL-TOL-EXACT AND NOT HL-BAL-TOL-ABSOLUTE
031190         AND NOT HL-BAL-TOL-PERCENT
031191         DISPLAY 'HELLO: WARNING - ' HL-BAL-FILE-NAME ' RULE '
031192                 HL-BAL-RULE-ID ' TOLERANCE TYPE IS NOT E, A '
031193                 'OR P - LINE IGNORED'
031194         GO TO 1960-EXIT
031195     END-IF.
031196     IF HL-BAL-TOL-EXACT
031197         MOVE ZERO TO HL-BAL-TOLERANCE
031198     END-IF.
031199     IF HL-BAL-TOLERANCE NOT NUMERIC
031200         DISPLAY 'HELLO: WARNING - ' HL-BAL-FILE-NAME ' RULE '
031201                 HL-BAL-RULE-ID ' TOLERANCE IS NOT NUMERIC '
031202                 '- LINE IGNORED'
031203         GO TO 1960-EXIT
031204     END-IF.
031205     MOVE HL-BAL-A-SEQ TO HL-BR-CHK-SEQ.
031206     MOVE HL-BAL-A-TAG TO HL-BR-CHK-TAG.
031207     PERFORM 1965-CHECK-RULE-SIDE THRU 1965-EXIT.
031208     IF HL-BR-CHK-TAG-DECLARED
031209         MOVE HL-BAL-B-SEQ TO HL-BR-CHK-SEQ
031210         MOVE HL-BAL-B-TAG TO HL-BR-CHK-TAG
031211         PERFORM 1965-CHECK-RULE-SIDE THRU 1965-EXIT
031212     END-IF.
031213     IF NOT HL-BR-CHK-TAG-DECLARED
031214         DISPLAY 'HELLO: WARNING - ' HL-BAL-FILE-NAME ' RULE '
031215                 HL-BAL-RULE-ID ' NAMES STEP ' HL-BR-CHK-SEQ
031216                 ' TAG ' HL-BR-CHK-TAG
031217         DISPLAY 'HELLO:          WHICH NO STEP-TABLE ENTRY '
031218                 'DECLARES - LINE IGNORED'
031219         GO TO 1960-EXIT
031220     END-IF.
031221     IF HL-BR-COUNT = 30
031222         DISPLAY 'HELLO: WARNING - MORE THAN 30 '
031223                 HL-BAL-FILE-NAME ' RULES, EXTRA RULES WERE '
031224                 'NOT LOADED'
031225         GO TO 1960-EXIT
031226     END-IF.
031227     ADD 1 TO HL-BR-COUNT.
031228     MOVE HL-BAL-RULE-ID TO HL-BR-RULE-ID (HL-BR-COUNT).
031229     MOVE HL-BAL-A-SEQ TO HL-BR-A-SEQ (HL-BR-COUNT).
031230     MOVE HL-BAL-A-TAG TO HL-BR-A-TAG (HL-BR-COUNT).
031231     MOVE HL-BAL-B-SEQ TO HL-BR-B-SEQ (HL-BR-COUNT).
031232     MOVE HL-BAL-B-TAG TO HL-BR-B-TAG (HL-BR-COUNT).
031233     MOVE HL-BAL-TOL-TYPE TO HL-BR-TOL-TYPE (HL-BR-COUNT).
031234     MOVE HL-BAL-TOLERANCE TO HL-BR-TOLERANCE (HL-BR-COUNT).
031235 1960-EXIT.
031236     EXIT.
031237*--------------------------------------------------------------*
031238*
031239* 1965-CHECK-RULE-SIDE.  CONFIRM ONE SIDE OF A RULE NAMES A
031240*                        STEP-TABLE ENTRY THAT DECLARES THE
031241*                        TAG.
031242*
031243*--------------------------------------------------------------*
031244 1965-CHECK-RULE-SIDE.
031245     MOVE 'N' TO HL-BR-CHK-TAG-SW.
031246     IF HL-BR-CHK-TAG = SPACES
031247         GO TO 1965-EXIT
031248     END-IF.
031249     MOVE 1 TO HL-BR-CHK-SUB.
031250     PERFORM 1966-CHECK-RULE-ENTRY THRU 1966-EXIT
031251         UNTIL HL-BR-CHK-TAG-DECLARED
031252             OR HL-BR-CHK-SUB > HL-STEP-COUNT.
031253 1965-EXIT.
031254     EXIT.
031255*--------------------------------------------------------------*
031256*
031257* 1966-CHECK-RULE-ENTRY.  TEST ONE STEP-TABLE ENTRY AGAINST
031258*                         THE RULE SIDE'S SEQUENCE AND TAG.
031259*
031260*--------------------------------------------------------------*
031261 1966-CHECK-RULE-ENTRY.
031262     IF HL-STEP-SEQ (HL-BR-CHK-SUB) = HL-BR-CHK-SEQ
031263         AND (HL-STEP-CTL-TAG (HL-BR-CHK-SUB, 1) = HL-BR-CHK-TAG
031264           OR HL-STEP-CTL-TAG (HL-BR-CHK-SUB, 2) = HL-BR-CHK-TAG
031265           OR HL-STEP-CTL-TAG (HL-BR-CHK-SUB, 3) = HL-BR-CHK-TAG)
031266         SET HL-BR-CHK-TAG-DECLARED TO TRUE
031267     ELSE
031268         ADD 1 TO HL-BR-CHK-SUB
031269     END-IF.
031270 1966-EXIT.
031271     EXIT.
031272*--------------------------------------------------------------*
031273*
031274* 1970-LOAD-CTL-TOTALS.  READ BACK THE CONTROL TOTALS HELCTOT
031275*                        ALREADY HOLDS FOR THIS STREAM AND
031276*                        BUSINESS DATE, SO A RESTART CAN
031277*                        BALANCE A STEP AGAINST ONE THE
031278*                        CHECKPOINT SKIPS.  ONLY NEEDED WHEN
031279*                        THERE ARE RULES TO CHECK.  A STEP
031280*                        PAST THE WATERMARK RUNS AGAIN
031281*                        TONIGHT, SO AN EARLIER RUN'S TOTAL
031282*                        FOR IT IS LEFT ON FILE AND NOT READ -
031283*                        EXCEPT ON AN AD-HOC RUN, WHICH
031284*                        BALANCES ITS ONE STEP AGAINST
031285*                        WHATEVER THE OTHER STEPS LAST
031286*                        RECORDED.
031287*
031288*--------------------------------------------------------------*
031289 1970-LOAD-CTL-TOTALS.
031290     MOVE ZERO TO HL-TV-COUNT.
031291     IF HL-BR-COUNT = ZERO
031292         GO TO 1970-EXIT
031293     END-IF.
031294     OPEN INPUT CTL-TOTAL-FILE.
031295     IF HL-TOT-FILE-STATUS NOT = '00'
031296         GO TO 1970-EXIT
031297     END-IF.
031298     PERFORM 1980-READ-CTL-TOTAL THRU 1980-EXIT
031299         UNTIL HL-TOT-FILE-STATUS NOT = '00'.
031300     CLOSE CTL-TOTAL-FILE.
031301     IF HL-TV-COUNT > ZERO
031302         DISPLAY 'HELLO: ' HL-TV-COUNT ' CONTROL TOTALS ALREADY '
031303                 'ON HELCTOT FOR BUSINESS DATE '
031304                 HL-BUSINESS-DATE
031305     END-IF.
031306 1970-EXIT.
031307     EXIT.
031308*--------------------------------------------------------------*
031309*
031310* 1980-READ-CTL-TOTAL.  READ ONE HELCTOT RECORD AND, WHEN IT
031311*                       IS THIS STREAM'S FOR THE BUSINESS
031312*                       DATE, POST IT TO THE VALUE TABLE - A
031313*                       LATER RECORD FOR THE SAME STEP AND TAG
031314*                       REPLACES AN EARLIER ONE.
031315*
031316*--------------------------------------------------------------*
031317 1980-READ-CTL-TOTAL.
031318     READ CTL-TOTAL-FILE
031319         AT END
031320             MOVE '10' TO HL-TOT-FILE-STATUS
031321             GO TO 1980-EXIT
031322     END-READ.
031323     IF HL-TOT-STREAM NOT = HL-STREAM-ID
031324         OR HL-TOT-BUS-DATE NOT = HL-BUSINESS-DATE
031325         OR HL-TOT-VALUE NOT NUMERIC
031326         GO TO 1980-EXIT
031327     END-IF.
031328     IF NOT HL-ADHOC-RUN
031329         AND HL-TOT-SEQ > HL-CKPT-LAST-SEQ
031330         GO TO 1980-EXIT
031331     END-IF.
031332     MOVE HL-TOT-SEQ TO HL-TV-KEY-SEQ.
031333     MOVE HL-TOT-TAG TO HL-TV-KEY-TAG.
031334     PERFORM 2417-ADD-CTL-VALUE THRU 2417-EXIT.
031335     IF HL-TV-FOUND
031336         MOVE HL-TOT-VALUE TO HL-TV-VALUE (HL-TV-SUB)
031337         SET HL-TV-PRESENT (HL-TV-SUB) TO TRUE
031338     END-IF.
031339 1980-EXIT.
031340     EXIT.
031341*--------------------------------------------------------------*
031342*
031343* 3000-PROCESS-STEPS.  WORK THROUGH THE STEP TABLE IN SEQUENCE,
031344*                      SKIPPING ANY STEP ALREADY CHECKPOINTED AS
031345*                      COMPLETE, VALIDATING AND RUNNING EACH
031346*                      REMAINING STEP WHOSE RUN CONDITION IS
031347*                      MET.  A REQUIRED-STEP FAILURE STOPS THE
031348*                      PLAIN IN-SEQUENCE STEPS (HL-FATAL-STOP),
031349*                      BUT THE WALK CONTINUES TO THE END OF THE
031350*                      TABLE SO ALWAYS/ON-FAILURE CLEANUP STEPS
031351*                      STILL GET THEIR CHANCE TO RUN.
031352*
031353*--------------------------------------------------------------*
031354 3000-PROCESS-STEPS.
031355     MOVE ZERO TO HL-RUN-RC.
031356     MOVE 'N' TO HL-FATAL-STOP-SW.
031357     MOVE 'N' TO HL-CKPT-BLOCKED-SW.
031358     MOVE 'N' TO HL-ANY-FAILED-SW.
031359     MOVE ZERO TO HL-PRIOR-RC.
031360     IF HL-ADHOC-RUN
031361         SET HL-STEP-IDX TO HL-ADHOC-SUB
031362         PERFORM 3100-PROCESS-ONE-STEP THRU 3100-EXIT
031363         GO TO 3000-EXIT
031364     END-IF.
031365     SET HL-STEP-IDX TO 1.
031366     PERFORM 3080-DISPATCH-STEP THRU 3080-EXIT
031367         UNTIL HL-STEP-IDX > HL-STEP-COUNT.
031368 3000-EXIT.
031369     EXIT.
031370*--------------------------------------------------------------*
031371*
031372* 3010-FIND-ADHOC-STEP.  LOOK THE PARM'S STEP=NNNN SEQUENCE UP
031373*                        IN THE LOADED STEP TABLE.  A SEQUENCE
031374*                        THAT IS NOT IN THE DRIVER IS A BAD
031375*                        PARM - THE LOCK IS RELEASED AND THE RUN
031376*                        STOPS WITH RC 8 BEFORE ANYTHING IS RUN
031377*                        OR LOGGED.
031378*
031379*--------------------------------------------------------------*
031380 3010-FIND-ADHOC-STEP.
031381     MOVE ZERO TO HL-ADHOC-SUB.
031382     MOVE 1 TO HL-ADHOC-SCAN.
031383     PERFORM 3015-CHECK-ADHOC-ENTRY THRU 3015-EXIT
031384         UNTIL HL-ADHOC-SUB > ZERO
031385             OR HL-ADHOC-SCAN > HL-STEP-COUNT.
031386     IF HL-ADHOC-SUB > ZERO
031387         GO TO 3010-EXIT
031388     END-IF.
031389     DISPLAY 'HELLO: STEP ' HL-ADHOC-SEQ ' IS NOT IN '
031390             HL-DRV-FILE-NAME ' - NOTHING RUN'.
031391     MOVE 8 TO RETURN-CODE.
031392     PERFORM 0200-RELEASE-RUN-LOCK THRU 0200-EXIT.
031394     STOP RUN.
031400 3010-EXIT.
031406     EXIT.
031412*--------------------------------------------------------------*
031418*
031424* 3015-CHECK-ADHOC-ENTRY.  TEST ONE STEP-TABLE ENTRY AGAINST THE
031430*                          AD-HOC SEQUENCE.
031436*
031442*--------------------------------------------------------------*
031448 3015-CHECK-ADHOC-ENTRY.
031454     IF HL-STEP-SEQ (HL-ADHOC-SCAN) = HL-ADHOC-SEQ
031460         MOVE HL-ADHOC-SCAN TO HL-ADHOC-SUB
031466     END-IF.
031472     ADD 1 TO HL-ADHOC-SCAN.
031478 3015-EXIT.
031484     EXIT.
031510*--------------------------------------------------------------*
031520*
031530* 3080-DISPATCH-STEP.  ROUTE THE STEP-TABLE ENTRY AT HL-STEP-
031755*                         ADVANCING THE WATERMARK PAST IT, SO A
031760*                         RESTART STILL RETRIES THE FAILED STEP
031765*                         INSTEAD OF THE RUN LOOKING CLEAN.
031766*                         AN AD-HOC (STEP=NNNN) RUN GOES STRAIGHT
031767*                         FROM THE OVERRIDE AND CHECKPOINT TESTS
031768*                         (NEITHER FILE WAS READ) TO THE ATTEMPTS
031769*                         AND NEVER ADVANCES THE WATERMARK.
031770*                         BEFORE THE FIRST ATTEMPT THE STEP
031771*                         WAITS FOR ITS UPSTREAM TOKEN (2300);
031772*                         A WAIT THAT RUNS OUT FAILS THE STEP
031773*                         RC 89 WITHOUT ANY ATTEMPT, AND A STEP
031774*                         THAT COMPLETES CLEAN PUBLISHES ITS
031775*                         OWN COMPLETION TOKEN (2350).
031776*--------------------------------------------------------------*
031777 3100-PROCESS-ONE-STEP.
031780     PERFORM 3030-LOOKUP-OVERRIDE THRU 3030-EXIT.
031785     IF HL-OVR-HOLD-ACTIVE
031790         AND HL-STEP-SEQ (HL-STEP-IDX) >= HL-OVR-HOLD-SEQ
031970         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
031975             ' FORCED PAST THE CHECKPOINT BY OPERATOR OVERRIDE'
031980     END-IF.
031981     IF HL-ADHOC-RUN
031982         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
031983                 ' RUN AD-HOC - SCHEDULE AND RUN CONDITION '
031984                 'NOT APPLIED'
031985         GO TO 3100-ATTEMPT
031986     END-IF.
031987     PERFORM 3040-EVALUATE-SCHEDULE THRU 3040-EXIT.
031990     IF NOT HL-SCHED-MET
031995         DISPLAY 'HELLO: SKIPPING STEP '
032000                 HL-STEP-SEQ (HL-STEP-IDX)
032100         SET HL-STEP-IDX UP BY 1
032105         GO TO 3100-EXIT
032110     END-IF.
032112 3100-ATTEMPT.
032113     PERFORM 2300-WAIT-FOR-TRIGGER THRU 2300-EXIT.
032115     MOVE ZERO TO HL-STEP-ATTEMPT-NUM.
032116     IF HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX)
032117         MOVE 89 TO HL-STEP-RC (HL-STEP-IDX)
032118     ELSE
032120         PERFORM 3200-ATTEMPT-STEP THRU 3200-EXIT
032125             UNTIL (HL-STEP-ATTEMPT-NUM > ZERO
032130                 AND HL-STEP-RC (HL-STEP-IDX) = ZERO)
032135                 OR HL-STEP-ATTEMPT-NUM >
032140                     HL-STEP-RETRY-MAX (HL-STEP-IDX)
032141     END-IF.
032142     IF HL-STEP-RC (HL-STEP-IDX) = ZERO
032143         PERFORM 2400-BALANCE-STEP THRU 2400-EXIT
032144     END-IF.
032145     IF HL-STEP-RC (HL-STEP-IDX) NOT = ZERO
032150         MOVE 'F' TO HL-STEP-STATUS (HL-STEP-IDX)
032155         SET HL-ANY-FAILED TO TRUE
032190         SET HL-CKPT-BLOCKED TO TRUE
032195     ELSE
032200         MOVE 'P' TO HL-STEP-STATUS (HL-STEP-IDX)
032202         PERFORM 2350-WRITE-STEP-TOKEN THRU 2350-EXIT
032205         IF NOT HL-CKPT-BLOCKED AND NOT HL-ADHOC-RUN
032210             AND HL-STEP-SEQ (HL-STEP-IDX) > HL-CKPT-LAST-SEQ
032215             MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-CKPT-LAST-SEQ
032220             PERFORM 4500-WRITE-CHECKPOINT THRU 4500-EXIT
036143     END-STRING.
036152     CALL 'SYSTEM' USING HL-VALID-SHELL-CMD END-CALL.
036161 3250-EXIT.
036162     EXIT.
036163*--------------------------------------------------------------*
036164*
036165* 3300-RUN-PAR-GROUP.  RUN THE PARALLEL GROUP STARTING AT THE
036166*                      CURRENT STEP-TABLE ENTRY.  EVERY MEMBER
036167*                      IS FIRST PUT THROUGH THE SAME CHECKPOINT
036169*                      TEST, RUN-CONDITION EVALUATION AND PRE-
036170*                      FLIGHT VALIDATION A SEQUENTIAL STEP
036171*                      GETS; THE SURVIVORS ARE LAUNCHED IN ONE
036172*                      BACKGROUNDED SHELL COMMAND AND THE CHAIN
036173*                      JOINS ON ITS TRAILING WAIT.  AFTER THE
036174*                      JOIN EACH MEMBER'S RC, TRANSCRIPT AND
036176*                      ELAPSED SECONDS ARE COLLECTED AND THE
036177*                      MEMBER IS SETTLED - PATTERN VERDICT,
036178*                      RETRIES (RE-DRIVEN ONE AT A TIME), AND
036179*                      ITS OWN STEPLOG RECORD - BEFORE THE
036180*                      WATERMARK IS ALLOWED PAST THE GROUP.
036181*
036183*--------------------------------------------------------------*
036184 3300-RUN-PAR-GROUP.
036185     MOVE HL-STEP-PAR-GROUP (HL-STEP-IDX) TO HL-GRP-NUM.
036186     SET HL-GRP-FIRST-SUB TO HL-STEP-IDX.
036187     MOVE HL-GRP-FIRST-SUB TO HL-GRP-LAST-SUB.
036188     MOVE 'N' TO HL-GRP-END-SW.
036189     PERFORM 3305-FIND-GROUP-END THRU 3305-EXIT
036191         UNTIL HL-GRP-END-FOUND.
036192     DISPLAY 'HELLO: PARALLEL GROUP ' HL-GRP-NUM
036193             ' - STEPS ' HL-STEP-SEQ (HL-GRP-FIRST-SUB)
036194             ' THROUGH ' HL-STEP-SEQ (HL-GRP-LAST-SUB).
036195     MOVE ZERO TO HL-GRP-LAUNCH-COUNT.
036196     MOVE ZERO TO HL-GRP-MAX-SEQ.
036198     MOVE 'N' TO HL-GRP-ANY-FAILED-SW.
036199     MOVE SPACES TO HL-GRP-SHELL-CMD.
036200     MOVE 1 TO HL-GRP-CMD-PTR.
036201     STRING ': >' DELIMITED BY SIZE
036202             HL-PRC-FILE-NAME DELIMITED BY SPACE
036203             ' ; ' DELIMITED BY SIZE
036205         INTO HL-GRP-SHELL-CMD
036206         WITH POINTER HL-GRP-CMD-PTR
036207     END-STRING.
036262*                          ITS BACKGROUNDED SUBSHELL TO THE
036264*                          GROUP COMMAND.  SKIPPED MEMBERS GET
036266*                          THEIR STEPLOG RECORD HERE AND ARE
036267*                          MARKED SETTLED.  A MEMBER WITH AN
036268*                          UPSTREAM TOKEN WAITS FOR IT HERE,
036269*                          BEFORE THE GROUP LAUNCHES; ONE WHOSE
036270*                          WAIT RUNS OUT IS HELD BACK RC 89.
036271*
036272*--------------------------------------------------------------*
036274 3310-PREP-GROUP-MEMBER.
036276     SET HL-STEP-IDX TO HL-GRP-SUB.
036420         ADD 1 TO HL-GRP-SUB
036422         GO TO 3310-EXIT
036424     END-IF.
036425     PERFORM 2300-WAIT-FOR-TRIGGER THRU 2300-EXIT.
036426     IF HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX)
036427         MOVE 89 TO HL-STEP-RC (HL-STEP-IDX)
036428         SET HL-STEP-GRP-VALFAIL (HL-STEP-IDX) TO TRUE
036429         ADD 1 TO HL-GRP-SUB
036430         GO TO 3310-EXIT
036431     END-IF.
036432     PERFORM 2010-VALIDATE-STEP THRU 2010-EXIT.
036433     IF HL-VALID-FAILED
036434         MOVE 90 TO HL-STEP-RC (HL-STEP-IDX)
036435         SET HL-STEP-GRP-VALFAIL (HL-STEP-IDX) TO TRUE
036436         ADD 1 TO HL-GRP-SUB
036437         GO TO 3310-EXIT
036438     END-IF.
036440     PERFORM 2200-CHECK-INPUT-DS THRU 2200-EXIT.
036442     IF HL-DSCHK-FAILED
036460             HL-STEP-COMMAND (HL-STEP-IDX) DELIMITED BY SIZE
036462             ' ' DELIMITED BY SIZE
036464             HL-ARGS-RESOLVED DELIMITED BY SIZE
036466             ' >' DELIMITED BY SIZE
036467             HL-GRP-FILE-PFX DELIMITED BY SPACE
036468             HL-GRP-SLOT-DISP DELIMITED BY SIZE
036470             ' 2>&1; printf ' DELIMITED BY SIZE
036472             '"' DELIMITED BY SIZE
036474             HL-GRP-SLOT-DISP DELIMITED BY SIZE
036476             ' %05d %07d\n" $? $(($(date +%s)-HLS))' DELIMITED
036478                 BY SIZE
036479             ' >>' DELIMITED BY SIZE
036480             HL-PRC-FILE-NAME DELIMITED BY SPACE
036481             ' ) & ' DELIMITED BY SIZE
036482         INTO HL-GRP-SHELL-CMD
036484         WITH POINTER HL-GRP-CMD-PTR
036486     END-STRING.
036652*                            AND STEPLOG BOOKKEEPING 3100 DOES
036654*                            FOR A SEQUENTIAL STEP.  MEMBERS THE
036656*                            PREP PASS ALREADY SETTLED (SKIPS)
036657*                            ARE PASSED OVER.  A MEMBER WHOSE
036658*                            UPSTREAM WAIT TIMED OUT IS NOT
036659*                            RETRIED - ITS FEED IS STILL LATE.
036660*
036662*--------------------------------------------------------------*
036664 3340-SETTLE-GROUP-MEMBER.
036672         GO TO 3340-EXIT
036674     END-IF.
036676     PERFORM 3030-LOOKUP-OVERRIDE THRU 3030-EXIT.
036677     MOVE ZERO TO HL-STEP-ATTEMPT-NUM.
036678     IF HL-STEP-GRP-LAUNCHED (HL-STEP-IDX)
036680         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
036682                 ' NEVER WROTE ITS COMPLETION RECORD - '
036712         END-IF
036714     END-IF.
036716     IF HL-STEP-RC (HL-STEP-IDX) NOT = ZERO
036717         AND NOT HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX)
036718         MOVE 1 TO HL-STEP-ATTEMPT-NUM
036720         PERFORM 3200-ATTEMPT-STEP THRU 3200-EXIT
036722             UNTIL HL-STEP-RC (HL-STEP-IDX) = ZERO
036724                 OR HL-STEP-ATTEMPT-NUM >
036726                     HL-STEP-RETRY-MAX (HL-STEP-IDX)
036727     END-IF.
036728     IF HL-STEP-RC (HL-STEP-IDX) = ZERO
036729         PERFORM 2400-BALANCE-STEP THRU 2400-EXIT
036730     END-IF.
036731     IF HL-STEP-RC (HL-STEP-IDX) NOT = ZERO
036732         MOVE 'F' TO HL-STEP-STATUS (HL-STEP-IDX)
036734         SET HL-ANY-FAILED TO TRUE
036736         SET HL-GRP-ANY-FAILED TO TRUE
036750         SET HL-CKPT-BLOCKED TO TRUE
036752     ELSE
036754         MOVE 'P' TO HL-STEP-STATUS (HL-STEP-IDX)
036755         PERFORM 2350-WRITE-STEP-TOKEN THRU 2350-EXIT
036756     END-IF.
036758     IF HL-STEP-SEQ (HL-STEP-IDX) > HL-GRP-MAX-SEQ
036760         MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-GRP-MAX-SEQ
036800 3350-FETCH-MEMBER-OUTPUT.
036802     MOVE HL-GRP-SUB TO HL-GRP-SLOT-DISP.
036804     MOVE SPACES TO HL-VALID-SHELL-CMD.
036806     STRING 'cp ' DELIMITED BY SIZE
036807             HL-GRP-FILE-PFX DELIMITED BY SPACE
036808             HL-GRP-SLOT-DISP DELIMITED BY SIZE
036809             ' ' DELIMITED BY SIZE
036810             HL-OUT-FILE-NAME DELIMITED BY SPACE
036811             ' 2>/dev/null' DELIMITED BY SIZE
036812         INTO HL-VALID-SHELL-CMD
036814     END-STRING.
036816     CALL 'SYSTEM' USING HL-VALID-SHELL-CMD END-CALL.
040100     STRING HL-STEP-COMMAND (HL-STEP-IDX) DELIMITED BY SIZE
040150             ' ' DELIMITED BY SIZE
040160             HL-ARGS-RESOLVED DELIMITED BY SIZE
040200             ' >' DELIMITED BY SIZE
040233             HL-OUT-FILE-NAME DELIMITED BY SPACE
040266             ' 2>&1' DELIMITED BY SIZE
040300         INTO HL-VALID-SHELL-CMD
040400     END-STRING.
040500     CALL 'SYSTEM' USING HL-VALID-SHELL-CMD END-CALL.
046725     MOVE SPACES TO HL-TRN-RECORD.
046726     MOVE HL-LOG-RUN-DATE TO HL-TRN-RUN-DATE.
046727     MOVE HL-LOG-START-TIME TO HL-TRN-RUN-START-TIME.
046728     MOVE HL-STREAM-ID TO HL-TRN-STREAM.
046729     MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-TRN-SEQ.
046730     MOVE HL-STEP-ATTEMPT-NUM TO HL-TRN-ATTEMPT.
046731     MOVE ZERO TO HL-TRN-LINE-NO.
046732     MOVE SPACES TO HL-TRN-TEXT.
046733     STRING 'ATTEMPT START - ' DELIMITED BY SIZE
046734             HL-STEP-COMMAND (HL-STEP-IDX) DELIMITED BY SIZE
046735         INTO HL-TRN-TEXT
046736     END-STRING.
046737     WRITE HL-TRN-RECORD.
046738     IF HL-TRN-FILE-STATUS NOT = '00'
046739         DISPLAY 'HELLO: UNABLE TO WRITE HELLOTRN, '
046740                 'FILE STATUS = ' HL-TRN-FILE-STATUS
046741         CLOSE TRANSCRIPT-FILE
046742         MOVE 'N' TO HL-TRN-READY-SW
046743     END-IF.
046744 2072-EXIT.
046745     EXIT.
046746*--------------------------------------------------------------*
046748*
046750* 2075-PREP-PATTERNS.  TRIM THE CURRENT STEP'S OUTPUT PATTERNS
046752*                      TO THEIR BLANK-FREE LENGTHS AND ZERO THE
046754*                      HIT COUNTERS, READY FOR 2080 TO TALLY
046755*                      EACH LINE AS IT IS READ.  THE STEP'S
046756*                      CONTROL-TOTAL SEARCH KEYS ARE SET UP
046757*                      AND CLEARED THE SAME WAY.
046758*
046760*--------------------------------------------------------------*
046762 2075-PREP-PATTERNS.
046782         FOR CHARACTERS BEFORE INITIAL SPACE.
046784     MOVE ZERO TO HL-FAIL-PATT-HITS.
046786     MOVE ZERO TO HL-SUCC-PATT-HITS.
046789     MOVE 1 TO HL-TAG-SUB.
046792     PERFORM 2076-PREP-CTL-TAG THRU 2076-EXIT
046795         UNTIL HL-TAG-SUB > 3.
046798 2075-EXIT.
046801     EXIT.
046804*--------------------------------------------------------------*
046807*
046810* 2076-PREP-CTL-TAG.  BUILD THE TAG= SEARCH KEY FOR ONE OF THE
046813*                     STEP'S CONTROL-TOTAL TAGS AND CLEAR ITS
046816*                     CAPTURED VALUE.  A BLANK TAG GETS A
046819*                     ZERO-LENGTH KEY AND IS NEVER SEARCHED.
046822*
046825*--------------------------------------------------------------*
046828 2076-PREP-CTL-TAG.
046831     MOVE SPACES TO HL-TAG-CAP-KEY (HL-TAG-SUB).
046834     MOVE ZERO TO HL-TAG-CAP-LEN (HL-TAG-SUB).
046837     MOVE ZERO TO HL-TAG-CAP-VALUE (HL-TAG-SUB).
046840     MOVE 'N' TO HL-TAG-CAP-FOUND-SW (HL-TAG-SUB).
046843     IF HL-STEP-CTL-TAG (HL-STEP-IDX, HL-TAG-SUB) NOT = SPACES
046846         STRING HL-STEP-CTL-TAG (HL-STEP-IDX, HL-TAG-SUB)
046849                     DELIMITED BY SPACE
046852                 '=' DELIMITED BY SIZE
046855             INTO HL-TAG-CAP-KEY (HL-TAG-SUB)
046858         END-STRING
046861         INSPECT HL-TAG-CAP-KEY (HL-TAG-SUB)
046864             TALLYING HL-TAG-CAP-LEN (HL-TAG-SUB)
046867             FOR CHARACTERS BEFORE INITIAL SPACE
046870     END-IF.
046873     ADD 1 TO HL-TAG-SUB.
046876 2076-EXIT.
046879     EXIT.
046882*--------------------------------------------------------------*
046900*
047000* 2080-READ-OUTPUT-LINE.  READ ONE LINE OF CAPTURED OUTPUT,
047100*                         TALLY BOTH OUTPUT PATTERNS AGAINST
047150*                         IT, AND KEEP IT IN THE NEXT SLOT OF
047200*                         HL-OUT-LINES-TABLE WHILE ROOM REMAINS.
047216*                         THE LINE IS ALSO SEARCHED FOR EACH
047232*                         CONTROL-TOTAL TAG THE STEP DECLARES.
047250*
047300*--------------------------------------------------------------*
047400 2080-READ-OUTPUT-LINE.
047955         INSPECT HL-OUT-RECORD TALLYING HL-SUCC-PATT-HITS
047960             FOR ALL HL-SUCC-PATT-WORK (1 : HL-SUCC-PATT-LEN)
047965     END-IF.
047966     IF HL-STEP-CTL-TAGS (HL-STEP-IDX) NOT = SPACES
047967         MOVE 1 TO HL-TAG-SUB
047968         PERFORM 2085-SCAN-CTL-TAG THRU 2085-EXIT
047969             UNTIL HL-TAG-SUB > 3
047970     END-IF.
047971     IF HL-OUT-LINE-COUNT < 20
047975         ADD 1 TO HL-OUT-LINE-COUNT
047980         MOVE HL-OUT-RECORD TO HL-OUT-LINE (HL-OUT-LINE-COUNT)
047985     END-IF.
047990 2080-EXIT.
047995     EXIT.
047997*--------------------------------------------------------------*
047999*
048001* 2085-SCAN-CTL-TAG.  LOOK FOR ONE CONTROL-TOTAL TAG= KEY IN
048003*                     THE LINE JUST READ.  THE KEY MUST START
048005*                     A WORD - A LETTER, DIGIT, HYPHEN OR
048007*                     UNDERSCORE BEFORE IT MEANS A LONGER TAG
048009*                     (ROWS= INSIDE IN-ROWS=) AND IS PASSED
048011*                     OVER.  ONLY THE FIRST OCCURRENCE ON A
048013*                     LINE IS LOOKED AT.
048015*
048017*--------------------------------------------------------------*
048019 2085-SCAN-CTL-TAG.
048021     IF HL-TAG-CAP-LEN (HL-TAG-SUB) = ZERO
048023         GO TO 2085-NEXT
048025     END-IF.
048027     MOVE ZERO TO HL-TAG-OFFSET.
048029     INSPECT HL-OUT-RECORD TALLYING HL-TAG-OFFSET
048031         FOR CHARACTERS BEFORE INITIAL
048033             HL-TAG-CAP-KEY (HL-TAG-SUB)
048035                 (1 : HL-TAG-CAP-LEN (HL-TAG-SUB)).
048037     IF HL-TAG-OFFSET NOT < 132
048039         GO TO 2085-NEXT
048041     END-IF.
048043     IF HL-TAG-OFFSET > ZERO
048045         MOVE HL-OUT-RECORD (HL-TAG-OFFSET : 1) TO HL-TAG-CHAR
048047         IF (HL-TAG-CHAR ALPHABETIC AND HL-TAG-CHAR NOT = SPACE)
048049             OR HL-TAG-CHAR NUMERIC
048051             OR HL-TAG-CHAR = '-' OR HL-TAG-CHAR = '_'
048053             GO TO 2085-NEXT
048055         END-IF
048057     END-IF.
048059     COMPUTE HL-TAG-POS = HL-TAG-OFFSET
048061                        + HL-TAG-CAP-LEN (HL-TAG-SUB) + 1.
048063     PERFORM 2086-PARSE-CTL-TOTAL THRU 2086-EXIT.
048065 2085-NEXT.
048067     ADD 1 TO HL-TAG-SUB.
048069 2085-EXIT.
048071     EXIT.
048073*--------------------------------------------------------------*
048075*
048077* 2086-PARSE-CTL-TOTAL.  PARSE THE NUMBER AFTER A TAG= KEY,
048079*                        STARTING AT HL-TAG-POS - LEADING
048081*                        BLANKS, AN OPTIONAL SIGN, DIGITS WITH
048083*                        OR WITHOUT THOUSANDS COMMAS, AND UP
048085*                        TO TWO DECIMAL PLACES (ANY MORE ARE
048087*                        DROPPED).  WHEN AT LEAST ONE DIGIT WAS
048089*                        SEEN THE VALUE REPLACES ANY EARLIER
048091*                        ONE FOR THE TAG; OTHERWISE THE TAG IS
048093*                        LEFT AS IT WAS.
048095*
048097*--------------------------------------------------------------*
048099 2086-PARSE-CTL-TOTAL.
048101     MOVE 'N' TO HL-TAG-STARTED-SW.
048103     MOVE 'N' TO HL-TAG-NEG-SW.
048105     MOVE 'N' TO HL-TAG-DIGITS-SW.
048107     MOVE 'N' TO HL-TAG-IN-DEC-SW.
048109     MOVE 'N' TO HL-TAG-DONE-SW.
048111     MOVE ZERO TO HL-TAG-INT-PART.
048113     MOVE ZERO TO HL-TAG-DEC-PART.
048115     MOVE ZERO TO HL-TAG-DEC-DIGITS.
048117     PERFORM 2087-PARSE-TOTAL-CHAR THRU 2087-EXIT
048119         UNTIL HL-TAG-DONE.
048121     IF NOT HL-TAG-DIGITS-SEEN
048123         GO TO 2086-EXIT
048125     END-IF.
048127     COMPUTE HL-TAG-CAP-VALUE (HL-TAG-SUB) =
048129         HL-TAG-INT-PART + (HL-TAG-DEC-PART / 100).
048131     IF HL-TAG-NEG
048133         COMPUTE HL-TAG-CAP-VALUE (HL-TAG-SUB) =
048135             ZERO - HL-TAG-CAP-VALUE (HL-TAG-SUB)
048137     END-IF.
048139     SET HL-TAG-CAP-FOUND (HL-TAG-SUB) TO TRUE.
048141 2086-EXIT.
048143     EXIT.
048145*--------------------------------------------------------------*
048147*
048149* 2087-PARSE-TOTAL-CHAR.  TAKE ONE CHARACTER OF A CONTROL
048151*                         TOTAL.  THE FIRST CHARACTER THAT
048153*                         CANNOT BE PART OF THE NUMBER - OR
048155*                         THE END OF THE LINE - ENDS IT.
048157*
048159*--------------------------------------------------------------*
048161 2087-PARSE-TOTAL-CHAR.
048163     IF HL-TAG-POS > 132
048165         SET HL-TAG-DONE TO TRUE
048167         GO TO 2087-EXIT
048169     END-IF.
048171     MOVE HL-OUT-RECORD (HL-TAG-POS : 1) TO HL-TAG-CHAR.
048173     ADD 1 TO HL-TAG-POS.
048175     IF HL-TAG-CHAR NUMERIC
048177         SET HL-TAG-STARTED TO TRUE
048179         SET HL-TAG-DIGITS-SEEN TO TRUE
048181         IF HL-TAG-IN-DEC
048183             IF HL-TAG-DEC-DIGITS = ZERO
048185                 COMPUTE HL-TAG-DEC-PART = HL-TAG-DIGIT * 10
048187                 MOVE 1 TO HL-TAG-DEC-DIGITS
048189             ELSE
048191                 IF HL-TAG-DEC-DIGITS = 1
048193                     ADD HL-TAG-DIGIT TO HL-TAG-DEC-PART
048195                     MOVE 2 TO HL-TAG-DEC-DIGITS
048197                 END-IF
048199             END-IF
048201         ELSE
048203             COMPUTE HL-TAG-INT-PART =
048205                 HL-TAG-INT-PART * 10 + HL-TAG-DIGIT
048207                 ON SIZE ERROR
048209                     SET HL-TAG-DONE TO TRUE
048211             END-COMPUTE
048213         END-IF
048215         GO TO 2087-EXIT
048217     END-IF.
048219     IF HL-TAG-CHAR = SPACE AND NOT HL-TAG-STARTED
048221         GO TO 2087-EXIT
048223     END-IF.
048225     IF (HL-TAG-CHAR = '-' OR HL-TAG-CHAR = '+')
048227         AND NOT HL-TAG-STARTED
048229         SET HL-TAG-STARTED TO TRUE
048231         IF HL-TAG-CHAR = '-'
048233             SET HL-TAG-NEG TO TRUE
048235         END-IF
048237         GO TO 2087-EXIT
048239     END-IF.
048241     IF HL-TAG-CHAR = ',' AND HL-TAG-DIGITS-SEEN
048243         AND NOT HL-TAG-IN-DEC
048245         GO TO 2087-EXIT
048247     END-IF.
048249     IF HL-TAG-CHAR = '.' AND NOT HL-TAG-IN-DEC
048251         SET HL-TAG-STARTED TO TRUE
048253         SET HL-TAG-IN-DEC TO TRUE
048255         GO TO 2087-EXIT
048257     END-IF.
048259     SET HL-TAG-DONE TO TRUE.
048261 2087-EXIT.
048263     EXIT.
048305*--------------------------------------------------------------*
048310*
048315* 2090-CHECK-OUTPUT.  AFTER A STEP EXITS ZERO, JUDGE THE
048465                 HL-SUCC-PATT-WORK
048470         MOVE 92 TO HL-STEP-RC (HL-STEP-IDX)
048480     END-IF.
048481 2090-EXIT.
048482     EXIT.
048483*--------------------------------------------------------------*
048484*
048485* 2200-CHECK-INPUT-DS.  PRE-CONDITION - WHEN THE DRIVER RECORD
048486*                       NAMES AN INPUT DATASET, CONFIRM IT
048487*                       EXISTS, IS NON-EMPTY AND IS DATED ON OR
048488*                       AFTER THE BUSINESS DATE BEFORE THE STEP
048489*                       IS ALLOWED TO RUN.  A ZERO-BYTE OR
048490*                       STALE INPUT IS EXACTLY WHAT AN UPSTREAM
048491*                       FAILURE LEAVES BEHIND, AND RUNNING THE
048492*                       STEP AGAINST IT SHIPS AN EMPTY FEED.
048493*                       THE CALLER TURNS A FAILURE INTO RC 97.
048494*
048495*--------------------------------------------------------------*
048496 2200-CHECK-INPUT-DS.
048497     MOVE 'N' TO HL-DSCHK-FAILED-SW.
048498     IF HL-STEP-IN-DATASET (HL-STEP-IDX) = SPACES
048499         GO TO 2200-EXIT
048500     END-IF.
048501     CALL 'CBL_CHECK_FILE_EXIST' USING
048502             HL-STEP-IN-DATASET (HL-STEP-IDX)
048503             HL-DSCHK-FILE-INFO
048504         RETURNING HL-DSCHK-FILE-RC
048505     END-CALL.
048506     IF HL-DSCHK-FILE-RC NOT = ZERO
048507         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048508                 ' INPUT DATASET NOT FOUND - '
048509                 HL-STEP-IN-DATASET (HL-STEP-IDX)
048510         SET HL-DSCHK-FAILED TO TRUE
048511         GO TO 2200-EXIT
048512     END-IF.
048513     IF HL-DSCHK-SIZE = ZERO
048514         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048515                 ' INPUT DATASET IS EMPTY - '
048516                 HL-STEP-IN-DATASET (HL-STEP-IDX)
048517         SET HL-DSCHK-FAILED TO TRUE
048518         GO TO 2200-EXIT
048519     END-IF.
048520     MOVE HL-DSCHK-YEAR TO HL-DSCHK-FD-YEAR.
048521     MOVE HL-DSCHK-MONTH TO HL-DSCHK-FD-MONTH.
048522     MOVE HL-DSCHK-DAY TO HL-DSCHK-FD-DAY.
048523     IF HL-DSCHK-FILE-DATE < HL-BUSINESS-DATE
048524         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048525                 ' INPUT DATASET IS DATED ' HL-DSCHK-FILE-DATE
048526                 ' - STALE FOR BUSINESS DATE ' HL-BUSINESS-DATE
048527                 ' - ' HL-STEP-IN-DATASET (HL-STEP-IDX)
048528         SET HL-DSCHK-FAILED TO TRUE
048529     END-IF.
048530 2200-EXIT.
048531     EXIT.
048532*--------------------------------------------------------------*
048533*
048534* 2250-CHECK-OUTPUT-DS.  POST-CONDITION - AFTER THE STEP HAS
048535*                        EXITED CLEAN AND PASSED ITS PATTERN
048536*                        VERDICT, CONFIRM THE NAMED OUTPUT
048537*                        DATASET WAS ACTUALLY PRODUCED AND
048538*                        HOLDS AT LEAST THE DRIVER RECORD'S
048539*                        MINIMUM BYTES (A BLANK OR ZERO MINIMUM
048540*                        JUST MEANS NON-EMPTY).  THE CALLER
048541*                        TURNS A FAILURE INTO RC 98.
048542*
048543*--------------------------------------------------------------*
048544 2250-CHECK-OUTPUT-DS.
048545     MOVE 'N' TO HL-DSCHK-FAILED-SW.
048546     IF HL-STEP-OUT-DATASET (HL-STEP-IDX) = SPACES
048547         GO TO 2250-EXIT
048548     END-IF.
048549     CALL 'CBL_CHECK_FILE_EXIST' USING
048550             HL-STEP-OUT-DATASET (HL-STEP-IDX)
048551             HL-DSCHK-FILE-INFO
048552         RETURNING HL-DSCHK-FILE-RC
048553     END-CALL.
048554     IF HL-DSCHK-FILE-RC NOT = ZERO
048555         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048556                 ' DID NOT PRODUCE ITS OUTPUT DATASET - '
048557                 HL-STEP-OUT-DATASET (HL-STEP-IDX)
048558         SET HL-DSCHK-FAILED TO TRUE
048559         GO TO 2250-EXIT
048560     END-IF.
048561     IF HL-DSCHK-SIZE = ZERO
048562         OR HL-DSCHK-SIZE < HL-STEP-OUT-MIN-BYTES (HL-STEP-IDX)
048563         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048564                 ' OUTPUT DATASET HOLDS ' HL-DSCHK-SIZE
048565                 ' BYTES, UNDER THE '
048566                 HL-STEP-OUT-MIN-BYTES (HL-STEP-IDX)
048567                 ' BYTE MINIMUM - '
048568                 HL-STEP-OUT-DATASET (HL-STEP-IDX)
048569         SET HL-DSCHK-FAILED TO TRUE
048570     END-IF.
048571 2250-EXIT.
048572     EXIT.
048573*--------------------------------------------------------------*
048574*
048575* 2300-WAIT-FOR-TRIGGER.  WHEN THE DRIVER RECORD NAMES AN
048576*                         UPSTREAM COMPLETION TOKEN, HOLD THE
048577*                         STEP UNTIL THE TOKEN FILE APPEARS.
048578*                         &RUNDATE IN THE TOKEN NAME RESOLVES
048579*                         TO THE BUSINESS DATE.  THE TOKEN IS
048580*                         POLLED EVERY POLL-INTERVAL SECONDS
048581*                         (60 WHEN BLANK) FOR THE WAIT WINDOW
048582*                         (60 MINUTES WHEN BLANK AND NO
048583*                         DEADLINE IS GIVEN) OR UNTIL THE HHMM
048584*                         DEADLINE, WHICHEVER COMES FIRST.  THE
048585*                         SECONDS WAITED AND THE OUTCOME ARE
048586*                         LEFT ON THE STEP-TABLE ENTRY FOR
048587*                         STEPLOG.  A TIMED-OUT TRIGGER WAIT
048588*                         ENDS THE STEP RC 89, WHICH IS NOT
048589*                         RETRIED; THE STEP IS NOT ATTEMPTED
048590*                         UNTIL ITS UPSTREAM TOKEN IS ON FILE
048591*                         OR THE WAIT RUNS OUT.  WHEN THE RUN
048592*                         STARTED AFTER THE DEADLINE FOR ITS
048593*                         NIGHT, THE TOKEN GETS ONE LOOK AND,
048594*                         IF ABSENT, THE STEP ENDS RC 89 THEN
048595*                         AND THERE - NO WAIT INTO THE NEXT DAY.
048596*
048597*--------------------------------------------------------------*
048598 2300-WAIT-FOR-TRIGGER.
048599     MOVE ZERO TO HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX).
048600     MOVE SPACE TO HL-STEP-TRIG-STATUS (HL-STEP-IDX).
048601     IF HL-STEP-TRIG-TOKEN (HL-STEP-IDX) = SPACES
048602         GO TO 2300-EXIT
048603     END-IF.
048604     MOVE HL-STEP-TRIG-TOKEN (HL-STEP-IDX) TO HL-TRIG-PATH.
048605     MOVE HL-BUSINESS-DATE TO HL-TRIG-DATE-X.
048606     INSPECT HL-TRIG-PATH REPLACING ALL '&RUNDATE'
048607         BY HL-TRIG-DATE-X.
048608     MOVE HL-STEP-TRIG-POLL-SECS (HL-STEP-IDX)
048609         TO HL-TRIG-POLL-SECS.
048610     IF HL-TRIG-POLL-SECS = ZERO
048611         MOVE HL-TRIG-DFLT-POLL-SECS TO HL-TRIG-POLL-SECS
048612     END-IF.
048613     IF HL-STEP-TRIG-WAIT-MINS (HL-STEP-IDX) > ZERO
048614         COMPUTE HL-TRIG-LIMIT-SECS =
048615             HL-STEP-TRIG-WAIT-MINS (HL-STEP-IDX) * 60
048616     ELSE
048617         IF HL-STEP-TRIG-DEADLINE (HL-STEP-IDX) > ZERO
048618             MOVE ZERO TO HL-TRIG-LIMIT-SECS
048619         ELSE
048620             COMPUTE HL-TRIG-LIMIT-SECS =
048621                 HL-TRIG-DFLT-WAIT-MINS * 60
048622         END-IF
048623     END-IF.
048624     MOVE HL-LOG-START-TIME TO HL-TIME-PIECES.
048625     COMPUTE HL-TRIG-RUN-SECS =
048626         (HL-TP-HH * 3600) + (HL-TP-MM * 60) + HL-TP-SS.
048627     ACCEPT HL-TRIG-NOW-TIME FROM TIME.
048628     MOVE HL-TRIG-NOW-TIME TO HL-TIME-PIECES.
048629     COMPUTE HL-TRIG-START-SECS =
048630         (HL-TP-HH * 3600) + (HL-TP-MM * 60) + HL-TP-SS.
048631     MOVE ZERO TO HL-TRIG-DEADLINE-REL.
048632     IF HL-STEP-TRIG-DEADLINE (HL-STEP-IDX) > ZERO
048633         MOVE HL-STEP-TRIG-DEADLINE (HL-STEP-IDX)
048634             TO HL-TRIG-DEADLINE-HHMM
048635         COMPUTE HL-TRIG-DEADLINE-REL =
048636             (HL-TRIG-DL-HH * 3600) + (HL-TRIG-DL-MM * 60)
048637             - HL-TRIG-RUN-SECS
048638         IF HL-TRIG-DL-HH < 12
048639             ADD 86400 TO HL-TRIG-DEADLINE-REL
048640         END-IF
048641         IF HL-TRIG-RUN-SECS < 43200
048642             SUBTRACT 86400 FROM HL-TRIG-DEADLINE-REL
048644         END-IF
048645     END-IF.
048646     MOVE 'N' TO HL-TRIG-DONE-SW.
048647     MOVE 'N' TO HL-TRIG-WAITING-SW.
048648     MOVE SPACES TO HL-TRIG-REASON.
048649     PERFORM 2310-POLL-TRIGGER THRU 2310-EXIT
048650         UNTIL HL-TRIG-DONE.
048651     IF HL-TRIG-ELAPSED > 99999
048652         MOVE 99999 TO HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX)
048653     ELSE
048654         MOVE HL-TRIG-ELAPSED TO
048655             HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX)
048656     END-IF.
048657     IF HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX)
048658         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048659                 ' UPSTREAM TOKEN NOT SEEN - ' HL-TRIG-REASON
048660                 ' AFTER ' HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX)
048661                 ' SECONDS - ' HL-TRIG-PATH
048662     ELSE
048663         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048664                 ' UPSTREAM TOKEN PRESENT AFTER '
048665                 HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX)
048666                 ' SECONDS WAIT - ' HL-TRIG-PATH
048667     END-IF.
048668 2300-EXIT.
048669     EXIT.
048670*--------------------------------------------------------------*
048671*
048672* 2310-POLL-TRIGGER.  ONE LOOK FOR THE UPSTREAM TOKEN.  WHEN
048673*                     IT IS NOT THERE YET AND NEITHER THE WAIT
048674*                     WINDOW NOR THE DEADLINE HAS PASSED, SLEEP
048675*                     ONE POLL INTERVAL BEFORE THE NEXT LOOK.
048676*                     THE WAIT IS ANNOUNCED ONCE, ON THE FIRST
048677*                     MISS, SO THE JOB LOG SHOWS WHEN IT BEGAN.
048678*
048679*--------------------------------------------------------------*
048680 2310-POLL-TRIGGER.
048681     CALL 'CBL_CHECK_FILE_EXIST' USING
048682             HL-TRIG-PATH
048683             HL-DSCHK-FILE-INFO
048684         RETURNING HL-DSCHK-FILE-RC
048685     END-CALL.
048686     ACCEPT HL-TRIG-NOW-TIME FROM TIME.
048687     MOVE HL-TRIG-NOW-TIME TO HL-TIME-PIECES.
048688     COMPUTE HL-TRIG-NOW-SECS =
048689         (HL-TP-HH * 3600) + (HL-TP-MM * 60) + HL-TP-SS.
048690     COMPUTE HL-TRIG-ELAPSED =
048691         HL-TRIG-NOW-SECS - HL-TRIG-START-SECS.
048692     IF HL-TRIG-ELAPSED < ZERO
048693         ADD 86400 TO HL-TRIG-ELAPSED
048694     END-IF.
048695     COMPUTE HL-TRIG-NOW-REL =
048696         HL-TRIG-NOW-SECS - HL-TRIG-RUN-SECS.
048697     IF HL-TRIG-NOW-REL < ZERO
048698         ADD 86400 TO HL-TRIG-NOW-REL
048699     END-IF.
048700     IF HL-DSCHK-FILE-RC = ZERO
048701         SET HL-STEP-TRIG-ARRIVED (HL-STEP-IDX) TO TRUE
048702         SET HL-TRIG-DONE TO TRUE
048703         GO TO 2310-EXIT
048704     END-IF.
048705     IF HL-STEP-TRIG-DEADLINE (HL-STEP-IDX) > ZERO
048706         AND HL-TRIG-NOW-REL >= HL-TRIG-DEADLINE-REL
048707         MOVE 'DEADLINE PASSED' TO HL-TRIG-REASON
048708         SET HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX) TO TRUE
048709         SET HL-TRIG-DONE TO TRUE
048710         GO TO 2310-EXIT
048711     END-IF.
048712     IF HL-TRIG-LIMIT-SECS > ZERO
048713         AND HL-TRIG-ELAPSED >= HL-TRIG-LIMIT-SECS
048714         MOVE 'WAIT WINDOW EXPIRED' TO HL-TRIG-REASON
048715         SET HL-STEP-TRIG-TIMED-OUT (HL-STEP-IDX) TO TRUE
048716         SET HL-TRIG-DONE TO TRUE
048717         GO TO 2310-EXIT
048718     END-IF.
048719     IF NOT HL-TRIG-WAITING
048720         SET HL-TRIG-WAITING TO TRUE
048721         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048722                 ' WAITING FOR UPSTREAM TOKEN ' HL-TRIG-PATH
048723     END-IF.
048724     MOVE SPACES TO HL-VALID-SHELL-CMD.
048725     STRING 'sleep ' DELIMITED BY SIZE
048726             HL-TRIG-POLL-SECS DELIMITED BY SIZE
048727         INTO HL-VALID-SHELL-CMD
048728     END-STRING.
048729     CALL 'SYSTEM' USING HL-VALID-SHELL-CMD END-CALL.
048730 2310-EXIT.
048731     EXIT.
048732*--------------------------------------------------------------*
048733*
048734* 2350-WRITE-STEP-TOKEN.  PUBLISH THE CURRENT STEP'S OWN
048735*                         COMPLETION TOKEN, HELLO.STREAM.SEQ.
048736*                         BUSDATE.DONE, AFTER IT COMPLETES
048737*                         CLEAN, SO A DOWNSTREAM APPLICATION
048738*                         WAITING ON ONE STEP'S OUTPUT NEED NOT
048739*                         WAIT FOR THE WHOLE CHAIN.
048740*
048741*--------------------------------------------------------------*
048742 2350-WRITE-STEP-TOKEN.
048743     MOVE SPACES TO HL-TKN-NAME.
048744     STRING 'HELLO.' DELIMITED BY SIZE
048745             HL-STREAM-ID DELIMITED BY SPACE
048746             '.' DELIMITED BY SIZE
048747             HL-STEP-SEQ (HL-STEP-IDX) DELIMITED BY SIZE
048748             '.' DELIMITED BY SIZE
048749             HL-BUSINESS-DATE DELIMITED BY SIZE
048750             '.DONE' DELIMITED BY SIZE
048751         INTO HL-TKN-NAME
048752     END-STRING.
048753     MOVE SPACES TO HL-TKN-WHAT.
048754     STRING 'STEP ' DELIMITED BY SIZE
048755             HL-STEP-SEQ (HL-STEP-IDX) DELIMITED BY SIZE
048756         INTO HL-TKN-WHAT
048757     END-STRING.
048758     PERFORM 2370-PUBLISH-TOKEN THRU 2370-EXIT.
048759 2350-EXIT.
048760     EXIT.
048761*--------------------------------------------------------------*
048762*
048763* 2360-WRITE-CHAIN-TOKEN.  PUBLISH THE WHOLE-CHAIN COMPLETION
048764*                          TOKEN, HELLO.STREAM.CHAIN.BUSDATE.
048765*                          DONE, WHEN A SCHEDULED RUN ENDS
048766*                          CLEAN.  A HELD CHAIN, A FAILED CHAIN
048767*                          AND AN AD-HOC SINGLE-STEP RUN NEVER
048768*                          WRITE IT.
048769*
048770*--------------------------------------------------------------*
048771 2360-WRITE-CHAIN-TOKEN.
048772     MOVE SPACES TO HL-TKN-NAME.
048773     STRING 'HELLO.' DELIMITED BY SIZE
048774             HL-STREAM-ID DELIMITED BY SPACE
048775             '.CHAIN.' DELIMITED BY SIZE
048776             HL-BUSINESS-DATE DELIMITED BY SIZE
048777             '.DONE' DELIMITED BY SIZE
048778         INTO HL-TKN-NAME
048779     END-STRING.
048780     MOVE 'CHAIN' TO HL-TKN-WHAT.
048781     PERFORM 2370-PUBLISH-TOKEN THRU 2370-EXIT.
048782 2360-EXIT.
048783     EXIT.
048784*--------------------------------------------------------------*
048785*
048786* 2370-PUBLISH-TOKEN.  WRITE THE TOKEN NAMED IN HL-TKN-NAME
048787*                      INTO THE TOKEN DIRECTORY - ONE LINE
048788*                      GIVING THE STREAM, WHAT COMPLETED, THE
048789*                      BUSINESS DATE, THE RUN ID AND THE
048790*                      COMPLETION TIME - UNDER A .TMP NAME
048791*                      THEN RENAMED INTO PLACE.  A TOKEN THAT
048792*                      CANNOT BE WRITTEN IS WARNED ABOUT AND
048793*                      THE RUN CARRIES ON; THE RETURN CODE THE
048794*                      RUN HAS DECIDED ON IS SAVED AND
048795*                      RESTORED AROUND THE SHELL CALL.
048796*
048797*--------------------------------------------------------------*
048798 2370-PUBLISH-TOKEN.
048799     MOVE RETURN-CODE TO HL-SAVED-RETURN-CODE.
048800     ACCEPT HL-TKN-END-TIME FROM TIME.
048801     MOVE SPACES TO HL-TKN-SHELL-CMD.
048802     STRING 'mkdir -p ' DELIMITED BY SIZE
048803             HL-TKN-DIR DELIMITED BY SPACE
048804             ' 2>/dev/null; echo "HELLO ' DELIMITED BY SIZE
048805             HL-STREAM-ID DELIMITED BY SPACE
048806             ' ' DELIMITED BY SIZE
048807             HL-TKN-WHAT DELIMITED BY '  '
048808             ' COMPLETE BUSDATE ' DELIMITED BY SIZE
048809             HL-BUSINESS-DATE DELIMITED BY SIZE
048810             ' RUNID ' DELIMITED BY SIZE
048811             HL-LOG-RUN-DATE DELIMITED BY SIZE
048812             HL-LOG-START-TIME DELIMITED BY SIZE
048813             ' AT ' DELIMITED BY SIZE
048814             HL-TKN-END-TIME DELIMITED BY SIZE
048815             '" >' DELIMITED BY SIZE
048816             HL-TKN-DIR DELIMITED BY SPACE
048817             '/' DELIMITED BY SIZE
048818             HL-TKN-NAME DELIMITED BY SPACE
048819             '.TMP && mv ' DELIMITED BY SIZE
048820             HL-TKN-DIR DELIMITED BY SPACE
048821             '/' DELIMITED BY SIZE
048822             HL-TKN-NAME DELIMITED BY SPACE
048823             '.TMP ' DELIMITED BY SIZE
048824             HL-TKN-DIR DELIMITED BY SPACE
048825             '/' DELIMITED BY SIZE
048826             HL-TKN-NAME DELIMITED BY SPACE
048827         INTO HL-TKN-SHELL-CMD
048828     END-STRING.
048829     CALL 'SYSTEM' USING HL-TKN-SHELL-CMD END-CALL.
048830     IF RETURN-CODE NOT = ZERO
048831         DISPLAY 'HELLO: UNABLE TO WRITE COMPLETION TOKEN '
048832                 HL-TKN-NAME ' IN ' HL-TKN-DIR
048833     ELSE
048834         DISPLAY 'HELLO: COMPLETION TOKEN WRITTEN - '
048835                 HL-TKN-NAME
048836     END-IF.
048837     MOVE HL-SAVED-RETURN-CODE TO RETURN-CODE.
048838 2370-EXIT.
048839     EXIT.
048840*--------------------------------------------------------------*
048841*
048842* 2400-BALANCE-STEP.  AFTER A STEP COMPLETES CLEAN, POST THE
048843*                     CONTROL TOTALS ITS OUTPUT CARRIED, THEN
048844*                     CHECK EVERY BALANCING RULE IT TAKES
048845*                     PART IN WHOSE OTHER STEP HAS ALSO RUN.
048846*                     A BREAK FAILS THE STEP WITH RC 99.  THE
048847*                     CALLERS DO THIS AFTER THE RETRY LOOP, SO
048848*                     A BREAK IS NEVER RETRIED - A RE-RUN
048849*                     WOULD ONLY COUNT THE SAME ROWS AGAIN.
048850*
048851*--------------------------------------------------------------*
048852 2400-BALANCE-STEP.
048853     IF HL-STEP-CTL-TAGS (HL-STEP-IDX) = SPACES
048854         GO TO 2400-EXIT
048855     END-IF.
048856     MOVE 1 TO HL-TAG-SUB.
048857     PERFORM 2410-RECORD-CTL-TOTAL THRU 2410-EXIT
048858         UNTIL HL-TAG-SUB > 3.
048859     MOVE 'N' TO HL-BV-BREAK-SW.
048860     MOVE 1 TO HL-BR-SUB.
048861     PERFORM 2450-CHECK-BAL-RULE THRU 2450-EXIT
048862         UNTIL HL-BR-SUB > HL-BR-COUNT.
048863     IF HL-BV-BREAK
048864         DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048865                 ' FAILED CONTROL-TOTAL BALANCING - NOT '
048866                 'RETRIED'
048867         MOVE 99 TO HL-STEP-RC (HL-STEP-IDX)
048868     END-IF.
048869 2400-EXIT.
048870     EXIT.
048871*--------------------------------------------------------------*
048872*
048873* 2410-RECORD-CTL-TOTAL.  POST ONE OF THE STEP'S DECLARED
048874*                         TAGS.  A TOTAL THE OUTPUT CARRIED IS
048875*                         SHOWN, STORED IN THE VALUE TABLE AND
048876*                         APPENDED TO HELCTOT.  A DECLARED TAG
048877*                         THAT NEVER PRINTED IS WARNED ABOUT
048878*                         AND MARKED NOT PRESENT, SO ANY RULE
048879*                         THAT NEEDS IT BREAKS INSTEAD OF
048880*                         BALANCING AGAINST AN EARLIER RUN'S
048881*                         FIGURE.
048882*
048883*--------------------------------------------------------------*
048884 2410-RECORD-CTL-TOTAL.
048885     IF HL-STEP-CTL-TAG (HL-STEP-IDX, HL-TAG-SUB) = SPACES
048886         GO TO 2410-NEXT
048887     END-IF.
048888     MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-TV-KEY-SEQ.
048889     MOVE HL-STEP-CTL-TAG (HL-STEP-IDX, HL-TAG-SUB)
048890         TO HL-TV-KEY-TAG.
048891     PERFORM 2417-ADD-CTL-VALUE THRU 2417-EXIT.
048892     IF NOT HL-TAG-CAP-FOUND (HL-TAG-SUB)
048893         DISPLAY 'HELLO: WARNING - STEP '
048894                 HL-STEP-SEQ (HL-STEP-IDX)
048895                 ' PRINTED NO CONTROL TOTAL FOR TAG '
048896                 HL-TV-KEY-TAG
048897         IF HL-TV-FOUND
048898             MOVE 'N' TO HL-TV-PRESENT-SW (HL-TV-SUB)
048899         END-IF
048900         GO TO 2410-NEXT
048901     END-IF.
048902     MOVE HL-TAG-CAP-VALUE (HL-TAG-SUB) TO HL-BV-EDIT-1.
048903     DISPLAY 'HELLO: STEP ' HL-STEP-SEQ (HL-STEP-IDX)
048904             ' CONTROL TOTAL ' HL-TV-KEY-TAG ' = '
048905             HL-BV-EDIT-1.
048906     IF HL-TV-FOUND
048907         MOVE HL-TAG-CAP-VALUE (HL-TAG-SUB)
048908             TO HL-TV-VALUE (HL-TV-SUB)
048909         SET HL-TV-PRESENT (HL-TV-SUB) TO TRUE
048910     END-IF.
048911     PERFORM 2420-WRITE-CTL-TOTAL THRU 2420-EXIT.
048912 2410-NEXT.
048913     ADD 1 TO HL-TAG-SUB.
048914 2410-EXIT.
048915     EXIT.
048916*--------------------------------------------------------------*
048917*
048918* 2415-FIND-CTL-VALUE.  LOOK UP HL-TV-KEY-SEQ AND
048919*                       HL-TV-KEY-TAG IN THE VALUE TABLE,
048920*                       LEAVING HL-TV-SUB ON THE ENTRY.
048921*
048922*--------------------------------------------------------------*
048923 2415-FIND-CTL-VALUE.
048924     MOVE 'N' TO HL-TV-FOUND-SW.
048925     MOVE 1 TO HL-TV-SUB.
048926     PERFORM 2416-CHECK-CTL-VALUE THRU 2416-EXIT
048927         UNTIL HL-TV-FOUND
048928             OR HL-TV-SUB > HL-TV-COUNT.
048929 2415-EXIT.
048930     EXIT.
048931*--------------------------------------------------------------*
048932*
048933* 2416-CHECK-CTL-VALUE.  TEST ONE VALUE-TABLE ENTRY AGAINST
048934*                        THE KEY.
048935*
048936*--------------------------------------------------------------*
048937 2416-CHECK-CTL-VALUE.
048938     IF HL-TV-SEQ (HL-TV-SUB) = HL-TV-KEY-SEQ
048939         AND HL-TV-TAG (HL-TV-SUB) = HL-TV-KEY-TAG
048940         SET HL-TV-FOUND TO TRUE
048941     ELSE
048942         ADD 1 TO HL-TV-SUB
048943     END-IF.
048944 2416-EXIT.
048945     EXIT.
048946*--------------------------------------------------------------*
048947*
048948* 2417-ADD-CTL-VALUE.  FIND THE KEY'S VALUE-TABLE ENTRY, ADDING
048949*                      AN EMPTY ONE WHEN THERE IS NONE.  A FULL
048950*                      TABLE IS WARNED ABOUT ONCE AND LEAVES
048951*                      HL-TV-FOUND OFF - THE TOTAL STILL GOES
048952*                      TO HELCTOT, BUT CANNOT BE BALANCED.
048953*
048954*--------------------------------------------------------------*
048955 2417-ADD-CTL-VALUE.
048956     PERFORM 2415-FIND-CTL-VALUE THRU 2415-EXIT.
048957     IF HL-TV-FOUND
048958         GO TO 2417-EXIT
048959     END-IF.
048960     IF HL-TV-COUNT = 60
048961         IF NOT HL-TV-FULL-WARNED
048962             DISPLAY 'HELLO: WARNING - MORE THAN 60 CONTROL '
048963                     'TOTALS, EXTRA TOTALS CANNOT BE BALANCED'
048964             SET HL-TV-FULL-WARNED TO TRUE
048965         END-IF
048966         GO TO 2417-EXIT
048967     END-IF.
048968     ADD 1 TO HL-TV-COUNT.
048969     MOVE HL-TV-COUNT TO HL-TV-SUB.
048970     MOVE HL-TV-KEY-SEQ TO HL-TV-SEQ (HL-TV-SUB).
048971     MOVE HL-TV-KEY-TAG TO HL-TV-TAG (HL-TV-SUB).
048972     MOVE 'N' TO HL-TV-PRESENT-SW (HL-TV-SUB).
048973     MOVE ZERO TO HL-TV-VALUE (HL-TV-SUB).
048974     SET HL-TV-FOUND TO TRUE.
048975 2417-EXIT.
048976     EXIT.
048977*--------------------------------------------------------------*
048978*
048979* 2420-WRITE-CTL-TOTAL.  APPEND ONE CONTROL-TOTAL RECORD TO
048980*                        HELCTOT.  A FILE THAT WILL NOT OPEN
048981*                        OR WRITE IS WARNED ABOUT AND THE RUN
048982*                        CARRIES ON - THE TOTAL IS STILL
048983*                        BALANCED FROM STORAGE TONIGHT.
048984*
048985*--------------------------------------------------------------*
048986 2420-WRITE-CTL-TOTAL.
048987     OPEN EXTEND CTL-TOTAL-FILE.
048988     IF HL-TOT-FILE-STATUS = '05' OR '35'
048989         OPEN OUTPUT CTL-TOTAL-FILE
048990     END-IF.
048991     IF HL-TOT-FILE-STATUS NOT = '00'
048992         DISPLAY 'HELLO: UNABLE TO OPEN HELCTOT FOR WRITE, '
048993                 'FILE STATUS = ' HL-TOT-FILE-STATUS
048994         GO TO 2420-EXIT
048995     END-IF.
048996     MOVE SPACES TO HL-TOT-RECORD.
048997     MOVE HL-LOG-RUN-DATE TO HL-TOT-RUN-DATE.
048998     MOVE HL-LOG-START-TIME TO HL-TOT-RUN-START-TIME.
048999     MOVE HL-STREAM-ID TO HL-TOT-STREAM.
049000     MOVE HL-BUSINESS-DATE TO HL-TOT-BUS-DATE.
049001     MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-TOT-SEQ.
049002     MOVE HL-TV-KEY-TAG TO HL-TOT-TAG.
049003     MOVE HL-TAG-CAP-VALUE (HL-TAG-SUB) TO HL-TOT-VALUE.
049004     MOVE HL-ADHOC-SW TO HL-TOT-ADHOC-SW.
049005     WRITE HL-TOT-RECORD.
049006     IF HL-TOT-FILE-STATUS NOT = '00'
049007         DISPLAY 'HELLO: UNABLE TO WRITE HELCTOT, '
049008                 'FILE STATUS = ' HL-TOT-FILE-STATUS
049009     END-IF.
049010     CLOSE CTL-TOTAL-FILE.
049011 2420-EXIT.
049012     EXIT.
049013*--------------------------------------------------------------*
049014*
049015* 2450-CHECK-BAL-RULE.  CHECK ONE RULE, WHEN THE CURRENT STEP
049016*                       IS ONE OF ITS SIDES AND THE OTHER SIDE
049017*                       HAS RUN TOO - ITS TOTAL IS ON FILE OR
049018*                       ITS STEP COMPLETED CLEAN THIS RUN.  A
049019*                       RULE WHOSE OTHER STEP HAS NOT RUN YET
049020*                       WAITS FOR IT, AND IS CHECKED WHEN IT
049021*                       DOES.
049022*
049023*--------------------------------------------------------------*
049024 2450-CHECK-BAL-RULE.
049025     IF HL-BR-A-SEQ (HL-BR-SUB) NOT = HL-STEP-SEQ (HL-STEP-IDX)
049026         AND HL-BR-B-SEQ (HL-BR-SUB) NOT =
049027             HL-STEP-SEQ (HL-STEP-IDX)
049028         GO TO 2450-NEXT
049029     END-IF.
049030     MOVE HL-BR-A-SEQ (HL-BR-SUB) TO HL-TV-KEY-SEQ.
049031     MOVE HL-BR-A-TAG (HL-BR-SUB) TO HL-TV-KEY-TAG.
049032     PERFORM 2460-GET-SIDE-VALUE THRU 2460-EXIT.
049033     MOVE HL-BV-SIDE-VALUE TO HL-BV-A-VALUE.
049034     MOVE HL-BV-SIDE-PRESENT-SW TO HL-BV-A-PRESENT-SW.
049035     MOVE HL-BV-SIDE-RAN-SW TO HL-BV-A-RAN-SW.
049036     MOVE HL-BR-B-SEQ (HL-BR-SUB) TO HL-TV-KEY-SEQ.
049037     MOVE HL-BR-B-TAG (HL-BR-SUB) TO HL-TV-KEY-TAG.
049038     PERFORM 2460-GET-SIDE-VALUE THRU 2460-EXIT.
049039     MOVE HL-BV-SIDE-VALUE TO HL-BV-B-VALUE.
049040     MOVE HL-BV-SIDE-PRESENT-SW TO HL-BV-B-PRESENT-SW.
049041     MOVE HL-BV-SIDE-RAN-SW TO HL-BV-B-RAN-SW.
049042     IF HL-BV-A-RAN AND HL-BV-B-RAN
049043         PERFORM 2470-EVALUATE-BAL-RULE THRU 2470-EXIT
049044     END-IF.
049045 2450-NEXT.
049046     ADD 1 TO HL-BR-SUB.
049047 2450-EXIT.
049048     EXIT.
049049*--------------------------------------------------------------*
049050*
049051* 2460-GET-SIDE-VALUE.  FETCH ONE SIDE OF A RULE - ITS VALUE,
049052*                       WHETHER A VALUE IS PRESENT, AND WHETHER
049053*                       ITS STEP HAS RUN (THE CURRENT STEP, A
049054*                       STEP THAT PASSED EARLIER THIS RUN, OR
049055*                       ONE WITH A TOTAL ON FILE).
049056*
049057*--------------------------------------------------------------*
049058 2460-GET-SIDE-VALUE.
049059     MOVE ZERO TO HL-BV-SIDE-VALUE.
049060     MOVE 'N' TO HL-BV-SIDE-PRESENT-SW.
049061     MOVE 'N' TO HL-BV-SIDE-RAN-SW.
049062     PERFORM 2415-FIND-CTL-VALUE THRU 2415-EXIT.
049063     IF HL-TV-FOUND
049064         IF HL-TV-PRESENT (HL-TV-SUB)
049065             MOVE HL-TV-VALUE (HL-TV-SUB) TO HL-BV-SIDE-VALUE
049066             SET HL-BV-SIDE-PRESENT TO TRUE
049067             SET HL-BV-SIDE-RAN TO TRUE
049068             GO TO 2460-EXIT
049069         END-IF
049070     END-IF.
049071     IF HL-TV-KEY-SEQ = HL-STEP-SEQ (HL-STEP-IDX)
049072         SET HL-BV-SIDE-RAN TO TRUE
049073         GO TO 2460-EXIT
049074     END-IF.
049075     MOVE 1 TO HL-BR-CHK-SUB.
049076     PERFORM 2465-CHECK-SIDE-STEP THRU 2465-EXIT
049077         UNTIL HL-BV-SIDE-RAN
049078             OR HL-BR-CHK-SUB > HL-STEP-COUNT.
049079 2460-EXIT.
049080     EXIT.
049081*--------------------------------------------------------------*
049082*
049083* 2465-CHECK-SIDE-STEP.  TEST ONE STEP-TABLE ENTRY FOR THE
049084*                        RULE SIDE'S STEP, PASSED THIS RUN.
049085*
049086*--------------------------------------------------------------*
049087 2465-CHECK-SIDE-STEP.
049088     IF HL-STEP-SEQ (HL-BR-CHK-SUB) = HL-TV-KEY-SEQ
049089         AND HL-STEP-STAT-PASSED (HL-BR-CHK-SUB)
049090         SET HL-BV-SIDE-RAN TO TRUE
049091     ELSE
049092         ADD 1 TO HL-BR-CHK-SUB
049093     END-IF.
049094 2465-EXIT.
049095     EXIT.
049096*--------------------------------------------------------------*
049097*
049098* 2470-EVALUATE-BAL-RULE.  BALANCE ONE RULE WHOSE SIDES HAVE
049099*                          BOTH RUN.  THE VARIANCE IS B MINUS
049100*                          A; IT MAY BE NO MORE (EITHER WAY)
049101*                          THAN THE ABSOLUTE TOLERANCE, OR THE
049102*                          PERCENTAGE OF THE A-SIDE VALUE, OR
049103*                          ZERO FOR AN EXACT RULE.  A SIDE
049104*                          WITH NO VALUE IS A BREAK IN ITSELF.
049105*
049106*--------------------------------------------------------------*
049107 2470-EVALUATE-BAL-RULE.
049108     IF NOT HL-BV-A-PRESENT OR NOT HL-BV-B-PRESENT
049109         SET HL-BV-BREAK TO TRUE
049110         DISPLAY 'HELLO: CONTROL-TOTAL BREAK - RULE '
049111                 HL-BR-RULE-ID (HL-BR-SUB)
049112                 ' - A TOTAL WAS NOT CAPTURED'
049113         IF NOT HL-BV-A-PRESENT
049114             DISPLAY 'HELLO:   NO VALUE FOR STEP '
049115                     HL-BR-A-SEQ (HL-BR-SUB) ' '
049116                     HL-BR-A-TAG (HL-BR-SUB)
049117         END-IF
049118         IF NOT HL-BV-B-PRESENT
049119             DISPLAY 'HELLO:   NO VALUE FOR STEP '
049120                     HL-BR-B-SEQ (HL-BR-SUB) ' '
049121                     HL-BR-B-TAG (HL-BR-SUB)
049122         END-IF
049123         GO TO 2470-EXIT
049124     END-IF.
049125     COMPUTE HL-BV-VARIANCE = HL-BV-B-VALUE - HL-BV-A-VALUE.
049126     MOVE HL-BV-VARIANCE TO HL-BV-ABS-VARIANCE.
049127     IF HL-BV-ABS-VARIANCE < ZERO
049128         COMPUTE HL-BV-ABS-VARIANCE = ZERO - HL-BV-ABS-VARIANCE
049129     END-IF.
049130     MOVE ZERO TO HL-BV-ALLOWED.
049131     IF HL-BR-TOL-ABSOLUTE (HL-BR-SUB)
049132         MOVE HL-BR-TOLERANCE (HL-BR-SUB) TO HL-BV-ALLOWED
049133     END-IF.
049134     IF HL-BR-TOL-PERCENT (HL-BR-SUB)
049135         COMPUTE HL-BV-ALLOWED ROUNDED =
049136             HL-BV-A-VALUE * HL-BR-TOLERANCE (HL-BR-SUB) / 100
049137         IF HL-BV-ALLOWED < ZERO
049138             COMPUTE HL-BV-ALLOWED = ZERO - HL-BV-ALLOWED
049139         END-IF
049140     END-IF.
049141     MOVE HL-BV-VARIANCE TO HL-BV-EDIT-1.
049142     IF HL-BV-ABS-VARIANCE NOT > HL-BV-ALLOWED
049143         DISPLAY 'HELLO: RULE ' HL-BR-RULE-ID (HL-BR-SUB)
049144                 ' IN BALANCE, VARIANCE ' HL-BV-EDIT-1
049145         GO TO 2470-EXIT
049146     END-IF.
049147     SET HL-BV-BREAK TO TRUE.
049148     MOVE HL-BV-ALLOWED TO HL-BV-EDIT-2.
049149     DISPLAY 'HELLO: CONTROL-TOTAL BREAK - RULE '
049150             HL-BR-RULE-ID (HL-BR-SUB) ' VARIANCE '
049151             HL-BV-EDIT-1 ' TOLERANCE ' HL-BV-EDIT-2.
049152     MOVE HL-BV-A-VALUE TO HL-BV-EDIT-1.
049153     DISPLAY 'HELLO:   STEP ' HL-BR-A-SEQ (HL-BR-SUB) ' '
049154             HL-BR-A-TAG (HL-BR-SUB) ' = ' HL-BV-EDIT-1.
049155     MOVE HL-BV-B-VALUE TO HL-BV-EDIT-1.
049156     DISPLAY 'HELLO:   STEP ' HL-BR-B-SEQ (HL-BR-SUB) ' '
049157             HL-BR-B-TAG (HL-BR-SUB) ' = ' HL-BV-EDIT-1.
049158 2470-EXIT.
049159     EXIT.
049160*--------------------------------------------------------------*
049161*
049162* 2150-RESOLVE-ARGS.  COPY THE CURRENT STEP'S ARGUMENTS INTO
049163*                     HL-ARGS-RESOLVED, REPLACING THE RUNTIME
049164*                     SYMBOLS AS THEY ARE MET: &RUNDATE (THE
049165*                     RESOLVED YYYYMMDD BUSINESS DATE), &RUNID
049166*                     (RUN DATE
049167*                     PLUS START TIME), &SEQ (THIS STEP'S
049168*                     SEQUENCE) AND &PRIORRC (THE RC OF THE
049169*                     LAST STEP THAT ACTUALLY RAN).  AN
049170*                     UNRECOGNISED &WORD IS PASSED THROUGH
049171*                     UNTOUCHED FOR THE SCRIPT TO DEAL WITH.
049172*
049173*--------------------------------------------------------------*
049174 2150-RESOLVE-ARGS.
049175     MOVE SPACES TO HL-ARGS-RESOLVED.
049176     MOVE HL-STEP-ARGS (HL-STEP-IDX) TO HL-ARGS-WORK.
049177     MOVE 60 TO HL-ARGS-LEN.
049178     PERFORM 2155-TRIM-ARGS-LEN THRU 2155-EXIT
049179         UNTIL HL-ARGS-LEN = ZERO
049180             OR HL-ARGS-WORK (HL-ARGS-LEN : 1) NOT = SPACE.
049181     IF HL-ARGS-LEN = ZERO
049182         GO TO 2150-EXIT
049183     END-IF.
049184     MOVE HL-PRIOR-RC TO HL-PRIOR-RC-DISP.
049185     MOVE 1 TO HL-SUB-IN-POS.
049186     MOVE 1 TO HL-SUB-OUT-POS.
049187     PERFORM 2160-RESOLVE-ONE-CHAR THRU 2160-EXIT
049188         UNTIL HL-SUB-IN-POS > HL-ARGS-LEN.
049189 2150-EXIT.
049190     EXIT.
049191*--------------------------------------------------------------*
049192*
049193* 2155-TRIM-ARGS-LEN.  STEP THE ARGUMENT LENGTH BACK PAST THE
049194*                      TRAILING BLANKS.
049195*
049196*--------------------------------------------------------------*
049197 2155-TRIM-ARGS-LEN.
049198     SUBTRACT 1 FROM HL-ARGS-LEN.
049199 2155-EXIT.
049200     EXIT.
049201*--------------------------------------------------------------*
049202*
049203* 2160-RESOLVE-ONE-CHAR.  HANDLE ONE POSITION OF THE ARGUMENT
049204*                         STRING - EITHER THE START OF A KNOWN
049205*                         &SYMBOL, WHICH IS REPLACED WHOLE, OR
049206*                         AN ORDINARY CHARACTER, WHICH IS
049207*                         COPIED ACROSS.  OUTPUT PAST THE END
049208*                         OF HL-ARGS-RESOLVED IS DROPPED.
049209*
049210*--------------------------------------------------------------*
049211 2160-RESOLVE-ONE-CHAR.
049212     IF HL-ARGS-WORK (HL-SUB-IN-POS : 1) = '&'
049213         IF HL-SUB-IN-POS + 7 <= HL-ARGS-LEN
049214             AND HL-ARGS-WORK (HL-SUB-IN-POS : 8) = '&RUNDATE'
049215             IF HL-SUB-OUT-POS <= 113
049216                 MOVE HL-BUSINESS-DATE TO
049217                     HL-ARGS-RESOLVED (HL-SUB-OUT-POS : 8)
049218                 ADD 8 TO HL-SUB-OUT-POS
049219             END-IF
049220             ADD 8 TO HL-SUB-IN-POS
049221             GO TO 2160-EXIT
049222         END-IF
049223         IF HL-SUB-IN-POS + 7 <= HL-ARGS-LEN
049224             AND HL-ARGS-WORK (HL-SUB-IN-POS : 8) = '&PRIORRC'
049225             IF HL-SUB-OUT-POS <= 116
049226                 MOVE HL-PRIOR-RC-DISP TO
049227                     HL-ARGS-RESOLVED (HL-SUB-OUT-POS : 5)
049228                 ADD 5 TO HL-SUB-OUT-POS
049229             END-IF
049230             ADD 8 TO HL-SUB-IN-POS
049231             GO TO 2160-EXIT
049232         END-IF
049233         IF HL-SUB-IN-POS + 5 <= HL-ARGS-LEN
049234             AND HL-ARGS-WORK (HL-SUB-IN-POS : 6) = '&RUNID'
049235             IF HL-SUB-OUT-POS <= 105
049236                 MOVE HL-LOG-RUN-DATE TO
049237                     HL-ARGS-RESOLVED (HL-SUB-OUT-POS : 8)
049238                 MOVE HL-LOG-START-TIME TO
049239                     HL-ARGS-RESOLVED (HL-SUB-OUT-POS + 8 : 8)
049240                 ADD 16 TO HL-SUB-OUT-POS
049241             END-IF
049242             ADD 6 TO HL-SUB-IN-POS
049243             GO TO 2160-EXIT
049244         END-IF
049245         IF HL-SUB-IN-POS + 3 <= HL-ARGS-LEN
049246             AND HL-ARGS-WORK (HL-SUB-IN-POS : 4) = '&SEQ'
049247             IF HL-SUB-OUT-POS <= 117
049248                 MOVE HL-STEP-SEQ (HL-STEP-IDX) TO
049249                     HL-ARGS-RESOLVED (HL-SUB-OUT-POS : 4)
049250                 ADD 4 TO HL-SUB-OUT-POS
049251             END-IF
049252             ADD 4 TO HL-SUB-IN-POS
049253             GO TO 2160-EXIT
049254         END-IF
049255     END-IF.
049256     IF HL-SUB-OUT-POS <= 120
049257         MOVE HL-ARGS-WORK (HL-SUB-IN-POS : 1) TO
049258             HL-ARGS-RESOLVED (HL-SUB-OUT-POS : 1)
049259         ADD 1 TO HL-SUB-OUT-POS
049260     END-IF.
049261     ADD 1 TO HL-SUB-IN-POS.
049262 2160-EXIT.
049263     EXIT.
049264*--------------------------------------------------------------*
049265*
049266* 4000-READ-CHECKPOINT.  ON STARTUP, READ HELCKPT (IF IT
049267*                        EXISTS) TO FIND THE SEQUENCE NUMBER OF
049268*                        THE LAST STEP THAT COMPLETED
049269*                        SUCCESSFULLY ON A PRIOR ATTEMPT, SO AN
049270*                        OPERATOR-INITIATED RESTART SKIPS PAST
049271*                        IT RATHER THAN RUNNING IT AGAIN.
049272*
049273*--------------------------------------------------------------*
049400 4000-READ-CHECKPOINT.
049500     MOVE ZERO TO HL-CKPT-LAST-SEQ.
049600     OPEN INPUT CHECKPOINT-FILE.
051865*--------------------------------------------------------------*
051870 5000-PRINT-PLAN.
051875     DISPLAY 'HELLO: DRY-RUN PLAN - NO STEP WILL BE EXECUTED'.
051877     DISPLAY 'HELLO: JOB STREAM = ' HL-STREAM-ID.
051880     DISPLAY 'HELLO: BUSINESS DATE = ' HL-BUSINESS-DATE.
051885     DISPLAY 'HELLO: CHECKPOINT WATERMARK = ' HL-CKPT-LAST-SEQ.
051890     IF HL-OVR-PRESENT
051895         DISPLAY 'HELLO: OPERATOR OVERRIDES (' HL-OVR-FILE-NAME
051900                 ') ARE IN EFFECT - A DRY RUN DOES NOT CONSUME '
051902                 'THE FILE'
051905     END-IF.
051910     MOVE ZERO TO HL-PLAN-LINE-NO.
051915     MOVE ZERO TO HL-PLAN-RUNS.
052420         DISPLAY 'HELLO:       PARALLEL GROUP '
052425                 HL-STEP-PAR-GROUP (HL-STEP-IDX)
052430     END-IF.
052431     IF HL-STEP-TRIG-TOKEN (HL-STEP-IDX) NOT = SPACES
052432         DISPLAY 'HELLO:       UPSTREAM TOKEN: '
052433                 HL-STEP-TRIG-TOKEN (HL-STEP-IDX)
052434         DISPLAY 'HELLO:       POLL '
052435                 HL-STEP-TRIG-POLL-SECS (HL-STEP-IDX)
052436                 ' SECS, WAIT '
052437                 HL-STEP-TRIG-WAIT-MINS (HL-STEP-IDX)
052438                 ' MINS, DEADLINE '
052439                 HL-STEP-TRIG-DEADLINE (HL-STEP-IDX)
052440                 ' (ZERO = DEFAULT / NONE)'
052441     END-IF.
052442     IF HL-STEP-CTL-TAGS (HL-STEP-IDX) NOT = SPACES
052443         DISPLAY 'HELLO:       CONTROL TOTALS: '
052444                 HL-STEP-CTL-TAG (HL-STEP-IDX, 1) ' '
052445                 HL-STEP-CTL-TAG (HL-STEP-IDX, 2) ' '
052446                 HL-STEP-CTL-TAG (HL-STEP-IDX, 3)
052447     END-IF.
052448     PERFORM 2010-VALIDATE-STEP THRU 2010-EXIT.
052449     IF HL-VALID-FAILED
052450         ADD 1 TO HL-PLAN-ERRORS
052451         DISPLAY 'HELLO:       *FAILS VALIDATION*'
052455     ELSE
052460         DISPLAY 'HELLO:       VALIDATES OK'
052465     END-IF.
052510*                     TIME (THE ORIGINAL LISP STEP), HOW MANY
052515*                     LINES OF OUTPUT WERE CAPTURED, AND WHETHER
052520*                     THAT FIRST STEP BREACHED ITS SLA THRESHOLD.
052521*                     AN AD-HOC RUN LOGS ITS ONE STEP'S FIGURES
052522*                     INSTEAD, FLAGGED AD-HOC WITH THE SEQUENCE
052523*                     RUN.  THE SUBMITTING USER AND THE DRIVER
052524*                     VERSION ARE LOGGED EITHER WAY.
052525*
052530*--------------------------------------------------------------*
052800 8000-WRITE-RUNLOG.
053200     MOVE HL-OUT-TOTAL-LINES TO HL-LOG-OUTPUT-LINES.
053250     MOVE HL-STEP-SLA-BREACH-SW (1) TO HL-LOG-SLA-BREACH-SW.
053260     MOVE HL-SLA-THRESHOLD-SECS TO HL-LOG-SLA-THRESHOLD-SECS.
053280     MOVE HL-STREAM-ID TO HL-LOG-STREAM.
053281     MOVE HL-LOCK-USER-NAME TO HL-LOG-RUN-USER.
053282     MOVE HL-DRV-VERSION TO HL-LOG-DRV-VERSION.
053283     MOVE 'N' TO HL-LOG-ADHOC-SW.
053284     MOVE ZERO TO HL-LOG-ADHOC-SEQ.
053285     IF HL-ADHOC-RUN
053286         MOVE 'Y' TO HL-LOG-ADHOC-SW
053287         MOVE HL-ADHOC-SEQ TO HL-LOG-ADHOC-SEQ
053288         MOVE HL-STEP-ELAPSED-SECS (HL-ADHOC-SUB)
053289             TO HL-LOG-LISP-ELAPSED-SECS
053290         MOVE HL-STEP-SLA-BREACH-SW (HL-ADHOC-SUB)
053291             TO HL-LOG-SLA-BREACH-SW
053292     END-IF.
053300     OPEN EXTEND RUNLOG-FILE.
053400     IF HL-LOG-FILE-STATUS = '05' OR '35'
053500         OPEN OUTPUT RUNLOG-FILE
056300     MOVE SPACES TO HL-STP-RECORD.
056400     MOVE HL-LOG-RUN-DATE TO HL-STP-RUN-DATE.
056500     MOVE HL-LOG-START-TIME TO HL-STP-RUN-START-TIME.
056550     MOVE HL-STREAM-ID TO HL-STP-STREAM.
056600     MOVE HL-STEP-SEQ (HL-STEP-IDX) TO HL-STP-SEQ.
056700     MOVE HL-STEP-INTERP-TOKEN (HL-STEP-IDX)
056800         TO HL-STP-INTERP-TOKEN.
058409         AND NOT HL-STEP-OVRDHELD
058410         MOVE 'F' TO HL-STP-OVERRIDE
058411     END-IF.
058414     MOVE HL-ADHOC-SW TO HL-STP-ADHOC-SW.
058417     MOVE HL-LOCK-USER-NAME TO HL-STP-RUN-USER.
058423     IF HL-STEP-SKIPPED OR HL-STEP-CONDSKIP OR HL-STEP-SCHEDSKIP
058429         OR HL-STEP-OVRDSKIP OR HL-STEP-OVRDHELD
058435         MOVE ZERO TO HL-STP-TRIG-WAIT-SECS
058441         MOVE SPACE TO HL-STP-TRIG-STATUS
058447     ELSE
058453         MOVE HL-STEP-TRIG-WAIT-SECS (HL-STEP-IDX)
058459             TO HL-STP-TRIG-WAIT-SECS
058465         MOVE HL-STEP-TRIG-STATUS (HL-STEP-IDX)
058471             TO HL-STP-TRIG-STATUS
058477     END-IF.
058479     MOVE ZERO TO HL-STP-RETRIES.
058481     IF HL-STEP-ATTEMPT-NUM > 1
058483         AND NOT (HL-STEP-SKIPPED OR HL-STEP-CONDSKIP
058485             OR HL-STEP-SCHEDSKIP OR HL-STEP-OVRDSKIP
058487             OR HL-STEP-OVRDHELD)
058489         COMPUTE HL-STP-RETRIES = HL-STEP-ATTEMPT-NUM - 1
058491     END-IF.
058493     WRITE HL-STP-RECORD.
058500     IF HL-STP-FILE-STATUS NOT = '00'
058600         DISPLAY 'HELLO: UNABLE TO WRITE STEPLOG, '
058700                 'FILE STATUS = ' HL-STP-FILE-STATUS
