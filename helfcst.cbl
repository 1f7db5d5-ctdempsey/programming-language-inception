000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELFCST.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - BATCH-WINDOW COMPLETION    *
001100*                 FORECAST FOR ONE JOB STREAM.  REBUILDS       *
001200*                 TONIGHT'S PLAN THE WAY HELLO WILL RUN IT -   *
001300*                 THE STREAM'S DRIVER, THE HELLOCAL SCHEDULE   *
001400*                 ON THE RESOLVED BUSINESS DATE, THE           *
001500*                 CHECKPOINT WATERMARK, THE HELLOOVR SKIPS,    *
001600*                 FORCES AND HOLD, THE RUN CONDITIONS AND THE  *
001700*                 PARALLEL GROUPS - AND PROJECTS AN EXPECTED   *
001800*                 AND A WORST-CASE FINISH FROM EACH STEP'S     *
001900*                 TYPICAL (AVERAGE CLEAN) AND WORST ELAPSED    *
002000*                 SECONDS ON THE HELLHIST STEP RECORDS.  A     *
002100*                 PARALLEL GROUP COUNTS AS LONG AS ITS SLOWEST *
002200*                 MEMBER.  PRINTS THE CRITICAL PATH WITH       *
002300*                 EXPECTED AND WORST END TIMES.                *
002400*                 PARM='STREAM=XXXX,START=HHMM,WINDOW=HHMM',   *
002500*                 EVERY WORD OPTIONAL (NITE, NOW AND 0600).    *
002600*                 RC 4 = THE WORST CASE RUNS PAST THE WINDOW   *
002700*                 END, RC 8 = BAD PARM, RC 16 = THE DRIVER,    *
002800*                 HELLHIST OR THE REPORT WOULD NOT OPEN.       *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. LINUX.
003300 OBJECT-COMPUTER. LINUX.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL DRIVER-FILE ASSIGN USING HF-DRV-FILE-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HF-DRV-FILE-STATUS.
003900     SELECT OPTIONAL CHECKPOINT-FILE
004000         ASSIGN USING HF-CKP-FILE-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS HF-CKP-FILE-STATUS.
004300     SELECT OPTIONAL CALENDAR-FILE ASSIGN TO 'HELLOCAL'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS HF-CAL-FILE-STATUS.
004600     SELECT OPTIONAL OVERRIDE-FILE
004700         ASSIGN USING HF-OVR-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS HF-OVR-FILE-STATUS.
005000     SELECT HISTORY-FILE ASSIGN TO 'HELLHIST'
005100         ORGANIZATION IS INDEXED
005200         ACCESS IS DYNAMIC
005300         RECORD KEY IS HL-HST-KEY
005400         FILE STATUS IS HF-HST-FILE-STATUS.
005500     SELECT REPORT-FILE ASSIGN TO 'FCSTRPT'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS HF-RPT-FILE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DRIVER-FILE.
006100 COPY HLDRV.
006200 FD  CHECKPOINT-FILE.
006300 01  HF-CKP-RECORD               PIC X(04).
006400 FD  CALENDAR-FILE.
006500 COPY HLCAL.
006600 FD  OVERRIDE-FILE.
006700 01  HF-OVR-RECORD.
006800     05  HF-OVR-ACTION           PIC X(05).
006900     05  FILLER                  PIC X(01).
007000     05  HF-OVR-SEQ              PIC 9(04).
007100 FD  HISTORY-FILE.
007200 COPY HLHST.
007300 FD  REPORT-FILE.
007400 01  HF-REPORT-LINE              PIC X(80).
007500 WORKING-STORAGE SECTION.
007600*--------------------------------------------------------------*
007700* SWITCHES AND COUNTERS                                         *
007800*--------------------------------------------------------------*
007900 77  HF-DRV-FILE-STATUS       PIC X(02) VALUE '00'.
008000 77  HF-CKP-FILE-STATUS       PIC X(02) VALUE '00'.
008100 77  HF-CAL-FILE-STATUS       PIC X(02) VALUE '00'.
008200 77  HF-OVR-FILE-STATUS       PIC X(02) VALUE '00'.
008300 77  HF-HST-FILE-STATUS       PIC X(02) VALUE '00'.
008400 77  HF-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
008500 77  HF-HST-EOF-SW            PIC X(01) VALUE 'N'.
008600     88  HF-HST-EOF               VALUE 'Y'.
008700 77  HF-FOUND-SW              PIC X(01) VALUE 'N'.
008800     88  HF-FOUND                 VALUE 'Y'.
008900 77  HF-NO-HIST-SW            PIC X(01) VALUE 'N'.
009000     88  HF-NO-HIST-SEEN          VALUE 'Y'.
009100 77  HF-TOKEN-SW              PIC X(01) VALUE 'N'.
009200     88  HF-TOKEN-SEEN            VALUE 'Y'.
009300 77  HF-HIST-RECORDS          PIC 9(07) VALUE ZERO.
009400*--------------------------------------------------------------*
009500* JOB STREAM, PER-STREAM DDNAMES AND PARM-PARSING FIELDS.  NITE *
009600* KEEPS THE ORIGINAL DDNAMES; ANY OTHER STREAM USES DRVXXXX,    *
009700* CKPXXXX AND OVRXXXX AS HELLO DOES.                            *
009800*--------------------------------------------------------------*
009900 77  HF-STREAM-ID             PIC X(04) VALUE 'NITE'.
010000 77  HF-CUR-STREAM            PIC X(04) VALUE SPACES.
010100 77  HF-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
010200 77  HF-CKP-FILE-NAME         PIC X(08) VALUE 'HELCKPT'.
010300 77  HF-OVR-FILE-NAME         PIC X(08) VALUE 'HELLOOVR'.
010400 77  HF-PARM-WORD             PIC X(20) VALUE SPACES.
010500 77  HF-PARM-PTR              PIC S9(04) COMP VALUE ZERO.
010600 77  HF-PARM-SCAN-LEN         PIC S9(04) COMP VALUE ZERO.
010700 77  HF-START-GIVEN-SW        PIC X(01) VALUE 'N'.
010800     88  HF-START-GIVEN           VALUE 'Y'.
010900*--------------------------------------------------------------*
011000* PLANNED START AND WINDOW END.  EVERY CLOCK BELOW IS SECONDS   *
011100* FROM THE MIDNIGHT BEFORE THE PLANNED START, SO A CHAIN THAT   *
011200* RUNS PAST MIDNIGHT SIMPLY COUNTS ON PAST 86400.               *
011300*--------------------------------------------------------------*
011400 01  HF-NOW-TIME              PIC 9(08) VALUE ZERO.
011500 01  HF-NOW-TIME-R REDEFINES HF-NOW-TIME.
011600     05  HF-NOW-HH            PIC 9(02).
011700     05  HF-NOW-MM            PIC 9(02).
011800     05  HF-NOW-SS            PIC 9(02).
011900     05  HF-NOW-CC            PIC 9(02).
012000 01  HF-START-HHMM            PIC 9(04) VALUE ZERO.
012100 01  HF-START-HHMM-R REDEFINES HF-START-HHMM.
012200     05  HF-START-HH          PIC 9(02).
012300     05  HF-START-MM          PIC 9(02).
012400 01  HF-WINDOW-HHMM           PIC 9(04) VALUE 0600.
012500 01  HF-WINDOW-HHMM-R REDEFINES HF-WINDOW-HHMM.
012600     05  HF-WINDOW-HH         PIC 9(02).
012700     05  HF-WINDOW-MM         PIC 9(02).
012800 77  HF-RUN-DATE              PIC 9(08) VALUE ZERO.
012900 77  HF-START-TIME            PIC 9(08) VALUE ZERO.
013000 77  HF-START-SECS            PIC 9(07) COMP VALUE ZERO.
013100 77  HF-WINDOW-SECS           PIC 9(07) COMP VALUE ZERO.
013200 77  HF-EXP-CLOCK             PIC 9(07) COMP VALUE ZERO.
013300 77  HF-WRST-CLOCK            PIC 9(07) COMP VALUE ZERO.
013400 77  HF-MARGIN-SECS           PIC 9(07) COMP VALUE ZERO.
013500*--------------------------------------------------------------*
013600* BUSINESS-DATE RESOLUTION AND JULIAN-DAY WORK AREAS - THE SAME *
013700* RULES AND FORMULAS HELLO USES, SO THE FORECAST SEES THE SAME  *
013800* BUSINESS DATE AND RUN NIGHT THE CHAIN WILL.                   *
013900*--------------------------------------------------------------*
014000 77  HF-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
014100 77  HF-RUN-NIGHT-DATE        PIC 9(08) VALUE ZERO.
014200 77  HF-RUN-NIGHT-DOW         PIC 9(01) COMP VALUE ZERO.
014300 77  HF-BUS-DOW               PIC 9(01) COMP VALUE ZERO.
014350 77  HF-DOW-QUOT              PIC 9(08) COMP VALUE ZERO.
014400 77  HF-BUS-DATE-SET-SW       PIC X(01) VALUE 'N'.
014500     88  HF-BUS-DATE-SET          VALUE 'Y'.
014600 01  HF-JDN-DATE              PIC 9(08) VALUE ZERO.
014700 01  HF-JDN-DATE-R REDEFINES HF-JDN-DATE.
014800     05  HF-JD-YEAR           PIC 9(04).
014900     05  HF-JD-MONTH          PIC 9(02).
015000     05  HF-JD-DAY            PIC 9(02).
015100 77  HF-JDN-A                 PIC 9(01) COMP VALUE ZERO.
015200 77  HF-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
015300 77  HF-JDN-M                 PIC 9(02) COMP VALUE ZERO.
015400 77  HF-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
015500 01  HF-JDI-DATE              PIC 9(08) VALUE ZERO.
015600 01  HF-JDI-DATE-R REDEFINES HF-JDI-DATE.
015700     05  HF-JDI-YEAR          PIC 9(04).
015800     05  HF-JDI-MONTH         PIC 9(02).
015900     05  HF-JDI-DAY           PIC 9(02).
016000 77  HF-INV-A                 PIC 9(08) COMP VALUE ZERO.
016100 77  HF-INV-B                 PIC 9(03) COMP VALUE ZERO.
016200 77  HF-INV-C                 PIC 9(06) COMP VALUE ZERO.
016300 77  HF-INV-D                 PIC 9(02) COMP VALUE ZERO.
016400 77  HF-INV-E                 PIC 9(04) COMP VALUE ZERO.
016500 77  HF-INV-M                 PIC 9(02) COMP VALUE ZERO.
016600*--------------------------------------------------------------*
016700* HELLOCAL BUSINESS CALENDAR TABLE                              *
016800*--------------------------------------------------------------*
016900 01  HF-CAL-TABLE.
017000     05  HF-CAL-ENTRY OCCURS 500 TIMES.
017100         10  HF-CAL-ENT-DATE      PIC 9(08).
017200         10  HF-CAL-ENT-TYPE      PIC X(01).
017300 77  HF-CAL-COUNT             PIC 9(04) COMP VALUE ZERO.
017400 77  HF-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
017500 77  HF-CAL-LOADED-SW         PIC X(01) VALUE 'N'.
017600     88  HF-CAL-LOADED            VALUE 'Y'.
017700 77  HF-CAL-HOL-FOUND-SW      PIC X(01) VALUE 'N'.
017800     88  HF-CAL-HOL-FOUND         VALUE 'Y'.
017900 77  HF-CAL-M-FOUND-SW        PIC X(01) VALUE 'N'.
018000     88  HF-CAL-M-FOUND           VALUE 'Y'.
018100 77  HF-CAL-Q-FOUND-SW        PIC X(01) VALUE 'N'.
018200     88  HF-CAL-Q-FOUND           VALUE 'Y'.
018300*--------------------------------------------------------------*
018400* CHECKPOINT WATERMARK AND HELLOOVR OVERRIDE TABLE              *
018500*--------------------------------------------------------------*
018600 77  HF-CKPT-LAST-SEQ         PIC 9(04) VALUE ZERO.
018700 01  HF-OVR-TABLE.
018800     05  HF-OVR-ENTRY OCCURS 20 TIMES.
018900         10  HF-OVR-ENT-ACTION    PIC X(01).
019000         10  HF-OVR-ENT-SEQ       PIC 9(04).
019100 77  HF-OVR-COUNT             PIC 9(04) COMP VALUE ZERO.
019200 77  HF-OVR-SUB               PIC 9(04) COMP VALUE ZERO.
019300 77  HF-OVR-HOLD-ACTIVE-SW    PIC X(01) VALUE 'N'.
019400     88  HF-OVR-HOLD-ACTIVE       VALUE 'Y'.
019500 77  HF-OVR-HOLD-SEQ          PIC 9(04) VALUE ZERO.
019600 77  HF-OVRDSKIP-SW           PIC X(01) VALUE 'N'.
019700     88  HF-OVRDSKIP              VALUE 'Y'.
019800 77  HF-FORCED-SW             PIC X(01) VALUE 'N'.
019900     88  HF-FORCED                VALUE 'Y'.
020000 77  HF-SCHED-MET-SW          PIC X(01) VALUE 'Y'.
020100     88  HF-SCHED-MET             VALUE 'Y'.
020200 77  HF-PRED-SUB              PIC 9(04) COMP VALUE ZERO.
020300 77  HF-PRED-PLAN             PIC X(01) VALUE SPACE.
020400*--------------------------------------------------------------*
020500* PLAN TABLE - ONE ROW PER DRIVER STEP, IN DRIVER ORDER.  THE   *
020600* PLAN CODE SAYS WHAT HELLO WILL DO WITH THE STEP TONIGHT:      *
020700*   R  RUN              H  HELD BY A HELLOOVR HOLD              *
020800*   O  HELLOOVR SKIP    C  AT OR BELOW THE CHECKPOINT           *
020900*   D  OFF SCHEDULE     F  ON-FAILURE STEP - NOT ON A CLEAN     *
021000*   P  PREDECESSOR WILL NOT RUN, SO ON-SUCCESS-OF IS NOT MET    *
021100*--------------------------------------------------------------*
021200 01  HF-STEP-TABLE.
021300     05  HF-STEP-ENTRY OCCURS 20 TIMES INDEXED BY HF-STEP-IDX.
021400         10  HF-STEP-SEQ             PIC 9(04).
021500         10  HF-STEP-SCRIPT          PIC X(50).
021600         10  HF-STEP-RUN-COND        PIC X(01).
021700             88  HF-STEP-COND-ALWAYS     VALUE 'A'.
021800             88  HF-STEP-COND-ON-SUCCESS VALUE 'S'.
021900             88  HF-STEP-COND-ON-FAILURE VALUE 'F'.
022000         10  HF-STEP-COND-SEQ        PIC 9(04).
022100         10  HF-STEP-PAR-GROUP       PIC 9(02).
022200         10  HF-STEP-SCHED-TYPE      PIC X(01).
022300             88  HF-STEP-SCHED-DAILY     VALUE ' ' 'D'.
022400             88  HF-STEP-SCHED-WEEKDAYS  VALUE 'W'.
022500             88  HF-STEP-SCHED-MONTH-END VALUE 'M'.
022600             88  HF-STEP-SCHED-QTR-END   VALUE 'Q'.
022700         10  HF-STEP-SCHED-DAYS      PIC X(07).
022800         10  HF-STEP-TRIG-SW         PIC X(01).
022900             88  HF-STEP-HAS-TRIGGER     VALUE 'Y'.
023000         10  HF-STEP-TRIG-DEADLINE   PIC 9(04).
023100         10  HF-STEP-PLAN            PIC X(01).
023200             88  HF-STEP-WILL-RUN        VALUE 'R'.
023300         10  HF-STEP-FORCED-SW       PIC X(01).
023400         10  HF-STEP-CLEAN-RUNS      PIC 9(05) COMP.
023500         10  HF-STEP-ALL-RUNS        PIC 9(05) COMP.
023600         10  HF-STEP-ELAPSED-SUM     PIC 9(09) COMP.
023700         10  HF-STEP-TYPICAL         PIC 9(05).
023800         10  HF-STEP-WORST           PIC 9(05).
023900         10  HF-STEP-CRIT-SW         PIC X(01).
024000             88  HF-STEP-CRITICAL        VALUE 'Y'.
024100         10  HF-STEP-EXP-END         PIC 9(07) COMP.
024200         10  HF-STEP-WRST-END        PIC 9(07) COMP.
024300 77  HF-STEP-COUNT            PIC 9(04) COMP VALUE ZERO.
024400 77  HF-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
024500*--------------------------------------------------------------*
024600* PARALLEL-GROUP PROJECTION FIELDS                              *
024700*--------------------------------------------------------------*
024800 77  HF-CUR-GROUP             PIC 9(02) VALUE ZERO.
024900 77  HF-GRP-TYPICAL           PIC 9(05) VALUE ZERO.
025000 77  HF-GRP-WORST             PIC 9(05) VALUE ZERO.
025100 77  HF-GRP-CRIT-SUB          PIC 9(04) COMP VALUE ZERO.
025200*--------------------------------------------------------------*
025300* TIME FORMATTING - SECONDS IN HF-FMT-SECS TO HH:MM:SS ON THE   *
025400* CLOCK FACE (A FINISH PAST MIDNIGHT WRAPS ROUND).              *
025500*--------------------------------------------------------------*
025600 77  HF-FMT-SECS              PIC 9(07) COMP VALUE ZERO.
025700 77  HF-FMT-DAYS              PIC 9(03) COMP VALUE ZERO.
025800 77  HF-FMT-DAY-SECS          PIC 9(05) COMP VALUE ZERO.
025900 77  HF-FMT-REM               PIC 9(05) COMP VALUE ZERO.
026000 01  HF-FMT-TIME.
026100     05  HF-FMT-HH            PIC 9(02).
026200     05  FILLER               PIC X(01) VALUE ':'.
026300     05  HF-FMT-MM            PIC 9(02).
026400     05  FILLER               PIC X(01) VALUE ':'.
026500     05  HF-FMT-SS            PIC 9(02).
026600 77  HF-EDIT-SECS             PIC Z(06)9.
026700*--------------------------------------------------------------*
026800* REPORT LINE-BUILDING WORK AREAS                               *
026900*--------------------------------------------------------------*
027000 01  HF-DETAIL-LINE.
027100     05  HF-DL-SEQ            PIC 9(04).
027200     05  FILLER               PIC X(02).
027300     05  HF-DL-GROUP          PIC X(02).
027400     05  FILLER               PIC X(02).
027500     05  HF-DL-SCRIPT         PIC X(20).
027600     05  FILLER               PIC X(01).
027700     05  HF-DL-PLAN           PIC X(11).
027800     05  FILLER               PIC X(01).
027900     05  HF-DL-TYPICAL        PIC ZZZZ9.
028000     05  FILLER               PIC X(02).
028100     05  HF-DL-WORST          PIC ZZZZ9.
028200     05  FILLER               PIC X(02).
028300     05  HF-DL-EXP-END        PIC X(08).
028400     05  FILLER               PIC X(02).
028500     05  HF-DL-WRST-END       PIC X(08).
028600     05  FILLER               PIC X(01).
028700     05  HF-DL-CRIT           PIC X(01).
028800 01  HF-SUMMARY-LINE.
028900     05  HF-SL-LABEL          PIC X(20).
029000     05  HF-SL-TIME           PIC X(08).
029100     05  FILLER               PIC X(03).
029200     05  HF-SL-NOTE           PIC X(49).
029300*--------------------------------------------------------------*
029400 LINKAGE SECTION.
029500 01  HF-PARM-AREA.
029600     05  HF-PARM-LEN             PIC S9(04) COMP.
029700     05  HF-PARM-TEXT            PIC X(80).
029800*--------------------------------------------------------------*
029900 PROCEDURE DIVISION USING HF-PARM-AREA.
030000*--------------------------------------------------------------*
030100*
030200* 0000-MAINLINE.  REBUILD TONIGHT'S PLAN FOR THE STREAM, PRICE
030300*                 EACH STEP FROM ITS HISTORY, WALK THE CHAIN
030400*                 TO AN EXPECTED AND A WORST-CASE FINISH AND
030500*                 PRINT THE FORECAST.  RC 4 WHEN THE WORST
030600*                 CASE RUNS PAST THE WINDOW END.
030700*
030800*--------------------------------------------------------------*
030900 0000-MAINLINE.
031000     PERFORM 0100-GET-PARM THRU 0100-EXIT.
031100     PERFORM 0200-SET-STREAM-FILES THRU 0200-EXIT.
031200     PERFORM 0300-SET-START-AND-WINDOW THRU 0300-EXIT.
031300     PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT.
031400     PERFORM 1100-RESOLVE-BUSINESS-DATE THRU 1100-EXIT.
031500     PERFORM 1200-LOAD-DRIVER THRU 1200-EXIT.
031600     PERFORM 1300-LOAD-OVERRIDES THRU 1300-EXIT.
031700     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT.
031800     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
031900     SET HF-STEP-IDX TO 1.
032000     PERFORM 3000-PLAN-ONE-STEP THRU 3000-EXIT
032100         UNTIL HF-STEP-IDX > HF-STEP-COUNT.
032200     MOVE HF-START-SECS TO HF-EXP-CLOCK.
032300     MOVE HF-START-SECS TO HF-WRST-CLOCK.
032400     SET HF-STEP-IDX TO 1.
032500     PERFORM 4000-PROJECT-NODE THRU 4000-EXIT
032600         UNTIL HF-STEP-IDX > HF-STEP-COUNT.
032700     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
032800     PERFORM 6000-SET-RETURN-CODE THRU 6000-EXIT.
032900     STOP RUN.
033000*--------------------------------------------------------------*
033100*
033200* 0100-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
033300*                 OF 'STREAM=XXXX', 'START=HHMM' AND
033400*                 'WINDOW=HHMM' - ANY OTHER VALUE STOPS THE
033500*                 RUN WITH RC 8 RATHER THAN FORECASTING A
033600*                 DIFFERENT NIGHT THAN THE OPERATOR INTENDED.
033700*
033800*--------------------------------------------------------------*
033900 0100-GET-PARM.
034000     IF HF-PARM-LEN = ZERO
034100         GO TO 0100-EXIT
034200     END-IF.
034300     MOVE HF-PARM-LEN TO HF-PARM-SCAN-LEN.
034400     IF HF-PARM-SCAN-LEN > 80
034500         MOVE 80 TO HF-PARM-SCAN-LEN
034600     END-IF.
034700     MOVE 1 TO HF-PARM-PTR.
034800     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
034900         UNTIL HF-PARM-PTR > HF-PARM-SCAN-LEN.
035000 0100-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300*
035400* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
035500*                      THE PARM AND ACT ON IT.  A START OR
035600*                      WINDOW TIME MUST BE A REAL 24-HOUR
035700*                      CLOCK TIME.
035800*
035900*--------------------------------------------------------------*
036000 0150-GET-PARM-WORD.
036100     MOVE SPACES TO HF-PARM-WORD.
036200     UNSTRING HF-PARM-TEXT (1 : HF-PARM-SCAN-LEN)
036300         DELIMITED BY ','
036400         INTO HF-PARM-WORD
036500         WITH POINTER HF-PARM-PTR
036600     END-UNSTRING.
036700     IF HF-PARM-WORD (1 : 7) = 'STREAM='
036800         AND HF-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
036900         AND HF-PARM-WORD (8 : 1) NOT = SPACE
037000         AND HF-PARM-WORD (12 : 9) = SPACES
037100         MOVE HF-PARM-WORD (8 : 4) TO HF-STREAM-ID
037200         GO TO 0150-EXIT
037300     END-IF.
037400     IF HF-PARM-WORD (1 : 6) = 'START='
037500         AND HF-PARM-WORD (7 : 4) IS NUMERIC
037600         AND HF-PARM-WORD (11 : 10) = SPACES
037700         AND HF-PARM-WORD (7 : 2) NOT > '23'
037800         AND HF-PARM-WORD (9 : 2) NOT > '59'
037900         MOVE HF-PARM-WORD (7 : 4) TO HF-START-HHMM
038000         SET HF-START-GIVEN TO TRUE
038100         GO TO 0150-EXIT
038200     END-IF.
038300     IF HF-PARM-WORD (1 : 7) = 'WINDOW='
038400         AND HF-PARM-WORD (8 : 4) IS NUMERIC
038500         AND HF-PARM-WORD (12 : 9) = SPACES
038600         AND HF-PARM-WORD (8 : 2) NOT > '23'
038700         AND HF-PARM-WORD (10 : 2) NOT > '59'
038800         MOVE HF-PARM-WORD (8 : 4) TO HF-WINDOW-HHMM
038900         GO TO 0150-EXIT
039000     END-IF.
039100     DISPLAY 'HELFCST: BAD PARM - EXPECTED STREAM=XXXX, '
039200             'START=HHMM AND/OR WINDOW=HHMM, GOT '
039300             HF-PARM-TEXT (1 : HF-PARM-SCAN-LEN).
039400     MOVE 8 TO RETURN-CODE.
039500     STOP RUN.
039600 0150-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900*
040000* 0200-SET-STREAM-FILES.  POINT THE DRIVER, CHECKPOINT AND
040100*                         OVERRIDE FILES AT THE STREAM'S OWN
040200*                         DDNAMES, AS HELLO 0070 DOES.
040300*
040400*--------------------------------------------------------------*
040500 0200-SET-STREAM-FILES.
040600     IF HF-STREAM-ID = 'NITE'
040700         GO TO 0200-EXIT
040800     END-IF.
040900     MOVE SPACES TO HF-DRV-FILE-NAME HF-CKP-FILE-NAME
041000                    HF-OVR-FILE-NAME.
041100     STRING 'DRV' DELIMITED BY SIZE
041200             HF-STREAM-ID DELIMITED BY SPACE
041300         INTO HF-DRV-FILE-NAME
041400     END-STRING.
041500     STRING 'CKP' DELIMITED BY SIZE
041600             HF-STREAM-ID DELIMITED BY SPACE
041700         INTO HF-CKP-FILE-NAME
041800     END-STRING.
041900     STRING 'OVR' DELIMITED BY SIZE
042000             HF-STREAM-ID DELIMITED BY SPACE
042100         INTO HF-OVR-FILE-NAME
042200     END-STRING.
042300 0200-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------*
042600*
042700* 0300-SET-START-AND-WINDOW.  THE PLANNED START IS START=HHMM
042800*                             WHEN GIVEN, OTHERWISE NOW - SO A
042900*                             RUN JUST AHEAD OF THE CHAIN, OR
043000*                             IN THE MIDDLE OF A RESTART,
043100*                             NEEDS NO PARM.  THE WINDOW END
043200*                             IS THE NEXT OCCURRENCE OF THE
043300*                             WINDOW TIME AFTER THE START.
043400*
043500*--------------------------------------------------------------*
043600 0300-SET-START-AND-WINDOW.
043700     ACCEPT HF-RUN-DATE FROM DATE YYYYMMDD.
043800     ACCEPT HF-NOW-TIME FROM TIME.
043900     IF HF-START-GIVEN
044000         COMPUTE HF-START-TIME = HF-START-HHMM * 10000
044100         COMPUTE HF-START-SECS =
044200             (HF-START-HH * 3600) + (HF-START-MM * 60)
044300     ELSE
044400         MOVE HF-NOW-TIME TO HF-START-TIME
044500         COMPUTE HF-START-SECS =
044600             (HF-NOW-HH * 3600) + (HF-NOW-MM * 60) + HF-NOW-SS
044700     END-IF.
044800     COMPUTE HF-WINDOW-SECS =
044900         (HF-WINDOW-HH * 3600) + (HF-WINDOW-MM * 60).
045000     IF HF-WINDOW-SECS NOT > HF-START-SECS
045100         ADD 86400 TO HF-WINDOW-SECS
045200     END-IF.
045300 0300-EXIT.
045400     EXIT.
045500*--------------------------------------------------------------*
045600*
045700* 0400-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HF-JDN-DATE
045800*                    TO A JULIAN DAY NUMBER IN HF-JDN-NUM -
045900*                    THE STANDARD FLIEGEL/VAN FLANDERN INTEGER
046000*                    FORMULA, AS IN HELLO AND HELLORPT.
046100*
046200*--------------------------------------------------------------*
046300 0400-DATE-TO-JDN.
046400     COMPUTE HF-JDN-A = (14 - HF-JD-MONTH) / 12.
046500     COMPUTE HF-JDN-Y = HF-JD-YEAR + 4800 - HF-JDN-A.
046600     COMPUTE HF-JDN-M = HF-JD-MONTH + (12 * HF-JDN-A) - 3.
046700     COMPUTE HF-JDN-NUM =
046800         HF-JD-DAY + (((153 * HF-JDN-M) + 2) / 5)
046900         + (365 * HF-JDN-Y) + (HF-JDN-Y / 4)
047000         - (HF-JDN-Y / 100) + (HF-JDN-Y / 400) - 32045.
047100 0400-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------*
047400*
047500* 0410-JDN-TO-DATE.  THE INVERSE OF 0400 - TURN THE JULIAN DAY
047600*                    NUMBER IN HF-JDN-NUM BACK INTO A YYYYMMDD
047700*                    DATE IN HF-JDI-DATE.
047800*
047900*--------------------------------------------------------------*
048000 0410-JDN-TO-DATE.
048100     COMPUTE HF-INV-A = HF-JDN-NUM + 32044.
048200     COMPUTE HF-INV-B = ((4 * HF-INV-A) + 3) / 146097.
048300     COMPUTE HF-INV-C = HF-INV-A - ((146097 * HF-INV-B) / 4).
048400     COMPUTE HF-INV-D = ((4 * HF-INV-C) + 3) / 1461.
048500     COMPUTE HF-INV-E = HF-INV-C - ((1461 * HF-INV-D) / 4).
048600     COMPUTE HF-INV-M = ((5 * HF-INV-E) + 2) / 153.
048700     COMPUTE HF-JDI-DAY =
048800         HF-INV-E - (((153 * HF-INV-M) + 2) / 5) + 1.
048900     COMPUTE HF-JDI-MONTH =
049000         HF-INV-M + 3 - (12 * (HF-INV-M / 10)).
049100     COMPUTE HF-JDI-YEAR =
049200         (100 * HF-INV-B) + HF-INV-D - 4800 + (HF-INV-M / 10).
049300 0410-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600*
049700* 1000-LOAD-CALENDAR.  LOAD THE HELLOCAL BUSINESS CALENDAR
049800*                      INTO THE IN-MEMORY TABLE.  NO FILE, OR
049900*                      AN EMPTY ONE, LEAVES WEEKENDS-ONLY DATE
050000*                      LOGIC AND HOLDS THE CALENDAR-SCHEDULED
050100*                      STEPS OFF THE PLAN, AS HELLO WILL.
050200*
050300*--------------------------------------------------------------*
050400 1000-LOAD-CALENDAR.
050500     MOVE ZERO TO HF-CAL-COUNT.
050600     OPEN INPUT CALENDAR-FILE.
050700     IF HF-CAL-FILE-STATUS = '00'
050800         PERFORM 1010-READ-CAL-RECORD THRU 1010-EXIT
050900             UNTIL HF-CAL-FILE-STATUS NOT = '00'
051000                 OR HF-CAL-COUNT = 500
051100         CLOSE CALENDAR-FILE
051200     END-IF.
051300     IF HF-CAL-COUNT > ZERO
051400         SET HF-CAL-LOADED TO TRUE
051500     END-IF.
051600 1000-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------*
051900*
052000* 1010-READ-CAL-RECORD.  READ ONE CALENDAR RECORD INTO THE
052100*                        TABLE, PASSING OVER ANY RECORD
052200*                        WITHOUT A NUMERIC DATE.
052300*
052400*--------------------------------------------------------------*
052500 1010-READ-CAL-RECORD.
052600     READ CALENDAR-FILE
052700         AT END
052800             MOVE '10' TO HF-CAL-FILE-STATUS
052900             GO TO 1010-EXIT
053000     END-READ.
053100     IF HL-CAL-DATE NOT NUMERIC
053200         GO TO 1010-EXIT
053300     END-IF.
053400     ADD 1 TO HF-CAL-COUNT.
053500     MOVE HL-CAL-DATE TO HF-CAL-ENT-DATE (HF-CAL-COUNT).
053600     MOVE HL-CAL-TYPE TO HF-CAL-ENT-TYPE (HF-CAL-COUNT).
053700 1010-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000*
054100* 1100-RESOLVE-BUSINESS-DATE.  SETTLE THE RUN NIGHT AND
054200*                              BUSINESS DATE FOR THE PLANNED
054300*                              START BY HELLO'S OWN RULES - A
054400*                              MORNING START BELONGS TO LAST
054500*                              NIGHT, AND THE BUSINESS DATE
054600*                              BACKS OFF WEEKENDS AND HELLOCAL
054700*                              HOLIDAYS - THEN NOTE WHETHER THE
054800*                              BUSINESS DATE IS A MONTH END OR
054900*                              QUARTER END, WHEN THE M AND Q
055000*                              STEPS JOIN THE PLAN.
055100*
055200*--------------------------------------------------------------*
055300 1100-RESOLVE-BUSINESS-DATE.
055400     MOVE HF-RUN-DATE TO HF-BUSINESS-DATE.
055500     IF HF-START-TIME < 12000000
055600         PERFORM 1160-PREV-DAY THRU 1160-EXIT
055700     END-IF.
055800     MOVE HF-BUSINESS-DATE TO HF-RUN-NIGHT-DATE.
055900     MOVE HF-RUN-NIGHT-DATE TO HF-JDN-DATE.
056000     PERFORM 0400-DATE-TO-JDN THRU 0400-EXIT.
056100     DIVIDE HF-JDN-NUM BY 7
056200         GIVING HF-DOW-QUOT REMAINDER HF-RUN-NIGHT-DOW.
056300     MOVE 'N' TO HF-BUS-DATE-SET-SW.
056400     PERFORM 1150-BACK-OFF-NONBUS THRU 1150-EXIT
056500         UNTIL HF-BUS-DATE-SET.
056600     MOVE 1 TO HF-CAL-SUB.
056700     PERFORM 1180-CHECK-FLAG-ENTRY THRU 1180-EXIT
056800         UNTIL HF-CAL-SUB > HF-CAL-COUNT.
056900 1100-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200*
057300* 1150-BACK-OFF-NONBUS.  ONE ROUND OF THE BUSINESS-DAY TEST -
057400*                        A SATURDAY, SUNDAY OR HELLOCAL HOLIDAY
057500*                        STEPS THE CANDIDATE DATE BACK A DAY;
057600*                        ANYTHING ELSE SETTLES IT.
057700*
057800*--------------------------------------------------------------*
057900 1150-BACK-OFF-NONBUS.
058000     MOVE HF-BUSINESS-DATE TO HF-JDN-DATE.
058100     PERFORM 0400-DATE-TO-JDN THRU 0400-EXIT.
058200     DIVIDE HF-JDN-NUM BY 7
058250         GIVING HF-DOW-QUOT REMAINDER HF-BUS-DOW.
058300     MOVE 'N' TO HF-CAL-HOL-FOUND-SW.
058400     MOVE 1 TO HF-CAL-SUB.
058500     PERFORM 1170-CHECK-HOL-ENTRY THRU 1170-EXIT
058600         UNTIL HF-CAL-HOL-FOUND
058700             OR HF-CAL-SUB > HF-CAL-COUNT.
058800     IF HF-BUS-DOW > 4 OR HF-CAL-HOL-FOUND
058900         PERFORM 1160-PREV-DAY THRU 1160-EXIT
059000     ELSE
059100         SET HF-BUS-DATE-SET TO TRUE
059200     END-IF.
059300 1150-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600*
059700* 1160-PREV-DAY.  STEP THE CANDIDATE BUSINESS DATE BACK ONE
059800*                 CALENDAR DAY THROUGH THE JDN.
059900*
060000*--------------------------------------------------------------*
060100 1160-PREV-DAY.
060200     MOVE HF-BUSINESS-DATE TO HF-JDN-DATE.
060300     PERFORM 0400-DATE-TO-JDN THRU 0400-EXIT.
060400     SUBTRACT 1 FROM HF-JDN-NUM.
060500     PERFORM 0410-JDN-TO-DATE THRU 0410-EXIT.
060600     MOVE HF-JDI-DATE TO HF-BUSINESS-DATE.
060700 1160-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------*
061000*
061100* 1170-CHECK-HOL-ENTRY.  TEST ONE CALENDAR ENTRY FOR A HOLIDAY
061200*                        ON THE CANDIDATE DATE.
061300*
061400*--------------------------------------------------------------*
061500 1170-CHECK-HOL-ENTRY.
061600     IF HF-CAL-ENT-DATE (HF-CAL-SUB) = HF-BUSINESS-DATE
061700         AND HF-CAL-ENT-TYPE (HF-CAL-SUB) = 'H'
061800         SET HF-CAL-HOL-FOUND TO TRUE
061900     ELSE
062000         ADD 1 TO HF-CAL-SUB
062100     END-IF.
062200 1170-EXIT.
062300     EXIT.
062400*--------------------------------------------------------------*
062500*
062600* 1180-CHECK-FLAG-ENTRY.  TEST ONE CALENDAR ENTRY FOR A MONTH-
062700*                         END OR QUARTER-END FLAG ON THE
062800*                         BUSINESS DATE.
062900*
063000*--------------------------------------------------------------*
063100 1180-CHECK-FLAG-ENTRY.
063200     IF HF-CAL-ENT-DATE (HF-CAL-SUB) = HF-BUSINESS-DATE
063300         IF HF-CAL-ENT-TYPE (HF-CAL-SUB) = 'M'
063400             SET HF-CAL-M-FOUND TO TRUE
063500         END-IF
063600         IF HF-CAL-ENT-TYPE (HF-CAL-SUB) = 'Q'
063700             SET HF-CAL-Q-FOUND TO TRUE
063800         END-IF
063900     END-IF.
064000     ADD 1 TO HF-CAL-SUB.
064100 1180-EXIT.
064200     EXIT.
064300*--------------------------------------------------------------*
064400*
064500* 1200-LOAD-DRIVER.  LOAD THE STREAM'S DRIVER INTO THE PLAN
064600*                    TABLE.  WITHOUT A DRIVER THERE IS NO CHAIN
064700*                    TO FORECAST, SO A MISSING OR EMPTY ONE
064800*                    ENDS THE RUN WITH RC 16.
064900*
065000*--------------------------------------------------------------*
065100 1200-LOAD-DRIVER.
065200     INITIALIZE HF-STEP-TABLE.
065300     MOVE ZERO TO HF-STEP-COUNT.
065400     OPEN INPUT DRIVER-FILE.
065500     IF HF-DRV-FILE-STATUS = '00'
065600         PERFORM 1210-READ-DRIVER-RECORD THRU 1210-EXIT
065700             UNTIL HF-DRV-FILE-STATUS NOT = '00'
065800                 OR HF-STEP-COUNT = 20
065900         CLOSE DRIVER-FILE
066000     END-IF.
066100     IF HF-STEP-COUNT = ZERO
066200         DISPLAY 'HELFCST: ' HF-DRV-FILE-NAME
066300                 ' IS MISSING OR EMPTY - NO CHAIN TO FORECAST'
066400         MOVE 16 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700 1200-EXIT.
066800     EXIT.
066900*--------------------------------------------------------------*
067000*
067100* 1210-READ-DRIVER-RECORD.  READ ONE DRIVER RECORD AND ADD THE
067200*                           FIELDS THE PLAN NEEDS TO THE TABLE.
067300*                           A SHORT RECORD FROM BEFORE A FIELD
067400*                           EXISTED LEAVES THAT FIELD AT ZERO.
067500*
067600*--------------------------------------------------------------*
067700 1210-READ-DRIVER-RECORD.
067800     READ DRIVER-FILE
067900         AT END
068000             MOVE '10' TO HF-DRV-FILE-STATUS
068100             GO TO 1210-EXIT
068200     END-READ.
068300     ADD 1 TO HF-STEP-COUNT.
068400     SET HF-STEP-IDX TO HF-STEP-COUNT.
068500     MOVE HL-DRV-SEQ TO HF-STEP-SEQ (HF-STEP-IDX).
068600     MOVE HL-DRV-SCRIPT TO HF-STEP-SCRIPT (HF-STEP-IDX).
068700     MOVE HL-DRV-RUN-COND TO HF-STEP-RUN-COND (HF-STEP-IDX).
068800     IF HL-DRV-COND-SEQ NUMERIC
068900         MOVE HL-DRV-COND-SEQ TO HF-STEP-COND-SEQ (HF-STEP-IDX)
069000     END-IF.
069100     IF HL-DRV-PAR-GROUP NUMERIC
069200         MOVE HL-DRV-PAR-GROUP TO
069300             HF-STEP-PAR-GROUP (HF-STEP-IDX)
069400     END-IF.
069500     MOVE HL-DRV-SCHED-TYPE TO HF-STEP-SCHED-TYPE (HF-STEP-IDX).
069600     MOVE HL-DRV-SCHED-DAYS TO HF-STEP-SCHED-DAYS (HF-STEP-IDX).
069700     MOVE 'N' TO HF-STEP-TRIG-SW (HF-STEP-IDX).
069800     IF HL-DRV-TRIG-TOKEN NOT = SPACES
069900         MOVE 'Y' TO HF-STEP-TRIG-SW (HF-STEP-IDX)
070000         IF HL-DRV-TRIG-DEADLINE NUMERIC
070100             MOVE HL-DRV-TRIG-DEADLINE TO
070200                 HF-STEP-TRIG-DEADLINE (HF-STEP-IDX)
070300         END-IF
070400     END-IF.
070500 1210-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------*
070800*
070900* 1300-LOAD-OVERRIDES.  READ THE STREAM'S OPTIONAL HELLOOVR
071000*                       FILE - SKIP NNNN, FORCE NNNN OR HOLD
071100*                       NNNN.  A LINE HELLO WOULD IGNORE IS
071200*                       IGNORED HERE TOO (HELLO WARNS ABOUT IT
071300*                       ON ITS DRY-RUN PLAN); THE LOWEST HOLD
071400*                       WINS.
071500*
071600*--------------------------------------------------------------*
071700 1300-LOAD-OVERRIDES.
071800     MOVE ZERO TO HF-OVR-COUNT.
071900     OPEN INPUT OVERRIDE-FILE.
072000     IF HF-OVR-FILE-STATUS NOT = '00'
072100         GO TO 1300-EXIT
072200     END-IF.
072300     PERFORM 1310-READ-OVR-RECORD THRU 1310-EXIT
072400         UNTIL HF-OVR-FILE-STATUS NOT = '00'.
072500     CLOSE OVERRIDE-FILE.
072600 1300-EXIT.
072700     EXIT.
072800*--------------------------------------------------------------*
072900*
073000* 1310-READ-OVR-RECORD.  READ ONE OVERRIDE RECORD INTO THE
073100*                        OVERRIDE TABLE OR THE HOLD POINT.
073200*
073300*--------------------------------------------------------------*
073400 1310-READ-OVR-RECORD.
073500     READ OVERRIDE-FILE
073600         AT END
073700             MOVE '10' TO HF-OVR-FILE-STATUS
073800             GO TO 1310-EXIT
073900     END-READ.
074000     IF HF-OVR-ACTION NOT = 'SKIP ' AND NOT = 'FORCE'
074100         AND NOT = 'HOLD '
074200         GO TO 1310-EXIT
074300     END-IF.
074400     IF HF-OVR-SEQ NOT NUMERIC
074500         GO TO 1310-EXIT
074600     END-IF.
074700     IF HF-OVR-ACTION = 'HOLD '
074800         IF NOT HF-OVR-HOLD-ACTIVE
074900             OR HF-OVR-SEQ < HF-OVR-HOLD-SEQ
075000             MOVE HF-OVR-SEQ TO HF-OVR-HOLD-SEQ
075100             SET HF-OVR-HOLD-ACTIVE TO TRUE
075200         END-IF
075300         GO TO 1310-EXIT
075400     END-IF.
075500     IF HF-OVR-COUNT = 20
075600         GO TO 1310-EXIT
075700     END-IF.
075800     ADD 1 TO HF-OVR-COUNT.
075900     MOVE HF-OVR-ACTION (1 : 1) TO
076000         HF-OVR-ENT-ACTION (HF-OVR-COUNT).
076100     MOVE HF-OVR-SEQ TO HF-OVR-ENT-SEQ (HF-OVR-COUNT).
076200 1310-EXIT.
076300     EXIT.
076400*--------------------------------------------------------------*
076500*
076600* 1400-READ-CHECKPOINT.  READ THE STREAM'S CHECKPOINT
076700*                        WATERMARK.  NO FILE, AN EMPTY ONE OR
076800*                        A MANGLED ONE MEANS A FULL RUN.
076900*
077000*--------------------------------------------------------------*
077100 1400-READ-CHECKPOINT.
077200     MOVE ZERO TO HF-CKPT-LAST-SEQ.
077300     OPEN INPUT CHECKPOINT-FILE.
077400     IF HF-CKP-FILE-STATUS = '00'
077500         READ CHECKPOINT-FILE
077600             AT END
077700                 MOVE '0000' TO HF-CKP-RECORD
077800         END-READ
077900         IF HF-CKP-RECORD NUMERIC
078000             MOVE HF-CKP-RECORD TO HF-CKPT-LAST-SEQ
078100         END-IF
078200         CLOSE CHECKPOINT-FILE
078300     END-IF.
078400 1400-EXIT.
078500     EXIT.
078600*--------------------------------------------------------------*
078700*
078800* 2000-LOAD-HISTORY.  READ THE HELLHIST MASTER FROM THE TOP
078900*                     AND PRICE EVERY DRIVER STEP FROM ITS
079000*                     STEP RECORDS.  TYPICAL IS THE AVERAGE
079100*                     ELAPSED OF THE STEP'S CLEAN (RC 0) RUNS;
079200*                     WORST IS THE LONGEST RUN OF ANY OUTCOME.
079300*                     A STEP THAT HAS RUN BUT NEVER CLEAN IS
079400*                     TAKEN AT ITS WORST BOTH WAYS.
079500*
079600*--------------------------------------------------------------*
079700 2000-LOAD-HISTORY.
079800     OPEN INPUT HISTORY-FILE.
079900     IF HF-HST-FILE-STATUS NOT = '00'
080000         DISPLAY 'HELFCST: UNABLE TO OPEN HELLHIST, STATUS = '
080100                 HF-HST-FILE-STATUS
080200         MOVE 16 TO RETURN-CODE
080300         STOP RUN
080400     END-IF.
080500     MOVE 'N' TO HF-HST-EOF-SW.
080600     PERFORM 2100-READ-HIST-RECORD THRU 2100-EXIT
080700         UNTIL HF-HST-EOF.
080800     CLOSE HISTORY-FILE.
080900     SET HF-STEP-IDX TO 1.
081000     PERFORM 2300-PRICE-STEP THRU 2300-EXIT
081100         UNTIL HF-STEP-IDX > HF-STEP-COUNT.
081200 2000-EXIT.
081300     EXIT.
081400*--------------------------------------------------------------*
081500*
081600* 2100-READ-HIST-RECORD.  READ THE NEXT MASTER RECORD AND, FOR
081700*                         A STEP RECORD OF THIS STREAM THAT
081800*                         ACTUALLY RAN IN THE SCHEDULED CHAIN,
081900*                         ROLL ITS ELAPSED TIME INTO THE
082000*                         MATCHING PLAN ROW.  SKIPS AND HOLDS
082100*                         (0 SECONDS) AND AD-HOC RE-RUNS ARE
082200*                         LEFT OUT.  A BLANK STREAM IS NITE.
082300*
082400*--------------------------------------------------------------*
082500 2100-READ-HIST-RECORD.
082600     READ HISTORY-FILE NEXT RECORD
082700         AT END
082800             SET HF-HST-EOF TO TRUE
082900             GO TO 2100-EXIT
083000     END-READ.
083100     IF NOT HL-HST-STEP-REC
083200         GO TO 2100-EXIT
083300     END-IF.
083400     MOVE HL-HST-STREAM TO HF-CUR-STREAM.
083500     IF HF-CUR-STREAM = SPACES
083600         MOVE 'NITE' TO HF-CUR-STREAM
083700     END-IF.
083800     IF HF-CUR-STREAM NOT = HF-STREAM-ID
083900         GO TO 2100-EXIT
084000     END-IF.
084100     IF HL-HST-STP-ADHOC-SW = 'Y'
084200         OR HL-HST-STP-CKPT-SW = 'Y'
084300         OR HL-HST-STP-COND-SW = 'Y'
084400         OR HL-HST-STP-SCHED-SW = 'Y'
084500         OR HL-HST-STP-OVERRIDE = 'S' OR 'H'
084600         GO TO 2100-EXIT
084700     END-IF.
084800     IF HL-HST-STP-ELAPSED NOT NUMERIC
084900         GO TO 2100-EXIT
085000     END-IF.
085100     MOVE 'N' TO HF-FOUND-SW.
085200     SET HF-STEP-IDX TO 1.
085300     PERFORM 2200-MATCH-STEP THRU 2200-EXIT
085400         UNTIL HF-FOUND
085500             OR HF-STEP-IDX > HF-STEP-COUNT.
085600     IF NOT HF-FOUND
085700         GO TO 2100-EXIT
085800     END-IF.
085900     ADD 1 TO HF-HIST-RECORDS.
086000     ADD 1 TO HF-STEP-ALL-RUNS (HF-STEP-IDX).
086100     IF HL-HST-STP-ELAPSED > HF-STEP-WORST (HF-STEP-IDX)
086200         MOVE HL-HST-STP-ELAPSED TO HF-STEP-WORST (HF-STEP-IDX)
086300     END-IF.
086400     IF HL-HST-STP-RC = ZERO
086500         ADD 1 TO HF-STEP-CLEAN-RUNS (HF-STEP-IDX)
086600         ADD HL-HST-STP-ELAPSED TO
086700             HF-STEP-ELAPSED-SUM (HF-STEP-IDX)
086800     END-IF.
086900 2100-EXIT.
087000     EXIT.
087100*--------------------------------------------------------------*
087200*
087300* 2200-MATCH-STEP.  TEST ONE PLAN ROW AGAINST THE HISTORY
087400*                   RECORD'S SEQUENCE AND SCRIPT - THE SCRIPT
087500*                   BEHIND A SEQUENCE CHANGES AS THE DRIVER IS
087600*                   EDITED, AND AN OLD SCRIPT'S TIMINGS SAY
087700*                   NOTHING ABOUT TONIGHT'S.
087800*
087900*--------------------------------------------------------------*
088000 2200-MATCH-STEP.
088100     IF HF-STEP-SEQ (HF-STEP-IDX) = HL-HST-SEQ
088200         AND HF-STEP-SCRIPT (HF-STEP-IDX) = HL-HST-STP-SCRIPT
088300         SET HF-FOUND TO TRUE
088400     ELSE
088500         SET HF-STEP-IDX UP BY 1
088600     END-IF.
088700 2200-EXIT.
088800     EXIT.
088900*--------------------------------------------------------------*
089000*
089100* 2300-PRICE-STEP.  SETTLE ONE PLAN ROW'S TYPICAL SECONDS FROM
089200*                   ITS CLEAN-RUN TOTALS.
089300*
089400*--------------------------------------------------------------*
089500 2300-PRICE-STEP.
089600     IF HF-STEP-CLEAN-RUNS (HF-STEP-IDX) > ZERO
089700         COMPUTE HF-STEP-TYPICAL (HF-STEP-IDX) =
089800             HF-STEP-ELAPSED-SUM (HF-STEP-IDX) /
089900             HF-STEP-CLEAN-RUNS (HF-STEP-IDX)
090000     ELSE
090100         MOVE HF-STEP-WORST (HF-STEP-IDX) TO
090200             HF-STEP-TYPICAL (HF-STEP-IDX)
090300     END-IF.
090400     SET HF-STEP-IDX UP BY 1.
090500 2300-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800*
090900* 3000-PLAN-ONE-STEP.  DECIDE WHAT HELLO WILL DO WITH THE
091000*                      CURRENT STEP TONIGHT, TESTING IN HELLO'S
091100*                      OWN ORDER - HOLD, OVERRIDE SKIP,
091200*                      CHECKPOINT (UNLESS FORCED), SCHEDULE,
091300*                      RUN CONDITION.  THE FORECAST IS FOR A
091400*                      CLEAN NIGHT: AN ON-FAILURE STEP IS LEFT
091500*                      OUT AND AN ON-SUCCESS-OF STEP IS IN
091600*                      WHEN ITS PREDECESSOR RUNS OR IS ALREADY
091700*                      CHECKPOINTED.
091800*
091900*--------------------------------------------------------------*
092000 3000-PLAN-ONE-STEP.
092100     MOVE 'N' TO HF-OVRDSKIP-SW.
092200     MOVE 'N' TO HF-FORCED-SW.
092300     MOVE 1 TO HF-OVR-SUB.
092400     PERFORM 3010-CHECK-OVR-ACTION THRU 3010-EXIT
092500         UNTIL HF-OVR-SUB > HF-OVR-COUNT.
092600     MOVE HF-FORCED-SW TO HF-STEP-FORCED-SW (HF-STEP-IDX).
092700     IF HF-OVR-HOLD-ACTIVE
092800         AND HF-STEP-SEQ (HF-STEP-IDX) >= HF-OVR-HOLD-SEQ
092900         MOVE 'H' TO HF-STEP-PLAN (HF-STEP-IDX)
093000         GO TO 3000-NEXT
093100     END-IF.
093200     IF HF-OVRDSKIP
093300         MOVE 'O' TO HF-STEP-PLAN (HF-STEP-IDX)
093400         GO TO 3000-NEXT
093500     END-IF.
093600     IF HF-STEP-SEQ (HF-STEP-IDX) <= HF-CKPT-LAST-SEQ
093700         AND NOT HF-FORCED
093800         MOVE 'C' TO HF-STEP-PLAN (HF-STEP-IDX)
093900         GO TO 3000-NEXT
094000     END-IF.
094100     PERFORM 3020-EVALUATE-SCHEDULE THRU 3020-EXIT.
094200     IF NOT HF-SCHED-MET
094300         MOVE 'D' TO HF-STEP-PLAN (HF-STEP-IDX)
094400         GO TO 3000-NEXT
094500     END-IF.
094600     IF HF-STEP-COND-ON-FAILURE (HF-STEP-IDX)
094700         MOVE 'F' TO HF-STEP-PLAN (HF-STEP-IDX)
094800         GO TO 3000-NEXT
094900     END-IF.
095000     IF HF-STEP-COND-ON-SUCCESS (HF-STEP-IDX)
095100         MOVE SPACE TO HF-PRED-PLAN
095200         MOVE 1 TO HF-PRED-SUB
095300         PERFORM 3030-CHECK-PRED-ENTRY THRU 3030-EXIT
095400             UNTIL HF-PRED-SUB > HF-STEP-COUNT
095500         IF HF-PRED-PLAN NOT = 'R' AND NOT = 'C'
095600             MOVE 'P' TO HF-STEP-PLAN (HF-STEP-IDX)
095700             GO TO 3000-NEXT
095800         END-IF
095900     END-IF.
096000     MOVE 'R' TO HF-STEP-PLAN (HF-STEP-IDX).
096100     ADD 1 TO HF-RUN-COUNT.
096200 3000-NEXT.
096300     SET HF-STEP-IDX UP BY 1.
096400 3000-EXIT.
096500     EXIT.
096600*--------------------------------------------------------------*
096700*
096800* 3010-CHECK-OVR-ACTION.  TEST ONE OVERRIDE ENTRY AGAINST THE
096900*                         CURRENT STEP'S SEQUENCE.
097000*
097100*--------------------------------------------------------------*
097200 3010-CHECK-OVR-ACTION.
097300     IF HF-OVR-ENT-SEQ (HF-OVR-SUB) =
097400             HF-STEP-SEQ (HF-STEP-IDX)
097500         IF HF-OVR-ENT-ACTION (HF-OVR-SUB) = 'S'
097600             SET HF-OVRDSKIP TO TRUE
097700         ELSE
097800             SET HF-FORCED TO TRUE
097900         END-IF
098000     END-IF.
098100     ADD 1 TO HF-OVR-SUB.
098200 3010-EXIT.
098300     EXIT.
098400*--------------------------------------------------------------*
098500*
098600* 3020-EVALUATE-SCHEDULE.  HELLO'S SCHEDULE TEST - BLANK OR D
098700*                          EVERY NIGHT, W THE WEEKDAY MASK ON
098800*                          THE RUN NIGHT, M ON A MONTH-END OR
098900*                          QUARTER-END BUSINESS DATE, Q ON A
099000*                          QUARTER END ONLY.  M AND Q ARE OFF
099100*                          THE PLAN WITH NO CALENDAR ON FILE.
099200*
099300*--------------------------------------------------------------*
099400 3020-EVALUATE-SCHEDULE.
099500     MOVE 'Y' TO HF-SCHED-MET-SW.
099600     IF HF-STEP-SCHED-DAILY (HF-STEP-IDX)
099700         GO TO 3020-EXIT
099800     END-IF.
099900     IF HF-STEP-SCHED-WEEKDAYS (HF-STEP-IDX)
100000         IF HF-STEP-SCHED-DAYS (HF-STEP-IDX)
100100                 (HF-RUN-NIGHT-DOW + 1 : 1) NOT = 'Y'
100200             MOVE 'N' TO HF-SCHED-MET-SW
100300         END-IF
100400         GO TO 3020-EXIT
100500     END-IF.
100600     IF HF-STEP-SCHED-MONTH-END (HF-STEP-IDX)
100700         OR HF-STEP-SCHED-QTR-END (HF-STEP-IDX)
100800         IF NOT HF-CAL-LOADED
100900             MOVE 'N' TO HF-SCHED-MET-SW
101000             GO TO 3020-EXIT
101100         END-IF
101200         IF HF-STEP-SCHED-MONTH-END (HF-STEP-IDX)
101300             IF NOT HF-CAL-M-FOUND AND NOT HF-CAL-Q-FOUND
101400                 MOVE 'N' TO HF-SCHED-MET-SW
101500             END-IF
101600         ELSE
101700             IF NOT HF-CAL-Q-FOUND
101800                 MOVE 'N' TO HF-SCHED-MET-SW
101900             END-IF
102000         END-IF
102100     END-IF.
102200 3020-EXIT.
102300     EXIT.
102400*--------------------------------------------------------------*
102500*
102600* 3030-CHECK-PRED-ENTRY.  TEST ONE PLAN ROW AGAINST THE
102700*                         CURRENT STEP'S NAMED PREDECESSOR AND
102800*                         PICK UP ITS PLAN CODE.
102900*
103000*--------------------------------------------------------------*
103100 3030-CHECK-PRED-ENTRY.
103200     IF HF-STEP-SEQ (HF-PRED-SUB) =
103300             HF-STEP-COND-SEQ (HF-STEP-IDX)
103400         MOVE HF-STEP-PLAN (HF-PRED-SUB) TO HF-PRED-PLAN
103500     END-IF.
103600     ADD 1 TO HF-PRED-SUB.
103700 3030-EXIT.
103800     EXIT.
103900*--------------------------------------------------------------*
104000*
104100* 4000-PROJECT-NODE.  ADVANCE THE EXPECTED AND WORST-CASE
104200*                     CLOCKS OVER THE NEXT NODE OF THE CHAIN -
104300*                     A SINGLE STEP, OR A WHOLE RUN OF
104400*                     CONSECUTIVE STEPS SHARING A PARALLEL
104500*                     GROUP, WHICH TAKES AS LONG AS ITS
104600*                     SLOWEST MEMBER.  THE STEP THAT SETS THE
104700*                     PACE IS MARKED CRITICAL AND CARRIES THE
104800*                     NODE'S END TIMES.
104900*
105000*--------------------------------------------------------------*
105100 4000-PROJECT-NODE.
105200     IF HF-STEP-PAR-GROUP (HF-STEP-IDX) = ZERO
105300         IF HF-STEP-WILL-RUN (HF-STEP-IDX)
105400             ADD HF-STEP-TYPICAL (HF-STEP-IDX) TO HF-EXP-CLOCK
105500             ADD HF-STEP-WORST (HF-STEP-IDX) TO HF-WRST-CLOCK
105600             MOVE HF-EXP-CLOCK TO HF-STEP-EXP-END (HF-STEP-IDX)
105700             MOVE HF-WRST-CLOCK TO
105800                 HF-STEP-WRST-END (HF-STEP-IDX)
105900             SET HF-STEP-CRITICAL (HF-STEP-IDX) TO TRUE
106000         END-IF
106100         SET HF-STEP-IDX UP BY 1
106200         GO TO 4000-EXIT
106300     END-IF.
106400     MOVE HF-STEP-PAR-GROUP (HF-STEP-IDX) TO HF-CUR-GROUP.
106500     MOVE ZERO TO HF-GRP-TYPICAL.
106600     MOVE ZERO TO HF-GRP-WORST.
106700     MOVE ZERO TO HF-GRP-CRIT-SUB.
106800     PERFORM 4100-SCAN-GROUP-MEMBER THRU 4100-EXIT
106900         UNTIL HF-STEP-IDX > HF-STEP-COUNT
107000             OR HF-STEP-PAR-GROUP (HF-STEP-IDX) NOT =
107100                 HF-CUR-GROUP.
107200     IF HF-GRP-CRIT-SUB = ZERO
107300         GO TO 4000-EXIT
107400     END-IF.
107500     ADD HF-GRP-TYPICAL TO HF-EXP-CLOCK.
107600     ADD HF-GRP-WORST TO HF-WRST-CLOCK.
107700     MOVE HF-EXP-CLOCK TO HF-STEP-EXP-END (HF-GRP-CRIT-SUB).
107800     MOVE HF-WRST-CLOCK TO HF-STEP-WRST-END (HF-GRP-CRIT-SUB).
107900     SET HF-STEP-CRITICAL (HF-GRP-CRIT-SUB) TO TRUE.
108000 4000-EXIT.
108100     EXIT.
108200*--------------------------------------------------------------*
108300*
108400* 4100-SCAN-GROUP-MEMBER.  TAKE ONE MEMBER OF THE CURRENT
108500*                          PARALLEL GROUP INTO THE GROUP'S
108600*                          TYPICAL AND WORST TIMES.  A MEMBER
108700*                          OFF TONIGHT'S PLAN DOES NOT COUNT.
108800*
108900*--------------------------------------------------------------*
109000 4100-SCAN-GROUP-MEMBER.
109100     IF HF-STEP-WILL-RUN (HF-STEP-IDX)
109200         IF HF-GRP-CRIT-SUB = ZERO
109300             OR HF-STEP-TYPICAL (HF-STEP-IDX) > HF-GRP-TYPICAL
109400             MOVE HF-STEP-TYPICAL (HF-STEP-IDX) TO
109500                 HF-GRP-TYPICAL
109600             SET HF-GRP-CRIT-SUB TO HF-STEP-IDX
109700         END-IF
109800         IF HF-STEP-WORST (HF-STEP-IDX) > HF-GRP-WORST
109900             MOVE HF-STEP-WORST (HF-STEP-IDX) TO HF-GRP-WORST
110000         END-IF
110100     END-IF.
110200     SET HF-STEP-IDX UP BY 1.
110300 4100-EXIT.
110400     EXIT.
110500*--------------------------------------------------------------*
110600*
110700* 5000-WRITE-REPORT.  PRINT THE FORECAST - HEADINGS, ONE LINE
110800*                     PER DRIVER STEP, THE FOOTNOTES THAT
110900*                     APPLY AND THE FINISH-TIME SUMMARY.
111000*
111100*--------------------------------------------------------------*
111200 5000-WRITE-REPORT.
111300     OPEN OUTPUT REPORT-FILE.
111400     IF HF-RPT-FILE-STATUS NOT = '00'
111500         DISPLAY 'HELFCST: UNABLE TO OPEN FCSTRPT, STATUS = '
111600                 HF-RPT-FILE-STATUS
111700         MOVE 16 TO RETURN-CODE
111800         STOP RUN
111900     END-IF.
112000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
112100     SET HF-STEP-IDX TO 1.
112200     PERFORM 5200-WRITE-STEP-LINE THRU 5200-EXIT
112300         UNTIL HF-STEP-IDX > HF-STEP-COUNT.
112400     PERFORM 5300-WRITE-FOOTNOTES THRU 5300-EXIT.
112500     PERFORM 5400-WRITE-SUMMARY THRU 5400-EXIT.
112600     CLOSE REPORT-FILE.
112700 5000-EXIT.
112800     EXIT.
112900*--------------------------------------------------------------*
113000*
113100* 5100-WRITE-HEADINGS.  WRITE THE TITLE, THE NIGHT BEING
113200*                       FORECAST AND THE COLUMN HEADINGS.
113300*
113400*--------------------------------------------------------------*
113500 5100-WRITE-HEADINGS.
113600     MOVE 'HELLO JOB STREAM - BATCH-WINDOW COMPLETION FORECAST'
113700         TO HF-REPORT-LINE.
113800     WRITE HF-REPORT-LINE.
113900     MOVE SPACES TO HF-REPORT-LINE.
114000     STRING 'JOB STREAM: ' DELIMITED BY SIZE
114100             HF-STREAM-ID DELIMITED BY SIZE
114200             '   RUN NIGHT: ' DELIMITED BY SIZE
114300             HF-RUN-NIGHT-DATE DELIMITED BY SIZE
114400             '   BUSINESS DATE: ' DELIMITED BY SIZE
114500             HF-BUSINESS-DATE DELIMITED BY SIZE
114600         INTO HF-REPORT-LINE
114700     END-STRING.
114800     WRITE HF-REPORT-LINE.
114900     MOVE SPACES TO HF-REPORT-LINE.
115000     STRING 'CHECKPOINT WATERMARK: ' DELIMITED BY SIZE
115100             HF-CKPT-LAST-SEQ DELIMITED BY SIZE
115200         INTO HF-REPORT-LINE
115300     END-STRING.
115400     IF NOT HF-CAL-LOADED
115500         MOVE '   HELLOCAL NOT ON FILE - M/Q STEPS HELD OFF'
115600             TO HF-REPORT-LINE (27 : 44)
115700     ELSE
115800         IF HF-CAL-Q-FOUND
115900             MOVE '   QUARTER-END NIGHT - M AND Q STEPS IN PLAN'
116000                 TO HF-REPORT-LINE (27 : 44)
116100         ELSE
116200             IF HF-CAL-M-FOUND
116300                 MOVE '   MONTH-END NIGHT - M STEPS IN PLAN'
116400                     TO HF-REPORT-LINE (27 : 36)
116500             END-IF
116600         END-IF
116700     END-IF.
116800     WRITE HF-REPORT-LINE.
116900     MOVE SPACES TO HF-REPORT-LINE.
117000     WRITE HF-REPORT-LINE.
117100     MOVE SPACES TO HF-REPORT-LINE.
117200     MOVE ' SEQ  GP  SCRIPT' TO HF-REPORT-LINE (1 : 16).
117300     MOVE 'PLAN' TO HF-REPORT-LINE (32 : 4).
117400     MOVE '  TYP  WORST  EXP END   WORST END'
117500         TO HF-REPORT-LINE (44 : 33).
117600     WRITE HF-REPORT-LINE.
117700     MOVE SPACES TO HF-REPORT-LINE.
117800     MOVE '----  --  --------------------' TO
117900         HF-REPORT-LINE (1 : 30).
118000     MOVE '----------- -----  -----  --------  --------'
118100         TO HF-REPORT-LINE (32 : 44).
118200     WRITE HF-REPORT-LINE.
118300 5100-EXIT.
118400     EXIT.
118500*--------------------------------------------------------------*
118600*
118700* 5200-WRITE-STEP-LINE.  PRINT ONE PLAN ROW.  A STEP OFF THE
118800*                        PLAN SHOWS WHY; A STEP THAT RUNS
118900*                        SHOWS ITS TYPICAL AND WORST SECONDS,
119000*                        AND THE STEP ON THE CRITICAL PATH
119100*                        ALSO SHOWS THE EXPECTED AND WORST-
119200*                        CASE CLOCK TIMES IT FINISHES AT.
119300*
119400*--------------------------------------------------------------*
119500 5200-WRITE-STEP-LINE.
119600     MOVE SPACES TO HF-DETAIL-LINE.
119700     MOVE HF-STEP-SEQ (HF-STEP-IDX) TO HF-DL-SEQ.
119800     IF HF-STEP-PAR-GROUP (HF-STEP-IDX) > ZERO
119900         MOVE HF-STEP-PAR-GROUP (HF-STEP-IDX) TO HF-DL-GROUP
120000     END-IF.
120100     MOVE HF-STEP-SCRIPT (HF-STEP-IDX) TO HF-DL-SCRIPT.
120200     EVALUATE HF-STEP-PLAN (HF-STEP-IDX)
120300         WHEN 'H'
120400             MOVE 'HELD' TO HF-DL-PLAN
120500         WHEN 'O'
120600             MOVE 'SKIP - OVRD' TO HF-DL-PLAN
120700         WHEN 'C'
120800             MOVE 'DONE - CKPT' TO HF-DL-PLAN
120900         WHEN 'D'
121000             MOVE 'OFF SCHED' TO HF-DL-PLAN
121100         WHEN 'F'
121200             MOVE 'ON FAILURE' TO HF-DL-PLAN
121300         WHEN 'P'
121400             MOVE 'NO PRED' TO HF-DL-PLAN
121500         WHEN OTHER
121600             MOVE 'RUN' TO HF-DL-PLAN
121700     END-EVALUATE.
121800     IF NOT HF-STEP-WILL-RUN (HF-STEP-IDX)
121900         GO TO 5200-WRITE
122000     END-IF.
122100     IF HF-STEP-FORCED-SW (HF-STEP-IDX) = 'Y'
122200         AND HF-STEP-SEQ (HF-STEP-IDX) <= HF-CKPT-LAST-SEQ
122300         MOVE 'RUN FORCED' TO HF-DL-PLAN
122400     END-IF.
122500     IF HF-STEP-ALL-RUNS (HF-STEP-IDX) = ZERO
122600         MOVE 'RUN NO HIST' TO HF-DL-PLAN
122700         SET HF-NO-HIST-SEEN TO TRUE
122800     END-IF.
122900     IF HF-STEP-HAS-TRIGGER (HF-STEP-IDX)
123000         SET HF-TOKEN-SEEN TO TRUE
123100     END-IF.
123200     MOVE HF-STEP-TYPICAL (HF-STEP-IDX) TO HF-DL-TYPICAL.
123300     MOVE HF-STEP-WORST (HF-STEP-IDX) TO HF-DL-WORST.
123400     IF HF-STEP-CRITICAL (HF-STEP-IDX)
123500         MOVE '*' TO HF-DL-CRIT
123600         MOVE HF-STEP-EXP-END (HF-STEP-IDX) TO HF-FMT-SECS
123700         PERFORM 5900-FORMAT-TIME THRU 5900-EXIT
123800         MOVE HF-FMT-TIME TO HF-DL-EXP-END
123900         MOVE HF-STEP-WRST-END (HF-STEP-IDX) TO HF-FMT-SECS
124000         PERFORM 5900-FORMAT-TIME THRU 5900-EXIT
124100         MOVE HF-FMT-TIME TO HF-DL-WRST-END
124200     END-IF.
124300 5200-WRITE.
124400     WRITE HF-REPORT-LINE FROM HF-DETAIL-LINE.
124500     SET HF-STEP-IDX UP BY 1.
124600 5200-EXIT.
124700     EXIT.
124800*--------------------------------------------------------------*
124900*
125000* 5300-WRITE-FOOTNOTES.  EXPLAIN THE COLUMNS, AND CALL OUT
125100*                        WHATEVER THE FORECAST CANNOT SEE - A
125200*                        STEP WITH NO HISTORY, AN UPSTREAM-
125300*                        TOKEN WAIT, A HOLD THAT STOPS THE
125400*                        CHAIN SHORT.
125500*
125600*--------------------------------------------------------------*
125700 5300-WRITE-FOOTNOTES.
125800     MOVE SPACES TO HF-REPORT-LINE.
125900     WRITE HF-REPORT-LINE.
126000     MOVE '* = CRITICAL PATH.  A PARALLEL GROUP (GP) TAKES AS'
126100         TO HF-REPORT-LINE.
126200     WRITE HF-REPORT-LINE.
126300     MOVE '    LONG AS ITS SLOWEST MEMBER, WHOSE LINE CARRIES'
126400         TO HF-REPORT-LINE.
126500     WRITE HF-REPORT-LINE.
126600     MOVE '    THE GROUP''S END TIMES.'
126700         TO HF-REPORT-LINE.
126800     WRITE HF-REPORT-LINE.
126900     MOVE 'TYP = AVERAGE SECONDS OF CLEAN RUNS, WORST = LONGEST'
127000         TO HF-REPORT-LINE.
127100     WRITE HF-REPORT-LINE.
127200     MOVE '    RUN, FROM THE STREAM''S HELLHIST STEP RECORDS'
127300         TO HF-REPORT-LINE.
127400     WRITE HF-REPORT-LINE.
127500     MOVE '    (AD-HOC RE-RUNS AND SKIPPED STEPS LEFT OUT).'
127600         TO HF-REPORT-LINE.
127700     WRITE HF-REPORT-LINE.
127800     IF HF-NO-HIST-SEEN
127900         MOVE 'RUN NO HIST = NO HISTORY FOR THE SCRIPT AT THAT'
128000             TO HF-REPORT-LINE
128100         WRITE HF-REPORT-LINE
128200         MOVE '    SEQUENCE - COUNTED AS 0 SECONDS.'
128300             TO HF-REPORT-LINE
128400         WRITE HF-REPORT-LINE
128500     END-IF.
128600     IF HF-TOKEN-SEEN
128700         SET HF-STEP-IDX TO 1
128800         PERFORM 5350-WRITE-TOKEN-NOTE THRU 5350-EXIT
128900             UNTIL HF-STEP-IDX > HF-STEP-COUNT
129000     END-IF.
129100     IF HF-OVR-HOLD-ACTIVE
129200         MOVE SPACES TO HF-REPORT-LINE
129300         STRING HF-OVR-FILE-NAME DELIMITED BY SPACE
129400                 ' HOLDS THE CHAIN BEFORE STEP ' DELIMITED BY SIZE
129500                 HF-OVR-HOLD-SEQ DELIMITED BY SIZE
129600                 ' - THE FORECAST ENDS THERE.'
129700                     DELIMITED BY SIZE
129800             INTO HF-REPORT-LINE
129900         END-STRING
130000         WRITE HF-REPORT-LINE
130100     END-IF.
130200 5300-EXIT.
130300     EXIT.
130400*--------------------------------------------------------------*
130500*
130600* 5350-WRITE-TOKEN-NOTE.  ONE NOTE PER PLANNED STEP THAT WAITS
130700*                         ON AN UPSTREAM TRIGGER TOKEN - THE
130800*                         WAIT DEPENDS ON ANOTHER SYSTEM AND
130900*                         IS NOT IN THE FORECAST.
131000*
131100*--------------------------------------------------------------*
131200 5350-WRITE-TOKEN-NOTE.
131300     IF HF-STEP-WILL-RUN (HF-STEP-IDX)
131400         AND HF-STEP-HAS-TRIGGER (HF-STEP-IDX)
131500         MOVE SPACES TO HF-REPORT-LINE
131600         STRING 'STEP ' DELIMITED BY SIZE
131700                 HF-STEP-SEQ (HF-STEP-IDX) DELIMITED BY SIZE
131800                 ' WAITS ON AN UPSTREAM TOKEN - THE WAIT IS '
131900                     DELIMITED BY SIZE
132000                 'NOT INCLUDED.' DELIMITED BY SIZE
132100             INTO HF-REPORT-LINE
132200         END-STRING
132300         WRITE HF-REPORT-LINE
132400     END-IF.
132500     SET HF-STEP-IDX UP BY 1.
132600 5350-EXIT.
132700     EXIT.
132800*--------------------------------------------------------------*
132900*
133000* 5400-WRITE-SUMMARY.  PRINT THE PLANNED START, THE EXPECTED
133100*                      AND WORST-CASE FINISH, THE WINDOW END
133200*                      AND THE VERDICT, AND ECHO THE VERDICT
133300*                      TO THE JOB LOG FOR THE SCHEDULER.
133400*
133500*--------------------------------------------------------------*
133600 5400-WRITE-SUMMARY.
133700     MOVE SPACES TO HF-REPORT-LINE.
133800     WRITE HF-REPORT-LINE.
133900     MOVE SPACES TO HF-SUMMARY-LINE.
134000     MOVE 'PLANNED START' TO HF-SL-LABEL.
134100     MOVE HF-START-SECS TO HF-FMT-SECS.
134200     PERFORM 5900-FORMAT-TIME THRU 5900-EXIT.
134300     MOVE HF-FMT-TIME TO HF-SL-TIME.
134400     MOVE HF-RUN-COUNT TO HF-EDIT-SECS.
134500     STRING HF-EDIT-SECS DELIMITED BY SIZE
134600             ' STEPS TO RUN' DELIMITED BY SIZE
134700         INTO HF-SL-NOTE
134800     END-STRING.
134900     WRITE HF-REPORT-LINE FROM HF-SUMMARY-LINE.
135000     MOVE SPACES TO HF-SUMMARY-LINE.
135100     MOVE 'EXPECTED FINISH' TO HF-SL-LABEL.
135200     MOVE HF-EXP-CLOCK TO HF-FMT-SECS.
135300     PERFORM 5900-FORMAT-TIME THRU 5900-EXIT.
135400     MOVE HF-FMT-TIME TO HF-SL-TIME.
135500     COMPUTE HF-EDIT-SECS = HF-EXP-CLOCK - HF-START-SECS.
135600     STRING HF-EDIT-SECS DELIMITED BY SIZE
135700             ' SECONDS' DELIMITED BY SIZE
135800         INTO HF-SL-NOTE
135900     END-STRING.
136000     WRITE HF-REPORT-LINE FROM HF-SUMMARY-LINE.
136100     MOVE SPACES TO HF-SUMMARY-LINE.
136200     MOVE 'WORST-CASE FINISH' TO HF-SL-LABEL.
136300     MOVE HF-WRST-CLOCK TO HF-FMT-SECS.
136400     PERFORM 5900-FORMAT-TIME THRU 5900-EXIT.
136500     MOVE HF-FMT-TIME TO HF-SL-TIME.
136600     COMPUTE HF-EDIT-SECS = HF-WRST-CLOCK - HF-START-SECS.
136700     STRING HF-EDIT-SECS DELIMITED BY SIZE
136800             ' SECONDS' DELIMITED BY SIZE
136900         INTO HF-SL-NOTE
137000     END-STRING.
137100     WRITE HF-REPORT-LINE FROM HF-SUMMARY-LINE.
137200     MOVE SPACES TO HF-SUMMARY-LINE.
137300     MOVE 'WINDOW END' TO HF-SL-LABEL.
137400     MOVE HF-WINDOW-SECS TO HF-FMT-SECS.
137500     PERFORM 5900-FORMAT-TIME THRU 5900-EXIT.
137600     MOVE HF-FMT-TIME TO HF-SL-TIME.
137700     WRITE HF-REPORT-LINE FROM HF-SUMMARY-LINE.
137800     MOVE SPACES TO HF-REPORT-LINE.
137900     WRITE HF-REPORT-LINE.
138000     MOVE SPACES TO HF-REPORT-LINE.
138100     IF HF-WRST-CLOCK > HF-WINDOW-SECS
138200         COMPUTE HF-MARGIN-SECS = HF-WRST-CLOCK - HF-WINDOW-SECS
138300         MOVE HF-MARGIN-SECS TO HF-EDIT-SECS
138400         STRING 'WORST CASE RUNS' DELIMITED BY SIZE
138500                 HF-EDIT-SECS DELIMITED BY SIZE
138600                 ' SECONDS PAST THE WINDOW END - RC 4'
138700                     DELIMITED BY SIZE
138800             INTO HF-REPORT-LINE
138900         END-STRING
139000     ELSE
139100         COMPUTE HF-MARGIN-SECS = HF-WINDOW-SECS - HF-WRST-CLOCK
139200         MOVE HF-MARGIN-SECS TO HF-EDIT-SECS
139300         STRING 'WORST CASE FINISHES' DELIMITED BY SIZE
139400                 HF-EDIT-SECS DELIMITED BY SIZE
139500                 ' SECONDS INSIDE THE WINDOW' DELIMITED BY SIZE
139600             INTO HF-REPORT-LINE
139700         END-STRING
139800     END-IF.
139900     WRITE HF-REPORT-LINE.
140000     DISPLAY 'HELFCST: ' HF-REPORT-LINE.
140100     IF HF-EXP-CLOCK > HF-WINDOW-SECS
140200         MOVE SPACES TO HF-REPORT-LINE
140300         COMPUTE HF-MARGIN-SECS = HF-EXP-CLOCK - HF-WINDOW-SECS
140400         MOVE HF-MARGIN-SECS TO HF-EDIT-SECS
140500         STRING 'EVEN THE EXPECTED FINISH IS' DELIMITED BY SIZE
140600                 HF-EDIT-SECS DELIMITED BY SIZE
140700                 ' SECONDS PAST THE WINDOW END'
140800                     DELIMITED BY SIZE
140900             INTO HF-REPORT-LINE
141000         END-STRING
141100         WRITE HF-REPORT-LINE
141200         DISPLAY 'HELFCST: ' HF-REPORT-LINE
141300     END-IF.
141400 5400-EXIT.
141500     EXIT.
141600*--------------------------------------------------------------*
141700*
141800* 5900-FORMAT-TIME.  TURN THE SECONDS IN HF-FMT-SECS INTO A
141900*                    CLOCK TIME HH:MM:SS IN HF-FMT-TIME.
142000*
142100*--------------------------------------------------------------*
142200 5900-FORMAT-TIME.
142300     DIVIDE HF-FMT-SECS BY 86400
142400         GIVING HF-FMT-DAYS REMAINDER HF-FMT-DAY-SECS.
142500     DIVIDE HF-FMT-DAY-SECS BY 3600
142600         GIVING HF-FMT-HH REMAINDER HF-FMT-REM.
142700     DIVIDE HF-FMT-REM BY 60
142800         GIVING HF-FMT-MM REMAINDER HF-FMT-SS.
142900 5900-EXIT.
143000     EXIT.
143100*--------------------------------------------------------------*
143200*
143300* 6000-SET-RETURN-CODE.  RC 4 WHEN THE WORST CASE RUNS PAST
143400*                        THE WINDOW END, SO THE SCHEDULER CAN
143500*                        RAISE THE ALARM BEFORE THE CHAIN
143600*                        STARTS RATHER THAN AFTER IT MISSES.
143700*
143800*--------------------------------------------------------------*
143900 6000-SET-RETURN-CODE.
144000     IF HF-WRST-CLOCK > HF-WINDOW-SECS
144100         MOVE 4 TO RETURN-CODE
144200     ELSE
144300         MOVE ZERO TO RETURN-CODE
144400     END-IF.
144500 6000-EXIT.
144600     EXIT.
