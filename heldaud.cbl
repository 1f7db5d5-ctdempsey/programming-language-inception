002318*                 EACH RECORD'S MASK SCAN.  IT WAS ONLY EVER  *
002319*                 SET, SO ONE MALFORMED MASK FALSELY FAILED   *
002320*                 EVERY LATER SCHEDULE-W RECORD IN THE FILE.  *
002336* 10/15/2026 DRO  ADDED PARM='STREAM=XXXX' TO EDIT ANOTHER JOB *
002352*                 STREAM'S DRIVER (DRVXXXX). NO PARM, OR       *
002368*                 STREAM=NITE, STILL EDITS HELLODRV.           *
002370* 10/15/2026 DRO  ADDED THE UPSTREAM-TRIGGER EDITS: A CODED    *
002372*                 TOKEN MAY NOT START WITH A BLANK, POLL       *
002374*                 SECONDS, WAIT MINUTES AND DEADLINE MUST BE   *
002376*                 NUMERIC OR BLANK, THE DEADLINE MUST BE A     *
002378*                 REAL HHMM, AND NONE OF THE THREE MAY BE      *
002380*                 CODED WITHOUT A TOKEN.                       *
002382* 10/15/2026 DRO  ADDED THE CONTROL-TOTAL TAG EDIT: EACH OF    *
002384*                 THE THREE TAGS HELLO LOOKS FOR AS TAG= IN    *
002386*                 THE STEP'S OUTPUT MUST BE ONE UNBROKEN WORD  *
002388*                 - NO LEADING OR EMBEDDED BLANK AND NO =      *
002390*                 SIGN.                                        *
002391* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER; A      *
002393*                 BLANK OR NON-LETTER FIRST CHARACTER IS A BAD *
002395*                 PARM (RC 8) INSTEAD OF YIELDING A BARE       *
002396*                 DRV/CKP FILE NAME.                           *
002398*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. LINUX.
002700 OBJECT-COMPUTER. LINUX.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DRIVER-FILE ASSIGN USING HD-DRV-FILE-NAME
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS HD-DRV-FILE-STATUS.
003300     SELECT REPORT-FILE ASSIGN TO 'AUDITRPT'
004400* SWITCHES AND COUNTERS                                         *
004500*--------------------------------------------------------------*
004600 77  HD-DRV-FILE-STATUS       PIC X(02) VALUE '00'.
004633 77  HD-STREAM-ID             PIC X(04) VALUE 'NITE'.
004666 77  HD-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
004700 77  HD-RPT-FILE-STATUS       PIC X(02) VALUE '00'.
004800 77  HD-EOF-SW                PIC X(01) VALUE 'N'.
004900     88  HD-EOF                   VALUE 'Y'.
005572 77  HD-GRP-REOPENED-SW       PIC X(01) VALUE 'N'.
005574     88  HD-GRP-REOPENED          VALUE 'Y'.
005576 77  HD-CUR-GROUP             PIC 9(02) VALUE ZERO.
005582 77  HD-TAG-SUB               PIC 9(01) COMP VALUE ZERO.
005588 77  HD-TAG-LEN               PIC 9(02) COMP VALUE ZERO.
005594 77  HD-TAG-EQ-COUNT          PIC 9(02) COMP VALUE ZERO.
005600*--------------------------------------------------------------*
005700* PRE-FLIGHT VALIDATION WORK AREA - SAME CALLS HELLO USES IN   *
005800* ITS OWN 2010-VALIDATE-STEP, SO THE AUDIT AND THE NIGHT RUN   *
008400     05  HD-SL-COUNT          PIC ZZZZ9.
008500     05  FILLER               PIC X(45) VALUE SPACES.
008600*--------------------------------------------------------------*
008616 LINKAGE SECTION.
008632 01  HD-PARM-AREA.
008648     05  HD-PARM-LEN             PIC S9(04) COMP.
008664     05  HD-PARM-TEXT            PIC X(80).
008680*--------------------------------------------------------------*
008700 PROCEDURE DIVISION USING HD-PARM-AREA.
008800*--------------------------------------------------------------*
008900*
009000* 0000-MAINLINE.  EDIT EVERY HELLODRV RECORD, WRITE THE EDIT
009200*
009300*--------------------------------------------------------------*
009400 0000-MAINLINE.
009450     PERFORM 0100-GET-PARM THRU 0100-EXIT.
009500     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
009600     PERFORM 2000-WRITE-HEADINGS THRU 2000-EXIT.
009700     PERFORM 3000-READ-DRIVER THRU 3000-EXIT.
011100     STOP RUN.
011200*--------------------------------------------------------------*
011300*
011303* 0100-GET-PARM.  THE PARM IS EMPTY OR 'STREAM=XXXX'.  A
011306*                 STREAM OTHER THAN NITE SWITCHES THE DRIVER
011310*                 NAME TO THAT STREAM'S; ANY OTHER PARM STOPS
011313*                 WITH RC 8.
011316*
011320*--------------------------------------------------------------*
011323 0100-GET-PARM.
011326     IF HD-PARM-LEN = ZERO
011330         GO TO 0100-EXIT
011333     END-IF.
011336     IF HD-PARM-LEN < 8 OR HD-PARM-LEN > 11
011340         OR HD-PARM-TEXT (1 : 7) NOT = 'STREAM='
011341         OR HD-PARM-TEXT (8 : 1) NOT ALPHABETIC-UPPER
011342         OR HD-PARM-TEXT (8 : 1) = SPACE
011343         DISPLAY 'HELDAUD: BAD PARM - EXPECTED STREAM=XXXX OR '
011346                 'NO PARM, GOT ' HD-PARM-TEXT (1 : HD-PARM-LEN)
011350         MOVE 8 TO RETURN-CODE
011353         STOP RUN
011356     END-IF.
011360     MOVE HD-PARM-TEXT (8 : HD-PARM-LEN - 7) TO HD-STREAM-ID.
011363     IF HD-STREAM-ID NOT = 'NITE'
011366         MOVE SPACES TO HD-DRV-FILE-NAME
011370         STRING 'DRV' DELIMITED BY SIZE
011373                 HD-STREAM-ID DELIMITED BY SPACE
011376             INTO HD-DRV-FILE-NAME
011380         END-STRING
011383     END-IF.
011386 0100-EXIT.
011390     EXIT.
011393*--------------------------------------------------------------*
011396*
011400* 1000-OPEN-FILES.  OPEN THE DRIVER FILE FOR INPUT AND THE
011500*                   EDIT REPORT FOR OUTPUT.
011600*
011800 1000-OPEN-FILES.
011900     OPEN INPUT DRIVER-FILE.
012000     IF HD-DRV-FILE-STATUS NOT = '00'
012100         DISPLAY 'HELDAUD: UNABLE TO OPEN ' HD-DRV-FILE-NAME
012200                 ', STATUS = ' HD-DRV-FILE-STATUS
012300         MOVE 16 TO RETURN-CODE
012400         STOP RUN
012500     END-IF.
013400 2000-WRITE-HEADINGS.
013500     MOVE 'HELLO JOB STREAM - HELLODRV DRIVER-FILE EDIT' TO
013600         HD-REPORT-LINE.
013611     WRITE HD-REPORT-LINE.
013622     MOVE SPACES TO HD-REPORT-LINE.
013633     STRING 'JOB STREAM: ' DELIMITED BY SIZE
013644             HD-STREAM-ID DELIMITED BY SIZE
013655             '  DRIVER: ' DELIMITED BY SIZE
013666             HD-DRV-FILE-NAME DELIMITED BY SIZE
013677         INTO HD-REPORT-LINE
013688     END-STRING.
013700     WRITE HD-REPORT-LINE.
013800     MOVE SPACES TO HD-REPORT-LINE.
013900     WRITE HD-REPORT-LINE.
018010     PERFORM 4700-EDIT-RUN-COND THRU 4700-EXIT.
018012     PERFORM 4750-EDIT-SCHEDULE THRU 4750-EXIT.
018013     PERFORM 4770-EDIT-DATASETS THRU 4770-EXIT.
018014     PERFORM 4780-EDIT-TRIGGER THRU 4780-EXIT.
018016     PERFORM 4790-EDIT-CTL-TAGS THRU 4790-EXIT.
018018     PERFORM 4900-EDIT-PAR-GROUP THRU 4900-EXIT.
018020     PERFORM 4800-NOTE-SEEN-SEQ THRU 4800-EXIT.
018100     IF HD-RECORD-ERRORS = ZERO
018200         MOVE 'PASS' TO HD-ML-TAG
035422     EXIT.
035423*--------------------------------------------------------------*
035425*
035426* 4780-EDIT-TRIGGER.  A CODED UPSTREAM TOKEN MUST START IN ITS
035427*                     FIRST POSITION, FOR THE SAME COLUMN-SLIP
035428*                     REASON AS THE DATASET NAMES.  THE POLL
035429*                     SECONDS, WAIT MINUTES AND HHMM DEADLINE
035430*                     MUST EACH BE NUMERIC OR BLANK, THE
035431*                     DEADLINE MUST BE A REAL TIME OF DAY, AND
035432*                     NONE OF THEM MEANS ANYTHING WITHOUT A
035433*                     TOKEN TO WAIT FOR.  THE TOKEN ITSELF IS
035434*                     NOT PRE-FLIGHTED - IT IS NOT EXPECTED TO
035435*                     EXIST UNTIL THE UPSTREAM FEED LANDS.
035436*
035437*--------------------------------------------------------------*
035438 4780-EDIT-TRIGGER.
035439     IF HL-DRV-TRIG-TOKEN NOT = SPACES
035440         AND HL-DRV-TRIG-TOKEN (1 : 1) = SPACE
035441         PERFORM 5900-RECORD-ERROR THRU 5900-EXIT
035442         MOVE 'UPSTREAM TOKEN HAS A LEADING BLANK' TO
035443             HD-ML-TEXT
035444         PERFORM 5800-WRITE-MSG THRU 5800-EXIT
035445     END-IF.
035446     IF (HL-DRV-TRIG-POLL-SECS NOT = SPACES
035447             AND HL-DRV-TRIG-POLL-SECS NOT NUMERIC)
035448         OR (HL-DRV-TRIG-WAIT-MINS NOT = SPACES
035449             AND HL-DRV-TRIG-WAIT-MINS NOT NUMERIC)
035450         OR (HL-DRV-TRIG-DEADLINE NOT = SPACES
035451             AND HL-DRV-TRIG-DEADLINE NOT NUMERIC)
035452         PERFORM 5900-RECORD-ERROR THRU 5900-EXIT
035453         MOVE 'TOKEN POLL, WAIT OR DEADLINE IS NOT NUMERIC OR'
035454             TO HD-ML-TEXT
035455         MOVE 'BLANK' TO HD-ML-TEXT (48 : 5)
035456         PERFORM 5800-WRITE-MSG THRU 5800-EXIT
035457         GO TO 4780-EXIT
035458     END-IF.
035459     IF HL-DRV-TRIG-DEADLINE NUMERIC
035460         AND (HL-DRV-TRIG-DEADLINE (1 : 2) > '23'
035461             OR HL-DRV-TRIG-DEADLINE (3 : 2) > '59')
035462         PERFORM 5900-RECORD-ERROR THRU 5900-EXIT
035463         MOVE 'TOKEN DEADLINE IS NOT A VALID HHMM' TO
035464             HD-ML-TEXT
035465         PERFORM 5800-WRITE-MSG THRU 5800-EXIT
035466     END-IF.
035467     IF HL-DRV-TRIG-TOKEN = SPACES
035468         AND ((HL-DRV-TRIG-POLL-SECS NUMERIC
035469                 AND HL-DRV-TRIG-POLL-SECS > ZERO)
035470             OR (HL-DRV-TRIG-WAIT-MINS NUMERIC
035471                 AND HL-DRV-TRIG-WAIT-MINS > ZERO)
035472             OR (HL-DRV-TRIG-DEADLINE NUMERIC
035473                 AND HL-DRV-TRIG-DEADLINE > ZERO))
035474         PERFORM 5900-RECORD-ERROR THRU 5900-EXIT
035475         MOVE 'POLL, WAIT OR DEADLINE CODED WITHOUT A TOKEN'
035476             TO HD-ML-TEXT
035477         PERFORM 5800-WRITE-MSG THRU 5800-EXIT
035478     END-IF.
035479 4780-EXIT.
035480     EXIT.
035481*--------------------------------------------------------------*
035482*
035483* 4790-EDIT-CTL-TAGS.  HELLO FINDS A CONTROL TOTAL BY LOOKING
035484*                      FOR TAG= IN THE STEP'S OUTPUT, SO EACH
035485*                      CODED TAG MUST BE ONE UNBROKEN WORD -
035486*                      NO LEADING OR EMBEDDED BLANK AND NO =
035487*                      SIGN - OR IT CAN NEVER BE FOUND.
035488*
035489*--------------------------------------------------------------*
035490 4790-EDIT-CTL-TAGS.
035491     MOVE 1 TO HD-TAG-SUB.
035492     PERFORM 4795-CHECK-CTL-TAG THRU 4795-EXIT
035493         UNTIL HD-TAG-SUB > 3.
035494 4790-EXIT.
035495     EXIT.
035496*--------------------------------------------------------------*
035497*
035498* 4795-CHECK-CTL-TAG.  TEST ONE TAG.
035499*
035500*--------------------------------------------------------------*
035501 4795-CHECK-CTL-TAG.
035502     IF HL-DRV-CTL-TAG (HD-TAG-SUB) = SPACES
035503         GO TO 4795-NEXT
035504     END-IF.
035505     MOVE ZERO TO HD-TAG-LEN.
035506     MOVE ZERO TO HD-TAG-EQ-COUNT.
035507     INSPECT HL-DRV-CTL-TAG (HD-TAG-SUB) TALLYING
035508         HD-TAG-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
035509     INSPECT HL-DRV-CTL-TAG (HD-TAG-SUB) TALLYING
035510         HD-TAG-EQ-COUNT FOR ALL '='.
035511     IF HD-TAG-LEN = ZERO
035512         OR HD-TAG-EQ-COUNT > ZERO
035513         GO TO 4795-BAD
035514     END-IF.
035515     IF HD-TAG-LEN < 12
035516         IF HL-DRV-CTL-TAG (HD-TAG-SUB) (HD-TAG-LEN + 1 : )
035517             NOT = SPACES
035518             GO TO 4795-BAD
035519         END-IF
035520     END-IF.
035521     GO TO 4795-NEXT.
035522 4795-BAD.
035523     PERFORM 5900-RECORD-ERROR THRU 5900-EXIT.
035524     MOVE SPACES TO HD-ML-TEXT.
035525     STRING 'CONTROL TOTAL TAG ' DELIMITED BY SIZE
035526             HL-DRV-CTL-TAG (HD-TAG-SUB) DELIMITED BY SIZE
035527             ' HAS A BLANK OR AN = SIGN' DELIMITED BY SIZE
035528         INTO HD-ML-TEXT
035529     END-STRING.
035530     PERFORM 5800-WRITE-MSG THRU 5800-EXIT.
035531 4795-NEXT.
035532     ADD 1 TO HD-TAG-SUB.
035533 4795-EXIT.
035534     EXIT.
035535*--------------------------------------------------------------*
035536*
035537* 4900-EDIT-PAR-GROUP.  THE PARALLEL-GROUP FIELD MUST BE BLANK
035538*                       OR NUMERIC, AND EVERY MEMBER OF A GROUP
035539*                       MUST BE CONTIGUOUS IN THE FILE - HELLO
035540*                       TREATS A RUN OF CONSECUTIVE RECORDS
035541*                       SHARING A GROUP NUMBER AS ONE GROUP, SO
035542*                       A NUMBER THAT REAPPEARS LATER WOULD
035543*                       SILENTLY SPLIT INTO TWO GROUPS AT
035544*                       NIGHT.
035545*
035546*--------------------------------------------------------------*
035547 4900-EDIT-PAR-GROUP.
035548     IF HL-DRV-PAR-GROUP = SPACES
035549         MOVE ZERO TO HD-CUR-GROUP
035550         PERFORM 4950-CLOSE-PREV-GROUP THRU 4950-EXIT
035551         GO TO 4900-EXIT
035552     END-IF.
035553     IF HL-DRV-PAR-GROUP NOT NUMERIC
035554         PERFORM 5900-RECORD-ERROR THRU 5900-EXIT
035555         MOVE 'PARALLEL GROUP IS NOT NUMERIC OR BLANK' TO
035556             HD-ML-TEXT
035557         PERFORM 5800-WRITE-MSG THRU 5800-EXIT
035558         MOVE ZERO TO HD-CUR-GROUP
035559         PERFORM 4950-CLOSE-PREV-GROUP THRU 4950-EXIT
035560         GO TO 4900-EXIT
035561     END-IF.
035562     MOVE HL-DRV-PAR-GROUP TO HD-CUR-GROUP.
035563     IF HD-CUR-GROUP = ZERO
035565         PERFORM 4950-CLOSE-PREV-GROUP THRU 4950-EXIT
035570         GO TO 4900-EXIT
035575     END-IF.
