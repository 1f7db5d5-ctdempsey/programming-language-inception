002030*                 BACK TO THE OLD SUBJECT-ONLY ALERT RATHER   *
002031*                 THAN THE REDIRECT KILLING THE MAIL COMMAND  *
002032*                 AND SENDING NOTHING AT ALL.                 *
002036* 10/15/2026 DRO  ADDED PARM='STREAM=XXXX' SO EACH JOB         *
002040*                 STREAM'S JCL ALERTS ON ITS OWN NEWEST RUN;   *
002044*                 WITHOUT IT THE NEWEST RUN OF ANY STREAM IS   *
002048*                 TAKEN AS BEFORE. THE STEPLOG AND HELLOTRN    *
002052*                 EVIDENCE IS MATCHED ON THE STREAM AS WELL AS *
002056*                 THE RUN KEY, THE FAILURE PATTERNS COME FROM  *
002060*                 THAT STREAM'S OWN DRIVER (DRVXXXX, HELLODRV  *
002064*                 FOR NITE), THE STREAM IS SHOWN IN THE        *
002068*                 SUBJECT AND THE BODY HEADER, AND A HELACTL   *
002072*                 LINE PREFIXED 'XXXX:' (E.G. 'MEND:PAGE=...') *
002076*                 SETS A ROUTE FOR THAT STREAM ONLY, AHEAD OF  *
002080*                 THE GENERAL LINE. A BLANK LOGGED STREAM IS   *
002081*                 TAKEN AS NITE.                               *
002082* 10/15/2026 DRO  ADDED THE HELLOCLS FAILURE CLASSIFICATION    *
002083*                 (WRITTEN BY HELCLASS AHEAD OF THIS STEP) TO  *
002084*                 THE BODY - A FAILING STEP WHOSE LAST ATTEMPT *
002085*                 MATCHED THE KNOWN-ERROR CATALOGUE SHOWS THE  *
002086*                 ISSUE, ITS RUNBOOK, CAUSE CLASS AND OWNING   *
002087*                 TEAM; ONE THAT MATCHED NOTHING SAYS SO. NO   *
002088*                 HELLOCLS RECORD, NO LINE.                    *
002090* 10/15/2026 DRO  AN AD-HOC SINGLE-STEP RERUN (HELSTEPJ) NO    *
002091*                 LONGER COUNTS AS THE LAST RUN WHEN RUNLOG IS *
002092*                 READ FLAT, NOR AS THE PREVIOUS NIGHT FOR THE *
002093*                 REPEAT-FAILURE TEST.                         *
002094* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER; A      *
002095*                 BLANK OR NON-LETTER FIRST CHARACTER IS A BAD *
002096*                 PARM (RC 8) INSTEAD OF YIELDING A BARE       *
002097*                 DRV/CKP FILE NAME.                           *
002098*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. LINUX.
003270     SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO 'HELLOTRN'
003272         ORGANIZATION IS LINE SEQUENTIAL
003274         FILE STATUS IS HA-TRN-FILE-STATUS.
003280     SELECT OPTIONAL DRIVER-FILE ASSIGN USING HA-DRV-FILE-NAME
003282         ORGANIZATION IS LINE SEQUENTIAL
003284         FILE STATUS IS HA-DRV-FILE-STATUS.
003290     SELECT BODY-FILE ASSIGN TO 'ALRTBODY'
003292         ORGANIZATION IS LINE SEQUENTIAL
003294         FILE STATUS IS HA-BDY-FILE-STATUS.
003295     SELECT OPTIONAL CLASS-FILE ASSIGN TO 'HELLOCLS'
003296         ORGANIZATION IS LINE SEQUENTIAL
003297         FILE STATUS IS HA-CLS-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  ALERT-CTL-FILE.
003880 COPY HLDRV.
003890 FD  BODY-FILE.
003892 01  HA-BODY-LINE                PIC X(132).
003894 FD  CLASS-FILE.
003896 COPY HLCLS.
003900 WORKING-STORAGE SECTION.
004000*--------------------------------------------------------------*
004100* SWITCHES AND THE DEFAULT ROUTING COMMANDS.  EACH MAY BE      *
004630 77  HA-TRN-FILE-STATUS       PIC X(02) VALUE '00'.
004640 77  HA-DRV-FILE-STATUS       PIC X(02) VALUE '00'.
004650 77  HA-BDY-FILE-STATUS       PIC X(02) VALUE '00'.
004655 77  HA-CLS-FILE-STATUS       PIC X(02) VALUE '00'.
004660 77  HA-KEYED-OK-SW           PIC X(01) VALUE 'N'.
004670     88  HA-KEYED-OK              VALUE 'Y'.
004680 77  HA-STP-EOF-SW            PIC X(01) VALUE 'N'.
004710     88  HA-TRN-EOF               VALUE 'Y'.
004720 77  HA-DRV-EOF-SW            PIC X(01) VALUE 'N'.
004730     88  HA-DRV-EOF               VALUE 'Y'.
004733 77  HA-CLS-EOF-SW            PIC X(01) VALUE 'N'.
004736     88  HA-CLS-EOF               VALUE 'Y'.
004740 77  HA-REPEAT-SW             PIC X(01) VALUE 'N'.
004750     88  HA-REPEAT-FAILURE        VALUE 'Y'.
004760 77  HA-BODY-READY-SW         PIC X(01) VALUE 'N'.
005310 77  HA-RUN-DATE              PIC 9(08) VALUE ZERO.
005320 77  HA-RUN-START             PIC 9(08) VALUE ZERO.
005330 77  HA-PREV-DATE             PIC 9(08) VALUE ZERO.
005331*--------------------------------------------------------------*
005332* JOB-STREAM FIELDS.  HA-STREAM-FILTER COMES FROM THE PARM      *
005333* (BLANK = NEWEST RUN OF ANY STREAM); HA-RUN-STREAM IS THE      *
005334* STREAM OF THE RUN BEING ALERTED ON.  THE STREAM-QUALIFIED     *
005335* ROUTES ARE TAKEN FROM 'XXXX:' LINES IN HELACTL AND WIN OVER   *
005336* THE GENERAL ROUTES WHEN SET.                                  *
005337*--------------------------------------------------------------*
005338 77  HA-STREAM-FILTER         PIC X(04) VALUE SPACES.
005339 77  HA-RUN-STREAM            PIC X(04) VALUE 'NITE'.
005340 77  HA-CUR-STREAM            PIC X(04) VALUE SPACES.
005341 77  HA-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
005342 77  HA-CTL-WORK              PIC X(80) VALUE SPACES.
005343 77  HA-STR-MAIL-COMMAND      PIC X(80) VALUE SPACES.
005344 77  HA-STR-PAGE-COMMAND      PIC X(80) VALUE SPACES.
005345 77  HA-STR-APPL-COMMAND      PIC X(80) VALUE SPACES.
005346*--------------------------------------------------------------*
005350* FAILING-STEP TABLE - ONE ROW PER FAILING STEP ON TONIGHT'S   *
005360* RUN, WITH ITS DRIVER PATTERN, ATTEMPT COUNT AND TRANSCRIPT   *
005370* EVIDENCE (MATCHED LINES FOR A 91 VERDICT, OTHERWISE THE      *
005530         10  HA-FL-MATCH-LINE OCCURS 10 TIMES PIC X(132).
005540         10  HA-FL-TAIL-SEEN         PIC 9(05).
005550         10  HA-FL-TAIL-LINE OCCURS 10 TIMES PIC X(132).
005551         10  HA-FL-CLASSED-SW        PIC X(01).
005552             88  HA-FL-CLASSED           VALUE 'Y'.
005553         10  HA-FL-KEC-ID            PIC X(08).
005554         10  HA-FL-KEC-CLASS         PIC X(01).
005555         10  HA-FL-KEC-TEAM          PIC X(08).
005556         10  HA-FL-KEC-RUNBOOK       PIC X(08).
005557         10  HA-FL-KEC-DESC          PIC X(20).
005560 77  HA-FAIL-COUNT            PIC 9(04) COMP VALUE ZERO.
005570 77  HA-FAIL-SUB              PIC 9(04) COMP VALUE ZERO.
005580 77  HA-FOUND-SW              PIC X(01) VALUE 'N'.
005720 77  HA-RING-SLOT             PIC 9(04) COMP VALUE ZERO.
005730 77  HA-LINE-SUB              PIC 9(04) COMP VALUE ZERO.
005740 77  HA-LINES-TO-SHOW         PIC 9(04) COMP VALUE ZERO.
005745 77  HA-CLASS-NAME            PIC X(14) VALUE SPACES.
005750 01  HA-BODY-WORK             PIC X(132).
005760 01  HA-HDR-LINE.
005770     05  FILLER               PIC X(31)
005810     05  HA-HL-RUN-START      PIC 9(08).
005820     05  FILLER               PIC X(06) VALUE '  RC '.
005830     05  HA-HL-RC             PIC -(5)9.
005833     05  FILLER               PIC X(10) VALUE '  STREAM '.
005836     05  HA-HL-STREAM         PIC X(04).
005840     05  FILLER               PIC X(58) VALUE SPACES.
005850 01  HA-STEP-LINE.
005860     05  FILLER               PIC X(13) VALUE 'FAILING STEP '.
005870     05  HA-SL-SEQ            PIC 9(04).
005940     05  HA-SL-ATTEMPTS       PIC ZZ9.
005950     05  FILLER               PIC X(66) VALUE SPACES.
005960*--------------------------------------------------------------*
006016 LINKAGE SECTION.
006072 01  HA-PARM-AREA.
006128     05  HA-PARM-LEN             PIC S9(04) COMP.
006184     05  HA-PARM-TEXT            PIC X(80).
006240*--------------------------------------------------------------*
006300 PROCEDURE DIVISION USING HA-PARM-AREA.
006310*--------------------------------------------------------------*
006320*
006330* 0000-MAINLINE.  FIND THE RUN HELLO JUST FINISHED; WHEN IT
006390*
006400*--------------------------------------------------------------*
006410 0000-MAINLINE.
006430     PERFORM 0100-GET-PARM THRU 0100-EXIT.
006450     PERFORM 1000-GET-LAST-RC THRU 1000-EXIT.
006460     IF HA-LAST-RC = ZERO
006470         GO TO 0000-EXIT
006480     END-IF.
006500     MOVE HA-LAST-RC TO HA-LAST-RC-DISP.
006525     IF HA-RUN-STREAM NOT = 'NITE'
006550         MOVE SPACES TO HA-DRV-FILE-NAME
006575         STRING 'DRV' DELIMITED BY SIZE
006600                 HA-RUN-STREAM DELIMITED BY SPACE
006625             INTO HA-DRV-FILE-NAME
006650         END-STRING
006675     END-IF.
006700     PERFORM 2000-GET-ALERT-COMMAND THRU 2000-EXIT.
006710     PERFORM 3000-COLLECT-FAILURES THRU 3000-EXIT.
006720     PERFORM 3500-GET-DRIVER-PATTERNS THRU 3500-EXIT.
006730     PERFORM 4000-COLLECT-TRANSCRIPTS THRU 4000-EXIT.
006735     PERFORM 4500-COLLECT-CLASSES THRU 4500-EXIT.
006740     PERFORM 5000-BUILD-BODY THRU 5000-EXIT.
006800     DISPLAY 'HELALRT: HELLO JOB STREAM ' HA-RUN-STREAM
006900             ' FAILED, RC = ' HA-LAST-RC-DISP.
006910     PERFORM 6000-SEND-ALERT THRU 6000-EXIT.
007750 0000-EXIT.
007800     STOP RUN.
007900*--------------------------------------------------------------*
008000*
008004* 0100-GET-PARM.  THE PARM IS EMPTY OR 'STREAM=XXXX' - ANY
008008*                 OTHER VALUE STOPS THE RUN WITH RC 8 RATHER
008012*                 THAN ALERTING ON THE WRONG STREAM'S RUN.
008016*
008020*--------------------------------------------------------------*
008024 0100-GET-PARM.
008028     IF HA-PARM-LEN = ZERO
008032         GO TO 0100-EXIT
008036     END-IF.
008040     IF HA-PARM-LEN > 7 AND HA-PARM-LEN < 12
008044         AND HA-PARM-TEXT (1 : 7) = 'STREAM='
008045         AND HA-PARM-TEXT (8 : 1) IS ALPHABETIC-UPPER
008046         AND HA-PARM-TEXT (8 : 1) NOT = SPACE
008048         MOVE HA-PARM-TEXT (8 : HA-PARM-LEN - 7)
008052             TO HA-STREAM-FILTER
008056         MOVE HA-STREAM-FILTER TO HA-RUN-STREAM
008060         GO TO 0100-EXIT
008064     END-IF.
008068     DISPLAY 'HELALRT: BAD PARM - EXPECTED STREAM=XXXX OR NO '
008072             'PARM, GOT ' HA-PARM-TEXT (1 : HA-PARM-LEN).
008076     MOVE 8 TO RETURN-CODE.
008080     STOP RUN.
008084 0100-EXIT.
008088     EXIT.
008092*--------------------------------------------------------------*
008096*
008100* 1000-GET-LAST-RC.  FIND THE RUN HELLO JUST FINISHED - ITS RC,
008200*                    RUN DATE, START TIME AND STREAM.  THE
008300*                    KEYED HELLHIST MASTER IS TRIED FIRST;
008400*                    WHEN IT IS NOT USABLE, READ TO THE END OF
008500*                    RUNLOG AND KEEP THE LAST RECORD (OF THE
008550*                    STREAM ASKED FOR, IF ANY), AS THIS
008600*                    PROGRAM ALWAYS HAS.
008610*
008620*--------------------------------------------------------------*
009900*
010000* 1010-READ-RUNLOG-RECORD.  READ ONE RECORD, REMEMBERING ITS
010100*                           RC AND KEY AS THE CANDIDATE "LAST"
010200*                           RUN.  AN AD-HOC SINGLE-STEP RERUN IS
010233*                           PASSED OVER, AS THE KEYED MASTER'S
010266*                           NEWEST-RUN POINTER PASSES IT OVER.
010300*
010400*--------------------------------------------------------------*
010500 1010-READ-RUNLOG-RECORD.
010800             MOVE '10' TO HA-LOG-FILE-STATUS
010900             GO TO 1010-EXIT
011000     END-READ.
011011     MOVE HL-LOG-STREAM TO HA-CUR-STREAM.
011022     IF HA-CUR-STREAM = SPACES
011033         MOVE 'NITE' TO HA-CUR-STREAM
011044     END-IF.
011055     IF HA-STREAM-FILTER NOT = SPACES
011066         AND HA-CUR-STREAM NOT = HA-STREAM-FILTER
011077         GO TO 1010-EXIT
011088     END-IF.
011091     IF HL-LOG-ADHOC
011094         GO TO 1010-EXIT
011097     END-IF.
011100     MOVE HL-LOG-RC TO HA-LAST-RC.
011110     MOVE HL-LOG-RUN-DATE TO HA-RUN-DATE.
011120     MOVE HL-LOG-START-TIME TO HA-RUN-START.
011160     MOVE HA-CUR-STREAM TO HA-RUN-STREAM.
011200 1010-EXIT.
011300     EXIT.
011301*--------------------------------------------------------------*
011303*
011305* 1500-KEYED-LAST-RC.  TRY THE KEYED HELLHIST MASTER FIRST -
011306*                      READ THE CONTROL RECORD (THE STREAM'S
011308*                      OWN WHEN ONE WAS ASKED FOR) FOR THE
011310*                      NEWEST RUN'S KEY, THEN READ THAT RUN'S
011311*                      TYPE-R RECORD FOR ITS RC.  ANY
011313*                      MISSTEP FALLS QUIETLY THROUGH TO THE
011315*                      SEQUENTIAL SCAN.
011317*
011318*--------------------------------------------------------------*
011319 1500-KEYED-LAST-RC.
011324     END-IF.
011325     MOVE ZERO TO HL-HST-RUN-DATE.
011326     MOVE ZERO TO HL-HST-START-TIME.
011345     MOVE HA-STREAM-FILTER TO HL-HST-STREAM.
011347     MOVE 'C' TO HL-HST-REC-TYPE.
011349     MOVE ZERO TO HL-HST-SEQ.
011351     READ HISTORY-FILE
011353         INVALID KEY
011355             CLOSE HISTORY-FILE
011357             GO TO 1500-EXIT
011359     END-READ.
011361     MOVE HL-HST-NEWEST-RUN-DATE TO HL-HST-RUN-DATE.
011363     MOVE HL-HST-NEWEST-START TO HL-HST-START-TIME.
011365     MOVE HL-HST-NEWEST-STREAM TO HL-HST-STREAM.
011367     MOVE 'R' TO HL-HST-REC-TYPE.
011369     MOVE ZERO TO HL-HST-SEQ.
011371     READ HISTORY-FILE
011373         INVALID KEY
011375             CLOSE HISTORY-FILE
011377             GO TO 1500-EXIT
011379     END-READ.
011381     MOVE HL-HST-RC TO HA-LAST-RC.
011383     MOVE HL-HST-RUN-DATE TO HA-RUN-DATE.
011385     MOVE HL-HST-START-TIME TO HA-RUN-START.
011387     MOVE HL-HST-STREAM TO HA-RUN-STREAM.
011389     SET HA-KEYED-OK TO TRUE.
011391     CLOSE HISTORY-FILE.
011393 1500-EXIT.
011395     EXIT.
011397*--------------------------------------------------------------*
011400*
011500* 2000-GET-ALERT-COMMAND.  READ THE HELACTL CONTROL FILE.  A
011600*                          MAIL=/PAGE=/APPL= LINE OVERRIDES
011800*                          COMMAND LINE (THE OLD ONE-LINE
011900*                          FORMAT) OVERRIDES THE MAIL ROUTE,
012000*                          SO EXISTING CONTROL FILES KEEP
012100*                          WORKING UNCHANGED.  ANY OF THESE
012125*                          PREFIXED 'XXXX:' APPLIES ONLY TO
012150*                          STREAM XXXX AND WINS OVER THE
012175*                          GENERAL LINE FOR THAT STREAM.
012200*
012300*--------------------------------------------------------------*
012400 2000-GET-ALERT-COMMAND.
012630     PERFORM 2100-READ-CTL-LINE THRU 2100-EXIT
012640         UNTIL HA-CTL-FILE-STATUS NOT = '00'.
013000     CLOSE ALERT-CTL-FILE.
013020     IF HA-STR-MAIL-COMMAND NOT = SPACES
013040         MOVE HA-STR-MAIL-COMMAND TO HA-MAIL-COMMAND
013060     END-IF.
013080     IF HA-STR-PAGE-COMMAND NOT = SPACES
013100         MOVE HA-STR-PAGE-COMMAND TO HA-PAGE-COMMAND
013120     END-IF.
013140     IF HA-STR-APPL-COMMAND NOT = SPACES
013160         MOVE HA-STR-APPL-COMMAND TO HA-APPL-COMMAND
013180     END-IF.
013200 2000-EXIT.
013300     EXIT.
013310*--------------------------------------------------------------*
013400             GO TO 2100-EXIT
013410     END-READ.
013420     IF HA-CTL-RECORD = SPACES
013421         GO TO 2100-EXIT
013422     END-IF.
013424     IF HA-CTL-RECORD (5 : 1) = ':'
013425         IF HA-CTL-RECORD (1 : 4) = HA-RUN-STREAM
013427             PERFORM 2150-APPLY-STREAM-LINE THRU 2150-EXIT
013428         END-IF
013430         GO TO 2100-EXIT
013440     END-IF.
013450     IF HA-CTL-RECORD (1 : 5) = 'MAIL='
013570     MOVE HA-CTL-RECORD TO HA-MAIL-COMMAND.
013580 2100-EXIT.
013590     EXIT.
013591*--------------------------------------------------------------*
013592*
013593* 2150-APPLY-STREAM-LINE.  APPLY A HELACTL LINE QUALIFIED FOR
013594*                          THIS RUN'S STREAM TO THE MATCHING
013595*                          STREAM-ONLY ROUTE.
013596*
013597*--------------------------------------------------------------*
013598 2150-APPLY-STREAM-LINE.
013599     MOVE HA-CTL-RECORD (6 : 75) TO HA-CTL-WORK.
013600     IF HA-CTL-WORK (1 : 5) = 'MAIL='
013601         MOVE HA-CTL-WORK (6 : 75) TO HA-STR-MAIL-COMMAND
013602         GO TO 2150-EXIT
013603     END-IF.
013604     IF HA-CTL-WORK (1 : 5) = 'PAGE='
013605         MOVE HA-CTL-WORK (6 : 75) TO HA-STR-PAGE-COMMAND
013606         GO TO 2150-EXIT
013607     END-IF.
013608     IF HA-CTL-WORK (1 : 5) = 'APPL='
013609         MOVE HA-CTL-WORK (6 : 75) TO HA-STR-APPL-COMMAND
013610         GO TO 2150-EXIT
013611     END-IF.
013612     MOVE HA-CTL-WORK TO HA-STR-MAIL-COMMAND.
013613 2150-EXIT.
013614     EXIT.
013615*--------------------------------------------------------------*
013616*
013620* 3000-COLLECT-FAILURES.  TWO PASSES OVER STEPLOG.  THE FIRST
013630*                         FINDS THE RUN DATE BEFORE TONIGHT'S;
013640*                         THE SECOND COLLECTS TONIGHT'S
013650*                         FAILING STEPS AND THE SEQUENCES THAT
013660*                         FAILED ON THAT PREVIOUS DATE, FOR
013670*                         THE CONSECUTIVE-NIGHT ESCALATION.
013673*                         ONLY RECORDS OF THE RUN'S OWN STREAM
013676*                         ARE LOOKED AT.
013680*
013690*--------------------------------------------------------------*
013700 3000-COLLECT-FAILURES.
013890     EXIT.
013900*--------------------------------------------------------------*
013910*
013911* 3050-GET-STEP-STREAM.  PICK UP THE CURRENT STEPLOG RECORD'S
013912*                        STREAM, A BLANK ONE COUNTING AS NITE.
013914*
013915*--------------------------------------------------------------*
013916 3050-GET-STEP-STREAM.
013918     MOVE HL-STP-STREAM TO HA-CUR-STREAM.
013919     IF HA-CUR-STREAM = SPACES
013920         MOVE 'NITE' TO HA-CUR-STREAM
013922     END-IF.
013923 3050-EXIT.
013924     EXIT.
013926*--------------------------------------------------------------*
013927*
013928* 3100-SCAN-FOR-PREV-DATE.  TRACK THE NEWEST RUN DATE ON
013930*                           STEPLOG THAT IS OLDER THAN
013940*                           TONIGHT'S, IGNORING AD-HOC RERUNS.
013950*
013960*--------------------------------------------------------------*
013970 3100-SCAN-FOR-PREV-DATE.
014000             SET HA-STP-EOF TO TRUE
014010             GO TO 3100-EXIT
014020     END-READ.
014022     PERFORM 3050-GET-STEP-STREAM THRU 3050-EXIT.
014024     IF HA-CUR-STREAM NOT = HA-RUN-STREAM
014025         OR HL-STP-ADHOC
014026         GO TO 3100-EXIT
014028     END-IF.
014030     IF HL-STP-RUN-DATE < HA-RUN-DATE
014040         AND HL-STP-RUN-DATE > HA-PREV-DATE
014050         MOVE HL-STP-RUN-DATE TO HA-PREV-DATE
014240     IF HL-STP-RC = ZERO
014250         GO TO 3200-EXIT
014260     END-IF.
014262     PERFORM 3050-GET-STEP-STREAM THRU 3050-EXIT.
014264     IF HA-CUR-STREAM NOT = HA-RUN-STREAM
014266         GO TO 3200-EXIT
014268     END-IF.
014270     IF HL-STP-RUN-DATE = HA-RUN-DATE
014280         AND HL-STP-RUN-START-TIME = HA-RUN-START
014290         IF HA-FAIL-COUNT < 20
014400             MOVE ZERO TO HA-FL-PATT-LEN (HA-FAIL-COUNT)
014410             MOVE ZERO TO HA-FL-MATCH-COUNT (HA-FAIL-COUNT)
014420             MOVE ZERO TO HA-FL-TAIL-SEEN (HA-FAIL-COUNT)
014425             MOVE 'N' TO HA-FL-CLASSED-SW (HA-FAIL-COUNT)
014430         END-IF
014440         GO TO 3200-EXIT
014450     END-IF.
014460     IF HL-STP-RUN-DATE = HA-PREV-DATE
014470         AND HA-PREV-DATE > ZERO
014475         AND NOT HL-STP-ADHOC
014480         AND HA-PF-COUNT < 50
014490         ADD 1 TO HA-PF-COUNT
014500         MOVE HL-STP-SEQ TO HA-PF-SEQ (HA-PF-COUNT)
015960         OR HL-TRN-RUN-START-TIME NOT = HA-RUN-START
015970         GO TO 4100-EXIT
015980     END-IF.
015981     MOVE HL-TRN-STREAM TO HA-CUR-STREAM.
015982     IF HA-CUR-STREAM = SPACES
015983         MOVE 'NITE' TO HA-CUR-STREAM
015984     END-IF.
015985     IF HA-CUR-STREAM NOT = HA-RUN-STREAM
015986         GO TO 4100-EXIT
015987     END-IF.
015990     MOVE 'N' TO HA-FOUND-SW.
016000     MOVE 1 TO HA-FAIL-SUB.
016010     PERFORM 4110-FIND-FAIL-STEP THRU 4110-EXIT
016470     ELSE
016480         ADD 1 TO HA-FAIL-SUB
016490     END-IF.
016491 4110-EXIT.
016492     EXIT.
016493*--------------------------------------------------------------*
016494*
016495* 4500-COLLECT-CLASSES.  PICK UP HELCLASS'S VERDICT ON EACH
016496*                        FAILING STEP'S LAST ATTEMPT FROM
016497*                        HELLOCLS.  NO HELLOCLS, OR NO RECORD
016498*                        FOR A STEP, LEAVES THE STEP WITHOUT A
016499*                        CLASSIFICATION LINE.
016500*
016501*--------------------------------------------------------------*
016502 4500-COLLECT-CLASSES.
016503     IF HA-FAIL-COUNT = ZERO
016504         GO TO 4500-EXIT
016505     END-IF.
016506     OPEN INPUT CLASS-FILE.
016507     IF HA-CLS-FILE-STATUS NOT = '00'
016508         GO TO 4500-EXIT
016509     END-IF.
016510     MOVE 'N' TO HA-CLS-EOF-SW.
016511     PERFORM 4510-POST-CLASS-RECORD THRU 4510-EXIT
016512         UNTIL HA-CLS-EOF.
016513     CLOSE CLASS-FILE.
016514 4500-EXIT.
016515     EXIT.
016516*--------------------------------------------------------------*
016517*
016518* 4510-POST-CLASS-RECORD.  POST ONE HELLOCLS RECORD OF THIS
016519*                          RUN'S FINAL ATTEMPTS TO ITS FAILING
016520*                          STEP'S ROW.
016521*
016522*--------------------------------------------------------------*
016523 4510-POST-CLASS-RECORD.
016524     READ CLASS-FILE
016525         AT END
016526             SET HA-CLS-EOF TO TRUE
016527             GO TO 4510-EXIT
016528     END-READ.
016529     IF HL-CLS-RUN-DATE NOT = HA-RUN-DATE
016530         OR HL-CLS-RUN-START-TIME NOT = HA-RUN-START
016531         OR HL-CLS-STREAM NOT = HA-RUN-STREAM
016532         OR NOT HL-CLS-FINAL
016533         GO TO 4510-EXIT
016534     END-IF.
016535     MOVE 'N' TO HA-FOUND-SW.
016536     MOVE 1 TO HA-FAIL-SUB.
016537     PERFORM 4520-FIND-CLASS-STEP THRU 4520-EXIT
016538         UNTIL HA-FOUND OR HA-FAIL-SUB > HA-FAIL-COUNT.
016539     IF NOT HA-FOUND
016540         GO TO 4510-EXIT
016541     END-IF.
016542     SET HA-FL-CLASSED (HA-FAIL-SUB) TO TRUE.
016543     MOVE HL-CLS-KEC-ID TO HA-FL-KEC-ID (HA-FAIL-SUB).
016544     MOVE HL-CLS-KEC-CLASS TO HA-FL-KEC-CLASS (HA-FAIL-SUB).
016545     MOVE HL-CLS-KEC-TEAM TO HA-FL-KEC-TEAM (HA-FAIL-SUB).
016546     MOVE HL-CLS-KEC-RUNBOOK TO HA-FL-KEC-RUNBOOK (HA-FAIL-SUB).
016547     MOVE HL-CLS-KEC-DESC TO HA-FL-KEC-DESC (HA-FAIL-SUB).
016548 4510-EXIT.
016549     EXIT.
016550*--------------------------------------------------------------*
016551*
016552* 4520-FIND-CLASS-STEP.  TEST ONE FAILING-STEP ROW AGAINST THE
016553*                        CURRENT HELLOCLS RECORD'S SEQUENCE.
016554*
016555*--------------------------------------------------------------*
016556 4520-FIND-CLASS-STEP.
016557     IF HA-FL-SEQ (HA-FAIL-SUB) = HL-CLS-SEQ
016558         SET HA-FOUND TO TRUE
016559     ELSE
016560         ADD 1 TO HA-FAIL-SUB
016561     END-IF.
016562 4520-EXIT.
016563     EXIT.
016564*--------------------------------------------------------------*
016565*
016566* 5000-BUILD-BODY.  WRITE THE ALERT BODY TO ALRTBODY - THE RUN
016567*                   HEADER, THEN EACH FAILING STEP'S FIGURES
016568*                   AND TRANSCRIPT EVIDENCE.  HA-BODY-READY IS
016570*                   ONLY RAISED WHEN THE FILE WAS WRITTEN AND
016572*                   CLOSED CLEAN - 6000 ONLY REDIRECTS THE
016574*                   BODY INTO THE MAIL COMMAND WHEN IT IS ON,
016660     MOVE HA-RUN-DATE TO HA-HL-RUN-DATE.
016670     MOVE HA-RUN-START TO HA-HL-RUN-START.
016680     MOVE HA-LAST-RC TO HA-HL-RC.
016685     MOVE HA-RUN-STREAM TO HA-HL-STREAM.
016690     WRITE HA-BODY-LINE FROM HA-HDR-LINE.
016700     IF HA-FAIL-COUNT = ZERO
016710         MOVE 'NO STEP DETAIL ON FILE FOR THIS RUN' TO
017110         MOVE '  *ALSO FAILED ON THE PREVIOUS RUN DATE*' TO
017120             HA-BODY-LINE
017130         WRITE HA-BODY-LINE
017132     END-IF.
017135     IF HA-FL-CLASSED (HA-FAIL-SUB)
017137         PERFORM 5400-WRITE-CLASS-LINE THRU 5400-EXIT
017140     END-IF.
017150     IF HA-FL-MATCH-COUNT (HA-FAIL-SUB) > ZERO
017160         MOVE '  LINES MATCHING THE FAILURE PATTERN:' TO
017960     ADD 1 TO HA-LINE-SUB.
017970 5310-EXIT.
017980     EXIT.
017981*--------------------------------------------------------------*
017982*
017983* 5400-WRITE-CLASS-LINE.  WRITE THE STEP'S CATALOGUE VERDICT -
017984*                         THE KNOWN ISSUE WITH ITS RUNBOOK,
017985*                         CAUSE CLASS AND OWNING TEAM, OR A
017986*                         NOTE THAT IT MATCHED NO SIGNATURE.
017987*
017988*--------------------------------------------------------------*
017989 5400-WRITE-CLASS-LINE.
017990     IF HA-FL-KEC-ID (HA-FAIL-SUB) = SPACES
017991         MOVE '  NOT IN THE KNOWN-ERROR CATALOGUE' TO
017992             HA-BODY-LINE
017993         WRITE HA-BODY-LINE
017994         GO TO 5400-EXIT
017995     END-IF.
017996     EVALUATE HA-FL-KEC-CLASS (HA-FAIL-SUB)
017997         WHEN 'T'
017998             MOVE 'TRANSIENT' TO HA-CLASS-NAME
017999         WHEN 'D'
018000             MOVE 'DATA' TO HA-CLASS-NAME
018001         WHEN 'I'
018002             MOVE 'INFRASTRUCTURE' TO HA-CLASS-NAME
018003         WHEN OTHER
018004             MOVE 'CODE' TO HA-CLASS-NAME
018005     END-EVALUATE.
018006     MOVE SPACES TO HA-BODY-WORK.
018007     STRING '  KNOWN ISSUE ' DELIMITED BY SIZE
018008             HA-FL-KEC-ID (HA-FAIL-SUB) DELIMITED BY SPACE
018009             ': ' DELIMITED BY SIZE
018010             HA-FL-KEC-DESC (HA-FAIL-SUB) DELIMITED BY '  '
018011             ' - SEE RUNBOOK ' DELIMITED BY SIZE
018012             HA-FL-KEC-RUNBOOK (HA-FAIL-SUB) DELIMITED BY SPACE
018013             ' (' DELIMITED BY SIZE
018014             HA-CLASS-NAME DELIMITED BY SPACE
018015             ', TEAM ' DELIMITED BY SIZE
018016             HA-FL-KEC-TEAM (HA-FAIL-SUB) DELIMITED BY SPACE
018017             ')' DELIMITED BY SIZE
018018         INTO HA-BODY-WORK
018019     END-STRING.
018020     WRITE HA-BODY-LINE FROM HA-BODY-WORK.
018021 5400-EXIT.
018022     EXIT.
018023*--------------------------------------------------------------*
018024*
018025* 6000-SEND-ALERT.  PICK THE ROUTE FOR THE RUN'S RC CLASS -
018026*                   LOCK PROBLEMS (94/95/96) PAGE OPERATIONS,
018030*                   PATTERN VERDICTS (91/92) MAIL THE OWNING
018040*                   APP TEAMS, EVERYTHING ELSE MAILS THE OPS
018050*                   BOX - ESCALATE A CONSECUTIVE-NIGHT REPEAT
018312         STRING HA-ROUTED-COMMAND DELIMITED BY SIZE
018314             ' "HELLO JOB STREAM FAILED, RC=' DELIMITED BY SIZE
018316             HA-LAST-RC-DISP DELIMITED BY SIZE
018317             ', STREAM=' DELIMITED BY SIZE
018318             HA-RUN-STREAM DELIMITED BY SPACE
018319             '" <ALRTBODY' DELIMITED BY SIZE
018320             INTO HA-ALERT-SHELL-CMD
018322         END-STRING
018324     ELSE
018330         STRING HA-ROUTED-COMMAND DELIMITED BY SIZE
018332             ' "HELLO JOB STREAM FAILED, RC=' DELIMITED BY SIZE
018334             HA-LAST-RC-DISP DELIMITED BY SIZE
018335             ', STREAM=' DELIMITED BY SIZE
018336             HA-RUN-STREAM DELIMITED BY SPACE
018337             '"' DELIMITED BY SIZE
018338             INTO HA-ALERT-SHELL-CMD
018340         END-STRING
018342     END-IF.
