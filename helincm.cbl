000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELINCM.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - INTERACTIVE ENTRY AND      *
001100*                 UPDATE OF THE HELLOINC INCIDENT LOG (SEE     *
001200*                 HLINC).  THE OPERATOR KEYS THE FAILED RUN -  *
001300*                 RUN DATE, START TIME, STREAM AND STEP        *
001400*                 SEQUENCE (0000 FOR THE RUN AS A WHOLE) -     *
001500*                 AND A NEW INCIDENT IS ONLY ACCEPTED WHEN     *
001600*                 RUNLOG SHOWS THAT RUN AND STEPLOG SHOWS THE  *
001700*                 STEP FAILING, SO THE LOG CANNOT FILL UP WITH *
001800*                 MISTYPED KEYS.  THE FAILING RC AND TIME ARE  *
001900*                 TAKEN FROM THE LOGS, NOT KEYED.  THE SECOND  *
002000*                 SCREEN TAKES THE ACKNOWLEDGEMENT (OPERATOR,  *
002100*                 DATE, HHMM - DEFAULTING TO NOW), THE CAUSE,  *
002200*                 TWO LINES OF RESOLUTION TEXT AND THE RUN KEY *
002300*                 OF THE CLEAN RERUN, WHICH MUST BE AN RC 0    *
002400*                 RUNLOG RUN OF THE SAME STREAM STARTED AFTER  *
002500*                 THE FAILED ONE.  ITS END TIME BECOMES THE    *
002600*                 RECOVERY TIME HELMTTR MEASURES TO.           *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. LINUX.
003100 OBJECT-COMPUTER. LINUX.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INCIDENT-FILE ASSIGN TO 'HELLOINC'
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS HL-INC-KEY
003800         FILE STATUS IS HI-INC-FILE-STATUS.
003900     SELECT OPTIONAL RUNLOG-FILE ASSIGN TO 'RUNLOG'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HI-LOG-FILE-STATUS.
004200     SELECT OPTIONAL STEPLOG-FILE ASSIGN TO 'STEPLOG'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS HI-STP-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  INCIDENT-FILE.
004800 COPY HLINC.
004900 FD  RUNLOG-FILE.
005000 COPY HLLOG.
005100 FD  STEPLOG-FILE.
005200 COPY HLSTP.
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500* SWITCHES AND COUNTERS                                         *
005600*--------------------------------------------------------------*
005700 77  HI-INC-FILE-STATUS       PIC X(02) VALUE '00'.
005800 77  HI-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
005900 77  HI-STP-FILE-STATUS       PIC X(02) VALUE '00'.
006000 77  HI-DONE-SW               PIC X(01) VALUE 'N'.
006100     88  HI-DONE                  VALUE 'Y'.
006200 77  HI-EDIT-OK-SW            PIC X(01) VALUE 'N'.
006300     88  HI-EDIT-OK               VALUE 'Y'.
006400 77  HI-CANCEL-SW             PIC X(01) VALUE 'N'.
006500     88  HI-CANCELLED             VALUE 'Y'.
006600 77  HI-EXISTING-SW           PIC X(01) VALUE 'N'.
006700     88  HI-EXISTING              VALUE 'Y'.
006800 77  HI-LIST-EOF-SW           PIC X(01) VALUE 'N'.
006900     88  HI-LIST-EOF              VALUE 'Y'.
007000 77  HI-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
007100     88  HI-RUN-FOUND             VALUE 'Y'.
007200 77  HI-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
007300     88  HI-STEP-FOUND            VALUE 'Y'.
007400 77  HI-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
007500 77  HI-USER-NAME             PIC X(08) VALUE SPACES.
007600 77  HI-SAVE-REPLY            PIC X(01) VALUE SPACE.
007700 77  HI-ACK-HHMM              PIC 9(04) VALUE ZERO.
007800 77  HI-ACK-HHMM-WAS          PIC 9(04) VALUE ZERO.
007900 01  HI-HHMM-PIECES.
008000     05  HI-HHMM-HH           PIC 9(02).
008100     05  HI-HHMM-MM           PIC 9(02).
008200 77  HI-NOW-DATE              PIC 9(08) VALUE ZERO.
008300 77  HI-NOW-TIME              PIC 9(08) VALUE ZERO.
008400*--------------------------------------------------------------*
008500* RUNLOG / STEPLOG LOOKUP - THE RUN OR STEP BEING LOOKED FOR,   *
008600* AND WHAT THE LOGS SAY ABOUT IT.                               *
008700*--------------------------------------------------------------*
008800 77  HI-FIND-DATE             PIC 9(08) VALUE ZERO.
008900 77  HI-FIND-START            PIC 9(08) VALUE ZERO.
009000 77  HI-FIND-STREAM           PIC X(04) VALUE SPACES.
009100 77  HI-FIND-SEQ              PIC 9(04) VALUE ZERO.
009200 77  HI-LOGGED-STREAM         PIC X(04) VALUE SPACES.
009300 77  HI-FOUND-RC              PIC S9(05) VALUE ZERO.
009400 77  HI-FOUND-END-TIME        PIC 9(08) VALUE ZERO.
009500 77  HI-FOUND-END-DATE        PIC 9(08) VALUE ZERO.
009600 77  HI-STEP-RC               PIC S9(05) VALUE ZERO.
009700*--------------------------------------------------------------*
009800* DATE ROLL WORK AREA - THE FLIEGEL/VAN FLANDERN JULIAN-DAY    *
009900* ARITHMETIC HELLO USES, FOR A RUN THAT ENDED PAST MIDNIGHT.   *
010000*--------------------------------------------------------------*
010100 01  HI-JDN-DATE              PIC 9(08) VALUE ZERO.
010200 01  HI-JDN-DATE-R REDEFINES HI-JDN-DATE.
010300     05  HI-JD-YEAR           PIC 9(04).
010400     05  HI-JD-MONTH          PIC 9(02).
010500     05  HI-JD-DAY            PIC 9(02).
010600 77  HI-JDN-A                 PIC 9(01) COMP VALUE ZERO.
010700 77  HI-JDN-Y                 PIC 9(05) COMP VALUE ZERO.
010800 77  HI-JDN-M                 PIC 9(02) COMP VALUE ZERO.
010900 77  HI-JDN-NUM               PIC 9(08) COMP VALUE ZERO.
011000 01  HI-JDI-DATE              PIC 9(08) VALUE ZERO.
011100 01  HI-JDI-DATE-R REDEFINES HI-JDI-DATE.
011200     05  HI-JDI-YEAR          PIC 9(04).
011300     05  HI-JDI-MONTH         PIC 9(02).
011400     05  HI-JDI-DAY           PIC 9(02).
011500 77  HI-INV-A                 PIC 9(08) COMP VALUE ZERO.
011600 77  HI-INV-B                 PIC 9(03) COMP VALUE ZERO.
011700 77  HI-INV-C                 PIC 9(06) COMP VALUE ZERO.
011800 77  HI-INV-D                 PIC 9(02) COMP VALUE ZERO.
011900 77  HI-INV-E                 PIC 9(04) COMP VALUE ZERO.
012000 77  HI-INV-M                 PIC 9(02) COMP VALUE ZERO.
012100*--------------------------------------------------------------*
012200* THE INCIDENT BEING KEYED, IN THE HLINC SHAPE, PLUS THE EDIT  *
012300* MESSAGE SHOWN UNDER THE SCREEN.                              *
012400*--------------------------------------------------------------*
012500 COPY HLINC REPLACING LEADING ==HL-INC== BY ==HI-WRK==.
012600 77  HI-EDIT-MESSAGE          PIC X(60) VALUE SPACES.
012700*--------------------------------------------------------------*
012800* OPERATOR COMMAND PARSING                                      *
012900*--------------------------------------------------------------*
013000 01  HI-COMMAND-LINE          PIC X(20) VALUE SPACES.
013100 01  HI-CMD-VERB              PIC X(10) VALUE SPACES.
013200*--------------------------------------------------------------*
013300* LIST-LINE WORK AREA                                           *
013400*--------------------------------------------------------------*
013500 01  HI-LIST-LINE.
013600     05  HI-LL-RUN-DATE       PIC 9(08).
013700     05  FILLER               PIC X(01) VALUE SPACES.
013800     05  HI-LL-START-TIME     PIC 9(08).
013900     05  FILLER               PIC X(01) VALUE SPACES.
014000     05  HI-LL-STREAM         PIC X(04).
014100     05  FILLER               PIC X(01) VALUE SPACES.
014200     05  HI-LL-SEQ            PIC 9(04).
014300     05  FILLER               PIC X(01) VALUE SPACES.
014400     05  HI-LL-RC             PIC -(4)9.
014500     05  FILLER               PIC X(02) VALUE SPACES.
014600     05  HI-LL-STATUS         PIC X(01).
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  HI-LL-ACK-USER       PIC X(08).
014900     05  FILLER               PIC X(01) VALUE SPACES.
015000     05  HI-LL-CAUSE          PIC X(04).
015100     05  FILLER               PIC X(01) VALUE SPACES.
015200     05  HI-LL-RES            PIC X(25).
015300*--------------------------------------------------------------*
015400 SCREEN SECTION.
015500*--------------------------------------------------------------*
015600* THE KEY SCREEN - WHICH FAILED RUN (AND STEP) THE INCIDENT IS *
015700* FOR.  A RUN DATE OF ZERO CANCELS.                            *
015800*--------------------------------------------------------------*
015900 01  HI-KEY-SCREEN.
016000     05  BLANK SCREEN.
016100     05  LINE 1 COL 5 VALUE 'HELLOINC INCIDENT - FAILED RUN'.
016200     05  LINE 3 COL 2 VALUE 'RUN DATE (YYYYMMDD)...:'.
016300     05  LINE 3 COL 27 PIC 9(08) USING HI-WRK-RUN-DATE.
016400     05  LINE 4 COL 2 VALUE 'RUN START (HHMMSSCC)..:'.
016500     05  LINE 4 COL 27 PIC 9(08) USING HI-WRK-START-TIME.
016600     05  LINE 5 COL 2 VALUE 'JOB STREAM............:'.
016700     05  LINE 5 COL 27 PIC X(04) USING HI-WRK-STREAM.
016800     05  LINE 6 COL 2 VALUE 'STEP SEQ (0000 = RUN).:'.
016900     05  LINE 6 COL 27 PIC 9(04) USING HI-WRK-SEQ.
017000     05  LINE 23 COL 2 PIC X(60) FROM HI-EDIT-MESSAGE.
017100*--------------------------------------------------------------*
017200* THE DETAIL SCREEN - THE FAILURE AS LOGGED, THEN EVERYTHING   *
017300* THE OPERATOR KEYS ABOUT IT.  SAVE N BACKS OUT.               *
017400*--------------------------------------------------------------*
017500 01  HI-DETAIL-SCREEN.
017600     05  BLANK SCREEN.
017700     05  LINE 1 COL 5 VALUE
017800         'HELLOINC INCIDENT - ACKNOWLEDGE AND RESOLVE'.
017900     05  LINE 3 COL 2 VALUE 'FAILED RUN............:'.
018000     05  LINE 3 COL 27 PIC 9(08) FROM HI-WRK-RUN-DATE.
018100     05  LINE 3 COL 36 PIC 9(08) FROM HI-WRK-START-TIME.
018200     05  LINE 3 COL 45 PIC X(04) FROM HI-WRK-STREAM.
018300     05  LINE 3 COL 50 VALUE 'SEQ'.
018400     05  LINE 3 COL 54 PIC 9(04) FROM HI-WRK-SEQ.
018500     05  LINE 4 COL 2 VALUE 'FAILING RC............:'.
018600     05  LINE 4 COL 27 PIC -(4)9 FROM HI-WRK-FAIL-RC.
018700     05  LINE 4 COL 34 VALUE 'FAILED AT'.
018800     05  LINE 4 COL 44 PIC 9(08) FROM HI-WRK-FAIL-DATE.
018900     05  LINE 4 COL 53 PIC 9(08) FROM HI-WRK-FAIL-TIME.
019000     05  LINE 5 COL 2 VALUE 'STATUS (O/A/R)........:'.
019100     05  LINE 5 COL 27 PIC X(01) FROM HI-WRK-STATUS.
019200     05  LINE 7 COL 2 VALUE 'ACK OPERATOR..........:'.
019300     05  LINE 7 COL 27 PIC X(08) USING HI-WRK-ACK-USER.
019400     05  LINE 8 COL 2 VALUE 'ACK DATE (YYYYMMDD)...:'.
019500     05  LINE 8 COL 27 PIC 9(08) USING HI-WRK-ACK-DATE.
019600     05  LINE 8 COL 38 VALUE 'ACK TIME (HHMM):'.
019700     05  LINE 8 COL 55 PIC 9(04) USING HI-ACK-HHMM.
019800     05  LINE 9 COL 2 VALUE 'CAUSE.................:'.
019900     05  LINE 9 COL 27 PIC X(04) USING HI-WRK-CAUSE.
020000     05  LINE 9 COL 33 VALUE 'DATA INFR CODE OPER UPST OTHR'.
020100     05  LINE 10 COL 2 VALUE 'RESOLUTION............:'.
020200     05  LINE 11 COL 2 PIC X(60) USING HI-WRK-RES-LINE (1).
020300     05  LINE 12 COL 2 PIC X(60) USING HI-WRK-RES-LINE (2).
020400     05  LINE 14 COL 2 VALUE 'CLEAN RERUN DATE......:'.
020500     05  LINE 14 COL 27 PIC 9(08) USING HI-WRK-RERUN-DATE.
020600     05  LINE 14 COL 38 VALUE 'START (HHMMSSCC):'.
020700     05  LINE 14 COL 56 PIC 9(08) USING HI-WRK-RERUN-START-TIME.
020800     05  LINE 15 COL 2 VALUE 'RECOVERED AT..........:'.
020900     05  LINE 15 COL 27 PIC 9(08) FROM HI-WRK-RECOVER-DATE.
021000     05  LINE 15 COL 36 PIC 9(08) FROM HI-WRK-RECOVER-TIME.
021100     05  LINE 17 COL 2 VALUE 'LAST UPDATED BY.......:'.
021200     05  LINE 17 COL 27 PIC X(08) FROM HI-WRK-UPD-USER.
021300     05  LINE 17 COL 36 PIC 9(08) FROM HI-WRK-UPD-DATE.
021400     05  LINE 17 COL 45 PIC 9(08) FROM HI-WRK-UPD-TIME.
021500     05  LINE 19 COL 2 VALUE 'SAVE (Y/N)............:'.
021600     05  LINE 19 COL 27 PIC X(01) USING HI-SAVE-REPLY.
021700     05  LINE 23 COL 2 PIC X(60) FROM HI-EDIT-MESSAGE.
021800*--------------------------------------------------------------*
021900 PROCEDURE DIVISION.
022000*--------------------------------------------------------------*
022100*
022200* 0000-MAINLINE.  OPEN THE INCIDENT LOG AND WORK THE OPERATOR
022300*                 COMMAND LOOP UNTIL EXIT.
022400*
022500*--------------------------------------------------------------*
022600 0000-MAINLINE.
022700     ACCEPT HI-USER-NAME FROM ENVIRONMENT 'LOGNAME'.
022800     PERFORM 1000-OPEN-INCIDENTS THRU 1000-EXIT.
022900     PERFORM 2000-COMMAND-CYCLE THRU 2000-EXIT
023000         UNTIL HI-DONE.
023100     CLOSE INCIDENT-FILE.
023200     STOP RUN.
023300*--------------------------------------------------------------*
023400*
023500* 1000-OPEN-INCIDENTS.  OPEN HELLOINC FOR UPDATE.  A FRESHLY
023600*                       DEFINED, NEVER-LOADED CLUSTER WILL
023700*                       NOT OPEN I-O, SO IT IS OPENED OUTPUT
023800*                       AND CLOSED ONCE FIRST, AS HELHLOAD
023900*                       DOES WITH HELLHIST.
024000*
024100*--------------------------------------------------------------*
024200 1000-OPEN-INCIDENTS.
024300     OPEN I-O INCIDENT-FILE.
024400     IF HI-INC-FILE-STATUS = '35'
024500         DISPLAY 'HELINCM: HELLOINC IS EMPTY - LOADING IT'
024600         OPEN OUTPUT INCIDENT-FILE
024700         CLOSE INCIDENT-FILE
024800         OPEN I-O INCIDENT-FILE
024900     END-IF.
025000     IF HI-INC-FILE-STATUS NOT = '00'
025100         DISPLAY 'HELINCM: UNABLE TO OPEN HELLOINC, STATUS = '
025200                 HI-INC-FILE-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF.
025600 1000-EXIT.
025700     EXIT.
025800*--------------------------------------------------------------*
025900*
026000* 2000-COMMAND-CYCLE.  TAKE ONE COMMAND AND ACT ON IT.
026100*
026200*--------------------------------------------------------------*
026300 2000-COMMAND-CYCLE.
026400     DISPLAY 'COMMAND (L=LIST UNRESOLVED E=ENTER/UPDATE '
026500             'X=EXIT):'.
026600     MOVE SPACES TO HI-COMMAND-LINE.
026700     ACCEPT HI-COMMAND-LINE.
026800     MOVE SPACES TO HI-CMD-VERB.
026900     UNSTRING HI-COMMAND-LINE DELIMITED BY ALL SPACE
027000         INTO HI-CMD-VERB
027100     END-UNSTRING.
027200     IF HI-CMD-VERB = 'L' OR = 'l'
027300         PERFORM 2100-LIST-UNRESOLVED THRU 2100-EXIT
027400         GO TO 2000-EXIT
027500     END-IF.
027600     IF HI-CMD-VERB = 'E' OR = 'e'
027700         PERFORM 3000-ENTER-INCIDENT THRU 3000-EXIT
027800         GO TO 2000-EXIT
027900     END-IF.
028000     IF HI-CMD-VERB = 'X' OR = 'x'
028100         SET HI-DONE TO TRUE
028200         GO TO 2000-EXIT
028300     END-IF.
028400     DISPLAY 'HELINCM: UNRECOGNISED COMMAND'.
028500 2000-EXIT.
028600     EXIT.
028700*--------------------------------------------------------------*
028800*
028900* 2100-LIST-UNRESOLVED.  LIST EVERY INCIDENT NOT YET CLOSED BY
029000*                        A CLEAN RERUN, OLDEST FIRST, SO THE
029100*                        SHIFT CAN SEE WHAT IS STILL OWED.
029200*
029300*--------------------------------------------------------------*
029400 2100-LIST-UNRESOLVED.
029500     MOVE ZERO TO HI-LIST-COUNT.
029600     DISPLAY SPACE.
029700     DISPLAY 'RUN DATE START    STRM SEQ     RC  S  ACK BY  '
029800             ' CAUSE RESOLUTION'.
029900     MOVE LOW-VALUES TO HL-INC-KEY.
030000     MOVE 'N' TO HI-LIST-EOF-SW.
030100     START INCIDENT-FILE KEY NOT < HL-INC-KEY
030200         INVALID KEY
030300             SET HI-LIST-EOF TO TRUE
030400     END-START.
030500     PERFORM 2200-LIST-ONE THRU 2200-EXIT
030600         UNTIL HI-LIST-EOF.
030700     IF HI-LIST-COUNT = ZERO
030800         DISPLAY '  (NO UNRESOLVED INCIDENTS)'
030900     ELSE
031000         DISPLAY HI-LIST-COUNT ' UNRESOLVED INCIDENT(S)'
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------*
031500*
031600* 2200-LIST-ONE.  READ THE NEXT INCIDENT AND SHOW IT WHEN IT
031700*                 IS STILL OPEN OR ONLY ACKNOWLEDGED.
031800*
031900*--------------------------------------------------------------*
032000 2200-LIST-ONE.
032100     READ INCIDENT-FILE NEXT RECORD
032200         AT END
032300             SET HI-LIST-EOF TO TRUE
032400             GO TO 2200-EXIT
032500     END-READ.
032600     IF HL-INC-RESOLVED
032700         GO TO 2200-EXIT
032800     END-IF.
032900     ADD 1 TO HI-LIST-COUNT.
033000     MOVE HL-INC-RUN-DATE TO HI-LL-RUN-DATE.
033100     MOVE HL-INC-START-TIME TO HI-LL-START-TIME.
033200     MOVE HL-INC-STREAM TO HI-LL-STREAM.
033300     MOVE HL-INC-SEQ TO HI-LL-SEQ.
033400     MOVE HL-INC-FAIL-RC TO HI-LL-RC.
033500     MOVE HL-INC-STATUS TO HI-LL-STATUS.
033600     MOVE HL-INC-ACK-USER TO HI-LL-ACK-USER.
033700     MOVE HL-INC-CAUSE TO HI-LL-CAUSE.
033800     MOVE HL-INC-RES-LINE (1) TO HI-LL-RES.
033900     DISPLAY HI-LIST-LINE.
034000 2200-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034300*
034400* 3000-ENTER-INCIDENT.  KEY THE FAILED RUN, BRING UP ITS
034500*                       INCIDENT (OR START A NEW ONE FROM THE
034600*                       LOGS), TAKE THE DETAIL SCREEN AND
034700*                       WRITE THE RECORD BACK.
034800*
034900*--------------------------------------------------------------*
035000 3000-ENTER-INCIDENT.
035100     MOVE SPACES TO HI-WRK-RECORD.
035200     MOVE ZERO TO HI-WRK-RUN-DATE.
035300     MOVE ZERO TO HI-WRK-START-TIME.
035400     MOVE 'NITE' TO HI-WRK-STREAM.
035500     MOVE ZERO TO HI-WRK-SEQ.
035600     PERFORM 3100-KEY-ON-SCREEN THRU 3100-EXIT.
035700     IF HI-CANCELLED
035800         GO TO 3000-EXIT
035900     END-IF.
036000     PERFORM 3500-DETAIL-ON-SCREEN THRU 3500-EXIT.
036100     IF HI-CANCELLED
036200         DISPLAY 'HELINCM: NOTHING SAVED'
036300         GO TO 3000-EXIT
036400     END-IF.
036500     PERFORM 3900-STORE-INCIDENT THRU 3900-EXIT.
036600 3000-EXIT.
036700     EXIT.
036800*--------------------------------------------------------------*
036900*
037000* 3100-KEY-ON-SCREEN.  SHOW THE KEY SCREEN UNTIL IT NAMES AN
037100*                      INCIDENT ON FILE OR A FAILURE THE LOGS
037200*                      CONFIRM, OR IS CANCELLED.
037300*
037400*--------------------------------------------------------------*
037500 3100-KEY-ON-SCREEN.
037600     MOVE 'N' TO HI-CANCEL-SW.
037700     MOVE 'RUN DATE 00000000 CANCELS' TO HI-EDIT-MESSAGE.
037800     PERFORM 3110-ACCEPT-KEY THRU 3110-EXIT.
037900     PERFORM 3110-ACCEPT-KEY THRU 3110-EXIT
038000         UNTIL HI-EDIT-OK OR HI-CANCELLED.
038100 3100-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400*
038500* 3110-ACCEPT-KEY.  ONE KEY-SCREEN ROUND TRIP.  AN INCIDENT
038600*                   ALREADY ON FILE IS BROUGHT UP AS IT
038700*                   STANDS; OTHERWISE THE FAILURE IS LOOKED
038800*                   UP ON THE LOGS.
038900*
039000*--------------------------------------------------------------*
039100 3110-ACCEPT-KEY.
039200     MOVE 'N' TO HI-EDIT-OK-SW.
039300     DISPLAY HI-KEY-SCREEN.
039400     ACCEPT HI-KEY-SCREEN.
039500     IF HI-WRK-RUN-DATE = ZERO
039600         SET HI-CANCELLED TO TRUE
039700         GO TO 3110-EXIT
039800     END-IF.
039900     IF HI-WRK-STREAM = SPACES
040000         MOVE 'NITE' TO HI-WRK-STREAM
040100     END-IF.
040200     MOVE SPACES TO HI-EDIT-MESSAGE.
040300     MOVE HI-WRK-KEY TO HL-INC-KEY.
040400     MOVE 'Y' TO HI-EXISTING-SW.
040500     READ INCIDENT-FILE
040600         INVALID KEY
040700             MOVE 'N' TO HI-EXISTING-SW
040800     END-READ.
040900     IF HI-EXISTING
041000         MOVE HL-INC-RECORD TO HI-WRK-RECORD
041100         SET HI-EDIT-OK TO TRUE
041200         GO TO 3110-EXIT
041300     END-IF.
041400     PERFORM 3200-NEW-INCIDENT THRU 3200-EXIT.
041500 3110-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800*
041900* 3200-NEW-INCIDENT.  CONFIRM THE FAILURE ON THE LOGS AND
042000*                     START THE INCIDENT FROM THEM.  SEQUENCE
042100*                     0000 NEEDS A NON-ZERO RUN RC; A STEP
042200*                     NEEDS A NON-ZERO STEPLOG RC - A FAILED
042300*                     STEP THAT IS NOT REQUIRED LEAVES THE RUN
042400*                     RC ZERO AND IS STILL AN INCIDENT.  THE
042500*                     FAILURE TIME IS THE RUN'S END, WHEN THE
042600*                     ALERT WENT OUT.  THE ENTERING OPERATOR
042700*                     IS OFFERED AS THE ACKNOWLEDGER.
042800*
042900*--------------------------------------------------------------*
043000 3200-NEW-INCIDENT.
043100     MOVE HI-WRK-RUN-DATE TO HI-FIND-DATE.
043200     MOVE HI-WRK-START-TIME TO HI-FIND-START.
043300     MOVE HI-WRK-STREAM TO HI-FIND-STREAM.
043400     PERFORM 4000-FIND-RUN THRU 4000-EXIT.
043500     IF NOT HI-RUN-FOUND
043600         MOVE 'NO RUNLOG RUN WITH THAT DATE, START AND STREAM'
043700             TO HI-EDIT-MESSAGE
043800         GO TO 3200-EXIT
043900     END-IF.
044000     IF HI-WRK-SEQ = ZERO
044100         IF HI-FOUND-RC = ZERO
044200             MOVE 'THAT RUN ENDED RC 0 - GIVE THE FAILED STEP'
044300                 TO HI-EDIT-MESSAGE
044400             GO TO 3200-EXIT
044500         END-IF
044600         MOVE HI-FOUND-RC TO HI-WRK-FAIL-RC
044700     ELSE
044800         MOVE HI-WRK-SEQ TO HI-FIND-SEQ
044900         PERFORM 4200-FIND-STEP THRU 4200-EXIT
045000         IF NOT HI-STEP-FOUND
045100             MOVE 'THAT STEP IS NOT ON STEPLOG FOR THAT RUN'
045200                 TO HI-EDIT-MESSAGE
045300             GO TO 3200-EXIT
045400         END-IF
045500         IF HI-STEP-RC = ZERO
045600             MOVE 'THAT STEP ENDED RC 0 - NOTHING TO LOG'
045700                 TO HI-EDIT-MESSAGE
045800             GO TO 3200-EXIT
045900         END-IF
046000         MOVE HI-STEP-RC TO HI-WRK-FAIL-RC
046100     END-IF.
046200     MOVE HI-FOUND-END-DATE TO HI-WRK-FAIL-DATE.
046300     MOVE HI-FOUND-END-TIME TO HI-WRK-FAIL-TIME.
046400     MOVE HI-USER-NAME TO HI-WRK-ACK-USER.
046500     MOVE ZERO TO HI-WRK-ACK-DATE.
046600     MOVE ZERO TO HI-WRK-ACK-TIME.
046700     MOVE ZERO TO HI-WRK-RERUN-DATE.
046800     MOVE ZERO TO HI-WRK-RERUN-START-TIME.
046900     MOVE ZERO TO HI-WRK-RECOVER-DATE.
047000     MOVE ZERO TO HI-WRK-RECOVER-TIME.
047100     MOVE ZERO TO HI-WRK-UPD-DATE.
047200     MOVE ZERO TO HI-WRK-UPD-TIME.
047300     SET HI-WRK-OPEN TO TRUE.
047400     SET HI-EDIT-OK TO TRUE.
047500 3200-EXIT.
047600     EXIT.
047700*--------------------------------------------------------------*
047800*
047900* 3500-DETAIL-ON-SCREEN.  SHOW THE DETAIL SCREEN AND REKEY
048000*                         UNTIL IT PASSES THE EDITS OR THE
048100*                         OPERATOR ANSWERS SAVE N.
048200*
048300*--------------------------------------------------------------*
048400 3500-DETAIL-ON-SCREEN.
048500     MOVE 'N' TO HI-CANCEL-SW.
048600     MOVE 'N' TO HI-EDIT-OK-SW.
048700     MOVE 'Y' TO HI-SAVE-REPLY.
048800     COMPUTE HI-ACK-HHMM = HI-WRK-ACK-TIME / 10000.
048900     MOVE HI-ACK-HHMM TO HI-ACK-HHMM-WAS.
049000     IF HI-EXISTING
049100         MOVE 'INCIDENT ON FILE - SAVE N LEAVES IT AS IT IS'
049200             TO HI-EDIT-MESSAGE
049300     ELSE
049400         MOVE 'NEW INCIDENT - SAVE N BACKS OUT' TO
049500             HI-EDIT-MESSAGE
049600     END-IF.
049700     PERFORM 3510-ACCEPT-DETAIL THRU 3510-EXIT
049800         UNTIL HI-EDIT-OK OR HI-CANCELLED.
049900 3500-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------*
050200*
050300* 3510-ACCEPT-DETAIL.  ONE DETAIL-SCREEN ROUND TRIP AND ITS
050400*                      EDITS.  THE FIRST FAILED EDIT'S MESSAGE
050500*                      IS SHOWN UNDER THE SCREEN FOR THE NEXT
050600*                      ROUND.
050700*
050800*--------------------------------------------------------------*
050900 3510-ACCEPT-DETAIL.
051000     DISPLAY HI-DETAIL-SCREEN.
051100     ACCEPT HI-DETAIL-SCREEN.
051200     IF HI-SAVE-REPLY = 'N' OR = 'n'
051300         SET HI-CANCELLED TO TRUE
051400         GO TO 3510-EXIT
051500     END-IF.
051600     PERFORM 3600-EDIT-DETAIL THRU 3600-EXIT.
051700 3510-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------*
052000*
052100* 3600-EDIT-DETAIL.  THE DETAIL EDITS.  THE ACKNOWLEDGEMENT
052200*                    DEFAULTS TO NOW WHEN AN OPERATOR IS
052300*                    GIVEN WITHOUT A DATE, AND MAY NOT PRE-
052400*                    DATE THE FAILURE OR POST-DATE NOW.  A
052500*                    CAUSE OR A RERUN NEEDS THE ACK FIRST, AND
052600*                    CLOSING ON A RERUN NEEDS THE CAUSE AND
052700*                    SOME RESOLUTION TEXT.
052800*
052900*--------------------------------------------------------------*
053000 3600-EDIT-DETAIL.
053100     MOVE 'N' TO HI-EDIT-OK-SW.
053200     MOVE SPACES TO HI-EDIT-MESSAGE.
053300     IF HI-SAVE-REPLY NOT = 'Y' AND NOT = 'y'
053400         MOVE 'SAVE MUST BE Y OR N' TO HI-EDIT-MESSAGE
053500         GO TO 3600-EXIT
053600     END-IF.
053700     ACCEPT HI-NOW-DATE FROM DATE YYYYMMDD.
053800     ACCEPT HI-NOW-TIME FROM TIME.
053900     IF HI-ACK-HHMM NOT = HI-ACK-HHMM-WAS
054000         COMPUTE HI-WRK-ACK-TIME = HI-ACK-HHMM * 10000
054100         MOVE HI-ACK-HHMM TO HI-ACK-HHMM-WAS
054200     END-IF.
054300     IF HI-WRK-ACK-USER = SPACES
054400         IF HI-WRK-ACK-DATE NOT = ZERO
054500             OR HI-WRK-ACK-TIME NOT = ZERO
054600             MOVE 'AN ACK DATE OR TIME NEEDS THE ACK OPERATOR'
054700                 TO HI-EDIT-MESSAGE
054800             GO TO 3600-EXIT
054900         END-IF
055000         IF HI-WRK-CAUSE NOT = SPACES
055100             OR HI-WRK-RERUN-DATE NOT = ZERO
055200             MOVE 'ACKNOWLEDGE FIRST - KEY THE ACK OPERATOR'
055300                 TO HI-EDIT-MESSAGE
055400             GO TO 3600-EXIT
055500         END-IF
055600     END-IF.
055700     IF HI-WRK-ACK-USER NOT = SPACES
055800         AND HI-WRK-ACK-DATE = ZERO
055900         MOVE HI-NOW-DATE TO HI-WRK-ACK-DATE
056000         IF HI-WRK-ACK-TIME = ZERO
056100             MOVE HI-NOW-TIME TO HI-WRK-ACK-TIME
056200             COMPUTE HI-ACK-HHMM = HI-WRK-ACK-TIME / 10000
056300             MOVE HI-ACK-HHMM TO HI-ACK-HHMM-WAS
056400         END-IF
056500     END-IF.
056600     IF HI-WRK-ACK-USER NOT = SPACES
056700         MOVE HI-WRK-ACK-DATE TO HI-JDN-DATE
056800         MOVE HI-ACK-HHMM TO HI-HHMM-PIECES
056900         IF HI-JD-MONTH < 1 OR HI-JD-MONTH > 12
057000             OR HI-JD-DAY < 1 OR HI-JD-DAY > 31
057100             MOVE 'ACK DATE IS NOT A DATE' TO HI-EDIT-MESSAGE
057200             GO TO 3600-EXIT
057300         END-IF
057400         IF HI-HHMM-HH > 23 OR HI-HHMM-MM > 59
057500             MOVE 'ACK TIME MUST BE HHMM, 0000 TO 2359' TO
057600                 HI-EDIT-MESSAGE
057700             GO TO 3600-EXIT
057800         END-IF
057900         IF HI-WRK-ACK-DATE < HI-WRK-FAIL-DATE
058000             OR (HI-WRK-ACK-DATE = HI-WRK-FAIL-DATE
058100                 AND HI-WRK-ACK-TIME < HI-WRK-FAIL-TIME)
058200             MOVE 'THE ACK IS BEFORE THE FAILURE' TO
058300                 HI-EDIT-MESSAGE
058400             GO TO 3600-EXIT
058500         END-IF
058600         IF HI-WRK-ACK-DATE > HI-NOW-DATE
058700             OR (HI-WRK-ACK-DATE = HI-NOW-DATE
058800                 AND HI-WRK-ACK-TIME > HI-NOW-TIME)
058900             MOVE 'THE ACK IS IN THE FUTURE' TO HI-EDIT-MESSAGE
059000             GO TO 3600-EXIT
059100         END-IF
059200     END-IF.
059300     IF HI-WRK-CAUSE NOT = SPACES
059400         AND NOT HI-WRK-CAUSE-VALID
059500         MOVE 'CAUSE MUST BE DATA, INFR, CODE, OPER, UPST OR OTHR'
059600             TO HI-EDIT-MESSAGE
059700         GO TO 3600-EXIT
059800     END-IF.
059900     PERFORM 3700-EDIT-RERUN THRU 3700-EXIT.
060000     IF HI-EDIT-MESSAGE NOT = SPACES
060100         GO TO 3600-EXIT
060200     END-IF.
060300     SET HI-EDIT-OK TO TRUE.
060400 3600-EXIT.
060500     EXIT.
060600*--------------------------------------------------------------*
060700*
060800* 3700-EDIT-RERUN.  A CLEAN-RERUN KEY MUST NAME A RUNLOG RUN
060900*                   OF THE SAME STREAM, STARTED AFTER THE
061000*                   FAILED RUN, THAT ENDED RC 0.  ITS END
061100*                   (ROLLED PAST MIDNIGHT WHERE NEEDED) IS
061200*                   THE RECOVERY TIME.  CLEARING THE RERUN
061300*                   CLEARS THE RECOVERY AND REOPENS THE
061400*                   INCIDENT.
061500*
061600*--------------------------------------------------------------*
061700 3700-EDIT-RERUN.
061800     IF HI-WRK-RERUN-DATE = ZERO
061900         IF HI-WRK-RERUN-START-TIME NOT = ZERO
062000             MOVE 'A RERUN START TIME NEEDS THE RERUN DATE' TO
062100                 HI-EDIT-MESSAGE
062200         END-IF
062300         MOVE ZERO TO HI-WRK-RECOVER-DATE
062400         MOVE ZERO TO HI-WRK-RECOVER-TIME
062500         GO TO 3700-EXIT
062600     END-IF.
062700     IF HI-WRK-CAUSE = SPACES
062800         MOVE 'GIVE THE CAUSE BEFORE CLOSING ON A RERUN' TO
062900             HI-EDIT-MESSAGE
063000         GO TO 3700-EXIT
063100     END-IF.
063200     IF HI-WRK-RESOLUTION = SPACES
063300         MOVE 'SAY WHAT WAS DONE BEFORE CLOSING ON A RERUN' TO
063400             HI-EDIT-MESSAGE
063500         GO TO 3700-EXIT
063600     END-IF.
063700     IF HI-WRK-RERUN-DATE < HI-WRK-RUN-DATE
063800         OR (HI-WRK-RERUN-DATE = HI-WRK-RUN-DATE
063900             AND HI-WRK-RERUN-START-TIME
064000                 NOT > HI-WRK-START-TIME)
064100         MOVE 'THE RERUN MUST START AFTER THE FAILED RUN' TO
064200             HI-EDIT-MESSAGE
064300         GO TO 3700-EXIT
064400     END-IF.
064500     MOVE HI-WRK-RERUN-DATE TO HI-FIND-DATE.
064600     MOVE HI-WRK-RERUN-START-TIME TO HI-FIND-START.
064700     MOVE HI-WRK-STREAM TO HI-FIND-STREAM.
064800     PERFORM 4000-FIND-RUN THRU 4000-EXIT.
064900     IF NOT HI-RUN-FOUND
065000         MOVE 'NO RUNLOG RUN OF THIS STREAM AT THAT RERUN KEY'
065100             TO HI-EDIT-MESSAGE
065200         GO TO 3700-EXIT
065300     END-IF.
065400     IF HI-FOUND-RC NOT = ZERO
065500         MOVE 'THAT RERUN DID NOT END RC 0' TO HI-EDIT-MESSAGE
065600         GO TO 3700-EXIT
065700     END-IF.
065800     MOVE HI-FOUND-END-DATE TO HI-WRK-RECOVER-DATE.
065900     MOVE HI-FOUND-END-TIME TO HI-WRK-RECOVER-TIME.
066000 3700-EXIT.
066100     EXIT.
066200*--------------------------------------------------------------*
066300*
066400* 3900-STORE-INCIDENT.  SET THE STATUS FROM WHAT IS NOW
066500*                       FILLED IN, STAMP WHO CHANGED IT AND
066600*                       WHEN, AND WRITE OR REWRITE THE RECORD.
066700*
066800*--------------------------------------------------------------*
066900 3900-STORE-INCIDENT.
067000     SET HI-WRK-OPEN TO TRUE.
067100     IF HI-WRK-ACK-USER NOT = SPACES
067200         SET HI-WRK-ACKNOWLEDGED TO TRUE
067300     END-IF.
067400     IF HI-WRK-RECOVER-DATE NOT = ZERO
067500         SET HI-WRK-RESOLVED TO TRUE
067600     END-IF.
067700     MOVE HI-USER-NAME TO HI-WRK-UPD-USER.
067800     MOVE HI-NOW-DATE TO HI-WRK-UPD-DATE.
067900     MOVE HI-NOW-TIME TO HI-WRK-UPD-TIME.
068000     MOVE HI-WRK-RECORD TO HL-INC-RECORD.
068100     IF HI-EXISTING
068200         REWRITE HL-INC-RECORD
068300     ELSE
068400         WRITE HL-INC-RECORD
068500     END-IF.
068600     IF HI-INC-FILE-STATUS NOT = '00'
068700         DISPLAY 'HELINCM: UNABLE TO WRITE HELLOINC, STATUS = '
068800                 HI-INC-FILE-STATUS
068900         GO TO 3900-EXIT
069000     END-IF.
069100     DISPLAY 'HELINCM: INCIDENT ' HI-WRK-RUN-DATE ' '
069200             HI-WRK-START-TIME ' ' HI-WRK-STREAM ' '
069300             HI-WRK-SEQ ' SAVED - STATUS ' HI-WRK-STATUS.
069400 3900-EXIT.
069500     EXIT.
069600*--------------------------------------------------------------*
069700*
069800* 4000-FIND-RUN.  SCAN RUNLOG FOR THE RUN AT HI-FIND-DATE,
069900*                 HI-FIND-START AND HI-FIND-STREAM (A BLANK
070000*                 LOGGED STREAM IS NITE).  RETURNS ITS RC AND
070100*                 END DATE AND TIME.
070200*
070300*--------------------------------------------------------------*
070400 4000-FIND-RUN.
070500     MOVE 'N' TO HI-RUN-FOUND-SW.
070600     OPEN INPUT RUNLOG-FILE.
070700     IF HI-LOG-FILE-STATUS NOT = '00'
070800         GO TO 4000-EXIT
070900     END-IF.
071000     PERFORM 4100-READ-RUNLOG THRU 4100-EXIT
071100         UNTIL HI-LOG-FILE-STATUS NOT = '00'
071200             OR HI-RUN-FOUND.
071300     CLOSE RUNLOG-FILE.
071400     IF HI-RUN-FOUND
071500         PERFORM 4500-ROLL-END-DATE THRU 4500-EXIT
071600     END-IF.
071700 4000-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000*
072100* 4100-READ-RUNLOG.  READ ONE RUNLOG RECORD AND TEST IT.
072200*
072300*--------------------------------------------------------------*
072400 4100-READ-RUNLOG.
072500     READ RUNLOG-FILE
072600         AT END
072700             MOVE '10' TO HI-LOG-FILE-STATUS
072800             GO TO 4100-EXIT
072900     END-READ.
073000     IF HL-LOG-RUN-DATE NOT = HI-FIND-DATE
073100         OR HL-LOG-START-TIME NOT = HI-FIND-START
073200         GO TO 4100-EXIT
073300     END-IF.
073400     MOVE HL-LOG-STREAM TO HI-LOGGED-STREAM.
073500     IF HI-LOGGED-STREAM = SPACES
073600         MOVE 'NITE' TO HI-LOGGED-STREAM
073700     END-IF.
073800     IF HI-LOGGED-STREAM NOT = HI-FIND-STREAM
073900         GO TO 4100-EXIT
074000     END-IF.
074100     SET HI-RUN-FOUND TO TRUE.
074200     MOVE HL-LOG-RC TO HI-FOUND-RC.
074300     MOVE HL-LOG-END-TIME TO HI-FOUND-END-TIME.
074400 4100-EXIT.
074500     EXIT.
074600*--------------------------------------------------------------*
074700*
074800* 4200-FIND-STEP.  SCAN STEPLOG FOR STEP HI-FIND-SEQ OF THE
074900*                  RUN AT HI-FIND-DATE / HI-FIND-START /
075000*                  HI-FIND-STREAM.  THE LAST DETAIL RECORD
075100*                  FOR THE STEP GIVES ITS RC.
075200*
075300*--------------------------------------------------------------*
075400 4200-FIND-STEP.
075500     MOVE 'N' TO HI-STEP-FOUND-SW.
075600     OPEN INPUT STEPLOG-FILE.
075700     IF HI-STP-FILE-STATUS NOT = '00'
075800         GO TO 4200-EXIT
075900     END-IF.
076000     PERFORM 4300-READ-STEPLOG THRU 4300-EXIT
076100         UNTIL HI-STP-FILE-STATUS NOT = '00'.
076200     CLOSE STEPLOG-FILE.
076300 4200-EXIT.
076400     EXIT.
076500*--------------------------------------------------------------*
076600*
076700* 4300-READ-STEPLOG.  READ ONE STEPLOG RECORD AND TEST IT.
076800*
076900*--------------------------------------------------------------*
077000 4300-READ-STEPLOG.
077100     READ STEPLOG-FILE
077200         AT END
077300             MOVE '10' TO HI-STP-FILE-STATUS
077400             GO TO 4300-EXIT
077500     END-READ.
077600     IF HL-STP-RUN-DATE NOT = HI-FIND-DATE
077700         OR HL-STP-RUN-START-TIME NOT = HI-FIND-START
077800         OR HL-STP-SEQ NOT = HI-FIND-SEQ
077900         GO TO 4300-EXIT
078000     END-IF.
078100     MOVE HL-STP-STREAM TO HI-LOGGED-STREAM.
078200     IF HI-LOGGED-STREAM = SPACES
078300         MOVE 'NITE' TO HI-LOGGED-STREAM
078400     END-IF.
078500     IF HI-LOGGED-STREAM NOT = HI-FIND-STREAM
078600         GO TO 4300-EXIT
078700     END-IF.
078800     SET HI-STEP-FOUND TO TRUE.
078900     MOVE HL-STP-RC TO HI-STEP-RC.
079000 4300-EXIT.
079100     EXIT.
079200*--------------------------------------------------------------*
079300*
079400* 4500-ROLL-END-DATE.  A RUN WHOSE END TIME IS BELOW ITS START
079500*                      TIME FINISHED AFTER MIDNIGHT - ITS END
079600*                      DATE IS THE DAY AFTER THE RUN DATE.
079700*
079800*--------------------------------------------------------------*
079900 4500-ROLL-END-DATE.
080000     MOVE HI-FIND-DATE TO HI-FOUND-END-DATE.
080100     IF HI-FOUND-END-TIME NOT < HI-FIND-START
080200         GO TO 4500-EXIT
080300     END-IF.
080400     MOVE HI-FIND-DATE TO HI-JDN-DATE.
080500     PERFORM 4600-DATE-TO-JDN THRU 4600-EXIT.
080600     ADD 1 TO HI-JDN-NUM.
080700     PERFORM 4610-JDN-TO-DATE THRU 4610-EXIT.
080800     MOVE HI-JDI-DATE TO HI-FOUND-END-DATE.
080900 4500-EXIT.
081000     EXIT.
081100*--------------------------------------------------------------*
081200*
081300* 4600-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HI-JDN-DATE
081400*                    TO A JULIAN DAY NUMBER IN HI-JDN-NUM -
081500*                    THE STANDARD FLIEGEL/VAN FLANDERN INTEGER
081600*                    FORMULA, AS IN HELLO AND HELFCST.
081700*
081800*--------------------------------------------------------------*
081900 4600-DATE-TO-JDN.
082000     COMPUTE HI-JDN-A = (14 - HI-JD-MONTH) / 12.
082100     COMPUTE HI-JDN-Y = HI-JD-YEAR + 4800 - HI-JDN-A.
082200     COMPUTE HI-JDN-M = HI-JD-MONTH + (12 * HI-JDN-A) - 3.
082300     COMPUTE HI-JDN-NUM =
082400         HI-JD-DAY + (((153 * HI-JDN-M) + 2) / 5)
082500         + (365 * HI-JDN-Y) + (HI-JDN-Y / 4)
082600         - (HI-JDN-Y / 100) + (HI-JDN-Y / 400) - 32045.
082700 4600-EXIT.
082800     EXIT.
082900*--------------------------------------------------------------*
083000*
083100* 4610-JDN-TO-DATE.  THE INVERSE OF 4600 - TURN THE JULIAN DAY
083200*                    NUMBER IN HI-JDN-NUM BACK INTO A YYYYMMDD
083300*                    DATE IN HI-JDI-DATE.
083400*
083500*--------------------------------------------------------------*
083600 4610-JDN-TO-DATE.
083700     COMPUTE HI-INV-A = HI-JDN-NUM + 32044.
083800     COMPUTE HI-INV-B = ((4 * HI-INV-A) + 3) / 146097.
083900     COMPUTE HI-INV-C = HI-INV-A - ((146097 * HI-INV-B) / 4).
084000     COMPUTE HI-INV-D = ((4 * HI-INV-C) + 3) / 1461.
084100     COMPUTE HI-INV-E = HI-INV-C - ((1461 * HI-INV-D) / 4).
084200     COMPUTE HI-INV-M = ((5 * HI-INV-E) + 2) / 153.
084300     COMPUTE HI-JDI-DAY =
084400         HI-INV-E - (((153 * HI-INV-M) + 2) / 5) + 1.
084500     COMPUTE HI-JDI-MONTH =
084600         HI-INV-M + 3 - (12 * (HI-INV-M / 10)).
084700     COMPUTE HI-JDI-YEAR =
084800         (100 * HI-INV-B) + HI-INV-D - 4800 + (HI-INV-M / 10).
084900 4610-EXIT.
085000     EXIT.
