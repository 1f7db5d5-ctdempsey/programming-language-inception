000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HELCLASS.
000300 AUTHOR. D. OKONKWO.
000400 INSTALLATION. MIS BATCH SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/2026 DRO  INITIAL RELEASE - CLASSIFY EVERY FAILED STEP *
001100*                 ATTEMPT OF ONE RUN AGAINST THE HELLOKEC      *
001200*                 KNOWN-ERROR CATALOGUE (SEE HLKEC).  THE RUN  *
001300*                 IS THE NEWEST ONE ON RUNLOG (OF THE STREAM   *
001400*                 ASKED FOR, IF ANY) UNLESS RUN= NAMES ONE.    *
001500*                 EACH ATTEMPT'S TRANSCRIPT IS READ BACK FROM  *
001600*                 HELLOTRN AND SEARCHED FOR EVERY SIGNATURE;   *
001700*                 THE FIRST CATALOGUE ENTRY FOUND ANYWHERE IN  *
001800*                 IT WINS.  ONE HLCLS RECORD PER FAILED        *
001900*                 ATTEMPT IS APPENDED TO HELLOCLS - INCLUDING  *
002000*                 ATTEMPTS A RETRY LATER RECOVERED, WHICH IS   *
002100*                 WHERE THE TRANSIENT FAILURES SHOW.  A RUN    *
002200*                 ALREADY ON HELLOCLS IS NOT WRITTEN TWICE, SO *
002300*                 A RESTARTED JOB MAY RUN THIS STEP AGAIN.     *
002400*                 PARM='STREAM=XXXX,RUN=DDDDDDDDTTTTTTTT',     *
002500*                 EVERY WORD OPTIONAL.  RC 4 = NO SUCH RUN ON  *
002600*                 RUNLOG OR A CATALOGUE ENTRY WAS REJECTED,    *
002700*                 RC 8 = BAD PARM, RC 16 = HELLOKEC, RUNLOG OR *
002800*                 HELLOCLS WOULD NOT OPEN.                     *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. LINUX.
003300 OBJECT-COMPUTER. LINUX.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT KEC-FILE ASSIGN TO 'HELLOKEC'
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HQ-KEC-FILE-STATUS.
003900     SELECT RUNLOG-FILE ASSIGN TO 'RUNLOG'
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HQ-LOG-FILE-STATUS.
004200     SELECT OPTIONAL STEPLOG-FILE ASSIGN TO 'STEPLOG'
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS HQ-STP-FILE-STATUS.
004500     SELECT OPTIONAL TRANSCRIPT-FILE ASSIGN TO 'HELLOTRN'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS HQ-TRN-FILE-STATUS.
004800     SELECT OPTIONAL CLASS-FILE ASSIGN TO 'HELLOCLS'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS HQ-CLS-FILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  KEC-FILE.
005400 COPY HLKEC.
005500 FD  RUNLOG-FILE.
005600 COPY HLLOG.
005700 FD  STEPLOG-FILE.
005800 COPY HLSTP.
005900 FD  TRANSCRIPT-FILE.
006000 COPY HLTRN.
006100 FD  CLASS-FILE.
006200 COPY HLCLS.
006300 WORKING-STORAGE SECTION.
006400*--------------------------------------------------------------*
006500* SWITCHES AND COUNTERS                                         *
006600*--------------------------------------------------------------*
006700 77  HQ-KEC-FILE-STATUS       PIC X(02) VALUE '00'.
006800 77  HQ-LOG-FILE-STATUS       PIC X(02) VALUE '00'.
006900 77  HQ-STP-FILE-STATUS       PIC X(02) VALUE '00'.
007000 77  HQ-TRN-FILE-STATUS       PIC X(02) VALUE '00'.
007100 77  HQ-CLS-FILE-STATUS       PIC X(02) VALUE '00'.
007200 77  HQ-EOF-SW                PIC X(01) VALUE 'N'.
007300     88  HQ-EOF                   VALUE 'Y'.
007400 77  HQ-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
007500     88  HQ-RUN-FOUND             VALUE 'Y'.
007600 77  HQ-DONE-SW               PIC X(01) VALUE 'N'.
007700     88  HQ-ALREADY-DONE          VALUE 'Y'.
007800 77  HQ-FOUND-SW              PIC X(01) VALUE 'N'.
007900     88  HQ-FOUND                 VALUE 'Y'.
008000 77  HQ-MATCHED-SW            PIC X(01) VALUE 'N'.
008100     88  HQ-MATCHED               VALUE 'Y'.
008200 77  HQ-WARNING-SW            PIC X(01) VALUE 'N'.
008300     88  HQ-WARNING               VALUE 'Y'.
008400 77  HQ-WRITTEN-COUNT         PIC 9(05) VALUE ZERO.
008500 77  HQ-CLASSIFIED-COUNT      PIC 9(05) VALUE ZERO.
008600 77  HQ-UNCLASSIFIED-COUNT    PIC 9(05) VALUE ZERO.
008700 77  HQ-TODAY                 PIC 9(08) VALUE ZERO.
008800*--------------------------------------------------------------*
008900* PARM AND THE RUN BEING CLASSIFIED.  A BLANK LOGGED STREAM IS  *
009000* TAKEN AS NITE.                                                *
009100*--------------------------------------------------------------*
009200 77  HQ-PARM-SCAN-LEN         PIC 9(02) COMP VALUE ZERO.
009300 77  HQ-PARM-PTR              PIC 9(02) COMP VALUE ZERO.
009400 01  HQ-PARM-WORD             PIC X(24) VALUE SPACES.
009500 77  HQ-STREAM-FILTER         PIC X(04) VALUE SPACES.
009600 77  HQ-RUN-GIVEN-SW          PIC X(01) VALUE 'N'.
009700     88  HQ-RUN-GIVEN             VALUE 'Y'.
009800 77  HQ-GIVEN-DATE            PIC 9(08) VALUE ZERO.
009900 77  HQ-GIVEN-START           PIC 9(08) VALUE ZERO.
010000 77  HQ-RUN-DATE              PIC 9(08) VALUE ZERO.
010100 77  HQ-RUN-START             PIC 9(08) VALUE ZERO.
010200 77  HQ-RUN-STREAM            PIC X(04) VALUE SPACES.
010300 77  HQ-CUR-STREAM            PIC X(04) VALUE SPACES.
010400*--------------------------------------------------------------*
010500* KNOWN-ERROR CATALOGUE, IN FILE ORDER.  THE SIGNATURE IS HELD  *
010600* IN UPPER CASE WITH ITS LENGTH TO THE LAST NON-BLANK.          *
010700*--------------------------------------------------------------*
010800 01  HQ-KEC-TABLE.
010900     05  HQ-KEC-ENTRY OCCURS 200 TIMES.
011000         10  HQ-KE-ID                PIC X(08).
011100         10  HQ-KE-CLASS             PIC X(01).
011200         10  HQ-KE-TEAM              PIC X(08).
011300         10  HQ-KE-RUNBOOK           PIC X(08).
011400         10  HQ-KE-DESC              PIC X(20).
011500         10  HQ-KE-SIG               PIC X(35).
011600         10  HQ-KE-SIG-LEN           PIC 9(02) COMP.
011700 77  HQ-KEC-COUNT             PIC 9(04) COMP VALUE ZERO.
011800 77  HQ-KEC-SUB               PIC 9(04) COMP VALUE ZERO.
011900 77  HQ-KEC-LIMIT             PIC 9(04) COMP VALUE ZERO.
012000 77  HQ-KEC-REJECTS           PIC 9(04) COMP VALUE ZERO.
012100 77  HQ-SIG-LEN               PIC 9(02) COMP VALUE ZERO.
012200 77  HQ-HITS                  PIC 9(05) COMP VALUE ZERO.
012300 01  HQ-SIG-WORK              PIC X(35) VALUE SPACES.
012400 01  HQ-UPPER-TEXT            PIC X(132) VALUE SPACES.
012500 01  HQ-LOWER-ALPHABET        PIC X(26)
012600     VALUE 'abcdefghijklmnopqrstuvwxyz'.
012700 01  HQ-UPPER-ALPHABET        PIC X(26)
012800     VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
012900*--------------------------------------------------------------*
013000* THE RUN'S STEPS FROM STEPLOG - THE FINAL RC OF EACH.  A LATER *
013100* RECORD FOR THE SAME SEQUENCE REPLACES AN EARLIER ONE.         *
013200*--------------------------------------------------------------*
013300 01  HQ-STEP-TABLE.
013400     05  HQ-STEP-ENTRY OCCURS 20 TIMES.
013500         10  HQ-ST-SEQ               PIC 9(04).
013600         10  HQ-ST-SCRIPT            PIC X(50).
013700         10  HQ-ST-RC                PIC S9(05) SIGN LEADING
013800                                     SEPARATE.
013900 77  HQ-STEP-COUNT            PIC 9(04) COMP VALUE ZERO.
014000 77  HQ-STEP-SUB              PIC 9(04) COMP VALUE ZERO.
014100*--------------------------------------------------------------*
014200* ONE ROW PER STEP ATTEMPT SEEN ON HELLOTRN FOR THE RUN, WITH   *
014300* THE BEST (LOWEST) CATALOGUE ENTRY ITS LINES MATCHED SO FAR    *
014400* AND THE LINE TO SHOW FOR IT.                                  *
014500*--------------------------------------------------------------*
014600 01  HQ-ATT-TABLE.
014700     05  HQ-ATT-ENTRY OCCURS 200 TIMES.
014800         10  HQ-AT-SEQ               PIC 9(04).
014900         10  HQ-AT-ATTEMPT           PIC 9(03).
015000         10  HQ-AT-KEC-SUB           PIC 9(04) COMP.
015100         10  HQ-AT-EVIDENCE          PIC X(60).
015200 77  HQ-ATT-COUNT             PIC 9(04) COMP VALUE ZERO.
015300 77  HQ-ATT-SUB               PIC 9(04) COMP VALUE ZERO.
015400 77  HQ-ATT-SCAN              PIC 9(04) COMP VALUE ZERO.
015500 77  HQ-ATT-FULL-SW           PIC X(01) VALUE 'N'.
015600     88  HQ-ATT-FULL-WARNED       VALUE 'Y'.
015700 77  HQ-MAX-ATTEMPT           PIC 9(03) VALUE ZERO.
015800 77  HQ-EDIT-COUNT            PIC ZZZZ9.
015900*--------------------------------------------------------------*
016000 LINKAGE SECTION.
016100 01  HQ-PARM-AREA.
016200     05  HQ-PARM-LEN             PIC S9(04) COMP.
016300     05  HQ-PARM-TEXT            PIC X(80).
016400*--------------------------------------------------------------*
016500 PROCEDURE DIVISION USING HQ-PARM-AREA.
016600*--------------------------------------------------------------*
016700*
016800* 0000-MAINLINE.  LOAD THE CATALOGUE, FIND THE RUN, AND UNLESS
016900*                 IT IS ALREADY ON HELLOCLS, CLASSIFY EACH OF
017000*                 ITS FAILED ATTEMPTS ONTO IT.
017100*
017200*--------------------------------------------------------------*
017300 0000-MAINLINE.
017400     PERFORM 0100-GET-PARM THRU 0100-EXIT.
017500     ACCEPT HQ-TODAY FROM DATE YYYYMMDD.
017600     PERFORM 1000-LOAD-CATALOGUE THRU 1000-EXIT.
017700     PERFORM 2000-FIND-RUN THRU 2000-EXIT.
017800     IF NOT HQ-RUN-FOUND
017900         MOVE 4 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200     PERFORM 2500-CHECK-DONE THRU 2500-EXIT.
018300     IF HQ-ALREADY-DONE
018400         DISPLAY 'HELCLASS: RUN ' HQ-RUN-DATE ' ' HQ-RUN-START
018500                 ' ' HQ-RUN-STREAM ' IS ALREADY ON HELLOCLS - '
018600                 'NOTHING WRITTEN'
018700         GO TO 0000-EXIT
018800     END-IF.
018900     PERFORM 3000-LOAD-STEPS THRU 3000-EXIT.
019000     PERFORM 4000-SCAN-TRANSCRIPTS THRU 4000-EXIT.
019100     PERFORM 5000-WRITE-CLASSES THRU 5000-EXIT.
019200     DISPLAY 'HELCLASS: RUN ' HQ-RUN-DATE ' ' HQ-RUN-START
019300             ' ' HQ-RUN-STREAM ' - ' HQ-WRITTEN-COUNT
019400             ' FAILED ATTEMPT(S), ' HQ-CLASSIFIED-COUNT
019500             ' KNOWN, ' HQ-UNCLASSIFIED-COUNT ' UNCLASSIFIED'.
019600 0000-EXIT.
019700     IF HQ-WARNING
019800         MOVE 4 TO RETURN-CODE
019900     ELSE
020000         MOVE ZERO TO RETURN-CODE
020100     END-IF.
020200     STOP RUN.
020300*--------------------------------------------------------------*
020400*
020500* 0100-GET-PARM.  THE PARM IS EMPTY OR A COMMA-SEPARATED LIST
020600*                 OF 'STREAM=XXXX' AND 'RUN=DDDDDDDDTTTTTTTT'
020700*                 (RUN DATE AND START TIME, AS HELTRGET TAKES
020800*                 THEM).  ANYTHING ELSE STOPS WITH RC 8.
020900*
021000*--------------------------------------------------------------*
021100 0100-GET-PARM.
021200     IF HQ-PARM-LEN = ZERO
021300         GO TO 0100-EXIT
021400     END-IF.
021500     MOVE HQ-PARM-LEN TO HQ-PARM-SCAN-LEN.
021600     IF HQ-PARM-SCAN-LEN > 80
021700         MOVE 80 TO HQ-PARM-SCAN-LEN
021800     END-IF.
021900     MOVE 1 TO HQ-PARM-PTR.
022000     PERFORM 0150-GET-PARM-WORD THRU 0150-EXIT
022100         UNTIL HQ-PARM-PTR > HQ-PARM-SCAN-LEN.
022200 0100-EXIT.
022300     EXIT.
022400*--------------------------------------------------------------*
022500*
022600* 0150-GET-PARM-WORD.  TAKE THE NEXT COMMA-DELIMITED WORD OFF
022700*                      THE PARM AND ACT ON IT.
022800*
022900*--------------------------------------------------------------*
023000 0150-GET-PARM-WORD.
023100     MOVE SPACES TO HQ-PARM-WORD.
023200     UNSTRING HQ-PARM-TEXT (1 : HQ-PARM-SCAN-LEN)
023300         DELIMITED BY ','
023400         INTO HQ-PARM-WORD
023500         WITH POINTER HQ-PARM-PTR
023600     END-UNSTRING.
023700     IF HQ-PARM-WORD (1 : 7) = 'STREAM='
023800         AND HQ-PARM-WORD (8 : 1) IS ALPHABETIC-UPPER
023900         AND HQ-PARM-WORD (8 : 1) NOT = SPACE
024000         AND HQ-PARM-WORD (12 : 13) = SPACES
024100         MOVE HQ-PARM-WORD (8 : 4) TO HQ-STREAM-FILTER
024200         GO TO 0150-EXIT
024300     END-IF.
024400     IF HQ-PARM-WORD (1 : 4) = 'RUN='
024500         AND HQ-PARM-WORD (5 : 16) IS NUMERIC
024600         AND HQ-PARM-WORD (21 : 4) = SPACES
024700         MOVE HQ-PARM-WORD (5 : 8) TO HQ-GIVEN-DATE
024800         MOVE HQ-PARM-WORD (13 : 8) TO HQ-GIVEN-START
024900         SET HQ-RUN-GIVEN TO TRUE
025000         GO TO 0150-EXIT
025100     END-IF.
025200     DISPLAY 'HELCLASS: BAD PARM - EXPECTED STREAM=XXXX AND/OR '
025300             'RUN=DDDDDDDDTTTTTTTT, GOT '
025400             HQ-PARM-TEXT (1 : HQ-PARM-SCAN-LEN).
025500     MOVE 8 TO RETURN-CODE.
025600     STOP RUN.
025700 0150-EXIT.
025800     EXIT.
025900*--------------------------------------------------------------*
026000*
026100* 1000-LOAD-CATALOGUE.  READ HELLOKEC INTO THE CATALOGUE
026200*                       TABLE.  WITHOUT IT NOTHING CAN BE
026300*                       CLASSIFIED, SO IT MUST OPEN.
026400*
026500*--------------------------------------------------------------*
026600 1000-LOAD-CATALOGUE.
026700     OPEN INPUT KEC-FILE.
026800     IF HQ-KEC-FILE-STATUS NOT = '00'
026900         DISPLAY 'HELCLASS: UNABLE TO OPEN HELLOKEC, STATUS = '
027000                 HQ-KEC-FILE-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     MOVE 'N' TO HQ-EOF-SW.
027500     PERFORM 1100-READ-KEC-ENTRY THRU 1100-EXIT
027600         UNTIL HQ-EOF.
027700     CLOSE KEC-FILE.
027800     MOVE HQ-KEC-COUNT TO HQ-EDIT-COUNT.
027900     DISPLAY 'HELCLASS: ' HQ-EDIT-COUNT
028000             ' KNOWN-ERROR SIGNATURE(S) LOADED'.
028100 1000-EXIT.
028200     EXIT.
028300*--------------------------------------------------------------*
028400*
028500* 1100-READ-KEC-ENTRY.  READ AND LOAD ONE CATALOGUE ENTRY.  A
028600*                       COMMENT OR BLANK LINE IS PASSED OVER;
028700*                       AN ENTRY WITH NO ID, AN UNKNOWN CLASS
028800*                       OR NO SIGNATURE IS REJECTED WITH A
028900*                       MESSAGE AND RC 4.
029000*
029100*--------------------------------------------------------------*
029200 1100-READ-KEC-ENTRY.
029300     READ KEC-FILE
029400         AT END
029500             SET HQ-EOF TO TRUE
029600             GO TO 1100-EXIT
029700     END-READ.
029800     IF HL-KEC-RECORD = SPACES
029900         OR HL-KEC-ID (1 : 1) = '*'
030000         GO TO 1100-EXIT
030100     END-IF.
030200     IF HL-KEC-ID = SPACES
030300         OR NOT HL-KEC-CLASS-VALID
030400         OR HL-KEC-SIGNATURE = SPACES
030500         DISPLAY 'HELCLASS: CATALOGUE ENTRY REJECTED - NEEDS AN '
030600                 'ID, CLASS T/D/I/C AND A SIGNATURE: '
030700                 HL-KEC-RECORD
030800         ADD 1 TO HQ-KEC-REJECTS
030900         SET HQ-WARNING TO TRUE
031000         GO TO 1100-EXIT
031100     END-IF.
031200     IF HQ-KEC-COUNT = 200
031300         DISPLAY 'HELCLASS: MORE THAN 200 CATALOGUE ENTRIES - '
031400                 'ENTRY ' HL-KEC-ID ' NOT LOADED'
031500         SET HQ-WARNING TO TRUE
031600         GO TO 1100-EXIT
031700     END-IF.
031800     MOVE HL-KEC-SIGNATURE TO HQ-SIG-WORK.
031900     INSPECT HQ-SIG-WORK
032000         CONVERTING HQ-LOWER-ALPHABET TO HQ-UPPER-ALPHABET.
032100     MOVE 35 TO HQ-SIG-LEN.
032200     PERFORM 1200-TRIM-SIGNATURE THRU 1200-EXIT
032300         UNTIL HQ-SIG-WORK (HQ-SIG-LEN : 1) NOT = SPACE.
032400     ADD 1 TO HQ-KEC-COUNT.
032500     MOVE HL-KEC-ID TO HQ-KE-ID (HQ-KEC-COUNT).
032600     MOVE HL-KEC-CLASS TO HQ-KE-CLASS (HQ-KEC-COUNT).
032700     MOVE HL-KEC-TEAM TO HQ-KE-TEAM (HQ-KEC-COUNT).
032800     MOVE HL-KEC-RUNBOOK TO HQ-KE-RUNBOOK (HQ-KEC-COUNT).
032900     MOVE HL-KEC-DESC TO HQ-KE-DESC (HQ-KEC-COUNT).
033000     MOVE HQ-SIG-WORK TO HQ-KE-SIG (HQ-KEC-COUNT).
033100     MOVE HQ-SIG-LEN TO HQ-KE-SIG-LEN (HQ-KEC-COUNT).
033200 1100-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------*
033500*
033600* 1200-TRIM-SIGNATURE.  STEP BACK OVER ONE TRAILING BLANK OF
033700*                       THE SIGNATURE.  THE SIGNATURE IS KNOWN
033800*                       NOT TO BE ALL BLANK.
033900*
034000*--------------------------------------------------------------*
034100 1200-TRIM-SIGNATURE.
034200     SUBTRACT 1 FROM HQ-SIG-LEN.
034300 1200-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
034600*
034700* 2000-FIND-RUN.  READ RUNLOG TO THE END FOR THE RUN TO
034800*                 CLASSIFY - THE ONE RUN= NAMES, OR ELSE THE
034900*                 LAST RECORD (OF THE STREAM ASKED FOR, IF
035000*                 ANY), AS HELALRT TAKES IT.  RUNLOG IS
035100*                 WRITTEN WHEN A RUN ENDS, SO A RUN FOUND HERE
035200*                 HAS ALL ITS TRANSCRIPTS ON FILE.
035300*
035400*--------------------------------------------------------------*
035500 2000-FIND-RUN.
035600     OPEN INPUT RUNLOG-FILE.
035700     IF HQ-LOG-FILE-STATUS NOT = '00'
035800         DISPLAY 'HELCLASS: UNABLE TO OPEN RUNLOG, STATUS = '
035900                 HQ-LOG-FILE-STATUS
036000         MOVE 16 TO RETURN-CODE
036100         STOP RUN
036200     END-IF.
036300     MOVE 'N' TO HQ-EOF-SW.
036400     PERFORM 2100-READ-RUNLOG THRU 2100-EXIT
036500         UNTIL HQ-EOF.
036600     CLOSE RUNLOG-FILE.
036700     IF HQ-RUN-FOUND
036800         GO TO 2000-EXIT
036900     END-IF.
037000     IF HQ-RUN-GIVEN
037100         DISPLAY 'HELCLASS: RUN ' HQ-GIVEN-DATE ' ' HQ-GIVEN-START
037200                 ' ' HQ-STREAM-FILTER ' IS NOT ON RUNLOG'
037300     ELSE
037400         DISPLAY 'HELCLASS: NO RUN ON RUNLOG TO CLASSIFY'
037500     END-IF.
037600 2000-EXIT.
037700     EXIT.
037800*--------------------------------------------------------------*
037900*
038000* 2100-READ-RUNLOG.  READ ONE RUN RECORD AND TAKE IT AS THE
038100*                    CANDIDATE WHEN IT FITS THE PARM.
038200*
038300*--------------------------------------------------------------*
038400 2100-READ-RUNLOG.
038500     READ RUNLOG-FILE
038600         AT END
038700             SET HQ-EOF TO TRUE
038800             GO TO 2100-EXIT
038900     END-READ.
039000     MOVE HL-LOG-STREAM TO HQ-CUR-STREAM.
039100     IF HQ-CUR-STREAM = SPACES
039200         MOVE 'NITE' TO HQ-CUR-STREAM
039300     END-IF.
039400     IF HQ-STREAM-FILTER NOT = SPACES
039500         AND HQ-CUR-STREAM NOT = HQ-STREAM-FILTER
039600         GO TO 2100-EXIT
039700     END-IF.
039800     IF HQ-RUN-GIVEN
039900         IF HL-LOG-RUN-DATE NOT = HQ-GIVEN-DATE
040000             OR HL-LOG-START-TIME NOT = HQ-GIVEN-START
040100             GO TO 2100-EXIT
040200         END-IF
040300     END-IF.
040400     MOVE HL-LOG-RUN-DATE TO HQ-RUN-DATE.
040500     MOVE HL-LOG-START-TIME TO HQ-RUN-START.
040600     MOVE HQ-CUR-STREAM TO HQ-RUN-STREAM.
040700     SET HQ-RUN-FOUND TO TRUE.
040800 2100-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------*
041100*
041200* 2500-CHECK-DONE.  A RUN WITH ANY RECORD ON HELLOCLS HAS BEEN
041300*                   CLASSIFIED ALREADY.  A MISSING HELLOCLS IS
041400*                   THE FIRST RUN EVER AND HOLDS NOTHING.
041500*
041600*--------------------------------------------------------------*
041700 2500-CHECK-DONE.
041800     OPEN INPUT CLASS-FILE.
041900     IF HQ-CLS-FILE-STATUS = '05'
042000         CLOSE CLASS-FILE
042100         GO TO 2500-EXIT
042200     END-IF.
042300     IF HQ-CLS-FILE-STATUS NOT = '00'
042400         GO TO 2500-EXIT
042500     END-IF.
042600     MOVE 'N' TO HQ-EOF-SW.
042700     PERFORM 2510-READ-CLASS THRU 2510-EXIT
042800         UNTIL HQ-EOF OR HQ-ALREADY-DONE.
042900     CLOSE CLASS-FILE.
043000 2500-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------*
043300*
043400* 2510-READ-CLASS.  READ ONE HELLOCLS RECORD AND TEST ITS RUN.
043500*
043600*--------------------------------------------------------------*
043700 2510-READ-CLASS.
043800     READ CLASS-FILE
043900         AT END
044000             SET HQ-EOF TO TRUE
044100             GO TO 2510-EXIT
044200     END-READ.
044300     IF HL-CLS-RUN-DATE = HQ-RUN-DATE
044400         AND HL-CLS-RUN-START-TIME = HQ-RUN-START
044500         AND HL-CLS-STREAM = HQ-RUN-STREAM
044600         SET HQ-ALREADY-DONE TO TRUE
044700     END-IF.
044800 2510-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100*
045200* 3000-LOAD-STEPS.  PICK THE RUN'S STEP RECORDS OFF STEPLOG FOR
045300*                   EACH STEP'S SCRIPT AND FINAL RC.
045400*
045500*--------------------------------------------------------------*
045600 3000-LOAD-STEPS.
045700     OPEN INPUT STEPLOG-FILE.
045800     IF HQ-STP-FILE-STATUS NOT = '00'
045900         DISPLAY 'HELCLASS: STEPLOG NOT ON FILE, STATUS = '
046000                 HQ-STP-FILE-STATUS
046100         GO TO 3000-EXIT
046200     END-IF.
046300     MOVE 'N' TO HQ-EOF-SW.
046400     PERFORM 3100-READ-STEP THRU 3100-EXIT
046500         UNTIL HQ-EOF.
046600     CLOSE STEPLOG-FILE.
046700 3000-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000*
047100* 3100-READ-STEP.  READ ONE STEPLOG RECORD AND POST IT WHEN IT
047200*                  BELONGS TO THE RUN.
047300*
047400*--------------------------------------------------------------*
047500 3100-READ-STEP.
047600     READ STEPLOG-FILE
047700         AT END
047800             SET HQ-EOF TO TRUE
047900             GO TO 3100-EXIT
048000     END-READ.
048100     IF HL-STP-RUN-DATE NOT = HQ-RUN-DATE
048200         OR HL-STP-RUN-START-TIME NOT = HQ-RUN-START
048300         GO TO 3100-EXIT
048400     END-IF.
048500     MOVE HL-STP-STREAM TO HQ-CUR-STREAM.
048600     IF HQ-CUR-STREAM = SPACES
048700         MOVE 'NITE' TO HQ-CUR-STREAM
048800     END-IF.
048900     IF HQ-CUR-STREAM NOT = HQ-RUN-STREAM
049000         GO TO 3100-EXIT
049100     END-IF.
049200     MOVE 'N' TO HQ-FOUND-SW.
049300     MOVE 1 TO HQ-STEP-SUB.
049400     PERFORM 3200-FIND-STEP THRU 3200-EXIT
049500         UNTIL HQ-FOUND OR HQ-STEP-SUB > HQ-STEP-COUNT.
049600     IF NOT HQ-FOUND
049700         IF HQ-STEP-COUNT = 20
049800             GO TO 3100-EXIT
049900         END-IF
050000         ADD 1 TO HQ-STEP-COUNT
050100         MOVE HQ-STEP-COUNT TO HQ-STEP-SUB
050200         MOVE HL-STP-SEQ TO HQ-ST-SEQ (HQ-STEP-SUB)
050300     END-IF.
050400     MOVE HL-STP-SCRIPT-PATH TO HQ-ST-SCRIPT (HQ-STEP-SUB).
050500     MOVE HL-STP-RC TO HQ-ST-RC (HQ-STEP-SUB).
050600 3100-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------*
050900*
051000* 3200-FIND-STEP.  TEST ONE STEP-TABLE ROW AGAINST THE STEPLOG
051100*                  RECORD'S SEQUENCE.
051200*
051300*--------------------------------------------------------------*
051400 3200-FIND-STEP.
051500     IF HQ-ST-SEQ (HQ-STEP-SUB) = HL-STP-SEQ
051600         SET HQ-FOUND TO TRUE
051700     ELSE
051800         ADD 1 TO HQ-STEP-SUB
051900     END-IF.
052000 3200-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300*
052400* 4000-SCAN-TRANSCRIPTS.  ONE PASS OVER HELLOTRN, SEARCHING
052500*                         EVERY LINE OF THE RUN'S TRANSCRIPTS
052600*                         FOR THE CATALOGUE SIGNATURES.
052700*
052800*--------------------------------------------------------------*
052900 4000-SCAN-TRANSCRIPTS.
053000     OPEN INPUT TRANSCRIPT-FILE.
053100     IF HQ-TRN-FILE-STATUS NOT = '00'
053200         DISPLAY 'HELCLASS: HELLOTRN NOT ON FILE, STATUS = '
053300                 HQ-TRN-FILE-STATUS
053400         GO TO 4000-EXIT
053500     END-IF.
053600     MOVE 'N' TO HQ-EOF-SW.
053700     PERFORM 4100-READ-TRANSCRIPT THRU 4100-EXIT
053800         UNTIL HQ-EOF.
053900     CLOSE TRANSCRIPT-FILE.
054000 4000-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------*
054300*
054400* 4100-READ-TRANSCRIPT.  POST ONE TRANSCRIPT RECORD OF THE RUN
054500*                        TO ITS ATTEMPT'S ROW.  THE HEADER LINE
054600*                        ONLY MAKES SURE THE ROW EXISTS, SO AN
054700*                        ATTEMPT THAT PRINTED NOTHING IS STILL
054800*                        COUNTED.  A LINE IS ONLY SEARCHED FOR
054900*                        ENTRIES AHEAD OF THE ONE THE ATTEMPT
055000*                        HAS ALREADY MATCHED; UNTIL IT MATCHES,
055100*                        ITS LAST NON-BLANK LINE IS KEPT.
055200*
055300*--------------------------------------------------------------*
055400 4100-READ-TRANSCRIPT.
055500     READ TRANSCRIPT-FILE
055600         AT END
055700             SET HQ-EOF TO TRUE
055800             GO TO 4100-EXIT
055900     END-READ.
056000     IF HL-TRN-RUN-DATE NOT = HQ-RUN-DATE
056100         OR HL-TRN-RUN-START-TIME NOT = HQ-RUN-START
056200         GO TO 4100-EXIT
056300     END-IF.
056400     MOVE HL-TRN-STREAM TO HQ-CUR-STREAM.
056500     IF HQ-CUR-STREAM = SPACES
056600         MOVE 'NITE' TO HQ-CUR-STREAM
056700     END-IF.
056800     IF HQ-CUR-STREAM NOT = HQ-RUN-STREAM
056900         GO TO 4100-EXIT
057000     END-IF.
057100     PERFORM 4200-FIND-ATTEMPT THRU 4200-EXIT.
057200     IF NOT HQ-FOUND
057300         GO TO 4100-EXIT
057400     END-IF.
057500     IF HL-TRN-HEADER-LINE
057600         OR HL-TRN-TEXT = SPACES
057700         GO TO 4100-EXIT
057800     END-IF.
057900     IF HQ-AT-KEC-SUB (HQ-ATT-SUB) = ZERO
058000         MOVE HQ-KEC-COUNT TO HQ-KEC-LIMIT
058100     ELSE
058200         COMPUTE HQ-KEC-LIMIT = HQ-AT-KEC-SUB (HQ-ATT-SUB) - 1
058300     END-IF.
058400     MOVE HL-TRN-TEXT TO HQ-UPPER-TEXT.
058500     INSPECT HQ-UPPER-TEXT
058600         CONVERTING HQ-LOWER-ALPHABET TO HQ-UPPER-ALPHABET.
058700     MOVE 'N' TO HQ-MATCHED-SW.
058800     MOVE 1 TO HQ-KEC-SUB.
058900     PERFORM 4300-TRY-SIGNATURE THRU 4300-EXIT
059000         UNTIL HQ-MATCHED OR HQ-KEC-SUB > HQ-KEC-LIMIT.
059100     IF HQ-MATCHED
059200         MOVE HQ-KEC-SUB TO HQ-AT-KEC-SUB (HQ-ATT-SUB)
059300         MOVE HL-TRN-TEXT TO HQ-AT-EVIDENCE (HQ-ATT-SUB)
059400         GO TO 4100-EXIT
059500     END-IF.
059600     IF HQ-AT-KEC-SUB (HQ-ATT-SUB) = ZERO
059700         MOVE HL-TRN-TEXT TO HQ-AT-EVIDENCE (HQ-ATT-SUB)
059800     END-IF.
059900 4100-EXIT.
060000     EXIT.
060100*--------------------------------------------------------------*
060200*
060300* 4200-FIND-ATTEMPT.  LEAVE HQ-ATT-SUB ON THE ROW FOR THE
060400*                     TRANSCRIPT RECORD'S STEP AND ATTEMPT,
060500*                     ADDING ONE WHEN IT IS NEW.  HQ-FOUND IS
060600*                     OFF ONLY WHEN THE TABLE IS FULL.
060700*
060800*--------------------------------------------------------------*
060900 4200-FIND-ATTEMPT.
061000     MOVE 'N' TO HQ-FOUND-SW.
061100     MOVE 1 TO HQ-ATT-SUB.
061200     PERFORM 4210-CHECK-ATTEMPT THRU 4210-EXIT
061300         UNTIL HQ-FOUND OR HQ-ATT-SUB > HQ-ATT-COUNT.
061400     IF HQ-FOUND
061500         GO TO 4200-EXIT
061600     END-IF.
061700     IF HQ-ATT-COUNT = 200
061800         IF NOT HQ-ATT-FULL-WARNED
061900             DISPLAY 'HELCLASS: WARNING - MORE THAN 200 STEP '
062000                     'ATTEMPTS IN ONE RUN, THE REST WERE NOT '
062100                     'CLASSIFIED'
062200             SET HQ-ATT-FULL-WARNED TO TRUE
062300             SET HQ-WARNING TO TRUE
062400         END-IF
062500         GO TO 4200-EXIT
062600     END-IF.
062700     ADD 1 TO HQ-ATT-COUNT.
062800     MOVE HQ-ATT-COUNT TO HQ-ATT-SUB.
062900     MOVE HL-TRN-SEQ TO HQ-AT-SEQ (HQ-ATT-SUB).
063000     MOVE HL-TRN-ATTEMPT TO HQ-AT-ATTEMPT (HQ-ATT-SUB).
063100     MOVE ZERO TO HQ-AT-KEC-SUB (HQ-ATT-SUB).
063200     MOVE SPACES TO HQ-AT-EVIDENCE (HQ-ATT-SUB).
063300     SET HQ-FOUND TO TRUE.
063400 4200-EXIT.
063500     EXIT.
063600*--------------------------------------------------------------*
063700*
063800* 4210-CHECK-ATTEMPT.  TEST ONE ATTEMPT ROW.
063900*
064000*--------------------------------------------------------------*
064100 4210-CHECK-ATTEMPT.
064200     IF HQ-AT-SEQ (HQ-ATT-SUB) = HL-TRN-SEQ
064300         AND HQ-AT-ATTEMPT (HQ-ATT-SUB) = HL-TRN-ATTEMPT
064400         SET HQ-FOUND TO TRUE
064500     ELSE
064600         ADD 1 TO HQ-ATT-SUB
064700     END-IF.
064800 4210-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------*
065100*
065200* 4300-TRY-SIGNATURE.  SEARCH THE UPPER-CASED LINE FOR ONE
065300*                      CATALOGUE SIGNATURE.
065400*
065500*--------------------------------------------------------------*
065600 4300-TRY-SIGNATURE.
065700     MOVE ZERO TO HQ-HITS.
065800     INSPECT HQ-UPPER-TEXT TALLYING HQ-HITS
065900         FOR ALL HQ-KE-SIG (HQ-KEC-SUB)
066000             (1 : HQ-KE-SIG-LEN (HQ-KEC-SUB)).
066100     IF HQ-HITS > ZERO
066200         SET HQ-MATCHED TO TRUE
066300     ELSE
066400         ADD 1 TO HQ-KEC-SUB
066500     END-IF.
066600 4300-EXIT.
066700     EXIT.
066800*--------------------------------------------------------------*
066900*
067000* 5000-WRITE-CLASSES.  APPEND ONE HELLOCLS RECORD PER FAILED
067100*                      ATTEMPT.  HELLOCLS IS CREATED THE FIRST
067200*                      TIME ROUND.
067300*
067400*--------------------------------------------------------------*
067500 5000-WRITE-CLASSES.
067600     IF HQ-ATT-COUNT = ZERO
067700         GO TO 5000-EXIT
067800     END-IF.
067900     OPEN EXTEND CLASS-FILE.
068000     IF HQ-CLS-FILE-STATUS NOT = '00'
068100         AND HQ-CLS-FILE-STATUS NOT = '05'
068200         DISPLAY 'HELCLASS: UNABLE TO OPEN HELLOCLS, STATUS = '
068300                 HQ-CLS-FILE-STATUS
068400         MOVE 16 TO RETURN-CODE
068500         STOP RUN
068600     END-IF.
068700     MOVE 1 TO HQ-ATT-SUB.
068800     PERFORM 5100-CLASSIFY-ATTEMPT THRU 5100-EXIT
068900         UNTIL HQ-ATT-SUB > HQ-ATT-COUNT.
069000     CLOSE CLASS-FILE.
069100 5000-EXIT.
069200     EXIT.
069300*--------------------------------------------------------------*
069400*
069500* 5100-CLASSIFY-ATTEMPT.  DECIDE WHETHER ONE ATTEMPT FAILED AND
069600*                         IF SO WRITE ITS RECORD.  HELLO ONLY
069700*                         RETRIES A FAILED ATTEMPT, SO ANY
069800*                         ATTEMPT BELOW THE STEP'S LAST FAILED;
069900*                         THE LAST ONE FAILED WHEN THE STEP
070000*                         ENDED NON-ZERO.  A STEP WITH NO
070100*                         STEPLOG RECORD HAS NO KNOWN RC, SO
070200*                         ITS LAST ATTEMPT IS LEFT OUT.
070300*
070400*--------------------------------------------------------------*
070500 5100-CLASSIFY-ATTEMPT.
070600     MOVE ZERO TO HQ-MAX-ATTEMPT.
070700     MOVE 1 TO HQ-ATT-SCAN.
070800     PERFORM 5200-FIND-LAST-ATTEMPT THRU 5200-EXIT
070900         UNTIL HQ-ATT-SCAN > HQ-ATT-COUNT.
071000     MOVE 'N' TO HQ-FOUND-SW.
071100     MOVE 1 TO HQ-STEP-SUB.
071200     PERFORM 5300-FIND-STEP-RC THRU 5300-EXIT
071300         UNTIL HQ-FOUND OR HQ-STEP-SUB > HQ-STEP-COUNT.
071400     MOVE SPACES TO HL-CLS-RECORD.
071500     MOVE 'N' TO HL-CLS-FINAL-SW.
071600     MOVE ZERO TO HL-CLS-STEP-RC.
071700     IF HQ-FOUND
071800         MOVE HQ-ST-RC (HQ-STEP-SUB) TO HL-CLS-STEP-RC
071900         MOVE HQ-ST-SCRIPT (HQ-STEP-SUB) TO HL-CLS-SCRIPT-PATH
072000     END-IF.
072100     IF HQ-AT-ATTEMPT (HQ-ATT-SUB) = HQ-MAX-ATTEMPT
072200         IF NOT HQ-FOUND
072300             OR HQ-ST-RC (HQ-STEP-SUB) = ZERO
072400             GO TO 5100-NEXT
072500         END-IF
072600         SET HL-CLS-FINAL TO TRUE
072700     END-IF.
072800     MOVE HQ-RUN-DATE TO HL-CLS-RUN-DATE.
072900     MOVE HQ-RUN-START TO HL-CLS-RUN-START-TIME.
073000     MOVE HQ-RUN-STREAM TO HL-CLS-STREAM.
073100     MOVE HQ-AT-SEQ (HQ-ATT-SUB) TO HL-CLS-SEQ.
073200     MOVE HQ-AT-ATTEMPT (HQ-ATT-SUB) TO HL-CLS-ATTEMPT.
073300     MOVE HQ-AT-EVIDENCE (HQ-ATT-SUB) TO HL-CLS-EVIDENCE.
073400     MOVE HQ-TODAY TO HL-CLS-CLASSIFY-DATE.
073500     IF HQ-AT-KEC-SUB (HQ-ATT-SUB) = ZERO
073600         ADD 1 TO HQ-UNCLASSIFIED-COUNT
073700         DISPLAY 'HELCLASS: STEP ' HL-CLS-SEQ ' ATTEMPT '
073800                 HL-CLS-ATTEMPT ' - NOT IN THE CATALOGUE'
073900     ELSE
074000         MOVE HQ-AT-KEC-SUB (HQ-ATT-SUB) TO HQ-KEC-SUB
074100         MOVE HQ-KE-ID (HQ-KEC-SUB) TO HL-CLS-KEC-ID
074200         MOVE HQ-KE-CLASS (HQ-KEC-SUB) TO HL-CLS-KEC-CLASS
074300         MOVE HQ-KE-TEAM (HQ-KEC-SUB) TO HL-CLS-KEC-TEAM
074400         MOVE HQ-KE-RUNBOOK (HQ-KEC-SUB) TO HL-CLS-KEC-RUNBOOK
074500         MOVE HQ-KE-DESC (HQ-KEC-SUB) TO HL-CLS-KEC-DESC
074600         ADD 1 TO HQ-CLASSIFIED-COUNT
074700         DISPLAY 'HELCLASS: STEP ' HL-CLS-SEQ ' ATTEMPT '
074800                 HL-CLS-ATTEMPT ' - KNOWN ISSUE '
074900                 HL-CLS-KEC-ID ' ' HL-CLS-KEC-DESC
075000     END-IF.
075100     WRITE HL-CLS-RECORD.
075200     ADD 1 TO HQ-WRITTEN-COUNT.
075300 5100-NEXT.
075400     ADD 1 TO HQ-ATT-SUB.
075500 5100-EXIT.
075600     EXIT.
075700*--------------------------------------------------------------*
075800*
075900* 5200-FIND-LAST-ATTEMPT.  KEEP THE HIGHEST ATTEMPT NUMBER OF
076000*                          THE CURRENT ROW'S STEP.
076100*
076200*--------------------------------------------------------------*
076300 5200-FIND-LAST-ATTEMPT.
076400     IF HQ-AT-SEQ (HQ-ATT-SCAN) = HQ-AT-SEQ (HQ-ATT-SUB)
076500         AND HQ-AT-ATTEMPT (HQ-ATT-SCAN) > HQ-MAX-ATTEMPT
076600         MOVE HQ-AT-ATTEMPT (HQ-ATT-SCAN) TO HQ-MAX-ATTEMPT
076700     END-IF.
076800     ADD 1 TO HQ-ATT-SCAN.
076900 5200-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------*
077200*
077300* 5300-FIND-STEP-RC.  TEST ONE STEP-TABLE ROW AGAINST THE
077400*                     CURRENT ATTEMPT'S SEQUENCE.
077500*
077600*--------------------------------------------------------------*
077700 5300-FIND-STEP-RC.
077800     IF HQ-ST-SEQ (HQ-STEP-SUB) = HQ-AT-SEQ (HQ-ATT-SUB)
077900         SET HQ-FOUND TO TRUE
078000     ELSE
078100         ADD 1 TO HQ-STEP-SUB
078200     END-IF.
078300 5300-EXIT.
078400     EXIT.
