003002*                 EDITED FILE COULD VALIDATE CLEAN AND BE     *
003003*                 SAVED BACK OUT OF SEQUENCE WITH NON-        *
003004*                 ADJACENT DUPLICATES UNDETECTED.             *
003017* 10/15/2026 DRO  ADDED PARM='STREAM=XXXX' TO MAINTAIN ANOTHER *
003030*                 JOB STREAM'S DRIVER (DRVXXXX) UNDER THAT     *
003043*                 STREAM'S OWN RUN LOCK (LCKXXXX). NO PARM, OR *
003056*                 STREAM=NITE, STILL WORKS ON HELLODRV UNDER   *
003069*                 HELLOCK.                                     *
003070* 10/15/2026 DRO  CARRIED THE 363-BYTE HLDRV RECORD WITH THE   *
003071*                 UPSTREAM TRIGGER - TOKEN, POLL SECONDS, WAIT *
003072*                 MINUTES AND HHMM DEADLINE - ON THE ENTRY     *
003073*                 SCREEN, WITH HELDAUD'S EDITS ON THEM. A ROW  *
003074*                 SAVED BEFORE THE TRIGGER COLUMNS EXISTED     *
003075*                 LOADS WITH THEM ZERO.                        *
003076* 10/15/2026 DRO  CARRIED THE 399-BYTE HLDRV RECORD WITH THE   *
003077*                 STEP'S THREE CONTROL-TOTAL TAGS ON LINE 22   *
003078*                 OF THE ENTRY SCREEN. A TAG MAY NOT START     *
003079*                 WITH OR CONTAIN A BLANK OR AN = SIGN, THE    *
003080*                 SAME EDIT HELDAUD MAKES.                     *
003081* 10/15/2026 DRO  EVERY ADD, CHANGE, DELETE AND REORDER (A     *
003082*                 CHANGE THAT MOVES A STEP TO ANOTHER          *
003083*                 SEQUENCE) IS HELD WITH ITS BEFORE AND AFTER  *
003084*                 HLDRV IMAGES AND, ON A SUCCESSFUL SAVE,      *
003085*                 APPENDED TO THE HELDJRN CHANGE JOURNAL (SEE  *
003086*                 HLJRN) WITH THE LOGNAME USER, THE SAVE       *
003087*                 TIMESTAMP AND THE DRIVER VERSION BEFORE AND  *
003088*                 AFTER - THE CHECKSUM HELLO STAMPS ON RUNLOG. *
003089*                 A SAVE IS REFUSED IF THE JOURNAL WILL NOT    *
003090*                 OPEN. AT MOST 100 CHANGES ARE HELD BETWEEN   *
003091*                 SAVES.                                       *
003092* 10/15/2026 DRO  STREAM= MUST NOW START WITH A LETTER; A      *
003094*                 BLANK OR NON-LETTER FIRST CHARACTER IS A BAD *
003095*                 PARM (RC 8) INSTEAD OF YIELDING A BARE       *
003097*                 DRV/CKP FILE NAME.                           *
003098*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. LINUX.
003400 OBJECT-COMPUTER. LINUX.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL DRIVER-FILE ASSIGN USING HN-DRV-FILE-NAME
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS HN-DRV-FILE-STATUS.
004000     SELECT OPTIONAL LOCK-FILE ASSIGN USING HN-LCK-FILE-NAME
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS HN-LCK-FILE-STATUS.
004225     SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'HELDJRN'
004250         ORGANIZATION IS LINE SEQUENTIAL
004275         FILE STATUS IS HN-JRN-FILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DRIVER-FILE.
005000     05  HN-LCK-TIME             PIC 9(08).
005100     05  HN-LCK-JOB              PIC X(08).
005200     05  HN-LCK-USER             PIC X(08).
005233 FD  JOURNAL-FILE.
005266 COPY HLJRN.
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005500* SWITCHES AND COUNTERS                                         *
005600*--------------------------------------------------------------*
005700 77  HN-DRV-FILE-STATUS       PIC X(02) VALUE '00'.
005800 77  HN-LCK-FILE-STATUS       PIC X(02) VALUE '00'.
005850 77  HN-JRN-FILE-STATUS       PIC X(02) VALUE '00'.
005900 77  HN-DONE-SW               PIC X(01) VALUE 'N'.
006000     88  HN-DONE                  VALUE 'Y'.
006100 77  HN-CHANGED-SW            PIC X(01) VALUE 'N'.
006600     88  HN-TABLE-OK              VALUE 'Y'.
006700 77  HN-LOCK-LIVE-SW          PIC X(01) VALUE 'N'.
006800     88  HN-LOCK-LIVE             VALUE 'Y'.
006801*--------------------------------------------------------------*
006802* JOB-STREAM FILE NAMES - HELLO'S OWN NAMING, SO A STREAM'S     *
006803* DRIVER AND LOCK HERE ARE THE ONES ITS CHAIN USES.             *
006804*--------------------------------------------------------------*
006805 77  HN-STREAM-ID             PIC X(04) VALUE 'NITE'.
006806 77  HN-DRV-FILE-NAME         PIC X(08) VALUE 'HELLODRV'.
006807 77  HN-LCK-FILE-NAME         PIC X(08) VALUE 'HELLOCK'.
006810*--------------------------------------------------------------*
006820* LOCK-AGE WORK AREA - THE SAME FLIEGEL/VAN FLANDERN JULIAN-   *
006830* DAY ARITHMETIC AND FOUR-HOUR STALE THRESHOLD HELLO'S OWN     *
008700 77  HN-CLOSED-GRP-SUB        PIC 9(04) COMP VALUE ZERO.
008800 77  HN-GRP-REOPENED-SW       PIC X(01) VALUE 'N'.
008900     88  HN-GRP-REOPENED          VALUE 'Y'.
008916 77  HN-TAG-SUB               PIC 9(01) COMP VALUE ZERO.
008932 77  HN-TAG-LEN               PIC 9(02) COMP VALUE ZERO.
008948 77  HN-TAG-EQ-COUNT          PIC 9(02) COMP VALUE ZERO.
008964 77  HN-TAG-BAD-SW            PIC X(01) VALUE 'N'.
008980     88  HN-TAG-BAD               VALUE 'Y'.
009000*--------------------------------------------------------------*
009001* CHANGE-JOURNAL WORK AREA - THE CHANGES MADE SINCE THE LAST    *
009002* SAVE, IN THE ORDER THEY WERE MADE, WITH THEIR BEFORE AND      *
009003* AFTER IMAGES.  THEY REACH HELDJRN ONLY WHEN THE SAVE DOES.    *
009004*--------------------------------------------------------------*
009005 77  HN-USER-NAME             PIC X(08) VALUE SPACES.
009006 77  HN-PEND-COUNT            PIC 9(04) COMP VALUE ZERO.
009007 77  HN-PEND-SUB              PIC 9(04) COMP VALUE ZERO.
009008 77  HN-PEND-MAX              PIC 9(04) COMP VALUE 100.
009010 01  HN-PEND-TABLE.
009013     05  HN-PEND OCCURS 100 TIMES.
009016         10  HN-PEND-ACTION   PIC X(01).
009019         10  HN-PEND-BEFORE   PIC X(399).
009022         10  HN-PEND-AFTER    PIC X(399).
009025 77  HN-JRN-ACTION            PIC X(01) VALUE SPACE.
009028 01  HN-BEFORE-IMAGE          PIC X(399) VALUE SPACES.
009031 01  HN-AFTER-IMAGE           PIC X(399) VALUE SPACES.
009034 77  HN-SAVE-DATE             PIC 9(08) VALUE ZERO.
009037 77  HN-SAVE-TIME             PIC 9(08) VALUE ZERO.
009040*--------------------------------------------------------------*
009043* DRIVER VERSION - THE SAME CHECKSUM HELLO STAMPS ON RUNLOG:    *
009046* EACH BYTE'S CODE POINT THROUGH THE LOW BYTE OF A HALFWORD,    *
009049* THE SUM RUN TIMES 31 MODULO A TEN-DIGIT PRIME OVER EVERY      *
009052* RECORD IN FILE ORDER.  THE LOAD VERSION IS THE FILE AS READ,  *
009055* BEFORE ANY SORTING OR ZERO-FILLING.                           *
009058*--------------------------------------------------------------*
009061 77  HN-LOAD-VERSION          PIC 9(10) VALUE ZERO.
009064 77  HN-VER-ACCUM             PIC 9(10) VALUE ZERO.
009067 77  HN-VER-WORK              PIC 9(12) COMP VALUE ZERO.
009070 77  HN-VER-QUOT              PIC 9(12) COMP VALUE ZERO.
009073 77  HN-VER-SUB               PIC 9(04) COMP VALUE ZERO.
009076 01  HN-VER-IMAGE             PIC X(399) VALUE SPACES.
009079 01  HN-VER-BYTE-AREA.
009082     05  HN-VER-BYTE-NUM      PIC 9(04) COMP VALUE ZERO.
009085 01  HN-VER-BYTE-R REDEFINES HN-VER-BYTE-AREA.
009088     05  FILLER               PIC X(01).
009091     05  HN-VER-BYTE          PIC X(01).
009094*--------------------------------------------------------------*
009100* THE IN-STORAGE DRIVER TABLE - ONE 399-BYTE HLDRV IMAGE PER   *
009200* ROW, SAME 20-STEP LIMIT THE CHAIN LOADS.                     *
009300*--------------------------------------------------------------*
009400 01  HN-ROW-TABLE.
009500     05  HN-ROW OCCURS 20 TIMES PIC X(399).
009600 01  HN-ROW-SAVE              PIC X(399).
009700*--------------------------------------------------------------*
009800* THE RECORD BEING KEYED, IN THE HLDRV SHAPE, PLUS THE EDIT    *
009900* MESSAGE SHOWN UNDER THE SCREEN.                              *
012500     05  HN-LL-GROUP          PIC X(02).
012600     05  FILLER               PIC X(02) VALUE SPACES.
012700     05  HN-LL-SCHED          PIC X(01).
012716*--------------------------------------------------------------*
012733 LINKAGE SECTION.
012750 01  HN-PARM-AREA.
012766     05  HN-PARM-LEN             PIC S9(04) COMP.
012783     05  HN-PARM-TEXT            PIC X(80).
012800*--------------------------------------------------------------*
012900 SCREEN SECTION.
013000*--------------------------------------------------------------*
016900     05  LINE 18 COL 27 PIC X(50) USING HN-WRK-OUT-DATASET.
017000     05  LINE 19 COL 2 VALUE 'OUTPUT MIN BYTES......:'.
017100     05  LINE 19 COL 27 PIC 9(08) USING HN-WRK-OUT-MIN-BYTES.
017120     05  LINE 20 COL 2 VALUE 'UPSTREAM TOKEN........:'.
017140     05  LINE 20 COL 27 PIC X(50) USING HN-WRK-TRIG-TOKEN.
017160     05  LINE 21 COL 2 VALUE 'TOKEN POLL SECS (999).:'.
017180     05  LINE 21 COL 27 PIC 9(03) USING HN-WRK-TRIG-POLL-SECS.
017200     05  LINE 21 COL 32 VALUE 'WAIT MINS (999):'.
017220     05  LINE 21 COL 49 PIC 9(03) USING HN-WRK-TRIG-WAIT-MINS.
017240     05  LINE 21 COL 54 VALUE 'DEADLINE HHMM:'.
017260     05  LINE 21 COL 69 PIC 9(04) USING HN-WRK-TRIG-DEADLINE.
017264     05  LINE 22 COL 2 VALUE 'CONTROL TOTAL TAGS....:'.
017268     05  LINE 22 COL 27 PIC X(12) USING HN-WRK-CTL-TAG (1).
017272     05  LINE 22 COL 41 PIC X(12) USING HN-WRK-CTL-TAG (2).
017276     05  LINE 22 COL 55 PIC X(12) USING HN-WRK-CTL-TAG (3).
017280     05  LINE 23 COL 2 PIC X(60) FROM HN-EDIT-MESSAGE.
017300*--------------------------------------------------------------*
017400 PROCEDURE DIVISION USING HN-PARM-AREA.
017500*--------------------------------------------------------------*
017600*
017700* 0000-MAINLINE.  LOAD THE DRIVER TABLE AND WORK THE OPERATOR
017900*
018000*--------------------------------------------------------------*
018100 0000-MAINLINE.
018150     PERFORM 0100-GET-PARM THRU 0100-EXIT.
018175     ACCEPT HN-USER-NAME FROM ENVIRONMENT 'LOGNAME'.
018200     PERFORM 1000-LOAD-DRIVER THRU 1000-EXIT.
018300     PERFORM 2000-COMMAND-CYCLE THRU 2000-EXIT
018400         UNTIL HN-DONE.
018500     STOP RUN.
018502*--------------------------------------------------------------*
018504*
018506* 0100-GET-PARM.  THE PARM IS EMPTY OR 'STREAM=XXXX'.  A
018508*                 STREAM OTHER THAN NITE SWITCHES THE DRIVER
018510*                 AND LOCK NAMES TO THAT STREAM'S; ANY OTHER
018512*                 PARM STOPS WITH RC 8 BEFORE A FILE IS
018514*                 TOUCHED.
018516*
018518*--------------------------------------------------------------*
018520 0100-GET-PARM.
018522     IF HN-PARM-LEN = ZERO
018524         GO TO 0100-EXIT
018526     END-IF.
018528     IF HN-PARM-LEN < 8 OR HN-PARM-LEN > 11
018530         OR HN-PARM-TEXT (1 : 7) NOT = 'STREAM='
018531         OR HN-PARM-TEXT (8 : 1) NOT ALPHABETIC-UPPER
018532         OR HN-PARM-TEXT (8 : 1) = SPACE
018533         DISPLAY 'HELDMNT: BAD PARM - EXPECTED STREAM=XXXX OR '
018534                 'NO PARM, GOT ' HN-PARM-TEXT (1 : HN-PARM-LEN)
018536         MOVE 8 TO RETURN-CODE
018538         STOP RUN
018540     END-IF.
018542     MOVE HN-PARM-TEXT (8 : HN-PARM-LEN - 7) TO HN-STREAM-ID.
018544     IF HN-STREAM-ID NOT = 'NITE'
018546         MOVE SPACES TO HN-DRV-FILE-NAME HN-LCK-FILE-NAME
018548         STRING 'DRV' DELIMITED BY SIZE
018550                 HN-STREAM-ID DELIMITED BY SPACE
018552             INTO HN-DRV-FILE-NAME
018554         END-STRING
018556         STRING 'LCK' DELIMITED BY SIZE
018558                 HN-STREAM-ID DELIMITED BY SPACE
018560             INTO HN-LCK-FILE-NAME
018562         END-STRING
018564     END-IF.
018566     DISPLAY 'HELDMNT: JOB STREAM ' HN-STREAM-ID ' - DRIVER '
018568             HN-DRV-FILE-NAME ' LOCK ' HN-LCK-FILE-NAME.
018570 0100-EXIT.
018572     EXIT.
018600*--------------------------------------------------------------*
018700*
018800* 1000-LOAD-DRIVER.  READ HELLODRV INTO THE ROW TABLE AND SORT
019300*--------------------------------------------------------------*
019400 1000-LOAD-DRIVER.
019500     MOVE ZERO TO HN-STEP-COUNT.
019550     MOVE ZERO TO HN-VER-ACCUM.
019600     OPEN INPUT DRIVER-FILE.
019700     IF HN-DRV-FILE-STATUS NOT = '00'
019800         DISPLAY 'HELDMNT: ' HN-DRV-FILE-NAME ' NOT ON FILE - '
019900                 'STARTING AN EMPTY TABLE'
020000         GO TO 1000-EXIT
020100     END-IF.
020200     PERFORM 1100-READ-DRIVER-RECORD THRU 1100-EXIT
020300         UNTIL HN-DRV-FILE-STATUS NOT = '00'
020400             OR HN-STEP-COUNT = 20.
020500     CLOSE DRIVER-FILE.
020502     MOVE HN-VER-ACCUM TO HN-LOAD-VERSION.
020504     DISPLAY 'HELDMNT: ' HN-DRV-FILE-NAME ' VERSION '
020506             HN-LOAD-VERSION.
020510     PERFORM 3300-RESEQUENCE THRU 3300-EXIT.
020600 1000-EXIT.
020700     EXIT.
020800*--------------------------------------------------------------*
020900*
020940* 1100-READ-DRIVER-RECORD.  READ ONE RECORD INTO THE NEXT ROW,
020953*                          FOLDING IT INTO THE LOAD VERSION AS
020966*                          READ.
020980*                          A LINE WRITTEN BEFORE THE TRIGGER
021020*                          COLUMNS EXISTED READS BACK BLANK
021060*                          THERE; THOSE ARE LOADED AS ZERO.
021100*
021200*--------------------------------------------------------------*
021300 1100-READ-DRIVER-RECORD.
021700             GO TO 1100-EXIT
021800     END-READ.
021900     ADD 1 TO HN-STEP-COUNT.
021905     MOVE HL-DRV-RECORD TO HN-VER-IMAGE.
021910     PERFORM 5300-VERSION-IMAGE THRU 5300-EXIT.
021916     IF HL-DRV-RECORD (354 : 10) = SPACES
021932         MOVE ZERO TO HL-DRV-TRIG-POLL-SECS
021948         MOVE ZERO TO HL-DRV-TRIG-WAIT-MINS
021964         MOVE ZERO TO HL-DRV-TRIG-DEADLINE
021980     END-IF.
022000     MOVE HL-DRV-RECORD TO HN-ROW (HN-STEP-COUNT).
022100 1100-EXIT.
022200     EXIT.
028400*--------------------------------------------------------------*
028500 2100-SHOW-LIST.
028600     DISPLAY SPACE.
028700     DISPLAY HN-DRV-FILE-NAME ' STEPS (' HN-STEP-COUNT
028750             ' OF 20)'.
028800     DISPLAY 'ROW  SEQ   INTERPRETER SCRIPT'
028900             '                          C PRED GP S'.
029000     MOVE 1 TO HN-ROW-SUB.
032700         DISPLAY 'HELDMNT: TABLE IS FULL - 20 STEPS'
032800         GO TO 3000-EXIT
032900     END-IF.
032920     IF HN-PEND-COUNT = HN-PEND-MAX
032940         PERFORM 3950-JOURNAL-FULL THRU 3950-EXIT
032960         GO TO 3000-EXIT
032980     END-IF.
033000     MOVE SPACES TO HN-WRK-RECORD.
033100     MOVE ZERO TO HN-WRK-SEQ.
033200     MOVE 'N' TO HN-WRK-REQUIRED.
033500     MOVE ZERO TO HN-WRK-COND-SEQ.
033600     MOVE ZERO TO HN-WRK-PAR-GROUP.
033700     MOVE ZERO TO HN-WRK-OUT-MIN-BYTES.
033725     MOVE ZERO TO HN-WRK-TRIG-POLL-SECS.
033750     MOVE ZERO TO HN-WRK-TRIG-WAIT-MINS.
033775     MOVE ZERO TO HN-WRK-TRIG-DEADLINE.
033800     PERFORM 3500-EDIT-ON-SCREEN THRU 3500-EXIT.
033900     IF HN-CANCELLED
034000         GO TO 3000-EXIT
034100     END-IF.
034200     ADD 1 TO HN-STEP-COUNT.
034300     MOVE HN-WRK-RECORD TO HN-ROW (HN-STEP-COUNT).
034320     MOVE 'A' TO HN-JRN-ACTION.
034340     MOVE SPACES TO HN-BEFORE-IMAGE.
034360     MOVE HN-WRK-RECORD TO HN-AFTER-IMAGE.
034380     PERFORM 3900-HOLD-CHANGE THRU 3900-EXIT.
034400     PERFORM 3300-RESEQUENCE THRU 3300-EXIT.
034500     SET HN-CHANGED TO TRUE.
034600 3000-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------*
034900*
035000* 3100-CHANGE-STEP.  REKEY ONE ROW ON THE ENTRY SCREEN.  A NEW
035025*                    SEQUENCE MOVES THE STEP AND IS HELD FOR
035050*                    THE JOURNAL AS A REORDER; A ROW REKEYED
035075*                    UNCHANGED IS NOT HELD AT ALL.
035100*
035200*--------------------------------------------------------------*
035300 3100-CHANGE-STEP.
035320     IF HN-PEND-COUNT = HN-PEND-MAX
035340         PERFORM 3950-JOURNAL-FULL THRU 3950-EXIT
035360         GO TO 3100-EXIT
035380     END-IF.
035400     PERFORM 3400-PICK-ROW THRU 3400-EXIT.
035500     IF HN-TARGET-ROW = ZERO
035600         GO TO 3100-EXIT
035700     END-IF.
035800     MOVE HN-ROW (HN-TARGET-ROW) TO HN-WRK-RECORD.
035850     MOVE HN-ROW (HN-TARGET-ROW) TO HN-BEFORE-IMAGE.
035900     PERFORM 3500-EDIT-ON-SCREEN THRU 3500-EXIT.
036000     IF HN-CANCELLED
036100         GO TO 3100-EXIT
036200     END-IF.
036300     MOVE HN-WRK-RECORD TO HN-ROW (HN-TARGET-ROW).
036309     IF HN-WRK-RECORD = HN-BEFORE-IMAGE
036318         DISPLAY 'HELDMNT: NOTHING CHANGED ON THAT ROW'
036327         GO TO 3100-EXIT
036336     END-IF.
036345     MOVE 'C' TO HN-JRN-ACTION.
036354     IF HN-WRK-SEQ NOT = HN-BEFORE-IMAGE (1 : 4)
036363         MOVE 'R' TO HN-JRN-ACTION
036372     END-IF.
036381     MOVE HN-WRK-RECORD TO HN-AFTER-IMAGE.
036390     PERFORM 3900-HOLD-CHANGE THRU 3900-EXIT.
036400     PERFORM 3300-RESEQUENCE THRU 3300-EXIT.
036500     SET HN-CHANGED TO TRUE.
036600 3100-EXIT.
037100*
037200*--------------------------------------------------------------*
037300 3200-DELETE-STEP.
037320     IF HN-PEND-COUNT = HN-PEND-MAX
037340         PERFORM 3950-JOURNAL-FULL THRU 3950-EXIT
037360         GO TO 3200-EXIT
037380     END-IF.
037400     PERFORM 3400-PICK-ROW THRU 3400-EXIT.
037500     IF HN-TARGET-ROW = ZERO
037600         GO TO 3200-EXIT
037700     END-IF.
037720     MOVE 'D' TO HN-JRN-ACTION.
037740     MOVE HN-ROW (HN-TARGET-ROW) TO HN-BEFORE-IMAGE.
037760     MOVE SPACES TO HN-AFTER-IMAGE.
037780     PERFORM 3900-HOLD-CHANGE THRU 3900-EXIT.
037800     MOVE HN-TARGET-ROW TO HN-ROW-SUB.
037900     PERFORM 3210-SHIFT-ROW-UP THRU 3210-EXIT
038000         UNTIL HN-ROW-SUB >= HN-STEP-COUNT.
061200             HN-EDIT-MESSAGE
061300         GO TO 3600-EXIT
061400     END-IF.
061402     IF HN-WRK-TRIG-TOKEN NOT = SPACES
061404         AND HN-WRK-TRIG-TOKEN (1 : 1) = SPACE
061406         MOVE 'UPSTREAM TOKEN HAS A LEADING BLANK' TO
061408             HN-EDIT-MESSAGE
061410         GO TO 3600-EXIT
061412     END-IF.
061414     IF HN-WRK-TRIG-POLL-SECS NOT NUMERIC
061416         MOVE 'TOKEN POLL SECS MUST BE NUMERIC' TO
061418             HN-EDIT-MESSAGE
061420         GO TO 3600-EXIT
061422     END-IF.
061424     IF HN-WRK-TRIG-WAIT-MINS NOT NUMERIC
061426         MOVE 'TOKEN WAIT MINS MUST BE NUMERIC' TO
061428             HN-EDIT-MESSAGE
061430         GO TO 3600-EXIT
061432     END-IF.
061434     IF HN-WRK-TRIG-DEADLINE NOT NUMERIC
061436         MOVE 'TOKEN DEADLINE MUST BE NUMERIC' TO
061438             HN-EDIT-MESSAGE
061440         GO TO 3600-EXIT
061442     END-IF.
061444     IF HN-WRK-TRIG-DEADLINE (1 : 2) > '23'
061446         OR HN-WRK-TRIG-DEADLINE (3 : 2) > '59'
061448         MOVE 'TOKEN DEADLINE MUST BE A VALID HHMM' TO
061450             HN-EDIT-MESSAGE
061452         GO TO 3600-EXIT
061454     END-IF.
061456     IF HN-WRK-TRIG-TOKEN = SPACES
061458         AND (HN-WRK-TRIG-POLL-SECS > ZERO
061460             OR HN-WRK-TRIG-WAIT-MINS > ZERO
061462             OR HN-WRK-TRIG-DEADLINE > ZERO)
061464         MOVE 'POLL, WAIT AND DEADLINE NEED AN UPSTREAM TOKEN'
061466             TO HN-EDIT-MESSAGE
061468         GO TO 3600-EXIT
061470     END-IF.
061474     PERFORM 3800-EDIT-CTL-TAGS THRU 3800-EXIT.
061478     IF HN-TAG-BAD
061482         MOVE 'CONTROL TOTAL TAG HAS A BLANK OR AN = SIGN IN IT'
061486             TO HN-EDIT-MESSAGE
061490         GO TO 3600-EXIT
061494     END-IF.
061500     SET HN-EDIT-OK TO TRUE.
061600 3600-EXIT.
061700     EXIT.
064400     END-IF.
064500     ADD 1 TO HN-MASK-SUB.
064600 3710-EXIT.
064602     EXIT.
064604*--------------------------------------------------------------*
064606*
064608* 3800-EDIT-CTL-TAGS.  TEST THE THREE CONTROL-TOTAL TAGS.  HELLO
064610*                      LOOKS FOR TAG= IN THE STEP'S OUTPUT, SO
064612*                      A TAG IS ONE UNBROKEN WORD WITH NO =.
064614*
064616*--------------------------------------------------------------*
064618 3800-EDIT-CTL-TAGS.
064620     MOVE 'N' TO HN-TAG-BAD-SW.
064622     MOVE 1 TO HN-TAG-SUB.
064624     PERFORM 3810-CHECK-CTL-TAG THRU 3810-EXIT
064626         UNTIL HN-TAG-SUB > 3.
064628 3800-EXIT.
064630     EXIT.
064632*--------------------------------------------------------------*
064634*
064636* 3810-CHECK-CTL-TAG.  TEST ONE TAG - NO LEADING OR EMBEDDED
064638*                      BLANK AND NO = SIGN.
064640*
064642*--------------------------------------------------------------*
064644 3810-CHECK-CTL-TAG.
064646     IF HN-WRK-CTL-TAG (HN-TAG-SUB) = SPACES
064647         GO TO 3810-NEXT
064648     END-IF.
064649     IF HN-WRK-CTL-TAG (HN-TAG-SUB) (1 : 1) = SPACE
064650         SET HN-TAG-BAD TO TRUE
064651         GO TO 3810-NEXT
064652     END-IF.
064653     MOVE ZERO TO HN-TAG-LEN.
064654     MOVE ZERO TO HN-TAG-EQ-COUNT.
064655     INSPECT HN-WRK-CTL-TAG (HN-TAG-SUB) TALLYING
064656         HN-TAG-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
064657     INSPECT HN-WRK-CTL-TAG (HN-TAG-SUB) TALLYING
064658         HN-TAG-EQ-COUNT FOR ALL '='.
064659     IF HN-TAG-EQ-COUNT > ZERO
064660         SET HN-TAG-BAD TO TRUE
064661         GO TO 3810-NEXT
064662     END-IF.
064663     IF HN-TAG-LEN < 12
064664         IF HN-WRK-CTL-TAG (HN-TAG-SUB) (HN-TAG-LEN + 1 : )
064665             NOT = SPACES
064666             SET HN-TAG-BAD TO TRUE
064667         END-IF
064668     END-IF.
064669 3810-NEXT.
064670     ADD 1 TO HN-TAG-SUB.
064671 3810-EXIT.
064672     EXIT.
064673*--------------------------------------------------------------*
064674*
064675* 3900-HOLD-CHANGE.  HOLD ONE ADD, CHANGE, DELETE OR REORDER
064676*                    (HN-JRN-ACTION, HN-BEFORE-IMAGE AND
064677*                    HN-AFTER-IMAGE) FOR THE JOURNAL UNTIL THE
064678*                    NEXT SAVE.
064679*
064680*--------------------------------------------------------------*
064681 3900-HOLD-CHANGE.
064682     ADD 1 TO HN-PEND-COUNT.
064683     MOVE HN-JRN-ACTION TO HN-PEND-ACTION (HN-PEND-COUNT).
064684     MOVE HN-BEFORE-IMAGE TO HN-PEND-BEFORE (HN-PEND-COUNT).
064685     MOVE HN-AFTER-IMAGE TO HN-PEND-AFTER (HN-PEND-COUNT).
064686 3900-EXIT.
064687     EXIT.
064688*--------------------------------------------------------------*
064689*
064690* 3950-JOURNAL-FULL.  NO ROOM TO HOLD ANOTHER CHANGE - THE
064691*                     OPERATOR MUST SAVE (OR EXIT AND DISCARD)
064692*                     BEFORE GOING ON, SO NO CHANGE EVER
064693*                     REACHES HELLODRV UNJOURNALLED.
064694*
064695*--------------------------------------------------------------*
064696 3950-JOURNAL-FULL.
064697     DISPLAY 'HELDMNT: ' HN-PEND-MAX ' CHANGES ARE WAITING FOR '
064698             'THE JOURNAL - SAVE BEFORE MAKING ANY MORE'.
064699 3950-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900*
079500     END-IF.
079600     PERFORM 5100-CHECK-RUN-LOCK THRU 5100-EXIT.
079700     IF HN-LOCK-LIVE
079800         DISPLAY 'HELDMNT: ' HN-LCK-FILE-NAME ' SHOWS A RUN IN '
079900                 'FLIGHT - NOT SAVING WHILE THE CHAIN IS UP'
080000         GO TO 5000-EXIT
080010     END-IF.
080020     IF HN-PEND-COUNT > ZERO
080030         OPEN EXTEND JOURNAL-FILE
080040         IF HN-JRN-FILE-STATUS NOT = '00' AND NOT = '05'
080050             DISPLAY 'HELDMNT: UNABLE TO OPEN HELDJRN, FILE '
080060                     'STATUS = ' HN-JRN-FILE-STATUS
080070                     ' - NOT SAVING AN UNJOURNALLED CHANGE'
080080             GO TO 5000-EXIT
080090         END-IF
080100     END-IF.
080200     OPEN OUTPUT DRIVER-FILE.
080300     IF HN-DRV-FILE-STATUS NOT = '00' AND NOT = '05'
080400                                       AND NOT = '35'
080500         DISPLAY 'HELDMNT: UNABLE TO OPEN ' HN-DRV-FILE-NAME
080600                 ' FOR WRITE, FILE STATUS = ' HN-DRV-FILE-STATUS
080625         IF HN-PEND-COUNT > ZERO
080650             CLOSE JOURNAL-FILE
080675         END-IF
080700         GO TO 5000-EXIT
080800     END-IF.
080850     MOVE ZERO TO HN-VER-ACCUM.
080900     MOVE 1 TO HN-ROW-SUB.
081000     PERFORM 5200-WRITE-ONE-ROW THRU 5200-EXIT
081100         UNTIL HN-ROW-SUB > HN-STEP-COUNT.
081200     CLOSE DRIVER-FILE.
081208     IF HN-PEND-COUNT > ZERO
081216         ACCEPT HN-SAVE-DATE FROM DATE YYYYMMDD
081224         ACCEPT HN-SAVE-TIME FROM TIME
081232         MOVE 1 TO HN-PEND-SUB
081240         PERFORM 5400-WRITE-JOURNAL THRU 5400-EXIT
081248             UNTIL HN-PEND-SUB > HN-PEND-COUNT
081256         CLOSE JOURNAL-FILE
081264         DISPLAY 'HELDMNT: ' HN-PEND-COUNT
081272                 ' CHANGES JOURNALLED TO HELDJRN BY '
081280                 HN-USER-NAME
081288     END-IF.
081300     MOVE 'N' TO HN-CHANGED-SW.
081333     MOVE ZERO TO HN-PEND-COUNT.
081366     MOVE HN-VER-ACCUM TO HN-LOAD-VERSION.
081400     DISPLAY 'HELDMNT: ' HN-STEP-COUNT
081500             ' RECORDS SAVED TO ' HN-DRV-FILE-NAME
081550             ' - RUN HELDAUD '
081600             '(HELAUDJ) TO CONFIRM BEFORE THE WINDOW'.
081633     DISPLAY 'HELDMNT: ' HN-DRV-FILE-NAME ' IS NOW VERSION '
081666             HN-LOAD-VERSION.
081700 5000-EXIT.
081800     EXIT.
081900*--------------------------------------------------------------*
084246         END-IF
084247     END-IF.
084248     IF HN-AGE-SECS > HN-STALE-SECS
084249         DISPLAY 'HELDMNT: ' HN-LCK-FILE-NAME ' FROM '
084250                 HN-LCK-DATE ' '
084251                 HN-LCK-TIME ' (JOB ' HN-LCK-JOB ' USER '
084252                 HN-LCK-USER ') APPEARS STALE - A CRASHED RUN'
084253         DISPLAY 'HELDMNT: ALLOWING THE SAVE - CONFIRM THE '
084254                 'OLD RUN IS DEAD AND DELETE ' HN-LCK-FILE-NAME
084255     ELSE
084256         SET HN-LOCK-LIVE TO TRUE
084257         DISPLAY 'HELDMNT: LOCK HELD BY JOB '
084258                 HN-LCK-JOB ' USER ' HN-LCK-USER
084259                 ' SINCE ' HN-LCK-DATE ' ' HN-LCK-TIME
084260     END-IF.
084261 5120-EXIT.
084262     EXIT.
084263*--------------------------------------------------------------*
084264*
084265* 5150-DATE-TO-JDN.  CONVERT THE YYYYMMDD DATE IN HN-JDN-DATE
084266*                    TO A JULIAN DAY NUMBER IN HN-JDN-NUM -
084267*                    THE STANDARD FLIEGEL/VAN FLANDERN
084268*                    INTEGER FORMULA, AS IN HELLO, HELLORPT
084269*                    AND HELLPURG.
084270*
084271*--------------------------------------------------------------*
084272 5150-DATE-TO-JDN.
084273     COMPUTE HN-JDN-A = (14 - HN-JD-MONTH) / 12.
084274     COMPUTE HN-JDN-Y = HN-JD-YEAR + 4800 - HN-JDN-A.
084275     COMPUTE HN-JDN-M = HN-JD-MONTH + (12 * HN-JDN-A) - 3.
084276     COMPUTE HN-JDN-NUM =
084277         HN-JD-DAY + (((153 * HN-JDN-M) + 2) / 5)
084278         + (365 * HN-JDN-Y) + (HN-JDN-Y / 4)
084279         - (HN-JDN-Y / 100) + (HN-JDN-Y / 400) - 32045.
084280 5150-EXIT.
084281     EXIT.
084300*--------------------------------------------------------------*
084400*
084500* 5200-WRITE-ONE-ROW.  WRITE ONE TABLE ROW BACK TO HELLODRV,
084550*                     FOLDING IT INTO THE NEW VERSION.
084600*
084700*--------------------------------------------------------------*
084800 5200-WRITE-ONE-ROW.
084900     MOVE HN-ROW (HN-ROW-SUB) TO HL-DRV-RECORD.
084933     MOVE HN-ROW (HN-ROW-SUB) TO HN-VER-IMAGE.
084966     PERFORM 5300-VERSION-IMAGE THRU 5300-EXIT.
085000     WRITE HL-DRV-RECORD.
085100     IF HN-DRV-FILE-STATUS NOT = '00'
085200         DISPLAY 'HELDMNT: UNABLE TO WRITE ' HN-DRV-FILE-NAME
085300                 ', FILE STATUS = ' HN-DRV-FILE-STATUS
085400     END-IF.
085500     ADD 1 TO HN-ROW-SUB.
085600 5200-EXIT.
085700     EXIT.
085710*--------------------------------------------------------------*
085720*
085730* 5300-VERSION-IMAGE.  FOLD THE 399-BYTE RECORD IN HN-VER-IMAGE
085740*                      INTO THE RUNNING CHECKSUM HN-VER-ACCUM,
085750*                      BYTE BY BYTE, EXACTLY AS HELLO DOES AT
085760*                      LOAD TIME.
085770*
085780*--------------------------------------------------------------*
085790 5300-VERSION-IMAGE.
085800     MOVE 1 TO HN-VER-SUB.
085810     PERFORM 5310-VERSION-ONE-BYTE THRU 5310-EXIT
085820         UNTIL HN-VER-SUB > 399.
085830 5300-EXIT.
085840     EXIT.
085850*--------------------------------------------------------------*
085860*
085870* 5310-VERSION-ONE-BYTE.  ONE BYTE OF THE CHECKSUM.
085880*
085890*--------------------------------------------------------------*
085900 5310-VERSION-ONE-BYTE.
085910     MOVE ZERO TO HN-VER-BYTE-NUM.
085920     MOVE HN-VER-IMAGE (HN-VER-SUB : 1) TO HN-VER-BYTE.
085930     COMPUTE HN-VER-WORK =
085940         (HN-VER-ACCUM * 31) + HN-VER-BYTE-NUM + 1.
085950     DIVIDE HN-VER-WORK BY 9999999967
085960         GIVING HN-VER-QUOT REMAINDER HN-VER-ACCUM.
085970     ADD 1 TO HN-VER-SUB.
085980 5310-EXIT.
085990     EXIT.
086000*--------------------------------------------------------------*
086010*
086020* 5400-WRITE-JOURNAL.  APPEND ONE HELD CHANGE TO HELDJRN, WITH
086030*                      THE USER, THE SAVE TIMESTAMP, ITS ORDER
086040*                      WITHIN THE SAVE AND THE DRIVER VERSION
086050*                      BEFORE AND AFTER THE SAVE.
086060*
086070*--------------------------------------------------------------*
086080 5400-WRITE-JOURNAL.
086090     MOVE SPACES TO HL-JRN-RECORD.
086100     MOVE HN-STREAM-ID TO HL-JRN-STREAM.
086110     MOVE HN-SAVE-DATE TO HL-JRN-SAVE-DATE.
086120     MOVE HN-SAVE-TIME TO HL-JRN-SAVE-TIME.
086130     MOVE HN-PEND-SUB TO HL-JRN-ENTRY-NO.
086140     MOVE HN-USER-NAME TO HL-JRN-USER.
086150     MOVE HN-PEND-ACTION (HN-PEND-SUB) TO HL-JRN-ACTION.
086160     MOVE HN-PEND-BEFORE (HN-PEND-SUB) TO HL-JRN-BEFORE-IMAGE.
086170     MOVE HN-PEND-AFTER (HN-PEND-SUB) TO HL-JRN-AFTER-IMAGE.
086180     IF HL-JRN-DELETE
086190         MOVE HL-JRN-BEFORE-IMAGE (1 : 4) TO HL-JRN-SEQ
086200     ELSE
086210         MOVE HL-JRN-AFTER-IMAGE (1 : 4) TO HL-JRN-SEQ
086220     END-IF.
086230     MOVE HN-LOAD-VERSION TO HL-JRN-OLD-VERSION.
086240     MOVE HN-VER-ACCUM TO HL-JRN-NEW-VERSION.
086250     WRITE HL-JRN-RECORD.
086260     IF HN-JRN-FILE-STATUS NOT = '00'
086270         DISPLAY 'HELDMNT: UNABLE TO WRITE HELDJRN, FILE '
086280                 'STATUS = ' HN-JRN-FILE-STATUS
086290     END-IF.
086300     ADD 1 TO HN-PEND-SUB.
086310 5400-EXIT.
086320     EXIT.
