000100*--------------------------------------------------------------*
000200* HLINC.CPY                                                    *
000300*                                                              *
000400* INCIDENT AND RESOLUTION RECORD FOR THE HELLO JOB STREAM      *
000500* (DDNAME HELLOINC, ORGANIZATION INDEXED).  ONE RECORD PER     *
000600* FAILED RUN OR FAILED STEP, KEYED THE WAY RUNLOG AND STEPLOG  *
000700* TIE A RUN TOGETHER - RUN DATE + RUN START TIME (HLLOG) + JOB *
000800* STREAM + STEP SEQUENCE.  SEQUENCE 0000 IS THE RUN AS A WHOLE *
000900* (A LOCK OR DRIVER FAILURE THAT NO ONE STEP OWNS).  KEYED BY  *
001000* THE OPERATORS ON HELINCM: WHO PICKED THE FAILURE UP AND      *
001100* WHEN, THE CAUSE, WHAT WAS DONE, AND THE RUN KEY OF THE CLEAN *
001200* RERUN THAT CLOSED IT.  HELMTTR REPORTS TIME TO ACKNOWLEDGE   *
001300* AND TIME TO RECOVER FROM IT MONTHLY; HELRECON FLAGS A FAILED *
001400* RUN THAT STILL HAS NO RECORD HERE A DAY LATER.               *
001500*                                                              *
001600* DEFINE THE CLUSTER ONCE WITH IDCAMS - KEYS(24 0) AND         *
001700* RECORDSIZE(280 280).  NOTHING PURGES IT; THE RECORDS ARE THE *
001800* AUDIT TRAIL.                                                 *
001900*--------------------------------------------------------------*
002000* 10/15/2026 DRO  INITIAL RELEASE                              *
002100*--------------------------------------------------------------*
002200 01  HL-INC-RECORD.
002300     05  HL-INC-KEY.
002400         10  HL-INC-RUN-DATE         PIC 9(08).
002500         10  HL-INC-START-TIME       PIC 9(08).
002600         10  HL-INC-STREAM           PIC X(04).
002700         10  HL-INC-SEQ              PIC 9(04).
002800*        THE FAILURE AS RUNLOG/STEPLOG SHOWED IT - THE STEP'S RC
002900*        (THE RUN'S FOR SEQUENCE 0000) AND WHEN THE RUN ENDED,
003000*        ROLLED INTO THE NEXT DAY WHEN IT ENDED PAST MIDNIGHT.
003100     05  HL-INC-FAIL-RC              PIC S9(05) SIGN LEADING
003200                                     SEPARATE.
003300     05  HL-INC-FAIL-DATE            PIC 9(08).
003400     05  HL-INC-FAIL-TIME            PIC 9(08).
003500*        ACKNOWLEDGEMENT - THE OPERATOR WHO PICKED IT UP.
003600     05  HL-INC-ACK-USER             PIC X(08).
003700     05  HL-INC-ACK-DATE             PIC 9(08).
003800     05  HL-INC-ACK-TIME             PIC 9(08).
003900     05  HL-INC-CAUSE                PIC X(04).
004000         88  HL-INC-CAUSE-DATA           VALUE 'DATA'.
004100         88  HL-INC-CAUSE-INFRA          VALUE 'INFR'.
004200         88  HL-INC-CAUSE-CODE           VALUE 'CODE'.
004300         88  HL-INC-CAUSE-OPER           VALUE 'OPER'.
004400         88  HL-INC-CAUSE-UPSTREAM       VALUE 'UPST'.
004500         88  HL-INC-CAUSE-OTHER          VALUE 'OTHR'.
004600         88  HL-INC-CAUSE-VALID          VALUE 'DATA' 'INFR'
004700                                         'CODE' 'OPER'
004800                                         'UPST' 'OTHR'.
004900     05  HL-INC-RESOLUTION.
005000         10  HL-INC-RES-LINE         PIC X(60) OCCURS 2 TIMES.
005100*        THE CLEAN RERUN - ITS RUNLOG KEY (SAME STREAM) AND WHEN
005200*        IT ENDED, WHICH IS WHEN SERVICE WAS RECOVERED.
005300     05  HL-INC-RERUN-DATE           PIC 9(08).
005400     05  HL-INC-RERUN-START-TIME     PIC 9(08).
005500     05  HL-INC-RECOVER-DATE         PIC 9(08).
005600     05  HL-INC-RECOVER-TIME         PIC 9(08).
005700     05  HL-INC-STATUS               PIC X(01).
005800         88  HL-INC-OPEN                 VALUE 'O'.
005900         88  HL-INC-ACKNOWLEDGED         VALUE 'A'.
006000         88  HL-INC-RESOLVED             VALUE 'R'.
006100     05  HL-INC-UPD-USER             PIC X(08).
006200     05  HL-INC-UPD-DATE             PIC 9(08).
006300     05  HL-INC-UPD-TIME             PIC 9(08).
006400     05  FILLER                      PIC X(29).
