000800* DAY'S SLICE BY KEY INSTEAD OF REREADING A YEAR OF FLAT       *
000900* HISTORY FRONT TO BACK.                                       *
001000*                                                              *
001100* THE KEY IS RUN DATE + RUN START TIME + JOB STREAM + RECORD   *
001200* TYPE + STEP SEQUENCE.  THE STREAM SITS BEHIND THE TIME SO A  *
001233* KEYED DATE SLICE STILL SEES EVERY STREAM'S RUNS THAT NIGHT   *
001266* IN START-TIME ORDER:                                         *
001300*   TYPE C - THE CONTROL RECORDS (DATE AND TIME ZEROS, SO      *
001400*            THEY SORT FIRST) - ONE PER STREAM, PLUS ONE WITH  *
001433*            A BLANK STREAM FOR THE NEWEST RUN OF ANY STREAM.  *
001466*            EACH CARRIES THE KEY (DATE, TIME, STREAM) OF ITS  *
001500*            NEWEST RUN ON THE MASTER, SO HELALRT AND THE      *
001600*            LATEST-MODE REPORTERS FIND TONIGHT'S RUN WITH     *
001700*            KEYED READS INSTEAD OF A FULL SCAN.  PLAIN JCL    *
002200*            ITS RUN BY THE STEP SEQUENCE.                     *
002300*--------------------------------------------------------------*
002400* 09/02/2026 DRO  INITIAL RELEASE                              *
002420* 10/15/2026 DRO  ADDED THE JOB STREAM TO THE KEY AND A        *
002440*                 CONTROL RECORD PER STREAM.  KEYS(25 0) AND   *
002460*                 RECORDSIZE(115 115) - REDEFINE THE CLUSTER;  *
002480*                 HELHLOAD REBUILDS IT IN FULL EACH NIGHT.     *
002484* 10/15/2026 DRO  CARRIED THE AD-HOC SWITCH, SEQUENCE AND      *
002488*                 SUBMITTING USER (SEE HLLOG) ON THE RUN VIEW  *
002489*                 AND THE AD-HOC SWITCH ON THE STEP VIEW, OUT  *
002490*                 OF EXISTING FILLER. RECORD LENGTH UNCHANGED. *
002491* 10/15/2026 DRO  CARRIED THE UPSTREAM-TRIGGER STATUS (SEE     *
002492*                 HLSTP) ON THE STEP VIEW, OUT OF EXISTING     *
002494*                 FILLER. THE WAIT SECONDS STAY ON STEPLOG.    *
002495*                 RECORD LENGTH UNCHANGED.                     *
002496* 10/15/2026 DRO  CARRIED THE STEP'S RETRY COUNT (SEE HLSTP)   *
002497*                 ON THE STEP VIEW, OUT OF THE LAST FILLER.    *
002498*                 RECORD LENGTH UNCHANGED.                     *
002500*--------------------------------------------------------------*
002600 01  HL-HST-RECORD.
002700     05  HL-HST-KEY.
002800         10  HL-HST-RUN-DATE         PIC 9(08).
002900         10  HL-HST-START-TIME       PIC 9(08).
002950         10  HL-HST-STREAM           PIC X(04).
003000         10  HL-HST-REC-TYPE         PIC X(01).
003100             88  HL-HST-CONTROL-REC      VALUE 'C'.
003200             88  HL-HST-RUN-REC          VALUE 'R'.
004100         10  HL-HST-OUTPUT-LINES     PIC 9(03).
004200         10  HL-HST-SLA-BREACH-SW    PIC X(01).
004300         10  HL-HST-SLA-THRESHOLD    PIC 9(05).
004325         10  HL-HST-ADHOC-SW         PIC X(01).
004350         10  HL-HST-ADHOC-SEQ        PIC 9(04).
004375         10  HL-HST-RUN-USER         PIC X(08).
004400         10  FILLER                  PIC X(49).
004500     05  HL-HST-STEP-VIEW REDEFINES HL-HST-DATA.
004600         10  HL-HST-STP-INTERP       PIC X(20).
004700         10  HL-HST-STP-SCRIPT       PIC X(50).
005300         10  HL-HST-STP-COND-SW      PIC X(01).
005400         10  HL-HST-STP-SCHED-SW     PIC X(01).
005500         10  HL-HST-STP-OVERRIDE     PIC X(01).
005550         10  HL-HST-STP-ADHOC-SW     PIC X(01).
005575         10  HL-HST-STP-TRIG-STATUS  PIC X(01).
005600         10  HL-HST-STP-RETRIES      PIC 9(02).
005700     05  HL-HST-CTL-VIEW REDEFINES HL-HST-DATA.
005800         10  HL-HST-NEWEST-RUN-DATE  PIC 9(08).
005900         10  HL-HST-NEWEST-START     PIC 9(08).
005950         10  HL-HST-NEWEST-STREAM    PIC X(04).
006000         10  FILLER                  PIC X(70).
