000790*                 IT WAS CHECKED AGAINST, SO A BREACH IS LOGGED *
000795*                 AS WELL AS DISPLAYED, AND HELLORPT CAN REPORT *
000797*                 HOW MANY RUNS WENT OVER SLA.                  *
000808* 10/15/2026 DRO  ADDED THE JOB-STREAM ID (NITE FOR THE 23:00   *
000819*                 CHAIN, OR THE STREAM= NAME FROM THE EXEC      *
000830*                 PARM) SO ONE RUNLOG CAN CARRY SEVERAL CHAINS. *
000841*                 TOOK THE BYTES FROM THE TRAILING FILLER SO    *
000852*                 THE RECORD LENGTH IS UNCHANGED.  RECORDS      *
000863*                 WRITTEN BEFORE THIS CHANGE CARRY SPACES,      *
000874*                 WHICH EVERY READER TREATS AS NITE.            *
000875* 10/15/2026 DRO  ADDED THE AD-HOC SWITCH (Y WHEN THE RUN WAS A *
000876*                 PARM='STEP=NNNN' SINGLE-STEP RERUN, NOT THE   *
000877*                 SCHEDULED CHAIN), THE SEQUENCE IT RAN AND THE *
000878*                 SUBMITTING USER. RECORD LENGTH 50 TO 64;      *
000879*                 OLDER RECORDS READ BACK WITH SPACES, I.E. NOT *
000880*                 AD-HOC.                                       *
000882* 10/15/2026 DRO  ADDED THE DRIVER VERSION - THE CHECKSUM OF THE*
000884*                 HELLODRV RECORDS THE RUN ACTUALLY LOADED (SEE *
000886*                 HLJRN), ZERO WHEN THERE WAS NO DRIVER FILE.   *
000888*                 RECORD LENGTH 64 TO 72; OLDER RECORDS READ    *
000890*                 BACK WITH SPACES, I.E. NOT STAMPED.           *
000892*--------------------------------------------------------------*
000900 01  HL-LOG-RECORD.
001000     05  HL-LOG-RUN-DATE             PIC 9(08).
001100     05  HL-LOG-START-TIME           PIC 9(08).
001480     05  HL-LOG-SLA-BREACH-SW        PIC X(01) VALUE 'N'.
001490         88  HL-LOG-SLA-BREACH           VALUE 'Y'.
001495     05  HL-LOG-SLA-THRESHOLD-SECS   PIC 9(05).
001496     05  HL-LOG-STREAM               PIC X(04).
001506     05  HL-LOG-ADHOC-SW             PIC X(01).
001516         88  HL-LOG-ADHOC                VALUE 'Y'.
001526     05  HL-LOG-ADHOC-SEQ            PIC 9(04).
001536     05  HL-LOG-RUN-USER             PIC X(08).
001541     05  HL-LOG-DRV-VERSION          PIC 9(10).
001546     05  FILLER                      PIC X(01) VALUE SPACES.
