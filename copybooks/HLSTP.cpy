001296*                 HELCKPT WATERMARK, SPACE OTHERWISE.  TOOK    *
001297*                 THE BYTE FROM THE TRAILING FILLER SO THE     *
001298*                 RECORD LENGTH IS UNCHANGED.                  *
001312* 10/15/2026 DRO  ADDED THE JOB-STREAM ID OF THE CHAIN THAT    *
001326*                 RAN THE STEP (SEE HLLOG).  TOOK THE LAST     *
001340*                 FOUR FILLER BYTES SO THE RECORD LENGTH IS    *
001354*                 UNCHANGED; OLDER RECORDS CARRY SPACES, READ  *
001368*                 AS NITE.                                     *
001370* 10/15/2026 DRO  ADDED THE AD-HOC SWITCH (Y WHEN THE STEP RAN *
001372*                 ALONE UNDER PARM='STEP=NNNN') AND THE        *
001374*                 SUBMITTING USER. RECORD LENGTH 110 TO 120;   *
001376*                 OLDER RECORDS READ BACK WITH SPACES, I.E.    *
001378*                 NOT AD-HOC.                                  *
001380* 10/15/2026 DRO  ADDED THE UPSTREAM-TRIGGER WAIT - THE        *
001382*                 SECONDS HELLO SPENT WAITING FOR THE STEP'S   *
001384*                 HELLODRV COMPLETION TOKEN AND HOW THE WAIT   *
001386*                 ENDED (Y = TOKEN ARRIVED, T = TIMED OUT, RC  *
001388*                 89; SPACE = NO TRIGGER ON THE STEP). RECORD  *
001390*                 LENGTH 120 TO 130; OLDER RECORDS READ BACK   *
001392*                 WITH SPACES.                                 *
001393* 10/15/2026 DRO  ADDED THE RETRY COUNT - THE ATTEMPTS HELLO   *
001394*                 MADE AT THE STEP BEYOND THE FIRST (ZERO WHEN *
001395*                 IT RAN ONCE OR NOT AT ALL). TOOK TWO FILLER  *
001396*                 BYTES SO THE RECORD LENGTH IS UNCHANGED;     *
001397*                 OLDER RECORDS READ BACK WITH SPACES, I.E. NO *
001398*                 RETRIES.                                     *
001399*--------------------------------------------------------------*
001400 01  HL-STP-RECORD.
001500     05  HL-STP-RUN-DATE             PIC 9(08).
001600     05  HL-STP-RUN-START-TIME       PIC 9(08).
002660         88  HL-STP-OVRD-SKIPPED         VALUE 'S'.
002670         88  HL-STP-OVRD-HELD            VALUE 'H'.
002680         88  HL-STP-OVRD-FORCED          VALUE 'F'.
002700     05  HL-STP-STREAM               PIC X(04).
002710     05  HL-STP-ADHOC-SW             PIC X(01).
002720         88  HL-STP-ADHOC                VALUE 'Y'.
002730     05  HL-STP-RUN-USER             PIC X(08).
002740     05  HL-STP-TRIG-WAIT-SECS       PIC 9(05).
002750     05  HL-STP-TRIG-STATUS          PIC X(01).
002760         88  HL-STP-TRIG-ARRIVED         VALUE 'Y'.
002770         88  HL-STP-TRIG-TIMED-OUT       VALUE 'T'.
002775     05  HL-STP-RETRIES              PIC 9(02).
002780     05  FILLER                      PIC X(03).
