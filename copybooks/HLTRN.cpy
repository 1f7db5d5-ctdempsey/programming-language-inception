001400* KEY OR FOR THE MOST RECENT FAILURE.                          *
001500*--------------------------------------------------------------*
001600* 09/02/2026 DRO  INITIAL RELEASE                              *
001616* 10/15/2026 DRO  APPENDED THE JOB-STREAM ID OF THE CHAIN THAT *
001632*                 RAN THE ATTEMPT (SEE HLLOG).  THE RECORD     *
001648*                 GROWS FROM 160 TO 164 BYTES; OLDER SHORT     *
001664*                 RECORDS READ BACK WITH A BLANK STREAM,       *
001680*                 TREATED AS NITE.                             *
001700*--------------------------------------------------------------*
001800 01  HL-TRN-RECORD.
001900     05  HL-TRN-RUN-DATE             PIC 9(08).
002300     05  HL-TRN-LINE-NO              PIC 9(05).
002400         88  HL-TRN-HEADER-LINE          VALUE ZERO.
002500     05  HL-TRN-TEXT                 PIC X(132).
002600     05  HL-TRN-STREAM               PIC X(04).
