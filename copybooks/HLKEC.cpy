000100*--------------------------------------------------------------*
000200* HLKEC.CPY                                                    *
000300*                                                              *
000400* KNOWN-ERROR CATALOGUE ENTRY FOR THE HELLO JOB STREAM.  ONE   *
000500* RECORD PER MESSAGE SIGNATURE, READ FROM HELLOKEC (ONE MEMBER *
000600* SHARED BY EVERY STREAM).  HELCLASS LOOKS FOR EACH SIGNATURE  *
000700* IN THE TRANSCRIPT OF EVERY FAILED STEP ATTEMPT (SEE HLTRN)   *
000800* AND STAMPS THE FIRST ENTRY THAT MATCHES ON THE ATTEMPT'S     *
000900* HLCLS RECORD, SO HELALRT CAN NAME THE KNOWN ISSUE AND ITS    *
001000* RUNBOOK ON THE ALERT.  THE SIGNATURE IS COMPARED WITHOUT     *
001100* REGARD TO CASE AND ENDS AT ITS LAST NON-BLANK CHARACTER.     *
001200* ENTRIES ARE TRIED IN FILE ORDER, SO KEEP A NARROW SIGNATURE  *
001300* ABOVE A BROADER ONE IT WOULD OTHERWISE LOSE TO.  CLASS T =   *
001400* TRANSIENT (A RETRY OR RERUN CLEARS IT), D = BAD OR LATE      *
001500* DATA, I = INFRASTRUCTURE, C = A CODE DEFECT.  A RECORD WITH  *
001600* AN ASTERISK IN COLUMN 1 IS A COMMENT.                        *
001700*--------------------------------------------------------------*
001800* 10/15/2026 DRO  INITIAL RELEASE                              *
001900*--------------------------------------------------------------*
002000 01  HL-KEC-RECORD.
002100     05  HL-KEC-ID                   PIC X(08).
002200     05  HL-KEC-CLASS                PIC X(01).
002300         88  HL-KEC-TRANSIENT            VALUE 'T'.
002400         88  HL-KEC-DATA                 VALUE 'D'.
002500         88  HL-KEC-INFRA                VALUE 'I'.
002600         88  HL-KEC-CODE                 VALUE 'C'.
002700         88  HL-KEC-CLASS-VALID          VALUE 'T' 'D' 'I' 'C'.
002800     05  HL-KEC-TEAM                 PIC X(08).
002900     05  HL-KEC-RUNBOOK              PIC X(08).
003000     05  HL-KEC-DESC                 PIC X(20).
003100     05  HL-KEC-SIGNATURE            PIC X(35).
