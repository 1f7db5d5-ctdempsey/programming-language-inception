000100*--------------------------------------------------------------*
000200* HLJRN.CPY                                                    *
000300*                                                              *
000400* DRIVER CHANGE-JOURNAL RECORD FOR THE HELLO JOB STREAM.  ONE  *
000500* RECORD PER STEP ADDED, CHANGED, DELETED OR REORDERED ON      *
000600* HELDMNT, APPENDED TO HELLO.DRVJRNL (DDNAME HELDJRN) WHEN THE *
000700* DRIVER IS SAVED - CHANGES DISCARDED AT EXIT ARE NEVER        *
000800* JOURNALLED.  EVERY ENTRY OF ONE SAVE CARRIES THE SAME SAVE   *
000900* DATE AND TIME, NUMBERED IN THE ORDER THE OPERATOR MADE THEM. *
001000* THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER IMAGE ON   *
001100* A DELETE; A CHANGE THAT MOVES A STEP TO ANOTHER SEQUENCE IS  *
001200* A REORDER.  THE OLD VERSION IS THE DRIVER CHECKSUM AS        *
001300* HELDMNT LOADED IT AND THE NEW VERSION AS IT WROTE IT BACK -  *
001400* THE SAME FIGURE HELLO STAMPS ON EACH RUNLOG RECORD, SO AN    *
001500* OLD VERSION THAT DIFFERS FROM THE STREAM'S PREVIOUS NEW      *
001600* VERSION MEANS THE FILE WAS EDITED OUTSIDE HELDMNT IN         *
001700* BETWEEN.  HELDRCN REBUILDS A PAST DRIVER FROM IT AND HELDCHG *
001800* LISTS THE WEEK'S CHANGES.  THE FILE IS SHARED BY EVERY       *
001900* STREAM AND NOTHING PURGES IT.                                *
002000*--------------------------------------------------------------*
002100* 10/15/2026 DRO  INITIAL RELEASE                              *
002200*--------------------------------------------------------------*
002300 01  HL-JRN-RECORD.
002400     05  HL-JRN-STREAM               PIC X(04).
002500     05  HL-JRN-SAVE-DATE            PIC 9(08).
002600     05  HL-JRN-SAVE-TIME            PIC 9(08).
002700     05  HL-JRN-ENTRY-NO             PIC 9(04).
002800     05  HL-JRN-USER                 PIC X(08).
002900     05  HL-JRN-ACTION               PIC X(01).
003000         88  HL-JRN-ADD                  VALUE 'A'.
003100         88  HL-JRN-CHANGE               VALUE 'C'.
003200         88  HL-JRN-DELETE               VALUE 'D'.
003300         88  HL-JRN-REORDER              VALUE 'R'.
003400     05  HL-JRN-SEQ                  PIC 9(04).
003500     05  HL-JRN-OLD-VERSION          PIC 9(10).
003600     05  HL-JRN-NEW-VERSION          PIC 9(10).
003700     05  HL-JRN-BEFORE-IMAGE         PIC X(399).
003800     05  HL-JRN-AFTER-IMAGE          PIC X(399).
003900     05  FILLER                      PIC X(05).
