000100*----------------------------------------------------------------
000200* JRNLREC - THE CUSTDRCT BEFORE/AFTER-IMAGE JOURNAL (JRNLFILE),
000300* ONE 183-BYTE RECORD PER APPLIED INTRADAY UPDATE, CUMULATIVE
000400* (DISP=MOD).  WRITTEN BY CUSTDRCT AND JRNLRCVR, READ BY ACCTHIST
000500* AND JRNLRCVR.
000600*   JRNL-ACTION    THE TRANSACTION ACTION OF AN UPDATE ("C", "P",
000700*                  "W", "T"), "X" FOR A RESTORE WRITTEN BY A
000800*                  JRNLRCVR BACKOUT (BEFORE = WHAT WAS ON THE
000900*                  MASTER, AFTER = THE IMAGE PUT BACK), OR "*"
001000*                  FOR A MARKER RECORD
001100* A MARKER CARRIES NO IMAGES.  EVERY RUN THAT JOURNALS WRITES A
001200* RUN-START MARKER ("S") AHEAD OF ITS UPDATES AND A RUN-END
001300* MARKER ("E") AFTER THEM WITH ITS CONDITION CODE, THE NUMBER OF
001400* UPDATES IT JOURNALED AND THEIR NET BALANCE CHANGE, SO THE
001500* UPDATES BETWEEN AN "S" AND THE NEXT "S" ARE ONE RUN.  A RUN
001600* WITH NO "E" DID NOT END NORMALLY.  A LEVELING MARKER ("L") IS
001700* WRITTEN EACH TIME THE KEYED MASTER AND THE SEQUENTIAL MASTER
001800* ARE MADE LEVEL, NAMING THE JOB THAT DID IT IN JRNL-RUN-PROGRAM.
001900*   JRNL-RUN-ID    YYYYMMDDHHMMSSHH THE RUN STARTED
002000*   JRNL-RUN-MODE  JRNLRCVR ONLY - "B" BACKOUT, "F" FORWARD
002100*   JRNL-RUN-TARGET JRNLRCVR BACKOUT ONLY - THE RUN BACKED OUT
002200* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL NAME AND CODES
002300* "COPY JRNLREC." UNDER IT.
002400*----------------------------------------------------------------
002500     05 JRNL-DATE      PIC X(08).
002600     05 JRNL-OPERATOR  PIC X(08).
002700     05 JRNL-ACTION    PIC X(01).
002800        88 JRNL-BACKOUT VALUE "X".
002900        88 JRNL-MARKER  VALUE "*".
003000     05 JRNL-IMAGES.
003100        10 JRNL-BEFORE PIC X(83).
003200        10 JRNL-AFTER  PIC X(83).
003300     05 JRNL-MARK REDEFINES JRNL-IMAGES.
003400        10 JRNL-MARK-TYPE    PIC X(01).
003500           88 JRNL-RUN-START VALUE "S".
003600           88 JRNL-RUN-END   VALUE "E".
003700           88 JRNL-LEVELED   VALUE "L".
003800        10 JRNL-RUN-ID       PIC X(16).
003900        10 JRNL-RUN-PROGRAM  PIC X(08).
004000        10 JRNL-RUN-MODE     PIC X(01).
004100        10 JRNL-RUN-TARGET   PIC X(16).
004200        10 JRNL-RUN-RC       PIC 9(02).
004300        10 JRNL-RUN-UPDATES  PIC 9(07).
004400        10 JRNL-RUN-NET      PIC S9(13)V99
004500                             SIGN IS LEADING SEPARATE.
004600        10                   PIC X(99).
