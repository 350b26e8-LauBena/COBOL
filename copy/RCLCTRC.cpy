000100*-----------------------------------------------------------*
000200*  RCLCTRC.CPY                                               *
000300*  SINGLE-RECORD CONTROL FILE FOR TESTERNC, THE BATCH        *
000400*  NATIONALITY RECLASSIFICATION.  IT IS THE RUN'S            *
000500*  CHECKPOINT: WHILE RL-EN-CURSO IT HOLDS THE OLD-TO-NEW     *
000600*  TABLE THE RUN STARTED WITH, THE START STAMP, THE BEFORE   *
000700*  COUNTS TAKEN AT THE START, THE PERSONS RECODED SO FAR PER *
000800*  PAIR AND RL-ULTIMO-NRO, THE LAST PM-NRO-PERSONA DONE.  A  *
000900*  RESTART WITH THE SAME TABLE CARRIES ON FROM THERE.  THE   *
001000*  RL-PEND- FIELDS (PERSON, PAIR AND THE STAMP ABOUT TO BE   *
001100*  PUT ON IT) ARE WRITTEN JUST BEFORE A PERSON IS REWRITTEN  *
001200*  AND CLEARED ONCE ITS AUDIT ROW IS OUT, SO A STOP IN       *
001300*  BETWEEN IS FINISHED ON RESTART WITHOUT A LOST OR REPEATED *
001400*  AUDIT ROW.  RL-TERMINADA ONCE THE REPORT IS PRINTED.      *
001500*-----------------------------------------------------------*
001600 01  RL-RECLAS-CONTROL.
001700     05  RL-ESTADO                PIC X(01).
001800         88  RL-EN-CURSO                  VALUE 'E'.
001900         88  RL-TERMINADA                 VALUE 'F'.
002000     05  RL-FECHA-CORRIDA         PIC 9(08).
002100     05  RL-HORA-CORRIDA          PIC 9(06).
002200     05  RL-USUARIO               PIC X(08).
002300     05  RL-ULTIMO-NRO            PIC 9(08).
002400     05  RL-PEND-NRO              PIC 9(08).
002500     05  RL-PEND-PAR              PIC 9(02).
002600     05  RL-PEND-FECHA            PIC 9(08).
002700     05  RL-PEND-HORA             PIC 9(06).
002800     05  RL-CANT-PARES            PIC 9(02).
002900     05  RL-PAR                   OCCURS 20 TIMES.
003000*        RL-COD-VIEJO IS COMPARED AGAINST THE WHOLE
003100*        PM-NACIONALIDAD, SO A LEGACY FREE-TEXT VALUE CAN BE
003200*        MAPPED AS WELL AS A THREE-LETTER CODE.
003300         10  RL-COD-VIEJO         PIC X(15).
003400         10  RL-COD-NUEVO         PIC X(03).
003500         10  RL-ANTES-VIEJO       PIC 9(08).
003600         10  RL-ANTES-NUEVO       PIC 9(08).
003700         10  RL-RECODIFICADOS     PIC 9(08).
003800     05  FILLER                   PIC X(03).
