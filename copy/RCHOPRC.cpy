000100*-----------------------------------------------------------*
000200*  RCHOPRC.CPY                                               *
000300*  RECORD LAYOUT FOR THE OPERATOR REFUSAL LOG (RECHOPER).    *
000400*  VALOPER APPENDS ONE RECORD EVERY TIME AN ONLINE PROGRAM   *
000500*  REFUSES A FUNCTION TO THE OPERATOR RUNNING IT, SO         *
000600*  COMPLIANCE CAN SEE WHO TRIED WHAT, FROM WHICH PROGRAM     *
000700*  AND WHY IT WAS REFUSED.  RO-ROL IS THE ROLE THE OPERATOR  *
000800*  HELD AT THE TIME (SPACE IF THE USER ID IS NOT ON          *
000900*  OPERADOR AT ALL).                                         *
001000*-----------------------------------------------------------*
001100 01  RO-REFUSAL-RECORD.
001200     05  RO-FECHA                 PIC 9(08).
001300     05  RO-HORA                  PIC 9(06).
001400     05  RO-USUARIO               PIC X(08).
001500     05  RO-PROGRAMA              PIC X(08).
001600     05  RO-FUNCION               PIC X(01).
001700     05  RO-ROL                   PIC X(01).
001800     05  RO-MOTIVO                PIC X(01).
001900         88  RO-MOT-NO-REGISTRADO         VALUE '1'.
002000         88  RO-MOT-INHABILITADO          VALUE '2'.
002100         88  RO-MOT-FUERA-DE-ROL          VALUE '3'.
002200         88  RO-MOT-SIN-ARCHIVO           VALUE '4'.
002300     05  FILLER                   PIC X(07).
