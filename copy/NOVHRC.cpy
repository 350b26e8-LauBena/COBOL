000100*-----------------------------------------------------------*
000200*  NOVHRC.CPY                                                *
000300*  RECORD LAYOUT FOR THE CHANGE-FEED HISTORY FILE (NOVHIST). *
000400*  ONE RECORD PER FEED SENT: ITS SEQUENCE NUMBER, THE        *
000500*  BALANCED NIGHT IT CLOSED, THE AUDIT STAMP WINDOW IT       *
000600*  COVERED AND HOW MANY NOVEDADES IT CARRIED.  THAT IS       *
000700*  EVERYTHING NEEDED TO WRITE THE SAME FEED AGAIN FROM THE   *
000800*  AUDIT TRAIL WHEN AN AGENCY LOSES ONE.  IF A SEQUENCE      *
000900*  NUMBER APPEARS TWICE (A STEP THAT ENDED BETWEEN WRITING   *
001000*  HERE AND REWRITING NOVCTL, THEN RAN AGAIN), THE LATER     *
001100*  RECORD IS THE ONE THAT WAS SENT.                          *
001200*-----------------------------------------------------------*
001300 01  NH-NOVEDAD-HISTORIA.
001400     05  NH-SECUENCIA             PIC 9(08).
001500     05  NH-FECHA-NOCHE           PIC 9(08).
001600     05  NH-DESDE-FECHA           PIC 9(08).
001700     05  NH-DESDE-HORA            PIC 9(06).
001800     05  NH-HASTA-FECHA           PIC 9(08).
001900     05  NH-HASTA-HORA            PIC 9(06).
002000     05  NH-CANT-NOVEDADES        PIC 9(08).
002100     05  NH-FECHA-EMISION         PIC 9(08).
002200     05  NH-HORA-EMISION          PIC 9(06).
002300     05  FILLER                   PIC X(04).
