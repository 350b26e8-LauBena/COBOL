000100*-----------------------------------------------------------*
000200*  NOVCTRC.CPY                                               *
000300*  SINGLE-RECORD CHANGE-FEED CONTROL FILE.  HOLDS THE LAST   *
000400*  FEED SEQUENCE NUMBER SENT, THE BALANCED NIGHT THAT FEED   *
000500*  CLOSED (THE BL-FECHA OF BALCTL) AND THE AUDIT STAMP IT    *
000600*  WAS CUT AT.  TESTENOV ONLY SENDS A NEW FEED WHEN BALCTL   *
000700*  SHOWS A BALANCED NIGHT LATER THAN NK-FECHA-NOCHE, STARTS  *
000800*  IT AFTER NK-HASTA-FECHA/HORA, AND REWRITES THIS RECORD    *
000900*  ONLY ONCE THE FEED IS WRITTEN.  A RESEND DOES NOT TOUCH   *
001000*  IT.                                                       *
001100*-----------------------------------------------------------*
001200 01  NK-NOVEDAD-CONTROL.
001300     05  NK-ULTIMA-SECUENCIA      PIC 9(08).
001400     05  NK-FECHA-NOCHE           PIC 9(08).
001500     05  NK-HASTA-FECHA           PIC 9(08).
001600     05  NK-HASTA-HORA            PIC 9(06).
001700     05  FILLER                   PIC X(02).
