000100*-----------------------------------------------------------*
000200*  DEFUNRC.CPY                                               *
000300*  RECORD LAYOUT FOR THE DEATH-REGISTRATION FILE (DEFUNCIO). *
000400*  ONE RECORD PER PERSON MARKED PM-REG-FALLECIDO, WRITTEN    *
000500*  BY TESTEMNT (ONLINE) OR TESTEUPD (NIGHTLY BATCH) IN THE   *
000600*  SAME STEP THAT MARKS THE REGISTER.  PERSONMA CARRIES THE  *
000700*  DATE OF DEATH ITSELF (PM-FECHA-DEFUNCION); THIS FILE      *
000800*  ADDS THE DEATH CERTIFICATE (ACTA) REFERENCE AND WHO       *
000900*  RECORDED IT, WHICH THE REGISTER RECORD HAS NO ROOM FOR.   *
001000*-----------------------------------------------------------*
001100 01  DF-DEATH-RECORD.
001200     05  DF-NRO-PERSONA           PIC 9(08).
001300     05  DF-FECHA-DEFUNCION       PIC 9(08).
001400     05  DF-ACTA                  PIC X(15).
001500     05  DF-OFICINA               PIC X(02).
001600     05  DF-FECHA-REGISTRO        PIC 9(08).
001700     05  DF-HORA-REGISTRO         PIC 9(06).
001800     05  DF-USUARIO               PIC X(08).
001900     05  DF-PROGRAMA              PIC X(08).
002000     05  FILLER                   PIC X(07).
