000100*-----------------------------------------------------------*
000200*  NODUPRC.CPY                                               *
000300*  RECORD LAYOUT FOR THE "NO DUPLICADO" FILE (NODUPLIC).     *
000400*  ONE RECORD PER CANDIDATE PAIR THE FUSION DESK EXAMINED    *
000500*  AND FOUND TO BE TWO DIFFERENT PEOPLE (TESTEMNT OPTION P). *
000600*  THE DUPLICATE SWEEP (TESTEDUC) NEVER OFFERS A PAIR ON     *
000700*  THIS FILE AGAIN.  THE LOWER REGISTER NUMBER IS ALWAYS     *
000800*  ND-NRO-MENOR, WHICHEVER ORDER THE OPERATOR KEYED THEM.    *
000900*-----------------------------------------------------------*
001000 01  ND-NO-DUPLICATE-RECORD.
001100     05  ND-PAR.
001200         10  ND-NRO-MENOR         PIC 9(08).
001300         10  ND-NRO-MAYOR         PIC 9(08).
001400     05  ND-FECHA                 PIC 9(08).
001500     05  ND-HORA                  PIC 9(06).
001600     05  ND-USUARIO               PIC X(08).
001700     05  ND-PROGRAMA              PIC X(08).
001800     05  ND-OBSERVACION           PIC X(30).
001900     05  FILLER                   PIC X(04).
