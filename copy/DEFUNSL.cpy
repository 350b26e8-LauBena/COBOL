000100*-----------------------------------------------------------*
000200*  DEFUNSL.CPY                                               *
000300*  SELECT CLAUSE FOR THE DEATH-REGISTRATION FILE.  INDEXED   *
000400*  BY THE PERMANENT REGISTER NUMBER - A PERSON DIES ONCE -   *
000500*  SO THE INQUIRIES CAN FETCH THE ACTA OF A FALLECIDO WITH   *
000600*  ONE RANDOM READ.                                          *
000700*-----------------------------------------------------------*
000800     SELECT DEATH-FILE ASSIGN TO "DEFUNCIO"
000900         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS DF-NRO-PERSONA
001200         FILE STATUS IS WS-DF-STATUS.
