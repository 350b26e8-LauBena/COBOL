001800*                                                            *
001900*  MODIFICATION HISTORY.                                    *
002000*     2026-09-03  RQ   ORIGINAL VERSION.                     *
002010*     2026-10-15  RQ   SHOW A FALLECIDO WITH ITS DATE OF     *
002020*                      DEATH INSTEAD OF AS ACTIVO.           *
002100*-----------------------------------------------------------*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TESTEHIS.
021900         WHEN PM-REG-FUSIONADO
022000             DISPLAY "ESTADO........: FUSIONADO EN EL NRO "
022100                     PM-NRO-FUSION
022110         WHEN PM-REG-FALLECIDO
022120             DISPLAY "ESTADO........: FALLECIDO EL "
022130                     PM-FECHA-DEFUNCION
022200         WHEN OTHER
022300             DISPLAY "ESTADO........: ACTIVO"
022400     END-EVALUATE.
