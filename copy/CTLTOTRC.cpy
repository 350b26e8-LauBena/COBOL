001100*-----------------------------------------------------------*
001050*  CT-FUSIONES COUNTS THE MERGES APPLIED - A FUSION         *
001060*  RETIRES ONE ACTIVE RECORD WITHOUT BEING A BAJA, SO THE   *
001070*  BALANCING RULE IS ANTES + ALTAS - BAJAS - FUSIONES -     *
001080*  DEFUNCIONES = DESPUES.  CT-DEFUNCIONES COUNTS THE DEATHS *
001090*  REGISTERED - A FALLECIDO LEAVES THE ACTIVE COUNT BUT IS  *
001095*  NEITHER A BAJA NOR A FUSION.  CT-DESFUSIONES COUNTS THE  *
001096*  FUSIONS REVERSED - EACH ONE BRINGS A RETIRED NUMBER BACK *
001097*  TO ACTIVE, SO THE RULE ADDS + DESFUSIONES.               *
001098*  CT-RETENIDOS (TESTELOD ONLY) COUNTS THE DETAIL RECORDS   *
001099*  SET ASIDE IN TRANQUAR - CT-LEIDOS = CT-GRABADOS +        *
001150*  CT-RETENIDOS, AND ONLY CT-GRABADOS GOES DOWN THE LINE.   *
001200 01  CT-CONTROL-RECORD.
001300     05  CT-PROGRAMA              PIC X(08).
001400     05  CT-FECHA                 PIC 9(08).
002350     05  CT-FUSIONES              PIC 9(08).
002400     05  CT-ACTIVOS-ANTES         PIC 9(08).
002500     05  CT-ACTIVOS-DESPUES       PIC 9(08).
002600     05  CT-DEFUNCIONES           PIC 9(08).
002700     05  CT-DESFUSIONES           PIC 9(08).
002800     05  CT-RETENIDOS             PIC 9(08).
