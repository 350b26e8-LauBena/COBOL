002300         88  AU-ACCION-OMITIDO-REINICIO   VALUE 'R'.
002400         88  AU-ACCION-OMITIDO-DUPLICADO  VALUE 'D'.
002450         88  AU-ACCION-OMITIDO-SIN-DESTINO VALUE 'X'.
002455*        'M' (MUERTE) PORQUE LA 'D' YA ERA LA OMISION POR
002460*        DUPLICADO.  EL RENGLON DE UNA DEFUNCION LLEVA LA
002465*        IMAGEN DE LA PERSONA EN ANTES Y EN DESPUES - LOS
002470*        DATOS NO CAMBIAN, CAMBIA EL ESTADO.
002475         88  AU-ACCION-DEFUNCION          VALUE 'M'.
002480*        'U' (UNDO) - UNA DESFUSION.  COMO LA FUSION, ESCRIBE
002485*        UN RENGLON POR NUMERO: EL DEL NUMERO RESTAURADO LLEVA
002490*        AU-ANTES EN BLANCO Y SU IMAGEN REPUESTA EN AU-DESPUES.
002495         88  AU-ACCION-DESFUSION          VALUE 'U'.
002500     05  AU-NRO-PERSONA           PIC 9(08).
002510*        PARA AU-ACCION-FUSION Y AU-ACCION-DESFUSION: EL
002515*        OTRO NUMERO DEL PAR
002520*        (EL SOBREVIVIENTE EN EL RENGLON DEL PERDEDOR, EL
002530*        PERDEDOR EN EL RENGLON DEL SOBREVIVIENTE).  UNA
002540*        FUSION ESCRIBE LOS DOS RENGLONES; EL DEL PERDEDOR
002550*        LLEVA AU-DESPUES EN BLANCO.  PARA AU-ACCION-
002560*        DEFUNCION: LA FECHA DE DEFUNCION (AU-FECHA-
002565*        DEFUNCION).  CERO EN TODA OTRA ACCION.
002570     05  AU-NRO-FUSION            PIC 9(08).
002572     05  AU-FECHA-DEFUNCION       REDEFINES AU-NRO-FUSION
002574                                  PIC 9(08).
002580*        OFICINA DEL REGISTRO TOCADO, PARA QUE LA
002590*        RECUPERACION (TESTERCV) PUEDA RECONSTRUIRLA.
002595     05  AU-OFICINA               PIC X(02).
