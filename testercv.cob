002000*          (TESTECOB2/TESTEMNT) TAMBIEN ESTA EN AUDITLOG.    *
002100*     LOS RENGLONES DE AUDITORIA 'R', 'D' Y 'X' SON          *
002200*     OMISIONES - NO TOCARON EL REGISTRO Y NO SE REAPLICAN.  *
002210*     UNA DEFUNCION ('M') MARCA EL REGISTRO FALLECIDO CON    *
002220*     LA FECHA DE AU-FECHA-DEFUNCION; EL ACTA QUEDA EN       *
002230*     DEFUNCIO, QUE NO SE RESPALDA NI SE RECARGA AQUI.       *
002240*     UNA DESFUSION ('U') VUELVE A ACTIVAR EL NUMERO         *
002250*     RETIRADO CON LA IMAGEN AU-DESPUES.                     *
002300*     EL CONTROL DE NUMEROS (NROCTL) SE DEJA EN EL MAYOR     *
002400*     NRO RECARGADO PARA QUE LAS PROXIMAS ALTAS NO REUSEN    *
002500*     UN NUMERO YA ASIGNADO.                                 *
002882*                      WIDENED TO 122 FOR PM-NRO-FUSION.     *
002884*     2026-09-03  RQ   AN ALTA REAPPLIES PM-OFICINA FROM THE *
002886*                      NEW AU-OFICINA FIELD.                 *
002888*     2026-10-15  RQ   REAPPLY DEFUNCIONES ('M' ROWS).       *
002890*     2026-10-15  RQ   REAPPLY DESFUSIONES ('U' ROWS) - THE  *
002892*                      RESTORED-SIDE ROW (AU-ANTES EN BLANCO)*
002894*                      REACTIVATES THE NUMBER WITH THE       *
002896*                      AU-DESPUES IMAGE.                     *
002900*-----------------------------------------------------------*
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. TESTERCV.
020800             PERFORM 4400-REAPLICAR-BAJA THRU 4400-EXIT
020820         WHEN AU-ACCION-FUSION
020840             PERFORM 4500-REAPLICAR-FUSION THRU 4500-EXIT
020860         WHEN AU-ACCION-DEFUNCION
020880             PERFORM 4600-REAPLICAR-DEFUNCION THRU 4600-EXIT
020882         WHEN AU-ACCION-DESFUSION
020884             PERFORM 4700-REAPLICAR-DESFUSION THRU 4700-EXIT
020900         WHEN OTHER
021000             ADD 1 TO WS-CONTADOR-IGNORADOS
021100     END-EVALUATE.
033500             " IGNORADOS: " WS-CONTADOR-IGNORADOS.
033600 9000-EXIT.
033700     EXIT.

033800*-----------------------------------------------------------*
033810*  4600-REAPLICAR-DEFUNCION                                  *
033820*  MARCA EL REGISTRO FALLECIDO CON LA FECHA DE DEFUNCION DEL  *
033830*  RENGLON.  EL ACTA NO ESTA EN PERSONMA.                     *
033840*-----------------------------------------------------------*
033850 4600-REAPLICAR-DEFUNCION.
033860     MOVE AU-NRO-PERSONA TO PM-NRO-PERSONA
033870     READ PERSON-MASTER
033880         INVALID KEY
033890             DISPLAY "TESTERCV - DEFUNCION SIN DESTINO - NRO "
033900                     AU-NRO-PERSONA
033910             ADD 1 TO WS-CONTADOR-IGNORADOS
033920             GO TO 4600-EXIT
033930     END-READ
033940     MOVE 'D' TO PM-IND-BORRADO
033950     MOVE AU-FECHA-DEFUNCION TO PM-FECHA-DEFUNCION
033960     MOVE AU-FECHA TO PM-FECHA-ULT-MOD
033970     MOVE AU-HORA TO PM-HORA-ULT-MOD
033980     MOVE AU-USUARIO TO PM-USUARIO-ULT-MOD
033990     REWRITE PM-PERSON-RECORD
034000         INVALID KEY
034010             DISPLAY "TESTERCV - ERROR AL REAPLICAR DEFUNCION "
034020                     "- NRO " AU-NRO-PERSONA
034030             ADD 1 TO WS-CONTADOR-IGNORADOS
034040             GO TO 4600-EXIT
034050     END-REWRITE
034060     ADD 1 TO WS-CONTADOR-REAPLICADOS.
034070 4600-EXIT.
034080     EXIT.

034090*-----------------------------------------------------------*
034100*  4700-REAPLICAR-DESFUSION                                  *
034110*  SOLO EL RENGLON DEL NUMERO RESTAURADO (AU-ANTES EN         *
034120*  BLANCO) TOCA EL REGISTRO - LO VUELVE A ACTIVAR, BORRA EL   *
034130*  ENLACE Y REPONE LA IMAGEN AU-DESPUES.  EL RENGLON DEL      *
034140*  SOBREVIVIENTE ES SOLO INFORMATIVO Y SE IGNORA.             *
034150*-----------------------------------------------------------*
034160 4700-REAPLICAR-DESFUSION.
034170     IF AU-A-APELLIDO NOT = SPACES
034180         ADD 1 TO WS-CONTADOR-IGNORADOS
034190         GO TO 4700-EXIT
034200     END-IF
034210     MOVE AU-NRO-PERSONA TO PM-NRO-PERSONA
034220     READ PERSON-MASTER
034230         INVALID KEY
034240             DISPLAY "TESTERCV - DESFUSION SIN DESTINO - NRO "
034250                     AU-NRO-PERSONA
034260             ADD 1 TO WS-CONTADOR-IGNORADOS
034270             GO TO 4700-EXIT
034280     END-READ
034290     MOVE 'N' TO PM-IND-BORRADO
034300     MOVE ZERO TO PM-NRO-FUSION
034310     MOVE AU-D-NOMBRE TO PM-NOMBRE
034320     MOVE AU-D-APELLIDO TO PM-APELLIDO
034330     MOVE AU-D-EDAD TO PM-EDAD
034340     MOVE AU-D-NACIONALIDAD TO PM-NACIONALIDAD
034350     MOVE AU-D-FECHA-NAC TO PM-FECHA-NACIMIENTO
034360     MOVE AU-D-DOCUMENTO TO PM-NRO-DOCUMENTO
034370     MOVE AU-FECHA TO PM-FECHA-ULT-MOD
034380     MOVE AU-HORA TO PM-HORA-ULT-MOD
034390     MOVE AU-USUARIO TO PM-USUARIO-ULT-MOD
034400     REWRITE PM-PERSON-RECORD
034410         INVALID KEY
034420             DISPLAY "TESTERCV - ERROR AL REAPLICAR DESFUSION "
034430                     "- NRO " AU-NRO-PERSONA
034440             ADD 1 TO WS-CONTADOR-IGNORADOS
034450             GO TO 4700-EXIT
034460     END-REWRITE
034470     ADD 1 TO WS-CONTADOR-REAPLICADOS.
034480 4700-EXIT.
034490     EXIT.
