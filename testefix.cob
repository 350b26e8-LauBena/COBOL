002126*                      THEIR OWN (OFFICE 99, THE CORRECTION  *
002128*                      DESK, NUMBERED FROM LOTECTL) SO THE   *
002130*                      TRANFIXD CONCATENATION KEEPS LOADING. *
002140*     2026-10-15  RQ   THE CLERK MUST BE ON OPERADOR WITH    *
002150*                      THE CORRECTION-DESK OR SUPERVISOR     *
002160*                      ROLE (VALOPER) BEFORE ANYTHING IS     *
002170*                      OPENED; A REFUSAL IS LOGGED TO        *
002180*                      RECHOPER.                             *
002182*     2026-10-15  RQ   HANDLE THE NEW DEFUNCION ACTION AND   *
002184*                      MOTIVOS 012 (PERSONA FALLECIDA) AND   *
002186*                      013 (FECHA O ACTA DE DEFUNCION        *
002188*                      INVALIDA).                            *
002189*     2026-10-15  RQ   HANDLE THE NEW DESFUSION ACTION ('U').*
002190*-----------------------------------------------------------*
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. TESTEFIX.
002400 AUTHOR. R. QUIROGA.
007000 77  WS-ENTRADA-NRO              PIC X(08).
007100 77  WS-ENTRADA-TEXTO            PIC X(15).
007200 77  WS-MOTIVO-DESC              PIC X(40).
007210 77  WS-USUARIO                  PIC X(08).
007220 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTEFIX'.
007230 77  WS-AUT-FUNCION              PIC X(01).
007240 77  WS-AUT-MODO                 PIC X(01).
007250 77  WS-AUT-RESULTADO            PIC X(01).
007260     88  WS-AUT-OK                        VALUE '0'.

007300 77  WS-CONTADOR-LIBERADAS       PIC 9(06)        COMP.
007400 77  WS-CONTADOR-PENDIENTES      PIC 9(06)        COMP.
008805     MOVE 'N' TO WS-SW-ENCABEZADO-HECHO
008806     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
008810     MOVE SPACES TO WS-DOCUMENTO
008811     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
008812     IF WS-USUARIO = SPACES
008813         MOVE "ONLINE" TO WS-USUARIO
008814     END-IF
008815     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
008816     IF NOT WS-AUT-OK
008817         MOVE 'S' TO WS-SW-FIN-ARCHIVO
008818         GO TO 1000-EXIT
008819     END-IF
008820     PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
008840     IF WS-LOTE-ABIERTO
008860         MOVE 'S' TO WS-SW-FIN-ARCHIVO
016900     DISPLAY "NACIONALIDAD..: " TB-NACIONALIDAD
016950     DISPLAY "DNI...........: " TB-NRO-DOCUMENTO
016955     DISPLAY "OFICINA.......: " TB-OFICINA
016960     IF TB-ACCION-FUSION OR TB-ACCION-DESFUSION
016970         DISPLAY "NRO SOBREVIVE.: " TB-NRO-FUSION
016980     END-IF
016984     IF TB-ACCION-DEFUNCION
016986         DISPLAY "FECHA DEFUN...: " TB-FECHA-DEFUNCION
016988         DISPLAY "ACTA DEFUN....: " TB-ACTA-DEFUNCION
016990     END-IF
017000     DISPLAY "MOTIVO (" TB-MOTIVO-CODIGO "): " WS-MOTIVO-DESC.
017100 3000-EXIT.
017200     EXIT.
019870         WHEN TB-MOT-FUSION-INVALIDA
019880             MOVE "NRO SOBREVIVIENTE INVALIDO"
019890                 TO WS-MOTIVO-DESC
019892         WHEN TB-MOT-PERSONA-FALLECIDA
019893             MOVE "PERSONA FALLECIDA" TO WS-MOTIVO-DESC
019894         WHEN TB-MOT-DEFUNCION-INVALIDA
019896             MOVE "FECHA O ACTA DE DEFUNCION INVALIDA"
019898                 TO WS-MOTIVO-DESC
019900         WHEN OTHER
020000             MOVE "MOTIVO DESCONOCIDO" TO WS-MOTIVO-DESC
020100     END-EVALUATE.
022770             PERFORM 4600-PEDIR-DOCUMENTO THRU 4600-EXIT
022780         WHEN TB-MOT-FUSION-INVALIDA
022790             PERFORM 4700-PEDIR-NRO-FUSION THRU 4700-EXIT
022792         WHEN TB-MOT-DEFUNCION-INVALIDA
022794             PERFORM 4800-PEDIR-DEFUNCION THRU 4800-EXIT
022800         WHEN OTHER
022900             PERFORM 4150-PEDIR-NUMERO THRU 4150-EXIT
023000     END-EVALUATE.
023300 4100-PEDIR-ACCION.
023400     MOVE ZERO TO WS-REINTENTOS.
023500 4100-PEDIR-ACCION-DE-NUEVO.
023600     DISPLAY "ACCION (A=ALTA C=CAMBIO B=BAJA F=FUSION "
023650             "D=DEFUNCION U=DESFUSION): "
023700     ACCEPT TB-TIPO-ACCION
023800     IF TB-ACCION-ALTA OR TB-ACCION-CAMBIO OR TB-ACCION-BAJA
023850         OR TB-ACCION-FUSION OR TB-ACCION-DEFUNCION
023860         OR TB-ACCION-DESFUSION
023900         GO TO 4100-EXIT
024000     END-IF
024100     DISPLAY "ACCION INVALIDA."

037090*-----------------------------------------------------------*
037110*  4700-PEDIR-NRO-FUSION                                      *
037130*  PIDE EL NUMERO SOBREVIVIENTE DE UNA FUSION O DESFUSION.    *
037150*-----------------------------------------------------------*
037170 4700-PEDIR-NRO-FUSION.
037190     MOVE ZERO TO WS-REINTENTOS.
037870             " PENDIENTES: " WS-CONTADOR-PENDIENTES.
037890 9000-EXIT.
037910     EXIT.

038300*-----------------------------------------------------------*
038310*  1200-AUTORIZAR                                            *
038320*  PREGUNTA A VALOPER SI EL ROL DEL OPERADOR PERMITE          *
038330*  CORREGIR RECHAZOS.  EL RECHAZO QUEDA EN RECHOPER.          *
038340*-----------------------------------------------------------*
038350 1200-AUTORIZAR.
038360     MOVE 'K' TO WS-AUT-FUNCION
038370     MOVE 'R' TO WS-AUT-MODO
038380     CALL 'VALOPER' USING WS-USUARIO
038390                          WS-PROGRAMA
038400                          WS-AUT-FUNCION
038410                          WS-AUT-MODO
038420                          WS-AUT-RESULTADO
038430     EVALUATE WS-AUT-RESULTADO
038440         WHEN '0'
038450             CONTINUE
038460         WHEN '1'
038470             DISPLAY "EL USUARIO " WS-USUARIO
038480                     " NO ESTA REGISTRADO COMO OPERADOR."
038490         WHEN '2'
038500             DISPLAY "EL USUARIO " WS-USUARIO
038510                     " ESTA INHABILITADO."
038520         WHEN '3'
038530             DISPLAY "SU ROL NO PERMITE CORREGIR RECHAZOS."
038540         WHEN OTHER
038550             DISPLAY "NO SE PUDO VERIFICAR LA AUTORIZACION - "
038560                     "CONSULTE AL SUPERVISOR."
038570     END-EVALUATE.
038580 1200-EXIT.
038590     EXIT.

038600*-----------------------------------------------------------*
038610*  4800-PEDIR-DEFUNCION                                       *
038620*  PIDE LA FECHA DE DEFUNCION (EDITADA POR EDTPERS COMO UNA   *
038630*  FECHA REAL, NO FUTURA) Y EL ACTA.  ENTER EN BLANCO EN EL   *
038640*  ACTA DEJA LA ACTUAL, PERO NO PUEDE QUEDAR VACIA.  QUE LA   *
038650*  FECHA NO SEA ANTERIOR AL NACIMIENTO LO VUELVE A VER EL     *
038660*  EDIT NOCTURNO CONTRA EL REGISTRO.                          *
038670*-----------------------------------------------------------*
038680 4800-PEDIR-DEFUNCION.
038690     MOVE ZERO TO WS-REINTENTOS.
038700 4800-PEDIR-FECHA-DE-NUEVO.
038710     DISPLAY "FECHA DE DEFUNCION (AAAAMMDD): "
038720     ACCEPT WS-FNAC-ENTRADA
038730     CALL "EDTPERS" USING WS-FNAC-ENTRADA WS-NACIONALIDAD
038740                           WS-DOCUMENTO
038750                           WS-FECHA-NAC WS-EDAD
038760                           WS-FNAC-STATUS WS-NAC-STATUS
038770                           WS-DOC-STATUS
038780     IF WS-FNAC-STATUS = '0'
038790         MOVE WS-FECHA-NAC TO TB-FECHA-DEFUNCION
038800         GO TO 4800-PEDIR-ACTA
038810     END-IF
038820     IF WS-FNAC-STATUS = '1'
038830         DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)."
038840     ELSE
038850         DISPLAY "NO ES UNA FECHA REAL O ESTA FUERA DE RANGO."
038860     END-IF
038870     ADD 1 TO WS-REINTENTOS
038880     IF WS-REINTENTOS < 3
038890         GO TO 4800-PEDIR-FECHA-DE-NUEVO
038900     END-IF
038910     DISPLAY "DEMASIADOS INTENTOS - QUEDA PENDIENTE."
038920     MOVE 'N' TO WS-SW-CORREGIDO
038930     GO TO 4800-EXIT.
038940 4800-PEDIR-ACTA.
038950     DISPLAY "ACTA (ENTER = DEJAR '" TB-ACTA-DEFUNCION "'): "
038960     MOVE SPACES TO WS-ENTRADA-TEXTO
038970     ACCEPT WS-ENTRADA-TEXTO
038980     IF WS-ENTRADA-TEXTO NOT = SPACES
038990         MOVE WS-ENTRADA-TEXTO TO TB-ACTA-DEFUNCION
039000     END-IF
039010     IF TB-ACTA-DEFUNCION = SPACES
039020         DISPLAY "EL ACTA NO PUEDE QUEDAR EN BLANCO "
039030                 "- QUEDA PENDIENTE."
039040         MOVE 'N' TO WS-SW-CORREGIDO
039050     END-IF.
039060 4800-EXIT.
039070     EXIT.
