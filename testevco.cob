000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEVCO                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     ONLINE VERIFICATION OF A CONSTANCIA DE INSCRIPCION.    *
000900*     GIVEN THE CONSTANCIA NUMBER (AND, IF THE CALLER HAS    *
001000*     THE PAPER, THE CODIGO DE VERIFICACION PRINTED ON IT)   *
001100*     IT LOOKS THE NUMBER UP ON THE CONEMIT ISSUANCE         *
001200*     REGISTER TESTECER WRITES AND ANSWERS WHETHER THE       *
001300*     CONSTANCIA IS GENUINE, WHO IT WAS ISSUED TO, WHEN AND  *
001400*     BY WHOM, AND WHETHER IT HAS BEEN ANNULLED.  IT THEN    *
001500*     LOOKS AT THE PERSON AS THE REGISTER HAS THEM TODAY -   *
001600*     ON PERSONMA OR, IF PURGED, ON PERSHIST - AND SAYS      *
001700*     WHETHER THEY WERE GIVEN A BAJA, FUSED, REGISTERED AS   *
001800*     FALLECIDO OR PURGED SINCE THE ISSUE, AND WHETHER THE   *
001900*     PRINTED DATA CHANGED (THE HUELCON FINGERPRINT OF THE   *
002000*     CURRENT RECORD AGAINST THE ONE STORED AT ISSUE).  ANY  *
002100*     OPERATOR MAY VERIFY.  A SUPERVISOR MAY ALSO ANNUL A    *
002200*     CONSTANCIA, WITH A REASON; THE RECORD IS KEPT AND      *
002300*     STAMPED, SO A LATER VERIFICATION ANSWERS "ANULADA".    *
002400*                                                            *
002500*  MODIFICATION HISTORY.                                    *
002600*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002610*     2026-10-15  RQ   A MISSING CONEMIT IS NO LONGER CREATED*
002620*                      EMPTY - EVERY CONSTANCIA WOULD THEN   *
002630*                      READ AS UNKNOWN.  ANY OPEN FAILURE    *
002640*                      ENDS THE SESSION WITH RC 8.           *
002700*-----------------------------------------------------------*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TESTEVCO.
003000 AUTHOR. R. QUIROGA.
003100 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003200 DATE-WRITTEN. 2026-10-15.
003300 DATE-COMPILED.

003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GNUCOBOL.
003700 OBJECT-COMPUTER. GNUCOBOL.

003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     COPY CONEMSL.
004100     COPY PERSONSL.
004200     COPY PERSHSL.

004300 DATA DIVISION.
004400 FILE SECTION.
004500     COPY CONEMFD.
004600     COPY PERSONFD.
004700     COPY PERSHFD.

004800 WORKING-STORAGE SECTION.
004900 77  WS-CN-STATUS                PIC X(02).
005000     88  WS-CN-OK                         VALUE '00'.
005050     88  WS-CN-NO-EXISTE                  VALUE '35'.
005100 77  WS-PM-STATUS                PIC X(02).
005200     88  WS-PM-OK                         VALUE '00'.
005300 77  WS-PH-STATUS                PIC X(02).
005400     88  WS-PH-OK                         VALUE '00'.

005500 77  WS-SW-FIN-MENU              PIC X(01).
005600     88  WS-FIN-MENU                      VALUE 'S'.
005700 77  WS-SW-ACCESO                PIC X(01).
005800     88  WS-ACCESO-OK                     VALUE 'S'.
005900 77  WS-OPCION                   PIC X(01).
006000 77  WS-SW-ENCONTRADO            PIC X(01).
006100     88  WS-ENCONTRADO                    VALUE 'S'.
006200 77  WS-SW-CONFIRMA              PIC X(01).
006300     88  WS-CONFIRMADO                    VALUE 'S'.
006400 77  WS-SW-PUEDE-ANULAR          PIC X(01).
006500     88  WS-PUEDE-ANULAR                  VALUE 'S'.
006600 77  WS-SW-DESDE-HISTORICO       PIC X(01).
006700     88  WS-DESDE-HISTORICO               VALUE 'S'.
006800 77  WS-SW-REGISTRO-CAMBIO       PIC X(01).
006900     88  WS-REGISTRO-CAMBIO               VALUE 'S'.

007000 77  WS-NRO-ENTRADA              PIC X(08).
007100 77  WS-NRO-CONSTANCIA           PIC 9(08).
007200 77  WS-CODIGO-ENTRADA           PIC X(10).
007300 77  WS-CODIGO                   PIC 9(10).
007400 77  WS-HUELLA                   PIC 9(10).
007500 77  WS-MOTIVO                   PIC X(40).
007600 77  WS-FECHA-DEPURACION         PIC 9(08).
007700 77  WS-NRO-CLAVE                PIC X(08).

007800 77  WS-AUT-FUNCION              PIC X(01).
007900 77  WS-AUT-MODO                 PIC X(01).
008000 77  WS-AUT-RESULTADO            PIC X(01).
008100     88  WS-AUT-OK                        VALUE '0'.
008200 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTEVCO'.

008300 77  WS-FECHA-HOY                PIC 9(08).
008400 77  WS-HORA-AHORA               PIC 9(06).
008500 77  WS-USUARIO                  PIC X(08).
008600 77  WS-ESPACIO                  PIC X(30)
008700     VALUE '------------------------------'.

008800 PROCEDURE DIVISION.

008900 0000-MAINLINE.
009000     PERFORM 1000-INICIAR THRU 1000-EXIT
009100     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
009200         UNTIL WS-FIN-MENU
009300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
009400     STOP RUN.

009500*-----------------------------------------------------------*
009600*  1000-INICIAR                                              *
009700*  VERIFICAR ES UNA CONSULTA - LA PUEDE HACER CUALQUIER      *
009800*  OPERADOR HABILITADO.  LA ANULACION SOLO SE OFRECE SI      *
009900*  VALOPER LA AUTORIZA PARA EL ROL DEL USUARIO.              *
010000*-----------------------------------------------------------*
010100 1000-INICIAR.
010200     MOVE 'N' TO WS-SW-FIN-MENU
010300     MOVE 'N' TO WS-SW-ACCESO
010400     MOVE 'N' TO WS-SW-PUEDE-ANULAR
010500     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
010600     IF WS-USUARIO = SPACES
010700         MOVE "ONLINE" TO WS-USUARIO
010800     END-IF
010900     MOVE 'I' TO WS-AUT-FUNCION
011000     MOVE 'R' TO WS-AUT-MODO
011100     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
011200     IF NOT WS-AUT-OK
011300         MOVE 'S' TO WS-SW-FIN-MENU
011400         GO TO 1000-EXIT
011500     END-IF
011600     MOVE 'E' TO WS-AUT-FUNCION
011700     MOVE 'V' TO WS-AUT-MODO
011800     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
011900     IF WS-AUT-OK
012000         MOVE 'S' TO WS-SW-PUEDE-ANULAR
012100     END-IF
012150*    CONEMIT LO CREA TESTECER CON LA PRIMERA EMISION.  SI NO
012160*    ESTA, LA VERIFICACION NO SE HACE: CON UN ARCHIVO VACIO
012170*    TODA CONSTANCIA PARECERIA FALSA.
012200     OPEN I-O CERT-ISSUE-FILE
012300     IF WS-CN-NO-EXISTE
012400         DISPLAY "NO EXISTE CONEMIT (REGISTRO DE EMISIONES) - "
012500                 "NO SE PUEDE VERIFICAR NINGUNA CONSTANCIA."
012600         MOVE 8 TO RETURN-CODE
012700         MOVE 'S' TO WS-SW-FIN-MENU
012800         GO TO 1000-EXIT
012850     END-IF
012900     IF NOT WS-CN-OK
013000         DISPLAY "NO SE PUDO ABRIR CONEMIT - STATUS "
013100                 WS-CN-STATUS
013150         MOVE 8 TO RETURN-CODE
013200         MOVE 'S' TO WS-SW-FIN-MENU
013300         GO TO 1000-EXIT
013400     END-IF
013500     OPEN INPUT PERSON-MASTER
013600     IF NOT WS-PM-OK
013700         DISPLAY "NO SE PUDO ABRIR EL REGISTRO - STATUS "
013800                 WS-PM-STATUS
013900         CLOSE CERT-ISSUE-FILE
014000         MOVE 'S' TO WS-SW-FIN-MENU
014100         GO TO 1000-EXIT
014200     END-IF
014300     MOVE 'S' TO WS-SW-ACCESO.
014400 1000-EXIT.
014500     EXIT.

014600*-----------------------------------------------------------*
014700*  1200-AUTORIZAR                                            *
014800*  CONSULTA A VALOPER.  EN MODO 'R' EXPLICA EL RECHAZO.      *
014900*-----------------------------------------------------------*
015000 1200-AUTORIZAR.
015100     CALL 'VALOPER' USING WS-USUARIO
015200                          WS-PROGRAMA
015300                          WS-AUT-FUNCION
015400                          WS-AUT-MODO
015500                          WS-AUT-RESULTADO
015600     IF WS-AUT-OK OR WS-AUT-MODO NOT = 'R'
015700         GO TO 1200-EXIT
015800     END-IF
015900     EVALUATE WS-AUT-RESULTADO
016000         WHEN '1'
016100             DISPLAY "EL USUARIO " WS-USUARIO
016200                     " NO ESTA REGISTRADO COMO OPERADOR."
016300         WHEN '2'
016400             DISPLAY "EL USUARIO " WS-USUARIO
016500                     " ESTA INHABILITADO."
016600         WHEN '3'
016700             DISPLAY "FUNCION NO AUTORIZADA PARA SU ROL."
016800         WHEN OTHER
016900             DISPLAY "NO SE PUDO VERIFICAR LA AUTORIZACION - "
017000                     "CONSULTE AL SUPERVISOR."
017100     END-EVALUATE.
017200 1200-EXIT.
017300     EXIT.

017400*-----------------------------------------------------------*
017500*  2000-PROCESAR-MENU                                        *
017600*  MUESTRA EL MENU Y DESPACHA LA OPCION ELEGIDA.             *
017700*-----------------------------------------------------------*
017800 2000-PROCESAR-MENU.
017900     DISPLAY WS-ESPACIO
018000     DISPLAY "VERIFICACION DE CONSTANCIAS"
018100     DISPLAY "  V - VERIFICAR UNA CONSTANCIA"
018200     IF WS-PUEDE-ANULAR
018300         DISPLAY "  A - ANULAR UNA CONSTANCIA"
018400     END-IF
018500     DISPLAY "  X - FIN"
018600     DISPLAY "OPCION: "
018700     ACCEPT WS-OPCION
018800     EVALUATE WS-OPCION
018900         WHEN 'V'
019000             PERFORM 3000-VERIFICAR THRU 3000-EXIT
019100         WHEN 'A'
019200             PERFORM 5000-ANULAR THRU 5000-EXIT
019300         WHEN 'X'
019400             MOVE 'S' TO WS-SW-FIN-MENU
019500         WHEN OTHER
019600             DISPLAY "OPCION INVALIDA - REINTENTE"
019700     END-EVALUATE.
019800 2000-EXIT.
019900     EXIT.

020000*-----------------------------------------------------------*
020100*  3000-VERIFICAR                                            *
020200*  UNA CONSTANCIA QUE NO FIGURA EN CONEMIT, O CUYO CODIGO DE *
020300*  VERIFICACION NO COINCIDE CON EL GRABADO, NO ES AUTENTICA. *
020400*  SI LO ES, SE INFORMA A QUIEN SE EMITIO Y SE COMPARA EL    *
020500*  REGISTRO DE HOY CON EL DE LA FECHA DE EMISION.            *
020600*-----------------------------------------------------------*
020700 3000-VERIFICAR.
020800     PERFORM 7000-PEDIR-CONSTANCIA THRU 7000-EXIT
020900     IF NOT WS-ENCONTRADO
021000         GO TO 3000-EXIT
021100     END-IF
021200     DISPLAY "CODIGO DE VERIFICACION DEL PAPEL (EN BLANCO SI "
021300             "NO LO TIENE): "
021400     ACCEPT WS-CODIGO-ENTRADA
021500     IF WS-CODIGO-ENTRADA NOT = SPACES
021600         IF WS-CODIGO-ENTRADA IS NOT NUMERIC
021700             DISPLAY "CODIGO INVALIDO - DEBE TENER 10 DIGITOS."
021800             GO TO 3000-EXIT
021900         END-IF
022000         MOVE WS-CODIGO-ENTRADA TO WS-CODIGO
022100         IF WS-CODIGO NOT = CN-HUELLA
022200             DISPLAY "CONSTANCIA NRO " CN-NRO-CONSTANCIA
022300             DISPLAY "RESULTADO.....: NO ES AUTENTICA - EL CODIGO"
022400                     " DE VERIFICACION NO COINCIDE CON EL "
022450                     "EMITIDO."
022500             GO TO 3000-EXIT
022600         END-IF
022700     END-IF
022800     PERFORM 7500-MOSTRAR-EMISION THRU 7500-EXIT
022900     IF CN-EST-ANULADA
023000         DISPLAY "RESULTADO.....: CONSTANCIA ANULADA - NO TIENE "
023100                 "VALOR."
023200         GO TO 3000-EXIT
023300     END-IF
023400     MOVE 'N' TO WS-SW-REGISTRO-CAMBIO
023500     PERFORM 4000-UBICAR-PERSONA THRU 4000-EXIT
023600     IF NOT WS-ENCONTRADO
023700         DISPLAY "SITUACION HOY.: EL NRO " CN-NRO-PERSONA
023800                 " NO FIGURA NI EN EL REGISTRO NI EN EL "
023900                 "HISTORICO."
024000         DISPLAY "RESULTADO.....: AUTENTICA - NO SE PUEDE "
024100                 "CONTROLAR CONTRA EL REGISTRO."
024200         GO TO 3000-EXIT
024300     END-IF
024400     PERFORM 4500-INFORMAR-ESTADO THRU 4500-EXIT
024500     PERFORM 4700-COMPARAR-DATOS THRU 4700-EXIT
024600     IF WS-REGISTRO-CAMBIO
024700         DISPLAY "RESULTADO.....: AUTENTICA, PERO EL REGISTRO "
024800                 "CAMBIO DESDE SU EMISION."
024900     ELSE
025000         DISPLAY "RESULTADO.....: AUTENTICA - EL REGISTRO NO "
025100                 "CAMBIO DESDE SU EMISION."
025200     END-IF.
025300 3000-EXIT.
025400     EXIT.

025500*-----------------------------------------------------------*
025600*  4000-UBICAR-PERSONA                                       *
025700*  LEE EL NUMERO CERTIFICADO EN EL OPERATIVO.  SI YA NO ESTA *
025800*  SE RASTREA PERSHIST COMO HACE TESTECER, Y LA IMAGEN       *
025900*  ARCHIVADA SE CARGA EN PM-PERSON-RECORD.                   *
026000*-----------------------------------------------------------*
026100 4000-UBICAR-PERSONA.
026200     MOVE 'N' TO WS-SW-DESDE-HISTORICO
026300     MOVE ZERO TO WS-FECHA-DEPURACION
026400     MOVE CN-NRO-PERSONA TO PM-NRO-PERSONA
026500     READ PERSON-MASTER
026600         INVALID KEY
026700             MOVE 'N' TO WS-SW-ENCONTRADO
026800         NOT INVALID KEY
026900             MOVE 'S' TO WS-SW-ENCONTRADO
027000     END-READ
027100     IF WS-ENCONTRADO
027200         GO TO 4000-EXIT
027300     END-IF
027400     OPEN INPUT PERSON-HISTORY
027500     IF NOT WS-PH-OK
027600         GO TO 4000-EXIT
027700     END-IF
027800     MOVE CN-NRO-PERSONA TO WS-NRO-CLAVE.
027900 4000-LEER.
028000     READ PERSON-HISTORY
028100         AT END
028200             CLOSE PERSON-HISTORY
028300             GO TO 4000-EXIT
028400     END-READ
028500     IF PH-PERSON-IMAGE(1:8) NOT = WS-NRO-CLAVE
028600         GO TO 4000-LEER
028700     END-IF
028800     MOVE PH-FECHA-DEPURACION TO WS-FECHA-DEPURACION
028900     MOVE PH-PERSON-IMAGE TO PM-PERSON-RECORD
029000     MOVE 'S' TO WS-SW-ENCONTRADO
029100     MOVE 'S' TO WS-SW-DESDE-HISTORICO
029200     CLOSE PERSON-HISTORY.
029300 4000-EXIT.
029400     EXIT.

029500*-----------------------------------------------------------*
029600*  4500-INFORMAR-ESTADO                                      *
029700*  EL ESTADO DE HOY CONTRA EL QUE TENIA AL EMITIRSE.  UNA    *
029800*  BAJA, FUSION, DEFUNCION O DEPURACION QUE YA FIGURABA EN   *
029900*  EL PAPEL SE INFORMA COMO TAL, NO COMO UN CAMBIO.          *
030000*-----------------------------------------------------------*
030100 4500-INFORMAR-ESTADO.
030200     IF WS-DESDE-HISTORICO
030300         IF CN-FECHA-DEPURACION = ZERO
030400             MOVE 'S' TO WS-SW-REGISTRO-CAMBIO
030500             DISPLAY "SITUACION HOY.: DEPURADO DEL REGISTRO EL "
030600                     WS-FECHA-DEPURACION
030700                     " - DESPUES DE LA EMISION."
030800         ELSE
030900             DISPLAY "SITUACION HOY.: DEPURADO DEL REGISTRO EL "
031000                     WS-FECHA-DEPURACION
031100                     " - YA LO ESTABA AL EMITIRSE."
031200         END-IF
031300     END-IF
031400     IF PM-IND-BORRADO NOT = CN-ESTADO-PERSONA
031500         MOVE 'S' TO WS-SW-REGISTRO-CAMBIO
031600     END-IF
031700     EVALUATE TRUE
031800         WHEN PM-REG-ACTIVO
031900             IF PM-IND-BORRADO = CN-ESTADO-PERSONA
032000                 DISPLAY "SITUACION HOY.: ACTIVO"
032100             ELSE
032200                 DISPLAY "SITUACION HOY.: ACTIVO - AL EMITIRSE "
032300                         "NO LO ESTABA (ULT. MODIFICACION "
032400                         PM-FECHA-ULT-MOD ")."
032500             END-IF
032600         WHEN PM-REG-BORRADO
032700             IF PM-IND-BORRADO = CN-ESTADO-PERSONA
032800                 DISPLAY "SITUACION HOY.: DADO DE BAJA - YA LO "
032900                         "ESTABA AL EMITIRSE."
033000             ELSE
033100                 DISPLAY "SITUACION HOY.: DADO DE BAJA EL "
033200                         PM-FECHA-ULT-MOD " POR "
033300                         PM-USUARIO-ULT-MOD
033400                         " - DESPUES DE LA EMISION."
033500             END-IF
033600         WHEN PM-REG-FUSIONADO
033700             IF PM-IND-BORRADO = CN-ESTADO-PERSONA
033800                 DISPLAY "SITUACION HOY.: FUSIONADO EN EL NRO "
033900                         PM-NRO-FUSION " - YA LO ESTABA AL "
034000                         "EMITIRSE."
034100             ELSE
034200                 DISPLAY "SITUACION HOY.: FUSIONADO EN EL NRO "
034300                         PM-NRO-FUSION " EL " PM-FECHA-ULT-MOD
034400                         " - DESPUES DE LA EMISION."
034500             END-IF
034600         WHEN PM-REG-FALLECIDO
034700             IF PM-IND-BORRADO = CN-ESTADO-PERSONA
034800                 DISPLAY "SITUACION HOY.: FALLECIDO EL "
034900                         PM-FECHA-DEFUNCION " - YA LO ESTABA AL "
035000                         "EMITIRSE."
035100             ELSE
035200                 DISPLAY "SITUACION HOY.: FALLECIDO EL "
035300                         PM-FECHA-DEFUNCION
035400                         " - REGISTRADO DESPUES DE LA EMISION."
035500             END-IF
035600         WHEN OTHER
035700             DISPLAY "SITUACION HOY.: ESTADO DESCONOCIDO ("
035800                     PM-IND-BORRADO ")."
035900     END-EVALUATE.
036000 4500-EXIT.
036100     EXIT.

036200*-----------------------------------------------------------*
036300*  4700-COMPARAR-DATOS                                       *
036400*  RECALCULA LA HUELLA DEL REGISTRO DE HOY.  SI DIFIERE DE   *
036500*  LA GRABADA, ALGUNO DE LOS DATOS IMPRESOS CAMBIO.          *
036600*-----------------------------------------------------------*
036700 4700-COMPARAR-DATOS.
036800     CALL "HUELCON" USING PM-PERSON-RECORD WS-HUELLA
036900     IF WS-HUELLA = CN-HUELLA
037000         DISPLAY "DATOS.........: SIN CAMBIOS DESDE LA EMISION."
037100         GO TO 4700-EXIT
037200     END-IF
037300     MOVE 'S' TO WS-SW-REGISTRO-CAMBIO
037400     DISPLAY "DATOS.........: CAMBIARON DESDE LA EMISION "
037500             "(ULT. MODIFICACION " PM-FECHA-ULT-MOD " POR "
037600             PM-USUARIO-ULT-MOD ")."
037700     DISPLAY "HOY FIGURA....: " PM-APELLIDO " " PM-NOMBRE
037800             " DNI " PM-NRO-DOCUMENTO.
037900 4700-EXIT.
038000     EXIT.

038100*-----------------------------------------------------------*
038200*  5000-ANULAR                                               *
038300*  SOLO SUPERVISOR.  LA CONSTANCIA NO SE BORRA: QUEDA        *
038400*  ANULADA CON FECHA, HORA, USUARIO Y MOTIVO, Y NO SE PUEDE  *
038500*  VOLVER A HABILITAR - SE EMITE UNA NUEVA.                  *
038600*-----------------------------------------------------------*
038700 5000-ANULAR.
038800     MOVE 'E' TO WS-AUT-FUNCION
038900     MOVE 'R' TO WS-AUT-MODO
039000     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
039100     IF NOT WS-AUT-OK
039200         GO TO 5000-EXIT
039300     END-IF
039400     PERFORM 7000-PEDIR-CONSTANCIA THRU 7000-EXIT
039500     IF NOT WS-ENCONTRADO
039600         GO TO 5000-EXIT
039700     END-IF
039800     PERFORM 7500-MOSTRAR-EMISION THRU 7500-EXIT
039900     IF CN-EST-ANULADA
040000         DISPLAY "LA CONSTANCIA YA ESTA ANULADA."
040100         GO TO 5000-EXIT
040200     END-IF
040300     DISPLAY "MOTIVO DE LA ANULACION: "
040400     ACCEPT WS-MOTIVO
040500     IF WS-MOTIVO = SPACES
040600         DISPLAY "EL MOTIVO NO PUEDE QUEDAR EN BLANCO."
040700         GO TO 5000-EXIT
040800     END-IF
040900     DISPLAY "CONFIRMA LA ANULACION (S/N): "
041000     ACCEPT WS-SW-CONFIRMA
041100     IF NOT WS-CONFIRMADO
041200         DISPLAY "ANULACION CANCELADA."
041300         GO TO 5000-EXIT
041400     END-IF
041500     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
041600     ACCEPT WS-HORA-AHORA FROM TIME
041700     MOVE 'A' TO CN-ESTADO
041800     MOVE WS-FECHA-HOY TO CN-FECHA-ANULACION
041900     MOVE WS-HORA-AHORA TO CN-HORA-ANULACION
042000     MOVE WS-USUARIO TO CN-USUARIO-ANULACION
042100     MOVE WS-MOTIVO TO CN-MOTIVO-ANULACION
042200     REWRITE CN-ISSUE-RECORD
042300         INVALID KEY
042400             DISPLAY "ERROR AL GRABAR - STATUS " WS-CN-STATUS
042500             GO TO 5000-EXIT
042600     END-REWRITE
042700     DISPLAY "CONSTANCIA NRO " CN-NRO-CONSTANCIA " ANULADA.".
042800 5000-EXIT.
042900     EXIT.

043000*-----------------------------------------------------------*
043100*  7000-PEDIR-CONSTANCIA                                     *
043200*  PIDE EL NUMERO Y LEE LA EMISION EN CONEMIT.               *
043300*-----------------------------------------------------------*
043400 7000-PEDIR-CONSTANCIA.
043500     MOVE 'N' TO WS-SW-ENCONTRADO
043600     DISPLAY "NRO DE CONSTANCIA: "
043700     ACCEPT WS-NRO-ENTRADA
043800     IF WS-NRO-ENTRADA IS NOT NUMERIC
043900         DISPLAY "NRO INVALIDO - DEBE TENER 8 DIGITOS."
044000         GO TO 7000-EXIT
044100     END-IF
044200     MOVE WS-NRO-ENTRADA TO WS-NRO-CONSTANCIA
044300     MOVE WS-NRO-CONSTANCIA TO CN-NRO-CONSTANCIA
044400     READ CERT-ISSUE-FILE
044500         INVALID KEY
044600             DISPLAY "CONSTANCIA NRO " WS-NRO-CONSTANCIA
044700             DISPLAY "RESULTADO.....: NO ES AUTENTICA - NUNCA "
044800                     "SE EMITIO UNA CONSTANCIA CON ESE NUMERO."
044900             GO TO 7000-EXIT
045000     END-READ
045100     MOVE 'S' TO WS-SW-ENCONTRADO.
045200 7000-EXIT.
045300     EXIT.

045400*-----------------------------------------------------------*
045500*  7500-MOSTRAR-EMISION                                      *
045600*  LO QUE DICE EL PAPEL, SEGUN CONEMIT.                      *
045700*-----------------------------------------------------------*
045800 7500-MOSTRAR-EMISION.
045900     DISPLAY WS-ESPACIO
046000     DISPLAY "CONSTANCIA NRO " CN-NRO-CONSTANCIA
046100     DISPLAY "EMITIDA.......: " CN-FECHA-EMISION " "
046200             CN-HORA-EMISION " POR " CN-USUARIO-EMISION
046300     DISPLAY "PARA EL NRO...: " CN-NRO-PERSONA " - "
046400             CN-APELLIDO " " CN-NOMBRE " DNI " CN-NRO-DOCUMENTO
046500     IF CN-NRO-CITADO NOT = CN-NRO-PERSONA
046600         DISPLAY "NRO CITADO....: " CN-NRO-CITADO
046700                 " (FUSIONADO EN EL " CN-NRO-PERSONA ")"
046800     END-IF
046900     IF CN-EST-ANULADA
047000         DISPLAY "ANULADA.......: " CN-FECHA-ANULACION " "
047100                 CN-HORA-ANULACION " POR " CN-USUARIO-ANULACION
047200         DISPLAY "MOTIVO........: " CN-MOTIVO-ANULACION
047300     END-IF.
047400 7500-EXIT.
047500     EXIT.

047600 9000-FINALIZAR.
047700     IF NOT WS-ACCESO-OK
047800         GO TO 9000-EXIT
047900     END-IF
048000     CLOSE CERT-ISSUE-FILE
048100     CLOSE PERSON-MASTER
048200     DISPLAY "FIN DE LA VERIFICACION DE CONSTANCIAS.".
048300 9000-EXIT.
048400     EXIT.
