000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTENOV                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     OUTBOUND CHANGE FEED (NOVEDADES) FOR THE AGENCIES THAT *
000900*     KEEP THEIR OWN COPY OF THE REGISTER - THE PADRON       *
001000*     ELECTORAL AND THE SERVICIO DE SALUD.  RUNS IN THE      *
001100*     NIGHTLY LOAD AFTER TESTEBAL AND WRITES ONE RECORD PER  *
001200*     ALTA, CAMBIO, BAJA, FUSION, DEFUNCION AND DESFUSION    *
001300*     FOUND ON AUDITLOG SINCE THE PREVIOUS FEED, BETWEEN A   *
001400*     HEADER AND A TRAILER CARRYING THE FEED SEQUENCE NUMBER *
001500*     AND THE RECORD COUNT (LAYOUT IN NOVRC).  OMITTED-ROW   *
001600*     TRACES ARE NOT SENT, NOR THE SURVIVOR'S ROW OF A       *
001700*     FUSION OR DESFUSION, WHOSE DATA DOES NOT CHANGE.       *
001800*     A FEED IS ONLY SENT FOR A NIGHT THAT BALANCED: BALCTL  *
001900*     MUST SHOW A BALANCED NIGHT LATER THAN THE ONE THE LAST *
002000*     FEED CLOSED (NOVCTL), OTHERWISE NOTHING IS WRITTEN AND *
002100*     THE STEP ENDS RC=8.  THE MOVEMENTS OF A NIGHT THAT DID *
002200*     NOT BALANCE ARE NOT LOST - THEY GO OUT WITH THE NEXT   *
002300*     NIGHT THAT DOES, SINCE EACH FEED STARTS WHERE THE LAST *
002400*     ONE WAS CUT.  EVERY FEED SENT IS LOGGED ON NOVHIST.    *
002500*     SYSIN CARD 1 IS THE MODE:                              *
002600*       N (OR BLANK) - TONIGHT'S FEED.                       *
002700*       R            - RESEND A FEED ALREADY SENT.  CARD 2   *
002800*                      IS THE BALANCED NIGHT (AAAAMMDD)      *
002900*                      AND/OR CARD 3 THE SEQUENCE NUMBER;    *
003000*                      THE WINDOW IS TAKEN FROM NOVHIST AND  *
003100*                      THE FEED IS WRITTEN AGAIN UNDER ITS   *
003200*                      ORIGINAL NUMBER, FLAGGED AS A RESEND. *
003300*                      NOVCTL AND NOVHIST ARE NOT TOUCHED.   *
003400*                                                            *
003500*  MODIFICATION HISTORY.                                     *
003600*     2026-10-15  RQ   ORIGINAL VERSION.                     *
003700*-----------------------------------------------------------*
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. TESTENOV.
004000 AUTHOR. R. QUIROGA.
004100 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED.

004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. GNUCOBOL.
004700 OBJECT-COMPUTER. GNUCOBOL.

004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     COPY AUDITSL.
005100     COPY BALCTSL.
005200     COPY NOVSL.
005300     COPY NOVCTSL.
005400     COPY NOVHSL.

005500 DATA DIVISION.
005600 FILE SECTION.
005700     COPY AUDITFD.
005800     COPY BALCTFD.
005900     COPY NOVFD.
006000     COPY NOVCTFD.
006100     COPY NOVHFD.

006200 WORKING-STORAGE SECTION.
006300 77  WS-AU-STATUS                PIC X(02).
006400     88  WS-AU-OK                         VALUE '00'.
006500 77  WS-BL-STATUS                PIC X(02).
006600     88  WS-BL-OK                         VALUE '00'.
006700 77  WS-BL-RELKEY                PIC 9(04)        COMP.
006800 77  WS-NV-STATUS                PIC X(02).
006900     88  WS-NV-OK                         VALUE '00'.
007000 77  WS-NK-STATUS                PIC X(02).
007100     88  WS-NK-OK                         VALUE '00'.
007200 77  WS-NK-RELKEY                PIC 9(04)        COMP.
007300 77  WS-NH-STATUS                PIC X(02).
007400     88  WS-NH-OK                         VALUE '00'.

007500 77  WS-SW-FIN-AUDITORIA         PIC X(01).
007600     88  WS-FIN-AUDITORIA                 VALUE 'S'.
007700 77  WS-SW-FIN-HISTORICO         PIC X(01).
007800     88  WS-FIN-HISTORICO                 VALUE 'S'.
007900 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
008000     88  WS-CORRIDA-CANCELADA             VALUE 'S'.
008100 77  WS-SW-ARCHIVOS-ABIERTOS     PIC X(01).
008200     88  WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
008300 77  WS-MODO                     PIC X(01).
008400     88  WS-MODO-NOCTURNO                 VALUE 'N' ' '.
008500     88  WS-MODO-REENVIO                  VALUE 'R'.

008600 77  WS-FECHA-ENT                PIC X(08).
008700 77  WS-SECUENCIA-ENT            PIC X(08).
008800 77  WS-FECHA-PEDIDA             PIC 9(08).
008900 77  WS-SECUENCIA-PEDIDA         PIC 9(08).
009000 77  WS-FECHA-HOY                PIC 9(08).
009100 77  WS-HORA-AHORA               PIC 9(06).

009200 77  WS-SECUENCIA                PIC 9(08).
009300 77  WS-FECHA-NOCHE              PIC 9(08).
009400 77  WS-DESDE-FECHA              PIC 9(08).
009500 77  WS-DESDE-HORA               PIC 9(06).
009600 77  WS-HASTA-FECHA              PIC 9(08).
009700 77  WS-HASTA-HORA               PIC 9(06).
009800 77  WS-CANT-ORIGINAL            PIC 9(08).
009900 77  WS-CANT-ENVIOS              PIC 9(04)        COMP.

010000 77  WS-CONTADOR-LEIDOS          PIC 9(08)        COMP.
010100 77  WS-CONTADOR-NOVEDADES       PIC 9(08)        COMP.
010200 77  WS-CONTADOR-ALTAS           PIC 9(07)        COMP.
010300 77  WS-CONTADOR-CAMBIOS         PIC 9(07)        COMP.
010400 77  WS-CONTADOR-BAJAS           PIC 9(07)        COMP.
010500 77  WS-CONTADOR-FUSIONES        PIC 9(07)        COMP.
010600 77  WS-CONTADOR-DEFUNCIONES     PIC 9(07)        COMP.
010700 77  WS-CONTADOR-DESFUSIONES     PIC 9(07)        COMP.

010800 PROCEDURE DIVISION.

010900 0000-MAINLINE.
011000     PERFORM 1000-INICIAR THRU 1000-EXIT
011100     IF NOT WS-CORRIDA-CANCELADA
011200         PERFORM 2000-GRABAR-CABECERA THRU 2000-EXIT
011300         PERFORM 3000-PROCESAR-RENGLON THRU 3000-EXIT
011400             UNTIL WS-FIN-AUDITORIA
011500         PERFORM 4000-GRABAR-COLA THRU 4000-EXIT
011600     END-IF
011700     PERFORM 9000-FINALIZAR THRU 9000-EXIT
011800     STOP RUN.

011900*-----------------------------------------------------------*
012000*  1000-INICIAR                                              *
012100*  LEE EL MODO, FIJA LA SECUENCIA Y LA VENTANA DE SELLOS DE  *
012200*  LA NOVEDAD (LA DE ESTA NOCHE O LA DEL ENVIO QUE SE        *
012300*  REPITE) Y ABRE AUDITLOG Y LA SALIDA.                      *
012400*-----------------------------------------------------------*
012500 1000-INICIAR.
012600     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
012700     MOVE 'N' TO WS-SW-ARCHIVOS-ABIERTOS
012800     MOVE 'N' TO WS-SW-FIN-AUDITORIA
012900     MOVE 'N' TO WS-SW-FIN-HISTORICO
013000     MOVE ZERO TO WS-CONTADOR-LEIDOS
013100     MOVE ZERO TO WS-CONTADOR-NOVEDADES
013200     MOVE ZERO TO WS-CONTADOR-ALTAS
013300     MOVE ZERO TO WS-CONTADOR-CAMBIOS
013400     MOVE ZERO TO WS-CONTADOR-BAJAS
013500     MOVE ZERO TO WS-CONTADOR-FUSIONES
013600     MOVE ZERO TO WS-CONTADOR-DEFUNCIONES
013700     MOVE ZERO TO WS-CONTADOR-DESFUSIONES
013800     MOVE ZERO TO WS-CANT-ENVIOS
013900     MOVE ZERO TO WS-CANT-ORIGINAL
014000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
014100     ACCEPT WS-HORA-AHORA FROM TIME
014200     MOVE SPACES TO WS-MODO
014300     ACCEPT WS-MODO
014400     EVALUATE TRUE
014500         WHEN WS-MODO-NOCTURNO
014600             PERFORM 1100-VALIDAR-NOCHE THRU 1100-EXIT
014700         WHEN WS-MODO-REENVIO
014800             PERFORM 1200-BUSCAR-ENVIO THRU 1200-EXIT
014900         WHEN OTHER
015000             DISPLAY "TESTENOV - MODO INVALIDO: " WS-MODO
015100                     " (DEBE SER N O R)."
015200             MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
015300             MOVE 8 TO RETURN-CODE
015400     END-EVALUATE
015500     IF WS-CORRIDA-CANCELADA
015600         GO TO 1000-EXIT
015700     END-IF
015800     OPEN INPUT AUDIT-LOG
015900     IF NOT WS-AU-OK
016000         DISPLAY "NO SE PUDO ABRIR AUDITLOG - STATUS "
016100                 WS-AU-STATUS
016200         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
016300         MOVE 8 TO RETURN-CODE
016400         GO TO 1000-EXIT
016500     END-IF
016600     OPEN OUTPUT NOVEDAD-FEED
016700     IF NOT WS-NV-OK
016800         DISPLAY "NO SE PUDO ABRIR NOVEDAD - STATUS "
016900                 WS-NV-STATUS
017000         CLOSE AUDIT-LOG
017100         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
017200         MOVE 8 TO RETURN-CODE
017300         GO TO 1000-EXIT
017400     END-IF
017500     MOVE 'S' TO WS-SW-ARCHIVOS-ABIERTOS
017600     PERFORM 3900-LEER-AUDITORIA THRU 3900-EXIT.
017700 1000-EXIT.
017800     EXIT.

017900*-----------------------------------------------------------*
018000*  1100-VALIDAR-NOCHE                                        *
018100*  LA NOVEDAD DE ESTA NOCHE SOLO SALE SI BALCTL TIENE UNA    *
018200*  NOCHE BALANCEADA POSTERIOR A LA QUE CERRO EL ULTIMO       *
018300*  ENVIO.  TESTEBAL SOLO ESCRIBE BALCTL CUANDO LA NOCHE      *
018400*  BALANCEA, ASI QUE UNA NOCHE QUE NO CUADRA (O UN PASO DE   *
018500*  BALANCEO QUE NO CORRIO) DEJA LA FECHA VIEJA Y NO SE ENVIA *
018600*  NADA.  LA VENTANA EMPIEZA DONDE SE CORTO EL ULTIMO ENVIO  *
018700*  Y TERMINA AHORA; LA PRIMERA VEZ EMPIEZA EN LA NOCHE       *
018800*  BALANCEADA.                                               *
018900*-----------------------------------------------------------*
019000 1100-VALIDAR-NOCHE.
019100     OPEN INPUT BALANCE-CONTROL
019200     IF NOT WS-BL-OK
019300         DISPLAY "TESTENOV - NO SE PUDO ABRIR BALCTL - STATUS "
019400                 WS-BL-STATUS
019500         DISPLAY "TESTENOV - NO HAY NOCHE BALANCEADA - NO SE "
019600                 "ENVIA NOVEDAD - RC=8"
019700         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
019800         MOVE 8 TO RETURN-CODE
019900         GO TO 1100-EXIT
020000     END-IF
020100     MOVE 1 TO WS-BL-RELKEY
020200     READ BALANCE-CONTROL
020300         INVALID KEY
020400             MOVE ZERO TO BL-FECHA
020500     END-READ
020600     CLOSE BALANCE-CONTROL
020700     PERFORM 1150-LEER-CONTROL THRU 1150-EXIT
020800     IF WS-CORRIDA-CANCELADA
020900         GO TO 1100-EXIT
021000     END-IF
021100     IF BL-FECHA = ZERO
021200         OR BL-FECHA NOT > NK-FECHA-NOCHE
021300         DISPLAY "TESTENOV - ULTIMA NOCHE BALANCEADA: " BL-FECHA
021400                 " - ULTIMA NOVEDAD ENVIADA: "
021500                 NK-ULTIMA-SECUENCIA " DE LA NOCHE "
021600                 NK-FECHA-NOCHE
021700         DISPLAY "TESTENOV - LA NOCHE NO BALANCEO - NO SE "
021800                 "ENVIA NOVEDAD - RC=8"
021900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 1100-EXIT
022200     END-IF
022300     MOVE BL-FECHA TO WS-FECHA-NOCHE
022400     IF NK-ULTIMA-SECUENCIA = ZERO
022500         MOVE BL-FECHA TO WS-DESDE-FECHA
022600         MOVE ZERO TO WS-DESDE-HORA
022700     ELSE
022800         MOVE NK-HASTA-FECHA TO WS-DESDE-FECHA
022900         MOVE NK-HASTA-HORA TO WS-DESDE-HORA
023000     END-IF
023100     MOVE WS-FECHA-HOY TO WS-HASTA-FECHA
023200     MOVE WS-HORA-AHORA TO WS-HASTA-HORA
023300     COMPUTE WS-SECUENCIA = NK-ULTIMA-SECUENCIA + 1.
023400 1100-EXIT.
023500     EXIT.

023600 1150-LEER-CONTROL.
023700     MOVE 1 TO WS-NK-RELKEY
023800     OPEN I-O NOVEDAD-CONTROL
023900     IF NOT WS-NK-OK
024000         CLOSE NOVEDAD-CONTROL
024100         OPEN OUTPUT NOVEDAD-CONTROL
024200         CLOSE NOVEDAD-CONTROL
024300         OPEN I-O NOVEDAD-CONTROL
024400     END-IF
024500     IF NOT WS-NK-OK
024600         DISPLAY "NO SE PUDO ABRIR NOVCTL - STATUS "
024700                 WS-NK-STATUS
024800         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 1150-EXIT
025100     END-IF
025200     MOVE 1 TO WS-NK-RELKEY
025300     READ NOVEDAD-CONTROL
025400         INVALID KEY
025500             INITIALIZE NK-NOVEDAD-CONTROL
025600             WRITE NK-NOVEDAD-CONTROL
025700     END-READ
025800     CLOSE NOVEDAD-CONTROL.
025900 1150-EXIT.
026000     EXIT.

026100*-----------------------------------------------------------*
026200*  1200-BUSCAR-ENVIO                                         *
026300*  REENVIO: BUSCA EN NOVHIST EL ENVIO DE LA NOCHE Y/O LA     *
026400*  SECUENCIA PEDIDAS Y TOMA SU VENTANA.  SI LA NOCHE TUVO    *
026500*  MAS DE UN ENVIO HAY QUE INDICAR LA SECUENCIA; SE LISTAN   *
026600*  LOS CANDIDATOS EN SYSOUT.                                 *
026700*-----------------------------------------------------------*
026800 1200-BUSCAR-ENVIO.
026900     MOVE SPACES TO WS-FECHA-ENT
027000     MOVE SPACES TO WS-SECUENCIA-ENT
027100     ACCEPT WS-FECHA-ENT
027200     ACCEPT WS-SECUENCIA-ENT
027300     MOVE ZERO TO WS-FECHA-PEDIDA
027400     MOVE ZERO TO WS-SECUENCIA-PEDIDA
027500     IF WS-FECHA-ENT NOT = SPACES
027600         IF WS-FECHA-ENT IS NOT NUMERIC
027700             DISPLAY "TESTENOV - FECHA INVALIDA: " WS-FECHA-ENT
027800                     " (DEBE SER AAAAMMDD)."
027900             MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
028000             MOVE 8 TO RETURN-CODE
028100             GO TO 1200-EXIT
028200         END-IF
028300         MOVE WS-FECHA-ENT TO WS-FECHA-PEDIDA
028400     END-IF
028500     IF WS-SECUENCIA-ENT NOT = SPACES
028600         IF WS-SECUENCIA-ENT IS NOT NUMERIC
028700             DISPLAY "TESTENOV - SECUENCIA INVALIDA: "
028800                     WS-SECUENCIA-ENT " (DEBEN SER 8 DIGITOS)."
028900             MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
029000             MOVE 8 TO RETURN-CODE
029100             GO TO 1200-EXIT
029200         END-IF
029300         MOVE WS-SECUENCIA-ENT TO WS-SECUENCIA-PEDIDA
029400     END-IF
029500     IF WS-FECHA-PEDIDA = ZERO
029600         AND WS-SECUENCIA-PEDIDA = ZERO
029700         DISPLAY "TESTENOV - REENVIO SIN NOCHE NI SECUENCIA."
029800         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
029900         MOVE 8 TO RETURN-CODE
030000         GO TO 1200-EXIT
030100     END-IF
030200     OPEN INPUT NOVEDAD-HISTORY
030300     IF NOT WS-NH-OK
030400         DISPLAY "NO SE PUDO ABRIR NOVHIST - STATUS "
030500                 WS-NH-STATUS
030600         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
030700         MOVE 8 TO RETURN-CODE
030800         GO TO 1200-EXIT
030900     END-IF
031000     MOVE ZERO TO WS-SECUENCIA
031100     PERFORM 1300-LEER-HISTORICO THRU 1300-EXIT
031200     PERFORM 1400-COMPARAR-ENVIO THRU 1400-EXIT
031300         UNTIL WS-FIN-HISTORICO
031400     CLOSE NOVEDAD-HISTORY
031500     IF WS-CANT-ENVIOS = ZERO
031600         DISPLAY "TESTENOV - NO HAY NOVEDAD ENVIADA PARA LA "
031700                 "NOCHE " WS-FECHA-PEDIDA " SECUENCIA "
031800                 WS-SECUENCIA-PEDIDA
031900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 1200-EXIT
032200     END-IF
032300     IF WS-CANT-ENVIOS > 1
032400         DISPLAY "TESTENOV - LA NOCHE " WS-FECHA-PEDIDA
032500                 " TUVO MAS DE UN ENVIO - INDIQUE LA SECUENCIA "
032600                 "EN LA TERCERA TARJETA."
032700         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
032800         MOVE 8 TO RETURN-CODE
032900     END-IF.
033000 1200-EXIT.
033100     EXIT.

033200 1300-LEER-HISTORICO.
033300     READ NOVEDAD-HISTORY
033400         AT END
033500             MOVE 'S' TO WS-SW-FIN-HISTORICO
033600     END-READ.
033700 1300-EXIT.
033800     EXIT.

033900*-----------------------------------------------------------*
034000*  1400-COMPARAR-ENVIO                                       *
034100*  UNA SECUENCIA REPETIDA EN NOVHIST VALE POR SU ULTIMO      *
034200*  RENGLON Y CUENTA UNA SOLA VEZ.                            *
034300*-----------------------------------------------------------*
034400 1400-COMPARAR-ENVIO.
034500     IF WS-FECHA-PEDIDA NOT = ZERO
034600         AND NH-FECHA-NOCHE NOT = WS-FECHA-PEDIDA
034700         GO TO 1400-LEER
034800     END-IF
034900     IF WS-SECUENCIA-PEDIDA NOT = ZERO
035000         AND NH-SECUENCIA NOT = WS-SECUENCIA-PEDIDA
035100         GO TO 1400-LEER
035200     END-IF
035300     IF NH-SECUENCIA NOT = WS-SECUENCIA
035400         ADD 1 TO WS-CANT-ENVIOS
035500         DISPLAY "TESTENOV - ENVIO " NH-SECUENCIA
035600                 " NOCHE " NH-FECHA-NOCHE
035700                 " EMITIDO " NH-FECHA-EMISION " " NH-HORA-EMISION
035800                 " NOVEDADES " NH-CANT-NOVEDADES
035900     END-IF
036000     MOVE NH-SECUENCIA TO WS-SECUENCIA
036100     MOVE NH-FECHA-NOCHE TO WS-FECHA-NOCHE
036200     MOVE NH-DESDE-FECHA TO WS-DESDE-FECHA
036300     MOVE NH-DESDE-HORA TO WS-DESDE-HORA
036400     MOVE NH-HASTA-FECHA TO WS-HASTA-FECHA
036500     MOVE NH-HASTA-HORA TO WS-HASTA-HORA
036600     MOVE NH-CANT-NOVEDADES TO WS-CANT-ORIGINAL.
036700 1400-LEER.
036800     PERFORM 1300-LEER-HISTORICO THRU 1300-EXIT.
036900 1400-EXIT.
037000     EXIT.

037100 2000-GRABAR-CABECERA.
037200     MOVE SPACES TO NV-NOVEDAD-RECORD
037300     MOVE 'H' TO NV-TIPO-REGISTRO
037400     MOVE WS-SECUENCIA TO NV-H-SECUENCIA
037500     MOVE WS-FECHA-NOCHE TO NV-H-FECHA-NOCHE
037600     MOVE WS-DESDE-FECHA TO NV-H-DESDE-FECHA
037700     MOVE WS-DESDE-HORA TO NV-H-DESDE-HORA
037800     MOVE WS-HASTA-FECHA TO NV-H-HASTA-FECHA
037900     MOVE WS-HASTA-HORA TO NV-H-HASTA-HORA
038000     MOVE WS-FECHA-HOY TO NV-H-FECHA-EMISION
038100     MOVE WS-HORA-AHORA TO NV-H-HORA-EMISION
038200     IF WS-MODO-REENVIO
038300         MOVE 'S' TO NV-H-IND-REENVIO
038400     ELSE
038500         MOVE 'N' TO NV-H-IND-REENVIO
038600     END-IF
038700     WRITE NV-NOVEDAD-RECORD.
038800 2000-EXIT.
038900     EXIT.

039000*-----------------------------------------------------------*
039100*  3000-PROCESAR-RENGLON                                     *
039200*  TOMA LOS RENGLONES DE AUDITLOG SELLADOS DESPUES DE DESDE  *
039300*  Y HASTA HASTA INCLUSIVE.  DE UNA FUSION SE ENVIA SOLO EL  *
039400*  RENGLON DEL PERDEDOR (DESPUES EN BLANCO) Y DE UNA         *
039500*  DESFUSION SOLO EL DEL NUMERO RESTAURADO (ANTES EN         *
039600*  BLANCO).  LA BAJA Y LA FUSION NO TIENEN IMAGEN POSTERIOR  *
039700*  Y LLEVAN LA ULTIMA QUE TUVO LA PERSONA.  LAS OMISIONES NO *
039800*  SE ENVIAN.                                                *
039900*-----------------------------------------------------------*
040000 3000-PROCESAR-RENGLON.
040100     ADD 1 TO WS-CONTADOR-LEIDOS
040200     IF AU-FECHA < WS-DESDE-FECHA
040300         OR (AU-FECHA = WS-DESDE-FECHA
040400             AND AU-HORA NOT > WS-DESDE-HORA)
040500         GO TO 3000-LEER
040600     END-IF
040700     IF AU-FECHA > WS-HASTA-FECHA
040800         OR (AU-FECHA = WS-HASTA-FECHA
040900             AND AU-HORA > WS-HASTA-HORA)
041000         GO TO 3000-LEER
041100     END-IF
041200     MOVE SPACES TO NV-NOVEDAD-RECORD
041300     MOVE 'D' TO NV-TIPO-REGISTRO
041400     MOVE AU-TIPO-ACCION TO NV-D-TIPO-NOVEDAD
041500     MOVE AU-NRO-PERSONA TO NV-D-NRO-PERSONA
041600     MOVE ZERO TO NV-D-NRO-SOBREVIVIENTE
041700     MOVE AU-OFICINA TO NV-D-OFICINA
041800     MOVE AU-FECHA TO NV-D-FECHA-MOVIMIENTO
041900     MOVE AU-HORA TO NV-D-HORA-MOVIMIENTO
042000     EVALUATE TRUE
042100         WHEN AU-ACCION-ALTA
042200             MOVE AU-DESPUES TO NV-D-IMAGEN
042300             ADD 1 TO WS-CONTADOR-ALTAS
042400         WHEN AU-ACCION-CAMBIO
042500             MOVE AU-DESPUES TO NV-D-IMAGEN
042600             ADD 1 TO WS-CONTADOR-CAMBIOS
042700         WHEN AU-ACCION-BAJA
042800             MOVE AU-ANTES TO NV-D-IMAGEN
042900             ADD 1 TO WS-CONTADOR-BAJAS
043000         WHEN AU-ACCION-FUSION
043100             IF AU-D-APELLIDO NOT = SPACES
043200                 GO TO 3000-LEER
043300             END-IF
043400             MOVE AU-NRO-FUSION TO NV-D-NRO-SOBREVIVIENTE
043500             MOVE AU-ANTES TO NV-D-IMAGEN
043600             ADD 1 TO WS-CONTADOR-FUSIONES
043700         WHEN AU-ACCION-DEFUNCION
043800             MOVE AU-FECHA-DEFUNCION TO NV-D-FECHA-DEFUNCION
043900             MOVE AU-DESPUES TO NV-D-IMAGEN
044000             ADD 1 TO WS-CONTADOR-DEFUNCIONES
044100         WHEN AU-ACCION-DESFUSION
044200             IF AU-A-APELLIDO NOT = SPACES
044300                 GO TO 3000-LEER
044400             END-IF
044500             MOVE AU-NRO-FUSION TO NV-D-NRO-SOBREVIVIENTE
044600             MOVE AU-DESPUES TO NV-D-IMAGEN
044700             ADD 1 TO WS-CONTADOR-DESFUSIONES
044800         WHEN OTHER
044900             GO TO 3000-LEER
045000     END-EVALUATE
045100     WRITE NV-NOVEDAD-RECORD
045200     ADD 1 TO WS-CONTADOR-NOVEDADES.
045300 3000-LEER.
045400     PERFORM 3900-LEER-AUDITORIA THRU 3900-EXIT.
045500 3000-EXIT.
045600     EXIT.

045700 3900-LEER-AUDITORIA.
045800     READ AUDIT-LOG
045900         AT END
046000             MOVE 'S' TO WS-SW-FIN-AUDITORIA
046100     END-READ.
046200 3900-EXIT.
046300     EXIT.

046400 4000-GRABAR-COLA.
046500     MOVE SPACES TO NV-NOVEDAD-RECORD
046600     MOVE 'T' TO NV-TIPO-REGISTRO
046700     MOVE WS-SECUENCIA TO NV-T-SECUENCIA
046800     MOVE WS-CONTADOR-NOVEDADES TO NV-T-CANT-NOVEDADES
046900     MOVE WS-CONTADOR-ALTAS TO NV-T-CANT-ALTAS
047000     MOVE WS-CONTADOR-CAMBIOS TO NV-T-CANT-CAMBIOS
047100     MOVE WS-CONTADOR-BAJAS TO NV-T-CANT-BAJAS
047200     MOVE WS-CONTADOR-FUSIONES TO NV-T-CANT-FUSIONES
047300     MOVE WS-CONTADOR-DEFUNCIONES TO NV-T-CANT-DEFUNCIONES
047400     MOVE WS-CONTADOR-DESFUSIONES TO NV-T-CANT-DESFUSIONES
047500     WRITE NV-NOVEDAD-RECORD.
047600 4000-EXIT.
047700     EXIT.

047800*-----------------------------------------------------------*
047900*  9000-FINALIZAR                                            *
048000*  CIERRA LA NOVEDAD.  EN EL ENVIO NOCTURNO LA ANOTA EN      *
048100*  NOVHIST Y RECIEN DESPUES AVANZA NOVCTL, ASI UN PASO QUE   *
048200*  SE CORTA ANTES NO DEJA UNA SECUENCIA SIN SU VENTANA.  EN  *
048300*  UN REENVIO AVISA SI EL CONTEO NO COINCIDE CON EL ORIGINAL *
048400*  (UNA GENERACION DEL ARCHIVO DE AUDITORIA QUE YA NO ESTA). *
048500*-----------------------------------------------------------*
048600 9000-FINALIZAR.
048700     IF NOT WS-ARCHIVOS-ABIERTOS
048800         GO TO 9000-EXIT
048900     END-IF
049000     CLOSE AUDIT-LOG
049100     CLOSE NOVEDAD-FEED
049200     IF WS-MODO-REENVIO
049300         DISPLAY "TESTENOV - REENVIO DE LA NOVEDAD " WS-SECUENCIA
049400                 " DE LA NOCHE " WS-FECHA-NOCHE
049500         IF WS-CONTADOR-NOVEDADES NOT = WS-CANT-ORIGINAL
049600             DISPLAY "TESTENOV - ATENCION: EL ENVIO ORIGINAL "
049700                     "LLEVO " WS-CANT-ORIGINAL " NOVEDADES Y EL "
049800                     "REENVIO " WS-CONTADOR-NOVEDADES
049900                     " - REVISAR LAS GENERACIONES DE AUDITLOG"
050000             MOVE 4 TO RETURN-CODE
050100         END-IF
050200     ELSE
050300         PERFORM 9100-GRABAR-HISTORICO THRU 9100-EXIT
050400         PERFORM 9200-GRABAR-CONTROL THRU 9200-EXIT
050500         DISPLAY "TESTENOV - NOVEDAD " WS-SECUENCIA
050600                 " DE LA NOCHE " WS-FECHA-NOCHE
050700     END-IF
050800     DISPLAY "TESTENOV - VENTANA " WS-DESDE-FECHA " "
050900             WS-DESDE-HORA " A " WS-HASTA-FECHA " "
051000             WS-HASTA-HORA
051100     DISPLAY "TESTENOV - RENGLONES LEIDOS: " WS-CONTADOR-LEIDOS
051200             " NOVEDADES: " WS-CONTADOR-NOVEDADES
051300     DISPLAY "TESTENOV - ALTAS " WS-CONTADOR-ALTAS
051400             " CAMBIOS " WS-CONTADOR-CAMBIOS
051500             " BAJAS " WS-CONTADOR-BAJAS
051600             " FUSIONES " WS-CONTADOR-FUSIONES
051700             " DEFUNCIONES " WS-CONTADOR-DEFUNCIONES
051800             " DESFUSIONES " WS-CONTADOR-DESFUSIONES.
051900 9000-EXIT.
052000     EXIT.

052100 9100-GRABAR-HISTORICO.
052200     OPEN EXTEND NOVEDAD-HISTORY
052300     IF NOT WS-NH-OK
052400         OPEN OUTPUT NOVEDAD-HISTORY
052500     END-IF
052600     IF NOT WS-NH-OK
052700         DISPLAY "NO SE PUDO ABRIR NOVHIST - STATUS "
052800                 WS-NH-STATUS
052900         DISPLAY "TESTENOV - LA NOVEDAD NO QUEDO REGISTRADA - "
053000                 "NO SE ENVIA - RC=8"
053100         MOVE 8 TO RETURN-CODE
053200         GO TO 9100-EXIT
053300     END-IF
053400     MOVE SPACES TO NH-NOVEDAD-HISTORIA
053500     MOVE WS-SECUENCIA TO NH-SECUENCIA
053600     MOVE WS-FECHA-NOCHE TO NH-FECHA-NOCHE
053700     MOVE WS-DESDE-FECHA TO NH-DESDE-FECHA
053800     MOVE WS-DESDE-HORA TO NH-DESDE-HORA
053900     MOVE WS-HASTA-FECHA TO NH-HASTA-FECHA
054000     MOVE WS-HASTA-HORA TO NH-HASTA-HORA
054100     MOVE WS-CONTADOR-NOVEDADES TO NH-CANT-NOVEDADES
054200     MOVE WS-FECHA-HOY TO NH-FECHA-EMISION
054300     MOVE WS-HORA-AHORA TO NH-HORA-EMISION
054400     WRITE NH-NOVEDAD-HISTORIA
054410     IF NOT WS-NH-OK
054420         DISPLAY "ERROR AL GRABAR NOVHIST - STATUS "
054430                 WS-NH-STATUS
054440         DISPLAY "TESTENOV - LA NOVEDAD NO QUEDO REGISTRADA - "
054450                 "NO SE ENVIA - RC=8"
054460         MOVE 8 TO RETURN-CODE
054470     END-IF
054500     CLOSE NOVEDAD-HISTORY.
054600 9100-EXIT.
054700     EXIT.

054800 9200-GRABAR-CONTROL.
054900     IF RETURN-CODE NOT = ZERO
055000         GO TO 9200-EXIT
055100     END-IF
055200     MOVE 1 TO WS-NK-RELKEY
055300     OPEN I-O NOVEDAD-CONTROL
055400     IF NOT WS-NK-OK
055500         DISPLAY "NO SE PUDO ABRIR NOVCTL - STATUS "
055600                 WS-NK-STATUS
055700         MOVE 8 TO RETURN-CODE
055800         GO TO 9200-EXIT
055900     END-IF
056000     READ NOVEDAD-CONTROL
056100         INVALID KEY
056200             INITIALIZE NK-NOVEDAD-CONTROL
056300             WRITE NK-NOVEDAD-CONTROL
056400     END-READ
056500     MOVE WS-SECUENCIA TO NK-ULTIMA-SECUENCIA
056600     MOVE WS-FECHA-NOCHE TO NK-FECHA-NOCHE
056700     MOVE WS-HASTA-FECHA TO NK-HASTA-FECHA
056800     MOVE WS-HASTA-HORA TO NK-HASTA-HORA
056900     MOVE 1 TO WS-NK-RELKEY
057000     REWRITE NK-NOVEDAD-CONTROL
057100     CLOSE NOVEDAD-CONTROL.
057200 9200-EXIT.
057300     EXIT.
