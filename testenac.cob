002200*                                                            *
002300*  MODIFICATION HISTORY.                                    *
002400*     2026-09-03  RQ   ORIGINAL VERSION.                     *
002410*     2026-10-15  RQ   OPERATOR MUST BE ON OPERADOR; ALTA AND *
002420*                      RETIRO ONLY FOR THE REFERENCE          *
002430*                      ADMINISTRATOR ROLE (VALOPER).  MENU    *
002440*                      SHOWS ONLY THE OPTIONS THE ROLE ALLOWS *
002450*                      AND REFUSALS GO TO RECHOPER.           *
002500*-----------------------------------------------------------*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TESTENAC.
006100 77  WS-FECHA-HOY                PIC 9(08).
006200 77  WS-HORA-AHORA                PIC 9(06).
006300 77  WS-USUARIO                  PIC X(08).
006310 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTENAC'.
006320 77  WS-AUT-FUNCION              PIC X(01).
006330 77  WS-AUT-MODO                 PIC X(01).
006340 77  WS-AUT-RESULTADO            PIC X(01).
006350     88  WS-AUT-OK                        VALUE '0'.
006360 77  WS-SW-ACCESO                PIC X(01).
006370     88  WS-ACCESO-OK                     VALUE 'S'.
006400 77  WS-ESPACIO                  PIC X(30)
006500     VALUE '------------------------------'.


007300 1000-INICIAR.
007400     MOVE 'N' TO WS-SW-FIN-MENU
007450     MOVE 'N' TO WS-SW-ACCESO
007500     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
007600     IF WS-USUARIO = SPACES
007700         MOVE "ONLINE" TO WS-USUARIO
007800     END-IF
007810     MOVE 'I' TO WS-AUT-FUNCION
007820     MOVE 'R' TO WS-AUT-MODO
007830     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
007840     IF NOT WS-AUT-OK
007850         MOVE 'S' TO WS-SW-FIN-MENU
007860         GO TO 1000-EXIT
007870     END-IF
007880     MOVE 'S' TO WS-SW-ACCESO
007900     OPEN I-O NACION-REFERENCE
008000     IF NOT WS-NR-OK
008100         CLOSE NACION-REFERENCE
011700 1100-EXIT.
011800     EXIT.

011802*-----------------------------------------------------------*
011804*  1200-AUTORIZAR                                            *
011806*  PREGUNTA A VALOPER SI EL ROL DEL OPERADOR PERMITE LA       *
011808*  FUNCION EN WS-AUT-FUNCION.  EN MODO 'V' SOLO CONSULTA      *
011810*  (ARMADO DEL MENU); EN MODO 'R' EL RECHAZO QUEDA EN         *
011812*  RECHOPER Y SE AVISA AL OPERADOR.                           *
011814*-----------------------------------------------------------*
011816 1200-AUTORIZAR.
011818     CALL 'VALOPER' USING WS-USUARIO
011820                          WS-PROGRAMA
011822                          WS-AUT-FUNCION
011824                          WS-AUT-MODO
011826                          WS-AUT-RESULTADO
011828     IF WS-AUT-OK OR WS-AUT-MODO NOT = 'R'
011830         GO TO 1200-EXIT
011832     END-IF
011834     EVALUATE WS-AUT-RESULTADO
011836         WHEN '1'
011838             DISPLAY "EL USUARIO " WS-USUARIO
011840                     " NO ESTA REGISTRADO COMO OPERADOR."
011842         WHEN '2'
011844             DISPLAY "EL USUARIO " WS-USUARIO
011846                     " ESTA INHABILITADO."
011848         WHEN '3'
011850             DISPLAY "FUNCION NO AUTORIZADA PARA SU ROL."
011852         WHEN OTHER
011854             DISPLAY "NO SE PUDO VERIFICAR LA AUTORIZACION - "
011856                     "CONSULTE AL SUPERVISOR."
011858     END-EVALUATE.
011860 1200-EXIT.
011862     EXIT.

011900*-----------------------------------------------------------*
012000*  2000-PROCESAR-MENU                                        *
012100*  MUESTRA EL MENU Y DESPACHA LA OPCION ELEGIDA.              *
012300 2000-PROCESAR-MENU.
012400     DISPLAY WS-ESPACIO
012500     DISPLAY "MANTENIMIENTO DE CODIGOS DE NACIONALIDAD"
012510     MOVE 'N' TO WS-AUT-FUNCION
012520     MOVE 'V' TO WS-AUT-MODO
012530     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
012540     IF WS-AUT-OK
012600         DISPLAY "  A - ALTA      (ABRIR UN CODIGO NUEVO)"
012700         DISPLAY "  R - RETIRO    (RETIRAR UN CODIGO)"
012750     END-IF
012800     DISPLAY "  I - CONSULTA  (VER UN CODIGO)"
012900     DISPLAY "  X - FIN"
013000     DISPLAY "OPCION: "
013100     ACCEPT WS-OPCION
013200     EVALUATE WS-OPCION
013300         WHEN 'A'
013310             MOVE 'N' TO WS-AUT-FUNCION
013320             MOVE 'R' TO WS-AUT-MODO
013330             PERFORM 1200-AUTORIZAR THRU 1200-EXIT
013340             IF NOT WS-AUT-OK
013350                 GO TO 2000-EXIT
013360             END-IF
013400             PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
013500             IF NOT WS-LOTE-ABIERTO
013600                 PERFORM 3000-ALTA THRU 3000-EXIT
013700             END-IF
013800         WHEN 'R'
013810             MOVE 'N' TO WS-AUT-FUNCION
013820             MOVE 'R' TO WS-AUT-MODO
013830             PERFORM 1200-AUTORIZAR THRU 1200-EXIT
013840             IF NOT WS-AUT-OK
013850                 GO TO 2000-EXIT
013860             END-IF
013900             PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
014000             IF NOT WS-LOTE-ABIERTO
014100                 PERFORM 4000-RETIRO THRU 4000-EXIT
029600     EXIT.

029700 9000-FINALIZAR.
029710     IF NOT WS-ACCESO-OK
029720         GO TO 9000-EXIT
029730     END-IF
029800     CLOSE NACION-REFERENCE
029900     DISPLAY "FIN DEL MANTENIMIENTO DE NACIONALIDADES.".
030000 9000-EXIT.
