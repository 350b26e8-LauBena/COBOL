003910*     2026-09-03  RQ   THE ALTA STAMPS PM-OFICINA '00' (THE     *
003920*                      CENTRAL OFFICE) AND THE AUDIT ROW        *
003930*                      CARRIES THE RECORD'S OFICINA.            *
003932*     2026-10-15  RQ   THE OPERATOR MUST BE ON OPERADOR WITH A  *
003934*                      ROLE THAT ALLOWS ALTAS (VALOPER) BEFORE  *
003936*                      ANY FILE IS OPENED; A REFUSAL IS LOGGED  *
003938*                      TO RECHOPER.                             *
003940*-----------------------------------------------------------*
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. TESTECOB2.
009400 77  WS-FECHA-HOY                PIC 9(08).
009500 77  WS-HORA-AHORA                PIC 9(06).
009600 77  WS-USUARIO                  PIC X(08).
009610 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTECB2'.
009620 77  WS-AUT-FUNCION              PIC X(01).
009630 77  WS-AUT-MODO                 PIC X(01).
009640 77  WS-AUT-RESULTADO            PIC X(01).
009650     88  WS-AUT-OK                        VALUE '0'.

009700 PROCEDURE DIVISION.

009800 0000-MAINLINE.
009900     PERFORM 1000-INICIAR THRU 1000-EXIT
009902     IF NOT WS-AUT-OK
009904         STOP RUN
009906     END-IF
009910     IF WS-LOTE-ABIERTO
009920         PERFORM 9000-FINALIZAR THRU 9000-EXIT
009930         STOP RUN
013200*  1000-INICIAR                                              *
013300*  ABRE EL REGISTRO DE PERSONAS, EL LOG DE AUDITORIA Y EL     *
013400*  CONTROL DE NUMEROS, Y OBTIENE LA FECHA, HORA Y USUARIO     *
013500*  PARA EL SELLO DE AUDITORIA DE ESTA CORRIDA.  SI EL         *
013550*  OPERADOR NO ESTA AUTORIZADO A DAR ALTAS NO SE ABRE NADA.   *
013600*-----------------------------------------------------------*
013700 1000-INICIAR.
013800     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
014100     IF WS-USUARIO = SPACES
014200         MOVE "BATCH" TO WS-USUARIO
014300     END-IF
014310     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014320     IF NOT WS-AUT-OK
014330         GO TO 1000-EXIT
014340     END-IF
014400     OPEN I-O PERSON-MASTER
014500     IF NOT WS-PM-OK
014600         CLOSE PERSON-MASTER
035900     CLOSE NUMBER-CONTROL.
036000 9000-EXIT.
036100     EXIT.

036200*-----------------------------------------------------------*
036210*  1200-AUTORIZAR                                            *
036220*  PREGUNTA A VALOPER SI EL ROL DEL OPERADOR PERMITE DAR      *
036230*  ALTAS.  EL RECHAZO QUEDA EN RECHOPER.                      *
036240*-----------------------------------------------------------*
036250 1200-AUTORIZAR.
036260     MOVE 'A' TO WS-AUT-FUNCION
036270     MOVE 'R' TO WS-AUT-MODO
036280     CALL 'VALOPER' USING WS-USUARIO
036290                          WS-PROGRAMA
036300                          WS-AUT-FUNCION
036310                          WS-AUT-MODO
036320                          WS-AUT-RESULTADO
036330     EVALUATE WS-AUT-RESULTADO
036340         WHEN '0'
036350             CONTINUE
036360         WHEN '1'
036370             DISPLAY "EL USUARIO " WS-USUARIO
036380                     " NO ESTA REGISTRADO COMO OPERADOR."
036390         WHEN '2'
036400             DISPLAY "EL USUARIO " WS-USUARIO
036410                     " ESTA INHABILITADO."
036420         WHEN '3'
036430             DISPLAY "SU ROL NO PERMITE DAR ALTAS."
036440         WHEN OTHER
036450             DISPLAY "NO SE PUDO VERIFICAR LA AUTORIZACION - "
036460                     "CONSULTE AL SUPERVISOR."
036470     END-EVALUATE.
036480 1200-EXIT.
036490     EXIT.
