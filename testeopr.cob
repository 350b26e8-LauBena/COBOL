000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEOPR                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     ONLINE MAINTENANCE MENU FOR THE OPERATOR FILE          *
000900*     (OPERADOR) - ALTA (REGISTER OR RE-ENABLE AN OPERATOR), *
001000*     ROL (CHANGE AN OPERATOR'S ROLE), INHABILITAR (TAKE AN  *
001100*     OPERATOR OFF THE SYSTEM) AND CONSULTA.  THE ROLE ON    *
001200*     THIS FILE IS WHAT VALOPER CHECKS BEFORE EVERY ONLINE   *
001300*     PROGRAM OFFERS OR RUNS A FUNCTION.  ONLY A SUPERVISOR  *
001400*     MAY RUN THIS PROGRAM.  AN OPERATOR IS NEVER DELETED -  *
001500*     THE USER ID STAYS ON EVERY AUDIT ROW IT EVER STAMPED - *
001600*     SO INHABILITAR IS A SOFT STATE CHANGE LIKE THE         *
001700*     NACIOREF RETIRO.  ON A NEW INSTALLATION THE FILE IS    *
001800*     EMPTY; THE FIRST RUN THEN ONLY ALLOWS THE USER RUNNING *
001900*     IT TO BE REGISTERED, AS THE FIRST SUPERVISOR.  NO      *
002000*     SUPERVISOR MAY INHABILITAR OR DEMOTE THEIR OWN USER    *
002100*     ID - THAT IS HOW A SITE ENDS UP WITH NOBODY ABLE TO    *
002150*     RUN THIS.                                              *
002200*                                                            *
002300*  MODIFICATION HISTORY.                                    *
002400*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002500*-----------------------------------------------------------*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. TESTEOPR.
002800 AUTHOR. R. QUIROGA.
002900 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
003500 OBJECT-COMPUTER. GNUCOBOL.

003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     COPY OPERSL.

003900 DATA DIVISION.
004000 FILE SECTION.
004100     COPY OPERFD.

004200 WORKING-STORAGE SECTION.
004300 77  WS-OP-STATUS                PIC X(02).
004400     88  WS-OP-OK                         VALUE '00'.

004500 77  WS-SW-FIN-MENU              PIC X(01).
004600     88  WS-FIN-MENU                      VALUE 'S'.
004700 77  WS-OPCION                   PIC X(01).
004800 77  WS-SW-ENCONTRADO            PIC X(01).
004900     88  WS-ENCONTRADO                    VALUE 'S'.
005000 77  WS-SW-CONFIRMA              PIC X(01).
005100     88  WS-CONFIRMADO                    VALUE 'S'.
005200 77  WS-SW-ARRANQUE              PIC X(01).
005300     88  WS-ARRANQUE                      VALUE 'S'.

005400 77  WS-OPERADOR                 PIC X(08).
005500 77  WS-NOMBRE                   PIC X(25).
005600 77  WS-ROL                      PIC X(01).
005700     88  WS-ROL-VALIDO                    VALUE 'C' 'M' 'S' 'R'.
005800 77  WS-ROL-DESCRIPCION          PIC X(25).

005900 77  WS-AUT-FUNCION              PIC X(01).
006000 77  WS-AUT-MODO                 PIC X(01).
006100 77  WS-AUT-RESULTADO            PIC X(01).
006200     88  WS-AUT-OK                        VALUE '0'.
006300 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTEOPR'.

006400 77  WS-FECHA-HOY                PIC 9(08).
006500 77  WS-HORA-AHORA               PIC 9(06).
006600 77  WS-USUARIO                  PIC X(08).
006700 77  WS-ESPACIO                  PIC X(30)
006800     VALUE '------------------------------'.

006900 PROCEDURE DIVISION.

007000 0000-MAINLINE.
007100     PERFORM 1000-INICIAR THRU 1000-EXIT
007200     PERFORM 2000-PROCESAR-MENU THRU 2000-EXIT
007300         UNTIL WS-FIN-MENU
007400     PERFORM 9000-FINALIZAR THRU 9000-EXIT
007500     STOP RUN.

007600*-----------------------------------------------------------*
007700*  1000-INICIAR                                              *
007800*  SI EL ARCHIVO OPERADOR ESTA VACIO SE ENTRA EN MODO         *
007900*  ARRANQUE (SOLO EL ALTA DEL PRIMER SUPERVISOR).  SI NO,     *
008000*  EL USUARIO TIENE QUE SER SUPERVISOR HABILITADO.  VALOPER   *
008100*  SE LLAMA CON EL ARCHIVO CERRADO - LO ABRE Y LO CIERRA EL.  *
008200*-----------------------------------------------------------*
008300 1000-INICIAR.
008400     MOVE 'N' TO WS-SW-FIN-MENU
008500     MOVE 'N' TO WS-SW-ARRANQUE
008600     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
008700     IF WS-USUARIO = SPACES
008800         MOVE "ONLINE" TO WS-USUARIO
008900     END-IF
009000     OPEN I-O OPERATOR-FILE
009100     IF NOT WS-OP-OK
009200         CLOSE OPERATOR-FILE
009300         OPEN OUTPUT OPERATOR-FILE
009400         CLOSE OPERATOR-FILE
009500         OPEN I-O OPERATOR-FILE
009600     END-IF
009700     MOVE LOW-VALUES TO OP-USUARIO
009800     START OPERATOR-FILE KEY IS NOT LESS THAN OP-USUARIO
009900         INVALID KEY
010000             MOVE 'S' TO WS-SW-ARRANQUE
010100     END-START
010200     IF WS-ARRANQUE
010300         DISPLAY "EL ARCHIVO DE OPERADORES ESTA VACIO."
010400         DISPLAY "SOLO SE PUEDE REGISTRAR A " WS-USUARIO
010500                 " COMO PRIMER SUPERVISOR."
010600         GO TO 1000-EXIT
010700     END-IF
010800     CLOSE OPERATOR-FILE
010900     MOVE 'O' TO WS-AUT-FUNCION
011000     MOVE 'R' TO WS-AUT-MODO
011100     CALL 'VALOPER' USING WS-USUARIO
011200                          WS-PROGRAMA
011300                          WS-AUT-FUNCION
011400                          WS-AUT-MODO
011500                          WS-AUT-RESULTADO
011600     IF NOT WS-AUT-OK
011700         DISPLAY "EL USUARIO " WS-USUARIO " NO ESTA AUTORIZADO "
011800                 "A MANTENER OPERADORES."
011900         MOVE 'S' TO WS-SW-FIN-MENU
012000         GO TO 1000-EXIT
012100     END-IF
012200     OPEN I-O OPERATOR-FILE.
012300 1000-EXIT.
012400     EXIT.

012500*-----------------------------------------------------------*
012600*  2000-PROCESAR-MENU                                        *
012700*  MUESTRA EL MENU Y DESPACHA LA OPCION ELEGIDA.  EN MODO     *
012800*  ARRANQUE SOLO SE OFRECE EL ALTA.                           *
012900*-----------------------------------------------------------*
013000 2000-PROCESAR-MENU.
013100     DISPLAY WS-ESPACIO
013200     DISPLAY "MANTENIMIENTO DE OPERADORES"
013300     DISPLAY "  A - ALTA      (REGISTRAR O REHABILITAR)"
013400     IF NOT WS-ARRANQUE
013500         DISPLAY "  R - ROL       (CAMBIAR EL ROL)"
013600         DISPLAY "  B - INHABILITAR"
013700         DISPLAY "  I - CONSULTA  (VER UN OPERADOR)"
013800     END-IF
013900     DISPLAY "  X - FIN"
014000     DISPLAY "OPCION: "
014100     ACCEPT WS-OPCION
014200     IF WS-ARRANQUE
014300         AND WS-OPCION NOT = 'A' AND WS-OPCION NOT = 'X'
014400         DISPLAY "OPCION INVALIDA - REINTENTE"
014500         GO TO 2000-EXIT
014600     END-IF
014700     EVALUATE WS-OPCION
014800         WHEN 'A'
014900             PERFORM 3000-ALTA THRU 3000-EXIT
015000         WHEN 'R'
015100             PERFORM 4000-CAMBIAR-ROL THRU 4000-EXIT
015200         WHEN 'B'
015300             PERFORM 5000-INHABILITAR THRU 5000-EXIT
015400         WHEN 'I'
015500             PERFORM 6000-CONSULTA THRU 6000-EXIT
015600         WHEN 'X'
015700             MOVE 'S' TO WS-SW-FIN-MENU
015800         WHEN OTHER
015900             DISPLAY "OPCION INVALIDA - REINTENTE"
016000     END-EVALUATE.
016100 2000-EXIT.
016200     EXIT.

016300*-----------------------------------------------------------*
016400*  3000-ALTA                                                 *
016500*  REGISTRA UN OPERADOR NUEVO.  SI EL USUARIO EXISTE          *
016600*  INHABILITADO SE OFRECE REHABILITARLO CON SU ROL ANTERIOR - *
016700*  EL ROL SE CAMBIA DESPUES CON LA OPCION R SI HACE FALTA.    *
016800*-----------------------------------------------------------*
016900 3000-ALTA.
017000     IF WS-ARRANQUE
017100         MOVE WS-USUARIO TO WS-OPERADOR
017200     ELSE
017300         DISPLAY "USUARIO (LOGNAME): "
017400         ACCEPT WS-OPERADOR
017500     END-IF
017600     IF WS-OPERADOR = SPACES
017700         DISPLAY "EL USUARIO NO PUEDE QUEDAR EN BLANCO."
017800         GO TO 3000-EXIT
017900     END-IF
018000     PERFORM 7000-LEER-OPERADOR THRU 7000-EXIT
018100     IF WS-ENCONTRADO AND OP-EST-HABILITADO
018200         PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
018300         DISPLAY "EL USUARIO " WS-OPERADOR " YA ESTA HABILITADO ("
018400                 WS-ROL-DESCRIPCION ")."
018500         GO TO 3000-EXIT
018600     END-IF
018700     IF WS-ENCONTRADO AND OP-EST-INHABILITADO
018800         PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
018900         DISPLAY "EL USUARIO " WS-OPERADOR
019000                 " EXISTE INHABILITADO (" WS-ROL-DESCRIPCION ")."
019100         DISPLAY "REHABILITARLO (S/N): "
019200         ACCEPT WS-SW-CONFIRMA
019300         IF NOT WS-CONFIRMADO
019400             DISPLAY "ALTA CANCELADA."
019500             GO TO 3000-EXIT
019600         END-IF
019700         PERFORM 8000-SELLAR-MODIFICACION THRU 8000-EXIT
019800         MOVE 'A' TO OP-ESTADO
019900         REWRITE OP-OPERATOR-RECORD
020000             INVALID KEY
020100                 DISPLAY "ERROR AL GRABAR - STATUS " WS-OP-STATUS
020200                 GO TO 3000-EXIT
020300         END-REWRITE
020400         DISPLAY "USUARIO " WS-OPERADOR " REHABILITADO."
020500         GO TO 3000-EXIT
020600     END-IF
020700     DISPLAY "NOMBRE Y APELLIDO: "
020800     ACCEPT WS-NOMBRE
020900     IF WS-NOMBRE = SPACES
021000         DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO."
021100         GO TO 3000-EXIT
021200     END-IF
021300     IF WS-ARRANQUE
021400         MOVE 'S' TO WS-ROL
021500     ELSE
021600         PERFORM 7600-PEDIR-ROL THRU 7600-EXIT
021700         IF NOT WS-ROL-VALIDO
021800             GO TO 3000-EXIT
021900         END-IF
022000     END-IF
022100     INITIALIZE OP-OPERATOR-RECORD
022200     MOVE WS-OPERADOR TO OP-USUARIO
022300     MOVE WS-NOMBRE TO OP-NOMBRE
022400     MOVE WS-ROL TO OP-ROL
022500     MOVE 'A' TO OP-ESTADO
022600     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
022700     ACCEPT WS-HORA-AHORA FROM TIME
022800     MOVE WS-FECHA-HOY TO OP-FECHA-ALTA OP-FECHA-ULT-MOD
022900     MOVE WS-HORA-AHORA TO OP-HORA-ALTA OP-HORA-ULT-MOD
023000     MOVE WS-USUARIO TO OP-USUARIO-ALTA OP-USUARIO-ULT-MOD
023100     WRITE OP-OPERATOR-RECORD
023200         INVALID KEY
023300             DISPLAY "ERROR AL GRABAR - STATUS " WS-OP-STATUS
023400             GO TO 3000-EXIT
023500     END-WRITE
023600     PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
023700     DISPLAY "USUARIO " WS-OPERADOR " REGISTRADO COMO "
023800             WS-ROL-DESCRIPCION "."
023900     IF WS-ARRANQUE
024000         MOVE 'N' TO WS-SW-ARRANQUE
024100     END-IF.
024200 3000-EXIT.
024300     EXIT.

024400*-----------------------------------------------------------*
024500*  4000-CAMBIAR-ROL                                          *
024600*  CAMBIA EL ROL DE UN OPERADOR.  RIGE DESDE SU PROXIMA       *
024700*  SESION - VALOPER LEE EL ROL UNA VEZ POR CORRIDA.           *
024800*-----------------------------------------------------------*
024900 4000-CAMBIAR-ROL.
025000     DISPLAY "USUARIO: "
025100     ACCEPT WS-OPERADOR
025200     PERFORM 7000-LEER-OPERADOR THRU 7000-EXIT
025300     IF NOT WS-ENCONTRADO
025400         DISPLAY "NO EXISTE EL USUARIO " WS-OPERADOR "."
025500         GO TO 4000-EXIT
025600     END-IF
025700     IF WS-OPERADOR = WS-USUARIO
025800         DISPLAY "NO PUEDE CAMBIAR SU PROPIO ROL."
025900         GO TO 4000-EXIT
026000     END-IF
026100     PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
026200     DISPLAY "USUARIO: " OP-USUARIO " - " OP-NOMBRE
026300     DISPLAY "ROL ACTUAL: " WS-ROL-DESCRIPCION
026400     PERFORM 7600-PEDIR-ROL THRU 7600-EXIT
026500     IF NOT WS-ROL-VALIDO
026600         GO TO 4000-EXIT
026700     END-IF
026800     IF WS-ROL = OP-ROL
026900         DISPLAY "EL ROL NO CAMBIA."
027000         GO TO 4000-EXIT
027100     END-IF
027200     PERFORM 8000-SELLAR-MODIFICACION THRU 8000-EXIT
027300     MOVE WS-ROL TO OP-ROL
027400     REWRITE OP-OPERATOR-RECORD
027500         INVALID KEY
027600             DISPLAY "ERROR AL GRABAR - STATUS " WS-OP-STATUS
027700             GO TO 4000-EXIT
027800     END-REWRITE
027900     PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
028000     DISPLAY "USUARIO " WS-OPERADOR " AHORA ES "
028100             WS-ROL-DESCRIPCION ".".
028200 4000-EXIT.
028300     EXIT.

028400*-----------------------------------------------------------*
028500*  5000-INHABILITAR                                          *
028600*  SACA A UN OPERADOR DEL SISTEMA SIN BORRARLO.               *
028700*-----------------------------------------------------------*
028800 5000-INHABILITAR.
028900     DISPLAY "USUARIO A INHABILITAR: "
029000     ACCEPT WS-OPERADOR
029100     PERFORM 7000-LEER-OPERADOR THRU 7000-EXIT
029200     IF NOT WS-ENCONTRADO
029300         DISPLAY "NO EXISTE EL USUARIO " WS-OPERADOR "."
029400         GO TO 5000-EXIT
029500     END-IF
029600     IF OP-EST-INHABILITADO
029700         DISPLAY "EL USUARIO " WS-OPERADOR
029710                 " YA ESTA INHABILITADO."
029800         GO TO 5000-EXIT
029900     END-IF
030000     IF WS-OPERADOR = WS-USUARIO
030100         DISPLAY "NO PUEDE INHABILITARSE A SI MISMO."
030200         GO TO 5000-EXIT
030300     END-IF
030400     DISPLAY "USUARIO: " OP-USUARIO " - " OP-NOMBRE
030500     DISPLAY "CONFIRMA LA INHABILITACION (S/N): "
030600     ACCEPT WS-SW-CONFIRMA
030700     IF NOT WS-CONFIRMADO
030800         DISPLAY "INHABILITACION CANCELADA."
030900         GO TO 5000-EXIT
031000     END-IF
031100     PERFORM 8000-SELLAR-MODIFICACION THRU 8000-EXIT
031200     MOVE 'I' TO OP-ESTADO
031300     REWRITE OP-OPERATOR-RECORD
031400         INVALID KEY
031500             DISPLAY "ERROR AL GRABAR - STATUS " WS-OP-STATUS
031600             GO TO 5000-EXIT
031700     END-REWRITE
031800     DISPLAY "USUARIO " WS-OPERADOR " INHABILITADO.".
031900 5000-EXIT.
032000     EXIT.

032100*-----------------------------------------------------------*
032200*  6000-CONSULTA                                              *
032300*-----------------------------------------------------------*
032400 6000-CONSULTA.
032500     DISPLAY "USUARIO: "
032600     ACCEPT WS-OPERADOR
032700     PERFORM 7000-LEER-OPERADOR THRU 7000-EXIT
032800     IF NOT WS-ENCONTRADO
032900         DISPLAY "NO EXISTE EL USUARIO " WS-OPERADOR "."
033000         GO TO 6000-EXIT
033100     END-IF
033200     PERFORM 7500-DESCRIBIR-ROL THRU 7500-EXIT
033300     DISPLAY "USUARIO.......: " OP-USUARIO
033400     DISPLAY "NOMBRE........: " OP-NOMBRE
033500     DISPLAY "ROL...........: " WS-ROL-DESCRIPCION
033600     IF OP-EST-INHABILITADO
033700         DISPLAY "ESTADO........: INHABILITADO"
033800     ELSE
033900         DISPLAY "ESTADO........: HABILITADO"
034000     END-IF
034100     DISPLAY "ALTA..........: " OP-FECHA-ALTA " " OP-HORA-ALTA
034200             " " OP-USUARIO-ALTA
034300     DISPLAY "ULT. CAMBIO...: " OP-FECHA-ULT-MOD " "
034400             OP-HORA-ULT-MOD " " OP-USUARIO-ULT-MOD.
034500 6000-EXIT.
034600     EXIT.

034700*-----------------------------------------------------------*
034800*  7000-LEER-OPERADOR                                         *
034900*-----------------------------------------------------------*
035000 7000-LEER-OPERADOR.
035100     MOVE WS-OPERADOR TO OP-USUARIO
035200     READ OPERATOR-FILE
035300         INVALID KEY
035400             MOVE 'N' TO WS-SW-ENCONTRADO
035500         NOT INVALID KEY
035600             MOVE 'S' TO WS-SW-ENCONTRADO
035700     END-READ.
035800 7000-EXIT.
035900     EXIT.

036000*-----------------------------------------------------------*
036100*  7500-DESCRIBIR-ROL                                         *
036200*  DESCRIPCION DEL ROL GRABADO EN OP-ROL.                     *
036300*-----------------------------------------------------------*
036400 7500-DESCRIBIR-ROL.
036500     EVALUATE TRUE
036600         WHEN OP-ROL-CAPTURA
036700             MOVE "CAPTURA" TO WS-ROL-DESCRIPCION
036800         WHEN OP-ROL-CORRECCION
036900             MOVE "CORRECCION DE RECHAZOS" TO WS-ROL-DESCRIPCION
037000         WHEN OP-ROL-SUPERVISOR
037100             MOVE "SUPERVISOR" TO WS-ROL-DESCRIPCION
037200         WHEN OP-ROL-REFERENCIA
037300             MOVE "ADMINISTRADOR DE REFERENC." TO
037400                  WS-ROL-DESCRIPCION
037500         WHEN OTHER
037600             MOVE "ROL DESCONOCIDO" TO WS-ROL-DESCRIPCION
037700     END-EVALUATE.
037800 7500-EXIT.
037900     EXIT.

038000*-----------------------------------------------------------*
038100*  7600-PEDIR-ROL                                             *
038200*-----------------------------------------------------------*
038300 7600-PEDIR-ROL.
038400     DISPLAY "ROL:  C - CAPTURA"
038500     DISPLAY "      M - CORRECCION DE RECHAZOS"
038600     DISPLAY "      S - SUPERVISOR"
038700     DISPLAY "      R - ADMINISTRADOR DE REFERENCIAS"
038800     DISPLAY "ROL: "
038900     ACCEPT WS-ROL
039000     IF NOT WS-ROL-VALIDO
039100         DISPLAY "ROL INVALIDO - OPERACION CANCELADA."
039200     END-IF.
039300 7600-EXIT.
039400     EXIT.

039500*-----------------------------------------------------------*
039600*  8000-SELLAR-MODIFICACION                                   *
039700*  SELLA EL REGISTRO CON FECHA/HORA/USUARIO DEL CAMBIO, EL    *
039800*  MISMO SELLO QUE TESTENAC DEJA EN NACIOREF.                 *
039900*-----------------------------------------------------------*
040000 8000-SELLAR-MODIFICACION.
040100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
040200     ACCEPT WS-HORA-AHORA FROM TIME
040300     MOVE WS-FECHA-HOY TO OP-FECHA-ULT-MOD
040400     MOVE WS-HORA-AHORA TO OP-HORA-ULT-MOD
040500     MOVE WS-USUARIO TO OP-USUARIO-ULT-MOD.
040600 8000-EXIT.
040700     EXIT.

040800 9000-FINALIZAR.
040900     CLOSE OPERATOR-FILE
041000     DISPLAY "FIN DEL MANTENIMIENTO DE OPERADORES.".
041100 9000-EXIT.
041200     EXIT.
