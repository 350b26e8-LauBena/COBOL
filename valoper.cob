000100*-----------------------------------------------------------*
000200*  PROGRAM  : VALOPER                                       *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     SHARED OPERATOR-AUTHORIZATION MODULE.  CALLED BY THE   *
000900*     ONLINE PROGRAMS (TESTECOB2, TESTEMNT, TESTEFIX,        *
001000*     TESTENAC, TESTEOPR, TESTEVCO) WITH THE OPERATOR'S USER *
001100*     ID AND THE FUNCTION ABOUT TO BE OFFERED OR RUN.  LOOKS *
001150*     THE USER UP ON THE OPERADOR FILE AND ANSWERS WHETHER   *
001200*     THE OPERATOR'S ROLE ALLOWS THAT FUNCTION.  THE ROLE    *
001250*     TABLE LIVES HERE ONLY, SO EVERY ONLINE PROGRAM         *
001300*     APPLIES THE SAME RULES.  IN MODE 'R' A REFUSAL IS ALSO *
001350*     APPENDED TO THE RECHOPER LOG SO COMPLIANCE CAN SEE WHO *
001400*     TRIED; IN MODE 'V' (USED TO DECIDE WHICH MENU LINES    *
001500*     TO SHOW) NOTHING IS LOGGED.  THE OPERATOR RECORD IS    *
001600*     READ ON THE FIRST CALL AND KEPT FOR THE REST OF THE    *
001700*     RUN - A ROLE CHANGE TAKES EFFECT ON THE OPERATOR'S     *
001800*     NEXT SESSION.  A MISSING OR UNREADABLE OPERADOR FILE   *
001900*     REFUSES EVERYTHING - BETTER A CLERK WHO CANNOT WORK    *
002000*     THAN AN UNCHECKED BAJA.                                *
002400*                                                            *
002500*  MODIFICATION HISTORY.                                    *
002600*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002650*     2026-10-15  RQ   FUNCTION 'D' (DEFUNCION) FOR CAPTURA  *
002660*                      AND SUPERVISOR, LIKE ALTA AND CAMBIO. *
002670*     2026-10-15  RQ   FUNCTION 'U' (DESFUSION) FOR THE      *
002680*                      SUPERVISOR ONLY, LIKE THE FUSION IT   *
002690*                      UNDOES.                               *
002692*     2026-10-15  RQ   FUNCTION 'P' (NO DUPLICADO) FOR THE   *
002694*                      SUPERVISOR ONLY, LIKE THE FUSION IT   *
002696*                      STANDS IN FOR.                        *
002697*     2026-10-15  RQ   FUNCTION 'E' (ANULAR CONSTANCIA) FOR  *
002698*                      THE SUPERVISOR ONLY.                  *
002700*-----------------------------------------------------------*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. VALOPER.
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
004000     COPY OPERSL.
004100     COPY RCHOPSL.

004200 DATA DIVISION.
004300 FILE SECTION.
004400     COPY OPERFD.
004500     COPY RCHOPFD.

004600 WORKING-STORAGE SECTION.
004700 01  WS-OP-STATUS                PIC X(02).
004800     88  WS-OP-OK                         VALUE '00'.
004900 01  WS-RO-STATUS                PIC X(02).
005000     88  WS-RO-OK                         VALUE '00'.

005100*  OPERADOR LEIDO EN LA PRIMERA LLAMADA.  SI LLEGA OTRO
005200*  USUARIO (NO DEBERIA, PERO NO SE ASUME) SE VUELVE A LEER.
005300 01  WS-USUARIO-LEIDO            PIC X(08)        VALUE SPACES.
005400 01  WS-ROL-LEIDO                PIC X(01)        VALUE SPACE.
005500     88  WS-ROL-CAPTURA                   VALUE 'C'.
005600     88  WS-ROL-CORRECCION                VALUE 'M'.
005700     88  WS-ROL-SUPERVISOR                VALUE 'S'.
005800     88  WS-ROL-REFERENCIA                VALUE 'R'.
005900 01  WS-ACCESO-BASE              PIC X(01)        VALUE SPACE.
006000*    '0' = OPERADOR HABILITADO   '1' = NO REGISTRADO
006100*    '2' = INHABILITADO          '4' = SIN ARCHIVO OPERADOR

006200 01  WS-FECHA-HOY                PIC 9(08).
006300 01  WS-HORA-AHORA               PIC 9(06).

006400 LINKAGE SECTION.
006500 01  LK-USUARIO                  PIC X(08).
006600 01  LK-PROGRAMA                 PIC X(08).
006700 01  LK-FUNCION                  PIC X(01).
006800*    'A' = ALTA            'C' = CAMBIO
006900*    'B' = BAJA            'F' = FUSION
006950*    'D' = DEFUNCION       'U' = DESFUSION
006960*    'P' = PAR NO DUPLICADO
006970*    'E' = ANULACION DE CONSTANCIA
007000*    'I' = CONSULTA        'K' = CORRECCION DE RECHAZOS
007100*    'N' = CODIGOS DE NACIONALIDAD
007200*    'O' = MANTENIMIENTO DE OPERADORES
007300 01  LK-MODO                     PIC X(01).
007400*    'V' = SOLO VERIFICAR (ARMADO DEL MENU)
007500*    'R' = VERIFICAR Y REGISTRAR EL RECHAZO EN RECHOPER
007600 01  LK-RESULTADO                PIC X(01).
007700*    '0' = AUTORIZADO
007800*    '1' = USUARIO NO REGISTRADO EN OPERADOR
007900*    '2' = USUARIO INHABILITADO
008000*    '3' = FUNCION FUERA DEL ROL DEL OPERADOR
008100*    '4' = NO SE PUDO LEER EL ARCHIVO OPERADOR

008200 PROCEDURE DIVISION USING LK-USUARIO
008300                          LK-PROGRAMA
008400                          LK-FUNCION
008500                          LK-MODO
008600                          LK-RESULTADO.

008700 0000-MAINLINE.
008800     PERFORM 1000-LEER-OPERADOR THRU 1000-EXIT
008900     PERFORM 2000-VERIFICAR-ROL THRU 2000-EXIT
009000     IF LK-RESULTADO NOT = '0' AND LK-MODO = 'R'
009100         PERFORM 3000-REGISTRAR-RECHAZO THRU 3000-EXIT
009200     END-IF
009300     GOBACK.

009400*-----------------------------------------------------------*
009500*  1000-LEER-OPERADOR                                       *
009600*  LEE EL OPERADOR UNA SOLA VEZ POR CORRIDA.  EL ARCHIVO SE  *
009700*  CIERRA ENSEGUIDA - TESTEOPR LO TIENE ABIERTO I-O EN LA    *
009800*  MISMA CORRIDA Y NO DEBE ENCONTRARLO TOMADO.               *
009900*-----------------------------------------------------------*
010000 1000-LEER-OPERADOR.
010100     IF WS-ACCESO-BASE NOT = SPACE
010200         AND LK-USUARIO = WS-USUARIO-LEIDO
010300         GO TO 1000-EXIT
010400     END-IF
010500     MOVE LK-USUARIO TO WS-USUARIO-LEIDO
010600     MOVE SPACE TO WS-ROL-LEIDO
010700     OPEN INPUT OPERATOR-FILE
010800     IF NOT WS-OP-OK
010900         DISPLAY "NO SE PUDO ABRIR OPERADOR - STATUS "
011000                 WS-OP-STATUS
011100         MOVE '4' TO WS-ACCESO-BASE
011200         GO TO 1000-EXIT
011300     END-IF
011400     MOVE LK-USUARIO TO OP-USUARIO
011500     READ OPERATOR-FILE
011600         INVALID KEY
011700             MOVE '1' TO WS-ACCESO-BASE
011800             CLOSE OPERATOR-FILE
011900             GO TO 1000-EXIT
012000     END-READ
012100     CLOSE OPERATOR-FILE
012200     MOVE OP-ROL TO WS-ROL-LEIDO
012300     IF OP-EST-HABILITADO
012400         MOVE '0' TO WS-ACCESO-BASE
012500     ELSE
012600         MOVE '2' TO WS-ACCESO-BASE
012700     END-IF.
012800 1000-EXIT.
012900     EXIT.

013000*-----------------------------------------------------------*
013100*  2000-VERIFICAR-ROL                                       *
013200*  LA TABLA DE ROLES.  EL SUPERVISOR PUEDE TODO LO QUE PUEDE *
013300*  UN OPERADOR DE CAPTURA O DE CORRECCION, Y ES EL UNICO QUE *
013400*  DA BAJAS, FUSIONA, DESHACE FUSIONES, DESCARTA PARES NO    *
013450*  DUPLICADOS, ANULA CONSTANCIAS Y MANTIENE OPERADORES.  LOS *
013500*  CODIGOS DE NACIONALIDAD SON DEL ADMINISTRADOR DE          *
013550*  REFERENCIAS.                                              *
013600*-----------------------------------------------------------*
013700 2000-VERIFICAR-ROL.
013800     IF WS-ACCESO-BASE NOT = '0'
013900         MOVE WS-ACCESO-BASE TO LK-RESULTADO
014000         GO TO 2000-EXIT
014100     END-IF
014200     MOVE '3' TO LK-RESULTADO
014300     EVALUATE LK-FUNCION
014400         WHEN 'I'
014500             MOVE '0' TO LK-RESULTADO
014600         WHEN 'A'
014700         WHEN 'C'
014750         WHEN 'D'
014800             IF WS-ROL-CAPTURA OR WS-ROL-SUPERVISOR
014900                 MOVE '0' TO LK-RESULTADO
015000             END-IF
015100         WHEN 'K'
015200             IF WS-ROL-CORRECCION OR WS-ROL-SUPERVISOR
015300                 MOVE '0' TO LK-RESULTADO
015400             END-IF
015500         WHEN 'B'
015600         WHEN 'F'
015650         WHEN 'U'
015660         WHEN 'P'
015670         WHEN 'E'
015700         WHEN 'O'
015800             IF WS-ROL-SUPERVISOR
015900                 MOVE '0' TO LK-RESULTADO
016000             END-IF
016100         WHEN 'N'
016200             IF WS-ROL-REFERENCIA
016300                 MOVE '0' TO LK-RESULTADO
016400             END-IF
016500         WHEN OTHER
016600             CONTINUE
016700     END-EVALUATE.
016800 2000-EXIT.
016900     EXIT.

017000*-----------------------------------------------------------*
017100*  3000-REGISTRAR-RECHAZO                                   *
017200*  AGREGA EL RECHAZO AL LOG RECHOPER.  SE ABRE Y SE CIERRA   *
017300*  EN CADA RECHAZO - SON POCOS Y ASI NINGUNO QUEDA EN UN     *
017400*  BUFFER SI LA SESION SE CORTA.                             *
017500*-----------------------------------------------------------*
017600 3000-REGISTRAR-RECHAZO.
017700     OPEN EXTEND REFUSAL-LOG
017800     IF NOT WS-RO-OK
017900         OPEN OUTPUT REFUSAL-LOG
018000     END-IF
018100     IF NOT WS-RO-OK
018200         DISPLAY "NO SE PUDO ABRIR RECHOPER - STATUS "
018300                 WS-RO-STATUS
018400         GO TO 3000-EXIT
018500     END-IF
018600     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
018700     ACCEPT WS-HORA-AHORA FROM TIME
018800     INITIALIZE RO-REFUSAL-RECORD
018900     MOVE WS-FECHA-HOY TO RO-FECHA
019000     MOVE WS-HORA-AHORA TO RO-HORA
019100     MOVE LK-USUARIO TO RO-USUARIO
019200     MOVE LK-PROGRAMA TO RO-PROGRAMA
019300     MOVE LK-FUNCION TO RO-FUNCION
019400     MOVE WS-ROL-LEIDO TO RO-ROL
019500     MOVE LK-RESULTADO TO RO-MOTIVO
019600     WRITE RO-REFUSAL-RECORD
019700     CLOSE REFUSAL-LOG.
019800 3000-EXIT.
019900     EXIT.
