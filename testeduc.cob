000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEDUC                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     SECOND STEP OF THE PERIODIC DUPLICATE-CANDIDATE SWEEP  *
000900*     (JOB TESTEDUP).  READS THE BLOCKING KEYS TESTEDUP      *
001000*     WROTE, SORTED BY BLOCK, AND COMPARES EVERY PAIR OF     *
001100*     PEOPLE INSIDE EACH BLOCK.  EACH PAIR IS SCORED:        *
001200*        DNI        IGUAL +50   PARECIDO +25   DISTINTO -20  *
001300*        FECHA NAC  IGUAL +25   DISTINTA -20                 *
001400*                   FALTA EN UNO O EN LOS DOS +10            *
001500*        APELLIDO   IGUAL +20   FONETICAMENTE IGUAL +15      *
001600*        NOMBRE     IGUAL +15   FONETICAMENTE IGUAL +10      *
001700*        NOMBRE Y APELLIDO TRANSPUESTOS +30 (EN LUGAR DE     *
001800*                   LOS DOS ANTERIORES, SI DA MAS)           *
001900*        NACIONALIDAD IGUAL +5                               *
002000*     (A NEGATIVE TOTAL COUNTS AS ZERO).  A DNI IS PARECIDO  *
002100*     WHEN IT DIFFERS IN ONE POSITION OR BY TWO ADJACENT     *
002200*     DIGITS TRANSPOSED.  A PAIR AT OR ABOVE THE MINIMUM     *
002300*     PUNTAJE (SYSIN CARD, 3 DIGITS; 040 IF BLANK) IS        *
002400*     WRITTEN TO DUPCAND UNLESS THE FUSION DESK ALREADY      *
002500*     MARKED IT NO DUPLICADO ON NODUPLIC.                    *
002600*     TWO PEOPLE CAN SHARE MORE THAN ONE BLOCK; THE PAIR IS  *
002700*     ONLY SCORED IN THE FIRST ONE (ORDER P, N, D, E - SEE   *
002800*     DUPKRC) SO IT IS NEVER OFFERED TWICE.  A BLOCK OF MORE *
002900*     THAN 200 PEOPLE IS COMPARED ON ITS FIRST 200 ONLY AND  *
003000*     COUNTED AS TRUNCADO ON SYSOUT.                         *
003100*                                                            *
003200*  MODIFICATION HISTORY.                                    *
003300*     2026-10-15  RQ   ORIGINAL VERSION.                     *
003400*-----------------------------------------------------------*
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. TESTEDUC.
003700 AUTHOR. R. QUIROGA.
003800 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003900 DATE-WRITTEN. 2026-10-15.
004000 DATE-COMPILED.

004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. GNUCOBOL.
004400 OBJECT-COMPUTER. GNUCOBOL.

004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     COPY DUPKSL.
004800     COPY DUPCSL.
004900     COPY NODUPSL.

005000 DATA DIVISION.
005100 FILE SECTION.
005200     COPY DUPKFD.
005300     COPY DUPCFD.
005400     COPY NODUPFD.

005500 WORKING-STORAGE SECTION.
005600 77  WS-DK-STATUS                PIC X(02).
005700     88  WS-DK-OK                         VALUE '00'.
005800 77  WS-DC-STATUS                PIC X(02).
005900     88  WS-DC-OK                         VALUE '00'.
006000 77  WS-ND-STATUS                PIC X(02).
006100     88  WS-ND-OK                         VALUE '00'.
006200     88  WS-ND-INEXISTENTE                VALUE '35'.

006300 77  WS-SW-FIN-CLAVES            PIC X(01).
006400     88  WS-FIN-CLAVES                    VALUE 'S'.
006500 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
006600     88  WS-CORRIDA-CANCELADA             VALUE 'S'.
006700 77  WS-SW-NODUPLIC              PIC X(01).
006800     88  WS-NODUPLIC-ABIERTO              VALUE 'S'.
006900 77  WS-SW-TRUNCADO              PIC X(01).
007000     88  WS-BLOQUE-TRUNCADO               VALUE 'S'.
007100 77  WS-SW-YA-COMPARADO          PIC X(01).
007200     88  WS-YA-COMPARADO                  VALUE 'S'.

007300 77  WS-PUNTAJE-ENT              PIC X(03).
007400 77  WS-PUNTAJE-MINIMO           PIC 9(03).
007500 77  WS-FECHA-HOY                PIC 9(08).

007600 77  WS-CONTADOR-CLAVES          PIC 9(08)        COMP.
007700 77  WS-CONTADOR-BLOQUES         PIC 9(08)        COMP.
007800 77  WS-CONTADOR-TRUNCADOS       PIC 9(08)        COMP.
007900 77  WS-CONTADOR-PARES           PIC 9(08)        COMP.
008000 77  WS-CONTADOR-REPETIDOS       PIC 9(08)        COMP.
008100 77  WS-CONTADOR-DESCARTADOS     PIC 9(08)        COMP.
008200 77  WS-CONTADOR-CANDIDATOS      PIC 9(08)        COMP.

008300*  EL BLOQUE EN CURSO.  WS-TB-CLAVE-P ES LA CLAVE FONETICA
008400*  DE CADA PERSONA, RECALCULADA PARA SABER SI UN PAR QUE SE
008500*  ENCUENTRA EN UN BLOQUE POSTERIOR YA SE COMPARO EN 'P'.
008600 01  WS-BLOQUE-ACTUAL.
008700     05  WS-BLQ-TIPO             PIC X(01).
008800     05  WS-BLQ-CLAVE            PIC X(12).
008900 77  WS-CANT-BLOQUE              PIC 9(04)        COMP.
009000 77  WS-MAX-BLOQUE               PIC 9(04)        COMP
009100         VALUE 200.
009200 01  WS-TABLA-BLOQUE.
009300     05  WS-TB-ENTRADA           OCCURS 200 TIMES.
009400         10  WS-TB-NRO           PIC 9(08).
009500         10  WS-TB-APELLIDO      PIC X(15).
009600         10  WS-TB-NOMBRE        PIC X(10).
009700         10  WS-TB-FECHA-NAC     PIC X(08).
009800         10  WS-TB-FNAC-NUM REDEFINES WS-TB-FECHA-NAC
009900                                 PIC 9(08).
010000         10  WS-TB-DOCUMENTO.
010100             15  WS-TB-DOC-INICIO PIC X(04).
010200             15  WS-TB-DOC-FINAL  PIC X(04).
010300         10  WS-TB-NACIONALIDAD  PIC X(15).
010400         10  WS-TB-OFICINA       PIC X(02).
010500         10  WS-TB-FON-APELLIDO  PIC X(06).
010600         10  WS-TB-FON-NOMBRE    PIC X(06).
010700         10  WS-TB-CLAVE-P       PIC X(12).
010800 77  WS-I                        PIC 9(04)        COMP.
010900 77  WS-J                        PIC 9(04)        COMP.
011000 77  WS-K                        PIC 9(04)        COMP.
011100 77  WS-DESDE                    PIC 9(04)        COMP.
011200 77  WS-MENOR                    PIC 9(04)        COMP.
011300 77  WS-MAYOR                    PIC 9(04)        COMP.

011400*  PUNTAJE DEL PAR EN CURSO Y SUS INDICADORES.
011500 77  WS-PUNTAJE                  PIC S9(04)       COMP.
011600 77  WS-PTS-DIRECTO              PIC S9(04)       COMP.
011700 77  WS-PTS-CRUZADO              PIC S9(04)       COMP.
011800 77  WS-IND-DNI                  PIC X(01).
011900 77  WS-IND-FNAC                 PIC X(01).
012000 77  WS-IND-APELLIDO             PIC X(01).
012100 77  WS-IND-NOMBRE               PIC X(01).
012200 77  WS-IND-CRUZADO              PIC X(01).

012300*  COMPARACION POSICION A POSICION DE DOS DNI.
012400 01  WS-DOC-1                    PIC X(08).
012500 01  WS-DOC-1-DET REDEFINES WS-DOC-1.
012600     05  WS-D1                   OCCURS 8 TIMES
012700                                 PIC X(01).
012800 01  WS-DOC-2                    PIC X(08).
012900 01  WS-DOC-2-DET REDEFINES WS-DOC-2.
013000     05  WS-D2                   OCCURS 8 TIMES
013100                                 PIC X(01).
013200 77  WS-DIFERENCIAS              PIC 9(02)        COMP.
013300 77  WS-POS-DIF-1                PIC 9(02)        COMP.
013400 77  WS-POS-DIF-2                PIC 9(02)        COMP.
013500 77  WS-SW-DNI-PARECIDO          PIC X(01).
013600     88  WS-DNI-PARECIDO                  VALUE 'S'.

013700 PROCEDURE DIVISION.

013800 0000-MAINLINE.
013900     PERFORM 1000-INICIAR THRU 1000-EXIT
014000     IF NOT WS-CORRIDA-CANCELADA
014100         PERFORM 2000-PROCESAR-CLAVE THRU 2000-EXIT
014200             UNTIL WS-FIN-CLAVES
014300         PERFORM 3000-CERRAR-BLOQUE THRU 3000-EXIT
014400     END-IF
014500     PERFORM 9000-FINALIZAR THRU 9000-EXIT
014600     STOP RUN.

014700*-----------------------------------------------------------*
014800*  1000-INICIAR                                              *
014900*  SIN NODUPLIC (TODAVIA NO SE DESCARTO NINGUN PAR) EL       *
015000*  BARRIDO SIGUE; SI EXISTE Y NO SE PUEDE LEER, SE CANCELA - *
015100*  VOLVERIAN A SALIR PARES QUE LA MESA YA DESCARTO.          *
015200*-----------------------------------------------------------*
015300 1000-INICIAR.
015400     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
015500     MOVE 'N' TO WS-SW-FIN-CLAVES
015600     MOVE 'N' TO WS-SW-NODUPLIC
015700     MOVE 'N' TO WS-SW-TRUNCADO
015800     MOVE ZERO TO WS-CONTADOR-CLAVES
015900     MOVE ZERO TO WS-CONTADOR-BLOQUES
016000     MOVE ZERO TO WS-CONTADOR-TRUNCADOS
016100     MOVE ZERO TO WS-CONTADOR-PARES
016200     MOVE ZERO TO WS-CONTADOR-REPETIDOS
016300     MOVE ZERO TO WS-CONTADOR-DESCARTADOS
016400     MOVE ZERO TO WS-CONTADOR-CANDIDATOS
016500     MOVE ZERO TO WS-CANT-BLOQUE
016600     MOVE SPACES TO WS-BLOQUE-ACTUAL
016700     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
016800     ACCEPT WS-PUNTAJE-ENT
016900     IF WS-PUNTAJE-ENT IS NUMERIC
017000         MOVE WS-PUNTAJE-ENT TO WS-PUNTAJE-MINIMO
017100     ELSE
017200         MOVE 40 TO WS-PUNTAJE-MINIMO
017300     END-IF
017400     DISPLAY "TESTEDUC - PUNTAJE MINIMO: " WS-PUNTAJE-MINIMO
017500     OPEN INPUT NO-DUPLICATE-FILE
017600     IF WS-ND-OK
017700         MOVE 'S' TO WS-SW-NODUPLIC
017800     ELSE
017900         IF WS-ND-INEXISTENTE
018000             DISPLAY "TESTEDUC - NODUPLIC TODAVIA NO EXISTE - "
018100                     "NO HAY PARES DESCARTADOS."
018200         ELSE
018300             DISPLAY "NO SE PUDO ABRIR NODUPLIC - STATUS "
018400                     WS-ND-STATUS
018500             MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
018600             MOVE 8 TO RETURN-CODE
018700             GO TO 1000-EXIT
018800         END-IF
018900     END-IF
019000     OPEN INPUT DUP-KEY-FILE
019100     IF NOT WS-DK-OK
019200         DISPLAY "NO SE PUDO ABRIR DUPCLAVE - STATUS "
019300                 WS-DK-STATUS
019400         PERFORM 1100-CERRAR-NODUPLIC THRU 1100-EXIT
019500         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
019600         MOVE 8 TO RETURN-CODE
019700         GO TO 1000-EXIT
019800     END-IF
019900     OPEN OUTPUT DUP-CANDIDATE-FILE
020000     IF NOT WS-DC-OK
020100         DISPLAY "NO SE PUDO ABRIR DUPCAND - STATUS "
020200                 WS-DC-STATUS
020300         PERFORM 1100-CERRAR-NODUPLIC THRU 1100-EXIT
020400         CLOSE DUP-KEY-FILE
020500         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
020600         MOVE 8 TO RETURN-CODE
020700         GO TO 1000-EXIT
020800     END-IF
020900     PERFORM 2100-LEER-CLAVE THRU 2100-EXIT.
021000 1000-EXIT.
021100     EXIT.

021200 1100-CERRAR-NODUPLIC.
021300     IF WS-NODUPLIC-ABIERTO
021400         CLOSE NO-DUPLICATE-FILE
021500     END-IF.
021600 1100-EXIT.
021700     EXIT.

021800*-----------------------------------------------------------*
021900*  2000-PROCESAR-CLAVE                                       *
022000*  CORTE DE CONTROL POR BLOQUE.  CADA CLAVE SE AGREGA A LA   *
022100*  TABLA DEL BLOQUE EN CURSO; AL CAMBIAR DE BLOQUE SE         *
022200*  COMPARAN TODOS SUS PARES.                                  *
022300*-----------------------------------------------------------*
022400 2000-PROCESAR-CLAVE.
022500     ADD 1 TO WS-CONTADOR-CLAVES
022600     IF DK-TIPO-BLOQUE NOT = WS-BLQ-TIPO
022700         OR DK-CLAVE-BLOQUE NOT = WS-BLQ-CLAVE
022800         PERFORM 3000-CERRAR-BLOQUE THRU 3000-EXIT
022900         MOVE DK-TIPO-BLOQUE TO WS-BLQ-TIPO
023000         MOVE DK-CLAVE-BLOQUE TO WS-BLQ-CLAVE
023100     END-IF
023200     IF WS-CANT-BLOQUE < WS-MAX-BLOQUE
023300         PERFORM 2200-AGREGAR-A-BLOQUE THRU 2200-EXIT
023400     ELSE
023500         MOVE 'S' TO WS-SW-TRUNCADO
023600     END-IF
023700     PERFORM 2100-LEER-CLAVE THRU 2100-EXIT.
023800 2000-EXIT.
023900     EXIT.

024000 2100-LEER-CLAVE.
024100     READ DUP-KEY-FILE
024200         AT END
024300             MOVE 'S' TO WS-SW-FIN-CLAVES
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.

024700 2200-AGREGAR-A-BLOQUE.
024800     ADD 1 TO WS-CANT-BLOQUE
024900     MOVE DK-NRO-PERSONA TO WS-TB-NRO(WS-CANT-BLOQUE)
025000     MOVE DK-APELLIDO TO WS-TB-APELLIDO(WS-CANT-BLOQUE)
025100     MOVE DK-NOMBRE TO WS-TB-NOMBRE(WS-CANT-BLOQUE)
025200     MOVE DK-FECHA-NAC TO WS-TB-FECHA-NAC(WS-CANT-BLOQUE)
025300     MOVE DK-DOCUMENTO TO WS-TB-DOCUMENTO(WS-CANT-BLOQUE)
025400     MOVE DK-NACIONALIDAD TO WS-TB-NACIONALIDAD(WS-CANT-BLOQUE)
025500     MOVE DK-OFICINA TO WS-TB-OFICINA(WS-CANT-BLOQUE)
025600     MOVE DK-FON-APELLIDO TO WS-TB-FON-APELLIDO(WS-CANT-BLOQUE)
025700     MOVE DK-FON-NOMBRE TO WS-TB-FON-NOMBRE(WS-CANT-BLOQUE)
025800     MOVE SPACES TO WS-TB-CLAVE-P(WS-CANT-BLOQUE)
025900     IF DK-FON-APELLIDO = SPACES
026000         GO TO 2200-EXIT
026100     END-IF
026200     IF DK-FON-APELLIDO < DK-FON-NOMBRE
026300         STRING DK-FON-APELLIDO DK-FON-NOMBRE
026400             DELIMITED BY SIZE
026500             INTO WS-TB-CLAVE-P(WS-CANT-BLOQUE)
026600     ELSE
026700         STRING DK-FON-NOMBRE DK-FON-APELLIDO
026800             DELIMITED BY SIZE
026900             INTO WS-TB-CLAVE-P(WS-CANT-BLOQUE)
027000     END-IF.
027100 2200-EXIT.
027200     EXIT.

027300*-----------------------------------------------------------*
027400*  3000-CERRAR-BLOQUE                                        *
027500*  COMPARA CADA PERSONA DEL BLOQUE CON LAS QUE LA SIGUEN Y   *
027600*  DEJA LA TABLA VACIA PARA EL BLOQUE SIGUIENTE.             *
027700*-----------------------------------------------------------*
027800 3000-CERRAR-BLOQUE.
027900     IF WS-CANT-BLOQUE = ZERO
028000         GO TO 3000-EXIT
028100     END-IF
028200     ADD 1 TO WS-CONTADOR-BLOQUES
028300     IF WS-BLOQUE-TRUNCADO
028400         ADD 1 TO WS-CONTADOR-TRUNCADOS
028500         DISPLAY "TESTEDUC - BLOQUE " WS-BLQ-TIPO " "
028600                 WS-BLQ-CLAVE " TRUNCADO EN "
028700                 WS-MAX-BLOQUE " PERSONAS."
028800     END-IF
028900     IF WS-CANT-BLOQUE > 1
029000         PERFORM 3100-COMPARAR-CONTRA-RESTO THRU 3100-EXIT
029100             VARYING WS-I FROM 1 BY 1
029200             UNTIL WS-I >= WS-CANT-BLOQUE
029300     END-IF
029400     MOVE ZERO TO WS-CANT-BLOQUE
029500     MOVE 'N' TO WS-SW-TRUNCADO.
029600 3000-EXIT.
029700     EXIT.

029800 3100-COMPARAR-CONTRA-RESTO.
029900     COMPUTE WS-DESDE = WS-I + 1
030000     PERFORM 3200-COMPARAR-PAR THRU 3200-EXIT
030100         VARYING WS-J FROM WS-DESDE BY 1
030200         UNTIL WS-J > WS-CANT-BLOQUE.
030300 3100-EXIT.
030400     EXIT.

030500*-----------------------------------------------------------*
030600*  3200-COMPARAR-PAR                                         *
030700*  PUNTUA EL PAR (I, J) Y, SI LLEGA AL MINIMO Y LA MESA NO   *
030800*  LO DESCARTO, LO GRABA EN DUPCAND.                         *
030900*-----------------------------------------------------------*
031000 3200-COMPARAR-PAR.
031100     ADD 1 TO WS-CONTADOR-PARES
031200     PERFORM 3300-VER-BLOQUE-ANTERIOR THRU 3300-EXIT
031300     IF WS-YA-COMPARADO
031400         ADD 1 TO WS-CONTADOR-REPETIDOS
031500         GO TO 3200-EXIT
031600     END-IF
031700     PERFORM 3400-PUNTUAR THRU 3400-EXIT
031800     IF WS-PUNTAJE < WS-PUNTAJE-MINIMO
031900         GO TO 3200-EXIT
032000     END-IF
032100     IF WS-TB-NRO(WS-I) < WS-TB-NRO(WS-J)
032200         MOVE WS-I TO WS-MENOR
032300         MOVE WS-J TO WS-MAYOR
032400     ELSE
032500         MOVE WS-J TO WS-MENOR
032600         MOVE WS-I TO WS-MAYOR
032700     END-IF
032800     IF WS-NODUPLIC-ABIERTO
032900         MOVE WS-TB-NRO(WS-MENOR) TO ND-NRO-MENOR
033000         MOVE WS-TB-NRO(WS-MAYOR) TO ND-NRO-MAYOR
033100         READ NO-DUPLICATE-FILE
033200             INVALID KEY
033300                 CONTINUE
033400             NOT INVALID KEY
033500                 ADD 1 TO WS-CONTADOR-DESCARTADOS
033600                 GO TO 3200-EXIT
033700         END-READ
033800     END-IF
033900     PERFORM 3500-GRABAR-CANDIDATO THRU 3500-EXIT.
034000 3200-EXIT.
034100     EXIT.

034200*-----------------------------------------------------------*
034300*  3300-VER-BLOQUE-ANTERIOR                                  *
034400*  UN PAR QUE TAMBIEN COMPARTE UN BLOQUE QUE VA ANTES EN EL  *
034500*  ORDEN P, N, D, E YA SE PUNTUO ALLI.                        *
034600*-----------------------------------------------------------*
034700 3300-VER-BLOQUE-ANTERIOR.
034800     MOVE 'N' TO WS-SW-YA-COMPARADO
034900     IF WS-BLQ-TIPO NOT = 'P'
035000         AND WS-TB-CLAVE-P(WS-I) NOT = SPACES
035100         AND WS-TB-CLAVE-P(WS-I) = WS-TB-CLAVE-P(WS-J)
035200         MOVE 'S' TO WS-SW-YA-COMPARADO
035300         GO TO 3300-EXIT
035400     END-IF
035500     IF (WS-BLQ-TIPO = 'D' OR 'E')
035600         AND WS-TB-FECHA-NAC(WS-I) IS NUMERIC
035700         AND WS-TB-FNAC-NUM(WS-I) > ZERO
035800         AND WS-TB-FECHA-NAC(WS-I) = WS-TB-FECHA-NAC(WS-J)
035900         MOVE 'S' TO WS-SW-YA-COMPARADO
036000         GO TO 3300-EXIT
036100     END-IF
036200     IF WS-BLQ-TIPO = 'E'
036300         AND WS-TB-DOC-INICIO(WS-I) = WS-TB-DOC-INICIO(WS-J)
036400         MOVE 'S' TO WS-SW-YA-COMPARADO
036500     END-IF.
036600 3300-EXIT.
036700     EXIT.

036800*-----------------------------------------------------------*
036900*  3400-PUNTUAR                                              *
037000*  LA TABLA DE PUNTAJES ESTA EN EL ENCABEZADO DEL PROGRAMA.  *
037100*-----------------------------------------------------------*
037200 3400-PUNTUAR.
037300     MOVE ZERO TO WS-PUNTAJE
037400     MOVE SPACES TO WS-IND-DNI WS-IND-FNAC WS-IND-APELLIDO
037500                    WS-IND-NOMBRE WS-IND-CRUZADO
037600     IF WS-TB-DOCUMENTO(WS-I) NOT = SPACES
037700         AND WS-TB-DOCUMENTO(WS-J) NOT = SPACES
037800         IF WS-TB-DOCUMENTO(WS-I) = WS-TB-DOCUMENTO(WS-J)
037900             ADD 50 TO WS-PUNTAJE
038000             MOVE 'I' TO WS-IND-DNI
038100         ELSE
038200             PERFORM 3450-COMPARAR-DNI THRU 3450-EXIT
038300             IF WS-DNI-PARECIDO
038400                 ADD 25 TO WS-PUNTAJE
038500                 MOVE 'S' TO WS-IND-DNI
038600             ELSE
038700                 SUBTRACT 20 FROM WS-PUNTAJE
038800                 MOVE 'X' TO WS-IND-DNI
038900             END-IF
039000         END-IF
039100     END-IF
039200     IF WS-TB-FECHA-NAC(WS-I) IS NUMERIC
039300         AND WS-TB-FNAC-NUM(WS-I) > ZERO
039400         AND WS-TB-FECHA-NAC(WS-J) IS NUMERIC
039500         AND WS-TB-FNAC-NUM(WS-J) > ZERO
039600         IF WS-TB-FNAC-NUM(WS-I) = WS-TB-FNAC-NUM(WS-J)
039700             ADD 25 TO WS-PUNTAJE
039800             MOVE 'I' TO WS-IND-FNAC
039900         ELSE
040000             SUBTRACT 20 FROM WS-PUNTAJE
040100             MOVE 'X' TO WS-IND-FNAC
040200         END-IF
040300     ELSE
040400         ADD 10 TO WS-PUNTAJE
040500         MOVE 'F' TO WS-IND-FNAC
040600     END-IF
040700     PERFORM 3420-PUNTUAR-NOMBRES THRU 3420-EXIT
040800     IF WS-TB-NACIONALIDAD(WS-I) NOT = SPACES
040900         AND WS-TB-NACIONALIDAD(WS-I) = WS-TB-NACIONALIDAD(WS-J)
041000         ADD 5 TO WS-PUNTAJE
041100     END-IF
041200     IF WS-PUNTAJE < ZERO
041300         MOVE ZERO TO WS-PUNTAJE
041400     END-IF.
041500 3400-EXIT.
041600     EXIT.

041700*-----------------------------------------------------------*
041800*  3420-PUNTUAR-NOMBRES                                      *
041900*  APELLIDO CONTRA APELLIDO Y NOMBRE CONTRA NOMBRE, O EN     *
042000*  CRUZ SI ESO DA MAS (UNA PERSONA CARGADA UNA VEZ CON LOS   *
042100*  DOS CAMPOS AL REVES).                                     *
042200*-----------------------------------------------------------*
042300 3420-PUNTUAR-NOMBRES.
042400     MOVE ZERO TO WS-PTS-DIRECTO
042500     MOVE ZERO TO WS-PTS-CRUZADO
042600     IF WS-TB-APELLIDO(WS-I) = WS-TB-APELLIDO(WS-J)
042700         ADD 20 TO WS-PTS-DIRECTO
042800         MOVE 'I' TO WS-IND-APELLIDO
042900     ELSE
043000         IF WS-TB-FON-APELLIDO(WS-I) NOT = SPACES
043100             AND WS-TB-FON-APELLIDO(WS-I)
043200                 = WS-TB-FON-APELLIDO(WS-J)
043300             ADD 15 TO WS-PTS-DIRECTO
043400             MOVE 'F' TO WS-IND-APELLIDO
043500         END-IF
043600     END-IF
043700     IF WS-TB-NOMBRE(WS-I) NOT = SPACES
043800         AND WS-TB-NOMBRE(WS-I) = WS-TB-NOMBRE(WS-J)
043900         ADD 15 TO WS-PTS-DIRECTO
044000         MOVE 'I' TO WS-IND-NOMBRE
044100     ELSE
044200         IF WS-TB-FON-NOMBRE(WS-I) NOT = SPACES
044300             AND WS-TB-FON-NOMBRE(WS-I) = WS-TB-FON-NOMBRE(WS-J)
044400             ADD 10 TO WS-PTS-DIRECTO
044500             MOVE 'F' TO WS-IND-NOMBRE
044600         END-IF
044700     END-IF
044800     IF WS-TB-FON-APELLIDO(WS-I) NOT = SPACES
044900         AND WS-TB-FON-NOMBRE(WS-I) NOT = SPACES
045000         AND WS-TB-FON-APELLIDO(WS-I) = WS-TB-FON-NOMBRE(WS-J)
045100         AND WS-TB-FON-NOMBRE(WS-I) = WS-TB-FON-APELLIDO(WS-J)
045200         MOVE 30 TO WS-PTS-CRUZADO
045300     END-IF
045400     IF WS-PTS-CRUZADO > WS-PTS-DIRECTO
045500         ADD WS-PTS-CRUZADO TO WS-PUNTAJE
045600         MOVE 'S' TO WS-IND-CRUZADO
045700         MOVE SPACES TO WS-IND-APELLIDO WS-IND-NOMBRE
045800     ELSE
045900         ADD WS-PTS-DIRECTO TO WS-PUNTAJE
046000     END-IF.
046100 3420-EXIT.
046200     EXIT.

046300*-----------------------------------------------------------*
046400*  3450-COMPARAR-DNI                                         *
046500*  PARECIDO = UNA SOLA POSICION DISTINTA, O DOS POSICIONES   *
046600*  VECINAS CON LOS DIGITOS INTERCAMBIADOS.                   *
046700*-----------------------------------------------------------*
046800 3450-COMPARAR-DNI.
046900     MOVE 'N' TO WS-SW-DNI-PARECIDO
047000     MOVE WS-TB-DOCUMENTO(WS-I) TO WS-DOC-1
047100     MOVE WS-TB-DOCUMENTO(WS-J) TO WS-DOC-2
047200     MOVE ZERO TO WS-DIFERENCIAS
047300     MOVE ZERO TO WS-POS-DIF-1
047400     MOVE ZERO TO WS-POS-DIF-2
047500     PERFORM 3460-CONTAR-DIFERENCIA THRU 3460-EXIT
047600         VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 8
047700     IF WS-DIFERENCIAS = 1
047800         MOVE 'S' TO WS-SW-DNI-PARECIDO
047900         GO TO 3450-EXIT
048000     END-IF
048100     IF WS-DIFERENCIAS = 2
048200         AND WS-POS-DIF-2 = WS-POS-DIF-1 + 1
048300         AND WS-D1(WS-POS-DIF-1) = WS-D2(WS-POS-DIF-2)
048400         AND WS-D1(WS-POS-DIF-2) = WS-D2(WS-POS-DIF-1)
048500         MOVE 'S' TO WS-SW-DNI-PARECIDO
048600     END-IF.
048700 3450-EXIT.
048800     EXIT.

048900 3460-CONTAR-DIFERENCIA.
049000     IF WS-D1(WS-K) = WS-D2(WS-K)
049100         GO TO 3460-EXIT
049200     END-IF
049300     ADD 1 TO WS-DIFERENCIAS
049400     IF WS-POS-DIF-1 = ZERO
049500         MOVE WS-K TO WS-POS-DIF-1
049600     ELSE
049700         MOVE WS-K TO WS-POS-DIF-2
049800     END-IF.
049900 3460-EXIT.
050000     EXIT.

050100*-----------------------------------------------------------*
050200*  3500-GRABAR-CANDIDATO                                     *
050300*  EL NUMERO MENOR VA SIEMPRE PRIMERO, IGUAL QUE EN NODUPLIC.*
050400*-----------------------------------------------------------*
050500 3500-GRABAR-CANDIDATO.
050600     MOVE SPACES TO DC-CANDIDATE-RECORD
050700     MOVE WS-PUNTAJE TO DC-PUNTAJE
050800     MOVE WS-TB-NRO(WS-MENOR) TO DC-NRO-MENOR
050900     MOVE WS-TB-NRO(WS-MAYOR) TO DC-NRO-MAYOR
051000     MOVE WS-BLQ-TIPO TO DC-TIPO-BLOQUE
051100     MOVE WS-IND-DNI TO DC-IND-DNI
051200     MOVE WS-IND-FNAC TO DC-IND-FNAC
051300     MOVE WS-IND-APELLIDO TO DC-IND-APELLIDO
051400     MOVE WS-IND-NOMBRE TO DC-IND-NOMBRE
051500     MOVE WS-IND-CRUZADO TO DC-IND-CRUZADO
051600     MOVE WS-FECHA-HOY TO DC-FECHA-BARRIDO
051700     MOVE WS-MENOR TO WS-K
051800     MOVE 1 TO WS-DESDE
051900     PERFORM 3550-CARGAR-PERSONA THRU 3550-EXIT
052000     MOVE WS-MAYOR TO WS-K
052100     MOVE 2 TO WS-DESDE
052200     PERFORM 3550-CARGAR-PERSONA THRU 3550-EXIT
052300     WRITE DC-CANDIDATE-RECORD
052400     ADD 1 TO WS-CONTADOR-CANDIDATOS.
052500 3500-EXIT.
052600     EXIT.

052700*  WS-K = ENTRADA DE LA TABLA, WS-DESDE = LADO DEL PAR.
052800 3550-CARGAR-PERSONA.
052900     MOVE WS-TB-APELLIDO(WS-K) TO DC-APELLIDO(WS-DESDE)
053000     MOVE WS-TB-NOMBRE(WS-K) TO DC-NOMBRE(WS-DESDE)
053100     MOVE WS-TB-FECHA-NAC(WS-K) TO DC-FECHA-NAC(WS-DESDE)
053200     MOVE WS-TB-DOCUMENTO(WS-K) TO DC-DOCUMENTO(WS-DESDE)
053300     MOVE WS-TB-NACIONALIDAD(WS-K) TO DC-NACIONALIDAD(WS-DESDE)
053400     MOVE WS-TB-OFICINA(WS-K) TO DC-OFICINA(WS-DESDE).
053500 3550-EXIT.
053600     EXIT.

053700 9000-FINALIZAR.
053800     IF WS-CORRIDA-CANCELADA
053900         GO TO 9000-EXIT
054000     END-IF
054100     PERFORM 1100-CERRAR-NODUPLIC THRU 1100-EXIT
054200     CLOSE DUP-KEY-FILE
054300     CLOSE DUP-CANDIDATE-FILE
054400     DISPLAY "TESTEDUC - CLAVES: " WS-CONTADOR-CLAVES
054500             " BLOQUES: " WS-CONTADOR-BLOQUES
054600             " TRUNCADOS: " WS-CONTADOR-TRUNCADOS
054700     DISPLAY "TESTEDUC - PARES: " WS-CONTADOR-PARES
054800             " YA VISTOS EN OTRO BLOQUE: " WS-CONTADOR-REPETIDOS
054900     DISPLAY "TESTEDUC - CANDIDATOS: " WS-CONTADOR-CANDIDATOS
055000             " DESCARTADOS POR NODUPLIC: "
055100             WS-CONTADOR-DESCARTADOS.
055200 9000-EXIT.
055300     EXIT.
