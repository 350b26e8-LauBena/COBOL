000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEDUP                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     FIRST STEP OF THE PERIODIC DUPLICATE-CANDIDATE SWEEP   *
000900*     (JOB TESTEDUP).  THE CAPTURE-TIME CHECKS ONLY CATCH AN *
001000*     EXACT DNI OR AN EXACT PM-DATOS-PERSONA MATCH; THE      *
001100*     SWEEP LOOKS FOR THE PAIRS THEY CANNOT SEE - NAMES      *
001200*     SPELLED DIFFERENTLY, NOMBRE AND APELLIDO TRANSPOSED,   *
001300*     THE SAME OR A MISTYPED DNI UNDER DIFFERENT NAMES, AND  *
001400*     LEGACY RECORDS WITH NO FECHA DE NACIMIENTO.  COMPARING *
001500*     EVERY PERSON WITH EVERY OTHER IS OUT OF THE QUESTION,  *
001600*     SO THIS STEP SWEEPS PERSONMA AND WRITES, FOR EACH      *
001700*     ACTIVE PERSON, ONE DUPCLAVE RECORD PER BLOCK THE       *
001800*     PERSON BELONGS TO (SEE DUPKRC) - PHONETIC NAME PAIR    *
001900*     (CALL CODFON), FECHA DE NACIMIENTO, AND EACH HALF OF   *
002000*     THE DNI.  THE JOB SORTS DUPCLAVE BY BLOCK AND TESTEDUC *
002100*     COMPARES AND SCORES ONLY PEOPLE WHO SHARE A BLOCK.     *
002200*     BAJAS, FUSIONADOS AND FALLECIDOS ARE LEFT OUT - THERE  *
002300*     IS NOTHING LEFT TO FUSE THEM INTO.                     *
002400*                                                            *
002500*  MODIFICATION HISTORY.                                    *
002600*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002700*-----------------------------------------------------------*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TESTEDUP.
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
004000     COPY PERSONSL.
004100     COPY DUPKSL.

004200 DATA DIVISION.
004300 FILE SECTION.
004400     COPY PERSONFD.
004500     COPY DUPKFD.

004600 WORKING-STORAGE SECTION.
004700 77  WS-PM-STATUS                PIC X(02).
004800     88  WS-PM-OK                         VALUE '00'.
004900 77  WS-DK-STATUS                PIC X(02).
005000     88  WS-DK-OK                         VALUE '00'.

005100 77  WS-SW-FIN-REGISTRO          PIC X(01).
005200     88  WS-FIN-REGISTRO                  VALUE 'S'.
005300 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
005400     88  WS-CORRIDA-CANCELADA             VALUE 'S'.

005500 77  WS-CONTADOR-LEIDOS          PIC 9(08)        COMP.
005600 77  WS-CONTADOR-ACTIVOS         PIC 9(08)        COMP.
005700 77  WS-CONTADOR-CLAVES          PIC 9(08)        COMP.

005800*  NOMBRE Y APELLIDO PARA CODFON (QUE RECIBE 15 POSICIONES)
005900*  Y LOS CODIGOS QUE DEVUELVE.
006000 77  WS-TEXTO-FONETICO           PIC X(15).
006100 77  WS-FON-APELLIDO             PIC X(06).
006200 77  WS-FON-NOMBRE               PIC X(06).
006300 01  WS-DOCUMENTO                PIC X(08).
006400 01  WS-DOCUMENTO-DET REDEFINES WS-DOCUMENTO.
006500     05  WS-DOC-INICIO           PIC X(04).
006600     05  WS-DOC-FINAL            PIC X(04).

006700 PROCEDURE DIVISION.

006800 0000-MAINLINE.
006900     PERFORM 1000-INICIAR THRU 1000-EXIT
007000     IF NOT WS-CORRIDA-CANCELADA
007100         PERFORM 2000-PROCESAR-REGISTRO THRU 2000-EXIT
007200             UNTIL WS-FIN-REGISTRO
007300     END-IF
007400     PERFORM 9000-FINALIZAR THRU 9000-EXIT
007500     STOP RUN.

007600*-----------------------------------------------------------*
007700*  1000-INICIAR                                              *
007800*-----------------------------------------------------------*
007900 1000-INICIAR.
008000     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
008100     MOVE 'N' TO WS-SW-FIN-REGISTRO
008200     MOVE ZERO TO WS-CONTADOR-LEIDOS
008300     MOVE ZERO TO WS-CONTADOR-ACTIVOS
008400     MOVE ZERO TO WS-CONTADOR-CLAVES
008500     OPEN INPUT PERSON-MASTER
008600     IF NOT WS-PM-OK
008700         DISPLAY "NO SE PUDO ABRIR EL REGISTRO - STATUS "
008800                 WS-PM-STATUS
008900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
009000         MOVE 8 TO RETURN-CODE
009100         GO TO 1000-EXIT
009200     END-IF
009300     OPEN OUTPUT DUP-KEY-FILE
009400     IF NOT WS-DK-OK
009500         DISPLAY "NO SE PUDO ABRIR DUPCLAVE - STATUS "
009600                 WS-DK-STATUS
009700         CLOSE PERSON-MASTER
009800         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
009900         MOVE 8 TO RETURN-CODE
010000         GO TO 1000-EXIT
010100     END-IF
010200     MOVE ZERO TO PM-NRO-PERSONA
010300     START PERSON-MASTER KEY IS NOT LESS THAN PM-NRO-PERSONA
010400         INVALID KEY
010500             MOVE 'S' TO WS-SW-FIN-REGISTRO
010600     END-START
010700     IF NOT WS-FIN-REGISTRO
010800         PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT
010900     END-IF.
011000 1000-EXIT.
011100     EXIT.

011200*-----------------------------------------------------------*
011300*  2000-PROCESAR-REGISTRO                                    *
011400*  ARMA LA PARTE COMUN DEL RENGLON DUPCLAVE Y GRABA UNA      *
011500*  CLAVE POR CADA BLOQUE QUE CORRESPONDA.  SIN APELLIDO      *
011600*  CODIFICABLE NO HAY BLOQUE FONETICO, SIN FECHA NO HAY      *
011700*  BLOQUE DE NACIMIENTO Y SIN DNI NO HAY BLOQUES DE DNI.     *
011800*-----------------------------------------------------------*
011900 2000-PROCESAR-REGISTRO.
012000     ADD 1 TO WS-CONTADOR-LEIDOS
012100     IF NOT PM-REG-ACTIVO
012200         GO TO 2000-LEER
012300     END-IF
012400     ADD 1 TO WS-CONTADOR-ACTIVOS
012500     MOVE PM-APELLIDO TO WS-TEXTO-FONETICO
012600     CALL "CODFON" USING WS-TEXTO-FONETICO WS-FON-APELLIDO
012700     MOVE PM-NOMBRE TO WS-TEXTO-FONETICO
012800     CALL "CODFON" USING WS-TEXTO-FONETICO WS-FON-NOMBRE
012900     MOVE SPACES TO DK-KEY-RECORD
013000     MOVE PM-NRO-PERSONA TO DK-NRO-PERSONA
013100     MOVE PM-APELLIDO TO DK-APELLIDO
013200     MOVE PM-NOMBRE TO DK-NOMBRE
013300     MOVE PM-FECHA-NACIMIENTO TO DK-FECHA-NAC
013400     MOVE PM-NRO-DOCUMENTO TO DK-DOCUMENTO
013500     MOVE PM-NACIONALIDAD TO DK-NACIONALIDAD
013600     MOVE PM-OFICINA TO DK-OFICINA
013700     MOVE WS-FON-APELLIDO TO DK-FON-APELLIDO
013800     MOVE WS-FON-NOMBRE TO DK-FON-NOMBRE
013900     IF WS-FON-APELLIDO NOT = SPACES
014000         MOVE 'P' TO DK-TIPO-BLOQUE
014100         IF WS-FON-APELLIDO < WS-FON-NOMBRE
014200             STRING WS-FON-APELLIDO WS-FON-NOMBRE
014300                 DELIMITED BY SIZE INTO DK-CLAVE-BLOQUE
014400         ELSE
014500             STRING WS-FON-NOMBRE WS-FON-APELLIDO
014600                 DELIMITED BY SIZE INTO DK-CLAVE-BLOQUE
014700         END-IF
014800         PERFORM 2200-GRABAR-CLAVE THRU 2200-EXIT
014900     END-IF
015000     IF PM-FECHA-NACIMIENTO IS NUMERIC
015100         AND PM-FECHA-NACIMIENTO > ZERO
015200         MOVE 'N' TO DK-TIPO-BLOQUE
015300         MOVE PM-FECHA-NACIMIENTO TO DK-CLAVE-BLOQUE
015400         PERFORM 2200-GRABAR-CLAVE THRU 2200-EXIT
015500     END-IF
015600     IF PM-NRO-DOCUMENTO NOT = SPACES
015700         MOVE PM-NRO-DOCUMENTO TO WS-DOCUMENTO
015800         MOVE 'D' TO DK-TIPO-BLOQUE
015900         MOVE WS-DOC-INICIO TO DK-CLAVE-BLOQUE
016000         PERFORM 2200-GRABAR-CLAVE THRU 2200-EXIT
016100         MOVE 'E' TO DK-TIPO-BLOQUE
016200         MOVE WS-DOC-FINAL TO DK-CLAVE-BLOQUE
016300         PERFORM 2200-GRABAR-CLAVE THRU 2200-EXIT
016400     END-IF.
016500 2000-LEER.
016600     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT.
016700 2000-EXIT.
016800     EXIT.

016900 2100-LEER-REGISTRO.
017000     READ PERSON-MASTER NEXT RECORD
017100         AT END
017200             MOVE 'S' TO WS-SW-FIN-REGISTRO
017300     END-READ.
017400 2100-EXIT.
017500     EXIT.

017600 2200-GRABAR-CLAVE.
017700     WRITE DK-KEY-RECORD
017800     ADD 1 TO WS-CONTADOR-CLAVES.
017900 2200-EXIT.
018000     EXIT.

018100 9000-FINALIZAR.
018200     IF WS-CORRIDA-CANCELADA
018300         GO TO 9000-EXIT
018400     END-IF
018500     CLOSE PERSON-MASTER
018600     CLOSE DUP-KEY-FILE
018700     DISPLAY "TESTEDUP - REGISTROS: " WS-CONTADOR-LEIDOS
018800             " ACTIVOS: " WS-CONTADOR-ACTIVOS
018900             " CLAVES DE BLOQUE: " WS-CONTADOR-CLAVES.
019000 9000-EXIT.
019100     EXIT.
