000100*-----------------------------------------------------------*
000200*  PROGRAM  : BUSCFUS                                       *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     SHARED FUSION-LOOKUP MODULE FOR THE DESFUSION.  CALLED *
000900*     BY TESTEMNT (ONLINE) AND TESTEUPD (NIGHTLY BATCH) WITH *
001000*     THE LOSING AND THE SURVIVING NUMBER OF A FUSION.       *
001100*     SCANS THE ARCHIVED AUDIT GENERATIONS (AUDITARC, IF     *
001200*     PRESENT) AND THEN THE LIVE AUDITLOG FOR THE LOSER-SIDE *
001300*     AU-ACCION-FUSION ROW OF THAT PAIR AND RETURNS THE      *
001400*     LATEST ONE - ITS DATE/TIME STAMP AND THE BEFORE IMAGE  *
001500*     OF THE LOSING RECORD - SO THE CALLER CAN PROVE THE     *
001600*     RECORD HAS NOT BEEN TOUCHED SINCE THE MERGE AND        *
001700*     RESTORE IT FROM THE AUDIT TRAIL.  THE CALLER MUST      *
001800*     CLOSE ITS OWN AUDIT-LOG BEFORE THE CALL (SO ITS LAST   *
001900*     ROWS ARE ON THE FILE) AND REOPEN IT EXTEND AFTERWARDS. *
001910*     FROM THE FUSION ON IT ALSO REPORTS WHETHER THE         *
001920*     SURVIVOR WAS TOUCHED BY ANYTHING OTHER THAN A MASS     *
001930*     RECLASSIFICATION (TESTERNC CAMBIOS DO NOT COUNT), AND  *
001940*     FOLLOWS THOSE RECLASSIFICATIONS FROM THE LOSER'S       *
001950*     NATIONALITY TO THE CODE IT SHOULD BE RESTORED WITH.    *
002000*                                                            *
002100*  MODIFICATION HISTORY.                                    *
002200*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002210*     2026-10-15  RQ   RETURN LK-POSTERIOR - SURVIVOR TOUCHED*
002220*                      AFTER THE FUSION (NOT COUNTING        *
002230*                      TESTERNC) AND THE LOSER'S NATIONALITY *
002240*                      AS RECODED SINCE BY TESTERNC.         *
002300*-----------------------------------------------------------*
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. BUSCFUS.
002600 AUTHOR. R. QUIROGA.
002700 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.

003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.

003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     COPY AUDITSL.
003700     SELECT AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AA-STATUS.

004000 DATA DIVISION.
004100 FILE SECTION.
004200     COPY AUDITFD.
004300*  LAS GENERACIONES ARCHIVADAS TIENEN EL MISMO LAYOUT QUE
004400*  AUDITRC - LA IMAGEN SE MUEVE A AU-AUDIT-RECORD PARA QUE
004500*  LA COMPARACION TRABAJE IGUAL EN LOS DOS LADOS.
004600 FD  AUDIT-ARCHIVE
004700     LABEL RECORDS ARE STANDARD.
004800 01  AA-ARCHIVE-RECORD            PIC X(167).

004900 WORKING-STORAGE SECTION.
005000 01  WS-AU-STATUS                PIC X(02).
005100     88  WS-AU-OK                         VALUE '00'.
005200 01  WS-AA-STATUS                PIC X(02).
005300     88  WS-AA-OK                         VALUE '00'.
005400 01  WS-SW-FIN-AUDITORIA         PIC X(01).
005500     88  WS-FIN-AUDITORIA                 VALUE 'S'.

005600 LINKAGE SECTION.
005700 01  LK-NRO-PERDEDOR             PIC 9(08).
005800 01  LK-NRO-SOBREV               PIC 9(08).
005900 01  LK-RESULTADO                PIC X(01).
006000*    '0' = RENGLON DE FUSION ENCONTRADO
006100*    '1' = NO HAY RENGLON DE FUSION PARA ESE PAR
006200*    '4' = NO SE PUDO ABRIR AUDITLOG
006300 01  LK-FECHA-FUSION             PIC 9(08).
006400 01  LK-HORA-FUSION              PIC 9(06).
006500*    IMAGEN DEL PERDEDOR AL MOMENTO DE LA FUSION (AU-ANTES
006600*    DEL RENGLON DEL LADO PERDEDOR).
006700 01  LK-IMAGEN.
006800     05  LK-I-NOMBRE             PIC X(10).
006900     05  LK-I-APELLIDO           PIC X(15).
007000     05  LK-I-EDAD               PIC 9(03).
007100     05  LK-I-NACIONALIDAD       PIC X(15).
007200     05  LK-I-FECHA-NAC          PIC 9(08).
007300     05  LK-I-DOCUMENTO          PIC X(08).
007310*    LO QUE PASO DESPUES DE LA FUSION.  LK-SOBREV-MODIFICADO =
007320*    'S' SI HAY UN RENGLON POSTERIOR DEL SOBREVIVIENTE QUE NO
007330*    SEA UNA TRAZA DE OMISION NI UN CAMBIO DE TESTERNC.
007340*    LK-NACIONALIDAD-ACTUAL = LA NACIONALIDAD DE LA IMAGEN,
007350*    RECODIFICADA POR CADA RECLASIFICACION POSTERIOR QUE LA
007360*    TUVO COMO CODIGO ANTERIOR.
007370 01  LK-POSTERIOR.
007380     05  LK-SOBREV-MODIFICADO    PIC X(01).
007390     05  LK-NACIONALIDAD-ACTUAL  PIC X(15).

007400 PROCEDURE DIVISION USING LK-NRO-PERDEDOR
007500                          LK-NRO-SOBREV
007600                          LK-RESULTADO
007700                          LK-FECHA-FUSION
007800                          LK-HORA-FUSION
007900                          LK-IMAGEN
007950                          LK-POSTERIOR.

008000 0000-MAINLINE.
008100     MOVE '1' TO LK-RESULTADO
008200     MOVE ZERO TO LK-FECHA-FUSION
008300     MOVE ZERO TO LK-HORA-FUSION
008310     MOVE 'N' TO LK-SOBREV-MODIFICADO
008320     MOVE SPACES TO LK-NACIONALIDAD-ACTUAL
008400     PERFORM 1000-LEER-ARCHIVADO THRU 1000-EXIT
008500     PERFORM 2000-LEER-VIGENTE THRU 2000-EXIT
008600     GOBACK.

008700*-----------------------------------------------------------*
008800*  1000-LEER-ARCHIVADO                                       *
008900*  LAS GENERACIONES ARCHIVADAS VAN PRIMERO PORQUE SON LAS    *
009000*  MAS VIEJAS - ASI EL ULTIMO RENGLON QUE COINCIDE ES EL     *
009100*  DE LA FUSION VIGENTE.  SIN ARCHIVO NO ES UN ERROR: LA     *
009200*  INSTALACION PUEDE NO HABER HECHO TODAVIA EL PRIMER CORTE. *
009300*-----------------------------------------------------------*
009400 1000-LEER-ARCHIVADO.
009500     OPEN INPUT AUDIT-ARCHIVE
009600     IF NOT WS-AA-OK
009700         GO TO 1000-EXIT
009800     END-IF
009900     MOVE 'N' TO WS-SW-FIN-AUDITORIA
010000     PERFORM 1100-LEER-UNO-ARCHIVADO THRU 1100-EXIT
010100     PERFORM 1200-EXAMINAR-ARCHIVADO THRU 1200-EXIT
010200         UNTIL WS-FIN-AUDITORIA
010300     CLOSE AUDIT-ARCHIVE.
010400 1000-EXIT.
010500     EXIT.

010600 1100-LEER-UNO-ARCHIVADO.
010700     READ AUDIT-ARCHIVE
010800         AT END
010900             MOVE 'S' TO WS-SW-FIN-AUDITORIA
011000     END-READ.
011100 1100-EXIT.
011200     EXIT.

011300 1200-EXAMINAR-ARCHIVADO.
011400     MOVE AA-ARCHIVE-RECORD TO AU-AUDIT-RECORD
011500     PERFORM 3000-COMPARAR-RENGLON THRU 3000-EXIT
011600     PERFORM 1100-LEER-UNO-ARCHIVADO THRU 1100-EXIT.
011700 1200-EXIT.
011800     EXIT.

011900*-----------------------------------------------------------*
012000*  2000-LEER-VIGENTE                                         *
012100*  EL LOG VIVO DEL MES.  SI NO SE PUEDE ABRIR Y TAMPOCO SE   *
012200*  ENCONTRO NADA EN EL ARCHIVO, EL LLAMADOR RECIBE '4' Y NO  *
012300*  DEBE DESHACER NADA SIN PODER LEER LA AUDITORIA.           *
012400*-----------------------------------------------------------*
012500 2000-LEER-VIGENTE.
012600     OPEN INPUT AUDIT-LOG
012700     IF NOT WS-AU-OK
012800         DISPLAY "BUSCFUS - NO SE PUDO ABRIR AUDITLOG - STATUS "
012900                 WS-AU-STATUS
013000         MOVE '4' TO LK-RESULTADO
013100         GO TO 2000-EXIT
013200     END-IF
013300     MOVE 'N' TO WS-SW-FIN-AUDITORIA
013400     PERFORM 2100-LEER-UNO-VIGENTE THRU 2100-EXIT
013500     PERFORM 2200-EXAMINAR-VIGENTE THRU 2200-EXIT
013600         UNTIL WS-FIN-AUDITORIA
013700     CLOSE AUDIT-LOG.
013800 2000-EXIT.
013900     EXIT.

014000 2100-LEER-UNO-VIGENTE.
014100     READ AUDIT-LOG
014200         AT END
014300             MOVE 'S' TO WS-SW-FIN-AUDITORIA
014400     END-READ.
014500 2100-EXIT.
014600     EXIT.

014700 2200-EXAMINAR-VIGENTE.
014800     PERFORM 3000-COMPARAR-RENGLON THRU 3000-EXIT
014900     PERFORM 2100-LEER-UNO-VIGENTE THRU 2100-EXIT.
015000 2200-EXIT.
015100     EXIT.

015200*-----------------------------------------------------------*
015300*  3000-COMPARAR-RENGLON                                     *
015400*  SOLO CUENTA EL RENGLON DEL LADO PERDEDOR DE LA FUSION     *
015500*  (AU-DESPUES EN BLANCO) DE ESE PAR DE NUMEROS.  CADA       *
015600*  COINCIDENCIA PISA LA ANTERIOR, Y CON ELLA LO QUE SE       *
015610*  ANOTO DESPUES DE LA FUSION ANTERIOR.  LOS DEMAS RENGLONES *
015620*  VAN A 3100.                                               *
015700*-----------------------------------------------------------*
015800 3000-COMPARAR-RENGLON.
015900     IF NOT AU-ACCION-FUSION
016000         OR AU-NRO-PERSONA NOT = LK-NRO-PERDEDOR
016100         OR AU-NRO-FUSION NOT = LK-NRO-SOBREV
016200         OR AU-D-APELLIDO NOT = SPACES
016250         PERFORM 3100-EXAMINAR-POSTERIOR THRU 3100-EXIT
016300         GO TO 3000-EXIT
016400     END-IF
016500     MOVE '0' TO LK-RESULTADO
016600     MOVE AU-FECHA TO LK-FECHA-FUSION
016700     MOVE AU-HORA TO LK-HORA-FUSION
016800     MOVE AU-A-NOMBRE TO LK-I-NOMBRE
016900     MOVE AU-A-APELLIDO TO LK-I-APELLIDO
017000     MOVE AU-A-EDAD TO LK-I-EDAD
017100     MOVE AU-A-NACIONALIDAD TO LK-I-NACIONALIDAD
017200     MOVE AU-A-FECHA-NAC TO LK-I-FECHA-NAC
017300     MOVE AU-A-DOCUMENTO TO LK-I-DOCUMENTO
017310     MOVE 'N' TO LK-SOBREV-MODIFICADO
017320     MOVE AU-A-NACIONALIDAD TO LK-NACIONALIDAD-ACTUAL.
017400 3000-EXIT.
017500     EXIT.

017600*-----------------------------------------------------------*
017700*  3100-EXAMINAR-POSTERIOR                                   *
017800*  UN RENGLON ANOTADO DESPUES DE LA FUSION HALLADA.  UN      *
017900*  CAMBIO DE TESTERNC NO CUENTA COMO MODIFICACION DEL        *
018000*  SOBREVIVIENTE (RECODIFICA A TODOS POR IGUAL Y EL          *
018100*  SOBREVIVIENTE SE REPONE TAL CUAL ESTA), PERO SI RETIRO EL *
018200*  CODIGO QUE LLEVA LA IMAGEN DEL PERDEDOR, ESTE SE REPONE   *
018300*  CON EL CODIGO NUEVO.  LAS TRAZAS DE OMISION NO TOCAN EL   *
018400*  REGISTRO Y TAMPOCO CUENTAN.                               *
018500*-----------------------------------------------------------*
018600 3100-EXAMINAR-POSTERIOR.
018700     IF LK-RESULTADO NOT = '0'
018800         GO TO 3100-EXIT
018900     END-IF
019000     IF AU-FECHA < LK-FECHA-FUSION
019100         GO TO 3100-EXIT
019200     END-IF
019300     IF AU-FECHA = LK-FECHA-FUSION
019400         AND AU-HORA NOT > LK-HORA-FUSION
019500         GO TO 3100-EXIT
019600     END-IF
019700     IF AU-ACCION-CAMBIO AND AU-PROGRAMA = "TESTERNC"
019800         IF AU-A-NACIONALIDAD = LK-NACIONALIDAD-ACTUAL
019900             MOVE AU-D-NACIONALIDAD TO LK-NACIONALIDAD-ACTUAL
020000         END-IF
020100         GO TO 3100-EXIT
020200     END-IF
020300     IF AU-ACCION-OMITIDO-REINICIO
020400         OR AU-ACCION-OMITIDO-DUPLICADO
020500         OR AU-ACCION-OMITIDO-SIN-DESTINO
020600         GO TO 3100-EXIT
020700     END-IF
020800     IF AU-NRO-PERSONA = LK-NRO-SOBREV
020900         MOVE 'S' TO LK-SOBREV-MODIFICADO
021000     END-IF.
021100 3100-EXIT.
021200     EXIT.
