000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTERNC                                       *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING          *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS        *
000500*  DATE-WRITTEN : 2026-10-15                                 *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     MASS NATIONALITY RECLASSIFICATION.  WHEN A CODE IS     *
000900*     RETIRED OR REPLACED IN NACIOREF THE PEOPLE THAT STILL  *
001000*     CARRY IT ARE RECODED HERE IN ONE BATCH RUN INSTEAD OF  *
001100*     ONE CAMBIO AT A TIME.  SYSIN CARRIES THE OLD-TO-NEW    *
001200*     TABLE, ONE PAIR PER CARD (COLS 1-15 THE OLD VALUE AS   *
001300*     IT STANDS ON PM-NACIONALIDAD - A CODE OR A LEGACY FREE *
001400*     TEXT - COLS 17-19 THE NEW CODE), UP TO 20 PAIRS, ENDED *
001500*     BY A BLANK CARD OR THE END OF SYSIN.  EVERY NEW CODE   *
001600*     MUST BE VIGENTE ON NACIOREF, AND NO PAIRS MAY CHAIN OR *
001700*     REPEAT; ANY CARD IN ERROR STOPS THE RUN (RC 8) BEFORE  *
001800*     ANYTHING IS CHANGED.                                   *
001900*                                                            *
002000*     EVERY PERSON-MASTER RECORD WHOSE NACIONALIDAD MATCHES  *
002100*     AN OLD VALUE IS REWRITTEN WITH THE NEW CODE, WHATEVER  *
002200*     ITS ESTADO, WITH THE LAST-MODIFIED STAMP SET AND A     *
002300*     NORMAL CAMBIO ROW ON AUDITLOG, SO TESTERCV, TESTEAUD   *
002400*     AND THE CHANGE FEED SEE IT LIKE ANY OTHER CAMBIO.  THE *
002500*     FILE IS READ BY PRIMARY KEY AND EACH RECORD REWRITTEN  *
002600*     IN PLACE, SO THE PM-NACIONALIDAD AND PM-DATOS-PERSONA  *
002700*     ALTERNATE KEYS ARE KEPT IN STEP BY THE REWRITE ITSELF. *
002710*                                                            *
002720*     A FUSIONADO RECORD IS THE ONE EXCEPTION: IT KEEPS ITS  *
002730*     OLD CODE, BEING THE IMAGE A DESFUSION RESTORES FROM.   *
002740*     THE DESFUSION (BUSCFUS FOLLOWS THE TESTERNC ROWS ON    *
002750*     AUDITLOG) RESTORES IT WITH THE NEW CODE - AS LONG AS   *
002760*     SOME OTHER PERSON WAS RECODED BY THE SAME PAIR.  A     *
002770*     PAIR WHOSE OLD VALUE ONLY FUSIONADOS HOLD LEAVES NO    *
002780*     ROW TO FOLLOW; IT IS FLAGGED ON RCLRPT WITH RC 4.      *
002790*     FUSIONADOS STAY OUT OF THE PER-PAIR BALANCE.           *
002800*                                                            *
002900*     THE RUN ONLY STARTS INSIDE THE BATCH WINDOW (SYSSTAT   *
003000*     TAKEN BY STEP005 OF ITS JOB), SO NO ONLINE CAMBIO CAN  *
003100*     INTERLEAVE.  IT IS RESTARTABLE: THE RCLCTL CONTROL     *
003200*     RECORD (COPY RCLCTRC) KEEPS THE TABLE, THE BEFORE      *
003300*     COUNTS AND THE LAST PERSON DONE, AND A RERUN WITH THE  *
003400*     SAME CARDS CARRIES ON FROM THERE.  THE RCLRPT REPORT   *
003500*     GIVES, PER PAIR, THE COUNT OF BOTH CODES BEFORE AND    *
003600*     AFTER AND THE PERSONS RECODED; RC 4 IF THE COUNTS DO   *
003700*     NOT AGREE.                                             *
003800*                                                            *
003900*  MODIFICATION HISTORY.                                     *
004000*     2026-10-15  RQ   ORIGINAL VERSION.                     *
004010*     2026-10-15  RQ   FUSIONADO RECORDS ARE NO LONGER       *
004020*                      RECODED NOR COUNTED PER PAIR; THOSE   *
004030*                      STILL ON AN OLD CODE GET THEIR OWN    *
004040*                      LINE ON RCLRPT.                       *
004050*     2026-10-15  RQ   A PAIR THAT RECODED NOBODY BUT WHOSE  *
004060*                      OLD VALUE FUSIONADOS STILL HOLD IS    *
004070*                      FLAGGED ON RCLRPT AND ENDS RC 4 - A   *
004080*                      DESFUSION CANNOT FOLLOW IT.           *
004100*-----------------------------------------------------------*
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. TESTERNC.
004400 AUTHOR. R. QUIROGA.
004500 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
004600 DATE-WRITTEN. 2026-10-15.
004700 DATE-COMPILED.

004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. GNUCOBOL.
005100 OBJECT-COMPUTER. GNUCOBOL.

005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     COPY PERSONSL.
005500     COPY NACIOSL.
005600     COPY SYSSTSL.
005700     COPY AUDITSL.
005800     COPY RCLCTSL.
005900     SELECT RECLAS-REPORT ASSIGN TO "RCLRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RR-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400     COPY PERSONFD.
006500     COPY NACIOFD.
006600     COPY SYSSTFD.
006700     COPY AUDITFD.
006800     COPY RCLCTFD.
006900 FD  RECLAS-REPORT
007000     RECORD CONTAINS 80 CHARACTERS
007100     LABEL RECORDS ARE OMITTED.
007200     COPY EDRPTRC.

007300 WORKING-STORAGE SECTION.
007400 77  WS-PM-STATUS                PIC X(02).
007500     88  WS-PM-OK                         VALUE '00'.
007600 77  WS-NR-STATUS                PIC X(02).
007700     88  WS-NR-OK                         VALUE '00'.
007800 77  WS-SS-STATUS                PIC X(02).
007900     88  WS-SS-OK                         VALUE '00'.
008000 77  WS-SS-RELKEY                PIC 9(04)        COMP.
008100 77  WS-AU-STATUS                PIC X(02).
008200     88  WS-AU-OK                         VALUE '00'.
008300 77  WS-RL-STATUS                PIC X(02).
008400     88  WS-RL-OK                         VALUE '00'.
008500 77  WS-RL-RELKEY                PIC 9(04)        COMP.
008600 77  WS-RR-STATUS                PIC X(02).
008700     88  WS-RR-OK                         VALUE '00'.

008800 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
008900     88  WS-CORRIDA-CANCELADA             VALUE 'S'.
009000 77  WS-SW-FIN-REGISTRO          PIC X(01).
009100     88  WS-FIN-REGISTRO                  VALUE 'S'.
009200 77  WS-SW-FIN-CONTEO            PIC X(01).
009300     88  WS-FIN-CONTEO                    VALUE 'S'.
009400 77  WS-SW-FIN-TARJETAS          PIC X(01).
009500     88  WS-FIN-TARJETAS                  VALUE 'S'.
009600 77  WS-SW-FIN-AUDITORIA         PIC X(01).
009700     88  WS-FIN-AUDITORIA                 VALUE 'S'.
009800 77  WS-SW-TABLA-ERRONEA         PIC X(01).
009900     88  WS-TABLA-ERRONEA                 VALUE 'S'.
010000 77  WS-SW-VENTANA-TOMADA        PIC X(01).
010100     88  WS-VENTANA-TOMADA                VALUE 'S'.
010200 77  WS-SW-REINICIO              PIC X(01).
010300     88  WS-REINICIO                      VALUE 'S'.
010400 77  WS-SW-TABLA-DISTINTA        PIC X(01).
010500     88  WS-TABLA-DISTINTA                VALUE 'S'.
010600 77  WS-SW-PEND-GRABADO          PIC X(01).
010700     88  WS-PEND-GRABADO                  VALUE 'S'.
010800 77  WS-SW-PEND-AUDITADO         PIC X(01).
010900     88  WS-PEND-AUDITADO                 VALUE 'S'.
011000 77  WS-SW-NO-CUADRA             PIC X(01).
011100     88  WS-NO-CUADRA                     VALUE 'S'.
011130 77  WS-SW-SIN-RASTRO            PIC X(01).
011160     88  WS-SIN-RASTRO                    VALUE 'S'.
011200 77  WS-SW-PM-ABIERTO            PIC X(01).
011300     88  WS-PM-ABIERTO                    VALUE 'S'.
011400 77  WS-SW-RL-ABIERTO            PIC X(01).
011500     88  WS-RL-ABIERTO                    VALUE 'S'.
011600 77  WS-SW-AU-ABIERTO            PIC X(01).
011700     88  WS-AU-ABIERTO                    VALUE 'S'.
011800 77  WS-SW-RR-ABIERTO            PIC X(01).
011900     88  WS-RR-ABIERTO                    VALUE 'S'.

012000 77  WS-FECHA-HOY                PIC 9(08).
012100 77  WS-HORA-AHORA               PIC 9(06).
012200 77  WS-USUARIO                  PIC X(08).

012300 77  WS-IND                      PIC 9(04)        COMP.
012400 77  WS-IND2                     PIC 9(04)        COMP.
012500 77  WS-PAR                      PIC 9(04)        COMP.
012600 77  WS-CANT-PARES               PIC 9(04)        COMP.
012700 77  WS-NRO-PAR                  PIC 9(02).

012800 77  WS-CONTADOR-LEIDOS          PIC 9(08)        COMP.
012900 77  WS-CONTADOR-RECODIFICADOS   PIC 9(08)        COMP.
013000 77  WS-TOTAL-RECODIFICADOS      PIC 9(08)        COMP.
013100 77  WS-ESPERADO-NUEVO           PIC 9(08)        COMP.
013150 77  WS-CONTADOR-FUSIONADOS      PIC 9(08)        COMP.
013200 77  WS-ED-LEIDOS                PIC Z(07)9.
013300 77  WS-ED-ANTES-VIEJO           PIC Z(07)9.
013400 77  WS-ED-ANTES-NUEVO           PIC Z(07)9.
013500 77  WS-ED-RECODIFICADOS         PIC Z(07)9.
013600 77  WS-ED-DESPUES-VIEJO         PIC Z(07)9.
013700 77  WS-ED-DESPUES-NUEVO         PIC Z(07)9.
013800 77  WS-ED-ESPERADO              PIC Z(07)9.
013850 77  WS-ED-FUSIONADOS            PIC Z(07)9.

013900*  UNA TARJETA DE SYSIN: CODIGO ANTERIOR, BLANCO, NUEVO.
014000 01  WS-TARJETA.
014100     05  WS-T-COD-VIEJO          PIC X(15).
014200     05  WS-T-SEPARADOR          PIC X(01).
014300     05  WS-T-COD-NUEVO          PIC X(03).
014400     05  WS-T-RESTO              PIC X(61).

014500*  LA TABLA LEIDA DE SYSIN, Y POR PAR LOS CONTEOS DE UNA
014600*  PASADA DE 8000-CONTAR-CODIGOS.
014700 01  WS-TABLA-PARES.
014800     05  WS-P-ENTRY              OCCURS 20 TIMES.
014900         10  WS-P-COD-VIEJO      PIC X(15).
015000         10  WS-P-VIEJO-DET      REDEFINES WS-P-COD-VIEJO.
015100             15  WS-P-VIEJO-COD  PIC X(03).
015200             15  WS-P-VIEJO-RESTO
015300                                 PIC X(12).
015400         10  WS-P-COD-NUEVO      PIC X(03).
015500         10  WS-P-SW-VIGENTE     PIC X(01).
015600             88  WS-P-VIEJO-VIGENTE       VALUE 'S'.
015700         10  WS-P-CT-VIEJO       PIC 9(08)        COMP.
015800         10  WS-P-CT-NUEVO       PIC 9(08)        COMP.
015850         10  WS-P-CT-FUSIONADOS  PIC 9(08)        COMP.

015900*  IMAGEN ANTERIOR DE LA PERSONA PARA LA FILA DE AUDITORIA.
016000 01  WS-ANTES.
016100     05  WS-A-NOMBRE             PIC X(10).
016200     05  WS-A-APELLIDO           PIC X(15).
016300     05  WS-A-EDAD               PIC 9(03).
016400     05  WS-A-NACIONALIDAD       PIC X(15).
016500     05  WS-A-FECHA-NAC          PIC 9(08).
016600     05  WS-A-DOCUMENTO          PIC X(08).

016700 PROCEDURE DIVISION.

016800 0000-MAINLINE.
016900     PERFORM 1000-INICIAR THRU 1000-EXIT
017000     IF NOT WS-CORRIDA-CANCELADA
017100         PERFORM 2000-PROCESAR THRU 2000-EXIT
017200             UNTIL WS-FIN-REGISTRO
017300     END-IF
017400     IF NOT WS-CORRIDA-CANCELADA
017500         PERFORM 6000-INFORMAR THRU 6000-EXIT
017600     END-IF
017700     PERFORM 9000-FINALIZAR THRU 9000-EXIT
017800     STOP RUN.

017900*-----------------------------------------------------------*
018000*  1000-INICIAR                                              *
018100*  LEE Y VALIDA LA TABLA DE SYSIN, VERIFICA QUE LA VENTANA   *
018200*  DE LOTE ESTE TOMADA Y ABRE LOS ARCHIVOS.  SI RCLCTL TIENE *
018300*  UNA CORRIDA EN CURSO SE LA CONTINUA; SI NO SE TOMAN LOS   *
018400*  CONTEOS DE ANTES Y SE ARRANCA.  CUALQUIER ERROR ANTES DE  *
018500*  LA PRIMERA PERSONA CANCELA CON RC 8 SIN TOCAR EL REGISTRO.*
018600*-----------------------------------------------------------*
018700 1000-INICIAR.
018800     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
018900     MOVE 'N' TO WS-SW-FIN-REGISTRO
019000     MOVE 'N' TO WS-SW-TABLA-ERRONEA
019100     MOVE 'N' TO WS-SW-REINICIO
019200     MOVE 'N' TO WS-SW-NO-CUADRA
019250     MOVE 'N' TO WS-SW-SIN-RASTRO
019300     MOVE 'N' TO WS-SW-PEND-GRABADO
019400     MOVE 'N' TO WS-SW-PEND-AUDITADO
019500     MOVE 'N' TO WS-SW-PM-ABIERTO
019600     MOVE 'N' TO WS-SW-RL-ABIERTO
019700     MOVE 'N' TO WS-SW-AU-ABIERTO
019800     MOVE 'N' TO WS-SW-RR-ABIERTO
019900     MOVE ZERO TO WS-CONTADOR-LEIDOS
020000     MOVE ZERO TO WS-CONTADOR-RECODIFICADOS
020100     MOVE ZERO TO WS-CANT-PARES
020200     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
020300     ACCEPT WS-HORA-AHORA FROM TIME
020400     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
020500     IF WS-USUARIO = SPACES
020600         MOVE "BATCH" TO WS-USUARIO
020700     END-IF

020800     PERFORM 1100-LEER-TARJETAS THRU 1100-EXIT
020900     IF WS-CANT-PARES = ZERO AND NOT WS-TABLA-ERRONEA
021000         DISPLAY "TESTERNC - NO SE RECIBIO NINGUN PAR DE CODIGOS."
021100         MOVE 'S' TO WS-SW-TABLA-ERRONEA
021200     END-IF
021300     PERFORM 1200-VERIFICAR-VENTANA THRU 1200-EXIT
021400     IF WS-CANT-PARES > ZERO
021500         PERFORM 1300-VALIDAR-PARES THRU 1300-EXIT
021600     END-IF
021700     IF WS-TABLA-ERRONEA
021800         DISPLAY "TESTERNC - NO SE RECLASIFICA NADA."
021900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
022000         MOVE 8 TO RETURN-CODE
022100         GO TO 1000-EXIT
022200     END-IF

022300     OPEN I-O PERSON-MASTER
022400     IF NOT WS-PM-OK
022500         DISPLAY "NO SE PUDO ABRIR EL REGISTRO - STATUS "
022600                 WS-PM-STATUS
022700         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
022800         MOVE 8 TO RETURN-CODE
022900         GO TO 1000-EXIT
023000     END-IF
023100     MOVE 'S' TO WS-SW-PM-ABIERTO
023200     PERFORM 1400-ABRIR-CONTROL THRU 1400-EXIT
023300     IF WS-CORRIDA-CANCELADA
023400         GO TO 1000-EXIT
023500     END-IF
023600     IF RL-EN-CURSO
023700         PERFORM 1500-REANUDAR THRU 1500-EXIT
023800     ELSE
023900         PERFORM 1600-COMENZAR THRU 1600-EXIT
024000     END-IF
024100     IF WS-CORRIDA-CANCELADA
024200         GO TO 1000-EXIT
024300     END-IF
024400     IF RL-PEND-NRO > ZERO
024500         PERFORM 1700-VERIFICAR-PENDIENTE THRU 1700-EXIT
024600     END-IF
024700     PERFORM 1800-ABRIR-SALIDAS THRU 1800-EXIT
024800     IF WS-CORRIDA-CANCELADA
024900         GO TO 1000-EXIT
025000     END-IF
025100     IF RL-PEND-NRO > ZERO
025200         PERFORM 1850-COMPLETAR-PENDIENTE THRU 1850-EXIT
025300     END-IF
025400     IF WS-CORRIDA-CANCELADA
025500         GO TO 1000-EXIT
025600     END-IF

025700     MOVE RL-ULTIMO-NRO TO PM-NRO-PERSONA
025800     START PERSON-MASTER KEY IS GREATER THAN PM-NRO-PERSONA
025900         INVALID KEY
026000             MOVE 'S' TO WS-SW-FIN-REGISTRO
026100     END-START
026200     IF NOT WS-FIN-REGISTRO
026300         PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
026400     END-IF.
026500 1000-EXIT.
026600     EXIT.

026700*-----------------------------------------------------------*
026800*  1100-LEER-TARJETAS                                        *
026900*  UN PAR POR TARJETA HASTA UNA TARJETA EN BLANCO O EL FIN   *
027000*  DE SYSIN.  SE LEEN TODAS AUNQUE HAYA ERRORES, PARA        *
027100*  INFORMARLOS JUNTOS.                                       *
027200*-----------------------------------------------------------*
027300 1100-LEER-TARJETAS.
027400     MOVE 'N' TO WS-SW-FIN-TARJETAS
027500     PERFORM 1110-LEER-TARJETA THRU 1110-EXIT
027600         UNTIL WS-FIN-TARJETAS.
027700 1100-EXIT.
027800     EXIT.

027900 1110-LEER-TARJETA.
028000     MOVE SPACES TO WS-TARJETA
028100     ACCEPT WS-TARJETA
028200     IF WS-TARJETA = SPACES
028300         MOVE 'S' TO WS-SW-FIN-TARJETAS
028400         GO TO 1110-EXIT
028500     END-IF
028600     IF WS-CANT-PARES = 20
028700         DISPLAY "TESTERNC - MAS DE 20 PARES DE CODIGOS - "
028800                 "SEPARE LA TABLA EN VARIAS CORRIDAS."
028900         MOVE 'S' TO WS-SW-TABLA-ERRONEA
029000         MOVE 'S' TO WS-SW-FIN-TARJETAS
029100         GO TO 1110-EXIT
029200     END-IF
029300     IF WS-T-SEPARADOR NOT = SPACE OR WS-T-RESTO NOT = SPACES
029400         DISPLAY "TESTERNC - TARJETA MAL FORMADA: " WS-TARJETA
029500         MOVE 'S' TO WS-SW-TABLA-ERRONEA
029600         GO TO 1110-EXIT
029700     END-IF
029800     ADD 1 TO WS-CANT-PARES
029900     MOVE WS-T-COD-VIEJO TO WS-P-COD-VIEJO(WS-CANT-PARES)
030000     MOVE WS-T-COD-NUEVO TO WS-P-COD-NUEVO(WS-CANT-PARES)
030100     MOVE 'N' TO WS-P-SW-VIGENTE(WS-CANT-PARES).
030200 1110-EXIT.
030300     EXIT.

030400*-----------------------------------------------------------*
030500*  1200-VERIFICAR-VENTANA                                    *
030600*  LA RECLASIFICACION SOLO CORRE CON LA VENTANA DE LOTE      *
030700*  TOMADA (STEP005 DEL JOB), ASI NINGUN PROGRAMA EN LINEA    *
030800*  PUEDE MODIFICAR UNA PERSONA MIENTRAS SE LA RECODIFICA.    *
030900*-----------------------------------------------------------*
031000 1200-VERIFICAR-VENTANA.
031100     MOVE 'N' TO WS-SW-VENTANA-TOMADA
031200     MOVE 1 TO WS-SS-RELKEY
031300     OPEN INPUT SYSTEM-STATUS
031400     IF WS-SS-OK
031500         MOVE 1 TO WS-SS-RELKEY
031600         READ SYSTEM-STATUS
031700             INVALID KEY
031800                 MOVE 'N' TO SS-IND-LOTE
031900         END-READ
032000         IF SS-LOTE-EN-CURSO
032100             MOVE 'S' TO WS-SW-VENTANA-TOMADA
032200         END-IF
032300         CLOSE SYSTEM-STATUS
032400     END-IF
032500     IF NOT WS-VENTANA-TOMADA
032600         DISPLAY "TESTERNC - LA VENTANA DE LOTE NO ESTA TOMADA "
032700                 "(SYSSTAT).  LA RECLASIFICACION CORRE SOLO "
032800                 "DENTRO DE SU JOB, DESPUES DE STEP005."
032900         MOVE 'S' TO WS-SW-TABLA-ERRONEA
033000     END-IF.
033100 1200-EXIT.
033200     EXIT.

033300*-----------------------------------------------------------*
033400*  1300-VALIDAR-PARES                                        *
033500*  CADA CODIGO NUEVO DEBE ESTAR VIGENTE EN NACIOREF.  NO SE  *
033600*  ACEPTA UN CODIGO ANTERIOR REPETIDO NI UN CODIGO NUEVO QUE *
033700*  SEA A SU VEZ ANTERIOR DE OTRO PAR: EL RESULTADO DEPENDERIA*
033800*  DEL ORDEN DE LAS TARJETAS.  UN CODIGO ANTERIOR QUE SIGUE  *
033900*  VIGENTE NO ES ERROR, PERO SE AVISA EN EL INFORME.         *
034000*-----------------------------------------------------------*
034100 1300-VALIDAR-PARES.
034200     OPEN INPUT NACION-REFERENCE
034300     IF NOT WS-NR-OK
034400         DISPLAY "NO SE PUDO ABRIR NACIOREF - STATUS "
034500                 WS-NR-STATUS
034600         MOVE 'S' TO WS-SW-TABLA-ERRONEA
034700         GO TO 1300-EXIT
034800     END-IF
034900     PERFORM 1310-VALIDAR-PAR THRU 1310-EXIT
035000         VARYING WS-IND FROM 1 BY 1
035100         UNTIL WS-IND > WS-CANT-PARES
035200     CLOSE NACION-REFERENCE.
035300 1300-EXIT.
035400     EXIT.

035500 1310-VALIDAR-PAR.
035600     MOVE WS-IND TO WS-NRO-PAR
035700     IF WS-P-COD-VIEJO(WS-IND) = SPACES
035800         OR WS-P-COD-NUEVO(WS-IND) = SPACES
035900         DISPLAY "TESTERNC - PAR " WS-NRO-PAR
036000                 ": FALTA EL CODIGO ANTERIOR O EL NUEVO."
036100         MOVE 'S' TO WS-SW-TABLA-ERRONEA
036200         GO TO 1310-EXIT
036300     END-IF
036400     IF WS-P-COD-VIEJO(WS-IND) = WS-P-COD-NUEVO(WS-IND)
036500         DISPLAY "TESTERNC - PAR " WS-NRO-PAR
036600                 ": EL CODIGO NUEVO ES IGUAL AL ANTERIOR."
036700         MOVE 'S' TO WS-SW-TABLA-ERRONEA
036800         GO TO 1310-EXIT
036900     END-IF
037000     PERFORM 1320-COMPARAR-OTRO-PAR THRU 1320-EXIT
037100         VARYING WS-IND2 FROM 1 BY 1
037200         UNTIL WS-IND2 > WS-CANT-PARES

037300     MOVE WS-P-COD-NUEVO(WS-IND) TO NR-CODIGO
037400     READ NACION-REFERENCE
037500         INVALID KEY
037600             DISPLAY "TESTERNC - PAR " WS-NRO-PAR
037700                     ": EL CODIGO NUEVO " WS-P-COD-NUEVO(WS-IND)
037800                     " NO EXISTE EN NACIOREF."
037900             MOVE 'S' TO WS-SW-TABLA-ERRONEA
038000             GO TO 1310-EXIT
038100     END-READ
038200     IF NOT NR-EST-VIGENTE
038300         DISPLAY "TESTERNC - PAR " WS-NRO-PAR
038400                 ": EL CODIGO NUEVO " WS-P-COD-NUEVO(WS-IND)
038500                 " ESTA RETIRADO EN NACIOREF."
038600         MOVE 'S' TO WS-SW-TABLA-ERRONEA
038700         GO TO 1310-EXIT
038800     END-IF

038900     IF WS-P-VIEJO-RESTO(WS-IND) = SPACES
039000         MOVE WS-P-VIEJO-COD(WS-IND) TO NR-CODIGO
039100         READ NACION-REFERENCE
039200             INVALID KEY
039300                 CONTINUE
039400         END-READ
039500         IF WS-NR-OK AND NR-EST-VIGENTE
039600             MOVE 'S' TO WS-P-SW-VIGENTE(WS-IND)
039700         END-IF
039800     END-IF.
039900 1310-EXIT.
040000     EXIT.

040100 1320-COMPARAR-OTRO-PAR.
040200     IF WS-IND2 < WS-IND
040300         AND WS-P-COD-VIEJO(WS-IND2) = WS-P-COD-VIEJO(WS-IND)
040400         DISPLAY "TESTERNC - PAR " WS-NRO-PAR
040500                 ": EL CODIGO ANTERIOR " WS-P-COD-VIEJO(WS-IND)
040600                 " ESTA REPETIDO."
040700         MOVE 'S' TO WS-SW-TABLA-ERRONEA
040800     END-IF
040900     IF WS-P-COD-VIEJO(WS-IND2) = WS-P-COD-NUEVO(WS-IND)
041000         DISPLAY "TESTERNC - PAR " WS-NRO-PAR
041100                 ": EL CODIGO NUEVO " WS-P-COD-NUEVO(WS-IND)
041200                 " FIGURA TAMBIEN COMO ANTERIOR."
041300         MOVE 'S' TO WS-SW-TABLA-ERRONEA
041400     END-IF.
041500 1320-EXIT.
041600     EXIT.

041700*-----------------------------------------------------------*
041800*  1400-ABRIR-CONTROL                                        *
041900*  RCLCTL SE CREA VACIO LA PRIMERA VEZ, COMO NOVCTL.         *
042000*-----------------------------------------------------------*
042100 1400-ABRIR-CONTROL.
042200     MOVE 1 TO WS-RL-RELKEY
042300     OPEN I-O RECLAS-CONTROL
042400     IF NOT WS-RL-OK
042500         CLOSE RECLAS-CONTROL
042600         OPEN OUTPUT RECLAS-CONTROL
042700         CLOSE RECLAS-CONTROL
042800         OPEN I-O RECLAS-CONTROL
042900     END-IF
043000     IF NOT WS-RL-OK
043100         DISPLAY "NO SE PUDO ABRIR RCLCTL - STATUS "
043200                 WS-RL-STATUS
043300         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
043400         MOVE 8 TO RETURN-CODE
043500         GO TO 1400-EXIT
043600     END-IF
043700     MOVE 'S' TO WS-SW-RL-ABIERTO
043800     MOVE 1 TO WS-RL-RELKEY
043900     READ RECLAS-CONTROL
044000         INVALID KEY
044100             INITIALIZE RL-RECLAS-CONTROL
044200             MOVE 'F' TO RL-ESTADO
044300             WRITE RL-RECLAS-CONTROL
044400     END-READ
044500     IF NOT WS-RL-OK
044600         DISPLAY "NO SE PUDO LEER RCLCTL - STATUS "
044700                 WS-RL-STATUS
044800         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
044900         MOVE 8 TO RETURN-CODE
045000     END-IF.
045100 1400-EXIT.
045200     EXIT.

045300*-----------------------------------------------------------*
045400*  1500-REANUDAR                                             *
045500*  HAY UNA CORRIDA INTERRUMPIDA.  SOLO SE LA CONTINUA CON    *
045600*  LA MISMA TABLA, EN EL MISMO ORDEN: LOS CONTEOS DE ANTES Y *
045700*  LOS RECODIFICADOS YA GUARDADOS SON DE ESA TABLA.          *
045800*-----------------------------------------------------------*
045900 1500-REANUDAR.
046000     MOVE 'S' TO WS-SW-REINICIO
046100     MOVE 'N' TO WS-SW-TABLA-DISTINTA
046200     IF RL-CANT-PARES NOT = WS-CANT-PARES
046300         MOVE 'S' TO WS-SW-TABLA-DISTINTA
046400     ELSE
046500         PERFORM 1510-COMPARAR-PAR THRU 1510-EXIT
046600             VARYING WS-IND FROM 1 BY 1
046700             UNTIL WS-IND > WS-CANT-PARES
046800     END-IF
046900     IF WS-TABLA-DISTINTA
047000         DISPLAY "TESTERNC - HAY UNA RECLASIFICACION "
047100                 "INTERRUMPIDA "
047200                 "DEL " RL-FECHA-CORRIDA " " RL-HORA-CORRIDA
047300                 " CON OTRA TABLA DE CODIGOS."
047400         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
047500         MOVE 8 TO RETURN-CODE
047600         GO TO 1500-EXIT
047700     END-IF
047800     DISPLAY "TESTERNC - SE REANUDA LA RECLASIFICACION DEL "
047900             RL-FECHA-CORRIDA " " RL-HORA-CORRIDA
048000             " DESPUES DEL NRO " RL-ULTIMO-NRO.
048100 1500-EXIT.
048200     EXIT.

048300 1510-COMPARAR-PAR.
048400     IF RL-COD-VIEJO(WS-IND) NOT = WS-P-COD-VIEJO(WS-IND)
048500         OR RL-COD-NUEVO(WS-IND) NOT = WS-P-COD-NUEVO(WS-IND)
048600         MOVE 'S' TO WS-SW-TABLA-DISTINTA
048700     END-IF.
048800 1510-EXIT.
048900     EXIT.

049000*-----------------------------------------------------------*
049100*  1600-COMENZAR                                             *
049200*  CORRIDA NUEVA: CUENTA LOS DOS CODIGOS DE CADA PAR EN TODO *
049300*  EL REGISTRO Y DEJA LA TABLA Y LOS CONTEOS EN RCLCTL ANTES *
049400*  DE RECODIFICAR LA PRIMERA PERSONA.                        *
049500*-----------------------------------------------------------*
049600 1600-COMENZAR.
049700     PERFORM 8000-CONTAR-CODIGOS THRU 8000-EXIT
049800     INITIALIZE RL-RECLAS-CONTROL
049900     MOVE WS-FECHA-HOY TO RL-FECHA-CORRIDA
050000     MOVE WS-HORA-AHORA TO RL-HORA-CORRIDA
050100     MOVE WS-USUARIO TO RL-USUARIO
050200     MOVE WS-CANT-PARES TO RL-CANT-PARES
050300     PERFORM 1610-CARGAR-PAR THRU 1610-EXIT
050400         VARYING WS-IND FROM 1 BY 1
050500         UNTIL WS-IND > WS-CANT-PARES
050600     MOVE 'E' TO RL-ESTADO
050700     PERFORM 8500-GRABAR-CONTROL THRU 8500-EXIT.
050800 1600-EXIT.
050900     EXIT.

051000 1610-CARGAR-PAR.
051100     MOVE WS-P-COD-VIEJO(WS-IND) TO RL-COD-VIEJO(WS-IND)
051200     MOVE WS-P-COD-NUEVO(WS-IND) TO RL-COD-NUEVO(WS-IND)
051300     MOVE WS-P-CT-VIEJO(WS-IND) TO RL-ANTES-VIEJO(WS-IND)
051400     MOVE WS-P-CT-NUEVO(WS-IND) TO RL-ANTES-NUEVO(WS-IND)
051500     MOVE ZERO TO RL-RECODIFICADOS(WS-IND).
051600 1610-EXIT.
051700     EXIT.

051800*-----------------------------------------------------------*
051900*  1700-VERIFICAR-PENDIENTE                                  *
052000*  LA CORRIDA ANTERIOR SE DETUVO CON UNA PERSONA A MEDIAS.   *
052100*  SI EL REGISTRO YA TIENE EL CODIGO NUEVO CON EL SELLO      *
052200*  ANOTADO EN RCLCTL, LA REGRABACION SE HIZO; SE BUSCA       *
052300*  ENTONCES SU FILA EN AUDITLOG.  1850 COMPLETA LO QUE FALTE *
052400*  UNA VEZ ABIERTO AUDITLOG PARA AGREGAR.                    *
052500*-----------------------------------------------------------*
052600 1700-VERIFICAR-PENDIENTE.
052700     MOVE RL-PEND-PAR TO WS-PAR
052800     MOVE RL-PEND-NRO TO PM-NRO-PERSONA
052900     READ PERSON-MASTER
053000         INVALID KEY
053100             GO TO 1700-EXIT
053200     END-READ
053300     IF PM-NACIONALIDAD NOT = RL-COD-NUEVO(WS-PAR)
053400         OR PM-FECHA-ULT-MOD NOT = RL-PEND-FECHA
053500         OR PM-HORA-ULT-MOD NOT = RL-PEND-HORA
053600         GO TO 1700-EXIT
053700     END-IF
053800     MOVE 'S' TO WS-SW-PEND-GRABADO
053900     OPEN INPUT AUDIT-LOG
054000     IF NOT WS-AU-OK
054100         GO TO 1700-EXIT
054200     END-IF
054300     MOVE 'N' TO WS-SW-FIN-AUDITORIA
054400     PERFORM 1710-LEER-AUDITORIA THRU 1710-EXIT
054500         UNTIL WS-FIN-AUDITORIA OR WS-PEND-AUDITADO
054600     CLOSE AUDIT-LOG.
054700 1700-EXIT.
054800     EXIT.

054900 1710-LEER-AUDITORIA.
055000     READ AUDIT-LOG
055100         AT END
055200             MOVE 'S' TO WS-SW-FIN-AUDITORIA
055300             GO TO 1710-EXIT
055400     END-READ
055500     IF AU-NRO-PERSONA = RL-PEND-NRO
055600         AND AU-ACCION-CAMBIO
055700         AND AU-PROGRAMA = "TESTERNC"
055800         AND AU-FECHA = RL-PEND-FECHA
055900         AND AU-HORA = RL-PEND-HORA
056000         MOVE 'S' TO WS-SW-PEND-AUDITADO
056100     END-IF.
056200 1710-EXIT.
056300     EXIT.

056400*-----------------------------------------------------------*
056500*  1800-ABRIR-SALIDAS                                        *
056600*-----------------------------------------------------------*
056700 1800-ABRIR-SALIDAS.
056800     OPEN EXTEND AUDIT-LOG
056900     IF NOT WS-AU-OK
057000         OPEN OUTPUT AUDIT-LOG
057100     END-IF
057200     IF NOT WS-AU-OK
057300         DISPLAY "NO SE PUDO ABRIR AUDITLOG - STATUS "
057400                 WS-AU-STATUS
057500         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
057600         MOVE 8 TO RETURN-CODE
057700         GO TO 1800-EXIT
057800     END-IF
057900     MOVE 'S' TO WS-SW-AU-ABIERTO
058000     OPEN OUTPUT RECLAS-REPORT
058100     IF NOT WS-RR-OK
058200         DISPLAY "NO SE PUDO ABRIR RCLRPT - STATUS "
058300                 WS-RR-STATUS
058400         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
058500         MOVE 8 TO RETURN-CODE
058600         GO TO 1800-EXIT
058700     END-IF
058800     MOVE 'S' TO WS-SW-RR-ABIERTO
058900     MOVE SPACES TO ER-REPORT-LINE
059000     STRING "REGISTRO CIVIL - RECLASIFICACION DE NACIONALIDADES"
059100         DELIMITED BY SIZE INTO ER-REPORT-LINE
059200     WRITE ER-REPORT-LINE
059300     MOVE SPACES TO ER-REPORT-LINE
059400     STRING "CORRIDA INICIADA " RL-FECHA-CORRIDA " "
059500             RL-HORA-CORRIDA " POR " RL-USUARIO
059600         DELIMITED BY SIZE INTO ER-REPORT-LINE
059700     WRITE ER-REPORT-LINE
059800     IF WS-REINICIO
059900         MOVE SPACES TO ER-REPORT-LINE
060000         STRING "REANUDADA        " WS-FECHA-HOY " "
060100                 WS-HORA-AHORA " POR " WS-USUARIO
060200                 " DESPUES DEL NRO " RL-ULTIMO-NRO
060300             DELIMITED BY SIZE INTO ER-REPORT-LINE
060400         WRITE ER-REPORT-LINE
060500     END-IF
060600     MOVE SPACES TO ER-REPORT-LINE
060700     WRITE ER-REPORT-LINE.
060800 1800-EXIT.
060900     EXIT.

061000*-----------------------------------------------------------*
061100*  1850-COMPLETAR-PENDIENTE                                  *
061200*  SIN REGRABACION NO HUBO CAMBIO: LA PERSONA SE TRATA EN LA *
061300*  PASADA COMO CUALQUIER OTRA.  CON REGRABACION Y FILA DE    *
061400*  AUDITORIA SOLO FALTA CONTARLA.  CON REGRABACION Y SIN     *
061500*  FILA SE LA VUELVE A SELLAR CON LA HORA DE AHORA Y SE      *
061600*  GRABA LA FILA, PARA QUE LA NOVEDAD SALGA EN EL PROXIMO    *
061700*  ENVIO Y NO QUEDE ATRAS DE UN CORTE YA EMITIDO.            *
061800*-----------------------------------------------------------*
061900 1850-COMPLETAR-PENDIENTE.
062000     IF NOT WS-PEND-GRABADO
062100         MOVE ZERO TO RL-PEND-NRO RL-PEND-PAR
062200         MOVE ZERO TO RL-PEND-FECHA RL-PEND-HORA
062300         PERFORM 8500-GRABAR-CONTROL THRU 8500-EXIT
062400         GO TO 1850-EXIT
062500     END-IF
062600     IF WS-PEND-AUDITADO
062700         PERFORM 3200-DAR-POR-HECHA THRU 3200-EXIT
062800     ELSE
062900         DISPLAY "TESTERNC - EL NRO " RL-PEND-NRO
063000                 " QUEDO RECODIFICADO SIN AUDITORIA - "
063100                 "SE COMPLETA."
063200         PERFORM 3000-RECODIFICAR-PERSONA THRU 3000-EXIT
063300     END-IF.
063400 1850-EXIT.
063500     EXIT.

063600*-----------------------------------------------------------*
063700*  2000-PROCESAR                                             *
063800*  CADA REGISTRO CUYA NACIONALIDAD ES UN CODIGO ANTERIOR DE  *
063900*  LA TABLA SE RECODIFICA, SEA CUAL SEA SU ESTADO, SALVO UN  *
063910*  FUSIONADO: CONSERVA LA IMAGEN DE LA FUSION Y LO RECODIFICA*
063920*  LA DESFUSION SI ALGUNA VEZ SE LO REPONE.                  *
064000*-----------------------------------------------------------*
064100 2000-PROCESAR.
064200     ADD 1 TO WS-CONTADOR-LEIDOS
064300     PERFORM 2200-BUSCAR-PAR THRU 2200-EXIT
064400     IF WS-PAR > ZERO AND NOT PM-REG-FUSIONADO
064500         PERFORM 3000-RECODIFICAR-PERSONA THRU 3000-EXIT
064600     END-IF
064700     IF NOT WS-FIN-REGISTRO
064800         PERFORM 2100-LEER-SIGUIENTE THRU 2100-EXIT
064900     END-IF.
065000 2000-EXIT.
065100     EXIT.

065200 2100-LEER-SIGUIENTE.
065300     READ PERSON-MASTER NEXT RECORD
065400         AT END
065500             MOVE 'S' TO WS-SW-FIN-REGISTRO
065600     END-READ.
065700 2100-EXIT.
065800     EXIT.

065900 2200-BUSCAR-PAR.
066000     MOVE ZERO TO WS-PAR
066100     PERFORM 2210-COMPARAR-PAR THRU 2210-EXIT
066200         VARYING WS-IND FROM 1 BY 1
066300         UNTIL WS-IND > WS-CANT-PARES OR WS-PAR > ZERO.
066400 2200-EXIT.
066500     EXIT.

066600 2210-COMPARAR-PAR.
066700     IF PM-NACIONALIDAD = WS-P-COD-VIEJO(WS-IND)
066800         MOVE WS-IND TO WS-PAR
066900     END-IF.
067000 2210-EXIT.
067100     EXIT.

067200*-----------------------------------------------------------*
067300*  3000-RECODIFICAR-PERSONA                                  *
067400*  ANOTA EN RCLCTL LA PERSONA, EL PAR Y EL SELLO QUE VA A    *
067500*  LLEVAR; REGRABA EL REGISTRO, GRABA LA FILA DE CAMBIO Y    *
067600*  RECIEN ENTONCES LA DA POR HECHA.  UN ERROR DE GRABACION   *
067700*  DETIENE LA CORRIDA CON RC 8 Y RCLCTL EN CURSO, LISTA PARA *
067800*  REANUDAR.                                                 *
067900*-----------------------------------------------------------*
068000 3000-RECODIFICAR-PERSONA.
068100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
068200     ACCEPT WS-HORA-AHORA FROM TIME
068300     MOVE PM-NRO-PERSONA TO RL-PEND-NRO
068400     MOVE WS-PAR TO RL-PEND-PAR
068500     MOVE WS-FECHA-HOY TO RL-PEND-FECHA
068600     MOVE WS-HORA-AHORA TO RL-PEND-HORA
068700     PERFORM 8500-GRABAR-CONTROL THRU 8500-EXIT
068800     IF WS-CORRIDA-CANCELADA
068900         GO TO 3000-EXIT
069000     END-IF

069100     MOVE PM-NOMBRE TO WS-A-NOMBRE
069200     MOVE PM-APELLIDO TO WS-A-APELLIDO
069300     MOVE PM-EDAD TO WS-A-EDAD
069400     MOVE RL-COD-VIEJO(WS-PAR) TO WS-A-NACIONALIDAD
069500     MOVE PM-FECHA-NACIMIENTO TO WS-A-FECHA-NAC
069600     MOVE PM-NRO-DOCUMENTO TO WS-A-DOCUMENTO
069700     MOVE RL-COD-NUEVO(WS-PAR) TO PM-NACIONALIDAD
069800     MOVE WS-FECHA-HOY TO PM-FECHA-ULT-MOD
069900     MOVE WS-HORA-AHORA TO PM-HORA-ULT-MOD
070000     MOVE WS-USUARIO TO PM-USUARIO-ULT-MOD
070100     REWRITE PM-PERSON-RECORD
070200         INVALID KEY
070300             CONTINUE
070400     END-REWRITE
070500     IF NOT WS-PM-OK
070600         DISPLAY "ERROR AL GRABAR EL NRO " PM-NRO-PERSONA
070700                 " - STATUS " WS-PM-STATUS
070800         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
070900         MOVE 'S' TO WS-SW-FIN-REGISTRO
071000         MOVE 8 TO RETURN-CODE
071100         GO TO 3000-EXIT
071200     END-IF

071300     PERFORM 3100-GRABAR-AUDITORIA THRU 3100-EXIT
071400     IF NOT WS-AU-OK
071500         DISPLAY "ERROR AL GRABAR AUDITLOG PARA EL NRO "
071600                 PM-NRO-PERSONA " - STATUS " WS-AU-STATUS
071700         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
071800         MOVE 'S' TO WS-SW-FIN-REGISTRO
071900         MOVE 8 TO RETURN-CODE
072000         GO TO 3000-EXIT
072100     END-IF
072200     PERFORM 3200-DAR-POR-HECHA THRU 3200-EXIT.
072300 3000-EXIT.
072400     EXIT.

072500*-----------------------------------------------------------*
072600*  3100-GRABAR-AUDITORIA                                     *
072700*  UNA FILA DE CAMBIO COMO LA DE TESTEMNT: MISMO SELLO QUE   *
072800*  EL REGISTRO, IMAGEN ANTERIOR CON EL CODIGO VIEJO.         *
072900*-----------------------------------------------------------*
073000 3100-GRABAR-AUDITORIA.
073100     MOVE WS-FECHA-HOY TO AU-FECHA
073200     MOVE WS-HORA-AHORA TO AU-HORA
073300     MOVE WS-USUARIO TO AU-USUARIO
073400     MOVE "TESTERNC" TO AU-PROGRAMA
073500     MOVE PM-OFICINA TO AU-OFICINA
073600     MOVE 'C' TO AU-TIPO-ACCION
073700     MOVE PM-NRO-PERSONA TO AU-NRO-PERSONA
073800     MOVE ZERO TO AU-NRO-FUSION
073900     MOVE WS-A-NOMBRE TO AU-A-NOMBRE
074000     MOVE WS-A-APELLIDO TO AU-A-APELLIDO
074100     MOVE WS-A-EDAD TO AU-A-EDAD
074200     MOVE WS-A-NACIONALIDAD TO AU-A-NACIONALIDAD
074300     MOVE WS-A-FECHA-NAC TO AU-A-FECHA-NAC
074400     MOVE WS-A-DOCUMENTO TO AU-A-DOCUMENTO
074500     MOVE PM-NOMBRE TO AU-D-NOMBRE
074600     MOVE PM-APELLIDO TO AU-D-APELLIDO
074700     MOVE PM-EDAD TO AU-D-EDAD
074800     MOVE PM-NACIONALIDAD TO AU-D-NACIONALIDAD
074900     MOVE PM-FECHA-NACIMIENTO TO AU-D-FECHA-NAC
075000     MOVE PM-NRO-DOCUMENTO TO AU-D-DOCUMENTO
075100     WRITE AU-AUDIT-RECORD.
075200 3100-EXIT.
075300     EXIT.

075400 3200-DAR-POR-HECHA.
075500     ADD 1 TO RL-RECODIFICADOS(WS-PAR)
075600     MOVE RL-PEND-NRO TO RL-ULTIMO-NRO
075700     MOVE ZERO TO RL-PEND-NRO RL-PEND-PAR
075800     MOVE ZERO TO RL-PEND-FECHA RL-PEND-HORA
075900     PERFORM 8500-GRABAR-CONTROL THRU 8500-EXIT
076000     IF NOT WS-CORRIDA-CANCELADA
076100         ADD 1 TO WS-CONTADOR-RECODIFICADOS
076200     END-IF.
076300 3200-EXIT.
076400     EXIT.

076500*-----------------------------------------------------------*
076600*  6000-INFORMAR                                             *
076700*  VUELVE A CONTAR LOS CODIGOS E IMPRIME POR PAR EL ANTES,   *
076800*  LOS RECODIFICADOS Y EL DESPUES.  CUADRA SI NO QUEDA NADIE *
076900*  CON EL CODIGO ANTERIOR, SE RECODIFICARON TODOS LOS QUE LO *
077000*  TENIAN Y EL CODIGO NUEVO CRECIO EXACTAMENTE EN LO         *
077100*  RECODIFICADO HACIA EL (SUMANDO LOS PARES QUE COMPARTEN    *
077200*  CODIGO NUEVO).  SI NO CUADRA, RC 4.  TAMBIEN RC 4 SI UN   *
077210*  PAR NO RECODIFICO A NADIE PERO HAY FUSIONADOS CON SU      *
077220*  CODIGO ANTERIOR: NO QUEDO FILA DE CAMBIO QUE UNA          *
077230*  DESFUSION PUEDA SEGUIR, Y LES REPONDRIA EL CODIGO VIEJO.  *
077300*-----------------------------------------------------------*
077400 6000-INFORMAR.
077500     PERFORM 8000-CONTAR-CODIGOS THRU 8000-EXIT
077600     MOVE ZERO TO WS-TOTAL-RECODIFICADOS
077700     MOVE SPACES TO ER-REPORT-LINE
077800     STRING "CODIGO" "               " "   ANTES" "   "
077900             "   ANTES" "   " "PERSONAS" "   " " DESPUES"
078000             "   " " DESPUES"
078100         DELIMITED BY SIZE INTO ER-REPORT-LINE
078200     WRITE ER-REPORT-LINE
078300     MOVE SPACES TO ER-REPORT-LINE
078400     STRING "ANTERIOR        NVO  " "ANTERIOR" "   "
078500             "   NUEVO" "   " "RECODIF." "   " "ANTERIOR"
078600             "   " "   NUEVO"
078700         DELIMITED BY SIZE INTO ER-REPORT-LINE
078800     WRITE ER-REPORT-LINE
078900     MOVE SPACES TO ER-REPORT-LINE
079000     WRITE ER-REPORT-LINE
079100     PERFORM 6100-INFORMAR-PAR THRU 6100-EXIT
079200         VARYING WS-IND FROM 1 BY 1
079300         UNTIL WS-IND > WS-CANT-PARES

079400     MOVE SPACES TO ER-REPORT-LINE
079500     WRITE ER-REPORT-LINE
079600     MOVE WS-CONTADOR-LEIDOS TO WS-ED-LEIDOS
079700     STRING "REGISTROS LEIDOS EN ESTA CORRIDA   : "
079800             WS-ED-LEIDOS
079900         DELIMITED BY SIZE INTO ER-REPORT-LINE
080000     WRITE ER-REPORT-LINE
080100     MOVE SPACES TO ER-REPORT-LINE
080200     MOVE WS-CONTADOR-RECODIFICADOS TO WS-ED-RECODIFICADOS
080300     STRING "RECODIFICADAS EN ESTA CORRIDA      : "
080400             WS-ED-RECODIFICADOS
080500         DELIMITED BY SIZE INTO ER-REPORT-LINE
080600     WRITE ER-REPORT-LINE
080700     MOVE SPACES TO ER-REPORT-LINE
080800     MOVE WS-TOTAL-RECODIFICADOS TO WS-ED-RECODIFICADOS
080900     STRING "RECODIFICADAS DESDE EL INICIO      : "
081000             WS-ED-RECODIFICADOS
081100         DELIMITED BY SIZE INTO ER-REPORT-LINE
081200     WRITE ER-REPORT-LINE
081210     MOVE SPACES TO ER-REPORT-LINE
081220     MOVE WS-CONTADOR-FUSIONADOS TO WS-ED-FUSIONADOS
081230     STRING "FUSIONADOS CON CODIGO ANTERIOR     : "
081240             WS-ED-FUSIONADOS
081250             "  (NO SE RECODIFICAN)"
081260         DELIMITED BY SIZE INTO ER-REPORT-LINE
081270     WRITE ER-REPORT-LINE
081300     MOVE SPACES TO ER-REPORT-LINE
081400     IF WS-NO-CUADRA
081500         STRING "*** LA RECLASIFICACION NO CUADRA - REVISE "
081600                 "LOS PARES MARCADOS."
081700             DELIMITED BY SIZE INTO ER-REPORT-LINE
081800         MOVE 4 TO RETURN-CODE
081900     ELSE
082000         STRING "RECLASIFICACION TERMINADA - LOS CONTEOS CUADRAN."
082100             DELIMITED BY SIZE INTO ER-REPORT-LINE
082200     END-IF
082300     WRITE ER-REPORT-LINE
082310     IF WS-SIN-RASTRO
082320         MOVE SPACES TO ER-REPORT-LINE
082330         STRING "*** HAY PARES SIN RASTRO PARA UNA DESFUSION - "
082340                 "REVISE LOS PARES MARCADOS."
082350             DELIMITED BY SIZE INTO ER-REPORT-LINE
082360         WRITE ER-REPORT-LINE
082370         MOVE 4 TO RETURN-CODE
082380     END-IF

082400     MOVE 'F' TO RL-ESTADO
082500     PERFORM 8500-GRABAR-CONTROL THRU 8500-EXIT.
082600 6000-EXIT.
082700     EXIT.

082800 6100-INFORMAR-PAR.
082900     ADD RL-RECODIFICADOS(WS-IND) TO WS-TOTAL-RECODIFICADOS
083000     MOVE RL-ANTES-VIEJO(WS-IND) TO WS-ED-ANTES-VIEJO
083100     MOVE RL-ANTES-NUEVO(WS-IND) TO WS-ED-ANTES-NUEVO
083200     MOVE RL-RECODIFICADOS(WS-IND) TO WS-ED-RECODIFICADOS
083300     MOVE WS-P-CT-VIEJO(WS-IND) TO WS-ED-DESPUES-VIEJO
083400     MOVE WS-P-CT-NUEVO(WS-IND) TO WS-ED-DESPUES-NUEVO
083500     MOVE SPACES TO ER-REPORT-LINE
083600     STRING RL-COD-VIEJO(WS-IND) " " RL-COD-NUEVO(WS-IND) "  "
083700             WS-ED-ANTES-VIEJO "   " WS-ED-ANTES-NUEVO "   "
083800             WS-ED-RECODIFICADOS "   " WS-ED-DESPUES-VIEJO "   "
083900             WS-ED-DESPUES-NUEVO
084000         DELIMITED BY SIZE INTO ER-REPORT-LINE
084100     WRITE ER-REPORT-LINE

084200     MOVE RL-ANTES-NUEVO(WS-IND) TO WS-ESPERADO-NUEVO
084300     PERFORM 6110-SUMAR-DESTINO THRU 6110-EXIT
084400         VARYING WS-IND2 FROM 1 BY 1
084500         UNTIL WS-IND2 > WS-CANT-PARES
084600     IF WS-P-CT-VIEJO(WS-IND) NOT = ZERO
084700         OR RL-RECODIFICADOS(WS-IND) NOT = RL-ANTES-VIEJO(WS-IND)
084800         OR WS-P-CT-NUEVO(WS-IND) NOT = WS-ESPERADO-NUEVO
084900         MOVE 'S' TO WS-SW-NO-CUADRA
085000         MOVE RL-ANTES-VIEJO(WS-IND) TO WS-ED-ANTES-VIEJO
085100         MOVE WS-ESPERADO-NUEVO TO WS-ED-ESPERADO
085200         MOVE SPACES TO ER-REPORT-LINE
085300         STRING "  *** NO CUADRA - SE ESPERABAN "
085400                 WS-ED-ANTES-VIEJO
085500                 " RECODIFICADAS Y " WS-ED-ESPERADO
085600                 " CON EL NUEVO"
085700             DELIMITED BY SIZE INTO ER-REPORT-LINE
085800         WRITE ER-REPORT-LINE
085900     END-IF
085910     IF RL-RECODIFICADOS(WS-IND) = ZERO
085920         AND WS-P-CT-FUSIONADOS(WS-IND) > ZERO
085930         MOVE 'S' TO WS-SW-SIN-RASTRO
085940         MOVE WS-P-CT-FUSIONADOS(WS-IND) TO WS-ED-FUSIONADOS
085950         MOVE SPACES TO ER-REPORT-LINE
085960         STRING "  *** SOLO LO TIENEN " WS-ED-FUSIONADOS
085970                 " FUSIONADOS - SIN FILA PARA LA DESFUSION"
085985             DELIMITED BY SIZE INTO ER-REPORT-LINE
085990         WRITE ER-REPORT-LINE
085995     END-IF
086000     IF WS-P-VIEJO-VIGENTE(WS-IND)
086100         MOVE SPACES TO ER-REPORT-LINE
086200         STRING "  AVISO: EL CODIGO " WS-P-VIEJO-COD(WS-IND)
086300                 " SIGUE VIGENTE EN NACIOREF - RETIRELO CON "
086400                 "TESTENAC."
086500             DELIMITED BY SIZE INTO ER-REPORT-LINE
086600         WRITE ER-REPORT-LINE
086700     END-IF.
086800 6100-EXIT.
086900     EXIT.

087000 6110-SUMAR-DESTINO.
087100     IF RL-COD-NUEVO(WS-IND2) = RL-COD-NUEVO(WS-IND)
087200         ADD RL-RECODIFICADOS(WS-IND2) TO WS-ESPERADO-NUEVO
087300     END-IF.
087400 6110-EXIT.
087500     EXIT.

087600*-----------------------------------------------------------*
087700*  8000-CONTAR-CODIGOS                                       *
087800*  UNA PASADA COMPLETA DEL REGISTRO: POR PAR, CUANTAS        *
087900*  PERSONAS TIENEN EL CODIGO ANTERIOR Y CUANTAS EL NUEVO.    *
087910*  LOS FUSIONADOS NO ENTRAN EN LOS PARES; SE CUENTAN APARTE  *
087920*  LOS QUE CONSERVAN ALGUN CODIGO ANTERIOR.                  *
088000*-----------------------------------------------------------*
088100 8000-CONTAR-CODIGOS.
088200     PERFORM 8010-LIMPIAR-CONTEO THRU 8010-EXIT
088300         VARYING WS-IND FROM 1 BY 1
088400         UNTIL WS-IND > WS-CANT-PARES
088450     MOVE ZERO TO WS-CONTADOR-FUSIONADOS
088500     MOVE 'N' TO WS-SW-FIN-CONTEO
088600     MOVE ZERO TO PM-NRO-PERSONA
088700     START PERSON-MASTER KEY IS NOT LESS THAN PM-NRO-PERSONA
088800         INVALID KEY
088900             MOVE 'S' TO WS-SW-FIN-CONTEO
089000     END-START
089100     IF NOT WS-FIN-CONTEO
089200         PERFORM 8100-LEER-CONTEO THRU 8100-EXIT
089300     END-IF
089400     PERFORM 8200-CONTAR-REGISTRO THRU 8200-EXIT
089500         UNTIL WS-FIN-CONTEO.
089600 8000-EXIT.
089700     EXIT.

089800 8010-LIMPIAR-CONTEO.
089900     MOVE ZERO TO WS-P-CT-VIEJO(WS-IND)
090000     MOVE ZERO TO WS-P-CT-NUEVO(WS-IND)
090050     MOVE ZERO TO WS-P-CT-FUSIONADOS(WS-IND).
090100 8010-EXIT.
090200     EXIT.

090300 8100-LEER-CONTEO.
090400     READ PERSON-MASTER NEXT RECORD
090500         AT END
090600             MOVE 'S' TO WS-SW-FIN-CONTEO
090700     END-READ.
090800 8100-EXIT.
090900     EXIT.

091000 8200-CONTAR-REGISTRO.
091010     IF PM-REG-FUSIONADO
091020         PERFORM 2200-BUSCAR-PAR THRU 2200-EXIT
091030         IF WS-PAR > ZERO
091040             ADD 1 TO WS-CONTADOR-FUSIONADOS
091045             ADD 1 TO WS-P-CT-FUSIONADOS(WS-PAR)
091050         END-IF
091060         PERFORM 8100-LEER-CONTEO THRU 8100-EXIT
091070         GO TO 8200-EXIT
091080     END-IF
091100     PERFORM 8210-CONTAR-PAR THRU 8210-EXIT
091200         VARYING WS-IND FROM 1 BY 1
091300         UNTIL WS-IND > WS-CANT-PARES
091400     PERFORM 8100-LEER-CONTEO THRU 8100-EXIT.
091500 8200-EXIT.
091600     EXIT.

091700 8210-CONTAR-PAR.
091800     IF PM-NACIONALIDAD = WS-P-COD-VIEJO(WS-IND)
091900         ADD 1 TO WS-P-CT-VIEJO(WS-IND)
092000     END-IF
092100     IF PM-NACIONALIDAD = WS-P-COD-NUEVO(WS-IND)
092200         ADD 1 TO WS-P-CT-NUEVO(WS-IND)
092300     END-IF.
092400 8210-EXIT.
092500     EXIT.

092600*-----------------------------------------------------------*
092700*  8500-GRABAR-CONTROL                                       *
092800*  REGRABA RCLCTL.  SI NO SE PUEDE, LA CORRIDA SE DETIENE:   *
092900*  SIN PUNTO DE CONTROL NO HAY REANUDACION SEGURA.           *
093000*-----------------------------------------------------------*
093100 8500-GRABAR-CONTROL.
093200     MOVE 1 TO WS-RL-RELKEY
093300     REWRITE RL-RECLAS-CONTROL
093400         INVALID KEY
093500             CONTINUE
093600     END-REWRITE
093700     IF NOT WS-RL-OK
093800         DISPLAY "ERROR AL GRABAR RCLCTL - STATUS " WS-RL-STATUS
093900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
094000         MOVE 'S' TO WS-SW-FIN-REGISTRO
094100         MOVE 8 TO RETURN-CODE
094200     END-IF.
094300 8500-EXIT.
094400     EXIT.

094500 9000-FINALIZAR.
094600     IF WS-CORRIDA-CANCELADA AND WS-RL-ABIERTO
094700         IF RL-EN-CURSO
094800             DISPLAY "TESTERNC - LA RECLASIFICACION QUEDA "
094900                     "INTERRUMPIDA EN RCLCTL.  REENVIE EL JOB "
095000                     "CON "
095100                     "LAS MISMAS TARJETAS PARA TERMINARLA."
095200         END-IF
095300     END-IF
095400     IF WS-PM-ABIERTO
095500         CLOSE PERSON-MASTER
095600     END-IF
095700     IF WS-RL-ABIERTO
095800         CLOSE RECLAS-CONTROL
095900     END-IF
096000     IF WS-AU-ABIERTO
096100         CLOSE AUDIT-LOG
096200     END-IF
096300     IF WS-RR-ABIERTO
096400         CLOSE RECLAS-REPORT
096500     END-IF
096600     DISPLAY "TESTERNC - LEIDOS: " WS-CONTADOR-LEIDOS
096700             " RECODIFICADOS: " WS-CONTADOR-RECODIFICADOS.
096800 9000-EXIT.
096900     EXIT.
