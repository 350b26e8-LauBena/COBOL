000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEDEM                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     DEMOGRAPHIC STATISTICS FOR THE MINISTRY'S PERIODIC     *
000900*     RETURN.  COUNTS THE ACTIVE POPULATION OF THE REGISTER  *
001000*     CROSS-TABULATED BY NACIONALIDAD AND CURRENT AGE BAND   *
001100*     (AGE DERIVED AT RUN TIME THROUGH CALCEDAD), ONE TABLE  *
001200*     PER REGISTERING OFFICE (PM-OFICINA) AND ONE FOR THE    *
001300*     WHOLE REGISTER.  LEGACY RECORDS WITH NO FECHA DE       *
001400*     NACIMIENTO ARE COUNTED IN THEIR OWN COLUMN, NOT IN THE *
001500*     BAND OF THE EDAD CAPTURED YEARS AGO.                   *
001600*     EACH OFFICE ALSO GETS THE CHANGE AGAINST THE PREVIOUS  *
001700*     PERIOD: ALTAS, BAJAS, FUSIONES, DEFUNCIONES AND        *
001800*     DESFUSIONES TAKEN FROM THE AUDIT TRAIL SINCE THE       *
001900*     PREVIOUS CUT-OFF, AND THE NET GROWTH OF THE ACTIVE     *
002000*     POPULATION.  THE PREVIOUS PERIOD'S FIGURES COME FROM   *
002100*     DEMOHIST, WHERE EVERY RUN LEAVES ITS OWN, SO NOTHING   *
002200*     IS RECALCULATED.  THE FIRST PERIOD EVER REPORTED HAS   *
002300*     NOTHING TO COMPARE WITH AND SAYS SO.                   *
002400*     OUTPUT: THE PRINTED CROSS-TAB (DEMORPT) AND THE        *
002500*     FIXED-LAYOUT SUMMARY FOR THE MINISTRY (DEMOSUM, SEE    *
002600*     DEMORC).  SYSIN: THE PERIOD BEING REPORTED (AAAAMM).   *
002700*                                                            *
002800*  MODIFICATION HISTORY.                                    *
002900*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002910*     2026-10-15  RQ   CROSS-TAB CELLS WIDENED TO EIGHT      *
002920*                      DIGITS (THE REGISTER TOTAL NO LONGER  *
002930*                      FITS IN SIX) AND DEMORPT TO 132; AN   *
002940*                      AUDITLOG OPEN FAILURE NOW CLOSES THE  *
002950*                      FILES BEFORE ENDING THE RUN.          *
003000*-----------------------------------------------------------*
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. TESTEDEM.
003300 AUTHOR. R. QUIROGA.
003400 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003500 DATE-WRITTEN. 2026-10-15.
003600 DATE-COMPILED.

003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GNUCOBOL.
004000 OBJECT-COMPUTER. GNUCOBOL.

004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     COPY PERSONSL.
004400     COPY AUDITSL.
004500     COPY DEMOSL.
004600     COPY DEMHSL.
004700     SELECT DEMO-REPORT ASSIGN TO "DEMORPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-DR-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200     COPY PERSONFD.
005300     COPY AUDITFD.
005400     COPY DEMOFD.
005500     COPY DEMHFD.
005600 FD  DEMO-REPORT
005700     RECORD CONTAINS 132 CHARACTERS
005800     LABEL RECORDS ARE OMITTED.
005850*  RENGLON DE 132 COMO EN TESTEAUD: EL CUADRO DE OCHO COLUMNAS
005870*  DE OCHO DIGITOS NO ENTRA EN LOS 80 DE EDRPTRC.
005900 01  ER-REPORT-LINE              PIC X(132).

006000 WORKING-STORAGE SECTION.
006100 77  WS-PM-STATUS                PIC X(02).
006200     88  WS-PM-OK                         VALUE '00'.
006300 77  WS-AU-STATUS                PIC X(02).
006400     88  WS-AU-OK                         VALUE '00'.
006500 77  WS-DM-STATUS                PIC X(02).
006600     88  WS-DM-OK                         VALUE '00'.
006700 77  WS-DH-STATUS                PIC X(02).
006800     88  WS-DH-OK                         VALUE '00'.
006900     88  WS-DH-NO-EXISTE                  VALUE '35'.
007000 77  WS-DR-STATUS                PIC X(02).
007100     88  WS-DR-OK                         VALUE '00'.

007200 77  WS-SW-FIN-REGISTRO          PIC X(01).
007300     88  WS-FIN-REGISTRO                  VALUE 'S'.
007400 77  WS-SW-FIN-AUDITORIA         PIC X(01).
007500     88  WS-FIN-AUDITORIA                 VALUE 'S'.
007600 77  WS-SW-FIN-HISTORICO         PIC X(01).
007700     88  WS-FIN-HISTORICO                 VALUE 'S'.
007800 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
007900     88  WS-CORRIDA-CANCELADA             VALUE 'S'.
008000 77  WS-SW-HAY-ANTERIOR          PIC X(01).
008100     88  WS-HAY-ANTERIOR                  VALUE 'S'.

008200 77  WS-PERIODO-ENT              PIC X(06).
008300 01  WS-PERIODO                  PIC 9(06).
008400 01  WS-PERIODO-DET REDEFINES WS-PERIODO.
008500     05  WS-PERIODO-ANO          PIC 9(04).
008600     05  WS-PERIODO-MES          PIC 9(02).
008700 77  WS-FECHA-HOY                PIC 9(08).
008800 77  WS-HORA-AHORA               PIC 9(06).
008900 77  WS-PERIODO-ANTERIOR         PIC 9(06).
009000 77  WS-FECHA-ANTERIOR           PIC 9(08).
009100 77  WS-HORA-ANTERIOR            PIC 9(06).

009200 77  WS-CONTADOR-LEIDOS          PIC 9(08)        COMP.
009300 77  WS-CONTADOR-ACTIVOS         PIC 9(08)        COMP.
009400 77  WS-CONTADOR-SIN-FECHA       PIC 9(08)        COMP.
009500 77  WS-CONTADOR-MOVIMIENTOS     PIC 9(08)        COMP.
009600 77  WS-CONTADOR-REGISTROS       PIC 9(08)        COMP.
009700 77  WS-CONTADOR-OTRAS           PIC 9(04)        COMP.
009800 77  WS-LINEAS-EN-PAGINA         PIC 9(04)        COMP.
009900 77  WS-MAX-LINEAS-POR-PAGINA    PIC 9(04)        COMP
010000         VALUE 40.
010100 77  WS-NRO-PAGINA               PIC 9(04)        COMP.
010200 77  WS-NRO-PAGINA-EDIT          PIC ZZZ9.
010300 77  WS-EDIT-1                   PIC Z(07)9.
010400 77  WS-EDIT-NETO                PIC -(07)9.
010500 77  WS-CRECIMIENTO              PIC S9(08)       COMP.

010600*  SUBINDICES: OFICINA (1-100 = CODIGO 00-99, 101 = SIN
010700*  CODIGO, 102 = TODO EL REGISTRO), NACIONALIDAD Y BANDA
010800*  (1-6 EDADES, 7 SIN FECHA DE NACIMIENTO, 8 TOTAL).
010900 77  WS-OFI                      PIC 9(04)        COMP.
011000 77  WS-NAC                      PIC 9(04)        COMP.
011100 77  WS-BANDA                    PIC 9(04)        COMP.
011200 77  WS-OFI-TOTAL                PIC 9(04)        COMP
011300         VALUE 102.
011400 77  WS-OFICINA-COD              PIC X(02).
011500 01  WS-OFI-NUM                  PIC 9(02).
011600 01  WS-OFI-NUM-X REDEFINES WS-OFI-NUM
011700                                 PIC X(02).
011800 77  WS-EDAD-ACTUAL              PIC 9(03).

011900*  NACIONALIDADES EN EL ORDEN EN QUE LAS DEVUELVE LA CLAVE
012000*  ALTERNATIVA (ALFABETICO).  PASADAS LAS 79 PRIMERAS, EL
012100*  RESTO SE JUNTA EN LA 80 ("OTRAS").
012200 77  WS-MAX-NACIONALIDADES       PIC 9(04)        COMP
012300         VALUE 80.
012400 77  WS-CANT-NACIONALIDADES      PIC 9(04)        COMP.
012500 77  WS-NACIONALIDAD-ANTERIOR    PIC X(15).
012600 01  WS-TABLA-NACIONALIDADES.
012700     05  WS-NAC-NOMBRE           OCCURS 80 TIMES
012800                                 PIC X(15).

012900 01  WS-TABLA-OFICINAS.
013000     05  WS-OFI-ENTRY            OCCURS 102 TIMES.
013100         10  WS-OFI-NAC          OCCURS 80 TIMES.
013200             15  WS-OFI-NAC-CANT OCCURS 8 TIMES
013300                                 PIC 9(07)        COMP.
013400         10  WS-OFI-CANT         OCCURS 8 TIMES
013500                                 PIC 9(08)        COMP.
013600         10  WS-OFI-ALTAS        PIC 9(07)        COMP.
013700         10  WS-OFI-BAJAS        PIC 9(07)        COMP.
013800         10  WS-OFI-FUSIONES     PIC 9(07)        COMP.
013900         10  WS-OFI-DEFUNCIONES  PIC 9(07)        COMP.
014000         10  WS-OFI-DESFUSIONES  PIC 9(07)        COMP.
014100         10  WS-OFI-ANTERIOR     PIC 9(08)        COMP.
014200         10  WS-OFI-SW-ANTERIOR  PIC X(01).
014300             88  WS-OFI-CON-ANTERIOR      VALUE 'S'.

014400*  RENGLON DEL CUADRO: NACIONALIDAD Y OCHO COLUMNAS.
014500 01  WS-LINEA-CUADRO.
014600     05  WS-LC-TITULO            PIC X(15).
014700     05  WS-LC-CELDA             OCCURS 8 TIMES.
014800         10  FILLER              PIC X(01).
014900         10  WS-LC-VALOR         PIC Z(07)9.
015000     05  FILLER                  PIC X(45).
015100 01  WS-LINEA-COLUMNAS.
015200     05  FILLER                  PIC X(15)
015300         VALUE "NACIONALIDAD".
015400     05  FILLER                  PIC X(36)
015500         VALUE "     0-14    15-24    25-34    35-49".
015600     05  FILLER                  PIC X(36)
015700         VALUE "    50-64      65+   S/FNAC    TOTAL".
015800     05  FILLER                  PIC X(45)        VALUE SPACES.

015900 PROCEDURE DIVISION.

016000 0000-MAINLINE.
016100     PERFORM 1000-INICIAR THRU 1000-EXIT
016200     IF NOT WS-CORRIDA-CANCELADA
016300         PERFORM 2000-CONTAR-PERSONA THRU 2000-EXIT
016400             UNTIL WS-FIN-REGISTRO
016500         PERFORM 3000-CONTAR-MOVIMIENTOS THRU 3000-EXIT
016600     END-IF
016700     IF NOT WS-CORRIDA-CANCELADA
016800         PERFORM 4000-GRABAR-CABECERA THRU 4000-EXIT
016900         PERFORM 5000-IMPRIMIR-OFICINA THRU 5000-EXIT
017000             VARYING WS-OFI FROM 1 BY 1
017100             UNTIL WS-OFI > WS-OFI-TOTAL
017200     END-IF
017300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
017400     STOP RUN.

017500*-----------------------------------------------------------*
017600*  1000-INICIAR                                              *
017700*  VALIDA EL PERIODO, ABRE LOS ARCHIVOS Y CARGA DE DEMOHIST  *
017800*  EL ULTIMO PERIODO ANTERIOR AL QUE SE INFORMA.             *
017900*-----------------------------------------------------------*
018000 1000-INICIAR.
018100     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
018200     MOVE 'N' TO WS-SW-FIN-REGISTRO
018300     MOVE 'N' TO WS-SW-FIN-AUDITORIA
018400     MOVE 'N' TO WS-SW-FIN-HISTORICO
018500     MOVE 'N' TO WS-SW-HAY-ANTERIOR
018600     MOVE ZERO TO WS-CONTADOR-LEIDOS
018700     MOVE ZERO TO WS-CONTADOR-ACTIVOS
018800     MOVE ZERO TO WS-CONTADOR-SIN-FECHA
018900     MOVE ZERO TO WS-CONTADOR-MOVIMIENTOS
019000     MOVE ZERO TO WS-CONTADOR-REGISTROS
019100     MOVE ZERO TO WS-CONTADOR-OTRAS
019200     MOVE ZERO TO WS-CANT-NACIONALIDADES
019300     MOVE ZERO TO WS-NRO-PAGINA
019400     MOVE ZERO TO WS-PERIODO-ANTERIOR
019500     MOVE ZERO TO WS-FECHA-ANTERIOR
019600     MOVE ZERO TO WS-HORA-ANTERIOR
019700     MOVE HIGH-VALUES TO WS-NACIONALIDAD-ANTERIOR
019800     INITIALIZE WS-TABLA-NACIONALIDADES
019900     INITIALIZE WS-TABLA-OFICINAS
020000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
020100     ACCEPT WS-HORA-AHORA FROM TIME
020200     MOVE SPACES TO WS-PERIODO-ENT
020300     ACCEPT WS-PERIODO-ENT
020400     IF WS-PERIODO-ENT IS NOT NUMERIC
020500         DISPLAY "TESTEDEM - PERIODO INVALIDO: " WS-PERIODO-ENT
020600                 " (DEBE SER AAAAMM)."
020700         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
020800         MOVE 8 TO RETURN-CODE
020900         GO TO 1000-EXIT
021000     END-IF
021100     MOVE WS-PERIODO-ENT TO WS-PERIODO
021200     IF WS-PERIODO-MES < 1 OR WS-PERIODO-MES > 12
021300         DISPLAY "TESTEDEM - PERIODO INVALIDO: " WS-PERIODO-ENT
021400                 " (DEBE SER AAAAMM)."
021500         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
021600         MOVE 8 TO RETURN-CODE
021700         GO TO 1000-EXIT
021800     END-IF
021900     OPEN INPUT PERSON-MASTER
022000     IF NOT WS-PM-OK
022100         DISPLAY "NO SE PUDO ABRIR EL REGISTRO - STATUS "
022200                 WS-PM-STATUS
022300         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 1000-EXIT
022600     END-IF
022700     OPEN OUTPUT DEMO-SUMMARY
022800     IF NOT WS-DM-OK
022900         DISPLAY "NO SE PUDO ABRIR DEMOSUM - STATUS "
023000                 WS-DM-STATUS
023100         CLOSE PERSON-MASTER
023200         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
023300         MOVE 8 TO RETURN-CODE
023400         GO TO 1000-EXIT
023500     END-IF
023600     OPEN OUTPUT DEMO-REPORT
023700     IF NOT WS-DR-OK
023800         DISPLAY "NO SE PUDO ABRIR DEMORPT - STATUS "
023900                 WS-DR-STATUS
024000         CLOSE PERSON-MASTER
024100         CLOSE DEMO-SUMMARY
024200         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
024300         MOVE 8 TO RETURN-CODE
024400         GO TO 1000-EXIT
024500     END-IF
024600     PERFORM 1100-CARGAR-ANTERIOR THRU 1100-EXIT
024700     IF WS-CORRIDA-CANCELADA
024800         CLOSE PERSON-MASTER
024900         CLOSE DEMO-SUMMARY
025000         CLOSE DEMO-REPORT
025100         GO TO 1000-EXIT
025200     END-IF
025300     MOVE LOW-VALUES TO PM-NACIONALIDAD
025400     START PERSON-MASTER KEY IS NOT LESS THAN PM-NACIONALIDAD
025500         INVALID KEY
025600             MOVE 'S' TO WS-SW-FIN-REGISTRO
025700     END-START
025800     IF NOT WS-FIN-REGISTRO
025900         PERFORM 2900-LEER-REGISTRO THRU 2900-EXIT
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.

026300*-----------------------------------------------------------*
026400*  1100-CARGAR-ANTERIOR                                      *
026500*  RECORRE DEMOHIST Y SE QUEDA CON EL MAYOR PERIODO MENOR AL *
026600*  QUE SE INFORMA.  CADA CORRIDA EMPIEZA CON SU CABECERA:    *
026700*  UNA CABECERA DE ESE PERIODO (O DE UNO MAYOR) DESCARTA LO  *
026800*  CARGADO ANTES, ASI UN PERIODO CORRIDO DOS VECES VALE POR  *
026900*  SU ULTIMA CORRIDA.  SIN DEMOHIST ES EL PRIMER PERIODO.    *
027000*-----------------------------------------------------------*
027100 1100-CARGAR-ANTERIOR.
027200     OPEN INPUT DEMO-HISTORY
027300     IF WS-DH-NO-EXISTE
027400         GO TO 1100-EXIT
027500     END-IF
027600     IF NOT WS-DH-OK
027700         DISPLAY "NO SE PUDO ABRIR DEMOHIST - STATUS "
027800                 WS-DH-STATUS
027900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
028000         MOVE 8 TO RETURN-CODE
028100         GO TO 1100-EXIT
028200     END-IF
028300     PERFORM 1200-LEER-HISTORICO THRU 1200-EXIT
028400     PERFORM 1300-CARGAR-RENGLON THRU 1300-EXIT
028500         UNTIL WS-FIN-HISTORICO
028600     CLOSE DEMO-HISTORY
028700     IF WS-PERIODO-ANTERIOR > ZERO
028800         MOVE 'S' TO WS-SW-HAY-ANTERIOR
028900     END-IF.
029000 1100-EXIT.
029100     EXIT.

029200 1200-LEER-HISTORICO.
029300     READ DEMO-HISTORY
029400         AT END
029500             MOVE 'S' TO WS-SW-FIN-HISTORICO
029600     END-READ.
029700 1200-EXIT.
029800     EXIT.

029900 1300-CARGAR-RENGLON.
030000     MOVE DH-DEMO-IMAGE TO DM-DEMO-RECORD
030100     IF DM-PERIODO NOT < WS-PERIODO
030200         GO TO 1300-LEER
030300     END-IF
030400     IF DM-REG-CABECERA
030500         AND DM-PERIODO NOT < WS-PERIODO-ANTERIOR
030600         MOVE DM-PERIODO TO WS-PERIODO-ANTERIOR
030700         MOVE DM-FECHA-CORTE TO WS-FECHA-ANTERIOR
030800         MOVE DM-HORA-CORTE TO WS-HORA-ANTERIOR
030900         PERFORM 1400-LIMPIAR-ANTERIOR THRU 1400-EXIT
031000             VARYING WS-OFI FROM 1 BY 1
031100             UNTIL WS-OFI > WS-OFI-TOTAL
031200         GO TO 1300-LEER
031300     END-IF
031400     IF DM-REG-OFICINA
031500         AND DM-PERIODO = WS-PERIODO-ANTERIOR
031600         MOVE DM-OFICINA TO WS-OFICINA-COD
031700         PERFORM 2300-UBICAR-OFICINA THRU 2300-EXIT
031800         MOVE DM-ACTIVOS TO WS-OFI-ANTERIOR(WS-OFI)
031900         MOVE 'S' TO WS-OFI-SW-ANTERIOR(WS-OFI)
032000     END-IF.
032100 1300-LEER.
032200     PERFORM 1200-LEER-HISTORICO THRU 1200-EXIT.
032300 1300-EXIT.
032400     EXIT.

032500 1400-LIMPIAR-ANTERIOR.
032600     MOVE ZERO TO WS-OFI-ANTERIOR(WS-OFI)
032700     MOVE 'N' TO WS-OFI-SW-ANTERIOR(WS-OFI).
032800 1400-EXIT.
032900     EXIT.

033000*-----------------------------------------------------------*
033100*  2000-CONTAR-PERSONA                                       *
033200*  SOLO LA POBLACION ACTIVA: BAJAS, FUSIONADOS Y FALLECIDOS  *
033300*  NO CUENTAN.  CADA PERSONA SUMA EN SU OFICINA Y EN EL      *
033400*  TOTAL DEL REGISTRO.                                       *
033500*-----------------------------------------------------------*
033600 2000-CONTAR-PERSONA.
033700     ADD 1 TO WS-CONTADOR-LEIDOS
033800     IF NOT PM-REG-ACTIVO
033900         GO TO 2000-LEER
034000     END-IF
034100     ADD 1 TO WS-CONTADOR-ACTIVOS
034200     PERFORM 2100-UBICAR-NACIONALIDAD THRU 2100-EXIT
034300     PERFORM 2200-UBICAR-BANDA THRU 2200-EXIT
034400     MOVE PM-OFICINA TO WS-OFICINA-COD
034500     PERFORM 2300-UBICAR-OFICINA THRU 2300-EXIT
034600     PERFORM 2400-SUMAR-PERSONA THRU 2400-EXIT
034700     MOVE WS-OFI-TOTAL TO WS-OFI
034800     PERFORM 2400-SUMAR-PERSONA THRU 2400-EXIT.
034900 2000-LEER.
035000     PERFORM 2900-LEER-REGISTRO THRU 2900-EXIT.
035100 2000-EXIT.
035200     EXIT.

035300 2100-UBICAR-NACIONALIDAD.
035400     IF PM-NACIONALIDAD = WS-NACIONALIDAD-ANTERIOR
035500         GO TO 2100-EXIT
035600     END-IF
035700     MOVE PM-NACIONALIDAD TO WS-NACIONALIDAD-ANTERIOR
035800     IF WS-CANT-NACIONALIDADES < WS-MAX-NACIONALIDADES - 1
035900         ADD 1 TO WS-CANT-NACIONALIDADES
036000         MOVE WS-CANT-NACIONALIDADES TO WS-NAC
036100         MOVE PM-NACIONALIDAD TO WS-NAC-NOMBRE(WS-NAC)
036200     ELSE
036300         MOVE WS-MAX-NACIONALIDADES TO WS-CANT-NACIONALIDADES
036400         MOVE WS-MAX-NACIONALIDADES TO WS-NAC
036500         MOVE "OTRAS" TO WS-NAC-NOMBRE(WS-NAC)
036600         ADD 1 TO WS-CONTADOR-OTRAS
036700     END-IF.
036800 2100-EXIT.
036900     EXIT.

037000*  SIN FECHA DE NACIMIENTO NO HAY EDAD ACTUAL: VA A LA
037100*  COLUMNA PROPIA Y NO A LA BANDA DE LA EDAD DE LA CAPTURA.
037200 2200-UBICAR-BANDA.
037300     IF PM-FECHA-NACIMIENTO IS NOT NUMERIC
037400         OR PM-FECHA-NACIMIENTO = ZERO
037500         MOVE 7 TO WS-BANDA
037600         ADD 1 TO WS-CONTADOR-SIN-FECHA
037700         GO TO 2200-EXIT
037800     END-IF
037900     CALL "CALCEDAD" USING PM-FECHA-NACIMIENTO
038000                           PM-EDAD WS-EDAD-ACTUAL
038100     EVALUATE TRUE
038200         WHEN WS-EDAD-ACTUAL < 15
038300             MOVE 1 TO WS-BANDA
038400         WHEN WS-EDAD-ACTUAL < 25
038500             MOVE 2 TO WS-BANDA
038600         WHEN WS-EDAD-ACTUAL < 35
038700             MOVE 3 TO WS-BANDA
038800         WHEN WS-EDAD-ACTUAL < 50
038900             MOVE 4 TO WS-BANDA
039000         WHEN WS-EDAD-ACTUAL < 65
039100             MOVE 5 TO WS-BANDA
039200         WHEN OTHER
039300             MOVE 6 TO WS-BANDA
039400     END-EVALUATE.
039500 2200-EXIT.
039600     EXIT.

039700*  CODIGO DE OFICINA (WS-OFICINA-COD) A SUBINDICE.
039800 2300-UBICAR-OFICINA.
039900     IF WS-OFICINA-COD = "**"
040000         MOVE WS-OFI-TOTAL TO WS-OFI
040100         GO TO 2300-EXIT
040200     END-IF
040300     IF WS-OFICINA-COD IS NOT NUMERIC
040400         MOVE 101 TO WS-OFI
040500         GO TO 2300-EXIT
040600     END-IF
040700     MOVE WS-OFICINA-COD TO WS-OFI-NUM-X
040800     COMPUTE WS-OFI = WS-OFI-NUM + 1.
040900 2300-EXIT.
041000     EXIT.

041100 2400-SUMAR-PERSONA.
041200     ADD 1 TO WS-OFI-NAC-CANT(WS-OFI WS-NAC WS-BANDA)
041300     ADD 1 TO WS-OFI-NAC-CANT(WS-OFI WS-NAC 8)
041400     ADD 1 TO WS-OFI-CANT(WS-OFI WS-BANDA)
041500     ADD 1 TO WS-OFI-CANT(WS-OFI 8).
041600 2400-EXIT.
041700     EXIT.

041800 2900-LEER-REGISTRO.
041900     READ PERSON-MASTER NEXT RECORD
042000         AT END
042100             MOVE 'S' TO WS-SW-FIN-REGISTRO
042200     END-READ.
042300 2900-EXIT.
042400     EXIT.

042500*-----------------------------------------------------------*
042600*  3000-CONTAR-MOVIMIENTOS                                   *
042700*  LOS MOVIMIENTOS DEL PERIODO SON LOS RENGLONES DE          *
042800*  AUDITORIA POSTERIORES AL CORTE ANTERIOR Y NO POSTERIORES  *
042900*  AL COMIENZO DE ESTA CORRIDA.  LA FUSION Y LA DESFUSION SE *
043000*  CUENTAN UNA VEZ, POR EL RENGLON DEL NUMERO QUE SALE O     *
043100*  VUELVE.  EN EL PRIMER PERIODO NO HAY CONTRA QUE COMPARAR. *
043200*-----------------------------------------------------------*
043300 3000-CONTAR-MOVIMIENTOS.
043400     IF NOT WS-HAY-ANTERIOR
043500         GO TO 3000-EXIT
043600     END-IF
043700     OPEN INPUT AUDIT-LOG
043800     IF NOT WS-AU-OK
043900         DISPLAY "NO SE PUDO ABRIR AUDITLOG - STATUS "
044000                 WS-AU-STATUS
044010         CLOSE PERSON-MASTER
044020         CLOSE DEMO-SUMMARY
044030         CLOSE DEMO-REPORT
044100         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
044200         MOVE 8 TO RETURN-CODE
044300         GO TO 3000-EXIT
044400     END-IF
044500     PERFORM 3900-LEER-AUDITORIA THRU 3900-EXIT
044600     PERFORM 3100-CONTAR-RENGLON THRU 3100-EXIT
044700         UNTIL WS-FIN-AUDITORIA
044800     CLOSE AUDIT-LOG.
044900 3000-EXIT.
045000     EXIT.

045100 3100-CONTAR-RENGLON.
045200     IF AU-FECHA < WS-FECHA-ANTERIOR
045300         OR (AU-FECHA = WS-FECHA-ANTERIOR
045400             AND AU-HORA NOT > WS-HORA-ANTERIOR)
045500         GO TO 3100-LEER
045600     END-IF
045700     IF AU-FECHA > WS-FECHA-HOY
045800         OR (AU-FECHA = WS-FECHA-HOY
045900             AND AU-HORA > WS-HORA-AHORA)
046000         GO TO 3100-LEER
046100     END-IF
046200     MOVE AU-OFICINA TO WS-OFICINA-COD
046300     PERFORM 2300-UBICAR-OFICINA THRU 2300-EXIT
046400     PERFORM 3200-SUMAR-MOVIMIENTO THRU 3200-EXIT
046500     MOVE WS-OFI-TOTAL TO WS-OFI
046600     PERFORM 3200-SUMAR-MOVIMIENTO THRU 3200-EXIT.
046700 3100-LEER.
046800     PERFORM 3900-LEER-AUDITORIA THRU 3900-EXIT.
046900 3100-EXIT.
047000     EXIT.

047100 3200-SUMAR-MOVIMIENTO.
047200     EVALUATE TRUE
047300         WHEN AU-ACCION-ALTA
047400             ADD 1 TO WS-OFI-ALTAS(WS-OFI)
047500         WHEN AU-ACCION-BAJA
047600             ADD 1 TO WS-OFI-BAJAS(WS-OFI)
047700         WHEN AU-ACCION-FUSION
047800             IF AU-D-APELLIDO = SPACES
047900                 ADD 1 TO WS-OFI-FUSIONES(WS-OFI)
048000             END-IF
048100         WHEN AU-ACCION-DEFUNCION
048200             ADD 1 TO WS-OFI-DEFUNCIONES(WS-OFI)
048300         WHEN AU-ACCION-DESFUSION
048400             IF AU-A-APELLIDO = SPACES
048500                 ADD 1 TO WS-OFI-DESFUSIONES(WS-OFI)
048600             END-IF
048700         WHEN OTHER
048800             GO TO 3200-EXIT
048900     END-EVALUATE
049000     IF WS-OFI = WS-OFI-TOTAL
049100         ADD 1 TO WS-CONTADOR-MOVIMIENTOS
049200     END-IF.
049300 3200-EXIT.
049400     EXIT.

049500 3900-LEER-AUDITORIA.
049600     READ AUDIT-LOG
049700         AT END
049800             MOVE 'S' TO WS-SW-FIN-AUDITORIA
049900     END-READ.
050000 3900-EXIT.
050100     EXIT.

050200*-----------------------------------------------------------*
050300*  4000-GRABAR-CABECERA                                      *
050400*  LA CABECERA DE DEMOSUM, QUE TAMBIEN ABRE EL JUEGO DE ESTE *
050500*  PERIODO EN DEMOHIST.                                      *
050600*-----------------------------------------------------------*
050700 4000-GRABAR-CABECERA.
050800     OPEN EXTEND DEMO-HISTORY
050900     IF NOT WS-DH-OK
051000         OPEN OUTPUT DEMO-HISTORY
051100     END-IF
051200     IF NOT WS-DH-OK
051300         DISPLAY "NO SE PUDO ABRIR DEMOHIST - STATUS "
051400                 WS-DH-STATUS " - EL PERIODO NO QUEDA GUARDADO"
051500         MOVE 4 TO RETURN-CODE
051600     END-IF
051700     MOVE SPACES TO DM-DEMO-RECORD
051800     MOVE 'C' TO DM-TIPO-REGISTRO
051900     MOVE WS-PERIODO TO DM-PERIODO
052000     MOVE WS-FECHA-HOY TO DM-FECHA-CORTE
052100     MOVE WS-HORA-AHORA TO DM-HORA-CORTE
052200     MOVE WS-PERIODO-ANTERIOR TO DM-PERIODO-ANTERIOR
052300     MOVE WS-FECHA-ANTERIOR TO DM-FECHA-ANTERIOR
052400     MOVE WS-HORA-ANTERIOR TO DM-HORA-ANTERIOR
052500     PERFORM 8000-GRABAR-RESUMEN THRU 8000-EXIT
052600     PERFORM 8100-GRABAR-HISTORICO THRU 8100-EXIT.
052700 4000-EXIT.
052800     EXIT.

052900*-----------------------------------------------------------*
053000*  5000-IMPRIMIR-OFICINA                                     *
053100*  EL CUADRO DE UNA OFICINA (O DEL REGISTRO ENTERO, LA 102)  *
053200*  Y SUS MOVIMIENTOS.  UNA OFICINA SIN PERSONAS ACTIVAS, SIN *
053300*  MOVIMIENTOS Y QUE NO FIGURABA EN EL PERIODO ANTERIOR NO   *
053400*  SE INFORMA.                                               *
053500*-----------------------------------------------------------*
053600 5000-IMPRIMIR-OFICINA.
053700     IF WS-OFI NOT = WS-OFI-TOTAL
053800         AND WS-OFI-CANT(WS-OFI 8) = ZERO
053900         AND NOT WS-OFI-CON-ANTERIOR(WS-OFI)
054000         AND WS-OFI-ALTAS(WS-OFI) = ZERO
054100         AND WS-OFI-BAJAS(WS-OFI) = ZERO
054200         AND WS-OFI-FUSIONES(WS-OFI) = ZERO
054300         AND WS-OFI-DEFUNCIONES(WS-OFI) = ZERO
054400         AND WS-OFI-DESFUSIONES(WS-OFI) = ZERO
054500         GO TO 5000-EXIT
054600     END-IF
054700     EVALUATE TRUE
054800         WHEN WS-OFI = WS-OFI-TOTAL
054900             MOVE "**" TO WS-OFICINA-COD
055000         WHEN WS-OFI = 101
055100             MOVE "--" TO WS-OFICINA-COD
055200         WHEN OTHER
055300             COMPUTE WS-OFI-NUM = WS-OFI - 1
055400             MOVE WS-OFI-NUM-X TO WS-OFICINA-COD
055500     END-EVALUATE
055600     PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
055700     PERFORM 5100-IMPRIMIR-NACIONALIDAD THRU 5100-EXIT
055800         VARYING WS-NAC FROM 1 BY 1
055900         UNTIL WS-NAC > WS-CANT-NACIONALIDADES
056000     MOVE ALL "-" TO ER-REPORT-LINE
056100     WRITE ER-REPORT-LINE
056200     MOVE SPACES TO WS-LINEA-CUADRO
056300     MOVE "TOTAL" TO WS-LC-TITULO
056400     PERFORM 5300-ARMAR-CELDA-TOTAL THRU 5300-EXIT
056500         VARYING WS-BANDA FROM 1 BY 1
056600         UNTIL WS-BANDA > 8
056700     MOVE WS-LINEA-CUADRO TO ER-REPORT-LINE
056800     WRITE ER-REPORT-LINE
056900     ADD 2 TO WS-LINEAS-EN-PAGINA
057000     PERFORM 5400-IMPRIMIR-MOVIMIENTOS THRU 5400-EXIT.
057100 5000-EXIT.
057200     EXIT.

057300 5100-IMPRIMIR-NACIONALIDAD.
057400     IF WS-OFI-NAC-CANT(WS-OFI WS-NAC 8) = ZERO
057500         GO TO 5100-EXIT
057600     END-IF
057700     IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-POR-PAGINA
057800         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
057900     END-IF
058000     MOVE SPACES TO WS-LINEA-CUADRO
058100     MOVE WS-NAC-NOMBRE(WS-NAC) TO WS-LC-TITULO
058200     MOVE SPACES TO DM-DEMO-RECORD
058300     MOVE 'D' TO DM-TIPO-REGISTRO
058400     MOVE WS-PERIODO TO DM-PERIODO
058500     MOVE WS-OFICINA-COD TO DM-OFICINA
058600     MOVE WS-NAC-NOMBRE(WS-NAC) TO DM-NACIONALIDAD
058700     PERFORM 5200-ARMAR-CELDA THRU 5200-EXIT
058800         VARYING WS-BANDA FROM 1 BY 1
058900         UNTIL WS-BANDA > 8
059000     MOVE WS-LINEA-CUADRO TO ER-REPORT-LINE
059100     WRITE ER-REPORT-LINE
059200     ADD 1 TO WS-LINEAS-EN-PAGINA
059300     IF WS-OFI NOT = WS-OFI-TOTAL
059400         PERFORM 8000-GRABAR-RESUMEN THRU 8000-EXIT
059500     END-IF.
059600 5100-EXIT.
059700     EXIT.

059800 5200-ARMAR-CELDA.
059900     MOVE WS-OFI-NAC-CANT(WS-OFI WS-NAC WS-BANDA)
060000         TO WS-LC-VALOR(WS-BANDA)
060100     IF WS-BANDA < 8
060200         MOVE WS-OFI-NAC-CANT(WS-OFI WS-NAC WS-BANDA)
060300             TO DM-CANT-BANDA(WS-BANDA)
060400     ELSE
060500         MOVE WS-OFI-NAC-CANT(WS-OFI WS-NAC WS-BANDA)
060600             TO DM-CANT-TOTAL
060700     END-IF.
060800 5200-EXIT.
060900     EXIT.

061000 5300-ARMAR-CELDA-TOTAL.
061100     MOVE WS-OFI-CANT(WS-OFI WS-BANDA) TO WS-LC-VALOR(WS-BANDA).
061200 5300-EXIT.
061300     EXIT.

061400*-----------------------------------------------------------*
061500*  5400-IMPRIMIR-MOVIMIENTOS                                 *
061600*  LA VARIACION CONTRA EL PERIODO ANTERIOR Y EL RENGLON 'O'  *
061700*  DE DEMOSUM (QUE QUEDA TAMBIEN EN DEMOHIST).  EL           *
061800*  CRECIMIENTO NETO ES LA DIFERENCIA DE ACTIVOS ENTRE LOS    *
061900*  DOS CORTES.                                               *
062000*-----------------------------------------------------------*
062100 5400-IMPRIMIR-MOVIMIENTOS.
062200     COMPUTE WS-CRECIMIENTO = WS-OFI-CANT(WS-OFI 8)
062300                            - WS-OFI-ANTERIOR(WS-OFI)
062400     MOVE SPACES TO DM-DEMO-RECORD
062500     MOVE 'O' TO DM-TIPO-REGISTRO
062600     MOVE WS-PERIODO TO DM-PERIODO
062700     MOVE WS-OFICINA-COD TO DM-OFICINA
062800     MOVE WS-OFI-CANT(WS-OFI 8) TO DM-ACTIVOS
062900     MOVE WS-OFI-ANTERIOR(WS-OFI) TO DM-ACTIVOS-ANTERIOR
063000     MOVE WS-CRECIMIENTO TO DM-CRECIMIENTO-NETO
063100     MOVE WS-OFI-ALTAS(WS-OFI) TO DM-ALTAS
063200     MOVE WS-OFI-BAJAS(WS-OFI) TO DM-BAJAS
063300     MOVE WS-OFI-FUSIONES(WS-OFI) TO DM-FUSIONES
063400     MOVE WS-OFI-DEFUNCIONES(WS-OFI) TO DM-DEFUNCIONES
063500     MOVE WS-OFI-DESFUSIONES(WS-OFI) TO DM-DESFUSIONES
063600     PERFORM 8000-GRABAR-RESUMEN THRU 8000-EXIT
063700     PERFORM 8100-GRABAR-HISTORICO THRU 8100-EXIT
063800     IF WS-LINEAS-EN-PAGINA + 10 > WS-MAX-LINEAS-POR-PAGINA
063900         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
064000     END-IF
064100     MOVE SPACES TO ER-REPORT-LINE
064200     WRITE ER-REPORT-LINE
064300     IF NOT WS-HAY-ANTERIOR
064400         MOVE "PRIMER PERIODO INFORMADO - SIN PERIODO ANTERIOR"
064500             TO ER-REPORT-LINE
064600         WRITE ER-REPORT-LINE
064700         GO TO 5400-EXIT
064800     END-IF
064900     MOVE SPACES TO ER-REPORT-LINE
065000     STRING "VARIACION DESDE EL PERIODO " WS-PERIODO-ANTERIOR
065100             " (CORTE " WS-FECHA-ANTERIOR " " WS-HORA-ANTERIOR
065200             "):"
065300         DELIMITED BY SIZE INTO ER-REPORT-LINE
065400     WRITE ER-REPORT-LINE
065500     MOVE SPACES TO ER-REPORT-LINE
065600     MOVE WS-OFI-ALTAS(WS-OFI) TO WS-EDIT-1
065700     STRING "  ALTAS ...................... " WS-EDIT-1
065800         DELIMITED BY SIZE INTO ER-REPORT-LINE
065900     WRITE ER-REPORT-LINE
066000     MOVE SPACES TO ER-REPORT-LINE
066100     MOVE WS-OFI-BAJAS(WS-OFI) TO WS-EDIT-1
066200     STRING "  BAJAS ...................... " WS-EDIT-1
066300         DELIMITED BY SIZE INTO ER-REPORT-LINE
066400     WRITE ER-REPORT-LINE
066500     MOVE SPACES TO ER-REPORT-LINE
066600     MOVE WS-OFI-FUSIONES(WS-OFI) TO WS-EDIT-1
066700     STRING "  FUSIONES ................... " WS-EDIT-1
066800         DELIMITED BY SIZE INTO ER-REPORT-LINE
066900     WRITE ER-REPORT-LINE
067000     MOVE SPACES TO ER-REPORT-LINE
067100     MOVE WS-OFI-DEFUNCIONES(WS-OFI) TO WS-EDIT-1
067200     STRING "  DEFUNCIONES ................ " WS-EDIT-1
067300         DELIMITED BY SIZE INTO ER-REPORT-LINE
067400     WRITE ER-REPORT-LINE
067500     MOVE SPACES TO ER-REPORT-LINE
067600     MOVE WS-OFI-DESFUSIONES(WS-OFI) TO WS-EDIT-1
067700     STRING "  DESFUSIONES ................ " WS-EDIT-1
067800         DELIMITED BY SIZE INTO ER-REPORT-LINE
067900     WRITE ER-REPORT-LINE
068000     MOVE SPACES TO ER-REPORT-LINE
068100     MOVE WS-OFI-ANTERIOR(WS-OFI) TO WS-EDIT-1
068200     STRING "  ACTIVOS AL CORTE ANTERIOR .. " WS-EDIT-1
068300         DELIMITED BY SIZE INTO ER-REPORT-LINE
068400     WRITE ER-REPORT-LINE
068500     MOVE SPACES TO ER-REPORT-LINE
068600     MOVE WS-OFI-CANT(WS-OFI 8) TO WS-EDIT-1
068700     STRING "  ACTIVOS AL CORTE ACTUAL .... " WS-EDIT-1
068800         DELIMITED BY SIZE INTO ER-REPORT-LINE
068900     WRITE ER-REPORT-LINE
069000     MOVE SPACES TO ER-REPORT-LINE
069100     MOVE WS-CRECIMIENTO TO WS-EDIT-NETO
069200     STRING "  CRECIMIENTO NETO ........... " WS-EDIT-NETO
069300         DELIMITED BY SIZE INTO ER-REPORT-LINE
069400     WRITE ER-REPORT-LINE
069500     ADD 10 TO WS-LINEAS-EN-PAGINA.
069600 5400-EXIT.
069700     EXIT.

069800*-----------------------------------------------------------*
069900*  7000-IMPRIMIR-ENCABEZADO                                  *
070000*  ENCABEZADO DE PAGINA - PERIODO, OFICINA Y TITULOS DE LAS  *
070100*  COLUMNAS DEL CUADRO.                                      *
070200*-----------------------------------------------------------*
070300 7000-IMPRIMIR-ENCABEZADO.
070400     ADD 1 TO WS-NRO-PAGINA
070500     MOVE WS-NRO-PAGINA TO WS-NRO-PAGINA-EDIT
070600     MOVE SPACES TO ER-REPORT-LINE
070700     WRITE ER-REPORT-LINE
070800     STRING "REGISTRO CIVIL - POBLACION ACTIVA PERIODO "
070900             WS-PERIODO "  CORTE " WS-FECHA-HOY
071000             "  PAGINA " WS-NRO-PAGINA-EDIT
071100         DELIMITED BY SIZE INTO ER-REPORT-LINE
071200     WRITE ER-REPORT-LINE
071300     MOVE SPACES TO ER-REPORT-LINE
071400     EVALUATE WS-OFICINA-COD
071500         WHEN "**"
071600             MOVE "TOTAL DEL REGISTRO - TODAS LAS OFICINAS"
071700                 TO ER-REPORT-LINE
071800         WHEN "--"
071900             MOVE "REGISTROS SIN CODIGO DE OFICINA"
072000                 TO ER-REPORT-LINE
072100         WHEN OTHER
072200             STRING "OFICINA " WS-OFICINA-COD
072300                 DELIMITED BY SIZE INTO ER-REPORT-LINE
072400     END-EVALUATE
072500     WRITE ER-REPORT-LINE
072600     MOVE SPACES TO ER-REPORT-LINE
072700     WRITE ER-REPORT-LINE
072800     MOVE WS-LINEA-COLUMNAS TO ER-REPORT-LINE
072900     WRITE ER-REPORT-LINE
073000     MOVE ALL "-" TO ER-REPORT-LINE
073100     WRITE ER-REPORT-LINE
073200     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
073300 7000-EXIT.
073400     EXIT.

073500 8000-GRABAR-RESUMEN.
073600     WRITE DM-DEMO-RECORD
073700     ADD 1 TO WS-CONTADOR-REGISTROS.
073800 8000-EXIT.
073900     EXIT.

074000 8100-GRABAR-HISTORICO.
074100     IF NOT WS-DH-OK
074200         GO TO 8100-EXIT
074300     END-IF
074400     MOVE DM-DEMO-RECORD TO DH-DEMO-IMAGE
074500     WRITE DH-HISTORY-RECORD.
074600 8100-EXIT.
074700     EXIT.

074800*-----------------------------------------------------------*
074900*  9000-FINALIZAR                                           *
075000*  COLA DE DEMOSUM CON LA CANTIDAD DE REGISTROS (CABECERA   *
075100*  Y COLA INCLUIDAS) Y CIERRE.                               *
075200*-----------------------------------------------------------*
075300 9000-FINALIZAR.
075400     IF WS-CORRIDA-CANCELADA
075500         GO TO 9000-EXIT
075600     END-IF
075700     MOVE SPACES TO DM-DEMO-RECORD
075800     MOVE 'T' TO DM-TIPO-REGISTRO
075900     MOVE WS-PERIODO TO DM-PERIODO
076000     ADD 1 TO WS-CONTADOR-REGISTROS
076100     MOVE WS-CONTADOR-REGISTROS TO DM-CANT-REGISTROS
076200     WRITE DM-DEMO-RECORD
076300     IF WS-CONTADOR-OTRAS > ZERO
076400         MOVE SPACES TO ER-REPORT-LINE
076500         WRITE ER-REPORT-LINE
076600         MOVE WS-CONTADOR-OTRAS TO WS-EDIT-1
076700         STRING "NACIONALIDADES AGRUPADAS EN OTRAS: " WS-EDIT-1
076800             DELIMITED BY SIZE INTO ER-REPORT-LINE
076900         WRITE ER-REPORT-LINE
077000     END-IF
077100     CLOSE PERSON-MASTER
077200     CLOSE DEMO-SUMMARY
077300     CLOSE DEMO-REPORT
077400     IF WS-DH-OK
077500         CLOSE DEMO-HISTORY
077600     END-IF
077700     DISPLAY "TESTEDEM - PERIODO " WS-PERIODO
077800             " REGISTROS: " WS-CONTADOR-LEIDOS
077900             " ACTIVOS: " WS-CONTADOR-ACTIVOS
078000             " SIN FECHA NAC: " WS-CONTADOR-SIN-FECHA
078100     DISPLAY "TESTEDEM - MOVIMIENTOS DEL PERIODO: "
078200             WS-CONTADOR-MOVIMIENTOS
078300             " RENGLONES DEMOSUM: " WS-CONTADOR-REGISTROS.
078400 9000-EXIT.
078500     EXIT.
