001510*                                                            *
001520*     EACH OFFICE'S FILE MUST OPEN WITH A HEADER ('H' -      *
001530*     OFFICE, FILE DATE, BATCH NUMBER) AND CLOSE WITH A      *
001540*     TRAILER ('T' - RECORD COUNT).  A BATCH THAT FAILS ITS  *
001545*     OWN CONTROLS - WRONG FILE DATE, BATCH NUMBER ALREADY   *
001550*     LOADED (LOTECTL), A COUNT THAT DOES NOT MATCH, A       *
001555*     TRAILER ILLEGIBLE OR MISSING - IS SET ASIDE WHOLE, AS  *
001560*     RECEIVED, IN THE QUARANTINE DATASET (TRANQUAR) AND     *
001565*     LISTED ON LOTERET SO TESTEEDT CAN REPORT IT AND TELL   *
001570*     THE OFFICE; THE OTHER OFFICES' BATCHES ARE LOADED AND  *
001575*     THE STEP ENDS RC=4.  TRANSIN IS READ TWICE FOR THIS    *
001580*     - ONCE TO JUDGE EVERY BATCH, ONCE TO LOAD OR SET IT    *
001585*     ASIDE - SO NO RECORD OF A HELD BATCH EVER REACHES      *
001590*     TRANWORK.  WHAT CANNOT BE PINNED ON ONE OFFICE (AN     *
001591*     ILLEGIBLE HEADER, A RECORD OUTSIDE ANY BATCH, AN       *
001592*     EMPTY TRANSIN) STILL STOPS THE RUN WITH RC=8 AND A     *
001593*     CLEAR MESSAGE, THE WAY TESTEBAL STOPS AN OUT-OF-       *
001594*     BALANCE NIGHT - THE FOLLOWING STEPS DO NOT RUN,        *
001595*     PERSONMA IS LEFT UNTOUCHED AND LOTECTL DOES NOT        *
001596*     MOVE, SO THE WHOLE NIGHT CAN BE RESENT UNDER ITS SAME  *
001597*     NUMBERS.  A HELD BATCH THAT WAS NEVER LOADED IS NOTED  *
001598*     ON LOTECTL (LT-LOTE-RETENIDO) AND IS LET BACK IN ON A  *
001599*     LATER NIGHT UNDER ITS OWN NUMBER AND FILE DATE.        *
001600*                                                            *
001610*  MODIFICATION HISTORY.                                    *
001700*     2026-08-09  RQ   ORIGINAL VERSION.                     *
001817*                      COUNT) AND STOP THE RUN RC=8 ON ANY   *
001818*                      CONTROL ERROR INSTEAD OF LOADING      *
001819*                      WHATEVER IS SITTING ON TRANSIN.       *
001824*     2026-10-15  RQ   A CONTROL ERROR IN ONE OFFICE'S       *
001829*                      BATCH NO LONGER STOPS THE NIGHT -     *
001834*                      THE BATCH GOES TO TRANQUAR (LISTED    *
001839*                      ON LOTERET), THE OTHER OFFICES LOAD   *
001844*                      AND THE STEP ENDS RC=4.  TRANSIN IS   *
001849*                      READ TWICE, TW-SEQ-NBR NOW COUNTS     *
001854*                      ONLY LOADED RECORDS, CTLTOTAL AND     *
001859*                      RUNSTATS CARRY THE HELD COUNT, AND    *
001864*                      A HELD BATCH CAN COME BACK UNDER ITS  *
001869*                      OWN NUMBER (LT-LOTE-RETENIDO).        *
001870*     2026-10-15  RQ   AN OFFICE'S FIRST LOTECTL RECORD IS   *
001871*                      NO LONGER WRITTEN WHEN ITS HEADER IS  *
001872*                      READ, ONLY BY 9050 ONCE THE NIGHT HAS *
001873*                      PASSED EVERY CONTROL.                 *
001874*-----------------------------------------------------------*
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. TESTELOD.
002100 AUTHOR. R. QUIROGA.
003250     COPY CTLTOTSL.
003260     COPY RUNSTSL.
003270     COPY LOTECTSL.
003280     COPY TRANQSL.
003290     COPY LOTRTSL.

003300 DATA DIVISION.
003400 FILE SECTION.
003650     COPY CTLTOTFD.
003660     COPY RUNSTFD.
003670     COPY LOTECTFD.
003680     COPY TRANQFD.
003690     COPY LOTRTFD.

003700 WORKING-STORAGE SECTION.
003800 77  WS-TR-STATUS                PIC X(02).
004540 77  WS-FECHA-HOY                PIC 9(08).
004550 77  WS-HORA-INICIO              PIC 9(06).
004560 77  WS-HORA-FIN                 PIC 9(06).
004562 77  WS-TQ-STATUS                PIC X(02).
004564     88  WS-TQ-OK                         VALUE '00'.
004566 77  WS-LR-STATUS                PIC X(02).
004568     88  WS-LR-OK                         VALUE '00'.
004570*  DETALLES Y LOTES APARTADOS EN TRANQUAR (NO CARGADOS).
004572*  WS-CONTADOR-LEIDOS = WS-CONTADOR-GRABADOS +
004574*  WS-CONTADOR-RETENIDOS.
004576 77  WS-CONTADOR-RETENIDOS       PIC 9(08)        COMP.
004578 77  WS-LOTES-RETENIDOS          PIC 9(04)        COMP.
004580 77  WS-LOTES-CARGADOS           PIC 9(04)        COMP.
004581*  LOS LOTES DE LA NOCHE EN EL ORDEN DE TRANSIN, CON EL
004582*  DICTAMEN DE LA PRIMERA PASADA (CARGAR O RETENER, Y POR
004583*  QUE).  9050 ASIENTA CADA UNO EN LOTECTL.
004584 01  WS-TABLA-LOTES.
004585     05  WS-TL-ENTRY             OCCURS 50 TIMES.
004586         10  WS-TL-OFICINA       PIC 9(02).
004587         10  WS-TL-NRO           PIC 9(04).
004588         10  WS-TL-FECHA         PIC X(08).
004589         10  WS-TL-DECLARADOS    PIC 9(08).
004590         10  WS-TL-DETALLES      PIC 9(08).
004591         10  WS-TL-ESTADO        PIC X(01).
004592             88  WS-TL-CARGAR             VALUE 'C'.
004593             88  WS-TL-RETENER            VALUE 'R'.
004594         10  WS-TL-REINGRESO     PIC X(01).
004595             88  WS-TL-ES-REINGRESO       VALUE 'S'.
004596         10  WS-TL-REGISTRAR     PIC X(01).
004597             88  WS-TL-PUEDE-VOLVER       VALUE 'S'.
004598         10  WS-TL-MOTIVO-CODIGO PIC X(03).
004599         10  WS-TL-MOTIVO        PIC X(40).

004600*  ESTADO DEL LOTE EN CURSO (ENTRE ENCABEZADO Y COLA).
004610 77  WS-LT-STATUS                PIC X(02).
004700 77  WS-LOTE-DETALLES            PIC 9(08).
004710 77  WS-LOTE-CANT                PIC 9(08).
004720 77  WS-CONTADOR-LOTES           PIC 9(04)        COMP.
004730 77  WS-MOTIVO-CODIGO            PIC X(03).
004732 77  WS-MOTIVO-RETENCION         PIC X(40).
004734 77  WS-SW-REPETIDO              PIC X(01).
004736     88  WS-ES-REPETIDO                   VALUE 'S'.
004737 77  WS-TL-IDX                   PIC 9(04)        COMP.
004738 77  WS-TL-BUSCA                 PIC 9(04)        COMP.

004740*  NUMERO DE LOTE MAS ALTO QUE CERRO BIEN EN ESTA CORRIDA,
004750*  POR OFICINA - UN SEGUNDO LOTE DE LA MISMA OFICINA EN LA
004760*  MISMA NOCHE DEBE VENIR EN ORDEN.
004800 01  WS-LOTES-CERRADOS.
004810     05  WS-LC-NRO               OCCURS 99 TIMES
004820                                 PIC 9(04).


004821 PROCEDURE DIVISION.

004900 0000-MAINLINE.
005100     PERFORM 2000-PROCESAR THRU 2000-EXIT
005200         UNTIL WS-FIN-ARCHIVO
005250     PERFORM 8000-VERIFICAR-CIERRE THRU 8000-EXIT
005260     PERFORM 6000-CARGAR-LOTES THRU 6000-EXIT
005300     PERFORM 9000-FINALIZAR THRU 9000-EXIT
005400     STOP RUN.

005620     MOVE 'N' TO WS-SW-LOTE-INVALIDO
005700     MOVE ZERO TO WS-CONTADOR-LEIDOS
005710     MOVE ZERO TO WS-CONTADOR-GRABADOS
005711     MOVE ZERO TO WS-CONTADOR-RETENIDOS
005715     MOVE ZERO TO WS-CONTADOR-LOTES
005716     MOVE ZERO TO WS-LOTES-RETENIDOS
005717     INITIALIZE WS-LOTES-CERRADOS
005718     INITIALIZE WS-TABLA-LOTES
005720     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
005730     ACCEPT WS-HORA-INICIO FROM TIME
005800     OPEN INPUT TRANSACTION-IN
007250         CLOSE LOTE-CONTROL
007260         OPEN I-O LOTE-CONTROL
007270     END-IF
007271     OPEN OUTPUT TRAN-QUAR
007272     IF NOT WS-TQ-OK
007273         DISPLAY "NO SE PUDO ABRIR TRANQUAR - STATUS "
007274                 WS-TQ-STATUS
007275         CLOSE TRANSACTION-IN
007276         CLOSE TRAN-WORK
007277         CLOSE LOTE-CONTROL
007278         MOVE 'S' TO WS-SW-FIN-ARCHIVO
007279         MOVE 'S' TO WS-SW-LOTE-INVALIDO
007280         GO TO 1000-EXIT
007281     END-IF
007282     OPEN OUTPUT LOTE-RETENIDO
007283     IF NOT WS-LR-OK
007284         DISPLAY "NO SE PUDO ABRIR LOTERET - STATUS "
007285                 WS-LR-STATUS
007286         CLOSE TRANSACTION-IN
007287         CLOSE TRAN-WORK
007288         CLOSE LOTE-CONTROL
007289         CLOSE TRAN-QUAR
007290         MOVE 'S' TO WS-SW-FIN-ARCHIVO
007291         MOVE 'S' TO WS-SW-LOTE-INVALIDO
007292         GO TO 1000-EXIT
007293     END-IF
007300     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
007400 1000-EXIT.
007500     EXIT.

007600*-----------------------------------------------------------*
007610*  2000-PROCESAR                                             *
007620*  PRIMERA PASADA: DESPACHA CADA REGISTRO SEGUN SEA           *
007630*  ENCABEZADO, COLA O DETALLE Y JUZGA CADA LOTE SIN GRABAR    *
007640*  NADA.  UN LOTE CON ERROR DE CONTROL SOLO SE MARCA PARA     *
007650*  RETENER; UN ERROR QUE NO SE PUEDE ATRIBUIR A UNA OFICINA   *
007652*  DETIENE LA CORRIDA - NO SE SIGUE CARGANDO UN TRANSIN EN    *
007654*  EL QUE YA NO SE CONFIA.                                    *
007660*-----------------------------------------------------------*
007700 2000-PROCESAR.
007710     EVALUATE TRUE
008620*  ABRE EL LOTE DE UNA OFICINA: LA FECHA DEL ARCHIVO DEBE    *
008630*  SER LA DE HOY Y EL NUMERO DE LOTE DEBE SER MAYOR QUE EL   *
008640*  ULTIMO CARGADO DE ESA OFICINA (LOTECTL) - ASI SE FRENA    *
008650*  EL ARCHIVO DE AYER REENVIADO POR ERROR.  SI NO, EL LOTE   *
008652*  SE MARCA PARA RETENER.  UN LOTE QUE LOTECTL TIENE ANOTADO *
008654*  COMO RETENIDO (REINGRESO) ENTRA CON SU FECHA Y SU NUMERO  *
008656*  ORIGINALES.  UN ENCABEZADO ILEGIBLE NO SE PUEDE ATRIBUIR  *
008658*  A NINGUNA OFICINA Y DETIENE LA CORRIDA.                   *
008660*-----------------------------------------------------------*
008700 3000-PROCESAR-ENCABEZADO.
008710     IF WS-EN-LOTE
008720         DISPLAY "TESTELOD - ENCABEZADO SIN COLA PREVIA - "
008730                 "OFICINA " WS-LOTE-OFICINA " LOTE "
008740                 WS-LOTE-NRO " QUEDO ABIERTO - SE RETIENE."
008745         MOVE '025' TO WS-MOTIVO-CODIGO
008750         MOVE "LOTE SIN COLA - TRANSMISION TRUNCA"
008755             TO WS-MOTIVO-RETENCION
008760         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
008765         PERFORM 4500-CERRAR-LOTE THRU 4500-EXIT
008770     END-IF
008780     IF TR-CTL-OFICINA IS NOT NUMERIC
008790         OR TR-CTL-FECHA-LOTE IS NOT NUMERIC
008910         MOVE 'S' TO WS-SW-LOTE-INVALIDO
008920         GO TO 3000-EXIT
008930     END-IF
008935     IF WS-CONTADOR-LOTES NOT < 50
008940         DISPLAY "TESTELOD - MAS DE 50 LOTES EN TRANSIN - "
008945                 "NO SE CARGA NADA."
008980         MOVE 'S' TO WS-SW-LOTE-INVALIDO
008990         GO TO 3000-EXIT
009000     END-IF
009001     ADD 1 TO WS-CONTADOR-LOTES
009002     MOVE 'S' TO WS-SW-EN-LOTE
009003     MOVE ZERO TO WS-LOTE-DETALLES
009004     MOVE WS-LOTE-OFICINA TO WS-TL-OFICINA(WS-CONTADOR-LOTES)
009005     MOVE WS-LOTE-NRO TO WS-TL-NRO(WS-CONTADOR-LOTES)
009006     MOVE TR-CTL-FECHA-LOTE TO WS-TL-FECHA(WS-CONTADOR-LOTES)
009007     MOVE 'C' TO WS-TL-ESTADO(WS-CONTADOR-LOTES)
009008     MOVE 'N' TO WS-TL-REINGRESO(WS-CONTADOR-LOTES)
009009     MOVE 'N' TO WS-TL-REGISTRAR(WS-CONTADOR-LOTES)
009010     MOVE WS-LOTE-OFICINA TO WS-LT-RELKEY
009020     READ LOTE-CONTROL
009030         INVALID KEY
009040             INITIALIZE LT-LOTE-RECORD
009050             MOVE ZERO TO LT-ULTIMO-LOTE
009060             MOVE ZERO TO LT-ULTIMO-ASIGNADO
009080     END-READ
009081     PERFORM 3050-NORMALIZAR-RETENIDOS THRU 3050-EXIT
009082     IF WS-LOTE-NRO > ZERO
009083         AND (WS-LOTE-NRO = LT-LOTE-RETENIDO(1)
009084           OR WS-LOTE-NRO = LT-LOTE-RETENIDO(2))
009085         MOVE 'S' TO WS-TL-REINGRESO(WS-CONTADOR-LOTES)
009086         DISPLAY "TESTELOD - REINGRESA EL LOTE RETENIDO "
009087                 WS-LOTE-NRO " DE LA OFICINA "
009088                 WS-LOTE-OFICINA " (ARCHIVO DEL "
009089                 TR-CTL-FECHA-LOTE ")."
009090     END-IF
009091     IF WS-TL-ES-REINGRESO(WS-CONTADOR-LOTES)
009092         OR WS-LOTE-NRO > LT-ULTIMO-LOTE
009093         MOVE 'S' TO WS-TL-REGISTRAR(WS-CONTADOR-LOTES)
009094     END-IF
009095     IF WS-TL-ES-REINGRESO(WS-CONTADOR-LOTES)
009096         PERFORM 3100-VERIFICAR-REINGRESO THRU 3100-EXIT
009097         GO TO 3000-EXIT
009098     END-IF
009099     IF TR-CTL-FECHA-LOTE NOT = WS-FECHA-HOY
009100         DISPLAY "TESTELOD - FECHA DE ARCHIVO ERRONEA - "
009101                 "OFICINA " WS-LOTE-OFICINA ": TRAE "
009102                 TR-CTL-FECHA-LOTE " Y HOY ES " WS-FECHA-HOY
009103                 " - SE RETIENE."
009104         MOVE '020' TO WS-MOTIVO-CODIGO
009105         MOVE "FECHA DE ARCHIVO ERRONEA" TO WS-MOTIVO-RETENCION
009106         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009107         GO TO 3000-EXIT
009108     END-IF
009109     IF WS-LOTE-NRO NOT > LT-ULTIMO-LOTE
009110         DISPLAY "TESTELOD - LOTE REPETIDO - OFICINA "
009111                 WS-LOTE-OFICINA " LOTE " WS-LOTE-NRO
009120                 " YA CARGADO (ULTIMO " LT-ULTIMO-LOTE
009130                 " EL " LT-FECHA-ULT-LOTE ") - SE RETIENE."
009135         MOVE '021' TO WS-MOTIVO-CODIGO
009140         MOVE "LOTE YA CARGADO (LOTECTL)" TO WS-MOTIVO-RETENCION
009145         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009150         GO TO 3000-EXIT
009160     END-IF
009162*    UN SEGUNDO LOTE DE LA MISMA OFICINA EN LA MISMA NOCHE
009168     IF WS-LOTE-NRO NOT > WS-LC-NRO(WS-LOTE-OFICINA)
009170         DISPLAY "TESTELOD - LOTE REPETIDO EN LA MISMA "
009172                 "CORRIDA - OFICINA " WS-LOTE-OFICINA
009174                 " LOTE " WS-LOTE-NRO " - SE RETIENE."
009175         MOVE 'N' TO WS-TL-REGISTRAR(WS-CONTADOR-LOTES)
009176         MOVE '022' TO WS-MOTIVO-CODIGO
009177         MOVE "LOTE REPETIDO EN LA MISMA CORRIDA"
009178             TO WS-MOTIVO-RETENCION
009179         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009180     END-IF.
009200 3000-EXIT.
009210     EXIT.

009211*-----------------------------------------------------------*
009212*  3050-NORMALIZAR-RETENIDOS                                 *
009213*  UN REGISTRO DE LOTECTL GRABADO ANTES DE QUE EXISTIERAN    *
009214*  LAS MARCAS DE RETENIDO TRAE BASURA EN ESOS BYTES - SE     *
009215*  TOMA COMO CERO (SIN LOTE RETENIDO).                       *
009216*-----------------------------------------------------------*
009217 3050-NORMALIZAR-RETENIDOS.
009218     IF LT-LOTE-RETENIDO(1) IS NOT NUMERIC
009219         MOVE ZERO TO LT-LOTE-RETENIDO(1)
009220     END-IF
009221     IF LT-LOTE-RETENIDO(2) IS NOT NUMERIC
009222         MOVE ZERO TO LT-LOTE-RETENIDO(2)
009223     END-IF.
009224 3050-EXIT.
009225     EXIT.

009226*-----------------------------------------------------------*
009227*  3100-VERIFICAR-REINGRESO                                  *
009228*  UN LOTE QUE REINGRESA NO PASA POR LOS CONTROLES DE FECHA  *
009229*  NI DE NUMERO, PERO NO PUEDE CARGARSE DOS VECES EN LA      *
009230*  MISMA CORRIDA - SI YA HAY UNA COPIA DEL MISMO LOTE        *
009231*  MARCADA PARA CARGAR, ESTA SE RETIENE COMO REPETIDA.       *
009232*-----------------------------------------------------------*
009233 3100-VERIFICAR-REINGRESO.
009234     MOVE 'N' TO WS-SW-REPETIDO
009235     PERFORM 3150-BUSCAR-CARGADO THRU 3150-EXIT
009236         VARYING WS-TL-BUSCA FROM 1 BY 1
009237         UNTIL WS-TL-BUSCA NOT < WS-CONTADOR-LOTES
009238     IF WS-ES-REPETIDO
009239         DISPLAY "TESTELOD - LOTE REPETIDO EN LA MISMA "
009240                 "CORRIDA - OFICINA " WS-LOTE-OFICINA
009241                 " LOTE " WS-LOTE-NRO " - SE RETIENE."
009242         MOVE 'N' TO WS-TL-REGISTRAR(WS-CONTADOR-LOTES)
009243         MOVE '022' TO WS-MOTIVO-CODIGO
009244         MOVE "LOTE REPETIDO EN LA MISMA CORRIDA"
009245             TO WS-MOTIVO-RETENCION
009246         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009247     END-IF.
009248 3100-EXIT.
009249     EXIT.

009250 3150-BUSCAR-CARGADO.
009251     IF WS-TL-OFICINA(WS-TL-BUSCA) = WS-LOTE-OFICINA
009252         AND WS-TL-NRO(WS-TL-BUSCA) = WS-LOTE-NRO
009253         AND WS-TL-CARGAR(WS-TL-BUSCA)
009254         MOVE 'S' TO WS-SW-REPETIDO
009255     END-IF.
009256 3150-EXIT.
009257     EXIT.

009258*-----------------------------------------------------------*
009259*  3900-RETENER-LOTE                                         *
009260*  MARCA EL LOTE EN CURSO PARA APARTARLO EN TRANQUAR CON EL  *
009261*  MOTIVO DE WS-MOTIVO-CODIGO/WS-MOTIVO-RETENCION.  VALE EL  *
009262*  PRIMER MOTIVO - UN LOTE YA RETENIDO POR SU ENCABEZADO     *
009263*  SIGUE CONTANDO SUS DETALLES HASTA LA COLA, PERO LA COLA   *
009264*  NO CAMBIA EL MOTIVO.                                      *
009265*-----------------------------------------------------------*
009266 3900-RETENER-LOTE.
009267     IF WS-TL-RETENER(WS-CONTADOR-LOTES)
009268         GO TO 3900-EXIT
009269     END-IF
009270     MOVE 'R' TO WS-TL-ESTADO(WS-CONTADOR-LOTES)
009271     MOVE WS-MOTIVO-CODIGO
009272         TO WS-TL-MOTIVO-CODIGO(WS-CONTADOR-LOTES)
009273     MOVE WS-MOTIVO-RETENCION TO WS-TL-MOTIVO(WS-CONTADOR-LOTES).
009274 3900-EXIT.
009275     EXIT.

009300*-----------------------------------------------------------*
009310*  4000-PROCESAR-COLA                                        *
009320*  CIERRA EL LOTE: LA CANTIDAD DECLARADA DEBE COINCIDIR CON  *
009325*  LOS DETALLES CONTADOS - SI NO, O SI LA COLA ES ILEGIBLE,  *
009330*  EL LOTE SE RETIENE.  EL NUMERO DE UN LOTE BUENO SE        *
009335*  RETIENE EN MEMORIA Y LOTECTL RECIEN SE ACTUALIZA EN       *
009340*  9000-FINALIZAR SI LA CORRIDA NO SE DETUVO - UNA CORRIDA   *
009345*  DETENIDA NO CARGA NADA Y LOS LOTES QUE SI BALANCEARON     *
009350*  DEBEN PODER REENVIARSE CON SU MISMO NUMERO.               *
009360*-----------------------------------------------------------*
009400 4000-PROCESAR-COLA.
009410     IF NOT WS-EN-LOTE
009450     END-IF
009460     IF TR-CTL-CANT-REGISTROS IS NOT NUMERIC
009470         DISPLAY "TESTELOD - COLA ILEGIBLE - OFICINA "
009480                 WS-LOTE-OFICINA " LOTE " WS-LOTE-NRO
009482                 " - SE RETIENE."
009484         MOVE '023' TO WS-MOTIVO-CODIGO
009486         MOVE "COLA ILEGIBLE" TO WS-MOTIVO-RETENCION
009488         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009490         PERFORM 4500-CERRAR-LOTE THRU 4500-EXIT
009500         GO TO 4000-EXIT
009510     END-IF
009520     MOVE TR-CTL-CANT-REGISTROS TO WS-LOTE-CANT
009525     MOVE WS-LOTE-CANT TO WS-TL-DECLARADOS(WS-CONTADOR-LOTES)
009530     IF WS-LOTE-CANT NOT = WS-LOTE-DETALLES
009540         DISPLAY "TESTELOD - CANTIDAD NO CUADRA - OFICINA "
009550                 WS-LOTE-OFICINA " LOTE " WS-LOTE-NRO
009560                 ": DECLARA " WS-LOTE-CANT " Y LLEGARON "
009570                 WS-LOTE-DETALLES " - TRANSMISION TRUNCA, "
009572                 "SE RETIENE."
009574         MOVE '024' TO WS-MOTIVO-CODIGO
009576         MOVE "CANTIDAD NO CUADRA - TRANSMISION TRUNCA"
009578             TO WS-MOTIVO-RETENCION
009580         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
009582         PERFORM 4500-CERRAR-LOTE THRU 4500-EXIT
009590         GO TO 4000-EXIT
009600     END-IF
009602     IF WS-TL-CARGAR(WS-CONTADOR-LOTES)
009604         AND NOT WS-TL-ES-REINGRESO(WS-CONTADOR-LOTES)
009610         MOVE WS-LOTE-NRO TO WS-LC-NRO(WS-LOTE-OFICINA)
009660     END-IF
009710     PERFORM 4500-CERRAR-LOTE THRU 4500-EXIT.
009770 4000-EXIT.
009780     EXIT.

009782 4500-CERRAR-LOTE.
009784     MOVE WS-LOTE-DETALLES TO WS-TL-DETALLES(WS-CONTADOR-LOTES)
009786     MOVE 'N' TO WS-SW-EN-LOTE.
009788 4500-EXIT.
009790     EXIT.

009800*-----------------------------------------------------------*
009810*  5000-PROCESAR-DETALLE                                     *
009820*  CUENTA UN DETALLE EN SU LOTE (PRIMERA PASADA - NO SE GRABA*
009830*  NADA TODAVIA).  UN DETALLE FUERA DE TODO LOTE ES UN       *
009840*  ARCHIVO SIN ENCABEZADO - NO SE CARGA NADA DE EL.          *
009860*-----------------------------------------------------------*
009900 5000-PROCESAR-DETALLE.
009910     IF NOT WS-EN-LOTE
009950         GO TO 5000-EXIT
009960     END-IF
009970     ADD 1 TO WS-CONTADOR-LEIDOS
009980     ADD 1 TO WS-LOTE-DETALLES.
009982 5000-EXIT.
009984     EXIT.

009986*-----------------------------------------------------------*
009988*  6000-CARGAR-LOTES                                         *
009990*  SEGUNDA PASADA.  RELEE TRANSIN DESDE EL PRINCIPIO Y, LOTE *
009992*  POR LOTE SEGUN EL DICTAMEN DE LA PRIMERA, COPIA LOS       *
009994*  DETALLES DE LOS LOTES BUENOS A TRANWORK Y LOS LOTES       *
009996*  RETENIDOS ENTEROS (ENCABEZADO, DETALLES Y COLA, TAL COMO  *
009998*  LLEGARON) A TRANQUAR.  DESPUES DEJA EN LOTERET UN         *
010000*  REGISTRO POR LOTE RETENIDO.  UNA CORRIDA DETENIDA NO      *
010002*  LLEGA HASTA ACA.                                          *
010004*-----------------------------------------------------------*
010006 6000-CARGAR-LOTES.
010008     IF WS-LOTE-INVALIDO
010010         GO TO 6000-EXIT
010012     END-IF
010014     CLOSE TRANSACTION-IN
010016     OPEN INPUT TRANSACTION-IN
010018     IF NOT WS-TR-OK
010020         DISPLAY "NO SE PUDO REABRIR TRANSIN - STATUS "
010022                 WS-TR-STATUS
010024         MOVE 'S' TO WS-SW-LOTE-INVALIDO
010026         GO TO 6000-EXIT
010028     END-IF
010030     MOVE 'N' TO WS-SW-FIN-ARCHIVO
010032     MOVE ZERO TO WS-TL-IDX
010034     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT
010036     PERFORM 6100-CARGAR-REGISTRO THRU 6100-EXIT
010038         UNTIL WS-FIN-ARCHIVO
010040     PERFORM 6500-INFORMAR-RETENIDO THRU 6500-EXIT
010042         VARYING WS-TL-IDX FROM 1 BY 1
010044         UNTIL WS-TL-IDX > WS-CONTADOR-LOTES.
010046 6000-EXIT.
010048     EXIT.

010050 6100-CARGAR-REGISTRO.
010052     IF TR-CTL-ENCABEZADO
010054         ADD 1 TO WS-TL-IDX
010056     END-IF
010058     IF WS-TL-RETENER(WS-TL-IDX)
010060         WRITE TQ-QUAR-RECORD FROM TR-TRANSACTION-RECORD
010062     ELSE
010064         IF NOT TR-CTL-ENCABEZADO AND NOT TR-CTL-COLA
010066             PERFORM 6200-GRABAR-DETALLE THRU 6200-EXIT
010068         END-IF
010070     END-IF
010072     PERFORM 2100-LEER-TRANSACCION THRU 2100-EXIT.
010074 6100-EXIT.
010076     EXIT.

010078*-----------------------------------------------------------*
010080*  6200-GRABAR-DETALLE                                       *
010082*  COPIA UN DETALLE DE UN LOTE BUENO A TRANWORK CON SU       *
010084*  NUMERO DE SECUENCIA (SOLO CUENTAN LOS CARGADOS, ASI LA    *
010086*  NUMERACION SIGUE CORRIDA AUNQUE SE HAYA RETENIDO UN       *
010088*  LOTE).  SI EL DETALLE NO TRAE SU PROPIA OFICINA, SE LE    *
010090*  ESTAMPA LA DEL ENCABEZADO.                                *
010092*-----------------------------------------------------------*
010094 6200-GRABAR-DETALLE.
010096     ADD 1 TO WS-CONTADOR-GRABADOS
010098     MOVE WS-CONTADOR-GRABADOS TO TW-SEQ-NBR
010100     MOVE TR-TIPO-ACCION TO TW-TIPO-ACCION
010200     MOVE TR-NRO-PERSONA TO TW-NRO-PERSONA
010300     MOVE TR-NOMBRE TO TW-NOMBRE
010700     MOVE TR-NRO-DOCUMENTO TO TW-NRO-DOCUMENTO
010800     MOVE TR-NRO-FUSION TO TW-NRO-FUSION
010900     IF TR-OFICINA = SPACES
011000         MOVE WS-TL-OFICINA(WS-TL-IDX) TO TW-OFICINA
011100     ELSE
011200         MOVE TR-OFICINA TO TW-OFICINA
011300     END-IF
011400     WRITE TW-WORK-RECORD.
011600 6200-EXIT.
011700     EXIT.

011702*-----------------------------------------------------------*
011704*  6500-INFORMAR-RETENIDO                                    *
011706*  UN REGISTRO EN LOTERET POR CADA LOTE RETENIDO, PARA QUE   *
011708*  TESTEEDT LO MUESTRE EN EL INFORME DE EDICION, EN EL       *
011710*  RUNSTATS DE LA OFICINA Y EN EL ACUSE (TRANACK).           *
011712*-----------------------------------------------------------*
011714 6500-INFORMAR-RETENIDO.
011716     IF NOT WS-TL-RETENER(WS-TL-IDX)
011718         GO TO 6500-EXIT
011720     END-IF
011722     ADD 1 TO WS-LOTES-RETENIDOS
011724     ADD WS-TL-DETALLES(WS-TL-IDX) TO WS-CONTADOR-RETENIDOS
011726     MOVE SPACES TO LR-RETENIDO-RECORD
011728     MOVE WS-FECHA-HOY TO LR-FECHA
011730     MOVE WS-TL-OFICINA(WS-TL-IDX) TO LR-OFICINA
011732     MOVE WS-TL-NRO(WS-TL-IDX) TO LR-NRO-LOTE
011734     MOVE WS-TL-FECHA(WS-TL-IDX) TO LR-FECHA-LOTE
011736     MOVE WS-TL-MOTIVO-CODIGO(WS-TL-IDX) TO LR-MOTIVO-CODIGO
011738     MOVE WS-TL-MOTIVO(WS-TL-IDX) TO LR-MOTIVO
011740     MOVE WS-TL-DECLARADOS(WS-TL-IDX) TO LR-CANT-DECLARADA
011742     MOVE WS-TL-DETALLES(WS-TL-IDX) TO LR-CANT-RECIBIDA
011744     MOVE WS-TL-REGISTRAR(WS-TL-IDX) TO LR-IND-REINGRESO
011746     WRITE LR-RETENIDO-RECORD
011748     DISPLAY "TESTELOD - APARTADO EN TRANQUAR: OFICINA "
011750             LR-OFICINA " LOTE " LR-NRO-LOTE " ("
011752             LR-CANT-RECIBIDA " REGISTROS) - " LR-MOTIVO.
011754 6500-EXIT.
011756     EXIT.

011800*-----------------------------------------------------------*
011810*  8000-VERIFICAR-CIERRE                                     *
011820*  AL AGOTARSE TRANSIN: UN LOTE QUE QUEDO ABIERTO ES UNA     *
011830*  TRANSMISION CORTADA Y SE RETIENE; UN TRANSIN SIN NINGUN   *
011840*  LOTE ES UN ARCHIVO VACIO DE RELLENO Y DETIENE LA          *
011850*  CORRIDA.                                                  *
011860*-----------------------------------------------------------*
011900 8000-VERIFICAR-CIERRE.
011940     IF WS-EN-LOTE
011950         DISPLAY "TESTELOD - TRANSIN TERMINA SIN LA COLA DEL "
011960                 "LOTE " WS-LOTE-NRO " DE LA OFICINA "
011970                 WS-LOTE-OFICINA " - TRANSMISION TRUNCA, "
011972                 "SE RETIENE."
011974         MOVE '025' TO WS-MOTIVO-CODIGO
011976         MOVE "LOTE SIN COLA - TRANSMISION TRUNCA"
011978             TO WS-MOTIVO-RETENCION
011980         PERFORM 3900-RETENER-LOTE THRU 3900-EXIT
011982         PERFORM 4500-CERRAR-LOTE THRU 4500-EXIT
012000     END-IF
012010     IF WS-CONTADOR-LOTES = ZERO
012020         DISPLAY "TESTELOD - TRANSIN NO TRAE NINGUN LOTE - "
012100 9000-FINALIZAR.
012200     CLOSE TRANSACTION-IN
012300     CLOSE TRAN-WORK
012305     CLOSE TRAN-QUAR
012310     CLOSE LOTE-RETENIDO
012320     IF WS-LOTE-INVALIDO
012325         CLOSE LOTE-CONTROL
012330         DISPLAY "TESTELOD - CORRIDA DETENIDA - RC=8.  NO SE "
012360         GO TO 9000-EXIT
012370     END-IF
012380     PERFORM 9050-ACTUALIZAR-LOTECTL THRU 9050-EXIT
012385         VARYING WS-TL-IDX FROM 1 BY 1
012390         UNTIL WS-TL-IDX > WS-CONTADOR-LOTES
012398     CLOSE LOTE-CONTROL
012400     PERFORM 9100-GRABAR-TOTALES THRU 9100-EXIT
012410     PERFORM 9200-GRABAR-ESTADISTICAS THRU 9200-EXIT
012420     MOVE WS-CONTADOR-LOTES TO WS-LOTES-CARGADOS
012430     SUBTRACT WS-LOTES-RETENIDOS FROM WS-LOTES-CARGADOS
012500     DISPLAY "TESTELOD - TRANSACCIONES CARGADAS: "
012600             WS-CONTADOR-GRABADOS " EN " WS-LOTES-CARGADOS
012610             " LOTES."
012620     IF WS-LOTES-RETENIDOS > ZERO
012630         DISPLAY "TESTELOD - LOTES APARTADOS EN TRANQUAR: "
012640                 WS-LOTES-RETENIDOS " CON "
012650                 WS-CONTADOR-RETENIDOS " REGISTROS - RC=4."
012660         MOVE 4 TO RETURN-CODE
012670     END-IF.
012700 9000-EXIT.
012800     EXIT.

012810*-----------------------------------------------------------*
012815*  9050-ACTUALIZAR-LOTECTL                                   *
012817*  LA CORRIDA NO SE DETUVO - RECIEN AHORA SE ASIENTA CADA    *
012819*  LOTE DE LA NOCHE EN LOTECTL: UN LOTE CARGADO AVANZA EL    *
012821*  ULTIMO NUMERO DE SU OFICINA (NUNCA LO HACE RETROCEDER -   *
012823*  UN REINGRESO PUEDE TRAER UN NUMERO MENOR) Y LIBERA SU     *
012825*  MARCA DE RETENIDO; UN LOTE RETENIDO QUE NUNCA SE CARGO    *
012827*  QUEDA ANOTADO PARA PODER REINGRESAR.  UNA OFICINA SIN     *
012829*  REGISTRO EN LOTECTL LO RECIBE ACA, CON SU PRIMER LOTE, Y  *
012831*  NO AL LEER SU ENCABEZADO.                                 *
012835*-----------------------------------------------------------*
012840 9050-ACTUALIZAR-LOTECTL.
012850     MOVE WS-TL-OFICINA(WS-TL-IDX) TO WS-LT-RELKEY
012865     READ LOTE-CONTROL
012870         INVALID KEY
012875             INITIALIZE LT-LOTE-RECORD
012880     END-READ
012882     PERFORM 3050-NORMALIZAR-RETENIDOS THRU 3050-EXIT
012884     IF WS-TL-RETENER(WS-TL-IDX)
012886         PERFORM 9060-ANOTAR-RETENIDO THRU 9060-EXIT
012888     ELSE
012890         PERFORM 9070-ANOTAR-CARGADO THRU 9070-EXIT
012900     END-IF
012908     MOVE WS-TL-OFICINA(WS-TL-IDX) TO WS-LT-RELKEY
012915     REWRITE LT-LOTE-RECORD
012920         INVALID KEY
012925             WRITE LT-LOTE-RECORD
014500     MOVE WS-FECHA-HOY TO CT-FECHA
014600     MOVE WS-CONTADOR-LEIDOS TO CT-LEIDOS
014700     MOVE WS-CONTADOR-GRABADOS TO CT-GRABADOS
014750     MOVE WS-CONTADOR-RETENIDOS TO CT-RETENIDOS
014800     WRITE CT-CONTROL-RECORD
014900     CLOSE CONTROL-TOTALS.
015000 9100-EXIT.
015200*-----------------------------------------------------------*
015300*  9200-GRABAR-ESTADISTICAS                                  *
015400*  AGREGA EL REGISTRO DE ESTADISTICAS DE ESTA CORRIDA AL     *
015500*  ARCHIVO PERMANENTE RUNSTATS.  RS-LEIDOS ES LO CARGADO;    *
015550*  LO APARTADO EN TRANQUAR VA EN RS-RETENCION.               *
015600*-----------------------------------------------------------*
015700 9200-GRABAR-ESTADISTICAS.
015800     OPEN EXTEND RUN-STATISTICS
017000     MOVE "TESTELOD" TO RS-PROGRAMA
017100     MOVE WS-HORA-INICIO TO RS-HORA-INICIO
017200     MOVE WS-HORA-FIN TO RS-HORA-FIN
017300     MOVE WS-CONTADOR-GRABADOS TO RS-LEIDOS
017310     MOVE WS-LOTES-RETENIDOS TO RS-LOTES-RETENIDOS
017320     MOVE WS-CONTADOR-RETENIDOS TO RS-REGS-RETENIDOS
017400     WRITE RS-STATS-RECORD
017500     CLOSE RUN-STATISTICS.
017600 9200-EXIT.
017700     EXIT.

017800 9060-ANOTAR-RETENIDO.
017810     IF NOT WS-TL-PUEDE-VOLVER(WS-TL-IDX)
017820         GO TO 9060-EXIT
017830     END-IF
017840     IF WS-TL-NRO(WS-TL-IDX) = LT-LOTE-RETENIDO(1)
017850         OR WS-TL-NRO(WS-TL-IDX) = LT-LOTE-RETENIDO(2)
017860         GO TO 9060-EXIT
017870     END-IF
017880     IF LT-LOTE-RETENIDO(1) = ZERO
017890         MOVE WS-TL-NRO(WS-TL-IDX) TO LT-LOTE-RETENIDO(1)
017900         GO TO 9060-EXIT
017910     END-IF
017920     IF LT-LOTE-RETENIDO(2) = ZERO
017930         MOVE WS-TL-NRO(WS-TL-IDX) TO LT-LOTE-RETENIDO(2)
017940         GO TO 9060-EXIT
017950     END-IF
017960     DISPLAY "TESTELOD - LA OFICINA " WS-TL-OFICINA(WS-TL-IDX)
017970             " YA TIENE DOS LOTES RETENIDOS PENDIENTES - EL "
017980             "LOTE " WS-TL-NRO(WS-TL-IDX) " NO PODRA "
017990             "REINGRESAR CON SU NUMERO.".
018000 9060-EXIT.
018010     EXIT.

018020 9070-ANOTAR-CARGADO.
018030     IF WS-TL-NRO(WS-TL-IDX) = LT-LOTE-RETENIDO(1)
018040         MOVE ZERO TO LT-LOTE-RETENIDO(1)
018050     END-IF
018060     IF WS-TL-NRO(WS-TL-IDX) = LT-LOTE-RETENIDO(2)
018070         MOVE ZERO TO LT-LOTE-RETENIDO(2)
018080     END-IF
018090     IF WS-TL-NRO(WS-TL-IDX) > LT-ULTIMO-LOTE
018100         MOVE WS-TL-NRO(WS-TL-IDX) TO LT-ULTIMO-LOTE
018110         MOVE WS-FECHA-HOY TO LT-FECHA-ULT-LOTE
018120     END-IF
018130     IF LT-ULTIMO-LOTE > LT-ULTIMO-ASIGNADO
018140         MOVE LT-ULTIMO-LOTE TO LT-ULTIMO-ASIGNADO
018150     END-IF.
018160 9070-EXIT.
018170     EXIT.
