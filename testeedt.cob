001600*       - EDITRPT    - ONE LINE PER TRANSACTION SHOWING       *
001700*                      ACCEPTED OR REJECTED AND WHY, PLUS A    *
001800*                      TRAILING ACCEPTED/REJECTED COUNT.      *
001810*                                                            *
001820*     IT ALSO READS LOTERET, TESTELOD'S LIST OF THE          *
001830*     BATCHES HELD BACK IN TRANQUAR, AND REPORTS EACH ONE    *
001840*     AT THE HEAD OF EDITRPT, AS ONE TRANACK RECORD          *
001850*     TELLING THE OFFICE ITS FILE WAS NOT PROCESSED, AND     *
001860*     IN THAT OFFICE'S RUNSTATS RECORD.                      *
001900*                                                            *
002000*  MODIFICATION HISTORY.                                    *
002100*     2026-08-09  RQ   ORIGINAL VERSION.                     *
002744*                      ITS OWN REJECT BREAKDOWN SO TESTEMES    *
002745*                      CAN SHOW WHICH OFFICE CAUSES WHICH      *
002746*                      REJECTS.                                *
002748*     2026-10-15  RQ   ACCEPT THE NEW DEFUNCION ACTION ('D')   *
002749*                      - THE NUMBER IS VALIDATED LIKE A BAJA,  *
002750*                      THE DATE OF DEATH THROUGH EDTPERS AND   *
002751*                      THE ACTA MUST BE PRESENT (MOTIVO 013).  *
002752*                      A CAMBIO, BAJA, FUSION OR DEFUNCION     *
002753*                      CITING A FALLECIDO IS REJECTED WITH     *
002754*                      MOTIVO 012.                             *
002755*     2026-10-15  RQ   ACCEPT THE NEW DESFUSION ACTION ('U') - *
002756*                      THE NUMBER MUST STILL BE FUSIONADO INTO *
002757*                      THE CITED SURVIVOR (NO LINK IS          *
002758*                      FOLLOWED), AND THE SURVIVOR MUST BE     *
002759*                      ACTIVE AND UNTOUCHED SINCE THE MERGE;   *
002760*                      ANY FAILURE IS MOTIVO 011.              *
002761*     2026-10-15  RQ   REPORT THE BATCHES TESTELOD HELD        *
002762*                      BACK (LOTERET) - A BANNER PER BATCH     *
002763*                      AT THE HEAD OF EDITRPT, A TRANACK       *
002764*                      RECORD (AK-EST-LOTE-RETENIDO) FOR       *
002765*                      THE OFFICE, THE HELD COUNTS IN          *
002766*                      RUNSTATS, AND A RUNSTATS RECORD FOR     *
002767*                      AN OFFICE WHOSE ONLY BATCH WAS HELD.    *
002768*     2026-10-15  RQ   A FUSION WHOSE SURVIVOR IS FALLECIDO IS *
002769*                      REJECTED AS MOTIVO 012, NOT 011.        *
002770*     2026-10-15  RQ   A DESFUSION IS NO LONGER REJECTED HERE  *
002771*                      BECAUSE THE SURVIVOR'S STAMP IS AFTER   *
002772*                      THE FUSION - A TESTERNC RECODING MOVES  *
002773*                      IT TOO.  TESTEUPD DECIDES FROM THE      *
002774*                      AUDIT TRAIL, AS TESTEMNT DOES ONLINE.   *
002790*-----------------------------------------------------------*
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. TESTEEDT.
003000 AUTHOR. R. QUIROGA.
004350     COPY CTLTOTSL.
004360     COPY ACKSL.
004370     COPY RUNSTSL.
004380     COPY LOTRTSL.

004400 DATA DIVISION.
004500 FILE SECTION.
004950     COPY CTLTOTFD.
004960     COPY ACKFD.
004970     COPY RUNSTFD.
004980     COPY LOTRTFD.

005000 WORKING-STORAGE SECTION.
005100 77  WS-TW-STATUS                PIC X(02).
005460     88  WS-AK-OK                         VALUE '00'.
005470 77  WS-RS-STATUS                PIC X(02).
005480     88  WS-RS-OK                         VALUE '00'.
005485 77  WS-LR-STATUS                PIC X(02).
005490     88  WS-LR-OK                         VALUE '00'.
005500 77  WS-ER-STATUS                PIC X(02).
005600     88  WS-ER-OK                         VALUE '00'.
005700 77  WS-PM-STATUS                PIC X(02).
006200     88  WS-ES-DUPLICADO                  VALUE 'S'.
006210 77  WS-SW-FIN-DATOS             PIC X(01).
006220     88  WS-FIN-DATOS                     VALUE 'S'.
006222 77  WS-SW-FIN-RETENIDOS         PIC X(01).
006224     88  WS-FIN-RETENIDOS                 VALUE 'S'.

006230 01  WS-DATOS-BUSCADOS.
006240     05  WS-B-APELLIDO           PIC X(15).
006500 77  WS-EDAD-NUMERICA            PIC 9(03).
006600 77  WS-MOTIVO-RECHAZO           PIC X(40).
006610 77  WS-MOTIVO-CODIGO            PIC X(03).
006620*  PARA EDITAR LA FECHA DE DEFUNCION CON EDTPERS SIN TOCAR LA
006630*  TRANSACCION (EDTPERS NORMALIZA LA NACIONALIDAD QUE RECIBE).
006640 77  WS-FECHA-DEFUNCION          PIC 9(08).
006650 77  WS-EDAD-DEFUNCION           PIC 9(03).
006660 77  WS-NAC-DEFUNCION            PIC X(15).
006670 77  WS-DOC-DEFUNCION            PIC X(08).

006700 77  WS-CONTADOR-ACEPTADOS       PIC 9(08)        COMP.
006800 77  WS-CONTADOR-RECHAZADOS      PIC 9(08)        COMP.
006827 77  WS-SALTOS-FUSION            PIC 9(02)        COMP.

006828 01  WS-RECHAZOS-POR-MOTIVO.
006830     05  WS-RECH-MOTIVO-CNT      OCCURS 13 TIMES
006832                                 PIC 9(08)        COMP.

006834*  CONTADORES POR OFICINA REMITENTE (CODIGO 01-99).  UNA
006846         10  WS-OFI-LEIDOS       PIC 9(08)        COMP.
006848         10  WS-OFI-ACEPTADOS    PIC 9(08)        COMP.
006850         10  WS-OFI-RECHAZADOS   PIC 9(08)        COMP.
006852         10  WS-OFI-MOTIVO-CNT   OCCURS 13 TIMES
006854                                 PIC 9(08)        COMP.
006864         10  WS-OFI-LOTES-RET    PIC 9(04)        COMP.
006874         10  WS-OFI-REGS-RET     PIC 9(08)        COMP.
006884         10  WS-OFI-MOTIVO-RET   PIC X(03).
006886*  LOTES QUE TESTELOD RETUVO EN TRANQUAR (LOTERET) Y SUS
006888*  REGISTROS - NO ENTRAN EN LEIDOS/ACEPTADOS/RECHAZADOS.
006890 77  WS-TOTAL-LOTES-RET          PIC 9(04)        COMP.
006892 77  WS-TOTAL-REGS-RET           PIC 9(08)        COMP.
006900 77  WS-SEQ-EDIT                 PIC Z(07)9.
007000 77  WS-ACEPTADOS-EDIT           PIC Z(07)9.
007100 77  WS-RECHAZADOS-EDIT          PIC Z(07)9.
007110 77  WS-LOTES-RET-EDIT           PIC Z(03)9.
007120 77  WS-REGS-RET-EDIT            PIC Z(07)9.

007200 PROCEDURE DIVISION.

008210     MOVE ZERO TO WS-CONTADOR-LEIDOS
008212     INITIALIZE WS-RECHAZOS-POR-MOTIVO
008214     INITIALIZE WS-ESTAD-POR-OFICINA
008215     MOVE ZERO TO WS-TOTAL-LOTES-RET
008216     MOVE ZERO TO WS-TOTAL-REGS-RET
008217     MOVE 'N' TO WS-SW-FIN-RETENIDOS
008220     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
008230     ACCEPT WS-HORA-INICIO FROM TIME
008300     OPEN INPUT TRAN-WORK
011400         MOVE 'S' TO WS-SW-FIN-ARCHIVO
011500         GO TO 1000-EXIT
011600     END-IF
011605     OPEN INPUT LOTE-RETENIDO
011610     IF NOT WS-LR-OK
011615         DISPLAY "NO SE PUDO ABRIR LOTERET - STATUS "
011620                 WS-LR-STATUS
011625         CLOSE TRAN-WORK
011630         CLOSE TRAN-GOOD
011635         CLOSE TRAN-BAD
011640         CLOSE TRAN-ACK
011645         CLOSE EDIT-REPORT
011650         CLOSE PERSON-MASTER
011655         MOVE 'S' TO WS-SW-FIN-ARCHIVO
011660         GO TO 1000-EXIT
011665     END-IF
011700     MOVE "REGISTRO CIVIL - INFORME DE EDICION DE CARGA"
011800         TO ER-REPORT-LINE
011900     WRITE ER-REPORT-LINE
012000     MOVE SPACES TO ER-REPORT-LINE
012100     WRITE ER-REPORT-LINE
012110     PERFORM 1550-LEER-RETENIDO THRU 1550-EXIT
012120     PERFORM 1500-INFORMAR-RETENIDO THRU 1500-EXIT
012130         UNTIL WS-FIN-RETENIDOS
012140     CLOSE LOTE-RETENIDO
012150     IF WS-TOTAL-LOTES-RET > ZERO
012160         MOVE SPACES TO ER-REPORT-LINE
012170         WRITE ER-REPORT-LINE
012180     END-IF
012200     PERFORM 2100-LEER-WORK THRU 2100-EXIT.
012300 1000-EXIT.
012400     EXIT.

012401*-----------------------------------------------------------*
012402*  1500-INFORMAR-RETENIDO                                    *
012403*  UN LOTE QUE TESTELOD APARTO EN TRANQUAR NO LLEGA A        *
012404*  TRANWORK, ASI QUE SE INFORMA AQUI, ANTES DEL DETALLE:     *
012405*  ENCABEZADO EN EDITRPT CON EL MOTIVO, UN REGISTRO          *
012406*  TRANACK (ESTADO 'N') PARA QUE LA OFICINA SEPA QUE SU      *
012407*  ARCHIVO NO SE PROCESO, Y LOS CONTADORES DE RETENCION      *
012408*  DE SU OFICINA PARA RUNSTATS.                              *
012409*-----------------------------------------------------------*
012410 1500-INFORMAR-RETENIDO.
012411     ADD 1 TO WS-TOTAL-LOTES-RET
012412     ADD LR-CANT-RECIBIDA TO WS-TOTAL-REGS-RET
012413     MOVE LR-OFICINA TO WS-OFICINA-NUM
012414     IF WS-OFICINA-NUM > ZERO
012415         ADD 1 TO WS-OFI-LOTES-RET(WS-OFICINA-NUM)
012416         ADD LR-CANT-RECIBIDA TO WS-OFI-REGS-RET(WS-OFICINA-NUM)
012417         MOVE LR-MOTIVO-CODIGO
012418             TO WS-OFI-MOTIVO-RET(WS-OFICINA-NUM)
012419     END-IF
012420     MOVE SPACES TO ER-REPORT-LINE
012421     STRING "LOTE RETENIDO - OFICINA " LR-OFICINA
012422             " LOTE " LR-NRO-LOTE " DEL " LR-FECHA-LOTE
012423             " - NO PROCESADO"
012424         DELIMITED BY SIZE INTO ER-REPORT-LINE
012425     WRITE ER-REPORT-LINE
012426     MOVE SPACES TO ER-REPORT-LINE
012427     STRING "         MOTIVO: " LR-MOTIVO
012428         DELIMITED BY SIZE INTO ER-REPORT-LINE
012429     WRITE ER-REPORT-LINE
012430     MOVE SPACES TO ER-REPORT-LINE
012431     STRING "         REGISTROS DECLARADOS: " LR-CANT-DECLARADA
012432             "  RECIBIDOS: " LR-CANT-RECIBIDA
012433         DELIMITED BY SIZE INTO ER-REPORT-LINE
012434     WRITE ER-REPORT-LINE
012435     MOVE SPACES TO ER-REPORT-LINE
012436     IF LR-PUEDE-REINGRESAR
012437         STRING "         SE PROCESA CUANDO LA OFICINA "
012438                 "REENVIE EL LOTE"
012439             DELIMITED BY SIZE INTO ER-REPORT-LINE
012440     ELSE
012441         STRING "         NO REINGRESA - LA OFICINA "
012442                 "DEBE ENVIAR UN LOTE NUEVO"
012443             DELIMITED BY SIZE INTO ER-REPORT-LINE
012444     END-IF
012445     WRITE ER-REPORT-LINE
012446     MOVE SPACES TO AK-ACK-RECORD
012447     MOVE WS-FECHA-HOY TO AK-FECHA
012448     MOVE LR-NRO-LOTE TO AK-NRO-LOTE
012449     MOVE ZERO TO AK-NRO-PERSONA
012450     MOVE 'N' TO AK-ESTADO
012451     MOVE LR-MOTIVO-CODIGO TO AK-MOTIVO-CODIGO
012452     MOVE LR-OFICINA TO AK-OFICINA
012453     WRITE AK-ACK-RECORD
012454     PERFORM 1550-LEER-RETENIDO THRU 1550-EXIT.
012455 1500-EXIT.
012456     EXIT.

012457 1550-LEER-RETENIDO.
012458     READ LOTE-RETENIDO
012459         AT END
012460             MOVE 'S' TO WS-SW-FIN-RETENIDOS
012461     END-READ.
012462 1550-EXIT.
012463     EXIT.

012500 2000-PROCESAR.
012550     ADD 1 TO WS-CONTADOR-LEIDOS
012560     MOVE ZERO TO WS-OFICINA-NUM
014610*  2200-EDITAR-TRANSACCION                                   *
014620*  DESPACHA LOS EDITS SEGUN EL TIPO DE ACCION.  UNA BAJA NO   *
014630*  TRAE DATOS CAPTURADOS - SOLO SE VALIDA EL NUMERO DE        *
014640*  PERSONA.  UN CAMBIO VALIDA LOS CAMPOS Y EL NUMERO.  UNA    *
014645*  DEFUNCION VALIDA EL NUMERO, LA FECHA Y EL ACTA.  UNA       *
014647*  DESFUSION VALIDA EL PAR DE NUMEROS DE LA FUSION.           *
014650*-----------------------------------------------------------*
014660 2200-EDITAR-TRANSACCION.
014661     IF TW-ACCION-DEFUNCION
014662         PERFORM 2270-EDITAR-DEFUNCION THRU 2270-EXIT
014663         GO TO 2200-EXIT
014664     END-IF
014665     IF TW-ACCION-DESFUSION
014666         PERFORM 2280-EDITAR-DESFUSION THRU 2280-EXIT
014667         GO TO 2200-EXIT
014668     END-IF
014670     IF NOT TW-ACCION-ALTA AND NOT TW-ACCION-CAMBIO
014680         AND NOT TW-ACCION-BAJA AND NOT TW-ACCION-FUSION
014683         AND NOT TW-ACCION-DEFUNCION
014687         AND NOT TW-ACCION-DESFUSION
014690         MOVE "TIPO DE ACCION INVALIDO" TO WS-MOTIVO-RECHAZO
014691         MOVE '001' TO WS-MOTIVO-CODIGO
014692         GO TO 2200-EXIT
016620*  2250-EDITAR-NUMERO                                        *
016630*  PARA UN CAMBIO O UNA BAJA, EL NUMERO DE PERSONA DEBE      *
016640*  SER NUMERICO Y CORRESPONDER A UN REGISTRO ACTIVO DEL      *
016650*  PERSON-MASTER.  UN FALLECIDO NO ADMITE NINGUN OTRO        *
016652*  MOVIMIENTO - NI SIQUIERA UNA BAJA, QUE LO SACARIA DEL     *
016654*  REGISTRO COMO SI HUBIERA SIDO UN ERROR DE CARGA.          *
016660*-----------------------------------------------------------*
016662 2250-EDITAR-NUMERO.
016664     IF TW-NRO-PERSONA IS NOT NUMERIC
016689         END-IF
016690         MOVE PM-NRO-PERSONA TO TW-NRO-PERSONA
016691     END-IF
016692     IF PM-REG-BORRADO OR PM-REG-FALLECIDO
016693         PERFORM 2258-RECHAZAR-INACTIVO THRU 2258-EXIT
016695     END-IF.
016696 2250-EXIT.
016697     EXIT.
016824     IF NOT PM-REG-ACTIVO
016826         MOVE "NRO SOBREVIVIENTE INVALIDO" TO WS-MOTIVO-RECHAZO
016828         MOVE '011' TO WS-MOTIVO-CODIGO
016829         PERFORM 2262-SOBREV-FALLECIDO THRU 2262-EXIT
016830         GO TO 2260-EXIT
016832     END-IF
016834     IF TW-NRO-FUSION = TW-NRO-PERSONA
021803     END-IF
021804     IF WS-MOTIVO-CODIGO IS NUMERIC
021805         MOVE WS-MOTIVO-CODIGO TO WS-MOTIVO-NUM
021806         IF WS-MOTIVO-NUM > 0 AND WS-MOTIVO-NUM < 14
021807             ADD 1 TO WS-RECH-MOTIVO-CNT(WS-MOTIVO-NUM)
021808             IF WS-OFICINA-NUM > ZERO
021809                 ADD 1 TO WS-OFI-MOTIVO-CNT
023800     STRING "TOTAL RECHAZADOS : " WS-RECHAZADOS-EDIT
023900         DELIMITED BY SIZE INTO ER-REPORT-LINE
024000     WRITE ER-REPORT-LINE
024010     MOVE WS-TOTAL-LOTES-RET TO WS-LOTES-RET-EDIT
024020     MOVE WS-TOTAL-REGS-RET TO WS-REGS-RET-EDIT
024030     MOVE SPACES TO ER-REPORT-LINE
024040     STRING "TOTAL RETENIDOS  : " WS-REGS-RET-EDIT
024050             " EN " WS-LOTES-RET-EDIT " LOTES NO PROCESADOS"
024060         DELIMITED BY SIZE INTO ER-REPORT-LINE
024070     WRITE ER-REPORT-LINE
024100     CLOSE TRAN-WORK
024200     CLOSE TRAN-GOOD
024250     CLOSE TRAN-BAD
024450     PERFORM 9100-GRABAR-TOTALES THRU 9100-EXIT
024460     PERFORM 9200-GRABAR-ESTADISTICAS THRU 9200-EXIT
024500     DISPLAY "TESTEEDT - ACEPTADOS: " WS-CONTADOR-ACEPTADOS
024600             " RECHAZADOS: " WS-CONTADOR-RECHAZADOS
024610     IF WS-TOTAL-LOTES-RET > ZERO
024620         DISPLAY "TESTEEDT - LOTES RETENIDOS INFORMADOS: "
024630                 WS-TOTAL-LOTES-RET
024640     END-IF.
024700 9000-EXIT.
024800     EXIT.

024940     MOVE WS-HORA-INICIO TO RS-HORA-INICIO
024942     MOVE WS-HORA-FIN TO RS-HORA-FIN
024944     MOVE WS-CONTADOR-LEIDOS TO RS-LEIDOS
024945     MOVE WS-TOTAL-LOTES-RET TO RS-LOTES-RETENIDOS
024946     MOVE WS-CONTADOR-ACEPTADOS TO RS-ACEPTADOS
024947     MOVE WS-TOTAL-REGS-RET TO RS-REGS-RETENIDOS
024948     MOVE WS-CONTADOR-RECHAZADOS TO RS-RECHAZADOS
024950     PERFORM VARYING WS-MOTIVO-NUM FROM 1 BY 1
024952               UNTIL WS-MOTIVO-NUM > 13
024954         MOVE WS-RECH-MOTIVO-CNT(WS-MOTIVO-NUM)
024956             TO RS-RECH-MOTIVO(WS-MOTIVO-NUM)
024958     END-PERFORM
024980*-----------------------------------------------------------*
024982 9250-GRABAR-ESTAD-OFICINA.
024984     IF WS-OFI-LEIDOS(WS-OFICINA-NUM) = ZERO
024985         AND WS-OFI-LOTES-RET(WS-OFICINA-NUM) = ZERO
024986         GO TO 9250-EXIT
024988     END-IF
024990     INITIALIZE RS-STATS-RECORD
024998     MOVE WS-HORA-INICIO TO RS-HORA-INICIO
025000     MOVE WS-HORA-FIN TO RS-HORA-FIN
025002     MOVE WS-OFI-LEIDOS(WS-OFICINA-NUM) TO RS-LEIDOS
025003     MOVE WS-OFI-LOTES-RET(WS-OFICINA-NUM) TO RS-LOTES-RETENIDOS
025004     MOVE WS-OFI-ACEPTADOS(WS-OFICINA-NUM) TO RS-ACEPTADOS
025005     MOVE WS-OFI-REGS-RET(WS-OFICINA-NUM) TO RS-REGS-RETENIDOS
025006     MOVE WS-OFI-RECHAZADOS(WS-OFICINA-NUM) TO RS-RECHAZADOS
025007     MOVE WS-OFI-MOTIVO-RET(WS-OFICINA-NUM) TO RS-MOTIVO-RETENCION
025008     PERFORM VARYING WS-MOTIVO-NUM FROM 1 BY 1
025010               UNTIL WS-MOTIVO-NUM > 13
025012         MOVE WS-OFI-MOTIVO-CNT(WS-OFICINA-NUM WS-MOTIVO-NUM)
025014             TO RS-RECH-MOTIVO(WS-MOTIVO-NUM)
025016     END-PERFORM
025018     WRITE RS-STATS-RECORD.
025020 9250-EXIT.
025022     EXIT.

025030*-----------------------------------------------------------*
025032*  2258-RECHAZAR-INACTIVO                                    *
025034*  EL NUMERO CITADO (YA SEGUIDO SU ENLACE SI FUE FUSIONADO)  *
025036*  NO ESTA ACTIVO - UNA BAJA SE RECHAZA COMO DADA DE BAJA Y  *
025038*  UN FALLECIDO COMO FALLECIDO, QUE NO ADMITE NINGUN OTRO    *
025040*  MOVIMIENTO.                                               *
025042*-----------------------------------------------------------*
025044 2258-RECHAZAR-INACTIVO.
025046     IF PM-REG-FALLECIDO
025048         MOVE "PERSONA FALLECIDA" TO WS-MOTIVO-RECHAZO
025050         MOVE '012' TO WS-MOTIVO-CODIGO
025052     ELSE
025054         MOVE "PERSONA DADA DE BAJA" TO WS-MOTIVO-RECHAZO
025056         MOVE '009' TO WS-MOTIVO-CODIGO
025058     END-IF.
025060 2258-EXIT.
025062     EXIT.

025064*-----------------------------------------------------------*
025066*  2270-EDITAR-DEFUNCION                                     *
025068*  EL NUMERO SE VALIDA PRIMERO CON 2250-EDITAR-NUMERO, QUE   *
025070*  DEJA LEIDO EL REGISTRO DE LA PERSONA.  LA FECHA DE        *
025072*  DEFUNCION SE EDITA CON EDTPERS COMO UNA FECHA DE          *
025074*  NACIMIENTO (FECHA REAL, NO FUTURA) Y NO PUEDE SER         *
025076*  ANTERIOR AL NACIMIENTO REGISTRADO.  EL ACTA NO PUEDE      *
025078*  VENIR EN BLANCO.                                          *
025080*-----------------------------------------------------------*
025082 2270-EDITAR-DEFUNCION.
025084     PERFORM 2250-EDITAR-NUMERO THRU 2250-EXIT
025086     IF WS-MOTIVO-RECHAZO NOT = SPACES
025088         GO TO 2270-EXIT
025090     END-IF
025092     IF TW-ACTA-DEFUNCION = SPACES
025094         MOVE "FECHA O ACTA DE DEFUNCION INVALIDA"
025096             TO WS-MOTIVO-RECHAZO
025098         MOVE '013' TO WS-MOTIVO-CODIGO
025100         GO TO 2270-EXIT
025102     END-IF
025104     MOVE SPACES TO WS-NAC-DEFUNCION
025106     MOVE SPACES TO WS-DOC-DEFUNCION
025108     CALL "EDTPERS" USING TW-FECHA-DEFUNCION
025110                           WS-NAC-DEFUNCION
025112                           WS-DOC-DEFUNCION
025114                           WS-FECHA-DEFUNCION
025116                           WS-EDAD-DEFUNCION
025118                           WS-FNAC-STATUS
025120                           WS-NAC-STATUS
025122                           WS-DOC-STATUS
025124     IF WS-FNAC-STATUS NOT = '0'
025126         MOVE "FECHA O ACTA DE DEFUNCION INVALIDA"
025128             TO WS-MOTIVO-RECHAZO
025130         MOVE '013' TO WS-MOTIVO-CODIGO
025132         GO TO 2270-EXIT
025134     END-IF
025136     IF PM-FECHA-NACIMIENTO IS NUMERIC
025138         AND PM-FECHA-NACIMIENTO > ZERO
025140         AND WS-FECHA-DEFUNCION < PM-FECHA-NACIMIENTO
025142         MOVE "FECHA O ACTA DE DEFUNCION INVALIDA"
025144             TO WS-MOTIVO-RECHAZO
025146         MOVE '013' TO WS-MOTIVO-CODIGO
025148     END-IF.
025150 2270-EXIT.
025152     EXIT.

025154*-----------------------------------------------------------*
025156*  2280-EDITAR-DESFUSION                                     *
025158*  TW-NRO-PERSONA ES EL NUMERO A RESTAURAR Y NO SE SIGUE SU  *
025160*  ENLACE - DEBE SEGUIR FUSIONADO DIRECTAMENTE EN TW-NRO-    *
025162*  FUSION - Y EL SOBREVIVIENTE DEBE ESTAR ACTIVO.  SI EL     *
025164*  SOBREVIVIENTE FUE MODIFICADO DESPUES DE LA FUSION (UN     *
025166*  CAMBIO QUE CITO EL NUMERO VIEJO FUE A PARAR A EL) LO      *
025168*  DECIDE TESTEUPD AL APLICAR, CONTRA LA AUDITORIA: EL SELLO *
025170*  SOLO NO ALCANZA, PORQUE UNA RECODIFICACION DE TESTERNC    *
025172*  TAMBIEN LO MUEVE Y NO IMPIDE LA DESFUSION.                *
025174*-----------------------------------------------------------*
025176 2280-EDITAR-DESFUSION.
025178     IF TW-NRO-PERSONA IS NOT NUMERIC
025180         MOVE "NRO DE PERSONA NO NUMERICO" TO WS-MOTIVO-RECHAZO
025182         MOVE '007' TO WS-MOTIVO-CODIGO
025184         GO TO 2280-EXIT
025186     END-IF
025188     MOVE TW-NRO-PERSONA TO PM-NRO-PERSONA
025190     READ PERSON-MASTER
025192         INVALID KEY
025194             MOVE "NRO DE PERSONA INEXISTENTE"
025196                 TO WS-MOTIVO-RECHAZO
025198             MOVE '008' TO WS-MOTIVO-CODIGO
025200             GO TO 2280-EXIT
025202     END-READ
025204     IF NOT PM-REG-FUSIONADO
025206         MOVE "DESFUSION DE UN NRO NO FUSIONADO"
025208             TO WS-MOTIVO-RECHAZO
025210         MOVE '011' TO WS-MOTIVO-CODIGO
025212         GO TO 2280-EXIT
025214     END-IF
025216     IF TW-NRO-FUSION IS NOT NUMERIC
025218         OR TW-NRO-FUSION NOT = PM-NRO-FUSION
025220         MOVE "NRO SOBREVIVIENTE INVALIDO" TO WS-MOTIVO-RECHAZO
025222         MOVE '011' TO WS-MOTIVO-CODIGO
025224         GO TO 2280-EXIT
025226     END-IF
025232     MOVE PM-NRO-FUSION TO PM-NRO-PERSONA
025234     READ PERSON-MASTER
025236         INVALID KEY
025238             MOVE "NRO SOBREVIVIENTE INVALIDO"
025240                 TO WS-MOTIVO-RECHAZO
025242             MOVE '011' TO WS-MOTIVO-CODIGO
025244             GO TO 2280-EXIT
025246     END-READ
025248     IF NOT PM-REG-ACTIVO
025250         MOVE "NRO SOBREVIVIENTE INVALIDO" TO WS-MOTIVO-RECHAZO
025252         MOVE '011' TO WS-MOTIVO-CODIGO
025254         GO TO 2280-EXIT
025256     END-IF.
025272 2280-EXIT.
025274     EXIT.

025276*-----------------------------------------------------------*
025278*  2262-SOBREV-FALLECIDO                                     *
025280*  DE LOS SOBREVIVIENTES INACTIVOS DE UNA FUSION, EL         *
025282*  FALLECIDO NO ES UN NRO INVALIDO SINO UNA PERSONA          *
025284*  FALLECIDA (012), COMO EN 2258-RECHAZAR-INACTIVO.  LOS     *
025286*  DEMAS QUEDAN CON EL 011.                                  *
025288*-----------------------------------------------------------*
025290 2262-SOBREV-FALLECIDO.
025292     IF PM-REG-FALLECIDO
025294         MOVE "PERSONA FALLECIDA" TO WS-MOTIVO-RECHAZO
025296         MOVE '012' TO WS-MOTIVO-CODIGO
025298     END-IF.
025300 2262-EXIT.
025302     EXIT.
