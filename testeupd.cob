005137*                      ACTIVE-RECORD DROP.  CAMBIO/BAJA       *
005138*                      TARGETS THAT WERE FUSIONADOS ARE       *
005139*                      FOLLOWED TO THEIR SURVIVOR.            *
005141*     2026-10-15  RQ   APPLY THE NEW DEFUNCION ACTION ('D') - *
005142*                      THE PERSON IS MARKED PM-REG-FALLECIDO  *
005143*                      WITH THE DATE OF DEATH, THE ACTA GOES  *
005144*                      TO THE NEW DEFUNCIO FILE, THE AUDIT    *
005145*                      ROW IS TYPE 'M', AND CT-DEFUNCIONES IS *
005146*                      COUNTED FOR TESTEBAL.  A CAMBIO OR     *
005147*                      BAJA THAT FINDS A FALLECIDO IS SKIPPED *
005148*                      AS SIN DESTINO.                        *
005150*     2026-10-15  RQ   APPLY THE NEW DESFUSION ACTION ('U') - *
005151*                      THE FUSION IS FOUND ON THE AUDIT TRAIL *
005152*                      (CALL BUSCFUS), BOTH RECORDS ARE        *
005153*                      PROVED UNTOUCHED SINCE THE MERGE, THE  *
005154*                      LOSER IS RESTORED ACTIVE FROM THE      *
005155*                      AUDIT BEFORE IMAGE WITH ITS LINK       *
005156*                      CLEARED, BOTH NUMBERS GET A 'U' AUDIT  *
005157*                      ROW, AND CT-DESFUSIONES IS COUNTED FOR *
005158*                      TESTEBAL.  AN UNSAFE DESFUSION IS      *
005159*                      SKIPPED AS SIN DESTINO WITH ITS REASON *
005160*                      ON SYSOUT.                             *
005162*     2026-10-15  RQ   DESFUSION NO LONGER REFUSES A SURVIVOR *
005163*                      WHOSE ONLY LATER CHANGE WAS A TESTERNC *
005164*                      RECODING (BUSCFUS NOW REPORTS WHETHER  *
005165*                      ANYTHING ELSE TOUCHED IT), AND THE     *
005166*                      RESTORED LOSER TAKES THE CURRENT CODE  *
005167*                      FOR A NATIONALITY RETIRED SINCE THE    *
005168*                      FUSION.                                *
005169*-----------------------------------------------------------*
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID. TESTEUPD.
005400 AUTHOR. R. QUIROGA.
006810     COPY CTLTOTSL.
006820     COPY ACKSL.
006830     COPY RUNSTSL.
006880     COPY DEFUNSL.

006900 DATA DIVISION.
007000 FILE SECTION.
007510     COPY CTLTOTFD.
007520     COPY ACKFD.
007530     COPY RUNSTFD.
007580     COPY DEFUNFD.

007600 WORKING-STORAGE SECTION.
007700 77  WS-TG-STATUS                PIC X(02).
008840     88  WS-AK-OK                         VALUE '00'.
008850 77  WS-RS-STATUS                PIC X(02).
008860     88  WS-RS-OK                         VALUE '00'.
008870 77  WS-DF-STATUS                PIC X(02).
008880     88  WS-DF-OK                         VALUE '00'.

008900 77  WS-SW-FIN-ARCHIVO           PIC X(01).
009000     88  WS-FIN-ARCHIVO                   VALUE 'S'.
010100 77  WS-HORA-AHORA                PIC 9(06).
010200 77  WS-USUARIO                  PIC X(08).

010210*  DESFUSION: EL PAR DE NUMEROS, LOS SELLOS DE ULTIMA
010212*  MODIFICACION DE CADA UNO Y LO QUE DEVUELVE BUSCFUS DEL
010214*  RENGLON DE LA FUSION ORIGINAL.
010216 77  WS-NRO-PERDEDOR             PIC 9(08).
010218 01  WS-MARCA-FUSION.
010220     05  WS-MF-FECHA             PIC 9(08).
010222     05  WS-MF-HORA              PIC 9(06).
010224 01  WS-MARCA-SOBREV.
010226     05  WS-MS-FECHA             PIC 9(08).
010228     05  WS-MS-HORA              PIC 9(06).
010230 77  WS-RESULTADO-BUSCFUS        PIC X(01).
010232 77  WS-FECHA-FUSION             PIC 9(08).
010234 77  WS-HORA-FUSION              PIC 9(06).
010236 01  WS-IMAGEN-FUSION.
010238     05  WS-F-NOMBRE             PIC X(10).
010240     05  WS-F-APELLIDO           PIC X(15).
010242     05  WS-F-EDAD               PIC 9(03).
010244     05  WS-F-NACIONALIDAD       PIC X(15).
010246     05  WS-F-FECHA-NAC          PIC 9(08).
010248     05  WS-F-DOCUMENTO          PIC X(08).
010250 77  WS-MOTIVO-OMISION           PIC X(45).
010252*  LO QUE BUSCFUS ENCONTRO DESPUES DE LA FUSION - SI ALGO QUE
010254*  NO FUE UNA RECODIFICACION DE TESTERNC TOCO AL SOBREVIVIENTE,
010256*  Y EL CODIGO DE NACIONALIDAD VIGENTE DE LA IMAGEN.
010258 01  WS-POSTERIOR-FUSION.
010260     05  WS-SW-SOBREV-MODIFICADO PIC X(01).
010262         88  WS-SOBREV-MODIFICADO          VALUE 'S'.
010264     05  WS-NAC-ACTUAL           PIC X(15).

010300 77  WS-CONTADOR-APLICADOS       PIC 9(08)        COMP.
010400 77  WS-CONTADOR-OMITIDOS        PIC 9(08)        COMP.
010410 77  WS-CONTADOR-LEIDOS          PIC 9(08)        COMP.
010430 77  WS-CONTADOR-CAMBIOS         PIC 9(08)        COMP.
010440 77  WS-CONTADOR-BAJAS           PIC 9(08)        COMP.
010445 77  WS-CONTADOR-FUSIONES        PIC 9(08)        COMP.
010447 77  WS-CONTADOR-DEFUNCIONES     PIC 9(08)        COMP.
010448 77  WS-CONTADOR-DESFUSIONES     PIC 9(08)        COMP.
010450 77  WS-CONTADOR-ACTIVOS         PIC 9(08)        COMP.
010460 77  WS-ACTIVOS-ANTES            PIC 9(08)        COMP.
010470 77  WS-ACTIVOS-DESPUES          PIC 9(08)        COMP.
012040     MOVE ZERO TO WS-CONTADOR-BAJAS
012041     MOVE ZERO TO WS-CONTADOR-FUSIONES
012042     MOVE ZERO TO WS-CONTADOR-OMIT-DUP
012043     MOVE ZERO TO WS-CONTADOR-DEFUNCIONES
012044     MOVE ZERO TO WS-CONTADOR-OMIT-REI
012045     MOVE ZERO TO WS-CONTADOR-DESFUSIONES
012046     MOVE ZERO TO WS-CONTADOR-OMIT-DEST
012048     ACCEPT WS-HORA-INICIO FROM TIME
012100     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
014400         CLOSE NUMBER-CONTROL
014500         OPEN I-O NUMBER-CONTROL
014600     END-IF
014610     OPEN I-O DEATH-FILE
014620     IF NOT WS-DF-OK
014630         CLOSE DEATH-FILE
014640         OPEN OUTPUT DEATH-FILE
014650         CLOSE DEATH-FILE
014660         OPEN I-O DEATH-FILE
014670     END-IF

014700     MOVE 1 TO WS-CK-RELKEY
014800     OPEN I-O CHECKPOINT-FILE
017950                 PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
017952             WHEN TG-ACCION-FUSION
017954                 PERFORM 3300-APLICAR-FUSION THRU 3300-EXIT
017955             WHEN TG-ACCION-DEFUNCION
017956                 PERFORM 3400-APLICAR-DEFUNCION THRU 3400-EXIT
017958             WHEN TG-ACCION-DESFUSION
017959                 PERFORM 3500-APLICAR-DESFUSION THRU 3500-EXIT
017960             WHEN OTHER
018000                 PERFORM 2300-VERIFICAR-DUPLICADO THRU 2300-EXIT
018100                 IF WS-ES-DUPLICADO
029000     MOVE "TESTEUPD" TO AU-PROGRAMA
029001     MOVE TG-OFICINA TO AU-OFICINA
029100     IF TG-ACCION-CAMBIO OR TG-ACCION-BAJA OR TG-ACCION-FUSION
029105         OR TG-ACCION-DEFUNCION OR TG-ACCION-DESFUSION
029110         MOVE TG-NRO-PERSONA TO AU-NRO-PERSONA
029120     ELSE
029130         MOVE ZERO TO AU-NRO-PERSONA
035340             GO TO 3100-EXIT
035341     END-READ
035342     PERFORM 3050-SEGUIR-FUSION THRU 3050-EXIT
035343     IF WS-ENLACE-ROTO OR PM-REG-BORRADO OR PM-REG-FALLECIDO
035344         PERFORM 2500-OMITIR-SIN-DESTINO THRU 2500-EXIT
035345         GO TO 3100-EXIT
035346     END-IF
035442             GO TO 3200-EXIT
035444     END-READ
035445     PERFORM 3050-SEGUIR-FUSION THRU 3050-EXIT
035446     IF WS-ENLACE-ROTO OR PM-REG-BORRADO OR PM-REG-FALLECIDO
035448         PERFORM 2500-OMITIR-SIN-DESTINO THRU 2500-EXIT
035450         GO TO 3200-EXIT
035452     END-IF
035800     CLOSE AUDIT-LOG
035900     CLOSE CHECKPOINT-FILE
036000     CLOSE NUMBER-CONTROL
036025     CLOSE DEATH-FILE
036050     PERFORM 9100-GRABAR-TOTALES THRU 9100-EXIT
036060     PERFORM 9200-GRABAR-ESTADISTICAS THRU 9200-EXIT
036100     DISPLAY "TESTEUPD - APLICADOS: " WS-CONTADOR-APLICADOS
036430*  RECORRE TODO EL PERSON-MASTER POR SU CLAVE PRIMARIA Y      *
036440*  CUENTA LOS REGISTROS ACTIVOS.  SE USA AL EMPEZAR Y AL      *
036450*  TERMINAR LA CORRIDA PARA QUE TESTEBAL PUEDA PROBAR QUE     *
036460*  ACTIVOS-ANTES + ALTAS - BAJAS - FUSIONES - DEFUNCIONES +  *
036465*  DESFUSIONES = ACTIVOS-DESPUES.                             *
036470*-----------------------------------------------------------*
036480 8000-CONTAR-ACTIVOS.
036482     MOVE ZERO TO WS-CONTADOR-ACTIVOS
036626     MOVE WS-CONTADOR-BAJAS TO CT-BAJAS
036627     MOVE WS-CONTADOR-FUSIONES TO CT-FUSIONES
036628     MOVE WS-ACTIVOS-ANTES TO CT-ACTIVOS-ANTES
036629     MOVE WS-CONTADOR-DEFUNCIONES TO CT-DEFUNCIONES
036630     MOVE WS-ACTIVOS-DESPUES TO CT-ACTIVOS-DESPUES
036631     MOVE WS-CONTADOR-DESFUSIONES TO CT-DESFUSIONES
036632     WRITE CT-CONTROL-RECORD
036634     CLOSE CONTROL-TOTALS.
036636 9100-EXIT.
036696     CLOSE RUN-STATISTICS.
036698 9200-EXIT.
036699     EXIT.

036700*-----------------------------------------------------------*
036702*  3400-APLICAR-DEFUNCION                                    *
036704*  MARCA LA PERSONA (TG-NRO-PERSONA, SIGUIENDO SU ENLACE SI   *
036706*  FUE FUSIONADA) COMO FALLECIDA CON LA FECHA DE DEFUNCION,   *
036708*  IGUAL QUE LA DEFUNCION EN LINEA DE TESTEMNT, Y GRABA EL    *
036710*  ACTA EN DEFUNCIO.  UNA DEFUNCION NO ES UNA BAJA: EL        *
036712*  REGISTRO QUEDA EN EL PADRON Y TESTEPUR NO LO ARCHIVA.  SI  *
036714*  LA PERSONA YA NO ESTA ACTIVA (OTRA TRANSACCION DEL MISMO   *
036716*  LOTE LA DIO DE BAJA, LA FUSIONO O YA REGISTRO SU MUERTE)   *
036718*  SE OMITE COMO SIN DESTINO.                                 *
036720*-----------------------------------------------------------*
036722 3400-APLICAR-DEFUNCION.
036724     MOVE TG-NRO-PERSONA TO PM-NRO-PERSONA
036726     READ PERSON-MASTER
036728         INVALID KEY
036730             PERFORM 2500-OMITIR-SIN-DESTINO THRU 2500-EXIT
036732             GO TO 3400-EXIT
036734     END-READ
036736     PERFORM 3050-SEGUIR-FUSION THRU 3050-EXIT
036738     IF WS-ENLACE-ROTO OR NOT PM-REG-ACTIVO
036740         PERFORM 2500-OMITIR-SIN-DESTINO THRU 2500-EXIT
036742         GO TO 3400-EXIT
036744     END-IF
036746     MOVE 'D' TO PM-IND-BORRADO
036748     MOVE TG-FECHA-DEFUNCION TO PM-FECHA-DEFUNCION
036750     MOVE WS-FECHA-HOY TO PM-FECHA-ULT-MOD
036752     MOVE WS-HORA-AHORA TO PM-HORA-ULT-MOD
036754     MOVE WS-USUARIO TO PM-USUARIO-ULT-MOD
036756     REWRITE PM-PERSON-RECORD
036758         INVALID KEY
036760             DISPLAY "ERROR AL GRABAR LA DEFUNCION - STATUS "
036762                     WS-PM-STATUS
036764             PERFORM 2600-INFORMAR-ERROR-GRABACION
036766                 THRU 2600-EXIT
036768             GO TO 3400-EXIT
036770     END-REWRITE
036772     ADD 1 TO WS-CONTADOR-APLICADOS
036774     ADD 1 TO WS-CONTADOR-DEFUNCIONES
036776     MOVE PM-NRO-PERSONA TO DF-NRO-PERSONA
036778     MOVE PM-FECHA-DEFUNCION TO DF-FECHA-DEFUNCION
036780     MOVE TG-ACTA-DEFUNCION TO DF-ACTA
036782     MOVE TG-OFICINA TO DF-OFICINA
036784     MOVE WS-FECHA-HOY TO DF-FECHA-REGISTRO
036786     MOVE WS-HORA-AHORA TO DF-HORA-REGISTRO
036788     MOVE WS-USUARIO TO DF-USUARIO
036790     MOVE "TESTEUPD" TO DF-PROGRAMA
036792     WRITE DF-DEATH-RECORD
036794         INVALID KEY
036796             REWRITE DF-DEATH-RECORD
036798                 INVALID KEY
036800                     DISPLAY "ERROR AL GRABAR DEFUNCIO - STATUS "
036802                             WS-DF-STATUS
036804             END-REWRITE
036806     END-WRITE
036808     MOVE WS-FECHA-HOY TO AU-FECHA
036810     MOVE WS-HORA-AHORA TO AU-HORA
036812     MOVE WS-USUARIO TO AU-USUARIO
036814     MOVE "TESTEUPD" TO AU-PROGRAMA
036816     MOVE PM-OFICINA TO AU-OFICINA
036818     MOVE 'M' TO AU-TIPO-ACCION
036820     MOVE PM-NRO-PERSONA TO AU-NRO-PERSONA
036822     MOVE PM-FECHA-DEFUNCION TO AU-FECHA-DEFUNCION
036824     MOVE PM-NOMBRE TO AU-A-NOMBRE AU-D-NOMBRE
036826     MOVE PM-APELLIDO TO AU-A-APELLIDO AU-D-APELLIDO
036828     MOVE PM-EDAD TO AU-A-EDAD AU-D-EDAD
036830     MOVE PM-NACIONALIDAD TO AU-A-NACIONALIDAD AU-D-NACIONALIDAD
036832     MOVE PM-FECHA-NACIMIENTO TO AU-A-FECHA-NAC AU-D-FECHA-NAC
036834     MOVE PM-NRO-DOCUMENTO TO AU-A-DOCUMENTO AU-D-DOCUMENTO
036836     WRITE AU-AUDIT-RECORD
036838     MOVE 'A' TO AK-ESTADO
036840     MOVE '000' TO AK-MOTIVO-CODIGO
036842     MOVE PM-NRO-PERSONA TO AK-NRO-PERSONA
036844     PERFORM 8100-GRABAR-ACK THRU 8100-EXIT.
036846 3400-EXIT.
036848     EXIT.

036850*-----------------------------------------------------------*
036852*  3500-APLICAR-DESFUSION                                    *
036854*  DESHACE UNA FUSION APLICADA POR ERROR, IGUAL QUE LA       *
036856*  DESFUSION EN LINEA DE TESTEMNT.  TG-NRO-PERSONA ES EL     *
036858*  NUMERO A RESTAURAR Y TG-NRO-FUSION EL SOBREVIVIENTE EN EL *
036860*  QUE QUEDO.  SOLO SE DESHACE SI NINGUNO DE LOS DOS FUE     *
036862*  TOCADO DESPUES DE LA FUSION: EL PERDEDOR CONSERVA EL      *
036864*  SELLO Y LA IMAGEN DEL RENGLON DE FUSION DE AUDITLOG, Y EL *
036866*  SOBREVIVIENTE SIGUE ACTIVO SIN MODIFICACIONES POSTERIORES *
036868*  (UN CAMBIO QUE CITO EL NUMERO VIEJO FUE A PARAR AL        *
036870*  SOBREVIVIENTE Y NO SE PUEDE REPARTIR).  EL REGISTRO SE    *
036872*  REPONE CON LA IMAGEN ANTES DE LA AUDITORIA.  SI NO SE     *
036874*  PUEDE, SE OMITE COMO SIN DESTINO CON EL MOTIVO EN SYSOUT. *
036876*-----------------------------------------------------------*
036878 3500-APLICAR-DESFUSION.
036880     MOVE TG-NRO-PERSONA TO PM-NRO-PERSONA
036882     READ PERSON-MASTER
036884         INVALID KEY
036886             MOVE "NRO A RESTAURAR INEXISTENTE"
036888                 TO WS-MOTIVO-OMISION
036890             PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
036892             GO TO 3500-EXIT
036894     END-READ
036896     IF NOT PM-REG-FUSIONADO OR PM-NRO-FUSION NOT = TG-NRO-FUSION
036898         MOVE "YA NO ESTA FUSIONADO EN ESE SOBREVIVIENTE"
036900             TO WS-MOTIVO-OMISION
036902         PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
036904         GO TO 3500-EXIT
036906     END-IF
036908     MOVE PM-NRO-PERSONA TO WS-NRO-PERDEDOR
036910     MOVE PM-NRO-FUSION TO WS-NRO-SOBREV
036912     MOVE PM-FECHA-ULT-MOD TO WS-MF-FECHA
036914     MOVE PM-HORA-ULT-MOD TO WS-MF-HORA
036916     MOVE PM-NOMBRE TO WS-A-NOMBRE
036918     MOVE PM-APELLIDO TO WS-A-APELLIDO
036920     MOVE PM-EDAD TO WS-A-EDAD
036922     MOVE PM-NACIONALIDAD TO WS-A-NACIONALIDAD
036924     MOVE PM-FECHA-NACIMIENTO TO WS-A-FECHA-NAC
036926     MOVE PM-NRO-DOCUMENTO TO WS-A-DOCUMENTO
036928     MOVE WS-NRO-SOBREV TO PM-NRO-PERSONA
036930     READ PERSON-MASTER
036932         INVALID KEY
036934             MOVE "SOBREVIVIENTE INEXISTENTE" TO WS-MOTIVO-OMISION
036936             PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
036938             GO TO 3500-EXIT
036940     END-READ
036942     IF NOT PM-REG-ACTIVO
036944         MOVE "EL SOBREVIVIENTE YA NO ESTA ACTIVO"
036946             TO WS-MOTIVO-OMISION
036948         PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
036950         GO TO 3500-EXIT
036952     END-IF
036954     MOVE PM-FECHA-ULT-MOD TO WS-MS-FECHA
036956     MOVE PM-HORA-ULT-MOD TO WS-MS-HORA
036957     PERFORM 3560-VERIFICAR-SOBREV THRU 3560-EXIT
036958     IF WS-SOBREV-MODIFICADO
036960         MOVE "EL SOBREVIVIENTE CAMBIO DESPUES DE LA FUSION"
036962             TO WS-MOTIVO-OMISION
036964         PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
036966         GO TO 3500-EXIT
036968     END-IF
036970     MOVE PM-NOMBRE TO WS-S-NOMBRE
036972     MOVE PM-APELLIDO TO WS-S-APELLIDO
036974     MOVE PM-EDAD TO WS-S-EDAD
036976     MOVE PM-NACIONALIDAD TO WS-S-NACIONALIDAD
036978     MOVE PM-FECHA-NACIMIENTO TO WS-S-FECHA-NAC
036980     MOVE PM-NRO-DOCUMENTO TO WS-S-DOCUMENTO
036982*    BUSCFUS LEE AUDITLOG DESDE EL PRINCIPIO - SE CIERRA PARA
036984*    QUE LOS RENGLONES DE ESTA MISMA CORRIDA QUEDEN GRABADOS.
036986     CLOSE AUDIT-LOG
036988     CALL "BUSCFUS" USING WS-NRO-PERDEDOR
036990                          WS-NRO-SOBREV
036992                          WS-RESULTADO-BUSCFUS
036994                          WS-FECHA-FUSION
036996                          WS-HORA-FUSION
036998                          WS-IMAGEN-FUSION
036999                          WS-POSTERIOR-FUSION
037000     OPEN EXTEND AUDIT-LOG
037002     IF NOT WS-AU-OK
037004         OPEN OUTPUT AUDIT-LOG
037006     END-IF
037008     IF WS-RESULTADO-BUSCFUS NOT = '0'
037010         MOVE "NO SE ENCONTRO LA FUSION EN AUDITLOG"
037012             TO WS-MOTIVO-OMISION
037014         PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
037016         GO TO 3500-EXIT
037018     END-IF
037020     IF WS-FECHA-FUSION NOT = WS-MF-FECHA
037022         OR WS-HORA-FUSION NOT = WS-MF-HORA
037024         OR WS-IMAGEN-FUSION NOT = WS-ANTES
037026         MOVE "EL NRO CAMBIO DESPUES DE LA FUSION"
037028             TO WS-MOTIVO-OMISION
037030         PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
037032         GO TO 3500-EXIT
037034     END-IF
037035     PERFORM 3570-NACIONALIDAD-VIGENTE THRU 3570-EXIT
037036     MOVE WS-NRO-PERDEDOR TO PM-NRO-PERSONA
037038     READ PERSON-MASTER
037040         INVALID KEY
037042             MOVE "NRO A RESTAURAR INEXISTENTE"
037044                 TO WS-MOTIVO-OMISION
037046             PERFORM 3590-OMITIR-DESFUSION THRU 3590-EXIT
037048             GO TO 3500-EXIT
037050     END-READ
037052     MOVE 'N' TO PM-IND-BORRADO
037054     MOVE ZERO TO PM-NRO-FUSION
037056     MOVE WS-F-NOMBRE TO PM-NOMBRE
037058     MOVE WS-F-APELLIDO TO PM-APELLIDO
037060     MOVE WS-F-EDAD TO PM-EDAD
037062     MOVE WS-F-NACIONALIDAD TO PM-NACIONALIDAD
037064     MOVE WS-F-FECHA-NAC TO PM-FECHA-NACIMIENTO
037066     MOVE WS-F-DOCUMENTO TO PM-NRO-DOCUMENTO
037068     MOVE WS-FECHA-HOY TO PM-FECHA-ULT-MOD
037070     MOVE WS-HORA-AHORA TO PM-HORA-ULT-MOD
037072     MOVE WS-USUARIO TO PM-USUARIO-ULT-MOD
037074     REWRITE PM-PERSON-RECORD
037076         INVALID KEY
037078             DISPLAY "ERROR AL GRABAR LA DESFUSION - STATUS "
037080                     WS-PM-STATUS
037082             PERFORM 2600-INFORMAR-ERROR-GRABACION
037084                 THRU 2600-EXIT
037086             GO TO 3500-EXIT
037088     END-REWRITE
037090     ADD 1 TO WS-CONTADOR-APLICADOS
037092     ADD 1 TO WS-CONTADOR-DESFUSIONES
037094     PERFORM 3550-AUDITAR-DESFUSION THRU 3550-EXIT
037096     MOVE 'A' TO AK-ESTADO
037098     MOVE '000' TO AK-MOTIVO-CODIGO
037100     MOVE WS-NRO-PERDEDOR TO AK-NRO-PERSONA
037102     PERFORM 8100-GRABAR-ACK THRU 8100-EXIT.
037104 3500-EXIT.
037106     EXIT.

037108*-----------------------------------------------------------*
037110*  3550-AUDITAR-DESFUSION                                    *
037112*  LOS DOS RENGLONES DE AUDITORIA DE LA DESFUSION, ESPEJO DE *
037114*  LOS DE LA FUSION - EL DEL NUMERO RESTAURADO CON ANTES EN  *
037116*  BLANCO Y SU IMAGEN REPUESTA EN DESPUES, EL DEL            *
037118*  SOBREVIVIENTE CON SU IMAGEN INTACTA.                      *
037120*-----------------------------------------------------------*
037122 3550-AUDITAR-DESFUSION.
037124     MOVE WS-FECHA-HOY TO AU-FECHA
037126     MOVE WS-HORA-AHORA TO AU-HORA
037128     MOVE WS-USUARIO TO AU-USUARIO
037130     MOVE "TESTEUPD" TO AU-PROGRAMA
037132     MOVE PM-OFICINA TO AU-OFICINA
037134     MOVE 'U' TO AU-TIPO-ACCION
037136     MOVE WS-NRO-PERDEDOR TO AU-NRO-PERSONA
037138     MOVE WS-NRO-SOBREV TO AU-NRO-FUSION
037140     MOVE SPACES TO AU-A-NOMBRE AU-A-APELLIDO AU-A-NACIONALIDAD
037142     MOVE ZERO TO AU-A-EDAD
037144     MOVE ZERO TO AU-A-FECHA-NAC
037146     MOVE SPACES TO AU-A-DOCUMENTO
037148     MOVE WS-F-NOMBRE TO AU-D-NOMBRE
037150     MOVE WS-F-APELLIDO TO AU-D-APELLIDO
037152     MOVE WS-F-EDAD TO AU-D-EDAD
037154     MOVE WS-F-NACIONALIDAD TO AU-D-NACIONALIDAD
037156     MOVE WS-F-FECHA-NAC TO AU-D-FECHA-NAC
037158     MOVE WS-F-DOCUMENTO TO AU-D-DOCUMENTO
037160     WRITE AU-AUDIT-RECORD
037162     MOVE WS-NRO-SOBREV TO AU-NRO-PERSONA
037164     MOVE WS-NRO-PERDEDOR TO AU-NRO-FUSION
037166     MOVE WS-S-NOMBRE TO AU-A-NOMBRE
037168     MOVE WS-S-APELLIDO TO AU-A-APELLIDO
037170     MOVE WS-S-EDAD TO AU-A-EDAD
037172     MOVE WS-S-NACIONALIDAD TO AU-A-NACIONALIDAD
037174     MOVE WS-S-FECHA-NAC TO AU-A-FECHA-NAC
037176     MOVE WS-S-DOCUMENTO TO AU-A-DOCUMENTO
037178     MOVE WS-S-NOMBRE TO AU-D-NOMBRE
037180     MOVE WS-S-APELLIDO TO AU-D-APELLIDO
037182     MOVE WS-S-EDAD TO AU-D-EDAD
037184     MOVE WS-S-NACIONALIDAD TO AU-D-NACIONALIDAD
037186     MOVE WS-S-FECHA-NAC TO AU-D-FECHA-NAC
037188     MOVE WS-S-DOCUMENTO TO AU-D-DOCUMENTO
037190     WRITE AU-AUDIT-RECORD.
037192 3550-EXIT.
037194     EXIT.

037196*-----------------------------------------------------------*
037198*  3590-OMITIR-DESFUSION                                     *
037200*  LA DESFUSION NO SE PUEDE APLICAR SIN RIESGO - SE DEJA EL  *
037202*  MOTIVO EN SYSOUT PARA LA MESA DE FUSIONES Y SE OMITE COMO *
037204*  SIN DESTINO.                                              *
037206*-----------------------------------------------------------*
037208 3590-OMITIR-DESFUSION.
037210     DISPLAY "TESTEUPD - DESFUSION OMITIDA - NRO " TG-NRO-PERSONA
037212             " - " WS-MOTIVO-OMISION
037214     PERFORM 2500-OMITIR-SIN-DESTINO THRU 2500-EXIT.
037216 3590-EXIT.
037218     EXIT.

037220*-----------------------------------------------------------*
037222*  3560-VERIFICAR-SOBREV                                     *
037224*  EL SELLO DEL SOBREVIVIENTE ES POSTERIOR A LA FUSION.  EL  *
037226*  SELLO SOLO NO ALCANZA - UNA RECODIFICACION DE TESTERNC    *
037228*  TAMBIEN LO MUEVE - Y SE PREGUNTA A BUSCFUS SI ALGUN OTRO  *
037230*  RENGLON DE AUDITORIA TOCO AL SOBREVIVIENTE.  SI LA FUSION *
037232*  NO APARECE QUEDA 'N' Y LO INFORMA EL LLAMADO DE 3500.     *
037234*-----------------------------------------------------------*
037236 3560-VERIFICAR-SOBREV.
037238     MOVE 'N' TO WS-SW-SOBREV-MODIFICADO
037240     IF WS-MARCA-SOBREV NOT > WS-MARCA-FUSION
037242         GO TO 3560-EXIT
037244     END-IF
037246     CLOSE AUDIT-LOG
037248     CALL "BUSCFUS" USING WS-NRO-PERDEDOR
037250                          WS-NRO-SOBREV
037252                          WS-RESULTADO-BUSCFUS
037254                          WS-FECHA-FUSION
037256                          WS-HORA-FUSION
037258                          WS-IMAGEN-FUSION
037260                          WS-POSTERIOR-FUSION
037262     OPEN EXTEND AUDIT-LOG
037264     IF NOT WS-AU-OK
037266         OPEN OUTPUT AUDIT-LOG
037268     END-IF.
037270 3560-EXIT.
037272     EXIT.

037274*-----------------------------------------------------------*
037276*  3570-NACIONALIDAD-VIGENTE                                 *
037278*  SI TESTERNC RETIRO EL CODIGO DE NACIONALIDAD DE LA IMAGEN *
037280*  DESPUES DE LA FUSION, EL PERDEDOR SE REPONE CON EL CODIGO *
037282*  QUE LO REEMPLAZO Y NO CON EL RETIRADO.                    *
037284*-----------------------------------------------------------*
037286 3570-NACIONALIDAD-VIGENTE.
037288     IF WS-NAC-ACTUAL = SPACES
037290         OR WS-NAC-ACTUAL = WS-F-NACIONALIDAD
037292         GO TO 3570-EXIT
037294     END-IF
037296     DISPLAY "TESTEUPD - DESFUSION NRO " WS-NRO-PERDEDOR
037298             " - NACIONALIDAD " WS-F-NACIONALIDAD
037300             " RECODIFICADA A " WS-NAC-ACTUAL
037302     MOVE WS-NAC-ACTUAL TO WS-F-NACIONALIDAD.
037304 3570-EXIT.
037306     EXIT.
