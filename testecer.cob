001800*     PAPER ITSELF IS TRACEABLE - UNTIL NOW THE CLERK READ   *
001900*     THE RECORD IN TESTEMNT AND COPIED IT ONTO PAPER BY     *
002000*     HAND.                                                  *
002010*     EACH ISSUE IS ALSO WRITTEN TO CONEMIT, KEYED BY        *
002020*     CONSTANCIA NUMBER, SO A PRESENTED CONSTANCIA CAN BE    *
002030*     VERIFIED OR ANNULLED LATER (TESTEVCO).                 *
002100*                                                            *
002200*  MODIFICATION HISTORY.                                    *
002300*     2026-09-03  RQ   ORIGINAL VERSION.                     *
002368*                      THE LIVE LOG ONLY HOLDS THE CURRENT   *
002370*                      MONTH AND A CERTIFICATE MUST NOT      *
002372*                      SILENTLY LOSE OLDER CAMBIOS.          *
002374*     2026-10-15  RQ   A FALLECIDO PRINTS "FALLECIDO" AND    *
002376*                      THE DATE OF DEATH AS ITS ESTADO.      *
002378*     2026-10-15  RQ   EVERY CONSTANCIA ISSUED IS NOW        *
002380*                      RECORDED ON THE PERMANENT CONEMIT     *
002382*                      REGISTER (NUMBER, PERSON, DATE/TIME,  *
002384*                      USER AND A HUELCON FINGERPRINT OF THE *
002386*                      PRINTED DATA); THE FINGERPRINT IS     *
002388*                      PRINTED AS THE CODIGO DE VERIFICACION *
002390*                      THAT TESTEVCO CHECKS.                 *
002400*-----------------------------------------------------------*
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. TESTECER.
004000     SELECT CERT-REPORT ASSIGN TO "CONSTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CR-STATUS.
004250     COPY CONEMSL.

004300 DATA DIVISION.
004400 FILE SECTION.
004900     RECORD CONTAINS 80 CHARACTERS
005000     LABEL RECORDS ARE OMITTED.
005100     COPY EDRPTRC.
005150     COPY CONEMFD.

005200 WORKING-STORAGE SECTION.
005300 77  WS-PM-STATUS                PIC X(02).
005900 77  WS-CE-RELKEY                PIC 9(04)        COMP.
006000 77  WS-CR-STATUS                PIC X(02).
006100     88  WS-CR-OK                         VALUE '00'.
006110 77  WS-CN-STATUS                PIC X(02).
006120     88  WS-CN-OK                         VALUE '00'.

006200 77  WS-SW-FIN-AUDITORIA         PIC X(01).
006300     88  WS-FIN-AUDITORIA                 VALUE 'S'.
007100 77  WS-SALTOS-FUSION            PIC 9(02)        COMP.
007200 77  WS-CONTADOR-CAMBIOS         PIC 9(04)        COMP.
007300 77  WS-EDAD-ACTUAL              PIC 9(03).
007310 77  WS-HUELLA                   PIC 9(10).
007320 77  WS-USUARIO                  PIC X(08).

007400 77  WS-FECHA-HOY                PIC 9(08).
007500 77  WS-HORA-AHORA                PIC 9(06).
008900*  UBICA EL REGISTRO (SIGUIENDO EL ENLACE DE FUSION SI EL    *
009000*  NUMERO CITADO FUE FUSIONADO) Y ASIGNA EL NUMERO DE        *
009100*  CONSTANCIA DESDE CERCTL.                                  *
009150*  EL NUMERO QUEDA REGISTRADO EN CONEMIT ANTES DE IMPRIMIR.  *
009200*-----------------------------------------------------------*
009300 1000-INICIAR.
009400     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
009600     MOVE ZERO TO WS-CONTADOR-CAMBIOS
009700     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
009800     ACCEPT WS-HORA-AHORA FROM TIME
009810     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
009820     IF WS-USUARIO = SPACES
009830         MOVE "BATCH" TO WS-USUARIO
009840     END-IF
009900     ACCEPT WS-NRO-ENTRADA
010000     IF WS-NRO-ENTRADA IS NOT NUMERIC
010100         DISPLAY "TESTECER - NRO DE PERSONA INVALIDO: "
014100         MOVE 8 TO RETURN-CODE
014200         GO TO 1000-EXIT
014300     END-IF
014305*    SIN EL REGISTRO DE EMISIONES NO SE NUMERA NI SE EMITE -
014310*    UNA CONSTANCIA QUE NO QUEDA REGISTRADA NO SE PUEDE
014315*    VERIFICAR DESPUES.
014320     OPEN I-O CERT-ISSUE-FILE
014325     IF NOT WS-CN-OK
014330         CLOSE CERT-ISSUE-FILE
014335         OPEN OUTPUT CERT-ISSUE-FILE
014340         CLOSE CERT-ISSUE-FILE
014345         OPEN I-O CERT-ISSUE-FILE
014350     END-IF
014355     IF NOT WS-CN-OK
014360         DISPLAY "NO SE PUDO ABRIR CONEMIT - STATUS "
014365                 WS-CN-STATUS " - NO SE EMITE NADA."
014370         PERFORM 1900-CERRAR-ARCHIVOS THRU 1900-EXIT
014375         GO TO 1000-EXIT
014380     END-IF
014400     PERFORM 2500-ASIGNAR-CONSTANCIA THRU 2500-EXIT
014450     PERFORM 2600-REGISTRAR-EMISION THRU 2600-EXIT.
014500 1000-EXIT.
014600     EXIT.

014605*-----------------------------------------------------------*
014610*  1900-CERRAR-ARCHIVOS                                      *
014615*  CIERRA LO YA ABIERTO Y CANCELA LA CORRIDA CUANDO LA       *
014620*  CONSTANCIA NO SE PUEDE REGISTRAR.                         *
014625*-----------------------------------------------------------*
014630 1900-CERRAR-ARCHIVOS.
014635     CLOSE PERSON-MASTER
014640     IF WS-AU-OK
014645         CLOSE AUDIT-LOG
014650     END-IF
014655     IF WS-AUD-ARCH-ABIERTO
014660         CLOSE AUDIT-ARCHIVE
014665     END-IF
014670     CLOSE CERT-REPORT
014675     MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
014680     MOVE 8 TO RETURN-CODE.
014685 1900-EXIT.
014690     EXIT.

014700*-----------------------------------------------------------*
014800*  2000-UBICAR-PERSONA                                        *
014900*  LEE POR CLAVE PRIMARIA Y SIGUE EL ENLACE DE FUSION CON     *
020200 2500-EXIT.
020300     EXIT.

020302*-----------------------------------------------------------*
020304*  2600-REGISTRAR-EMISION                                    *
020306*  GRABA LA EMISION EN CONEMIT CON LA HUELLA DE LOS DATOS    *
020308*  QUE SE VAN A IMPRIMIR.  EL NUMERO NUNCA DEBERIA ESTAR     *
020310*  REPETIDO - SI LO ESTA, CERCTL FUE REINICIADO Y NO SE      *
020312*  EMITE UNA SEGUNDA CONSTANCIA CON EL MISMO NUMERO.         *
020314*-----------------------------------------------------------*
020316 2600-REGISTRAR-EMISION.
020318     CALL "HUELCON" USING PM-PERSON-RECORD WS-HUELLA
020320     INITIALIZE CN-ISSUE-RECORD
020322     MOVE WS-NRO-CONSTANCIA TO CN-NRO-CONSTANCIA
020324     MOVE PM-NRO-PERSONA TO CN-NRO-PERSONA
020326     MOVE WS-NRO-ENTRADA TO CN-NRO-CITADO
020328     MOVE WS-FECHA-HOY TO CN-FECHA-EMISION
020330     MOVE WS-HORA-AHORA TO CN-HORA-EMISION
020332     MOVE WS-USUARIO TO CN-USUARIO-EMISION
020334     MOVE WS-HUELLA TO CN-HUELLA
020336     MOVE PM-APELLIDO TO CN-APELLIDO
020338     MOVE PM-NOMBRE TO CN-NOMBRE
020340     MOVE PM-NRO-DOCUMENTO TO CN-NRO-DOCUMENTO
020342     MOVE PM-IND-BORRADO TO CN-ESTADO-PERSONA
020344     MOVE WS-FECHA-DEPURACION TO CN-FECHA-DEPURACION
020346     MOVE 'V' TO CN-ESTADO
020348     WRITE CN-ISSUE-RECORD
020350         INVALID KEY
020352             DISPLAY "TESTECER - LA CONSTANCIA NRO "
020354                     WS-NRO-CONSTANCIA " YA FIGURA EN CONEMIT "
020356                     "- REVISAR CERCTL.  NO SE EMITE NADA."
020358             CLOSE CERT-ISSUE-FILE
020360             PERFORM 1900-CERRAR-ARCHIVOS THRU 1900-EXIT
020362             GO TO 2600-EXIT
020364     END-WRITE
020366     CLOSE CERT-ISSUE-FILE.
020368 2600-EXIT.
020370     EXIT.

020400*-----------------------------------------------------------*
020500*  3000-IMPRIMIR-ENCABEZADO                                   *
020600*  EL CUERPO DE LA CONSTANCIA - NUMERO Y FECHA DE EMISION,    *
025900             TO ER-REPORT-LINE
026000         WRITE ER-REPORT-LINE
026100     END-IF
026101     IF PM-REG-FALLECIDO
026102         MOVE SPACES TO ER-REPORT-LINE
026103         STRING "ESTADO.............: FALLECIDO EL "
026104                 PM-FECHA-DEFUNCION
026105             DELIMITED BY SIZE INTO ER-REPORT-LINE
026106         WRITE ER-REPORT-LINE
026107     END-IF
026110     IF WS-DESDE-HISTORICO
026120         MOVE SPACES TO ER-REPORT-LINE
026130         STRING "ARCHIVO............: DEPURADO DEL REGISTRO "
031200     STRING "CONSTANCIA NRO " WS-NRO-CONSTANCIA
031300             " - DOCUMENTO SIN VALOR SIN SELLO DE LA OFICINA"
031400         DELIMITED BY SIZE INTO ER-REPORT-LINE
031500     WRITE ER-REPORT-LINE
031510     MOVE SPACES TO ER-REPORT-LINE
031520     STRING "CODIGO DE VERIFICACION: " WS-HUELLA
031530         DELIMITED BY SIZE INTO ER-REPORT-LINE
031540     WRITE ER-REPORT-LINE.
031600 5000-EXIT.
031700     EXIT.

