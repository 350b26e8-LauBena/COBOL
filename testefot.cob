000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEFOT                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     AS-OF SNAPSHOT OF THE REGISTER ("FOTO" A UNA FECHA)    *
000900*     FOR COURTS AND THE INSPECCION - WHAT THE REGISTER      *
001000*     SAID ABOUT ONE PERSON, OR ABOUT EVERYONE, AT THE END   *
001100*     OF A PAST DAY.  PERSONMA IS NEVER OPENED.  THE         *
001200*     SNAPSHOT IS REBUILT THE WAY TESTERCV REBUILDS THE      *
001300*     REGISTER, BUT STOPPING AT THE END OF THE GIVEN DAY:    *
001400*       1. THE BASE IS A PERSBKUP GENERATION TAKEN ON OR     *
001500*          BEFORE THAT DAY (ITS STAMP ON SYSIN, AS TESTEBKP  *
001600*          DISPLAYED IT).                                    *
001700*       2. EVERY AUDIT ROW STAMPED FROM THE BACKUP UP TO     *
001800*          23:59:59 OF THE DAY IS REAPPLIED FROM ITS         *
001900*          AU-DESPUES IMAGE - ALTA, CAMBIO, BAJA, FUSION,    *
002000*          DEFUNCION AND DESFUSION, WITH THE SAME RULES AS   *
002100*          TESTERCV.  LATER ROWS ARE IGNORED.                *
002200*       3. A RECORD TESTEPUR MOVED TO PERSHIST ON OR BEFORE  *
002300*          THE DAY WAS NO LONGER ON THE REGISTER AND IS LEFT *
002400*          OUT; ONE PURGED LATER IS IN THE BACKUP AND IS     *
002500*          INCLUDED WITH ITS STATE OF THAT DAY.              *
002600*     THE JOB SORTS THE FULL AUDIT TRAIL (ARCHIVE            *
002700*     GENERATIONS PLUS THE LIVE LOG) BY NUMBER AND STAMP,    *
002800*     AND PERSHIST BY NUMBER, SO THE THREE FILES ARE MATCHED *
002900*     IN ONE PASS.  THE RESULT GOES TO PERSFOTO IN THE       *
003000*     PERSBKUP LAYOUT AND IS PRINTED AS A CERTIFIED LISTING  *
003100*     ON FOTORPT - ONE LINE PER PERSON, OR THE FULL DETAIL   *
003200*     WHEN A SINGLE NUMBER IS ASKED FOR.                     *
003300*     SYSIN: FECHA DE CONSULTA (AAAAMMDD), FECHA Y HORA DEL  *
003400*     RESPALDO (AAAAMMDD / HHMMSS), AND OPTIONALLY ONE       *
003500*     PM-NRO-PERSONA (BLANK = THE WHOLE REGISTER).           *
003600*                                                            *
003700*  MODIFICATION HISTORY.                                    *
003800*     2026-10-15  RQ   ORIGINAL VERSION.                     *
003900*-----------------------------------------------------------*
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. TESTEFOT.
004200 AUTHOR. R. QUIROGA.
004300 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.

004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. GNUCOBOL.
004900 OBJECT-COMPUTER. GNUCOBOL.

005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     COPY AUDITSL.
005300     COPY PERSHSL.
005400     SELECT PERSON-BACKUP ASSIGN TO "PERSBKUP"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PB-STATUS.
005700     SELECT PERSON-SNAPSHOT ASSIGN TO "PERSFOTO"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PF-STATUS.
006000     SELECT FOTO-REPORT ASSIGN TO "FOTORPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FR-STATUS.

006300 DATA DIVISION.
006400 FILE SECTION.
006500     COPY AUDITFD.
006600     COPY PERSHFD.
006700 FD  PERSON-BACKUP
006800     LABEL RECORDS ARE STANDARD.
006900 01  PB-BACKUP-RECORD             PIC X(122).
007000*  LA FOTO TIENE EL LAYOUT DEL REGISTRO (Y DEL RESPALDO) - SE
007100*  ARMA CADA PERSONA EN ESTE AREA Y SE GRABA TAL CUAL.
007200 FD  PERSON-SNAPSHOT
007300     LABEL RECORDS ARE STANDARD.
007400     COPY PERSONRC.
007500 FD  FOTO-REPORT
007600     RECORD CONTAINS 80 CHARACTERS
007700     LABEL RECORDS ARE OMITTED.
007800     COPY EDRPTRC.

007900 WORKING-STORAGE SECTION.
008000 77  WS-AU-STATUS                PIC X(02).
008100     88  WS-AU-OK                         VALUE '00'.
008200 77  WS-PH-STATUS                PIC X(02).
008300     88  WS-PH-OK                         VALUE '00'.
008400 77  WS-PB-STATUS                PIC X(02).
008500     88  WS-PB-OK                         VALUE '00'.
008600 77  WS-PF-STATUS                PIC X(02).
008700     88  WS-PF-OK                         VALUE '00'.
008800 77  WS-FR-STATUS                PIC X(02).
008900     88  WS-FR-OK                         VALUE '00'.

009000 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
009100     88  WS-CORRIDA-CANCELADA             VALUE 'S'.
009200 77  WS-SW-HISTORICO             PIC X(01).
009300     88  WS-HISTORICO-ABIERTO             VALUE 'S'.
009400 77  WS-SW-EXISTE                PIC X(01).
009500     88  WS-EXISTE                        VALUE 'S'.
009600 77  WS-SW-DEPURADO              PIC X(01).
009700     88  WS-DEPURADO                      VALUE 'S'.
009800 77  WS-SW-UNA-PERSONA           PIC X(01).
009900     88  WS-UNA-PERSONA                   VALUE 'S'.
010000 77  WS-SW-PEDIDO-HALLADO        PIC X(01).
010100     88  WS-PEDIDO-HALLADO                VALUE 'S'.

010200*  PARAMETROS (SYSIN).
010300 77  WS-FECHA-CONSULTA-ENT       PIC X(08).
010400 77  WS-FECHA-RESP-ENT           PIC X(08).
010500 77  WS-HORA-RESP-ENT            PIC X(06).
010600 77  WS-NRO-PEDIDO-ENT           PIC X(08).
010700 77  WS-FECHA-CONSULTA           PIC 9(08).
010800 77  WS-FECHA-RESPALDO           PIC 9(08).
010900 77  WS-HORA-RESPALDO            PIC 9(06).
011000 77  WS-NRO-PEDIDO               PIC 9(08).

011100*  CLAVES DEL APAREO.  HIGH-VALUES AL TERMINAR CADA ARCHIVO.
011200 77  WS-CLAVE-RESPALDO           PIC X(08).
011300 77  WS-CLAVE-AUDITORIA          PIC X(08).
011400 77  WS-CLAVE-HISTORICO          PIC X(08).
011500 77  WS-CLAVE-ACTUAL             PIC X(08).
011600 77  WS-FECHA-DEPURACION         PIC 9(08).

011700 77  WS-CONTADOR-PERSONAS        PIC 9(08)        COMP.
011800 77  WS-CONTADOR-ACTIVOS         PIC 9(08)        COMP.
011900 77  WS-CONTADOR-BAJAS           PIC 9(08)        COMP.
012000 77  WS-CONTADOR-FUSIONADOS      PIC 9(08)        COMP.
012100 77  WS-CONTADOR-FALLECIDOS      PIC 9(08)        COMP.
012200 77  WS-CONTADOR-DEPURADOS       PIC 9(08)        COMP.
012300 77  WS-CONTADOR-REAPLICADOS     PIC 9(08)        COMP.
012400 77  WS-CONTADOR-POSTERIORES     PIC 9(08)        COMP.
012500 77  WS-CONTADOR-IGNORADOS       PIC 9(08)        COMP.
012600 77  WS-LINEAS-EN-PAGINA         PIC 9(04)        COMP.
012700 77  WS-MAX-LINEAS-POR-PAGINA    PIC 9(04)        COMP
012800         VALUE 40.
012900 77  WS-NRO-PAGINA               PIC 9(04)        COMP.
013000 77  WS-FECHA-HOY                PIC 9(08).
013100 77  WS-HORA-AHORA               PIC 9(06).
013200 77  WS-ESTADO                   PIC X(09).
013300 77  WS-EDIT-1                   PIC Z(07)9.
013400 77  WS-NRO-PAGINA-EDIT          PIC ZZZ9.

013500 PROCEDURE DIVISION.

013600 0000-MAINLINE.
013700     PERFORM 1000-INICIAR THRU 1000-EXIT
013800     IF NOT WS-CORRIDA-CANCELADA
013900         PERFORM 2000-PROCESAR-NUMERO THRU 2000-EXIT
014000             UNTIL WS-CLAVE-RESPALDO = HIGH-VALUES
014100               AND WS-CLAVE-AUDITORIA = HIGH-VALUES
014200               AND WS-CLAVE-HISTORICO = HIGH-VALUES
014300     END-IF
014400     PERFORM 9000-FINALIZAR THRU 9000-EXIT
014500     STOP RUN.

014600*-----------------------------------------------------------*
014700*  1000-INICIAR                                              *
014800*  LEE Y VALIDA LOS PARAMETROS Y ABRE LOS ARCHIVOS.  EL      *
014900*  RESPALDO TIENE QUE SER DEL DIA PEDIDO O ANTERIOR - LA     *
015000*  AUDITORIA SOLO SE REAPLICA HACIA ADELANTE.  SIN PERSHIST  *
015100*  (NUNCA SE DEPURO) LA FOTO SE ARMA IGUAL.                  *
015200*-----------------------------------------------------------*
015300 1000-INICIAR.
015400     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
015500     MOVE 'N' TO WS-SW-HISTORICO
015600     MOVE 'N' TO WS-SW-UNA-PERSONA
015700     MOVE 'N' TO WS-SW-PEDIDO-HALLADO
015800     MOVE ZERO TO WS-CONTADOR-PERSONAS
015900     MOVE ZERO TO WS-CONTADOR-ACTIVOS
016000     MOVE ZERO TO WS-CONTADOR-BAJAS
016100     MOVE ZERO TO WS-CONTADOR-FUSIONADOS
016200     MOVE ZERO TO WS-CONTADOR-FALLECIDOS
016300     MOVE ZERO TO WS-CONTADOR-DEPURADOS
016400     MOVE ZERO TO WS-CONTADOR-REAPLICADOS
016500     MOVE ZERO TO WS-CONTADOR-POSTERIORES
016600     MOVE ZERO TO WS-CONTADOR-IGNORADOS
016700     MOVE ZERO TO WS-NRO-PAGINA
016800     MOVE ZERO TO WS-NRO-PEDIDO
016900     MOVE WS-MAX-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA
017000     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
017100     ACCEPT WS-HORA-AHORA FROM TIME
017200     MOVE SPACES TO WS-FECHA-CONSULTA-ENT WS-FECHA-RESP-ENT
017300                    WS-HORA-RESP-ENT WS-NRO-PEDIDO-ENT
017400     ACCEPT WS-FECHA-CONSULTA-ENT
017500     ACCEPT WS-FECHA-RESP-ENT
017600     ACCEPT WS-HORA-RESP-ENT
017700     ACCEPT WS-NRO-PEDIDO-ENT
017800     IF WS-FECHA-CONSULTA-ENT IS NOT NUMERIC
017900         OR WS-FECHA-RESP-ENT IS NOT NUMERIC
018000         OR WS-HORA-RESP-ENT IS NOT NUMERIC
018100         DISPLAY "TESTEFOT - FECHA DE CONSULTA O SELLO DEL "
018200                 "RESPALDO INVALIDO - NO SE ARMA NADA."
018300         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
018400         MOVE 8 TO RETURN-CODE
018500         GO TO 1000-EXIT
018600     END-IF
018700     MOVE WS-FECHA-CONSULTA-ENT TO WS-FECHA-CONSULTA
018800     MOVE WS-FECHA-RESP-ENT TO WS-FECHA-RESPALDO
018900     MOVE WS-HORA-RESP-ENT TO WS-HORA-RESPALDO
019000     IF WS-FECHA-CONSULTA > WS-FECHA-HOY
019100         DISPLAY "TESTEFOT - LA FECHA DE CONSULTA "
019200                 WS-FECHA-CONSULTA " ES POSTERIOR A HOY."
019300         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
019400         MOVE 8 TO RETURN-CODE
019500         GO TO 1000-EXIT
019600     END-IF
019700     IF WS-FECHA-RESPALDO > WS-FECHA-CONSULTA
019800         DISPLAY "TESTEFOT - EL RESPALDO DEL " WS-FECHA-RESPALDO
019900                 " ES POSTERIOR A LA FECHA DE CONSULTA - USE "
020000                 "UNA GENERACION ANTERIOR DE PERSBKUP."
020100         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
020200         MOVE 8 TO RETURN-CODE
020300         GO TO 1000-EXIT
020400     END-IF
020500     IF WS-NRO-PEDIDO-ENT NOT = SPACES
020600         IF WS-NRO-PEDIDO-ENT IS NOT NUMERIC
020700             DISPLAY "TESTEFOT - NRO DE PERSONA INVALIDO: "
020800                     WS-NRO-PEDIDO-ENT " - NO SE ARMA NADA."
020900             MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
021000             MOVE 8 TO RETURN-CODE
021100             GO TO 1000-EXIT
021200         END-IF
021300         MOVE WS-NRO-PEDIDO-ENT TO WS-NRO-PEDIDO
021400         MOVE 'S' TO WS-SW-UNA-PERSONA
021500     END-IF
021600     OPEN INPUT PERSON-BACKUP
021700     IF NOT WS-PB-OK
021800         DISPLAY "NO SE PUDO ABRIR PERSBKUP - STATUS "
021900                 WS-PB-STATUS
022000         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
022100         MOVE 8 TO RETURN-CODE
022200         GO TO 1000-EXIT
022300     END-IF
022400     OPEN INPUT AUDIT-LOG
022500     IF NOT WS-AU-OK
022600         DISPLAY "NO SE PUDO ABRIR LA AUDITORIA ORDENADA - "
022700                 "STATUS " WS-AU-STATUS
022800         CLOSE PERSON-BACKUP
022900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
023000         MOVE 8 TO RETURN-CODE
023100         GO TO 1000-EXIT
023200     END-IF
023300     OPEN OUTPUT PERSON-SNAPSHOT
023400     IF NOT WS-PF-OK
023500         DISPLAY "NO SE PUDO ABRIR PERSFOTO - STATUS "
023600                 WS-PF-STATUS
023700         CLOSE PERSON-BACKUP
023800         CLOSE AUDIT-LOG
023900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
024000         MOVE 8 TO RETURN-CODE
024100         GO TO 1000-EXIT
024200     END-IF
024300     OPEN OUTPUT FOTO-REPORT
024400     IF NOT WS-FR-OK
024500         DISPLAY "NO SE PUDO ABRIR FOTORPT - STATUS "
024600                 WS-FR-STATUS
024700         CLOSE PERSON-BACKUP
024800         CLOSE AUDIT-LOG
024900         CLOSE PERSON-SNAPSHOT
025000         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
025100         MOVE 8 TO RETURN-CODE
025200         GO TO 1000-EXIT
025300     END-IF
025400     OPEN INPUT PERSON-HISTORY
025500     IF WS-PH-OK
025600         MOVE 'S' TO WS-SW-HISTORICO
025700     END-IF
025800     PERFORM 2100-LEER-RESPALDO THRU 2100-EXIT
025900     PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT
026000     PERFORM 2300-LEER-HISTORICO THRU 2300-EXIT.
026100 1000-EXIT.
026200     EXIT.

026300*-----------------------------------------------------------*
026400*  2000-PROCESAR-NUMERO                                      *
026500*  APAREO DE LOS TRES ARCHIVOS POR NUMERO DE PERSONA.  SE    *
026600*  TOMA EL MENOR NUMERO PENDIENTE; LA PERSONA PARTE DE SU    *
026700*  IMAGEN EN EL RESPALDO (SI LA TIENE), SE LE REAPLICAN SUS  *
026800*  RENGLONES DE AUDITORIA HASTA LA FECHA DE CONSULTA Y SE    *
026900*  VE SI YA HABIA SIDO DEPURADA A ESA FECHA.                 *
027000*-----------------------------------------------------------*
027100 2000-PROCESAR-NUMERO.
027200     MOVE WS-CLAVE-RESPALDO TO WS-CLAVE-ACTUAL
027300     IF WS-CLAVE-AUDITORIA < WS-CLAVE-ACTUAL
027400         MOVE WS-CLAVE-AUDITORIA TO WS-CLAVE-ACTUAL
027500     END-IF
027600     IF WS-CLAVE-HISTORICO < WS-CLAVE-ACTUAL
027700         MOVE WS-CLAVE-HISTORICO TO WS-CLAVE-ACTUAL
027800     END-IF
027900     MOVE 'N' TO WS-SW-EXISTE
028000     MOVE 'N' TO WS-SW-DEPURADO
028100     MOVE SPACES TO PM-PERSON-RECORD
028200     IF WS-CLAVE-RESPALDO = WS-CLAVE-ACTUAL
028300         MOVE PB-BACKUP-RECORD TO PM-PERSON-RECORD
028400         MOVE 'S' TO WS-SW-EXISTE
028500         PERFORM 2100-LEER-RESPALDO THRU 2100-EXIT
028600     END-IF
028700     PERFORM 3000-REAPLICAR THRU 3000-EXIT
028800         UNTIL WS-CLAVE-AUDITORIA NOT = WS-CLAVE-ACTUAL
028900     IF WS-CLAVE-HISTORICO = WS-CLAVE-ACTUAL
029000         MOVE PH-FECHA-DEPURACION TO WS-FECHA-DEPURACION
029100         IF WS-FECHA-DEPURACION NOT > WS-FECHA-CONSULTA
029200             MOVE 'S' TO WS-SW-DEPURADO
029300             IF NOT WS-EXISTE
029400                 MOVE PH-PERSON-IMAGE TO PM-PERSON-RECORD
029500                 MOVE 'S' TO WS-SW-EXISTE
029600             END-IF
029700         END-IF
029800         PERFORM 2300-LEER-HISTORICO THRU 2300-EXIT
029900     END-IF
030000     IF NOT WS-EXISTE
030100         GO TO 2000-EXIT
030200     END-IF
030300     IF WS-DEPURADO
030400         ADD 1 TO WS-CONTADOR-DEPURADOS
030500     ELSE
030600         PERFORM 4000-GRABAR-FOTO THRU 4000-EXIT
030700     END-IF
030800     IF WS-UNA-PERSONA
030900         AND PM-NRO-PERSONA = WS-NRO-PEDIDO
031000         MOVE 'S' TO WS-SW-PEDIDO-HALLADO
031100         PERFORM 6000-IMPRIMIR-DETALLE THRU 6000-EXIT
031200     END-IF.
031300 2000-EXIT.
031400     EXIT.

031500 2100-LEER-RESPALDO.
031600     READ PERSON-BACKUP
031700         AT END
031800             MOVE HIGH-VALUES TO WS-CLAVE-RESPALDO
031900             GO TO 2100-EXIT
032000     END-READ
032100     MOVE PB-BACKUP-RECORD(1:8) TO WS-CLAVE-RESPALDO.
032200 2100-EXIT.
032300     EXIT.

032400 2200-LEER-AUDITORIA.
032500     READ AUDIT-LOG
032600         AT END
032700             MOVE HIGH-VALUES TO WS-CLAVE-AUDITORIA
032800             GO TO 2200-EXIT
032900     END-READ
033000     MOVE AU-NRO-PERSONA TO WS-CLAVE-AUDITORIA.
033100 2200-EXIT.
033200     EXIT.

033300 2300-LEER-HISTORICO.
033400     IF NOT WS-HISTORICO-ABIERTO
033500         MOVE HIGH-VALUES TO WS-CLAVE-HISTORICO
033600         GO TO 2300-EXIT
033700     END-IF
033800     READ PERSON-HISTORY
033900         AT END
034000             MOVE HIGH-VALUES TO WS-CLAVE-HISTORICO
034100             GO TO 2300-EXIT
034200     END-READ
034300     MOVE PH-PERSON-IMAGE(1:8) TO WS-CLAVE-HISTORICO.
034400 2300-EXIT.
034500     EXIT.

034600*-----------------------------------------------------------*
034700*  3000-REAPLICAR                                            *
034800*  UN RENGLON DE AUDITORIA DEL NUMERO EN CURSO.  LOS         *
034900*  ANTERIORES AL RESPALDO YA ESTAN EN SU IMAGEN, LOS         *
035000*  POSTERIORES A LA FECHA DE CONSULTA TODAVIA NO HABIAN      *
035100*  OCURRIDO, Y LOS 'R'/'D'/'X' NUNCA TOCARON EL REGISTRO.    *
035200*  MISMAS REGLAS QUE TESTERCV.                               *
035300*-----------------------------------------------------------*
035400 3000-REAPLICAR.
035500     IF AU-FECHA < WS-FECHA-RESPALDO
035600         OR (AU-FECHA = WS-FECHA-RESPALDO
035700             AND AU-HORA < WS-HORA-RESPALDO)
035800         GO TO 3000-LEER
035900     END-IF
036000     IF AU-FECHA > WS-FECHA-CONSULTA
036100         ADD 1 TO WS-CONTADOR-POSTERIORES
036200         GO TO 3000-LEER
036300     END-IF
036400     IF NOT AU-ACCION-ALTA AND NOT WS-EXISTE
036500         GO TO 3000-IGNORAR
036600     END-IF
036700     EVALUATE TRUE
036800         WHEN AU-ACCION-ALTA
036900             IF WS-EXISTE
037000                 GO TO 3000-IGNORAR
037100             END-IF
037200             PERFORM 3100-ALTA THRU 3100-EXIT
037300         WHEN AU-ACCION-CAMBIO
037400             PERFORM 3200-CAMBIO THRU 3200-EXIT
037500         WHEN AU-ACCION-BAJA
037600             MOVE 'S' TO PM-IND-BORRADO
037700         WHEN AU-ACCION-FUSION
037800             IF AU-D-APELLIDO NOT = SPACES
037900                 GO TO 3000-IGNORAR
038000             END-IF
038100             MOVE 'F' TO PM-IND-BORRADO
038200             MOVE AU-NRO-FUSION TO PM-NRO-FUSION
038300         WHEN AU-ACCION-DEFUNCION
038400             MOVE 'D' TO PM-IND-BORRADO
038500             MOVE AU-FECHA-DEFUNCION TO PM-FECHA-DEFUNCION
038600         WHEN AU-ACCION-DESFUSION
038700             IF AU-A-APELLIDO NOT = SPACES
038800                 GO TO 3000-IGNORAR
038900             END-IF
039000             MOVE 'N' TO PM-IND-BORRADO
039100             MOVE ZERO TO PM-NRO-FUSION
039200             PERFORM 3200-CAMBIO THRU 3200-EXIT
039300         WHEN OTHER
039400             GO TO 3000-IGNORAR
039500     END-EVALUATE
039600     MOVE AU-FECHA TO PM-FECHA-ULT-MOD
039700     MOVE AU-HORA TO PM-HORA-ULT-MOD
039800     MOVE AU-USUARIO TO PM-USUARIO-ULT-MOD
039900     ADD 1 TO WS-CONTADOR-REAPLICADOS
040000     GO TO 3000-LEER.
040100 3000-IGNORAR.
040200     ADD 1 TO WS-CONTADOR-IGNORADOS.
040300 3000-LEER.
040400     PERFORM 2200-LEER-AUDITORIA THRU 2200-EXIT.
040500 3000-EXIT.
040600     EXIT.

040700 3100-ALTA.
040800     MOVE AU-NRO-PERSONA TO PM-NRO-PERSONA
040900     PERFORM 3200-CAMBIO THRU 3200-EXIT
041000     MOVE AU-FECHA TO PM-FECHA-ALTA
041100     MOVE AU-HORA TO PM-HORA-ALTA
041200     MOVE AU-USUARIO TO PM-USUARIO-ALTA
041300     MOVE 'N' TO PM-IND-BORRADO
041400     MOVE ZERO TO PM-NRO-FUSION
041500     MOVE AU-OFICINA TO PM-OFICINA
041600     MOVE 'S' TO WS-SW-EXISTE.
041700 3100-EXIT.
041800     EXIT.

041900*  LOS DATOS DE LA PERSONA SEGUN LA IMAGEN AU-DESPUES.
042000 3200-CAMBIO.
042100     MOVE AU-D-APELLIDO TO PM-APELLIDO
042200     MOVE AU-D-NOMBRE TO PM-NOMBRE
042300     MOVE AU-D-EDAD TO PM-EDAD
042400     MOVE AU-D-FECHA-NAC TO PM-FECHA-NACIMIENTO
042500     MOVE AU-D-DOCUMENTO TO PM-NRO-DOCUMENTO
042600     MOVE AU-D-NACIONALIDAD TO PM-NACIONALIDAD.
042700 3200-EXIT.
042800     EXIT.

042900*-----------------------------------------------------------*
043000*  4000-GRABAR-FOTO                                          *
043100*  LA PERSONA TAL COMO ESTABA AL CIERRE DEL DIA PEDIDO.  EN  *
043200*  EL LISTADO COMPLETO VA UN RENGLON POR PERSONA; PEDIDO UN  *
043250*  NUMERO, PERSFOTO LLEVA SOLO ESE.                          *
043300*-----------------------------------------------------------*
043400 4000-GRABAR-FOTO.
043450     IF WS-UNA-PERSONA
043460         AND PM-NRO-PERSONA NOT = WS-NRO-PEDIDO
043470         GO TO 4000-EXIT
043480     END-IF
043500     EVALUATE TRUE
043600         WHEN PM-REG-ACTIVO
043700             ADD 1 TO WS-CONTADOR-ACTIVOS
043800             MOVE "ACTIVO" TO WS-ESTADO
043900         WHEN PM-REG-FUSIONADO
044000             ADD 1 TO WS-CONTADOR-FUSIONADOS
044100             MOVE "FUSIONADO" TO WS-ESTADO
044200         WHEN PM-REG-FALLECIDO
044300             ADD 1 TO WS-CONTADOR-FALLECIDOS
044400             MOVE "FALLECIDO" TO WS-ESTADO
044500         WHEN OTHER
044600             ADD 1 TO WS-CONTADOR-BAJAS
044700             MOVE "BAJA" TO WS-ESTADO
044800     END-EVALUATE
044900     ADD 1 TO WS-CONTADOR-PERSONAS
045000     WRITE PM-PERSON-RECORD
045100     IF WS-UNA-PERSONA
045200         GO TO 4000-EXIT
045300     END-IF
045400     IF WS-LINEAS-EN-PAGINA >= WS-MAX-LINEAS-POR-PAGINA
045500         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
045600     END-IF
045700     MOVE SPACES TO ER-REPORT-LINE
045800     STRING PM-NRO-PERSONA " " PM-APELLIDO " " PM-NOMBRE " "
045900             PM-FECHA-NACIMIENTO " " PM-NRO-DOCUMENTO " "
046000             PM-NACIONALIDAD " " WS-ESTADO
046100         DELIMITED BY SIZE INTO ER-REPORT-LINE
046200     WRITE ER-REPORT-LINE
046300     ADD 1 TO WS-LINEAS-EN-PAGINA.
046400 4000-EXIT.
046500     EXIT.

046600*-----------------------------------------------------------*
046700*  6000-IMPRIMIR-DETALLE                                     *
046800*  LA FICHA COMPLETA DE LA PERSONA PEDIDA, AL ESTILO DE LA   *
046900*  CONSTANCIA DE TESTECER.                                   *
047000*-----------------------------------------------------------*
047100 6000-IMPRIMIR-DETALLE.
047200     PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
047300     MOVE SPACES TO ER-REPORT-LINE
047400     STRING "NRO DE REGISTRO....: " PM-NRO-PERSONA
047500         DELIMITED BY SIZE INTO ER-REPORT-LINE
047600     WRITE ER-REPORT-LINE
047700     MOVE SPACES TO ER-REPORT-LINE
047800     STRING "APELLIDO...........: " PM-APELLIDO
047900         DELIMITED BY SIZE INTO ER-REPORT-LINE
048000     WRITE ER-REPORT-LINE
048100     MOVE SPACES TO ER-REPORT-LINE
048200     STRING "NOMBRE.............: " PM-NOMBRE
048300         DELIMITED BY SIZE INTO ER-REPORT-LINE
048400     WRITE ER-REPORT-LINE
048500     MOVE SPACES TO ER-REPORT-LINE
048600     STRING "DNI................: " PM-NRO-DOCUMENTO
048700         DELIMITED BY SIZE INTO ER-REPORT-LINE
048800     WRITE ER-REPORT-LINE
048900     MOVE SPACES TO ER-REPORT-LINE
049000     STRING "FECHA NACIMIENTO...: " PM-FECHA-NACIMIENTO
049100         DELIMITED BY SIZE INTO ER-REPORT-LINE
049200     WRITE ER-REPORT-LINE
049300     MOVE SPACES TO ER-REPORT-LINE
049400     STRING "NACIONALIDAD.......: " PM-NACIONALIDAD
049500         DELIMITED BY SIZE INTO ER-REPORT-LINE
049600     WRITE ER-REPORT-LINE
049700     MOVE SPACES TO ER-REPORT-LINE
049800     STRING "OFICINA DE ALTA....: " PM-OFICINA
049900         DELIMITED BY SIZE INTO ER-REPORT-LINE
050000     WRITE ER-REPORT-LINE
050100     MOVE SPACES TO ER-REPORT-LINE
050200     STRING "INSCRIPTO EL.......: " PM-FECHA-ALTA
050300             " POR " PM-USUARIO-ALTA
050400         DELIMITED BY SIZE INTO ER-REPORT-LINE
050500     WRITE ER-REPORT-LINE
050600     MOVE SPACES TO ER-REPORT-LINE
050700     STRING "ULTIMO MOVIMIENTO..: " PM-FECHA-ULT-MOD
050800             " POR " PM-USUARIO-ULT-MOD
050900         DELIMITED BY SIZE INTO ER-REPORT-LINE
051000     WRITE ER-REPORT-LINE
051100     MOVE SPACES TO ER-REPORT-LINE
051200     EVALUATE TRUE
051300         WHEN WS-DEPURADO
051400             STRING "ESTADO.............: DADO DE BAJA - "
051500                     "DEPURADO DEL REGISTRO EL "
051600                     WS-FECHA-DEPURACION
051700                 DELIMITED BY SIZE INTO ER-REPORT-LINE
051800         WHEN PM-REG-ACTIVO
051900             MOVE "ESTADO.............: ACTIVO"
052000                 TO ER-REPORT-LINE
052100         WHEN PM-REG-FUSIONADO
052200             STRING "ESTADO.............: FUSIONADO EN EL NRO "
052300                     PM-NRO-FUSION
052400                 DELIMITED BY SIZE INTO ER-REPORT-LINE
052500         WHEN PM-REG-FALLECIDO
052600             STRING "ESTADO.............: FALLECIDO EL "
052700                     PM-FECHA-DEFUNCION
052800                 DELIMITED BY SIZE INTO ER-REPORT-LINE
052900         WHEN OTHER
053000             MOVE "ESTADO.............: DADO DE BAJA"
053100                 TO ER-REPORT-LINE
053200     END-EVALUATE
053300     WRITE ER-REPORT-LINE.
053400 6000-EXIT.
053500     EXIT.

053600*-----------------------------------------------------------*
053700*  7000-IMPRIMIR-ENCABEZADO                                  *
053800*  ENCABEZADO DE PAGINA - A QUE FECHA ES LA FOTO Y DE QUE    *
053900*  RESPALDO PARTIO, PARA QUE EL LISTADO SE SOSTENGA SOLO.    *
054000*-----------------------------------------------------------*
054100 7000-IMPRIMIR-ENCABEZADO.
054200     ADD 1 TO WS-NRO-PAGINA
054300     MOVE WS-NRO-PAGINA TO WS-NRO-PAGINA-EDIT
054400     MOVE SPACES TO ER-REPORT-LINE
054500     WRITE ER-REPORT-LINE
054600     STRING "REGISTRO CIVIL - ESTADO DEL REGISTRO AL CIERRE DEL "
054700             WS-FECHA-CONSULTA
054800             "   PAGINA " WS-NRO-PAGINA-EDIT
054900         DELIMITED BY SIZE INTO ER-REPORT-LINE
055000     WRITE ER-REPORT-LINE
055100     MOVE SPACES TO ER-REPORT-LINE
055200     STRING "RECONSTRUIDO DEL RESPALDO DEL " WS-FECHA-RESPALDO
055300             " " WS-HORA-RESPALDO " MAS LA AUDITORIA POSTERIOR"
055500         DELIMITED BY SIZE INTO ER-REPORT-LINE
055600     WRITE ER-REPORT-LINE
055700     MOVE ALL "-" TO ER-REPORT-LINE
055800     WRITE ER-REPORT-LINE
055900     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
056000 7000-EXIT.
056100     EXIT.

056200*-----------------------------------------------------------*
056300*  9000-FINALIZAR                                            *
056400*  TOTALES Y PIE DE CERTIFICACION.  UN NUMERO PEDIDO QUE NO  *
056500*  APARECIO NO FIGURABA EN EL REGISTRO A ESA FECHA (ALTA     *
056600*  POSTERIOR O NUMERO NUNCA ASIGNADO) - SE DICE ASI.         *
056700*-----------------------------------------------------------*
056800 9000-FINALIZAR.
056900     IF WS-CORRIDA-CANCELADA
057000         GO TO 9000-EXIT
057100     END-IF
057200     IF WS-UNA-PERSONA AND NOT WS-PEDIDO-HALLADO
057300         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
057400         MOVE SPACES TO ER-REPORT-LINE
057500         STRING "EL NRO " WS-NRO-PEDIDO " NO FIGURABA EN EL "
057600                 "REGISTRO AL CIERRE DEL " WS-FECHA-CONSULTA "."
057700             DELIMITED BY SIZE INTO ER-REPORT-LINE
057800         WRITE ER-REPORT-LINE
057900     END-IF
058000     IF NOT WS-UNA-PERSONA
058100         IF WS-NRO-PAGINA = ZERO
058200             PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
058300         END-IF
058400         MOVE SPACES TO ER-REPORT-LINE
058500         WRITE ER-REPORT-LINE
058600         MOVE WS-CONTADOR-PERSONAS TO WS-EDIT-1
058700         STRING "TOTAL EN EL REGISTRO ......... " WS-EDIT-1
058800             DELIMITED BY SIZE INTO ER-REPORT-LINE
058900         WRITE ER-REPORT-LINE
059000         MOVE SPACES TO ER-REPORT-LINE
059100         MOVE WS-CONTADOR-ACTIVOS TO WS-EDIT-1
059200         STRING "  ACTIVOS .................... " WS-EDIT-1
059300             DELIMITED BY SIZE INTO ER-REPORT-LINE
059400         WRITE ER-REPORT-LINE
059500         MOVE SPACES TO ER-REPORT-LINE
059600         MOVE WS-CONTADOR-BAJAS TO WS-EDIT-1
059700         STRING "  BAJAS ...................... " WS-EDIT-1
059800             DELIMITED BY SIZE INTO ER-REPORT-LINE
059900         WRITE ER-REPORT-LINE
060000         MOVE SPACES TO ER-REPORT-LINE
060100         MOVE WS-CONTADOR-FUSIONADOS TO WS-EDIT-1
060200         STRING "  FUSIONADOS ................. " WS-EDIT-1
060300             DELIMITED BY SIZE INTO ER-REPORT-LINE
060400         WRITE ER-REPORT-LINE
060500         MOVE SPACES TO ER-REPORT-LINE
060600         MOVE WS-CONTADOR-FALLECIDOS TO WS-EDIT-1
060700         STRING "  FALLECIDOS ................. " WS-EDIT-1
060800             DELIMITED BY SIZE INTO ER-REPORT-LINE
060900         WRITE ER-REPORT-LINE
061000         MOVE SPACES TO ER-REPORT-LINE
061100         MOVE WS-CONTADOR-DEPURADOS TO WS-EDIT-1
061200         STRING "YA DEPURADOS A ESA FECHA ..... " WS-EDIT-1
061300             DELIMITED BY SIZE INTO ER-REPORT-LINE
061400         WRITE ER-REPORT-LINE
061500     END-IF
061600     MOVE ALL "-" TO ER-REPORT-LINE
061700     WRITE ER-REPORT-LINE
061800     MOVE SPACES TO ER-REPORT-LINE
061900     STRING "LISTADO CERTIFICADO EMITIDO EL " WS-FECHA-HOY
062000             " A LAS " WS-HORA-AHORA
062100         DELIMITED BY SIZE INTO ER-REPORT-LINE
062200     WRITE ER-REPORT-LINE
062250     MOVE "DOCUMENTO SIN VALOR SIN SELLO DE LA OFICINA"
062270         TO ER-REPORT-LINE
062300     WRITE ER-REPORT-LINE
062400     CLOSE PERSON-BACKUP
062500     CLOSE AUDIT-LOG
062600     CLOSE PERSON-SNAPSHOT
062700     CLOSE FOTO-REPORT
062800     IF WS-HISTORICO-ABIERTO
062900         CLOSE PERSON-HISTORY
063000     END-IF
063100     DISPLAY "TESTEFOT - FOTO AL " WS-FECHA-CONSULTA
063200             " PERSONAS: " WS-CONTADOR-PERSONAS
063300             " DEPURADAS: " WS-CONTADOR-DEPURADOS
063400     DISPLAY "TESTEFOT - RENGLONES REAPLICADOS: "
063500             WS-CONTADOR-REAPLICADOS
063600             " POSTERIORES: " WS-CONTADOR-POSTERIORES
063700             " IGNORADOS: " WS-CONTADOR-IGNORADOS.
063800 9000-EXIT.
063900     EXIT.
