002000*     CAMBIO REWRITES THE RECORD IN PLACE, SO A CORRECTION    *
002100*     TO A CAPTURED FIELD NO LONGER DESTROYS AND RECREATES    *
002200*     THE PERSON.                                             *
002210*     DEFUNCION (OPTION D) REGISTERS A DEATH AS ITS OWN LIFE  *
002220*     EVENT - THE RECORD IS MARKED FALLECIDO WITH THE DATE OF *
002230*     DEATH AND THE ACTA REFERENCE GOES TO DEFUNCIO.  A       *
002240*     FALLECIDO ADMITS NO FURTHER CAMBIO, BAJA OR FUSION.     *
002250*     DESFUSION (OPTION U) UNDOES A FUSION APPLIED IN ERROR - *
002260*     ONLY WHILE NEITHER NUMBER HAS BEEN TOUCHED SINCE THE    *
002270*     MERGE, PROVEN AGAINST THE FUSION ROW OF THE AUDIT TRAIL *
002280*     (CALL BUSCFUS), FROM WHICH THE RETIRED RECORD IS        *
002290*     RESTORED.                                               *
002291*     NO DUPLICADO (OPTION P) DISMISSES A PAIR THE DUPLICATE  *
002292*     SWEEP (JOB TESTEDUP) OFFERED THAT IS NOT THE SAME       *
002293*     PERSON, SO NO LATER SWEEP OFFERS IT AGAIN (NODUPLIC).   *
002300*                                                            *
002400*  MODIFICATION HISTORY.                                    *
002500*     2026-08-09  RQ   ORIGINAL VERSION.                     *
003902*     2026-09-03  RQ   AN ALTA STAMPS PM-OFICINA '00' (THE     *
003903*                      CENTRAL OFFICE) AND EVERY AUDIT ROW     *
003904*                      CARRIES THE RECORD'S OFICINA.           *
003906*     2026-10-15  RQ   OPERATOR MUST BE ON OPERADOR (VALOPER). *
003909*                      THE MENU SHOWS ONLY THE OPTIONS THE     *
003912*                      OPERATOR'S ROLE ALLOWS - BAJA AND       *
003915*                      FUSION ARE SUPERVISOR ONLY - AND EACH   *
003918*                      OPTION IS RE-CHECKED WHEN CHOSEN; A     *
003921*                      REFUSAL IS LOGGED TO RECHOPER.          *
003924*     2026-10-15  RQ   NEW DEFUNCION FUNCTION (OPTION D) -     *
003927*                      DATE OF DEATH (EDITED BY EDTPERS, NOT   *
003930*                      BEFORE BIRTH) AND ACTA; WRITES DEFUNCIO *
003933*                      AND AN 'M' AUDIT ROW.  CAMBIO, BAJA AND *
003936*                      FUSION OF A FALLECIDO ARE REFUSED WITH  *
003939*                      THEIR OWN MESSAGE; CONSULTA SHOWS THE   *
003942*                      DATE OF DEATH AND THE ACTA.             *
003945*     2026-10-15  RQ   NEW DESFUSION FUNCTION (OPTION U,       *
003948*                      SUPERVISOR ONLY) - RESTORES A FUSED     *
003951*                      NUMBER FROM ITS AUDITED FUSION IMAGE    *
003954*                      AND WRITES A PAIR OF 'U' AUDIT ROWS;    *
003957*                      REFUSED IF EITHER RECORD WAS MODIFIED   *
003960*                      AFTER THE FUSION.                       *
003963*     2026-10-15  RQ   NEW NO DUPLICADO FUNCTION (OPTION P,    *
003966*                      SUPERVISOR ONLY) - RECORDS ON NODUPLIC  *
003969*                      A SWEEP CANDIDATE PAIR THE DESK FOUND   *
003972*                      TO BE TWO DIFFERENT PEOPLE.             *
003975*     2026-10-15  RQ   DESFUSION NO LONGER REFUSES A SURVIVOR  *
003978*                      WHOSE ONLY LATER CHANGE WAS A TESTERNC  *
003981*                      RECODING, AND THE RESTORED NUMBER TAKES *
003984*                      THE CURRENT CODE FOR A NATIONALITY      *
003987*                      RETIRED SINCE THE FUSION.               *
003990*-----------------------------------------------------------*
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. TESTEMNT.
004200 AUTHOR. R. QUIROGA.
005300     COPY AUDITSL.
005400     COPY NUMCTSL.
005450     COPY SYSSTSL.
005460     COPY DEFUNSL.
005470     COPY NODUPSL.

005500 DATA DIVISION.
005600 FILE SECTION.
005800     COPY AUDITFD.
005900     COPY NUMCTFD.
005950     COPY SYSSTFD.
005960     COPY DEFUNFD.
005970     COPY NODUPFD.

006000 WORKING-STORAGE SECTION.
006100 77  WS-PM-STATUS                PIC X(02).
006730 77  WS-SS-RELKEY                PIC 9(04)        COMP.
006740 77  WS-SW-LOTE-ABIERTO          PIC X(01).
006750     88  WS-LOTE-ABIERTO                  VALUE 'S'.
006760 77  WS-DF-STATUS                PIC X(02).
006770     88  WS-DF-OK                         VALUE '00'.
006780 77  WS-ND-STATUS                PIC X(02).
006790     88  WS-ND-OK                         VALUE '00'.

006800 77  WS-SW-FIN-MENU              PIC X(01).
006900     88  WS-FIN-MENU                      VALUE 'S'.
008800 77  WS-NAC-STATUS               PIC X(01).
008850 77  WS-DOC-STATUS               PIC X(01).
008900 77  WS-REINTENTOS               PIC 9(02)        COMP.
008910*  DEFUNCION.  LA NACIONALIDAD, EL DNI Y LA EDAD QUE PIDE
008920*  EDTPERS AL EDITAR LA FECHA SON DE TRABAJO Y SE DESCARTAN.
008930 77  WS-FDEF-ENTRADA             PIC X(08).
008940 77  WS-FECHA-DEFUN              PIC 9(08).
008950 77  WS-ACTA-DEFUN               PIC X(15).
008960 77  WS-EDAD-DEFUN               PIC 9(03).
008970 77  WS-NAC-DEFUN                PIC X(15).
008980 77  WS-DOC-DEFUN                PIC X(08).
008982*  NO DUPLICADO: EL SEGUNDO NUMERO DEL PAR Y EL MOTIVO.
008984 77  WS-NRO-OTRO                 PIC 9(08).
008986 77  WS-OBS-NODUP                PIC X(30).

009000 01  WS-ANTES.
009100     05  WS-A-NOMBRE             PIC X(10).
009800     05  WS-B-EDAD               PIC 9(03).
009900     05  WS-B-NACIONALIDAD       PIC X(15).

009905*  DESFUSION: LOS SELLOS DE ULTIMA MODIFICACION DEL PERDEDOR
009910*  Y DEL SOBREVIVIENTE Y LO QUE DEVUELVE BUSCFUS DEL RENGLON
009915*  DE LA FUSION ORIGINAL, CON LO QUE ENCONTRO DESPUES DE ELLA
009917*  (SI OTRA COSA QUE TESTERNC TOCO AL SOBREVIVIENTE Y EL CODIGO
009918*  DE NACIONALIDAD VIGENTE DE LA IMAGEN).
009920 01  WS-MARCA-FUSION.
009925     05  WS-MF-FECHA             PIC 9(08).
009930     05  WS-MF-HORA              PIC 9(06).
009935 01  WS-MARCA-SOBREV.
009940     05  WS-MS-FECHA             PIC 9(08).
009945     05  WS-MS-HORA              PIC 9(06).
009950 77  WS-RESULTADO-BUSCFUS        PIC X(01).
009955 77  WS-FECHA-FUSION             PIC 9(08).
009960 77  WS-HORA-FUSION              PIC 9(06).
009965 01  WS-IMAGEN-FUSION.
009970     05  WS-F-NOMBRE             PIC X(10).
009975     05  WS-F-APELLIDO           PIC X(15).
009980     05  WS-F-EDAD               PIC 9(03).
009985     05  WS-F-NACIONALIDAD       PIC X(15).
009990     05  WS-F-FECHA-NAC          PIC 9(08).
009995     05  WS-F-DOCUMENTO          PIC X(08).
009996 01  WS-POSTERIOR-FUSION.
009997     05  WS-SW-SOBREV-MODIFICADO PIC X(01).
009998         88  WS-SOBREV-MODIFICADO          VALUE 'S'.
009999     05  WS-NAC-ACTUAL           PIC X(15).

010000 77  WS-FECHA-HOY                PIC 9(08).
010100 77  WS-HORA-AHORA                PIC 9(06).
010200 77  WS-USUARIO                  PIC X(08).
010210 77  WS-PROGRAMA                 PIC X(08)  VALUE 'TESTEMNT'.
010220 77  WS-AUT-FUNCION              PIC X(01).
010230 77  WS-AUT-MODO                 PIC X(01).
010240 77  WS-AUT-RESULTADO            PIC X(01).
010250     88  WS-AUT-OK                        VALUE '0'.
010260 77  WS-SW-ACCESO                PIC X(01).
010270     88  WS-ACCESO-OK                     VALUE 'S'.
010300 77  WS-ESPACIO                  PIC X(30)
010400     VALUE '------------------------------'.


011200 1000-INICIAR.
011300     MOVE 'N' TO WS-SW-FIN-MENU
011350     MOVE 'N' TO WS-SW-ACCESO
011400     ACCEPT WS-USUARIO FROM ENVIRONMENT "LOGNAME"
011500     IF WS-USUARIO = SPACES
011600         MOVE "ONLINE" TO WS-USUARIO
011700     END-IF
011710     MOVE 'I' TO WS-AUT-FUNCION
011720     MOVE 'R' TO WS-AUT-MODO
011730     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
011740     IF NOT WS-AUT-OK
011750         MOVE 'S' TO WS-SW-FIN-MENU
011760         GO TO 1000-EXIT
011770     END-IF
011780     MOVE 'S' TO WS-SW-ACCESO
011800     OPEN I-O PERSON-MASTER
011900     IF NOT WS-PM-OK
012000         CLOSE PERSON-MASTER
013300         OPEN OUTPUT NUMBER-CONTROL
013400         CLOSE NUMBER-CONTROL
013500         OPEN I-O NUMBER-CONTROL
013600     END-IF
013610     OPEN I-O DEATH-FILE
013620     IF NOT WS-DF-OK
013630         CLOSE DEATH-FILE
013640         OPEN OUTPUT DEATH-FILE
013650         CLOSE DEATH-FILE
013660         OPEN I-O DEATH-FILE
013670     END-IF
013680     OPEN I-O NO-DUPLICATE-FILE
013682     IF NOT WS-ND-OK
013684         CLOSE NO-DUPLICATE-FILE
013686         OPEN OUTPUT NO-DUPLICATE-FILE
013688         CLOSE NO-DUPLICATE-FILE
013690         OPEN I-O NO-DUPLICATE-FILE
013692     END-IF.
013700 1000-EXIT.
013800     EXIT.

013924 1100-EXIT.
013926     EXIT.


013930*-----------------------------------------------------------*
014000*  2000-PROCESAR-MENU                                        *
014100*  MUESTRA EL MENU Y DESPACHA LA OPCION ELEGIDA.              *
014300 2000-PROCESAR-MENU.
014400     DISPLAY WS-ESPACIO
014500     DISPLAY "MANTENIMIENTO DEL REGISTRO DE PERSONAS"
014510     MOVE 'V' TO WS-AUT-MODO
014520     MOVE 'A' TO WS-AUT-FUNCION
014530     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014540     IF WS-AUT-OK
014600         DISPLAY "  A - ALTA      (AGREGAR UNA PERSONA)"
014700         DISPLAY "  C - CAMBIO    (MODIFICAR UNA PERSONA)"
014710     END-IF
014712     MOVE 'D' TO WS-AUT-FUNCION
014714     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014716     IF WS-AUT-OK
014717         DISPLAY "  D - DEFUNCION (REGISTRAR UN FALLECIMIENTO)"
014718     END-IF
014720     MOVE 'B' TO WS-AUT-FUNCION
014730     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014740     IF WS-AUT-OK
014800         DISPLAY "  B - BAJA      (ELIMINAR UNA PERSONA)"
014850         DISPLAY "  F - FUSION    (UNIR UN PAR DUPLICADO)"
014860     END-IF
014865     MOVE 'U' TO WS-AUT-FUNCION
014870     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014875     IF WS-AUT-OK
014880         DISPLAY "  U - DESFUSION (DESHACER UNA FUSION)"
014885     END-IF
014886     MOVE 'P' TO WS-AUT-FUNCION
014887     PERFORM 1200-AUTORIZAR THRU 1200-EXIT
014888     IF WS-AUT-OK
014889         DISPLAY "  P - NO DUPLICADO (DESCARTAR UN PAR CANDIDATO)"
014890     END-IF
014900     DISPLAY "  I - CONSULTA  (VER UNA PERSONA)"
015000     DISPLAY "  X - FIN"
015100     DISPLAY "OPCION: "
015200     ACCEPT WS-OPCION
015210     IF WS-OPCION = 'A' OR 'C' OR 'B' OR 'F' OR 'D' OR 'U'
015215         OR 'P'
015220         MOVE WS-OPCION TO WS-AUT-FUNCION
015230         MOVE 'R' TO WS-AUT-MODO
015240         PERFORM 1200-AUTORIZAR THRU 1200-EXIT
015250         IF NOT WS-AUT-OK
015260             GO TO 2000-EXIT
015270         END-IF
015280     END-IF
015300     EVALUATE WS-OPCION
015400         WHEN 'A'
015420             PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
015950             IF NOT WS-LOTE-ABIERTO
015960                 PERFORM 6500-FUSION THRU 6500-EXIT
015970             END-IF
015972         WHEN 'D'
015974             PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
015976             IF NOT WS-LOTE-ABIERTO
015978                 PERFORM 8000-DEFUNCION THRU 8000-EXIT
015980             END-IF
015982         WHEN 'U'
015984             PERFORM 1100-VERIFICAR-LOTE THRU 1100-EXIT
015986             IF NOT WS-LOTE-ABIERTO
015988                 PERFORM 8300-DESFUSION THRU 8300-EXIT
015990             END-IF
015992         WHEN 'P'
015994             PERFORM 8400-NO-DUPLICADO THRU 8400-EXIT
016000         WHEN 'I'
016100             PERFORM 6000-CONSULTA THRU 6000-EXIT
016200         WHEN 'X'
024700     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
024750     PERFORM 7350-SEGUIR-FUSION THRU 7350-EXIT
024800     IF NOT WS-ENCONTRADO OR NOT PM-REG-ACTIVO
024900         PERFORM 7600-INFORMAR-NO-ACTIVO THRU 7600-EXIT
025100         GO TO 4000-EXIT
025200     END-IF
025300     DISPLAY "DATOS ACTUALES - APELLIDO: " PM-APELLIDO
031500     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
031550     PERFORM 7350-SEGUIR-FUSION THRU 7350-EXIT
031600     IF NOT WS-ENCONTRADO OR NOT PM-REG-ACTIVO
031700         PERFORM 7600-INFORMAR-NO-ACTIVO THRU 7600-EXIT
031900         GO TO 5000-EXIT
032000     END-IF
032100     DISPLAY "APELLIDO: " PM-APELLIDO " NOMBRE: " PM-NOMBRE
037700         IF PM-REG-BORRADO
037800             DISPLAY "(ESTE REGISTRO ESTA DADO DE BAJA)"
037900         END-IF
037910         IF PM-REG-FALLECIDO
037920             MOVE PM-NRO-PERSONA TO DF-NRO-PERSONA
037930             READ DEATH-FILE
037940                 INVALID KEY
037950                     MOVE SPACES TO DF-ACTA
037960             END-READ
037970             DISPLAY "(FALLECIDO EL " PM-FECHA-DEFUNCION
037980                     " - ACTA " DF-ACTA ")"
037990         END-IF
038000     END-IF.
038100 6000-EXIT.
038200     EXIT.
038214     ACCEPT WS-NRO-PERSONA
038215     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
038216     IF NOT WS-ENCONTRADO OR NOT PM-REG-ACTIVO
038217         PERFORM 7600-INFORMAR-NO-ACTIVO THRU 7600-EXIT
038224         GO TO 6500-EXIT
038225     END-IF
038226     MOVE PM-NOMBRE TO WS-A-NOMBRE
051500     EXIT.

051600 9000-FINALIZAR.
051610     IF NOT WS-ACCESO-OK
051620         GO TO 9000-EXIT
051630     END-IF
051700     CLOSE PERSON-MASTER
051800     CLOSE AUDIT-LOG
051900     CLOSE NUMBER-CONTROL
051910     CLOSE DEATH-FILE
051920     CLOSE NO-DUPLICATE-FILE
052000     DISPLAY "FIN DEL MANTENIMIENTO.".
052100 9000-EXIT.
052200     EXIT.

052300*-----------------------------------------------------------*
052310*  7600-INFORMAR-NO-ACTIVO                                    *
052320*  AVISA AL OPERADOR POR QUE EL NUMERO CITADO NO ADMITE EL    *
052330*  MOVIMIENTO - NO EXISTE, FUE FUSIONADO, FALLECIO O ESTA     *
052340*  DADO DE BAJA.  USADA POR CAMBIO, BAJA, FUSION Y DEFUNCION. *
052350*-----------------------------------------------------------*
052360 7600-INFORMAR-NO-ACTIVO.
052370     EVALUATE TRUE
052380         WHEN NOT WS-ENCONTRADO
052390             DISPLAY "NO SE ENCONTRO UNA PERSONA ACTIVA CON ESE "
052400                     "NUMERO."
052410         WHEN PM-REG-FUSIONADO
052420             DISPLAY "EL NRO " PM-NRO-PERSONA " YA FUE "
052430                     "FUSIONADO EN EL NRO " PM-NRO-FUSION "."
052440         WHEN PM-REG-FALLECIDO
052450             DISPLAY "EL NRO " PM-NRO-PERSONA " FALLECIO EL "
052460                     PM-FECHA-DEFUNCION " - NO ADMITE MAS "
052470                     "MOVIMIENTOS."
052480         WHEN OTHER
052490             DISPLAY "NO SE ENCONTRO UNA PERSONA ACTIVA CON ESE "
052500                     "NUMERO."
052510     END-EVALUATE.
052520 7600-EXIT.
052530     EXIT.

052540*-----------------------------------------------------------*
052550*  8000-DEFUNCION                                             *
052560*  REGISTRA LA MUERTE DE UNA PERSONA ACTIVA.  NO ES UNA BAJA  *
052570*  - EL REGISTRO QUEDA PM-REG-FALLECIDO CON LA FECHA DE       *
052580*  DEFUNCION, EL ACTA VA A DEFUNCIO Y EL RENGLON 'M' DE       *
052590*  AUDITLOG LLEVA LA IMAGEN DE LA PERSONA EN ANTES Y          *
052600*  DESPUES.  SIN FECHA VALIDA O SIN ACTA NO SE REGISTRA.      *
052610*-----------------------------------------------------------*
052620 8000-DEFUNCION.
052630     MOVE 'N' TO WS-SW-DATOS-INVALIDOS
052640     DISPLAY "NRO DE PERSONA FALLECIDA: "
052650     ACCEPT WS-NRO-PERSONA
052660     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
052670     PERFORM 7350-SEGUIR-FUSION THRU 7350-EXIT
052680     IF NOT WS-ENCONTRADO OR NOT PM-REG-ACTIVO
052690         PERFORM 7600-INFORMAR-NO-ACTIVO THRU 7600-EXIT
052700         GO TO 8000-EXIT
052710     END-IF
052720     DISPLAY "APELLIDO: " PM-APELLIDO " NOMBRE: " PM-NOMBRE
052730     DISPLAY "  FECHA NAC: " PM-FECHA-NACIMIENTO
052740             " DNI: " PM-NRO-DOCUMENTO
052750     PERFORM 8100-PEDIR-FECHA-DEFUNCION THRU 8100-EXIT
052760     IF WS-DATOS-INVALIDOS
052770         DISPLAY "LA FECHA DE DEFUNCION QUEDO SIN VALIDAR - NO "
052780                 "SE REGISTRA."
052790         GO TO 8000-EXIT
052800     END-IF
052810     DISPLAY "ACTA DE DEFUNCION (REFERENCIA): "
052820     ACCEPT WS-ACTA-DEFUN
052830     IF WS-ACTA-DEFUN = SPACES
052840         DISPLAY "SIN ACTA NO SE REGISTRA LA DEFUNCION."
052850         GO TO 8000-EXIT
052860     END-IF
052870     DISPLAY "CONFIRMA LA DEFUNCION DEL NRO " PM-NRO-PERSONA
052880             " EL " WS-FECHA-DEFUN " (S/N): "
052890     ACCEPT WS-SW-CONFIRMA
052900     IF NOT WS-CONFIRMADO
052910         DISPLAY "DEFUNCION CANCELADA."
052920         GO TO 8000-EXIT
052930     END-IF
052940     MOVE 'D' TO PM-IND-BORRADO
052950     MOVE WS-FECHA-DEFUN TO PM-FECHA-DEFUNCION
052960     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
052970     ACCEPT WS-HORA-AHORA FROM TIME
052980     MOVE WS-FECHA-HOY TO PM-FECHA-ULT-MOD
052990     MOVE WS-HORA-AHORA TO PM-HORA-ULT-MOD
053000     MOVE WS-USUARIO TO PM-USUARIO-ULT-MOD
053010     REWRITE PM-PERSON-RECORD
053020         INVALID KEY
053030             DISPLAY "ERROR AL GRABAR LA DEFUNCION - STATUS "
053040                     WS-PM-STATUS
053050             GO TO 8000-EXIT
053060     END-REWRITE
053070     PERFORM 8200-GRABAR-DEFUNCIO THRU 8200-EXIT
053080     MOVE WS-FECHA-HOY TO AU-FECHA
053090     MOVE WS-HORA-AHORA TO AU-HORA
053100     MOVE WS-USUARIO TO AU-USUARIO
053110     MOVE "TESTEMNT" TO AU-PROGRAMA
053120     MOVE PM-OFICINA TO AU-OFICINA
053130     MOVE 'M' TO AU-TIPO-ACCION
053140     MOVE PM-NRO-PERSONA TO AU-NRO-PERSONA
053150     MOVE PM-FECHA-DEFUNCION TO AU-FECHA-DEFUNCION
053160     MOVE PM-NOMBRE TO AU-A-NOMBRE AU-D-NOMBRE
053170     MOVE PM-APELLIDO TO AU-A-APELLIDO AU-D-APELLIDO
053180     MOVE PM-EDAD TO AU-A-EDAD AU-D-EDAD
053190     MOVE PM-NACIONALIDAD TO AU-A-NACIONALIDAD AU-D-NACIONALIDAD
053200     MOVE PM-FECHA-NACIMIENTO TO AU-A-FECHA-NAC AU-D-FECHA-NAC
053210     MOVE PM-NRO-DOCUMENTO TO AU-A-DOCUMENTO AU-D-DOCUMENTO
053220     WRITE AU-AUDIT-RECORD
053230     DISPLAY "DEFUNCION REGISTRADA PARA EL NRO "
053240             PM-NRO-PERSONA ".".
053250 8000-EXIT.
053260     EXIT.

053270*-----------------------------------------------------------*
053280*  8100-PEDIR-FECHA-DEFUNCION                                 *
053290*  PIDE LA FECHA DE DEFUNCION Y LA EDITA CON EDTPERS COMO     *
053300*  UNA FECHA DE NACIMIENTO (REAL, NO FUTURA), CON HASTA 3     *
053310*  REINTENTOS.  ADEMAS NO PUEDE SER ANTERIOR AL NACIMIENTO.   *
053320*-----------------------------------------------------------*
053330 8100-PEDIR-FECHA-DEFUNCION.
053340     MOVE ZERO TO WS-REINTENTOS.
053350 8100-PEDIR-FECHA-DE-NUEVO.
053360     DISPLAY "FECHA DE DEFUNCION (AAAAMMDD): "
053370     ACCEPT WS-FDEF-ENTRADA
053380     MOVE SPACES TO WS-NAC-DEFUN WS-DOC-DEFUN
053390     CALL "EDTPERS" USING WS-FDEF-ENTRADA WS-NAC-DEFUN
053400                           WS-DOC-DEFUN
053410                           WS-FECHA-DEFUN WS-EDAD-DEFUN
053420                           WS-FNAC-STATUS WS-NAC-STATUS
053430                           WS-DOC-STATUS
053440     EVALUATE WS-FNAC-STATUS
053450         WHEN '1'
053460             DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)."
053470         WHEN '2'
053480             DISPLAY "NO ES UNA FECHA REAL DEL CALENDARIO."
053490         WHEN '3'
053500             DISPLAY "LA FECHA NO PUEDE SER FUTURA NI DE MAS "
053510                     "DE 120 ANOS."
053520         WHEN OTHER
053530             IF PM-FECHA-NACIMIENTO IS NUMERIC
053540                 AND WS-FECHA-DEFUN < PM-FECHA-NACIMIENTO
053550                 DISPLAY "LA FECHA ES ANTERIOR AL NACIMIENTO ("
053560                         PM-FECHA-NACIMIENTO ")."
053570             ELSE
053580                 GO TO 8100-EXIT
053590             END-IF
053600     END-EVALUATE
053610     ADD 1 TO WS-REINTENTOS
053620     IF WS-REINTENTOS < 3
053630         GO TO 8100-PEDIR-FECHA-DE-NUEVO
053640     END-IF
053650     DISPLAY "DEMASIADOS INTENTOS - QUEDA SIN FECHA."
053660     MOVE 'S' TO WS-SW-DATOS-INVALIDOS
053670     MOVE ZERO TO WS-FECHA-DEFUN.
053680 8100-EXIT.
053690     EXIT.

053700*-----------------------------------------------------------*
053710*  8200-GRABAR-DEFUNCIO                                       *
053720*  GRABA EL ACTA EN DEFUNCIO.  SI YA HUBIERA UN RENGLON PARA  *
053730*  EL NUMERO (UNA DEFUNCION ANULADA Y VUELTA A REGISTRAR) SE  *
053740*  REEMPLAZA.  LAS CAPTURAS EN LINEA SON DE LA OFICINA        *
053750*  CENTRAL.                                                   *
053760*-----------------------------------------------------------*
053770 8200-GRABAR-DEFUNCIO.
053780     MOVE PM-NRO-PERSONA TO DF-NRO-PERSONA
053790     MOVE PM-FECHA-DEFUNCION TO DF-FECHA-DEFUNCION
053800     MOVE WS-ACTA-DEFUN TO DF-ACTA
053810     MOVE "00" TO DF-OFICINA
053820     MOVE WS-FECHA-HOY TO DF-FECHA-REGISTRO
053830     MOVE WS-HORA-AHORA TO DF-HORA-REGISTRO
053840     MOVE WS-USUARIO TO DF-USUARIO
053850     MOVE "TESTEMNT" TO DF-PROGRAMA
053860     WRITE DF-DEATH-RECORD
053870         INVALID KEY
053880             REWRITE DF-DEATH-RECORD
053890                 INVALID KEY
053900                     DISPLAY "ERROR AL GRABAR DEFUNCIO - STATUS "
053910                             WS-DF-STATUS
053920             END-REWRITE
053930     END-WRITE.
053940 8200-EXIT.
053950     EXIT.

053960*-----------------------------------------------------------*
053970*  8300-DESFUSION                                             *
053980*  DESHACE UNA FUSION HECHA POR ERROR.  EL NUMERO RETIRADO SE *
053990*  LEE SIN SEGUIR EL ENLACE Y DEBE ESTAR FUSIONADO; EL        *
054000*  SOBREVIVIENTE DEBE SEGUIR ACTIVO.  SI CUALQUIERA DE LOS    *
054010*  DOS FUE MODIFICADO DESPUES DE LA FUSION, O EL RENGLON DE   *
054020*  LA FUSION EN AUDITLOG NO COINCIDE CON EL REGISTRO, NO SE   *
054030*  DESHACE - LA CORRECCION QUEDA PARA SISTEMAS.  EL REGISTRO  *
054040*  SE RESTAURA CON LA IMAGEN QUE GUARDO LA AUDITORIA.         *
054050*-----------------------------------------------------------*
054060 8300-DESFUSION.
054070     DISPLAY "NRO DE PERSONA A RESTAURAR (FUSIONADO): "
054080     ACCEPT WS-NRO-PERSONA
054090     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
054100     IF NOT WS-ENCONTRADO
054110         PERFORM 7600-INFORMAR-NO-ACTIVO THRU 7600-EXIT
054120         GO TO 8300-EXIT
054130     END-IF
054140     IF NOT PM-REG-FUSIONADO
054150         DISPLAY "EL NRO " PM-NRO-PERSONA " NO ESTA FUSIONADO "
054160                 "- NADA QUE DESHACER."
054170         GO TO 8300-EXIT
054180     END-IF
054190     MOVE PM-NRO-FUSION TO WS-NRO-FUSION
054200     MOVE PM-FECHA-ULT-MOD TO WS-MF-FECHA
054210     MOVE PM-HORA-ULT-MOD TO WS-MF-HORA
054220     MOVE PM-NOMBRE TO WS-A-NOMBRE
054230     MOVE PM-APELLIDO TO WS-A-APELLIDO
054240     MOVE PM-EDAD TO WS-A-EDAD
054250     MOVE PM-NACIONALIDAD TO WS-A-NACIONALIDAD
054260     MOVE PM-FECHA-NACIMIENTO TO WS-A-FECHA-NAC
054270     MOVE PM-NRO-DOCUMENTO TO WS-A-DOCUMENTO
054280     DISPLAY "FUSIONADO: " PM-APELLIDO " " PM-NOMBRE
054290             " EN EL NRO " WS-NRO-FUSION
054300     MOVE WS-NRO-FUSION TO PM-NRO-PERSONA
054310     READ PERSON-MASTER
054320         INVALID KEY
054330             DISPLAY "NO EXISTE EL NRO SOBREVIVIENTE - EL "
054340                     "ENLACE DE FUSION ESTA ROTO."
054350             GO TO 8300-EXIT
054360     END-READ
054370     IF NOT PM-REG-ACTIVO
054380         DISPLAY "EL SOBREVIVIENTE YA NO ES UN REGISTRO ACTIVO "
054390                 "- NO SE PUEDE DESHACER."
054400         GO TO 8300-EXIT
054410     END-IF
054420     MOVE PM-FECHA-ULT-MOD TO WS-MS-FECHA
054430     MOVE PM-HORA-ULT-MOD TO WS-MS-HORA
054435     PERFORM 8310-VERIFICAR-SOBREV THRU 8310-EXIT
054440     IF WS-SOBREV-MODIFICADO
054450         DISPLAY "EL SOBREVIVIENTE FUE MODIFICADO DESPUES DE LA "
054460                 "FUSION - NO SE PUEDE DESHACER."
054470         GO TO 8300-EXIT
054480     END-IF
054490     MOVE PM-NOMBRE TO WS-S-NOMBRE
054500     MOVE PM-APELLIDO TO WS-S-APELLIDO
054510     MOVE PM-EDAD TO WS-S-EDAD
054520     MOVE PM-NACIONALIDAD TO WS-S-NACIONALIDAD
054530     MOVE PM-FECHA-NACIMIENTO TO WS-S-FECHA-NAC
054540     MOVE PM-NRO-DOCUMENTO TO WS-S-DOCUMENTO
054550     DISPLAY "SOBREVIVIENTE: " PM-APELLIDO " " PM-NOMBRE
054560*    BUSCFUS LEE AUDITLOG DESDE EL PRINCIPIO - SE CIERRA PARA
054570*    QUE LOS RENGLONES DE ESTA SESION QUEDEN GRABADOS.
054580     CLOSE AUDIT-LOG
054590     CALL "BUSCFUS" USING WS-NRO-PERSONA
054600                          WS-NRO-FUSION
054610                          WS-RESULTADO-BUSCFUS
054620                          WS-FECHA-FUSION
054630                          WS-HORA-FUSION
054640                          WS-IMAGEN-FUSION
054645                          WS-POSTERIOR-FUSION
054650     OPEN EXTEND AUDIT-LOG
054660     IF NOT WS-AU-OK
054670         OPEN OUTPUT AUDIT-LOG
054680     END-IF
054690     IF WS-RESULTADO-BUSCFUS NOT = '0'
054700         DISPLAY "NO SE ENCONTRO LA FUSION EN LA AUDITORIA - NO "
054710                 "SE PUEDE DESHACER."
054720         GO TO 8300-EXIT
054730     END-IF
054740     IF WS-FECHA-FUSION NOT = WS-MF-FECHA
054750         OR WS-HORA-FUSION NOT = WS-MF-HORA
054760         OR WS-IMAGEN-FUSION NOT = WS-ANTES
054770         DISPLAY "EL NRO " WS-NRO-PERSONA " FUE MODIFICADO "
054780                 "DESPUES DE LA FUSION - NO SE PUEDE DESHACER."
054790         GO TO 8300-EXIT
054800     END-IF
054805     PERFORM 8320-NACIONALIDAD-VIGENTE THRU 8320-EXIT
054810     DISPLAY "CONFIRMA DESHACER LA FUSION DEL NRO " WS-NRO-PERSONA
054820             " EN EL NRO " WS-NRO-FUSION " (S/N): "
054830     ACCEPT WS-SW-CONFIRMA
054840     IF NOT WS-CONFIRMADO
054850         DISPLAY "DESFUSION CANCELADA."
054860         GO TO 8300-EXIT
054870     END-IF
054880     MOVE WS-NRO-PERSONA TO PM-NRO-PERSONA
054890     READ PERSON-MASTER
054900         INVALID KEY
054910             DISPLAY "ERROR AL RELEER EL FUSIONADO - STATUS "
054920                     WS-PM-STATUS
054930             GO TO 8300-EXIT
054940     END-READ
054950     MOVE 'N' TO PM-IND-BORRADO
054960     MOVE ZERO TO PM-NRO-FUSION
054970     MOVE WS-F-NOMBRE TO PM-NOMBRE
054980     MOVE WS-F-APELLIDO TO PM-APELLIDO
054990     MOVE WS-F-EDAD TO PM-EDAD
055000     MOVE WS-F-NACIONALIDAD TO PM-NACIONALIDAD
055010     MOVE WS-F-FECHA-NAC TO PM-FECHA-NACIMIENTO
055020     MOVE WS-F-DOCUMENTO TO PM-NRO-DOCUMENTO
055030     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
055040     ACCEPT WS-HORA-AHORA FROM TIME
055050     MOVE WS-FECHA-HOY TO PM-FECHA-ULT-MOD
055060     MOVE WS-HORA-AHORA TO PM-HORA-ULT-MOD
055070     MOVE WS-USUARIO TO PM-USUARIO-ULT-MOD
055080     REWRITE PM-PERSON-RECORD
055090         INVALID KEY
055100             DISPLAY "ERROR AL GRABAR LA DESFUSION - STATUS "
055110                     WS-PM-STATUS
055120             GO TO 8300-EXIT
055130     END-REWRITE
055140     PERFORM 8350-AUDITAR-DESFUSION THRU 8350-EXIT
055150     DISPLAY "NRO " WS-NRO-PERSONA " RESTAURADO - YA NO ESTA "
055160             "FUSIONADO EN EL NRO " WS-NRO-FUSION ".".
055170 8300-EXIT.
055180     EXIT.

055190*-----------------------------------------------------------*
055200*  8350-AUDITAR-DESFUSION                                     *
055210*  LOS DOS RENGLONES DE AUDITORIA DE LA DESFUSION, ESPEJO DE  *
055220*  LOS DE LA FUSION - EL DEL NUMERO RESTAURADO CON ANTES EN   *
055230*  BLANCO Y SU IMAGEN REPUESTA EN DESPUES, EL DEL             *
055240*  SOBREVIVIENTE CON SU IMAGEN INTACTA.                       *
055250*-----------------------------------------------------------*
055260 8350-AUDITAR-DESFUSION.
055270     MOVE WS-FECHA-HOY TO AU-FECHA
055280     MOVE WS-HORA-AHORA TO AU-HORA
055290     MOVE WS-USUARIO TO AU-USUARIO
055300     MOVE "TESTEMNT" TO AU-PROGRAMA
055310     MOVE PM-OFICINA TO AU-OFICINA
055320     MOVE 'U' TO AU-TIPO-ACCION
055330     MOVE WS-NRO-PERSONA TO AU-NRO-PERSONA
055340     MOVE WS-NRO-FUSION TO AU-NRO-FUSION
055350     MOVE SPACES TO AU-A-NOMBRE AU-A-APELLIDO AU-A-NACIONALIDAD
055360     MOVE ZERO TO AU-A-EDAD
055370     MOVE ZERO TO AU-A-FECHA-NAC
055380     MOVE SPACES TO AU-A-DOCUMENTO
055390     MOVE WS-F-NOMBRE TO AU-D-NOMBRE
055400     MOVE WS-F-APELLIDO TO AU-D-APELLIDO
055410     MOVE WS-F-EDAD TO AU-D-EDAD
055420     MOVE WS-F-NACIONALIDAD TO AU-D-NACIONALIDAD
055430     MOVE WS-F-FECHA-NAC TO AU-D-FECHA-NAC
055440     MOVE WS-F-DOCUMENTO TO AU-D-DOCUMENTO
055450     WRITE AU-AUDIT-RECORD
055460     MOVE WS-NRO-FUSION TO AU-NRO-PERSONA
055470     MOVE WS-NRO-PERSONA TO AU-NRO-FUSION
055480     MOVE WS-S-NOMBRE TO AU-A-NOMBRE
055490     MOVE WS-S-APELLIDO TO AU-A-APELLIDO
055500     MOVE WS-S-EDAD TO AU-A-EDAD
055510     MOVE WS-S-NACIONALIDAD TO AU-A-NACIONALIDAD
055520     MOVE WS-S-FECHA-NAC TO AU-A-FECHA-NAC
055530     MOVE WS-S-DOCUMENTO TO AU-A-DOCUMENTO
055540     MOVE WS-S-NOMBRE TO AU-D-NOMBRE
055550     MOVE WS-S-APELLIDO TO AU-D-APELLIDO
055560     MOVE WS-S-EDAD TO AU-D-EDAD
055570     MOVE WS-S-NACIONALIDAD TO AU-D-NACIONALIDAD
055580     MOVE WS-S-FECHA-NAC TO AU-D-FECHA-NAC
055590     MOVE WS-S-DOCUMENTO TO AU-D-DOCUMENTO
055600     WRITE AU-AUDIT-RECORD.
055610 8350-EXIT.
055620     EXIT.

055630*-----------------------------------------------------------*
055640*  8400-NO-DUPLICADO                                          *
055650*  LA MESA DE FUSIONES REVISO UN PAR DE LA LISTA DE POSIBLES  *
055660*  DUPLICADOS (JOB TESTEDUP) Y SON DOS PERSONAS DISTINTAS.    *
055670*  SE GRABA EL PAR EN NODUPLIC, NUMERO MENOR PRIMERO COMO LO  *
055680*  BUSCA TESTEDUC, PARA QUE NO VUELVA A SALIR.  NO TOCA EL    *
055690*  REGISTRO, ASI QUE NO DEPENDE DE LA VENTANA DEL LOTE.       *
055700*-----------------------------------------------------------*
055710 8400-NO-DUPLICADO.
055720     DISPLAY "PRIMER NRO DEL PAR: "
055730     ACCEPT WS-NRO-PERSONA
055740     DISPLAY "SEGUNDO NRO DEL PAR: "
055750     ACCEPT WS-NRO-OTRO
055760     IF WS-NRO-OTRO = WS-NRO-PERSONA
055770         DISPLAY "LOS DOS NUMEROS DEL PAR NO PUEDEN SER IGUALES."
055780         GO TO 8400-EXIT
055790     END-IF
055800     PERFORM 7300-LEER-POR-NUMERO THRU 7300-EXIT
055810     IF NOT WS-ENCONTRADO
055820         DISPLAY "NO EXISTE EL NRO " WS-NRO-PERSONA "."
055830         GO TO 8400-EXIT
055840     END-IF
055850     DISPLAY WS-NRO-PERSONA ": " PM-APELLIDO " " PM-NOMBRE
055860             " NAC " PM-FECHA-NACIMIENTO " DNI " PM-NRO-DOCUMENTO
055870     MOVE WS-NRO-OTRO TO PM-NRO-PERSONA
055880     READ PERSON-MASTER
055890         INVALID KEY
055900             DISPLAY "NO EXISTE EL NRO " WS-NRO-OTRO "."
055910             GO TO 8400-EXIT
055920     END-READ
055930     DISPLAY WS-NRO-OTRO ": " PM-APELLIDO " " PM-NOMBRE
055940             " NAC " PM-FECHA-NACIMIENTO " DNI " PM-NRO-DOCUMENTO
055950     DISPLAY "CONFIRMA QUE SON DOS PERSONAS DISTINTAS (S/N): "
055960     ACCEPT WS-SW-CONFIRMA
055970     IF NOT WS-CONFIRMADO
055980         DISPLAY "NO DUPLICADO CANCELADO."
055990         GO TO 8400-EXIT
056000     END-IF
056010     DISPLAY "OBSERVACION (COMO SE VERIFICO): "
056020     ACCEPT WS-OBS-NODUP
056030     MOVE SPACES TO ND-NO-DUPLICATE-RECORD
056040     IF WS-NRO-PERSONA < WS-NRO-OTRO
056050         MOVE WS-NRO-PERSONA TO ND-NRO-MENOR
056060         MOVE WS-NRO-OTRO TO ND-NRO-MAYOR
056070     ELSE
056080         MOVE WS-NRO-OTRO TO ND-NRO-MENOR
056090         MOVE WS-NRO-PERSONA TO ND-NRO-MAYOR
056100     END-IF
056110     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
056120     ACCEPT WS-HORA-AHORA FROM TIME
056130     MOVE WS-FECHA-HOY TO ND-FECHA
056140     MOVE WS-HORA-AHORA TO ND-HORA
056150     MOVE WS-USUARIO TO ND-USUARIO
056160     MOVE "TESTEMNT" TO ND-PROGRAMA
056170     MOVE WS-OBS-NODUP TO ND-OBSERVACION
056180     WRITE ND-NO-DUPLICATE-RECORD
056190         INVALID KEY
056200             DISPLAY "EL PAR YA ESTABA MARCADO COMO NO DUPLICADO."
056210             GO TO 8400-EXIT
056220     END-WRITE
056230     DISPLAY "PAR " ND-NRO-MENOR " / " ND-NRO-MAYOR
056240             " MARCADO COMO NO DUPLICADO.".
056250 8400-EXIT.
056260     EXIT.

056270*-----------------------------------------------------------*
056280*  1200-AUTORIZAR                                            *
056290*  PREGUNTA A VALOPER SI EL ROL DEL OPERADOR PERMITE LA       *
056300*  FUNCION EN WS-AUT-FUNCION.  EN MODO 'V' SOLO CONSULTA      *
056310*  (ARMADO DEL MENU); EN MODO 'R' EL RECHAZO QUEDA EN         *
056320*  RECHOPER Y SE AVISA AL OPERADOR.                           *
056330*-----------------------------------------------------------*
056340 1200-AUTORIZAR.
056350     CALL 'VALOPER' USING WS-USUARIO
056360                          WS-PROGRAMA
056370                          WS-AUT-FUNCION
056380                          WS-AUT-MODO
056390                          WS-AUT-RESULTADO
056400     IF WS-AUT-OK OR WS-AUT-MODO NOT = 'R'
056410         GO TO 1200-EXIT
056420     END-IF
056430     EVALUATE WS-AUT-RESULTADO
056440         WHEN '1'
056450             DISPLAY "EL USUARIO " WS-USUARIO
056460                     " NO ESTA REGISTRADO COMO OPERADOR."
056470         WHEN '2'
056480             DISPLAY "EL USUARIO " WS-USUARIO
056490                     " ESTA INHABILITADO."
056500         WHEN '3'
056510             DISPLAY "FUNCION NO AUTORIZADA PARA SU ROL."
056520         WHEN OTHER
056530             DISPLAY "NO SE PUDO VERIFICAR LA AUTORIZACION - "
056540                     "CONSULTE AL SUPERVISOR."
056550     END-EVALUATE.
056560 1200-EXIT.
056570     EXIT.

056580*-----------------------------------------------------------*
056590*  8310-VERIFICAR-SOBREV                                     *
056600*  EL SELLO DEL SOBREVIVIENTE ES POSTERIOR A LA FUSION.  EL  *
056610*  SELLO SOLO NO ALCANZA - UNA RECODIFICACION DE TESTERNC    *
056620*  TAMBIEN LO MUEVE - Y SE PREGUNTA A BUSCFUS SI ALGUN OTRO  *
056630*  RENGLON DE AUDITORIA TOCO AL SOBREVIVIENTE.  SI LA FUSION *
056640*  NO APARECE QUEDA 'N' Y LO INFORMA EL LLAMADO DE 8300.     *
056650*-----------------------------------------------------------*
056660 8310-VERIFICAR-SOBREV.
056670     MOVE 'N' TO WS-SW-SOBREV-MODIFICADO
056680     IF WS-MARCA-SOBREV NOT > WS-MARCA-FUSION
056690         GO TO 8310-EXIT
056700     END-IF
056710     CLOSE AUDIT-LOG
056720     CALL "BUSCFUS" USING WS-NRO-PERSONA
056730                          WS-NRO-FUSION
056740                          WS-RESULTADO-BUSCFUS
056750                          WS-FECHA-FUSION
056760                          WS-HORA-FUSION
056770                          WS-IMAGEN-FUSION
056780                          WS-POSTERIOR-FUSION
056790     OPEN EXTEND AUDIT-LOG
056800     IF NOT WS-AU-OK
056810         OPEN OUTPUT AUDIT-LOG
056820     END-IF.
056830 8310-EXIT.
056840     EXIT.

056850*-----------------------------------------------------------*
056860*  8320-NACIONALIDAD-VIGENTE                                 *
056870*  SI TESTERNC RETIRO EL CODIGO DE NACIONALIDAD DE LA IMAGEN *
056880*  DESPUES DE LA FUSION, EL NRO SE REPONE CON EL CODIGO QUE  *
056890*  LO REEMPLAZO Y NO CON EL RETIRADO.                        *
056900*-----------------------------------------------------------*
056910 8320-NACIONALIDAD-VIGENTE.
056920     IF WS-NAC-ACTUAL = SPACES
056930         OR WS-NAC-ACTUAL = WS-F-NACIONALIDAD
056940         GO TO 8320-EXIT
056950     END-IF
056960     DISPLAY "LA NACIONALIDAD " WS-F-NACIONALIDAD
056970             " FUE RECODIFICADA - SE REPONE COMO " WS-NAC-ACTUAL
056980     MOVE WS-NAC-ACTUAL TO WS-F-NACIONALIDAD.
056990 8320-EXIT.
057000     EXIT.
