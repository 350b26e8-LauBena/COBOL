000100*-----------------------------------------------------------*
000200*  PROGRAM  : TESTEDUL                                      *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     LAST STEP OF THE DUPLICATE-CANDIDATE SWEEP (JOB        *
000900*     TESTEDUP).  PRINTS THE RANKED WORKLIST FOR THE FUSION  *
001000*     DESK FROM DUPCAND, ALREADY SORTED BY PUNTAJE           *
001100*     DESCENDING: FOR EACH CANDIDATE PAIR ITS RANK, PUNTAJE, *
001200*     WHAT MATCHED, AND ONE LINE PER PERSON SO THE DESK CAN  *
001300*     DECIDE WITHOUT GOING TO THE REGISTER FIRST.  THE DESK  *
001400*     MERGES A TRUE DUPLICATE WITH TESTEMNT OPTION F AND     *
001500*     DISMISSES A FALSE ONE WITH OPTION P, WHICH KEEPS IT    *
001600*     OFF EVERY LATER WORKLIST.                              *
001700*                                                            *
001800*  MODIFICATION HISTORY.                                    *
001900*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002000*-----------------------------------------------------------*
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. TESTEDUL.
002300 AUTHOR. R. QUIROGA.
002400 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
002500 DATE-WRITTEN. 2026-10-15.
002600 DATE-COMPILED.

002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GNUCOBOL.
003000 OBJECT-COMPUTER. GNUCOBOL.

003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     COPY DUPCSL.
003400     SELECT DUP-REPORT ASSIGN TO "DUPRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-DR-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
003900     COPY DUPCFD.
004000 FD  DUP-REPORT
004100     RECORD CONTAINS 80 CHARACTERS
004200     LABEL RECORDS ARE OMITTED.
004300     COPY EDRPTRC.

004400 WORKING-STORAGE SECTION.
004500 77  WS-DC-STATUS                PIC X(02).
004600     88  WS-DC-OK                         VALUE '00'.
004700 77  WS-DR-STATUS                PIC X(02).
004800     88  WS-DR-OK                         VALUE '00'.

004900 77  WS-SW-FIN-ARCHIVO           PIC X(01).
005000     88  WS-FIN-ARCHIVO                   VALUE 'S'.
005100 77  WS-SW-CORRIDA-CANCELADA     PIC X(01).
005200     88  WS-CORRIDA-CANCELADA             VALUE 'S'.

005300 77  WS-CONTADOR-CANDIDATOS      PIC 9(08)        COMP.
005400 77  WS-CONTADOR-ALTOS           PIC 9(08)        COMP.
005500 77  WS-LINEAS-EN-PAGINA         PIC 9(04)        COMP.
005600 77  WS-MAX-LINEAS-POR-PAGINA    PIC 9(04)        COMP
005700         VALUE 40.
005800 77  WS-NRO-PAGINA               PIC 9(04)        COMP.
005900 77  WS-FECHA-HOY                PIC 9(08).
006000 77  WS-LADO                     PIC 9(01)        COMP.

006100 77  WS-CONTADOR-EDIT            PIC Z(07)9.
006200 77  WS-NRO-PAGINA-EDIT          PIC ZZZ9.
006300 77  WS-PUNTAJE-EDIT             PIC ZZ9.

006400*  TEXTO DE CADA INDICADOR DEL PAR (VER DUPCRC).
006500 77  WS-TXT-DNI                  PIC X(13).
006600 77  WS-TXT-FNAC                 PIC X(14).
006700 77  WS-TXT-APELLIDO             PIC X(18).
006800 77  WS-TXT-NOMBRE               PIC X(16).

006900 PROCEDURE DIVISION.

007000 0000-MAINLINE.
007100     PERFORM 1000-INICIAR THRU 1000-EXIT
007200     IF NOT WS-CORRIDA-CANCELADA
007300         PERFORM 2000-PROCESAR THRU 2000-EXIT
007400             UNTIL WS-FIN-ARCHIVO
007500     END-IF
007600     PERFORM 9000-FINALIZAR THRU 9000-EXIT
007700     STOP RUN.

007800 1000-INICIAR.
007900     MOVE 'N' TO WS-SW-FIN-ARCHIVO
008000     MOVE 'N' TO WS-SW-CORRIDA-CANCELADA
008100     MOVE ZERO TO WS-CONTADOR-CANDIDATOS
008200     MOVE ZERO TO WS-CONTADOR-ALTOS
008300     MOVE ZERO TO WS-NRO-PAGINA
008400     MOVE WS-MAX-LINEAS-POR-PAGINA TO WS-LINEAS-EN-PAGINA
008500     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
008600     OPEN INPUT DUP-CANDIDATE-FILE
008700     IF NOT WS-DC-OK
008800         DISPLAY "NO SE PUDO ABRIR DUPCAND - STATUS "
008900                 WS-DC-STATUS
009000         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
009100         MOVE 8 TO RETURN-CODE
009200         GO TO 1000-EXIT
009300     END-IF
009400     OPEN OUTPUT DUP-REPORT
009500     IF NOT WS-DR-OK
009600         DISPLAY "NO SE PUDO ABRIR DUPRPT - STATUS "
009700                 WS-DR-STATUS
009800         CLOSE DUP-CANDIDATE-FILE
009900         MOVE 'S' TO WS-SW-CORRIDA-CANCELADA
010000         MOVE 8 TO RETURN-CODE
010100         GO TO 1000-EXIT
010200     END-IF
010300     PERFORM 2100-LEER-CANDIDATO THRU 2100-EXIT.
010400 1000-EXIT.
010500     EXIT.

010600*-----------------------------------------------------------*
010700*  2000-PROCESAR                                             *
010800*  CADA PAR OCUPA CINCO RENGLONES Y NO SE PARTE ENTRE DOS    *
010900*  PAGINAS.                                                  *
011000*-----------------------------------------------------------*
011100 2000-PROCESAR.
011200     IF WS-LINEAS-EN-PAGINA + 5 > WS-MAX-LINEAS-POR-PAGINA
011300         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
011400     END-IF
011500     ADD 1 TO WS-CONTADOR-CANDIDATOS
011600     IF DC-PUNTAJE NOT < 75
011700         ADD 1 TO WS-CONTADOR-ALTOS
011800     END-IF
011900     PERFORM 2200-ARMAR-INDICADORES THRU 2200-EXIT
012000     MOVE WS-CONTADOR-CANDIDATOS TO WS-CONTADOR-EDIT
012100     MOVE DC-PUNTAJE TO WS-PUNTAJE-EDIT
012200     MOVE SPACES TO ER-REPORT-LINE
012300     STRING WS-CONTADOR-EDIT "  PUNTAJE " WS-PUNTAJE-EDIT
012400             "   PAR " DC-NRO-MENOR " / " DC-NRO-MAYOR
012500             "   BLOQUE " DC-TIPO-BLOQUE
012600         DELIMITED BY SIZE INTO ER-REPORT-LINE
012700     WRITE ER-REPORT-LINE
012800     MOVE SPACES TO ER-REPORT-LINE
012900     STRING "          " WS-TXT-DNI " " WS-TXT-FNAC " "
013000             WS-TXT-APELLIDO " " WS-TXT-NOMBRE
013100         DELIMITED BY SIZE INTO ER-REPORT-LINE
013200     WRITE ER-REPORT-LINE
013300     PERFORM 2300-IMPRIMIR-PERSONA THRU 2300-EXIT
013400         VARYING WS-LADO FROM 1 BY 1 UNTIL WS-LADO > 2
013500     MOVE SPACES TO ER-REPORT-LINE
013600     WRITE ER-REPORT-LINE
013700     ADD 5 TO WS-LINEAS-EN-PAGINA
013800     PERFORM 2100-LEER-CANDIDATO THRU 2100-EXIT.
013900 2000-EXIT.
014000     EXIT.

014100 2100-LEER-CANDIDATO.
014200     READ DUP-CANDIDATE-FILE
014300         AT END
014400             MOVE 'S' TO WS-SW-FIN-ARCHIVO
014500     END-READ.
014600 2100-EXIT.
014700     EXIT.

014800*-----------------------------------------------------------*
014900*  2200-ARMAR-INDICADORES                                    *
015000*  QUE COINCIDIO EN EL PAR.  CON NOMBRE Y APELLIDO           *
015100*  TRANSPUESTOS SE INFORMA ESO EN LUGAR DE LOS DOS CAMPOS.   *
015200*-----------------------------------------------------------*
015300 2200-ARMAR-INDICADORES.
015400     EVALUATE DC-IND-DNI
015500         WHEN 'I'
015600             MOVE "DNI IGUAL" TO WS-TXT-DNI
015700         WHEN 'S'
015800             MOVE "DNI PARECIDO" TO WS-TXT-DNI
015900         WHEN 'X'
016000             MOVE "DNI DISTINTO" TO WS-TXT-DNI
016100         WHEN OTHER
016200             MOVE "SIN DNI" TO WS-TXT-DNI
016300     END-EVALUATE
016400     EVALUATE DC-IND-FNAC
016500         WHEN 'I'
016600             MOVE "FNAC IGUAL" TO WS-TXT-FNAC
016700         WHEN 'X'
016800             MOVE "FNAC DISTINTA" TO WS-TXT-FNAC
016900         WHEN OTHER
017000             MOVE "FNAC FALTA" TO WS-TXT-FNAC
017100     END-EVALUATE
017200     IF DC-IND-CRUZADO = 'S'
017300         MOVE "NOMBRE Y APELLIDO" TO WS-TXT-APELLIDO
017400         MOVE "TRANSPUESTOS" TO WS-TXT-NOMBRE
017500         GO TO 2200-EXIT
017600     END-IF
017700     EVALUATE DC-IND-APELLIDO
017800         WHEN 'I'
017900             MOVE "APELLIDO IGUAL" TO WS-TXT-APELLIDO
018000         WHEN 'F'
018100             MOVE "APELLIDO FONETICO" TO WS-TXT-APELLIDO
018200         WHEN OTHER
018300             MOVE "APELLIDO DISTINTO" TO WS-TXT-APELLIDO
018400     END-EVALUATE
018500     EVALUATE DC-IND-NOMBRE
018600         WHEN 'I'
018700             MOVE "NOMBRE IGUAL" TO WS-TXT-NOMBRE
018800         WHEN 'F'
018900             MOVE "NOMBRE FONETICO" TO WS-TXT-NOMBRE
019000         WHEN OTHER
019100             MOVE "NOMBRE DISTINTO" TO WS-TXT-NOMBRE
019200     END-EVALUATE.
019300 2200-EXIT.
019400     EXIT.

019500 2300-IMPRIMIR-PERSONA.
019600     MOVE SPACES TO ER-REPORT-LINE
019700     IF WS-LADO = 1
019800         STRING "        " DC-NRO-MENOR
019900             DELIMITED BY SIZE INTO ER-REPORT-LINE
020000     ELSE
020100         STRING "        " DC-NRO-MAYOR
020200             DELIMITED BY SIZE INTO ER-REPORT-LINE
020300     END-IF
020400     STRING " " DC-APELLIDO(WS-LADO) " " DC-NOMBRE(WS-LADO)
020500             " " DC-FECHA-NAC(WS-LADO) " " DC-DOCUMENTO(WS-LADO)
020600             " " DC-NACIONALIDAD(WS-LADO) " " DC-OFICINA(WS-LADO)
020700         DELIMITED BY SIZE INTO ER-REPORT-LINE(17:64)
020800     WRITE ER-REPORT-LINE.
020900 2300-EXIT.
021000     EXIT.

021100*-----------------------------------------------------------*
021200*  7000-IMPRIMIR-ENCABEZADO                                  *
021300*  ENCABEZADO DE PAGINA - FECHA, NUMERO DE PAGINA Y TITULO.  *
021400*-----------------------------------------------------------*
021500 7000-IMPRIMIR-ENCABEZADO.
021600     ADD 1 TO WS-NRO-PAGINA
021700     MOVE WS-NRO-PAGINA TO WS-NRO-PAGINA-EDIT
021800     MOVE SPACES TO ER-REPORT-LINE
021900     WRITE ER-REPORT-LINE
022000     STRING "REGISTRO CIVIL - POSIBLES DUPLICADOS"
022100             "   FECHA " WS-FECHA-HOY
022200             "   PAGINA " WS-NRO-PAGINA-EDIT
022300         DELIMITED BY SIZE INTO ER-REPORT-LINE
022400     WRITE ER-REPORT-LINE
022500     MOVE SPACES TO ER-REPORT-LINE
022600     STRING "    ORDEN  PUNTAJE   NUMEROS DEL PAR"
022700             "   (F=FUSIONAR  P=NO DUPLICADO)"
022800         DELIMITED BY SIZE INTO ER-REPORT-LINE
022900     WRITE ER-REPORT-LINE
023000     MOVE SPACES TO ER-REPORT-LINE
023100     WRITE ER-REPORT-LINE
023200     MOVE ZERO TO WS-LINEAS-EN-PAGINA.
023300 7000-EXIT.
023400     EXIT.

023500 9000-FINALIZAR.
023600     IF WS-CORRIDA-CANCELADA
023700         GO TO 9000-EXIT
023800     END-IF
023900     IF WS-CONTADOR-CANDIDATOS = ZERO
024000         PERFORM 7000-IMPRIMIR-ENCABEZADO THRU 7000-EXIT
024100         STRING "  NO HAY PARES CANDIDATOS EN ESTE BARRIDO."
024200             DELIMITED BY SIZE INTO ER-REPORT-LINE
024300         WRITE ER-REPORT-LINE
024400     END-IF
024500     MOVE WS-CONTADOR-CANDIDATOS TO WS-CONTADOR-EDIT
024600     MOVE SPACES TO ER-REPORT-LINE
024700     WRITE ER-REPORT-LINE
024800     STRING "TOTAL DE PARES CANDIDATOS .... " WS-CONTADOR-EDIT
024900         DELIMITED BY SIZE INTO ER-REPORT-LINE
025000     WRITE ER-REPORT-LINE
025100     MOVE WS-CONTADOR-ALTOS TO WS-CONTADOR-EDIT
025200     MOVE SPACES TO ER-REPORT-LINE
025300     STRING "  CON PUNTAJE 75 O MAS ....... " WS-CONTADOR-EDIT
025400         DELIMITED BY SIZE INTO ER-REPORT-LINE
025500     WRITE ER-REPORT-LINE
025600     CLOSE DUP-CANDIDATE-FILE
025700     CLOSE DUP-REPORT
025800     DISPLAY "TESTEDUL - PARES LISTADOS: " WS-CONTADOR-CANDIDATOS.
025900 9000-EXIT.
026000     EXIT.
