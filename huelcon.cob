000100*-----------------------------------------------------------*
000200*  PROGRAM  : HUELCON                                       *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     SHARED CONSTANCIA-FINGERPRINT MODULE.  GIVEN A         *
000900*     PERSON-MASTER IMAGE RETURNS A TEN-DIGIT FINGERPRINT    *
001000*     (HUELLA) OF THE PERSON DATA A CONSTANCIA PRINTS:       *
001100*     NUMBER, APELLIDO, NOMBRE, DNI, FECHA DE NACIMIENTO,    *
001200*     NACIONALIDAD, OFICINA AND THE ALTA STAMP.  TESTECER    *
001300*     STORES IT ON CONEMIT WHEN IT ISSUES A CONSTANCIA AND   *
001400*     TESTEVCO RECOMPUTES IT FROM THE CURRENT RECORD - THE   *
001500*     SAME FIGURE MEANS THE REGISTER STILL SAYS WHAT THE     *
001600*     PAPER SAYS.  THE ESTADO IS LEFT OUT ON PURPOSE - A     *
001700*     BAJA, FUSION OR DEATH IS REPORTED ON ITS OWN, NOT AS A *
001800*     DATA CHANGE - AND THE AGE IS DERIVED AT PRINT TIME.    *
001900*     THE FINGERPRINT IS A POSITION-WEIGHTED HASH OF THE     *
002000*     BYTES MODULO A TEN-DIGIT PRIME.  IT IS A CHECK, NOT A  *
002100*     SEAL - IT ONLY HAS TO CHANGE WHEN THE DATA CHANGES.    *
002200*                                                            *
002300*  MODIFICATION HISTORY.                                    *
002400*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002500*-----------------------------------------------------------*
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. HUELCON.
002800 AUTHOR. R. QUIROGA.
002900 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
003500 OBJECT-COMPUTER. GNUCOBOL.

003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800*  LOS DATOS QUE SE IMPRIMEN, EN UN ORDEN FIJO.  CAMBIAR EL
003900*  ORDEN O LOS CAMPOS INVALIDA TODAS LAS HUELLAS YA GRABADAS.
003950*  TODO PIC X: UNA FECHA VIEJA EN BLANCO ENTRA TAL CUAL.
004000 01  WS-DATOS.
004100     05  WS-D-NRO-PERSONA        PIC X(08).
004200     05  WS-D-APELLIDO           PIC X(15).
004300     05  WS-D-NOMBRE             PIC X(10).
004400     05  WS-D-NRO-DOCUMENTO      PIC X(08).
004500     05  WS-D-FECHA-NACIMIENTO   PIC X(08).
004600     05  WS-D-NACIONALIDAD       PIC X(15).
004700     05  WS-D-OFICINA            PIC X(02).
004800     05  WS-D-FECHA-ALTA         PIC X(08).
004900     05  WS-D-USUARIO-ALTA       PIC X(08).
005000 01  WS-DATOS-DET REDEFINES WS-DATOS.
005100     05  WS-BYTE                 OCCURS 82 TIMES
005200                                 PIC X(01).
005300*  UN BYTE VISTO COMO NUMERO: EL BYTE BAJO DE UN BINARIO DE
005400*  MEDIA PALABRA CUYO BYTE ALTO ES SIEMPRE CERO.
005500 01  WS-PAR.
005600     05  FILLER                  PIC X(01)  VALUE LOW-VALUE.
005700     05  WS-PAR-BYTE             PIC X(01).
005800 01  WS-PAR-NUM REDEFINES WS-PAR PIC 9(04)        COMP.
005900 01  WS-POS                      PIC 9(04)        COMP.
006000 01  WS-HUELLA                   PIC 9(10)        COMP.
006100 01  WS-ACUMULADO                PIC 9(12)        COMP.
006200 01  WS-COCIENTE                 PIC 9(04)        COMP.
006300 01  WS-PRIMO                    PIC 9(10)        COMP
006400                                 VALUE 9999999967.

006500 LINKAGE SECTION.
006600     COPY PERSONRC.
006700 01  LK-HUELLA                   PIC 9(10).

006800 PROCEDURE DIVISION USING PM-PERSON-RECORD
006900                          LK-HUELLA.

007000 0000-MAINLINE.
007100     MOVE PM-NRO-PERSONA TO WS-D-NRO-PERSONA
007200     MOVE PM-APELLIDO TO WS-D-APELLIDO
007300     MOVE PM-NOMBRE TO WS-D-NOMBRE
007400     MOVE PM-NRO-DOCUMENTO TO WS-D-NRO-DOCUMENTO
007500     MOVE PM-FECHA-NACIMIENTO TO WS-D-FECHA-NACIMIENTO
007600     MOVE PM-NACIONALIDAD TO WS-D-NACIONALIDAD
007700     MOVE PM-OFICINA TO WS-D-OFICINA
007800     MOVE PM-FECHA-ALTA TO WS-D-FECHA-ALTA
007900     MOVE PM-USUARIO-ALTA TO WS-D-USUARIO-ALTA
008000     MOVE ZERO TO WS-HUELLA
008100     PERFORM 1000-SUMAR-BYTE THRU 1000-EXIT
008200         VARYING WS-POS FROM 1 BY 1
008300         UNTIL WS-POS > 82
008400     MOVE WS-HUELLA TO LK-HUELLA
008500     GOBACK.

008600*-----------------------------------------------------------*
008700*  1000-SUMAR-BYTE                                           *
008800*  HUELLA = (HUELLA * 31 + BYTE + POSICION) MOD PRIMO.  LA   *
008900*  POSICION ENTRA EN LA SUMA PARA QUE DOS CAMPOS QUE         *
009000*  INTERCAMBIAN LETRAS NO DEN LA MISMA HUELLA.               *
009100*-----------------------------------------------------------*
009200 1000-SUMAR-BYTE.
009300     MOVE WS-BYTE(WS-POS) TO WS-PAR-BYTE
009400     COMPUTE WS-ACUMULADO = WS-HUELLA * 31 + WS-PAR-NUM + WS-POS
009500     DIVIDE WS-ACUMULADO BY WS-PRIMO
009600         GIVING WS-COCIENTE REMAINDER WS-HUELLA.
009700 1000-EXIT.
009800     EXIT.
