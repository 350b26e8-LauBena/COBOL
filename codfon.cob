000100*-----------------------------------------------------------*
000200*  PROGRAM  : CODFON                                        *
000300*  AUTHOR   : R. QUIROGA - APPLICATIONS PROGRAMMING         *
000400*  INSTALLATION : REGISTRO CIVIL - CENTRO DE COMPUTOS       *
000500*  DATE-WRITTEN : 2026-10-15                                *
000600*                                                            *
000700*  PURPOSE.                                                  *
000800*     SHARED PHONETIC-CODE MODULE.  GIVEN A NAME (APELLIDO   *
000900*     OR NOMBRE) RETURNS A SIX-DIGIT CODE THAT IS THE SAME   *
001000*     FOR THE USUAL SPANISH SPELLING VARIANTS - GONZALEZ AND *
001100*     GONZALES, BENITEZ AND VENITEZ, LLANOS AND YANOS,       *
001200*     HERNANDEZ AND ERNANDEZ.  A SOUNDEX ADAPTED TO HOW THE  *
001300*     NAMES ARE SPOKEN HERE: EVERY CONSONANT, THE FIRST ONE  *
001400*     INCLUDED, IS REPLACED BY THE DIGIT OF ITS SOUND GROUP; *
001500*     H IS SILENT; VOWELS AND BLANKS ONLY SEPARATE; A        *
001600*     REPEATED DIGIT NOT SEPARATED BY A VOWEL COUNTS ONCE:   *
001700*        1  B V P F W          4  L                          *
001800*        2  C G J K Q S X Z    5  M N                        *
001900*        3  D T                6  R                          *
002000*        7  Y BEFORE A VOWEL, AND LL                         *
002100*     A NAME WITH NO CONSONANT SOUND GIVES A BLANK CODE.     *
002200*     USED BY THE DUPLICATE SWEEP (TESTEDUP/TESTEDUC).       *
002300*                                                            *
002400*  MODIFICATION HISTORY.                                    *
002500*     2026-10-15  RQ   ORIGINAL VERSION.                     *
002600*-----------------------------------------------------------*
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CODFON.
002900 AUTHOR. R. QUIROGA.
003000 INSTALLATION. REGISTRO CIVIL - CENTRO DE COMPUTOS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.

003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.

003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 01  WS-TEXTO                    PIC X(16).
004000 01  WS-TEXTO-DET REDEFINES WS-TEXTO.
004100     05  WS-LETRA                OCCURS 16 TIMES
004200                                 PIC X(01).
004300 01  WS-CODIGO                   PIC X(06).
004400 01  WS-CODIGO-DET REDEFINES WS-CODIGO.
004500     05  WS-DIGITO               OCCURS 6 TIMES
004600                                 PIC X(01).
004700 01  WS-POS                      PIC 9(02)        COMP.
004800 01  WS-LARGO                    PIC 9(02)        COMP.
004900 01  WS-LETRA-ACTUAL             PIC X(01).
005000 01  WS-LETRA-SIGUIENTE          PIC X(01).
005100     88  WS-SIGUE-VOCAL                   VALUE 'A' 'E' 'I'
005200                                                'O' 'U'.
005300 01  WS-DIGITO-ACTUAL            PIC X(01).
005400 01  WS-DIGITO-ANTERIOR          PIC X(01).
005500 01  WS-SW-SALTAR                PIC X(01).
005600     88  WS-SALTAR-SIGUIENTE              VALUE 'S'.

005700 LINKAGE SECTION.
005800 01  LK-TEXTO                    PIC X(15).
005900 01  LK-CODIGO                   PIC X(06).

006000 PROCEDURE DIVISION USING LK-TEXTO
006100                          LK-CODIGO.

006200 0000-MAINLINE.
006300     MOVE LK-TEXTO TO WS-TEXTO
006400     INSPECT WS-TEXTO CONVERTING
006500         "abcdefghijklmnopqrstuvwxyz"
006600         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
006700     MOVE SPACES TO WS-CODIGO
006800     MOVE ZERO TO WS-LARGO
006900     MOVE SPACE TO WS-DIGITO-ANTERIOR
007000     MOVE 'N' TO WS-SW-SALTAR
007100     PERFORM 1000-CODIFICAR-LETRA THRU 1000-EXIT
007200         VARYING WS-POS FROM 1 BY 1
007300         UNTIL WS-POS > 15 OR WS-LARGO = 6
007400     MOVE WS-CODIGO TO LK-CODIGO
007500     GOBACK.

007600*-----------------------------------------------------------*
007700*  1000-CODIFICAR-LETRA                                      *
007800*  UNA LETRA DEL NOMBRE.  WS-TEXTO TIENE UNA POSICION MAS    *
007900*  QUE LK-TEXTO (SIEMPRE EN BLANCO) PARA PODER MIRAR LA      *
008000*  LETRA SIGUIENTE SIN SALIRSE DE LA TABLA.                  *
008100*-----------------------------------------------------------*
008200 1000-CODIFICAR-LETRA.
008300     IF WS-SALTAR-SIGUIENTE
008400         MOVE 'N' TO WS-SW-SALTAR
008500         GO TO 1000-EXIT
008600     END-IF
008700     MOVE WS-LETRA(WS-POS) TO WS-LETRA-ACTUAL
008800     MOVE WS-LETRA(WS-POS + 1) TO WS-LETRA-SIGUIENTE
008900     EVALUATE WS-LETRA-ACTUAL
009000         WHEN 'B' WHEN 'V' WHEN 'P' WHEN 'F' WHEN 'W'
009100             MOVE '1' TO WS-DIGITO-ACTUAL
009200         WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
009300         WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
009400             MOVE '2' TO WS-DIGITO-ACTUAL
009500         WHEN 'D' WHEN 'T'
009600             MOVE '3' TO WS-DIGITO-ACTUAL
009700         WHEN 'L'
009800             IF WS-LETRA-SIGUIENTE = 'L'
009900                 MOVE '7' TO WS-DIGITO-ACTUAL
010000                 MOVE 'S' TO WS-SW-SALTAR
010100             ELSE
010200                 MOVE '4' TO WS-DIGITO-ACTUAL
010300             END-IF
010400         WHEN 'M' WHEN 'N'
010500             MOVE '5' TO WS-DIGITO-ACTUAL
010600         WHEN 'R'
010700             MOVE '6' TO WS-DIGITO-ACTUAL
010800         WHEN 'Y'
010900             IF WS-SIGUE-VOCAL
011000                 MOVE '7' TO WS-DIGITO-ACTUAL
011100             ELSE
011200                 MOVE SPACE TO WS-DIGITO-ANTERIOR
011300                 GO TO 1000-EXIT
011400             END-IF
011500         WHEN 'A' WHEN 'E' WHEN 'I' WHEN 'O' WHEN 'U'
011600         WHEN SPACE
011700             MOVE SPACE TO WS-DIGITO-ANTERIOR
011800             GO TO 1000-EXIT
011900         WHEN OTHER
012000             GO TO 1000-EXIT
012100     END-EVALUATE
012200     IF WS-DIGITO-ACTUAL = WS-DIGITO-ANTERIOR
012300         GO TO 1000-EXIT
012400     END-IF
012500     ADD 1 TO WS-LARGO
012600     MOVE WS-DIGITO-ACTUAL TO WS-DIGITO(WS-LARGO)
012700     MOVE WS-DIGITO-ACTUAL TO WS-DIGITO-ANTERIOR.
012800 1000-EXIT.
012900     EXIT.
