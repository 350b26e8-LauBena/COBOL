000100*-----------------------------------------------------------*
000200*  DUPCRC.CPY                                                *
000300*  RECORD LAYOUT FOR THE DUPLICATE-CANDIDATE FILE (DUPCAND). *
000400*  ONE RECORD PER PAIR OF ACTIVE REGISTER NUMBERS THAT THE   *
000500*  PERIODIC SWEEP (TESTEDUC) SCORED AT OR ABOVE THE MINIMUM  *
000600*  PUNTAJE AND THAT THE FUSION DESK HAS NOT ALREADY MARKED   *
000700*  "NO DUPLICADO" ON NODUPLIC.  THE LOWER NUMBER IS ALWAYS   *
000800*  DC-NRO-MENOR.  THE INDICATORS SAY WHY THE PAIR SCORED:    *
000900*     DC-IND-DNI       'I' IGUAL  'S' PARECIDO (UN DIGITO    *
001000*                      DISTINTO O DOS TRANSPUESTOS)          *
001100*                      'X' DISTINTO  ' ' FALTA EN ALGUNO     *
001200*     DC-IND-FNAC      'I' IGUAL  'X' DISTINTA               *
001300*                      'F' FALTA EN ALGUNO                   *
001400*     DC-IND-APELLIDO  'I' IGUAL  'F' FONETICAMENTE IGUAL    *
001450*     DC-IND-NOMBRE    ' ' SIN COINCIDENCIA (CADA UNO)       *
001600*     DC-IND-CRUZADO   'S' NOMBRE Y APELLIDO TRANSPUESTOS    *
001700*  DC-PERSONA(1) IS DC-NRO-MENOR, DC-PERSONA(2) IS           *
001800*  DC-NRO-MAYOR, AS THEY STOOD ON THE REGISTER THE DAY OF    *
001900*  THE SWEEP.  THE RANKING SORT KEY IS DC-PUNTAJE            *
002000*  DESCENDING THEN THE PAIR (BYTES 1-3, THEN 4-19).          *
002100*-----------------------------------------------------------*
002200 01  DC-CANDIDATE-RECORD.
002300     05  DC-PUNTAJE               PIC 9(03).
002400     05  DC-PAR.
002500         10  DC-NRO-MENOR         PIC 9(08).
002600         10  DC-NRO-MAYOR         PIC 9(08).
002700     05  DC-TIPO-BLOQUE           PIC X(01).
002800     05  DC-IND-DNI               PIC X(01).
002900     05  DC-IND-FNAC              PIC X(01).
003000     05  DC-IND-APELLIDO          PIC X(01).
003100     05  DC-IND-NOMBRE            PIC X(01).
003200     05  DC-IND-CRUZADO           PIC X(01).
003300     05  DC-FECHA-BARRIDO         PIC 9(08).
003400     05  DC-PERSONA               OCCURS 2 TIMES.
003500         10  DC-APELLIDO          PIC X(15).
003600         10  DC-NOMBRE            PIC X(10).
003700         10  DC-FECHA-NAC         PIC X(08).
003800         10  DC-DOCUMENTO         PIC X(08).
003900         10  DC-NACIONALIDAD      PIC X(15).
004000         10  DC-OFICINA           PIC X(02).
004100     05  FILLER                   PIC X(11).
