000100*-----------------------------------------------------------*
000200*  DUPKRC.CPY                                                *
000300*  RECORD LAYOUT FOR THE DUPLICATE-SWEEP BLOCKING-KEY WORK   *
000400*  FILE (DUPCLAVE).  TESTEDUP WRITES ONE RECORD PER ACTIVE   *
000500*  PERSON FOR EACH BLOCK THE PERSON FALLS IN; ONLY PEOPLE    *
000600*  WHO SHARE A BLOCK ARE EVER COMPARED.  THE BLOCK TYPES,    *
000700*  IN THE ORDER TESTEDUC GIVES THEM PRECEDENCE:              *
000800*     'P' - THE PHONETIC CODES (CODFON) OF APELLIDO AND      *
000900*           NOMBRE, LOWER CODE FIRST, SO A PAIR WITH THE     *
001000*           TWO NAMES TRANSPOSED FALLS IN THE SAME BLOCK     *
001100*     'N' - THE FECHA DE NACIMIENTO (ONLY WHEN PRESENT)      *
001200*     'D' - THE FIRST FOUR POSITIONS OF THE DNI              *
001300*     'E' - THE LAST FOUR POSITIONS OF THE DNI - BETWEEN     *
001400*           'D' AND 'E' A DNI WITH ONE WRONG OR TWO          *
001500*           TRANSPOSED DIGITS STILL SHARES A BLOCK           *
001600*  THE PERSON'S DATA TRAVELS WITH THE KEY SO TESTEDUC NEVER  *
001700*  GOES BACK TO PERSONMA.  THE SORT KEY IS DK-TIPO-BLOQUE    *
001800*  THROUGH DK-NRO-PERSONA (BYTES 1-21).                      *
001900*-----------------------------------------------------------*
002000 01  DK-KEY-RECORD.
002100     05  DK-TIPO-BLOQUE           PIC X(01).
002200         88  DK-BLOQUE-FONETICO           VALUE 'P'.
002300         88  DK-BLOQUE-NACIMIENTO         VALUE 'N'.
002400         88  DK-BLOQUE-DNI-INICIO         VALUE 'D'.
002500         88  DK-BLOQUE-DNI-FINAL          VALUE 'E'.
002600     05  DK-CLAVE-BLOQUE          PIC X(12).
002700     05  DK-NRO-PERSONA           PIC 9(08).
002800     05  DK-APELLIDO              PIC X(15).
002900     05  DK-NOMBRE                PIC X(10).
003000     05  DK-FECHA-NAC             PIC X(08).
003100     05  DK-DOCUMENTO             PIC X(08).
003200     05  DK-NACIONALIDAD          PIC X(15).
003300     05  DK-OFICINA               PIC X(02).
003400     05  DK-FON-APELLIDO          PIC X(06).
003500     05  DK-FON-NOMBRE            PIC X(06).
003600     05  FILLER                   PIC X(09).
