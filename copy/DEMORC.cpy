000100*-----------------------------------------------------------*
000200*  DEMORC.CPY                                                *
000300*  RECORD LAYOUT FOR THE DEMOGRAPHIC SUMMARY FILE (DEMOSUM). *
000400*  FIXED 100-BYTE RECORDS, ALL COUNTS UNSIGNED ZONED EXCEPT  *
000500*  THE NET GROWTH.  DM-TIPO-REGISTRO SAYS WHICH VIEW OF      *
000600*  DM-DATOS APPLIES:                                         *
000700*     'C' CABECERA - ONE PER FILE, FIRST.  THE CUT-OFF STAMP *
000800*         OF THIS PERIOD AND OF THE PERIOD IT IS COMPARED    *
000900*         WITH (ZERO ON THE FIRST PERIOD EVER REPORTED).     *
001000*     'D' DETALLE - ONE PER OFICINA AND NACIONALIDAD WITH    *
001100*         ACTIVE PEOPLE: COUNTS BY CURRENT AGE BAND (SEE     *
001200*         BELOW) AND THE TOTAL.                              *
001300*     'O' OFICINA - ONE PER OFICINA: ACTIVE POPULATION NOW   *
001400*         AND AT THE PREVIOUS CUT-OFF, NET GROWTH, AND THE   *
001500*         MOVEMENTS OF THE PERIOD FROM THE AUDIT TRAIL.      *
001600*         DM-OFICINA '**' IS THE WHOLE REGISTER.             *
001700*     'T' COLA - ONE PER FILE, LAST: RECORD COUNT INCLUDING  *
001800*         CABECERA AND COLA.                                 *
001900*  DM-OFICINA '--' COLLECTS THE OLD RECORDS THAT CARRY NO    *
002000*  OFFICE CODE.  AGE BANDS (DM-CANT-BANDA):                  *
002100*     1 = 0-14   2 = 15-24   3 = 25-34   4 = 35-49           *
002200*     5 = 50-64  6 = 65 Y MAS                                *
002300*     7 = SIN FECHA DE NACIMIENTO (LEGACY RECORDS - THEIR    *
002400*         AGE IS NOT DERIVED FROM THE CAPTURED EDAD)         *
002500*  THE 'C' AND 'O' RECORDS ARE ALSO KEPT ON DEMOHIST (COPY   *
002600*  DEMHRC) SO THE NEXT PERIOD CAN BE COMPARED WITH THIS ONE. *
002700*-----------------------------------------------------------*
002800 01  DM-DEMO-RECORD.
002900     05  DM-TIPO-REGISTRO         PIC X(01).
003000         88  DM-REG-CABECERA              VALUE 'C'.
003100         88  DM-REG-DETALLE               VALUE 'D'.
003200         88  DM-REG-OFICINA               VALUE 'O'.
003300         88  DM-REG-COLA                  VALUE 'T'.
003400     05  DM-PERIODO               PIC 9(06).
003500     05  DM-OFICINA               PIC X(02).
003600     05  DM-DATOS                 PIC X(91).
003700     05  DM-DATOS-CABECERA REDEFINES DM-DATOS.
003800         10  DM-FECHA-CORTE       PIC 9(08).
003900         10  DM-HORA-CORTE        PIC 9(06).
004000         10  DM-PERIODO-ANTERIOR  PIC 9(06).
004100         10  DM-FECHA-ANTERIOR    PIC 9(08).
004200         10  DM-HORA-ANTERIOR     PIC 9(06).
004300         10  FILLER               PIC X(57).
004400     05  DM-DATOS-DETALLE REDEFINES DM-DATOS.
004500         10  DM-NACIONALIDAD      PIC X(15).
004600         10  DM-CANT-BANDA        OCCURS 7 TIMES
004700                                  PIC 9(07).
004800         10  DM-CANT-TOTAL        PIC 9(08).
004900         10  FILLER               PIC X(19).
005000     05  DM-DATOS-OFICINA REDEFINES DM-DATOS.
005100         10  DM-ACTIVOS           PIC 9(08).
005200         10  DM-ACTIVOS-ANTERIOR  PIC 9(08).
005300         10  DM-CRECIMIENTO-NETO  PIC S9(08)
005400                                  SIGN IS LEADING SEPARATE.
005500         10  DM-ALTAS             PIC 9(07).
005600         10  DM-BAJAS             PIC 9(07).
005700         10  DM-FUSIONES          PIC 9(07).
005800         10  DM-DEFUNCIONES       PIC 9(07).
005900         10  DM-DESFUSIONES       PIC 9(07).
006000         10  FILLER               PIC X(31).
006100     05  DM-DATOS-COLA REDEFINES DM-DATOS.
006200         10  DM-CANT-REGISTROS    PIC 9(08).
006300         10  FILLER               PIC X(83).
