000100*-----------------------------------------------------------*
000200*  NOVRC.CPY                                                 *
000300*  RECORD LAYOUT FOR THE OUTBOUND CHANGE FEED (NOVEDAD).     *
000400*  FIXED 100-BYTE RECORDS.  NV-TIPO-REGISTRO SAYS WHICH VIEW *
000500*  OF NV-DATOS APPLIES:                                      *
000600*     'H' CABECERA - FIRST RECORD.  THE FEED SEQUENCE NUMBER *
000700*         (ONE MORE THAN THE PREVIOUS FEED'S - A GAP TELLS   *
000800*         THE AGENCY IT MISSED ONE), THE BALANCED NIGHT IT   *
000900*         CLOSES, THE AUDIT STAMP WINDOW IT COVERS (AFTER    *
001000*         DESDE, UP TO AND INCLUDING HASTA), WHEN IT WAS     *
001100*         WRITTEN, AND WHETHER IT IS A RESEND OF A FEED      *
001200*         ALREADY SENT.  A RESEND CARRIES THE ORIGINAL       *
001300*         SEQUENCE NUMBER AND WINDOW.                        *
001400*     'D' NOVEDAD - ONE PER MOVEMENT, IN THE ORDER THEY      *
001500*         HAPPENED.  THE REGISTER NUMBER AND THE PERSON'S    *
001600*         IMAGE AFTER THE MOVEMENT.  A BAJA OR A FUSION      *
001700*         LEAVES NO AFTER IMAGE, SO IT CARRIES THE LAST ONE  *
001800*         THE PERSON HAD, FOR MATCHING.  A FUSION CARRIES    *
001900*         THE SURVIVING NUMBER, A DESFUSION THE NUMBER IT    *
002000*         WAS SEPARATED FROM, A DEFUNCION THE DEATH DATE.    *
002100*     'T' COLA - LAST RECORD.  THE SEQUENCE NUMBER AGAIN,    *
002200*         THE COUNT OF 'D' RECORDS AND THE COUNT BY          *
002300*         MOVEMENT.                                          *
002400*-----------------------------------------------------------*
002500 01  NV-NOVEDAD-RECORD.
002600     05  NV-TIPO-REGISTRO         PIC X(01).
002700         88  NV-REG-CABECERA              VALUE 'H'.
002800         88  NV-REG-NOVEDAD               VALUE 'D'.
002900         88  NV-REG-COLA                  VALUE 'T'.
003000     05  NV-DATOS                 PIC X(99).
003100     05  NV-DATOS-CABECERA REDEFINES NV-DATOS.
003200         10  NV-H-SECUENCIA       PIC 9(08).
003300         10  NV-H-FECHA-NOCHE     PIC 9(08).
003400         10  NV-H-DESDE-FECHA     PIC 9(08).
003500         10  NV-H-DESDE-HORA      PIC 9(06).
003600         10  NV-H-HASTA-FECHA     PIC 9(08).
003700         10  NV-H-HASTA-HORA      PIC 9(06).
003800         10  NV-H-FECHA-EMISION   PIC 9(08).
003900         10  NV-H-HORA-EMISION    PIC 9(06).
004000         10  NV-H-IND-REENVIO     PIC X(01).
004100             88  NV-H-ENVIO-ORIGINAL      VALUE 'N'.
004200             88  NV-H-REENVIO             VALUE 'S'.
004300         10  FILLER               PIC X(40).
004400     05  NV-DATOS-NOVEDAD REDEFINES NV-DATOS.
004500         10  NV-D-TIPO-NOVEDAD    PIC X(01).
004600             88  NV-D-ALTA                VALUE 'A'.
004700             88  NV-D-CAMBIO              VALUE 'C'.
004800             88  NV-D-BAJA                VALUE 'B'.
004900             88  NV-D-FUSION              VALUE 'F'.
005000             88  NV-D-DEFUNCION           VALUE 'M'.
005100             88  NV-D-DESFUSION           VALUE 'U'.
005200         10  NV-D-NRO-PERSONA     PIC 9(08).
005300*        SOBREVIVIENTE EN UNA FUSION O DESFUSION, FECHA DE
005400*        DEFUNCION EN UNA DEFUNCION, CERO EN LAS DEMAS.
005500         10  NV-D-NRO-SOBREVIVIENTE
005600                                  PIC 9(08).
005700         10  NV-D-FECHA-DEFUNCION REDEFINES NV-D-NRO-SOBREVIVIENTE
005800                                  PIC 9(08).
005900         10  NV-D-OFICINA         PIC X(02).
006000         10  NV-D-FECHA-MOVIMIENTO
006100                                  PIC 9(08).
006200         10  NV-D-HORA-MOVIMIENTO PIC 9(06).
006300         10  NV-D-IMAGEN.
006400             15  NV-D-NOMBRE      PIC X(10).
006500             15  NV-D-APELLIDO    PIC X(15).
006600             15  NV-D-EDAD        PIC 9(03).
006700             15  NV-D-NACIONALIDAD
006800                                  PIC X(15).
006900             15  NV-D-FECHA-NAC   PIC 9(08).
007000             15  NV-D-DOCUMENTO   PIC X(08).
007100         10  FILLER               PIC X(07).
007200     05  NV-DATOS-COLA REDEFINES NV-DATOS.
007300         10  NV-T-SECUENCIA       PIC 9(08).
007400         10  NV-T-CANT-NOVEDADES  PIC 9(08).
007500         10  NV-T-CANT-ALTAS      PIC 9(07).
007600         10  NV-T-CANT-CAMBIOS    PIC 9(07).
007700         10  NV-T-CANT-BAJAS      PIC 9(07).
007800         10  NV-T-CANT-FUSIONES   PIC 9(07).
007900         10  NV-T-CANT-DEFUNCIONES
008000                                  PIC 9(07).
008100         10  NV-T-CANT-DESFUSIONES
008200                                  PIC 9(07).
008300         10  FILLER               PIC X(41).
