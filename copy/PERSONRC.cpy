001960*  CALCEDAD).  A RECORD CAPTURED BEFORE THE DATE OF        *
001970*  BIRTH EXISTED CARRIES SPACES THERE - CALCEDAD FALLS     *
001980*  BACK TO PM-EDAD FOR THOSE.                              *
001982*  A DEATH IS NOT A BAJA: THE RECORD IS MARKED              *
001984*  PM-REG-FALLECIDO AND STAYS ON THE REGISTER (TESTEPUR     *
001986*  ARCHIVES ONLY BAJAS), WITH THE DATE OF DEATH IN          *
001988*  PM-FECHA-DEFUNCION.  THE CERTIFICATE REFERENCE (ACTA)    *
001990*  IS KEPT ON THE DEFUNCIO FILE (COPY DEFUNRC).             *
002000*-----------------------------------------------------------*
002100 01  PM-PERSON-RECORD.
002200     05  PM-NRO-PERSONA           PIC 9(08).
003500         88  PM-REG-BORRADO               VALUE 'S'.
003600         88  PM-REG-ACTIVO                VALUE 'N'.
003610         88  PM-REG-FUSIONADO             VALUE 'F'.
003620         88  PM-REG-FALLECIDO             VALUE 'D'.
003650     05  PM-FECHA-NACIMIENTO      PIC 9(08).
003660     05  PM-NRO-DOCUMENTO         PIC X(08).
003670*        PARA PM-REG-FUSIONADO: EL NRO-PERSONA SOBREVIVIENTE
003680*        EN EL QUE ESTE REGISTRO FUE FUSIONADO.  PARA
003690*        PM-REG-FALLECIDO: LA FECHA DE DEFUNCION (AAAAMMDD),
003692*        VISTA COMO PM-FECHA-DEFUNCION.  CERO EN CUALQUIER
003694*        OTRO ESTADO.
003695     05  PM-NRO-FUSION            PIC 9(08).
003700     05  PM-FECHA-DEFUNCION       REDEFINES PM-NRO-FUSION
003710                                  PIC 9(08).
003720*        CODE OF THE OFFICE THAT REGISTERED THE ALTA ('00'
003730*        FOR A CAPTURE MADE ONLINE AT THE CENTRAL OFFICE).
003740     05  PM-OFICINA               PIC X(02).
