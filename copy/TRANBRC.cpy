001400         88  TB-ACCION-CAMBIO             VALUE 'C'.
001500         88  TB-ACCION-BAJA               VALUE 'B'.
001550         88  TB-ACCION-FUSION             VALUE 'F'.
001560         88  TB-ACCION-DEFUNCION          VALUE 'D'.
001570         88  TB-ACCION-DESFUSION          VALUE 'U'.
001600     05  TB-NRO-PERSONA           PIC X(08).
001700     05  TB-NOMBRE                PIC X(10).
001800     05  TB-APELLIDO              PIC X(15).
001900     05  TB-FECHA-NAC             PIC X(08).
002000     05  TB-NACIONALIDAD          PIC X(15).
002010     05  TB-ACTA-DEFUNCION        REDEFINES TB-NACIONALIDAD
002020                                  PIC X(15).
002050     05  TB-NRO-DOCUMENTO         PIC X(08).
002060     05  TB-NRO-FUSION            PIC X(08).
002062     05  TB-FECHA-DEFUNCION       REDEFINES TB-NRO-FUSION
002064                                  PIC X(08).
002070     05  TB-OFICINA               PIC X(02).
002100     05  TB-MOTIVO-CODIGO         PIC X(03).
002200         88  TB-MOT-ACCION-INVALIDA       VALUE '001'.
003000         88  TB-MOT-PERSONA-BORRADA       VALUE '009'.
003100         88  TB-MOT-DOCUMENTO-INVALIDO    VALUE '010'.
003200         88  TB-MOT-FUSION-INVALIDA       VALUE '011'.
003300         88  TB-MOT-PERSONA-FALLECIDA     VALUE '012'.
003400         88  TB-MOT-DEFUNCION-INVALIDA    VALUE '013'.
