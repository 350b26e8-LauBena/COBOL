001300         88  TW-ACCION-CAMBIO             VALUE 'C'.
001400         88  TW-ACCION-BAJA               VALUE 'B'.
001450         88  TW-ACCION-FUSION             VALUE 'F'.
001460         88  TW-ACCION-DEFUNCION          VALUE 'D'.
001470         88  TW-ACCION-DESFUSION          VALUE 'U'.
001500     05  TW-NRO-PERSONA           PIC X(08).
001600     05  TW-NOMBRE                PIC X(10).
001700     05  TW-APELLIDO              PIC X(15).
001800     05  TW-FECHA-NAC             PIC X(08).
001900     05  TW-NACIONALIDAD          PIC X(15).
001910     05  TW-ACTA-DEFUNCION        REDEFINES TW-NACIONALIDAD
001920                                  PIC X(15).
002000     05  TW-NRO-DOCUMENTO         PIC X(08).
002100     05  TW-NRO-FUSION            PIC X(08).
002110     05  TW-FECHA-DEFUNCION       REDEFINES TW-NRO-FUSION
002120                                  PIC X(08).
002200     05  TW-OFICINA               PIC X(02).
