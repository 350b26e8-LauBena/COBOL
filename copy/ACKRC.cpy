000900*  AK-NRO-PERSONA CARRIES THE PERMANENT REGISTER NUMBER      *
001000*  JUST ASSIGNED, WHICH IS HOW THE SENDING OFFICE LEARNS     *
001100*  THE NUMBER TO QUOTE ON A LATER CAMBIO OR BAJA.            *
001110*  A BATCH THAT TESTELOD HELD BACK IN TRANQUAR GETS ONE      *
001120*  RECORD OF ITS OWN INSTEAD (AK-EST-LOTE-RETENIDO, WRITTEN  *
001130*  BY TESTEEDT FROM LOTERET): AK-NRO-LOTE IS THE BATCH, THE  *
001140*  PERSON FIELDS ARE BLANK/ZERO, AND IT TELLS THE OFFICE     *
001150*  THAT NOTHING IN THAT FILE WAS PROCESSED.                  *
001200*-----------------------------------------------------------*
001300 01  AK-ACK-RECORD.
001400     05  AK-FECHA                 PIC 9(08).
001500     05  AK-SEQ-NBR               PIC 9(08).
001510*        ON A HELD-BATCH RECORD: THE BATCH NUMBER.
001520     05  AK-NRO-LOTE              REDEFINES AK-SEQ-NBR
001530                                  PIC 9(08).
001600     05  AK-TIPO-ACCION           PIC X(01).
001700     05  AK-NRO-PERSONA           PIC 9(08).
001800     05  AK-ESTADO                PIC X(01).
001900         88  AK-EST-APLICADA              VALUE 'A'.
002000         88  AK-EST-RECHAZADA             VALUE 'R'.
002100         88  AK-EST-OMITIDA               VALUE 'O'.
002110         88  AK-EST-LOTE-RETENIDO         VALUE 'N'.
002200     05  AK-MOTIVO-CODIGO         PIC X(03).
002210*        EL SIGNIFICADO DEL CODIGO DEPENDE DE AK-ESTADO.
002300*        PARA AK-EST-RECHAZADA: EL CODIGO DE RECHAZO DE
002400*        TRANBRC (001-013 - OJO: 010 A 013 DE RECHAZO NO
002410*        SON LOS 010 A 013 DE OMISION DE ABAJO, QUE SOLO
002420*        VALEN CON AK-EST-OMITIDA).  PARA AK-EST-OMITIDA:
002500         88  AK-MOT-NINGUNO               VALUE '000'.
002600         88  AK-MOT-OMIT-DUPLICADO        VALUE '010'.
002700         88  AK-MOT-OMIT-REINICIO         VALUE '011'.
002800         88  AK-MOT-OMIT-SIN-DESTINO      VALUE '012'.
002850         88  AK-MOT-ERROR-GRABACION       VALUE '013'.
002860*        PARA AK-EST-LOTE-RETENIDO: EL CODIGO DE RETENCION
002870*        DE LOTRTRC (020-025).
002900     05  AK-APELLIDO              PIC X(15).
003000     05  AK-NOMBRE                PIC X(10).
003050*        CODE OF THE SENDING OFFICE, CARRIED FROM THE
