001000*  EL SELLO DEL ULTIMO CAMBIO DE ESTADO, PARA QUE            *
001100*  OPERACIONES PUEDA VER DESDE CUANDO ESTA TOMADA LA         *
001200*  VENTANA.                                                   *
001210*  EL JOB TESTERNC (RECLASIFICACION DE NACIONALIDADES) LA    *
001220*  TOMA DE LA MISMA FORMA Y SOLO CORRE CON ELLA TOMADA.      *
001300*-----------------------------------------------------------*
001400 01  SS-ESTADO-RECORD.
001500     05  SS-IND-LOTE              PIC X(01).
